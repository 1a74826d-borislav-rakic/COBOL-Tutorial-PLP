002108*                      DATE.  A 'P' RUN MODE AGES TERMINATED
002109*                      RECORDS PAST RETENTION OFF TO THE
002111*                      EMPLOYEE HISTORY FILE.
002115*    2026-10-15  JR    ADDED MTF-PAY-TYPE AND MTF-HOURLY-RATE TO
002119*                      THE TRANSACTION LAYOUT.  AN ADD OR CHANGE
002123*                      MAY NOW SET UP AN HOURLY EMPLOYEE; A
002127*                      CHANGE LEAVING THE PAY TYPE BLANK CARRIES
002131*                      THE MASTER'S PAY COLUMNS FORWARD.
002135*    2026-10-15  JR    ADDS, STATUS SETS, AND SALARY CHANGES PAST
002139*                      WS-APPROVAL-PCT ARE HELD ON THE APPROVAL
002143*                      QUEUE FOR TRANS-APPROVE; A STAMPED LINE
002147*                      APPLIES ONLY WHEN THE QUEUE RELEASED IT.
002151*                      ADDED MTF-OPERATOR-ID AND MTF-APPROVER-ID.
002155*    2026-10-15  JR    A CHANGE THAT MOVES THE SALARY WITH AN
002159*                      EFFECTIVE DATE ALREADY PAST NOW ALSO GOES
002163*                      TO THE RETRO TRIGGER FILE (SEE RTRREC.CPY)
002167*                      FOR RETRO-CALC.
002171*    2026-10-15  JR    AN ADD THAT LEAVES ITS DEPARTMENT OVER THE
002175*                      MONTH'S BUDGETED HEADCOUNT OR SALARY (SEE
002179*                      BUDREC.CPY) IS LOGGED TO THE BUDGET WARNING
002183*                      FILE FOR FINANCE (SEE BWNREC.CPY).
002187******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004614         ACCESS MODE IS SEQUENTIAL
004615         FILE STATUS IS WS-HIST-FILE-STATUS.
004616
004621*    APPROVAL-QUEUE-FILE HOLDS TRANSACTIONS WAITING FOR A SECOND
004626*    OPERATOR'S SIGN-OFF -- SEE APRREC.CPY.  LOADED WHOLE UNDER
004631*    THE EMP-FILE LOCK AND REWRITTEN AT THE END OF THE RUN.
004636     SELECT APPROVAL-QUEUE-FILE
004641         ASSIGN TO 'approval_queue_file.dat'
004646         ORGANIZATION IS LINE SEQUENTIAL
004651         ACCESS MODE IS SEQUENTIAL
004656         FILE STATUS IS WS-APR-FILE-STATUS.
004661
004663*    RETRO-TRIGGER-FILE GETS ONE LINE PER SALARY CHANGE POSTED
004665*    WITH AN EFFECTIVE DATE ALREADY PAST -- SEE RTRREC.CPY.
004667*    OPENED EXTEND SO LINES RETRO-CALC HAS NOT YET SEEN ARE KEPT.
004669     SELECT RETRO-TRIGGER-FILE
004671         ASSIGN TO 'retro_trigger_file.dat'
004673         ORGANIZATION IS LINE SEQUENTIAL
004675         ACCESS MODE IS SEQUENTIAL
004677         FILE STATUS IS WS-RTR-FILE-STATUS.
004679
004680*    BUDGET-FILE IS BUD-MAINT'S DEPARTMENT BUDGET, READ ONCE AT
004681*    START-UP.  BUDGET-WARNING-FILE GETS ONE LINE PER ADD THAT
004682*    LEAVES A DEPARTMENT OVER BUDGET, OPENED EXTEND SO LINES
004683*    BUDGET-RPT HAS NOT YET LISTED ARE KEPT.
004684     SELECT BUDGET-FILE
004685         ASSIGN TO 'budget_file.dat'
004686         ORGANIZATION IS LINE SEQUENTIAL
004687         ACCESS MODE IS SEQUENTIAL
004688         FILE STATUS IS WS-BUD-FILE-STATUS.
004689     SELECT BUDGET-WARNING-FILE
004690         ASSIGN TO 'budget_warning_file.dat'
004691         ORGANIZATION IS LINE SEQUENTIAL
004692         ACCESS MODE IS SEQUENTIAL
004693         FILE STATUS IS WS-BWN-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*File description used by COBOL to refer to the assigned file.
006650*    DATE (CCYYMMDD) IS THE TERM DATE ON A 'T' TRANSACTION AND
006660*    THE HIRE DATE ON AN ADD; BLANK OR ZERO ON AN ADD MEANS
006670*    "HIRED TODAY".
006671*    MTF-PAY-TYPE IS 'H' FOR AN HOURLY EMPLOYEE, WHO MUST ALSO
006672*    CARRY MTF-HOURLY-RATE, OR 'S' FOR SALARIED.  BLANK MEANS
006673*    SALARIED ON AN ADD AND "LEAVE THE PAY COLUMNS ALONE" ON A
006674*    CHANGE, SO OLDER TRANSACTION FILES APPLY AS THEY ALWAYS DID.
006679*    MTF-OPERATOR-ID IS THE OPERATOR WHO KEYED THE LINE.
006684*    MTF-APPROVER-ID IS BLANK ON A KEYED LINE; TRANS-APPROVE
006689*    STAMPS IT ON A HELD LINE IT RELEASES, AND SUCH A LINE APPLIES
006694*    ONLY WHEN THE APPROVAL QUEUE SHOWS IT RELEASED.
006700 01  MAINT-TRANS-RECORD          PIC X(100).
006800 01  MT-TRANS-FIELDS REDEFINES MAINT-TRANS-RECORD.
006900     02  MTF-TRANS-CODE          PIC X(01).
007300     02  MTF-EMP-DEPT            PIC X(04).
007310     02  MTF-EFF-DATE            PIC 9(08).
007320     02  MTF-STATUS-DATE         PIC 9(08).
007330     02  MTF-PAY-TYPE            PIC X(01).
007340     02  MTF-HOURLY-RATE         PIC 9(03)V99.
007360     02  MTF-OPERATOR-ID         PIC X(08).
007380     02  MTF-APPROVER-ID         PIC X(08).
007400     02  FILLER                  PIC X(26).
007500
007600*File description for the maintenance reject file.  The original
007700*100-byte line is kept intact alongside a reason code/text, the
008607     DATA RECORD IS EMP-HISTORY-RECORD.
008608 01  EMP-HISTORY-RECORD          PIC X(100).
008609
008619*File description for the approval queue, shared with FILE-READER
008629*and TRANS-APPROVE via APRREC.CPY.
008639 FD  APPROVAL-QUEUE-FILE
008649     RECORD CONTAINS 158 CHARACTERS
008659     DATA RECORD IS APPROVAL-RECORD.
008669     COPY "APRREC.CPY".
008671
008672*File description for the department budget file, maintained by
008673*BUD-MAINT -- see BUDREC.CPY.
008674 FD  BUDGET-FILE
008675     RECORD CONTAINS 40 CHARACTERS
008676     DATA RECORD IS BUDGET-RECORD.
008677     COPY "BUDREC.CPY".
008679
008681*File description for the retro trigger file, shared with
008683*FILE-READER and RETRO-CALC via RTRREC.CPY.
008685 FD  RETRO-TRIGGER-FILE
008687     RECORD CONTAINS 50 CHARACTERS
008689     DATA RECORD IS RETRO-TRIGGER-RECORD.
008691     COPY "RTRREC.CPY".
008692
008693*File description for the budget warning file BUDGET-RPT lists,
008694*shared with FILE-READER via BWNREC.CPY.
008695 FD  BUDGET-WARNING-FILE
008696     RECORD CONTAINS 80 CHARACTERS
008697     DATA RECORD IS BUDGET-WARNING-RECORD.
008698     COPY "BWNREC.CPY".
008700 WORKING-STORAGE SECTION.
008800 77  WS-MAINT-EOF-SWITCH     PIC X(01) VALUE 'N'.
008900     88  MAINT-EOF-REACHED           VALUE 'Y'.
011200     02  MT-EMP-DEPT             PIC X(04).
011210     02  MT-EFF-DATE             PIC 9(08).
011220     02  MT-STATUS-DATE          PIC 9(08).
011230     02  MT-PAY-TYPE             PIC X(01).
011240         88  MT-PAY-HOURLY               VALUE 'H'.
011250         88  MT-PAY-SALARIED             VALUE 'S'.
011260         88  MT-PAY-UNCHANGED            VALUE ' '.
011270     02  MT-HOURLY-RATE          PIC 9(03)V99.
011300
011310*    A TRANSACTION DATED BEYOND TODAY DEFERS TO THE PENDING FILE.
011320*    TODAY IS COMPARED AS CCYYMMDD; STATUS '35' ON THE PENDING
011458 77  WS-PREV-TRANS-SWITCH    PIC X(01) VALUE 'N'.
011463     88  PREV-TRANS-SET              VALUE 'Y'.
011468
011472*    APPROVAL-QUEUE WORK FIELDS.  A SALARY CHANGE MOVING PAY MORE
011476*    THAN WS-APPROVAL-PCT PERCENT EITHER WAY -- THE SAME FIGURE
011480*    FILE-READER HOLDS ITS ADJUSTMENTS AGAINST -- IS HELD, AS IS
011484*    EVERY ADD AND EVERY STATUS SET.  STATUS '35' ON THE QUEUE
011488*    MEANS NOTHING HAS EVER BEEN HELD.
011492 77  WS-APR-FILE-STATUS      PIC X(02) VALUE '00'.
011496     88  APR-FILE-STATUS-OK          VALUE '00'.
011500     88  APR-FILE-NOTEXIST           VALUE '35'.
011504 77  WS-APR-EOF-SWITCH       PIC X(01) VALUE 'N'.
011508     88  APR-EOF-REACHED             VALUE 'Y'.
011512 77  WS-APPROVAL-PCT         PIC 9(03) VALUE 10.
011516 77  WS-APR-CHANGE           PIC S9(06) VALUE ZERO.
011520 77  WS-APR-HOLD-SWITCH      PIC X(01) VALUE 'N'.
011524     88  APR-HOLD-NEEDED             VALUE 'Y'.
011528 77  WS-APR-CHANGED-SWITCH   PIC X(01) VALUE 'N'.
011532     88  APR-QUEUE-CHANGED           VALUE 'Y'.
011536 77  WS-APR-NEXT-SEQ-NO      PIC 9(05) VALUE 1.
011540 77  WS-MAINT-HELD-COUNT     PIC 9(05) VALUE ZERO.
011544 77  WS-MAINT-APPROVED-COUNT PIC 9(05) VALUE ZERO.
011548
011552*    WS-APR-TABLE HOLDS THE WHOLE APPROVAL QUEUE FOR THE RUN, EACH
011556*    ENTRY THE 158-BYTE APRREC.CPY RECORD WITH THE FIELDS THE RUN
011560*    TESTS NAMED.  A QUEUE THAT OVERFLOWS THE TABLE REFUSES THE
011564*    RUN -- REWRITING FROM A PARTIAL LOAD WOULD LOSE THE OVERFLOW.
011568 01  WS-APR-TABLE.
011572     02  WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY WS-APR-IDX.
011576         03  WS-APR-SEQ-NO           PIC 9(05).
011580         03  WS-APR-SOURCE           PIC X(01).
011584         03  WS-APR-STATE            PIC X(01).
011588         03  WS-APR-DETAIL           PIC X(51).
011592         03  WS-APR-LINE             PIC X(100).
011596
011600 77  WS-APR-TABLE-USED       PIC 9(04) VALUE ZERO.
011604 77  WS-APR-SUB              PIC 9(04) VALUE ZERO.
011608 77  WS-APR-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
011612     88  APR-TABLE-OVERFLOWED        VALUE 'Y'.
011616 77  WS-APR-SLOT-SWITCH      PIC X(01) VALUE 'N'.
011620     88  APR-SLOT-FOUND              VALUE 'Y'.
011624
011628*    WS-APPROVAL-WORK IS WHERE A NEWLY HELD ITEM IS BUILT BEFORE
011632*    IT JOINS THE TABLE -- APRREC.CPY UNDER WAP- NAMES.
011636     COPY "APRREC.CPY" REPLACING ==APPROVAL-RECORD==
011640                   BY ==WS-APPROVAL-WORK==
011644               LEADING ==APR-== BY ==WAP-==.
011648
011652*    RETRO TRIGGER WORK FIELDS.  WS-RTR-SALARY-BEFORE IS THE
011656*    SALARY ON THE RECORD AS READ.
011660 77  WS-RTR-FILE-STATUS      PIC X(02) VALUE '00'.
011664     88  RTR-FILE-NOTEXIST           VALUE '35'.
011668 77  WS-RTR-SALARY-BEFORE    PIC 9(05) VALUE ZERO.
011672 77  WS-MAINT-RETRO-COUNT    PIC 9(05) VALUE ZERO.
011676
011680*    DEPARTMENT BUDGET WORK FIELDS.  WS-BGT-TABLE HOLDS THE
011684*    CURRENT FISCAL MONTH'S BUDGET LINE FOR EACH DEPARTMENT.  THE
011688*    FISCAL YEAR STARTS IN WS-FY-START-MONTH, AS IN BUDGET-RPT.
011692 77  WS-BUD-FILE-STATUS      PIC X(02) VALUE '00'.
011696     88  BUD-FILE-STATUS-OK          VALUE '00'.
011700     88  BUD-FILE-NOTEXIST           VALUE '35'.
011704 77  WS-BUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
011708     88  BUD-EOF-REACHED             VALUE 'Y'.
011712 77  WS-BWN-FILE-STATUS      PIC X(02) VALUE '00'.
011716     88  BWN-FILE-NOTEXIST           VALUE '35'.
011720 77  WS-FY-START-MONTH       PIC 9(02) VALUE 01.
011724 77  WS-BGT-FISCAL-YEAR      PIC 9(04) VALUE ZERO.
011728 77  WS-BGT-FISCAL-MONTH     PIC 9(02) VALUE ZERO.
011732 01  WS-BGT-TODAY.
011736     02  WS-BGT-TODAY-CCYY       PIC 9(04).
011740     02  WS-BGT-TODAY-MM         PIC 9(02).
011744     02  WS-BGT-TODAY-DD         PIC 9(02).
011748 01  WS-BGT-TABLE.
011752     02  WS-BGT-ENTRY OCCURS 50 TIMES INDEXED BY WS-BGT-IDX.
011756         03  WS-BGT-DEPT         PIC X(04).
011760         03  WS-BGT-HEADCOUNT    PIC 9(05).
011764         03  WS-BGT-SALARY       PIC 9(08).
011768 77  WS-BGT-TABLE-USED       PIC 9(04) VALUE ZERO.
011772 77  WS-BGT-SLOT-SWITCH      PIC X(01) VALUE 'N'.
011776     88  BGT-SLOT-FOUND              VALUE 'Y'.
011780     88  BGT-SLOT-NOT-FOUND          VALUE 'N'.
011784 77  WS-BGT-DONE-SWITCH      PIC X(01) VALUE 'N'.
011788     88  BGT-SWEEP-DONE              VALUE 'Y'.
011792 77  WS-BGT-CHECK-DEPT       PIC X(04) VALUE SPACES.
011796 77  WS-BGT-EMP-ID           PIC 9(06) VALUE ZERO.
011800 77  WS-BGT-SAL-CHANGE       PIC 9(05) VALUE ZERO.
011804 77  WS-BGT-HC-ACTUAL        PIC 9(05) VALUE ZERO.
011808 77  WS-BGT-SAL-ACTUAL       PIC 9(08) VALUE ZERO.
011812 77  WS-MAINT-BUDGET-WARN-COUNT
011816                             PIC 9(05) VALUE ZERO.
011900*    WS-MAINT-EDIT-SWITCH RECORDS WHETHER THE TRANSACTION CURRENTLY
012000*    BEING PROCESSED HAS PASSED EVERY CHECK SO FAR.
012100 77  WS-MAINT-EDIT-SWITCH    PIC X(01) VALUE 'Y'.
013250*    WS-OLD-EMP-RECORD HOLDS THE RECORD AS READ SO A CHANGE CAN
013255*    CARRY THE STATUS AND HIRE/TERM COLUMNS FORWARD -- A CHANGE
013260*    TRANSACTION SUPPLIES NAME/SALARY/DEPT, NOT THE LIFECYCLE.
013261*    THE PAY TYPE AND HOURLY RATE CARRY FORWARD THE SAME WAY
013262*    WHEN THE CHANGE LEAVES MTF-PAY-TYPE BLANK.
013265 01  WS-OLD-EMP-RECORD       PIC X(100) VALUE SPACES.
013270
013275 01  WS-RUN-DATE.
014484     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
014485
014486     PERFORM 1060-CLAIM-EMP-LOCK THRU 1060-EXIT.
014488     PERFORM 1080-LOAD-APPROVAL-QUEUE THRU 1080-EXIT.
014490
014500     PERFORM 1050-OPEN-EMP-FILE THRU 1050-EXIT.
014600     OPEN INPUT MAINT-TRANS-FILE.
014720     OPEN EXTEND PENDING-TRANS-FILE.
014730     IF PEND-FILE-NOTEXIST
014740         OPEN OUTPUT PENDING-TRANS-FILE
014741     END-IF.
014742     OPEN EXTEND RETRO-TRIGGER-FILE.
014743     IF RTR-FILE-NOTEXIST
014744         OPEN OUTPUT RETRO-TRIGGER-FILE
014745     END-IF.
014746     PERFORM 9100-LOAD-BUDGET THRU 9100-EXIT.
014747     OPEN EXTEND BUDGET-WARNING-FILE.
014748     IF BWN-FILE-NOTEXIST
014749         OPEN OUTPUT BUDGET-WARNING-FILE
014750     END-IF.
014800 1000-EXIT.
014900     EXIT.
017347 1070-EXIT.
017348     EXIT.
017349
017350*    1080-LOAD-APPROVAL-QUEUE READS THE WHOLE QUEUE INTO
017351*    WS-APR-TABLE UNDER THE LOCK JUST CLAIMED.  A QUEUE THAT
017352*    OVERFLOWS THE TABLE REFUSES THE RUN AND GIVES THE LOCK BACK.
017353 1080-LOAD-APPROVAL-QUEUE.
017354     OPEN INPUT APPROVAL-QUEUE-FILE.
017355     IF APR-FILE-NOTEXIST
017356         GO TO 1080-EXIT
017357     END-IF.
017358     IF NOT APR-FILE-STATUS-OK
017359         DISPLAY 'APPROVAL QUEUE OPEN FAILED, STATUS: '
017360             WS-APR-FILE-STATUS
017361         PERFORM 8050-RELEASE-EMP-LOCK THRU 8050-EXIT
017362         MOVE 8 TO RETURN-CODE
017363         STOP RUN
017364     END-IF.
017365     PERFORM 1090-LOAD-APPROVAL-ITEM THRU 1090-EXIT
017366         UNTIL APR-EOF-REACHED.
017367     CLOSE APPROVAL-QUEUE-FILE.
017368     IF APR-TABLE-OVERFLOWED
017369         DISPLAY 'APPROVAL QUEUE EXCEEDS THE TABLE, RUN REFUSED'
017370         PERFORM 8050-RELEASE-EMP-LOCK THRU 8050-EXIT
017371         MOVE 8 TO RETURN-CODE
017372         STOP RUN
017373     END-IF.
017374 1080-EXIT.
017375     EXIT.
017376
017377 1090-LOAD-APPROVAL-ITEM.
017378     READ APPROVAL-QUEUE-FILE
017379         AT END
017380             SET APR-EOF-REACHED TO TRUE
017381     END-READ.
017382     IF APR-EOF-REACHED
017383         GO TO 1090-EXIT
017384     END-IF.
017385     IF WS-APR-TABLE-USED < 500
017386         ADD 1 TO WS-APR-TABLE-USED
017387         SET WS-APR-IDX TO WS-APR-TABLE-USED
017388         MOVE APPROVAL-RECORD TO WS-APR-ENTRY (WS-APR-IDX)
017389         IF APR-SEQ-NO NOT LESS THAN WS-APR-NEXT-SEQ-NO
017390             ADD 1 APR-SEQ-NO GIVING WS-APR-NEXT-SEQ-NO
017391         END-IF
017392     ELSE
017393         SET APR-TABLE-OVERFLOWED TO TRUE
017394     END-IF.
017395 1090-EXIT.
017396     EXIT.
017400*----------------------------------------------------------------
017500* 2000-PROCESS-LOOP  --  READ ONE TRANSACTION AND, UNLESS END OF
017600* FILE WAS REACHED, EDIT AND APPLY IT.
020400
020410*    A VALID TRANSACTION DATED BEYOND TODAY WAITS ON THE PENDING
020420*    FILE INSTEAD OF APPLYING EARLY -- TRANS-RELEASE FEEDS IT
020430*    BACK THE NIGHT ITS EFFECTIVE DATE ARRIVES.  ONE THAT NEEDS A
020480*    SECOND OPERATOR'S SIGN-OFF WAITS ON THE APPROVAL QUEUE.
020500     IF VALID-TRANS
020510         IF MT-EFF-DATE IS NUMERIC
020520                 AND MT-EFF-DATE > WS-TODAY-CCYYMMDD-NUM
020530             PERFORM 3800-DEFER-TRANSACTION THRU 3800-EXIT
020540         ELSE
020545             PERFORM 3250-CHECK-APPROVAL THRU 3250-EXIT
020550             EVALUATE TRUE
020555                 WHEN INVALID-TRANS
020560                     PERFORM 3900-REJECT-TRANSACTION
020565                         THRU 3900-EXIT
020570                 WHEN APR-HOLD-NEEDED
020575                     PERFORM 3950-HOLD-FOR-APPROVAL
020580                         THRU 3950-EXIT
020585                 WHEN OTHER
020600                     PERFORM 3300-APPLY-TRANSACTION
020620                         THRU 3300-EXIT
020640             END-EVALUATE
020650         END-IF
020700     ELSE
020800         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
022300     MOVE MTF-EMP-DEPT       TO MT-EMP-DEPT.
022310     MOVE MTF-EFF-DATE       TO MT-EFF-DATE.
022320     MOVE MTF-STATUS-DATE    TO MT-STATUS-DATE.
022330     MOVE MTF-PAY-TYPE       TO MT-PAY-TYPE.
022340     MOVE MTF-HOURLY-RATE    TO MT-HOURLY-RATE.
022400 3050-EXIT.
022500     EXIT.
022600
025800         SET INVALID-TRANS TO TRUE
025900         MOVE 40 TO WS-MAINT-REASON-CODE
026000         MOVE 'EMP-SALARY NOT NUMERIC' TO WS-MAINT-REASON-TEXT
026004     END-IF.
026008
026012*    AN HOURLY EMPLOYEE IS PAID NOTHING BUT HOURS TIMES RATE, SO
026016*    AN 'H' WITHOUT A USABLE RATE WOULD PAY ZERO EVERY PERIOD.
026020     IF VALID-TRANS AND (MT-ADD OR MT-CHANGE)
026024             AND NOT (MT-PAY-HOURLY OR MT-PAY-SALARIED
026028                 OR MT-PAY-UNCHANGED)
026032         SET INVALID-TRANS TO TRUE
026036         MOVE 56 TO WS-MAINT-REASON-CODE
026040         MOVE 'PAY TYPE NOT H/S/BLANK'
026044             TO WS-MAINT-REASON-TEXT
026048     END-IF.
026052
026056     IF VALID-TRANS AND (MT-ADD OR MT-CHANGE) AND MT-PAY-HOURLY
026060             AND (MT-HOURLY-RATE IS NOT NUMERIC
026064                 OR MT-HOURLY-RATE EQUAL ZERO)
026068         SET INVALID-TRANS TO TRUE
026072         MOVE 57 TO WS-MAINT-REASON-CODE
026076         MOVE 'HOURLY RATE REQUIRED ON PAY TYPE H'
026080             TO WS-MAINT-REASON-TEXT
026100     END-IF.
026200
026300     IF VALID-TRANS AND (MT-ADD OR MT-CHANGE)
026990         MOVE 'TERM DATE REQUIRED ON T'
026991             TO WS-MAINT-REASON-TEXT
026992     END-IF.
026993
026994*    DUAL CONTROL NEEDS TO KNOW WHO KEYED THE LINE.
026995     IF VALID-TRANS AND MTF-OPERATOR-ID EQUAL TO SPACES
026996         SET INVALID-TRANS TO TRUE
026997         MOVE 54 TO WS-MAINT-REASON-CODE
026998         MOVE 'OPERATOR ID BLANK' TO WS-MAINT-REASON-TEXT
026999     END-IF.
027000 3100-EXIT.
027100     EXIT.
027200
029000 3200-EXIT.
029100     EXIT.
029200
029202*    3250-CHECK-APPROVAL DECIDES WHETHER A VALID TRANSACTION MAY
029204*    APPLY NOW.  A LINE CARRYING AN APPROVER ID MUST MATCH AN ITEM
029206*    TRANS-APPROVE RELEASED AND THEN APPLIES WITHOUT ANOTHER HOLD;
029208*    ANY OTHER LINE GOES THROUGH 3400-CHECK-HOLD-RULES.
029210 3250-CHECK-APPROVAL.
029212     MOVE 'N' TO WS-APR-HOLD-SWITCH.
029214     IF MTF-APPROVER-ID EQUAL TO SPACES
029216         PERFORM 3400-CHECK-HOLD-RULES THRU 3400-EXIT
029218         GO TO 3250-EXIT
029220     END-IF.
029222
029224     MOVE 'N' TO WS-APR-SLOT-SWITCH.
029226     SET WS-APR-IDX TO 1.
029228     PERFORM 3260-TEST-APPROVAL-ITEM THRU 3260-EXIT
029230         UNTIL APR-SLOT-FOUND
029232             OR WS-APR-IDX > WS-APR-TABLE-USED.
029234     IF APR-SLOT-FOUND
029236         MOVE 'P' TO WS-APR-STATE (WS-APR-IDX)
029238         SET APR-QUEUE-CHANGED TO TRUE
029240         ADD 1 TO WS-MAINT-APPROVED-COUNT
029242     ELSE
029244         SET INVALID-TRANS TO TRUE
029246         MOVE 58 TO WS-MAINT-REASON-CODE
029248         MOVE 'APPROVER STAMP NOT ON APPROVAL QUEUE'
029250             TO WS-MAINT-REASON-TEXT
029252     END-IF.
029254 3250-EXIT.
029256     EXIT.
029258
029260*    3260-TEST-APPROVAL-ITEM MATCHES A RELEASED ('W') MAINTENANCE
029262*    ITEM'S STAMPED LINE AGAINST THIS ONE BYTE FOR BYTE.  CLAIMING
029264*    IT MARKS IT POSTED, SO THE SAME LINE CAN NEVER APPLY TWICE.
029266 3260-TEST-APPROVAL-ITEM.
029268     IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TO 'M'
029270             AND WS-APR-STATE (WS-APR-IDX) EQUAL TO 'W'
029272             AND WS-APR-LINE (WS-APR-IDX) EQUAL TO
029274                 MAINT-TRANS-RECORD
029276         SET APR-SLOT-FOUND TO TRUE
029278     ELSE
029280         SET WS-APR-IDX UP BY 1
029282     END-IF.
029284 3260-EXIT.
029286     EXIT.
029300 3300-APPLY-TRANSACTION.
029400     EVALUATE TRUE
029500         WHEN MT-ADD
030600*    EMP-ID COMES BACK AS AN INVALID KEY ON WRITE, NOT AN ABEND.
030610*    AN ADD HAS NO PRIOR RECORD, SO ITS JOURNAL BEFORE-IMAGE IS
030620*    BLANK AND THE AFTER-IMAGE IS THE RECORD JUST WRITTEN.
030630*    THE NEW HIRE IS THEN CHECKED AGAINST THE DEPARTMENT BUDGET.
030700 3310-ADD-EMP-RECORD.
030800     PERFORM 3600-BUILD-EMP-RECORD THRU 3600-EXIT.
030810
031620             MOVE SPACES TO WS-JRN-BEFORE-IMAGE
031630             MOVE EMP-RECORD TO WS-JRN-AFTER-IMAGE
031640             PERFORM 3700-WRITE-JOURNAL-RECORD THRU 3700-EXIT
031650             PERFORM 9200-CHECK-DEPT-BUDGET THRU 9200-EXIT
031700     END-WRITE.
031800 3310-EXIT.
031900     EXIT.
032300*    READ RATHER THAN AN ABEND.  THE RECORD AS READ IS SAVED AS
032310*    THE JOURNAL BEFORE-IMAGE AHEAD OF 3600-BUILD-EMP-RECORD
032320*    OVERLAYING IT.
032340*    A SALARY CHANGE WITH AN EFFECTIVE DATE ALREADY PAST IS ALSO
032360*    SENT TO THE RETRO TRIGGER FILE.
032400 3320-CHANGE-EMP-RECORD.
032500     MOVE MT-EMP-ID TO EMP-ID-KEY.
032600     READ EMP-FILE KEY IS EMP-ID-KEY
033330*    NAME/SALARY/DEPT, NOT THE LIFECYCLE.
033340             MOVE WS-OLD-EMP-RECORD (36:17)
033350                 TO EMP-RECORD (36:17)
033351             IF MT-PAY-UNCHANGED
033352                 MOVE WS-OLD-EMP-RECORD (53:6)
033353                     TO EMP-RECORD (53:6)
033354             END-IF
033400             REWRITE EMP-RECORD
033500             ADD 1 TO WS-CHANGE-COUNT
033510             MOVE 'R' TO WS-JRN-ACTION
033520             MOVE EMP-RECORD TO WS-JRN-AFTER-IMAGE
033530             PERFORM 3700-WRITE-JOURNAL-RECORD THRU 3700-EXIT
033550             PERFORM 3980-WRITE-RETRO-TRIGGER THRU 3980-EXIT
033600     END-READ.
033700 3320-EXIT.
033800     EXIT.
035606 3340-EXIT.
035607     EXIT.
035608
035609*    3400-CHECK-HOLD-RULES SETS APR-HOLD-NEEDED, AND STAGES THE
035610*    REASON AND THE BEFORE/AFTER SALARY AND STATUS IN
035611*    WS-APPROVAL-WORK, FOR EVERY ADD, EVERY STATUS SET, AND A
035612*    CHANGE MOVING THE SALARY PAST WS-APPROVAL-PCT.  A CHANGE OR
035613*    STATUS SET WHOSE EMP-ID IS NOT ON FILE IS NOT HELD -- THE
035614*    APPLY REJECTS IT THE USUAL WAY.  A DELETE IS NEVER HELD.
035615 3400-CHECK-HOLD-RULES.
035616     MOVE SPACES TO WS-APPROVAL-WORK.
035617     IF MT-DELETE
035618         GO TO 3400-EXIT
035619     END-IF.
035620     IF MT-ADD
035621         SET APR-HOLD-NEEDED TO TRUE
035622         MOVE 'A' TO WAP-HOLD-REASON
035623         MOVE ZERO TO WAP-SALARY-BEFORE
035624         MOVE MT-EMP-SALARY TO WAP-SALARY-AFTER
035625         MOVE 'A' TO WAP-STATUS-AFTER
035626         GO TO 3400-EXIT
035627     END-IF.
035628
035629     MOVE MT-EMP-ID TO EMP-ID-KEY.
035630     READ EMP-FILE KEY IS EMP-ID-KEY
035631         INVALID KEY
035632             GO TO 3400-EXIT
035633     END-READ.
035634     MOVE EMPF-EMP-SALARY TO WAP-SALARY-BEFORE.
035635     MOVE EMPF-EMP-SALARY TO WAP-SALARY-AFTER.
035636     MOVE EMPF-EMP-STATUS TO WAP-STATUS-BEFORE.
035637     MOVE EMPF-EMP-STATUS TO WAP-STATUS-AFTER.
035638
035639     IF MT-CHANGE
035640         MOVE MT-EMP-SALARY TO WAP-SALARY-AFTER
035641         SUBTRACT EMPF-EMP-SALARY FROM MT-EMP-SALARY
035642             GIVING WS-APR-CHANGE
035643         IF WS-APR-CHANGE IS NEGATIVE
035644             MULTIPLY -1 BY WS-APR-CHANGE
035645         END-IF
035646         IF WS-APR-CHANGE * 100
035647                 > WS-APPROVAL-PCT * EMPF-EMP-SALARY
035648             SET APR-HOLD-NEEDED TO TRUE
035649             MOVE 'P' TO WAP-HOLD-REASON
035650         END-IF
035651         GO TO 3400-EXIT
035652     END-IF.
035653
035654*    A RETURN TO ACTIVE FROM TERMINATED IS A REACTIVATION.
035655     SET APR-HOLD-NEEDED TO TRUE.
035656     MOVE 'S' TO WAP-HOLD-REASON.
035657     EVALUATE TRUE
035658         WHEN MT-LEAVE
035659             MOVE 'L' TO WAP-STATUS-AFTER
035660         WHEN MT-RETURN
035661             MOVE 'A' TO WAP-STATUS-AFTER
035662             IF EMPF-EMP-STATUS EQUAL TO 'T'
035663                 MOVE 'R' TO WAP-HOLD-REASON
035664             END-IF
035665         WHEN MT-TERMINATE
035666             MOVE 'T' TO WAP-STATUS-AFTER
035667     END-EVALUATE.
035668 3400-EXIT.
035669     EXIT.
035670
035700*    3600-BUILD-EMP-RECORD MOVES THE TRANSACTION'S FIELDS INTO THEIR
035800*    FIXED COLUMNS IN EMP-RECORD-FIELDS (EMPREC.CPY) RATHER THAN
035900*    STRINGING A SPACE-DELIMITED LINE, SO A MULTI-WORD MT-EMP-NAME
036000*    LANDS IN ITS OWN COLUMN INSTEAD OF SHIFTING THE FIELDS AFTER IT.
036010*    ONLY AN HOURLY EMPLOYEE KEEPS A RATE; A BLANK PAY TYPE BUILDS
036020*    AS SALARIED (3320 PUTS THE OLD PAY COLUMNS BACK ON A CHANGE).
036100 3600-BUILD-EMP-RECORD.
036200     MOVE SPACES TO EMP-RECORD.
036300     MOVE MT-EMP-ID       TO EMPF-EMP-ID.
036400     MOVE MT-EMP-NAME     TO EMPF-EMP-NAME.
036500     MOVE MT-EMP-SALARY   TO EMPF-EMP-SALARY.
036600     MOVE MT-EMP-DEPT     TO EMPF-EMP-DEPT.
036610     IF MT-PAY-HOURLY
036620         MOVE 'H'             TO EMPF-PAY-TYPE
036630         MOVE MT-HOURLY-RATE  TO EMPF-HOURLY-RATE
036640     ELSE
036650         MOVE 'S'             TO EMPF-PAY-TYPE
036660         MOVE ZERO            TO EMPF-HOURLY-RATE
036670     END-IF.
036700 3600-EXIT.
036800     EXIT.
036810
037900 3900-EXIT.
038000     EXIT.
038100
038101*    3950-HOLD-FOR-APPROVAL ADDS THE LINE 3400-CHECK-HOLD-RULES
038102*    STAGED TO THE APPROVAL QUEUE VERBATIM.  A FULL QUEUE CANNOT
038103*    TAKE IT, SO THE LINE IS REJECTED RATHER THAN APPLIED.
038104 3950-HOLD-FOR-APPROVAL.
038105     IF WS-APR-TABLE-USED NOT LESS THAN 500
038106         MOVE 59 TO WS-MAINT-REASON-CODE
038107         MOVE 'APPROVAL QUEUE FULL' TO WS-MAINT-REASON-TEXT
038108         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
038109         GO TO 3950-EXIT
038110     END-IF.
038111
038112     MOVE WS-APR-NEXT-SEQ-NO TO WAP-SEQ-NO.
038113     ADD 1 TO WS-APR-NEXT-SEQ-NO.
038114     MOVE 'M' TO WAP-SOURCE.
038115     MOVE 'H' TO WAP-STATE.
038116     MOVE MT-EMP-ID TO WAP-EMP-ID.
038117     MOVE WS-TODAY-CCYYMMDD-NUM TO WAP-DATE-HELD.
038118     MOVE MTF-OPERATOR-ID TO WAP-SUBMIT-OPERATOR.
038119     MOVE ZERO TO WAP-DATE-DECIDED.
038120     MOVE MAINT-TRANS-RECORD TO WAP-TRANS-LINE.
038121
038122     ADD 1 TO WS-APR-TABLE-USED.
038123     SET WS-APR-IDX TO WS-APR-TABLE-USED.
038124     MOVE WS-APPROVAL-WORK TO WS-APR-ENTRY (WS-APR-IDX).
038125     SET APR-QUEUE-CHANGED TO TRUE.
038126     ADD 1 TO WS-MAINT-HELD-COUNT.
038127 3950-EXIT.
038128     EXIT.
038129
038130*    3960-SAVE-APPROVAL-QUEUE REWRITES THE WHOLE QUEUE FROM
038131*    WS-APR-TABLE WHEN THE RUN HELD OR APPLIED AN ITEM, STILL
038132*    UNDER THE LOCK, SO NO OTHER UPDATER SEES IT HALF WRITTEN.
038133 3960-SAVE-APPROVAL-QUEUE.
038134     IF NOT APR-QUEUE-CHANGED
038135         GO TO 3960-EXIT
038136     END-IF.
038137     OPEN OUTPUT APPROVAL-QUEUE-FILE.
038138     MOVE 1 TO WS-APR-SUB.
038139     PERFORM 3970-SAVE-APPROVAL-ITEM THRU 3970-EXIT
038140         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
038141     CLOSE APPROVAL-QUEUE-FILE.
038142 3960-EXIT.
038143     EXIT.
038144
038145 3970-SAVE-APPROVAL-ITEM.
038146     SET WS-APR-IDX TO WS-APR-SUB.
038147     MOVE WS-APR-ENTRY (WS-APR-IDX) TO APPROVAL-RECORD.
038148     WRITE APPROVAL-RECORD.
038149     ADD 1 TO WS-APR-SUB.
038150 3970-EXIT.
038151     EXIT.
038152
038153*    3980-WRITE-RETRO-TRIGGER APPENDS A RETRO TRIGGER LINE WHEN
038154*    THE CHANGE JUST POSTED MOVED THE SALARY AND WAS EFFECTIVE
038155*    BEFORE TODAY -- PAY-CALC MAY ALREADY HAVE PAID PERIODS SINCE
038156*    THE EFFECTIVE DATE AT THE OLD SALARY.
038157 3980-WRITE-RETRO-TRIGGER.
038158     IF MT-EFF-DATE IS NOT NUMERIC
038159             OR MT-EFF-DATE EQUAL ZERO
038160             OR MT-EFF-DATE NOT < WS-TODAY-CCYYMMDD-NUM
038161         GO TO 3980-EXIT
038162     END-IF.
038163     MOVE WS-OLD-EMP-RECORD (27:5) TO WS-RTR-SALARY-BEFORE.
038164     IF EMPF-EMP-SALARY EQUAL TO WS-RTR-SALARY-BEFORE
038165         GO TO 3980-EXIT
038166     END-IF.
038167
038168     MOVE SPACES TO RETRO-TRIGGER-RECORD.
038169     MOVE EMP-ID-KEY TO RTR-EMP-ID.
038170     MOVE MT-EFF-DATE TO RTR-EFF-DATE.
038171     MOVE WS-RTR-SALARY-BEFORE TO RTR-SALARY-BEFORE.
038172     MOVE EMPF-EMP-SALARY TO RTR-SALARY-AFTER.
038173     MOVE WS-RUN-ID TO RTR-APPLY-RUN-ID.
038174     MOVE 'EMPMAINT' TO RTR-APPLY-PROGRAM.
038175     WRITE RETRO-TRIGGER-RECORD.
038176     ADD 1 TO WS-MAINT-RETRO-COUNT.
038177 3980-EXIT.
038178     EXIT.
038200*----------------------------------------------------------------
038300* 8000-TERMINATE  --  CLOSE FILES AND DISPLAY THE RUN SUMMARY.
038400*----------------------------------------------------------------
038800     CLOSE MAINT-REJECT-FILE.
038810     CLOSE JOURNAL-FILE.
038820     CLOSE PENDING-TRANS-FILE.
038822     CLOSE RETRO-TRIGGER-FILE.
038823     CLOSE BUDGET-WARNING-FILE.
038825     PERFORM 3960-SAVE-APPROVAL-QUEUE THRU 3960-EXIT.
038830     PERFORM 8050-RELEASE-EMP-LOCK THRU 8050-EXIT.
038900
039000     DISPLAY ' '.
039300     DISPLAY 'Records Changed: ' WS-CHANGE-COUNT.
039400     DISPLAY 'Records Deleted: ' WS-DELETE-COUNT.
039410     DISPLAY 'Status Changes Applied: ' WS-STATUS-COUNT.
039420     DISPLAY 'Transactions Held For Approval: '
039430         WS-MAINT-HELD-COUNT.
039440     DISPLAY 'Approved Items Applied: ' WS-MAINT-APPROVED-COUNT.
039450     DISPLAY 'Back-Dated Changes Sent To Retro: '
039460         WS-MAINT-RETRO-COUNT.
039470     DISPLAY 'Adds Over Department Budget: '
039480         WS-MAINT-BUDGET-WARN-COUNT.
039500     DISPLAY 'Transactions Rejected: ' WS-MAINT-REJECT-COUNT.
039505     DISPLAY 'Transactions Deferred: ' WS-MAINT-DEFER-COUNT.
039510     DISPLAY 'Run ID: ' WS-RUN-ID.
040002     PERFORM 3700-WRITE-JOURNAL-RECORD THRU 3700-EXIT.
040003 7300-EXIT.
040004     EXIT.
040100
040200*----------------------------------------------------------------
040300* 9100-LOAD-BUDGET THRU 9230-TEST-BUDGET-SLOT  --  THE DEPARTMENT
040400* BUDGET CHECK ON ADDS.  BUD-MAINT KEEPS THE BUDGET; ADDS THAT
040500* LEAVE A DEPARTMENT OVER IT GO TO THE BUDGET WARNING FILE.
040600*----------------------------------------------------------------
040700*    9100-LOAD-BUDGET PUTS THE CURRENT FISCAL MONTH'S LINE FOR
040800*    EACH DEPARTMENT INTO WS-BGT-TABLE.  NO BUDGET FILE, OR NO
040900*    LINE FOR A DEPARTMENT, JUST MEANS NOTHING TO CHECK AGAINST;
041000*    A BUDGET FILE THAT WILL NOT OPEN STOPS THE RUN.
041100 9100-LOAD-BUDGET.
041200     MOVE WS-TODAY-CCYYMMDD-NUM TO WS-BGT-TODAY.
041300     IF WS-BGT-TODAY-MM NOT < WS-FY-START-MONTH
041400         COMPUTE WS-BGT-FISCAL-MONTH =
041500             WS-BGT-TODAY-MM - WS-FY-START-MONTH + 1
041600         MOVE WS-BGT-TODAY-CCYY TO WS-BGT-FISCAL-YEAR
041700         IF WS-FY-START-MONTH > 1
041800             ADD 1 TO WS-BGT-FISCAL-YEAR
041900         END-IF
042000     ELSE
042100         COMPUTE WS-BGT-FISCAL-MONTH =
042200             WS-BGT-TODAY-MM + 13 - WS-FY-START-MONTH
042300         MOVE WS-BGT-TODAY-CCYY TO WS-BGT-FISCAL-YEAR
042400     END-IF.
042500     OPEN INPUT BUDGET-FILE.
042600     IF BUD-FILE-NOTEXIST
042700         GO TO 9100-EXIT
042800     END-IF.
042900     IF NOT BUD-FILE-STATUS-OK
043000         DISPLAY 'BUDGET FILE OPEN FAILED, STATUS: '
043100             WS-BUD-FILE-STATUS
043200         PERFORM 8050-RELEASE-EMP-LOCK THRU 8050-EXIT
043300         MOVE 8 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     PERFORM 9110-LOAD-BUDGET-LINE THRU 9110-EXIT
043700         UNTIL BUD-EOF-REACHED.
043800     CLOSE BUDGET-FILE.
043900 9100-EXIT.
044000     EXIT.
044100
044200 9110-LOAD-BUDGET-LINE.
044300     READ BUDGET-FILE
044400         AT END
044500             SET BUD-EOF-REACHED TO TRUE
044600     END-READ.
044700     IF BUD-EOF-REACHED
044800         GO TO 9110-EXIT
044900     END-IF.
045000     IF BUD-FISCAL-YEAR NOT EQUAL TO WS-BGT-FISCAL-YEAR
045100             OR BUD-FISCAL-MONTH NOT EQUAL TO WS-BGT-FISCAL-MONTH
045200         GO TO 9110-EXIT
045300     END-IF.
045400     IF WS-BGT-TABLE-USED NOT < 50
045500         DISPLAY 'BUDGET TABLE FULL, DEPT ' BUD-DEPT-CODE
045600             ' OMITTED FROM BUDGET CHECK'
045700         GO TO 9110-EXIT
045800     END-IF.
045900     ADD 1 TO WS-BGT-TABLE-USED.
046000     SET WS-BGT-IDX TO WS-BGT-TABLE-USED.
046100     MOVE BUD-DEPT-CODE TO WS-BGT-DEPT (WS-BGT-IDX).
046200     MOVE BUD-HEADCOUNT TO WS-BGT-HEADCOUNT (WS-BGT-IDX).
046300     MOVE BUD-SALARY TO WS-BGT-SALARY (WS-BGT-IDX).
046400 9110-EXIT.
046500     EXIT.
046600
046700*    9200-CHECK-DEPT-BUDGET RUNS AFTER AN ADD IS WRITTEN.  IT
046800*    RE-TOTALS THE DEPARTMENT'S ACTIVE HEADCOUNT AND SALARY BASE
046900*    ALONG THE EMP-DEPT-KEY ALTERNATE KEY, NEW HIRE INCLUDED, AND
047000*    LOGS A BUDGET WARNING WHEN EITHER IS OVER THE MONTH'S BUDGET.
047100*    THE ADD STANDS -- FINANCE WORKS THE LISTING.  EVERY ADD TO A
047200*    DEPARTMENT ALREADY OVER BUDGET IS WARNED, NOT JUST THE ONE
047300*    THAT CROSSED, SO EACH SHOWS ON THE LISTING.  THE SWEEP
047400*    OVERLAYS EMP-RECORD, SO IT IS THE LAST THING 3310 DOES.
047500 9200-CHECK-DEPT-BUDGET.
047600     MOVE EMPF-EMP-DEPT TO WS-BGT-CHECK-DEPT.
047700     PERFORM 9220-FIND-BUDGET-SLOT THRU 9220-EXIT.
047800     IF BGT-SLOT-NOT-FOUND
047900         GO TO 9200-EXIT
048000     END-IF.
048100     MOVE EMP-ID-KEY TO WS-BGT-EMP-ID.
048200     MOVE EMPF-EMP-SALARY TO WS-BGT-SAL-CHANGE.
048300     MOVE ZERO TO WS-BGT-HC-ACTUAL.
048400     MOVE ZERO TO WS-BGT-SAL-ACTUAL.
048500     MOVE 'N' TO WS-BGT-DONE-SWITCH.
048600     MOVE WS-BGT-CHECK-DEPT TO EMP-DEPT-KEY.
048700     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-KEY
048800         INVALID KEY
048900             SET BGT-SWEEP-DONE TO TRUE
049000     END-START.
049100     PERFORM 9210-SWEEP-BUDGET-DEPT THRU 9210-EXIT
049200         UNTIL BGT-SWEEP-DONE.
049300     IF WS-BGT-HC-ACTUAL NOT > WS-BGT-HEADCOUNT (WS-BGT-IDX)
049400             AND WS-BGT-SAL-ACTUAL
049500                 NOT > WS-BGT-SALARY (WS-BGT-IDX)
049600         GO TO 9200-EXIT
049700     END-IF.
049800     MOVE SPACES TO BUDGET-WARNING-RECORD.
049900     MOVE WS-TODAY-CCYYMMDD-NUM TO BWN-DATE.
050000     MOVE 'EMPMAINT' TO BWN-PROGRAM.
050100     MOVE WS-RUN-ID TO BWN-RUN-ID.
050200     MOVE WS-BGT-EMP-ID TO BWN-EMP-ID.
050300     SET BWN-ACTION-ADD TO TRUE.
050400     MOVE WS-BGT-CHECK-DEPT TO BWN-DEPT.
050500     MOVE WS-BGT-FISCAL-YEAR TO BWN-FISCAL-YEAR.
050600     MOVE WS-BGT-FISCAL-MONTH TO BWN-FISCAL-MONTH.
050700     MOVE WS-BGT-HC-ACTUAL TO BWN-HC-ACTUAL.
050800     MOVE WS-BGT-HEADCOUNT (WS-BGT-IDX) TO BWN-HC-BUDGET.
050900     MOVE WS-BGT-SAL-ACTUAL TO BWN-SAL-ACTUAL.
051000     MOVE WS-BGT-SALARY (WS-BGT-IDX) TO BWN-SAL-BUDGET.
051100     MOVE WS-BGT-SAL-CHANGE TO BWN-SAL-CHANGE.
051200     WRITE BUDGET-WARNING-RECORD.
051300     ADD 1 TO WS-MAINT-BUDGET-WARN-COUNT.
051400     DISPLAY 'BUDGET WARNING: EMP-ID ' WS-BGT-EMP-ID
051500         ' ADD PUTS DEPT ' WS-BGT-CHECK-DEPT ' OVER BUDGET'.
051600 9200-EXIT.
051700     EXIT.
051800
051900 9210-SWEEP-BUDGET-DEPT.
052000     READ EMP-FILE NEXT RECORD
052100         AT END
052200             SET BGT-SWEEP-DONE TO TRUE
052300     END-READ.
052400     IF BGT-SWEEP-DONE
052500         GO TO 9210-EXIT
052600     END-IF.
052700     IF EMP-DEPT-KEY NOT EQUAL TO WS-BGT-CHECK-DEPT
052800         SET BGT-SWEEP-DONE TO TRUE
052900         GO TO 9210-EXIT
053000     END-IF.
053100     IF EMPF-EMP-STATUS EQUAL TO 'A'
053200             OR EMPF-EMP-STATUS EQUAL TO SPACE
053300         ADD 1 TO WS-BGT-HC-ACTUAL
053400         ADD EMPF-EMP-SALARY TO WS-BGT-SAL-ACTUAL
053500     END-IF.
053600 9210-EXIT.
053700     EXIT.
053800
053900 9220-FIND-BUDGET-SLOT.
054000     MOVE 'N' TO WS-BGT-SLOT-SWITCH.
054100     SET WS-BGT-IDX TO 1.
054200     PERFORM 9230-TEST-BUDGET-SLOT THRU 9230-EXIT
054300         UNTIL BGT-SLOT-FOUND
054400             OR WS-BGT-IDX > WS-BGT-TABLE-USED.
054500 9220-EXIT.
054600     EXIT.
054700
054800 9230-TEST-BUDGET-SLOT.
054900     IF WS-BGT-DEPT (WS-BGT-IDX) EQUAL TO WS-BGT-CHECK-DEPT
055000         SET BGT-SLOT-FOUND TO TRUE
055100     ELSE
055200         SET WS-BGT-IDX UP BY 1
055300     END-IF.
055400 9230-EXIT.
055500     EXIT.
