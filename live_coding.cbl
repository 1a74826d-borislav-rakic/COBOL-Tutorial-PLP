004268*                      FIGURES THAT USED TO EXIST FOR EXACTLY
004269*                      ONE NIGHT -- SO TREND-REPORT CAN ANSWER
004271*                      "WHAT CHANGED THIS QUARTER".
004272*    2026-10-15  JR    CARRIED EMPF-PAY-TYPE AND EMPF-HOURLY-RATE
004273*                      THROUGH THE PARSE AND THE REBUILD SO A
004274*                      SALARY ADJUSTMENT NO LONGER BLANKS AN
004275*                      HOURLY EMPLOYEE'S PAY COLUMNS.
004276*    2026-10-15  JR    ADDED TRANS-OPERATOR-ID, TRANS-APPROVER-ID
004277*                      TO TRANSACTION-RECORD.  A 'U' RUN HOLDS AN
004278*                      ADJUSTMENT PAST WS-APPROVAL-PCT ON THE
004279*                      APPROVAL QUEUE FOR TRANS-APPROVE, AND POSTS
004280*                      AN APPROVER-STAMPED LINE ONLY WHEN THE
004281*                      QUEUE SHOWS IT RELEASED (SEE APRREC.CPY).
004282*    2026-10-15  JR    AN ADJUSTMENT POSTED WITH AN EFFECTIVE DATE
004283*                      ALREADY PAST NOW ALSO GOES TO THE RETRO
004284*                      TRIGGER FILE (SEE RTRREC.CPY) SO RETRO-CALC
004285*                      CAN REPRICE THE PERIODS PAID AT THE OLD
004286*                      SALARY.
004287*    2026-10-15  JR    A POSTED RAISE THAT LEAVES ITS DEPARTMENT
004288*                      OVER THE MONTH'S BUDGETED SALARY (SEE
004289*                      BUDREC.CPY) IS LOGGED TO THE BUDGET WARNING
004290*                      FILE FOR FINANCE (SEE BWNREC.CPY).
004291******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
010414         ACCESS MODE IS SEQUENTIAL
010415         FILE STATUS IS WS-DHIST-FILE-STATUS.
010416
010421*    APPROVAL-QUEUE-FILE HOLDS ADJUSTMENTS WAITING FOR A SECOND
010426*    OPERATOR'S SIGN-OFF -- SEE APRREC.CPY.  A 'U' RUN LOADS IT
010431*    WHOLE UNDER THE EMP-FILE LOCK AND REWRITES IT AT THE END.
010436     SELECT APPROVAL-QUEUE-FILE
010441         ASSIGN TO 'approval_queue_file.dat'
010446         ORGANIZATION IS LINE SEQUENTIAL
010451         ACCESS MODE IS SEQUENTIAL
010456         FILE STATUS IS WS-APR-FILE-STATUS.
010461
010463*    RETRO-TRIGGER-FILE GETS ONE LINE PER SALARY CHANGE POSTED
010465*    WITH AN EFFECTIVE DATE ALREADY PAST -- SEE RTRREC.CPY.
010467*    OPENED EXTEND SO LINES RETRO-CALC HAS NOT YET SEEN ARE KEPT.
010469     SELECT RETRO-TRIGGER-FILE
010471         ASSIGN TO 'retro_trigger_file.dat'
010473         ORGANIZATION IS LINE SEQUENTIAL
010475         ACCESS MODE IS SEQUENTIAL
010477         FILE STATUS IS WS-RTR-FILE-STATUS.
010479
010480*    BUDGET-FILE IS BUD-MAINT'S DEPARTMENT BUDGET, READ ONCE AT
010481*    START-UP.  BUDGET-WARNING-FILE GETS ONE LINE PER RAISE THAT
010482*    LEAVES A DEPARTMENT OVER BUDGET, OPENED EXTEND SO LINES
010483*    BUDGET-RPT HAS NOT YET LISTED ARE KEPT.
010484     SELECT BUDGET-FILE
010485         ASSIGN TO 'budget_file.dat'
010486         ORGANIZATION IS LINE SEQUENTIAL
010487         ACCESS MODE IS SEQUENTIAL
010488         FILE STATUS IS WS-BUD-FILE-STATUS.
010489     SELECT BUDGET-WARNING-FILE
010490         ASSIGN TO 'budget_warning_file.dat'
010491         ORGANIZATION IS LINE SEQUENTIAL
010492         ACCESS MODE IS SEQUENTIAL
010493         FILE STATUS IS WS-BWN-FILE-STATUS.
010500 DATA DIVISION.
010600 FILE SECTION.
010700*File description used by COBOL to refer to the assigned file.
016620*    EFFECT.  ZERO, BLANK, OR OTHERWISE NON-NUMERIC MEANS APPLY
016630*    IMMEDIATELY, SO TRANSACTION FILES CUT BEFORE THE FIELD
016640*    EXISTED STILL APPLY THE WAY THEY ALWAYS DID.
016650*    TRANS-OPERATOR-ID IS THE OPERATOR WHO KEYED THE LINE.
016660*    TRANS-APPROVER-ID IS BLANK ON A KEYED LINE; TRANS-APPROVE
016670*    STAMPS IT ON A HELD LINE IT RELEASES, AND SUCH A LINE POSTS
016680*    ONLY WHEN THE APPROVAL QUEUE SHOWS IT RELEASED.
016700 FD  TRANSACTION-FILE
016800     RECORD CONTAINS 100 CHARACTERS
016900     DATA RECORD IS TRANSACTION-RECORD.
017200     02  TRANS-ADJUSTMENT-AMOUNT  PIC S9(05)
017300         SIGN IS LEADING SEPARATE CHARACTER.
017310     02  TRANS-EFF-DATE           PIC 9(08).
017330     02  TRANS-OPERATOR-ID        PIC X(08).
017350     02  TRANS-APPROVER-ID        PIC X(08).
017400     02  FILLER                   PIC X(64).
017500
017600*File description for the GL run-control record.
017700 FD  RUN-CONTROL-FILE
019801     DATA RECORD IS DEPT-HISTORY-RECORD.
019802 01  DEPT-HISTORY-RECORD         PIC X(35).
019803
019813*File description for the approval queue, shared with EMP-MAINT
019823*and TRANS-APPROVE via APRREC.CPY.
019833 FD  APPROVAL-QUEUE-FILE
019843     RECORD CONTAINS 158 CHARACTERS
019853     DATA RECORD IS APPROVAL-RECORD.
019863     COPY "APRREC.CPY".
019873
019875*File description for the retro trigger file, shared with
019877*EMP-MAINT and RETRO-CALC via RTRREC.CPY.
019879 FD  RETRO-TRIGGER-FILE
019881     RECORD CONTAINS 50 CHARACTERS
019883     DATA RECORD IS RETRO-TRIGGER-RECORD.
019885     COPY "RTRREC.CPY".
019886
019887*File descriptions for the department budget file, maintained by
019888*BUD-MAINT, and the budget warning file BUDGET-RPT lists.
019889 FD  BUDGET-FILE
019890     RECORD CONTAINS 40 CHARACTERS
019891     DATA RECORD IS BUDGET-RECORD.
019892     COPY "BUDREC.CPY".
019893 FD  BUDGET-WARNING-FILE
019894     RECORD CONTAINS 80 CHARACTERS
019895     DATA RECORD IS BUDGET-WARNING-RECORD.
019896     COPY "BWNREC.CPY".
019900 WORKING-STORAGE SECTION.
020000*88 is a special level that defines a condition that is TRUE WHEN
020100*the preceeding variable (here WS-EOF-SWITCH) CONTAINS the
038800     02  WS-RPT-T-SALARY         PIC ZZ,ZZZ,ZZ9.
038900     02  FILLER                  PIC X(55) VALUE SPACES.
039000
039001*    APPROVAL-QUEUE WORK FIELDS.  AN ADJUSTMENT THAT MOVES THE
039002*    SALARY MORE THAN WS-APPROVAL-PCT PERCENT EITHER WAY IS HELD
039003*    ON THE QUEUE FOR A SECOND OPERATOR INSTEAD OF POSTING --
039004*    EMP-MAINT HOLDS ITS SALARY CHANGES AGAINST THE SAME FIGURE.
039005*    STATUS '35' ON THE QUEUE MEANS NOTHING HAS EVER BEEN HELD.
039006 77  WS-APR-FILE-STATUS      PIC X(02) VALUE '00'.
039007     88  APR-FILE-STATUS-OK          VALUE '00'.
039008     88  APR-FILE-NOTEXIST           VALUE '35'.
039009 77  WS-APR-EOF-SWITCH       PIC X(01) VALUE 'N'.
039010     88  APR-EOF-REACHED             VALUE 'Y'.
039011 77  WS-APPROVAL-PCT         PIC 9(03) VALUE 10.
039012 77  WS-APR-CHANGE           PIC S9(06) VALUE ZERO.
039013 77  WS-APR-HOLD-SWITCH      PIC X(01) VALUE 'N'.
039014     88  APR-HOLD-NEEDED             VALUE 'Y'.
039015 77  WS-APR-APPROVED-SWITCH  PIC X(01) VALUE 'N'.
039016     88  APR-LINE-APPROVED           VALUE 'Y'.
039017 77  WS-APR-CHANGED-SWITCH   PIC X(01) VALUE 'N'.
039018     88  APR-QUEUE-CHANGED           VALUE 'Y'.
039019 77  WS-APR-NEXT-SEQ-NO      PIC 9(05) VALUE 1.
039020 77  WS-TRANS-HELD-COUNT     PIC 9(05) VALUE ZERO.
039021 77  WS-TRANS-APPROVED-COUNT PIC 9(05) VALUE ZERO.
039022
039023*    WS-APR-TABLE HOLDS THE WHOLE APPROVAL QUEUE FOR A 'U' RUN,
039024*    EACH ENTRY THE 158-BYTE APRREC.CPY RECORD WITH THE FIELDS
039025*    THE RUN TESTS NAMED.  A QUEUE THAT OVERFLOWS THE TABLE
039026*    REFUSES THE RUN -- REWRITING IT FROM A PARTIAL LOAD WOULD
039027*    DESTROY THE OVERFLOW ITEMS.
039028 01  WS-APR-TABLE.
039029     02  WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY WS-APR-IDX.
039030         03  WS-APR-SEQ-NO           PIC 9(05).
039031         03  WS-APR-SOURCE           PIC X(01).
039032         03  WS-APR-STATE            PIC X(01).
039033         03  WS-APR-DETAIL           PIC X(51).
039034         03  WS-APR-LINE             PIC X(100).
039035
039036 77  WS-APR-TABLE-USED       PIC 9(04) VALUE ZERO.
039037 77  WS-APR-SUB              PIC 9(04) VALUE ZERO.
039038 77  WS-APR-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
039039     88  APR-TABLE-OVERFLOWED        VALUE 'Y'.
039040 77  WS-APR-SLOT-SWITCH      PIC X(01) VALUE 'N'.
039041     88  APR-SLOT-FOUND              VALUE 'Y'.
039042
039043*    WS-APPROVAL-WORK IS WHERE A NEWLY HELD ITEM IS BUILT BEFORE
039044*    IT JOINS THE TABLE -- APRREC.CPY UNDER WAP- NAMES.
039045     COPY "APRREC.CPY" REPLACING ==APPROVAL-RECORD==
039046                   BY ==WS-APPROVAL-WORK==
039047               LEADING ==APR-== BY ==WAP-==.
039048
039049*    RETRO TRIGGER WORK FIELDS.  WS-RTR-SALARY-BEFORE IS THE
039050*    SALARY AS READ, SAVED BEFORE THE ADJUSTMENT OVERLAYS IT.
039051 77  WS-RTR-FILE-STATUS      PIC X(02) VALUE '00'.
039052     88  RTR-FILE-NOTEXIST           VALUE '35'.
039053 77  WS-RTR-SALARY-BEFORE    PIC 9(05) VALUE ZERO.
039054 77  WS-TRANS-RETRO-COUNT    PIC 9(05) VALUE ZERO.
039055
039056*    DEPARTMENT BUDGET WORK FIELDS.  WS-BGT-TABLE HOLDS THE
039057*    CURRENT FISCAL MONTH'S BUDGET LINE FOR EACH DEPARTMENT.  THE
039058*    YEAR STARTS IN WS-FY-START-MONTH, AS IN BUDGET-RPT.
039059 77  WS-BUD-FILE-STATUS      PIC X(02) VALUE '00'.
039060     88  BUD-FILE-STATUS-OK          VALUE '00'.
039061     88  BUD-FILE-NOTEXIST           VALUE '35'.
039062 77  WS-BUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
039063     88  BUD-EOF-REACHED             VALUE 'Y'.
039064 77  WS-BWN-FILE-STATUS      PIC X(02) VALUE '00'.
039065     88  BWN-FILE-NOTEXIST           VALUE '35'.
039066 77  WS-FY-START-MONTH       PIC 9(02) VALUE 01.
039067 77  WS-BGT-FISCAL-YEAR      PIC 9(04) VALUE ZERO.
039068 77  WS-BGT-FISCAL-MONTH     PIC 9(02) VALUE ZERO.
039069 01  WS-BGT-TODAY.
039070     02  WS-BGT-TODAY-CCYY       PIC 9(04).
039071     02  WS-BGT-TODAY-MM         PIC 9(02).
039072     02  WS-BGT-TODAY-DD         PIC 9(02).
039073 01  WS-BGT-TABLE.
039074     02  WS-BGT-ENTRY OCCURS 50 TIMES INDEXED BY WS-BGT-IDX.
039075         03  WS-BGT-DEPT         PIC X(04).
039076         03  WS-BGT-HEADCOUNT    PIC 9(05).
039077         03  WS-BGT-SALARY       PIC 9(08).
039078 77  WS-BGT-TABLE-USED       PIC 9(04) VALUE ZERO.
039079 77  WS-BGT-SLOT-SWITCH      PIC X(01) VALUE 'N'.
039080     88  BGT-SLOT-FOUND              VALUE 'Y'.
039081     88  BGT-SLOT-NOT-FOUND          VALUE 'N'.
039082 77  WS-BGT-DONE-SWITCH      PIC X(01) VALUE 'N'.
039083     88  BGT-SWEEP-DONE              VALUE 'Y'.
039084 77  WS-BGT-CHECK-DEPT       PIC X(04) VALUE SPACES.
039085 77  WS-BGT-EMP-ID           PIC 9(06) VALUE ZERO.
039086 77  WS-BGT-SAL-CHANGE       PIC 9(05) VALUE ZERO.
039087 77  WS-BGT-HC-ACTUAL        PIC 9(05) VALUE ZERO.
039088 77  WS-BGT-SAL-ACTUAL       PIC 9(08) VALUE ZERO.
039089 77  WS-TRANS-BUDGET-WARN-COUNT
039090                            PIC 9(05) VALUE ZERO.
039091
039100 PROCEDURE DIVISION.
039200*    0000-MAINLINE DISPATCHES ON WS-RUN-MODE: 'U' RUNS THE SALARY-
039300*    ADJUSTMENT TRANSACTION PASS, 'L' LOOKS UP ONE EMPLOYEE BY EMP-ID
042782     MOVE WS-COMMAND-LINE (2:1) TO WS-LOCK-OVERRIDE-SWITCH.
042783     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
042784     PERFORM 6150-CLAIM-EMP-LOCK THRU 6150-EXIT.
042789     PERFORM 6170-LOAD-APPROVAL-QUEUE THRU 6170-EXIT.
042790
042800     OPEN I-O EMP-FILE.
042900     IF NOT EMP-FILE-STATUS-OK
043430     IF PEND-FILE-NOTEXIST
043440         OPEN OUTPUT PENDING-TRANS-FILE
043450     END-IF.
043460     OPEN EXTEND RETRO-TRIGGER-FILE.
043470     IF RTR-FILE-NOTEXIST
043480         OPEN OUTPUT RETRO-TRIGGER-FILE
043490     END-IF.
043491     PERFORM 6210-LOAD-BUDGET THRU 6210-EXIT.
043492     OPEN EXTEND BUDGET-WARNING-FILE.
043493     IF BWN-FILE-NOTEXIST
043494         OPEN OUTPUT BUDGET-WARNING-FILE
043495     END-IF.
043500 6100-EXIT.
043600     EXIT.
043610
043684 6160-EXIT.
043685     EXIT.
043700
043701*----------------------------------------------------------------
043702* 6170-LOAD-APPROVAL-QUEUE  --  READ THE WHOLE APPROVAL QUEUE INTO
043703* WS-APR-TABLE UNDER THE LOCK JUST CLAIMED.  A QUEUE THAT
043704* OVERFLOWS THE TABLE REFUSES THE RUN BEFORE ANYTHING POSTS, AND
043705* GIVES THE LOCK BACK ON THE WAY OUT.
043706*----------------------------------------------------------------
043707 6170-LOAD-APPROVAL-QUEUE.
043708     OPEN INPUT APPROVAL-QUEUE-FILE.
043709     IF APR-FILE-NOTEXIST
043710         GO TO 6170-EXIT
043711     END-IF.
043712     IF NOT APR-FILE-STATUS-OK
043713         DISPLAY 'APPROVAL QUEUE OPEN FAILED, STATUS: '
043714             WS-APR-FILE-STATUS
043715         PERFORM 6950-RELEASE-EMP-LOCK THRU 6950-EXIT
043716         MOVE 8 TO RETURN-CODE
043717         STOP RUN
043718     END-IF.
043719
043720     PERFORM 6180-LOAD-APPROVAL-ITEM THRU 6180-EXIT
043721         UNTIL APR-EOF-REACHED.
043722     CLOSE APPROVAL-QUEUE-FILE.
043723
043724     IF APR-TABLE-OVERFLOWED
043725         DISPLAY 'APPROVAL QUEUE EXCEEDS THE TABLE, RUN REFUSED '
043726             '-- NOTHING POSTED'
043727         PERFORM 6950-RELEASE-EMP-LOCK THRU 6950-EXIT
043728         MOVE 8 TO RETURN-CODE
043729         STOP RUN
043730     END-IF.
043731 6170-EXIT.
043732     EXIT.
043733
043734 6180-LOAD-APPROVAL-ITEM.
043735     READ APPROVAL-QUEUE-FILE
043736         AT END
043737             SET APR-EOF-REACHED TO TRUE
043738     END-READ.
043739     IF APR-EOF-REACHED
043740         GO TO 6180-EXIT
043741     END-IF.
043742
043743     IF WS-APR-TABLE-USED < 500
043744         ADD 1 TO WS-APR-TABLE-USED
043745         SET WS-APR-IDX TO WS-APR-TABLE-USED
043746         MOVE APPROVAL-RECORD TO WS-APR-ENTRY (WS-APR-IDX)
043747         IF APR-SEQ-NO NOT LESS THAN WS-APR-NEXT-SEQ-NO
043748             ADD 1 APR-SEQ-NO GIVING WS-APR-NEXT-SEQ-NO
043749         END-IF
043750     ELSE
043751         SET APR-TABLE-OVERFLOWED TO TRUE
043752     END-IF.
043753 6180-EXIT.
043754     EXIT.
043800 6200-PROCESS-TRANSACTION-LOOP.
043900     READ TRANSACTION-FILE
044000         AT END
045400 6200-EXIT.
045500     EXIT.
045600
045601*    6210-LOAD-BUDGET PUTS THE CURRENT FISCAL MONTH'S LINE FOR
045602*    EACH DEPARTMENT INTO WS-BGT-TABLE.  NO BUDGET FILE, OR NO
045603*    LINE FOR A DEPARTMENT, JUST MEANS NOTHING TO CHECK AGAINST;
045604*    A BUDGET FILE THAT WILL NOT OPEN STOPS THE RUN.
045605 6210-LOAD-BUDGET.
045606     MOVE WS-TODAY-CCYYMMDD-NUM TO WS-BGT-TODAY.
045607     IF WS-BGT-TODAY-MM NOT < WS-FY-START-MONTH
045608         COMPUTE WS-BGT-FISCAL-MONTH =
045609             WS-BGT-TODAY-MM - WS-FY-START-MONTH + 1
045610         MOVE WS-BGT-TODAY-CCYY TO WS-BGT-FISCAL-YEAR
045611         IF WS-FY-START-MONTH > 1
045612             ADD 1 TO WS-BGT-FISCAL-YEAR
045613         END-IF
045614     ELSE
045615         COMPUTE WS-BGT-FISCAL-MONTH =
045616             WS-BGT-TODAY-MM + 13 - WS-FY-START-MONTH
045617         MOVE WS-BGT-TODAY-CCYY TO WS-BGT-FISCAL-YEAR
045618     END-IF.
045619     OPEN INPUT BUDGET-FILE.
045620     IF BUD-FILE-NOTEXIST
045621         GO TO 6210-EXIT
045622     END-IF.
045623     IF NOT BUD-FILE-STATUS-OK
045624         DISPLAY 'BUDGET FILE OPEN FAILED, STATUS: '
045625             WS-BUD-FILE-STATUS
045626         PERFORM 6950-RELEASE-EMP-LOCK THRU 6950-EXIT
045627         MOVE 8 TO RETURN-CODE
045628         STOP RUN
045629     END-IF.
045630     PERFORM 6220-LOAD-BUDGET-LINE THRU 6220-EXIT
045631         UNTIL BUD-EOF-REACHED.
045632     CLOSE BUDGET-FILE.
045633 6210-EXIT.
045634     EXIT.
045635
045636 6220-LOAD-BUDGET-LINE.
045637     READ BUDGET-FILE
045638         AT END
045639             SET BUD-EOF-REACHED TO TRUE
045640     END-READ.
045641     IF BUD-EOF-REACHED
045642         GO TO 6220-EXIT
045643     END-IF.
045644     IF BUD-FISCAL-YEAR NOT EQUAL TO WS-BGT-FISCAL-YEAR
045645             OR BUD-FISCAL-MONTH NOT EQUAL TO WS-BGT-FISCAL-MONTH
045646         GO TO 6220-EXIT
045647     END-IF.
045648     IF WS-BGT-TABLE-USED NOT < 50
045649         DISPLAY 'BUDGET TABLE FULL, DEPT ' BUD-DEPT-CODE
045650             ' OMITTED FROM BUDGET CHECK'
045651         GO TO 6220-EXIT
045652     END-IF.
045653     ADD 1 TO WS-BGT-TABLE-USED.
045654     SET WS-BGT-IDX TO WS-BGT-TABLE-USED.
045655     MOVE BUD-DEPT-CODE TO WS-BGT-DEPT (WS-BGT-IDX).
045656     MOVE BUD-HEADCOUNT TO WS-BGT-HEADCOUNT (WS-BGT-IDX).
045657     MOVE BUD-SALARY TO WS-BGT-SALARY (WS-BGT-IDX).
045658 6220-EXIT.
045659     EXIT.
045660
045700*    6250-VALIDATE-TRANSACTION CLASS-TESTS TRANS-EMP-ID AND
045800*    TRANS-ADJUSTMENT-AMOUNT BEFORE EITHER ONE IS USED IN A KEYED
045900*    READ OR AN ADD -- THE SAME FIELD-EDITING EVERY OTHER INPUT FILE
046000*    IN THIS SYSTEM GETS BEFORE ITS FIELDS ARE TRUSTED.
046010*    A LINE WITH NO OPERATOR ID IS REJECTED HERE, BEFORE ANY HOLD
046020*    DECISION -- DUAL CONTROL HAS NOTHING TO COMPARE WITHOUT IT.
046100 6250-VALIDATE-TRANSACTION.
046200     SET VALID-TRANSACTION TO TRUE.
046300     IF TRANS-EMP-ID IS NOT NUMERIC
046700             AND TRANS-ADJUSTMENT-AMOUNT IS NOT NUMERIC
046800         SET INVALID-TRANSACTION TO TRUE
046900     END-IF.
046910     IF VALID-TRANSACTION
046920             AND TRANS-OPERATOR-ID EQUAL TO SPACES
046930         DISPLAY 'OPERATOR ID BLANK'
046940         SET INVALID-TRANSACTION TO TRUE
046950     END-IF.
047000 6250-EXIT.
047100     EXIT.
047200
047300*    6300-APPLY-ADJUSTMENT LOOKS THE TRANSACTION'S EMP-ID UP ON
047400*    EMP-FILE BY KEY -- NO SEQUENTIAL SCAN NEEDED NOW THAT EMP-FILE
047500*    IS AN INDEXED MASTER.
047520*    A LINE CARRYING AN APPROVER ID POSTS ONLY WHEN IT MATCHES AN
047540*    ITEM TRANS-APPROVE RELEASED; ANYTHING ELSE IS A STAMP NOBODY
047560*    ISSUED AND IS REJECTED.
047600 6300-APPLY-ADJUSTMENT.
047610     MOVE 'N' TO WS-APR-APPROVED-SWITCH.
047620     IF TRANS-APPROVER-ID NOT EQUAL TO SPACES
047630         PERFORM 6310-CLAIM-APPROVAL THRU 6310-EXIT
047640         IF NOT APR-LINE-APPROVED
047650             DISPLAY 'APPROVER STAMP NOT ON THE APPROVAL QUEUE'
047660             PERFORM 6400-REJECT-TRANSACTION THRU 6400-EXIT
047670             GO TO 6300-EXIT
047680         END-IF
047690     END-IF.
047700     MOVE TRANS-EMP-ID TO EMP-ID-KEY.
047800     READ EMP-FILE KEY IS EMP-ID-KEY
047900         INVALID KEY
048300     END-READ.
048400 6300-EXIT.
048500     EXIT.
048502
048504*    6310-CLAIM-APPROVAL LOOKS FOR THE RELEASED ('W') SALARY ITEM
048506*    WHOSE STAMPED LINE MATCHES THIS ONE BYTE FOR BYTE, MARKING IT
048508*    POSTED, SO THE SAME STAMPED LINE CAN NEVER POST TWICE.
048510 6310-CLAIM-APPROVAL.
048512     MOVE 'N' TO WS-APR-SLOT-SWITCH.
048514     SET WS-APR-IDX TO 1.
048516     PERFORM 6320-TEST-APPROVAL-ITEM THRU 6320-EXIT
048518         UNTIL APR-SLOT-FOUND
048520             OR WS-APR-IDX > WS-APR-TABLE-USED.
048522     IF APR-SLOT-FOUND
048524         MOVE 'P' TO WS-APR-STATE (WS-APR-IDX)
048526         SET APR-LINE-APPROVED TO TRUE
048528         SET APR-QUEUE-CHANGED TO TRUE
048530         ADD 1 TO WS-TRANS-APPROVED-COUNT
048532     END-IF.
048534 6310-EXIT.
048536     EXIT.
048538
048540 6320-TEST-APPROVAL-ITEM.
048542     IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TO 'S'
048544             AND WS-APR-STATE (WS-APR-IDX) EQUAL TO 'W'
048546             AND WS-APR-LINE (WS-APR-IDX) EQUAL TO
048548                 TRANSACTION-RECORD
048550         SET APR-SLOT-FOUND TO TRUE
048552     ELSE
048554         SET WS-APR-IDX UP BY 1
048556     END-IF.
048558 6320-EXIT.
048560     EXIT.
048600
048610*    6350-DEFER-TRANSACTION PARKS THE FUTURE-DATED LINE ON THE
048620*    PENDING FILE VERBATIM, TAGGED FOR THE SALARY-ADJUSTMENT
049610*    THE RECORD AS READ IS SAVED AS THE JOURNAL BEFORE-IMAGE AHEAD
049620*    OF 6600-REBUILD-EMP-RECORD OVERLAYING IT, AND THE REWRITE IS
049630*    JOURNALED SO EMP-BACKOUT CAN REVERSE THIS RUN.
049650*    AN ADJUSTMENT THAT WOULD POST BUT MOVES THE SALARY PAST THE
049670*    APPROVAL THRESHOLD IS HELD ON THE QUEUE INSTEAD, UNLESS IT IS
049690*    THE APPROVED LINE COMING BACK.
049692*    A POSTED CHANGE WITH AN EFFECTIVE DATE ALREADY PAST IS ALSO
049694*    SENT TO THE RETRO TRIGGER FILE.
049695*    A POSTED RAISE IS THEN CHECKED AGAINST THE DEPARTMENT BUDGET.
049700 6500-UPDATE-EMP-RECORD.
049800     PERFORM 3100-PARSE-EMP-RECORD THRU 3100-EXIT.
049900     ADD EMP-SALARY TRANS-ADJUSTMENT-AMOUNT GIVING WS-NEW-SALARY.
049905
049910     IF NOT APR-LINE-APPROVED
049915             AND WS-NEW-SALARY IS NOT NEGATIVE
049920             AND WS-NEW-SALARY NOT > 99999
049925         PERFORM 6550-CHECK-APPROVAL-PCT THRU 6550-EXIT
049930         IF APR-HOLD-NEEDED
049935             PERFORM 6560-HOLD-FOR-APPROVAL THRU 6560-EXIT
049940             GO TO 6500-EXIT
049945         END-IF
049950     END-IF.
050000
050100     IF WS-NEW-SALARY IS NEGATIVE OR WS-NEW-SALARY > 99999
050200         PERFORM 6400-REJECT-TRANSACTION THRU 6400-EXIT
050300     ELSE
050310         MOVE EMP-RECORD TO WS-JRN-BEFORE-IMAGE
050360         MOVE EMP-SALARY TO WS-RTR-SALARY-BEFORE
050400         MOVE WS-NEW-SALARY TO EMP-SALARY
050500         PERFORM 6600-REBUILD-EMP-RECORD THRU 6600-EXIT
050600         REWRITE EMP-RECORD
050700         ADD 1 TO WS-TRANS-COUNT
050710         PERFORM 6700-WRITE-JOURNAL-RECORD THRU 6700-EXIT
050760         PERFORM 6990-WRITE-RETRO-TRIGGER THRU 6990-EXIT
050770         PERFORM 6570-CHECK-DEPT-BUDGET THRU 6570-EXIT
050800     END-IF.
050900 6500-EXIT.
051000     EXIT.
051001
051002*    6550-CHECK-APPROVAL-PCT SETS APR-HOLD-NEEDED WHEN THE NEW
051003*    SALARY IS MORE THAN WS-APPROVAL-PCT PERCENT OVER OR UNDER THE
051004*    CURRENT ONE.  ANY CHANGE TO A ZERO SALARY IS PAST IT.
051005 6550-CHECK-APPROVAL-PCT.
051006     MOVE 'N' TO WS-APR-HOLD-SWITCH.
051007     SUBTRACT EMP-SALARY FROM WS-NEW-SALARY GIVING WS-APR-CHANGE.
051008     IF WS-APR-CHANGE IS NEGATIVE
051009         MULTIPLY -1 BY WS-APR-CHANGE
051010     END-IF.
051011     IF WS-APR-CHANGE * 100 > WS-APPROVAL-PCT * EMP-SALARY
051012         SET APR-HOLD-NEEDED TO TRUE
051013     END-IF.
051014 6550-EXIT.
051015     EXIT.
051016
051017*    6560-HOLD-FOR-APPROVAL ADDS THE LINE TO THE APPROVAL QUEUE
051018*    WITH THE SALARY BEFORE AND AFTER.  A FULL QUEUE CANNOT TAKE
051019*    IT, SO THE LINE IS REJECTED RATHER THAN POSTED UNAPPROVED.
051020 6560-HOLD-FOR-APPROVAL.
051021     IF WS-APR-TABLE-USED NOT LESS THAN 500
051022         DISPLAY 'APPROVAL QUEUE FULL, ADJUSTMENT NOT HELD'
051023         PERFORM 6400-REJECT-TRANSACTION THRU 6400-EXIT
051024         GO TO 6560-EXIT
051025     END-IF.
051026
051027     MOVE SPACES TO WS-APPROVAL-WORK.
051028     MOVE WS-APR-NEXT-SEQ-NO TO WAP-SEQ-NO.
051029     ADD 1 TO WS-APR-NEXT-SEQ-NO.
051030     MOVE 'S' TO WAP-SOURCE.
051031     MOVE 'H' TO WAP-STATE.
051032     MOVE 'P' TO WAP-HOLD-REASON.
051033     MOVE TRANS-EMP-ID TO WAP-EMP-ID.
051034     MOVE WS-TODAY-CCYYMMDD-NUM TO WAP-DATE-HELD.
051035     MOVE TRANS-OPERATOR-ID TO WAP-SUBMIT-OPERATOR.
051036     MOVE EMP-SALARY TO WAP-SALARY-BEFORE.
051037     MOVE WS-NEW-SALARY TO WAP-SALARY-AFTER.
051038     MOVE EMP-STATUS TO WAP-STATUS-BEFORE.
051039     MOVE EMP-STATUS TO WAP-STATUS-AFTER.
051040     MOVE ZERO TO WAP-DATE-DECIDED.
051041     MOVE TRANSACTION-RECORD TO WAP-TRANS-LINE.
051042
051043     ADD 1 TO WS-APR-TABLE-USED.
051044     SET WS-APR-IDX TO WS-APR-TABLE-USED.
051045     MOVE WS-APPROVAL-WORK TO WS-APR-ENTRY (WS-APR-IDX).
051046     SET APR-QUEUE-CHANGED TO TRUE.
051047     ADD 1 TO WS-TRANS-HELD-COUNT.
051048     DISPLAY 'HELD FOR APPROVAL AS ITEM ' WAP-SEQ-NO
051049         ', EMP-ID: ' TRANS-EMP-ID.
051050 6560-EXIT.
051051     EXIT.
051100
051101*    6570-CHECK-DEPT-BUDGET RUNS AFTER A RAISE POSTS.  IT
051102*    RE-TOTALS THE DEPARTMENT'S ACTIVE SALARY BASE ALONG THE
051103*    EMP-DEPT-KEY ALTERNATE KEY, THE BASIS THE DEPARTMENT TOTALS
051104*    USE, AND LOGS A BUDGET WARNING WHEN IT IS OVER THE MONTH'S
051105*    BUDGET.  THE RAISE STANDS -- FINANCE WORKS THE LISTING.  A
051106*    RAISE INTO A DEPARTMENT ALREADY OVER BUDGET IS WARNED, NOT
051107*    JUST THE ONE THAT CROSSED, SO EACH SHOWS ON THE LISTING.  THE
051108*    SWEEP OVERLAYS EMP-RECORD, SO IT IS THE LAST THING 6500 DOES.
051110 6570-CHECK-DEPT-BUDGET.
051111     IF EMP-SALARY NOT > WS-RTR-SALARY-BEFORE
051112         GO TO 6570-EXIT
051113     END-IF.
051114     MOVE EMP-DEPT TO WS-BGT-CHECK-DEPT.
051115     PERFORM 6580-FIND-BUDGET-SLOT THRU 6580-EXIT.
051116     IF BGT-SLOT-NOT-FOUND
051117         GO TO 6570-EXIT
051118     END-IF.
051119     MOVE EMP-ID-KEY TO WS-BGT-EMP-ID.
051120     SUBTRACT WS-RTR-SALARY-BEFORE FROM EMP-SALARY
051121         GIVING WS-BGT-SAL-CHANGE.
051122     MOVE ZERO TO WS-BGT-HC-ACTUAL.
051123     MOVE ZERO TO WS-BGT-SAL-ACTUAL.
051124     MOVE 'N' TO WS-BGT-DONE-SWITCH.
051125     MOVE WS-BGT-CHECK-DEPT TO EMP-DEPT-KEY.
051126     START EMP-FILE KEY IS EQUAL TO EMP-DEPT-KEY
051127         INVALID KEY
051128             SET BGT-SWEEP-DONE TO TRUE
051129     END-START.
051130     PERFORM 6575-SWEEP-BUDGET-DEPT THRU 6575-EXIT
051131         UNTIL BGT-SWEEP-DONE.
051132     IF WS-BGT-SAL-ACTUAL NOT > WS-BGT-SALARY (WS-BGT-IDX)
051133         GO TO 6570-EXIT
051134     END-IF.
051135     MOVE SPACES TO BUDGET-WARNING-RECORD.
051136     MOVE WS-TODAY-CCYYMMDD-NUM TO BWN-DATE.
051137     MOVE 'FILERDR ' TO BWN-PROGRAM.
051138     MOVE WS-RUN-ID TO BWN-RUN-ID.
051139     MOVE WS-BGT-EMP-ID TO BWN-EMP-ID.
051140     SET BWN-ACTION-RAISE TO TRUE.
051141     MOVE WS-BGT-CHECK-DEPT TO BWN-DEPT.
051142     MOVE WS-BGT-FISCAL-YEAR TO BWN-FISCAL-YEAR.
051143     MOVE WS-BGT-FISCAL-MONTH TO BWN-FISCAL-MONTH.
051144     MOVE WS-BGT-HC-ACTUAL TO BWN-HC-ACTUAL.
051145     MOVE WS-BGT-HEADCOUNT (WS-BGT-IDX) TO BWN-HC-BUDGET.
051146     MOVE WS-BGT-SAL-ACTUAL TO BWN-SAL-ACTUAL.
051147     MOVE WS-BGT-SALARY (WS-BGT-IDX) TO BWN-SAL-BUDGET.
051148     MOVE WS-BGT-SAL-CHANGE TO BWN-SAL-CHANGE.
051149     WRITE BUDGET-WARNING-RECORD.
051150     ADD 1 TO WS-TRANS-BUDGET-WARN-COUNT.
051151     DISPLAY 'BUDGET WARNING: EMP-ID ' WS-BGT-EMP-ID
051152         ' RAISE PUTS DEPT ' WS-BGT-CHECK-DEPT ' OVER BUDGET'.
051153 6570-EXIT.
051154     EXIT.
051155
051156 6575-SWEEP-BUDGET-DEPT.
051157     READ EMP-FILE NEXT RECORD
051158         AT END
051159             SET BGT-SWEEP-DONE TO TRUE
051160     END-READ.
051161     IF BGT-SWEEP-DONE
051162         GO TO 6575-EXIT
051163     END-IF.
051164     IF EMP-DEPT-KEY NOT EQUAL TO WS-BGT-CHECK-DEPT
051165         SET BGT-SWEEP-DONE TO TRUE
051166         GO TO 6575-EXIT
051167     END-IF.
051168     IF EMPF-EMP-STATUS EQUAL TO 'A'
051169             OR EMPF-EMP-STATUS EQUAL TO SPACE
051170         ADD 1 TO WS-BGT-HC-ACTUAL
051171         ADD EMPF-EMP-SALARY TO WS-BGT-SAL-ACTUAL
051172     END-IF.
051173 6575-EXIT.
051174     EXIT.
051175
051176 6580-FIND-BUDGET-SLOT.
051177     MOVE 'N' TO WS-BGT-SLOT-SWITCH.
051178     SET WS-BGT-IDX TO 1.
051179     PERFORM 6585-TEST-BUDGET-SLOT THRU 6585-EXIT
051180         UNTIL BGT-SLOT-FOUND
051181             OR WS-BGT-IDX > WS-BGT-TABLE-USED.
051182 6580-EXIT.
051183     EXIT.
051184
051185 6585-TEST-BUDGET-SLOT.
051186     IF WS-BGT-DEPT (WS-BGT-IDX) EQUAL TO WS-BGT-CHECK-DEPT
051187         SET BGT-SLOT-FOUND TO TRUE
051188     ELSE
051189         SET WS-BGT-IDX UP BY 1
051190     END-IF.
051191 6585-EXIT.
051192     EXIT.
051193
051200*    6600-REBUILD-EMP-RECORD MOVES EMP-DATA'S FIELDS BACK INTO THEIR
051300*    FIXED COLUMNS IN EMP-RECORD-FIELDS (EMPREC.CPY) RATHER THAN
051400*    RESTRINGING A SPACE-DELIMITED LINE.
052010     MOVE EMP-STATUS      TO EMPF-EMP-STATUS.
052020     MOVE EMP-HIRE-DATE   TO EMPF-HIRE-DATE.
052030     MOVE EMP-TERM-DATE   TO EMPF-TERM-DATE.
052040     MOVE EMP-PAY-TYPE    TO EMPF-PAY-TYPE.
052050     MOVE EMP-HOURLY-RATE TO EMPF-HOURLY-RATE.
052100 6600-EXIT.
052200     EXIT.
052300
052600     CLOSE TRANSACTION-FILE.
052610     CLOSE JOURNAL-FILE.
052620     CLOSE PENDING-TRANS-FILE.
052622     CLOSE RETRO-TRIGGER-FILE.
052623     CLOSE BUDGET-WARNING-FILE.
052625     PERFORM 6970-SAVE-APPROVAL-QUEUE THRU 6970-EXIT.
052630     PERFORM 6950-RELEASE-EMP-LOCK THRU 6950-EXIT.
052700
052800     DISPLAY ' '.
052900     DISPLAY '*** SALARY ADJUSTMENT RUN COMPLETE ***'.
053000     DISPLAY 'Transactions Applied: ' WS-TRANS-COUNT.
053012     DISPLAY 'Transactions Held For Approval: '
053024         WS-TRANS-HELD-COUNT.
053036     DISPLAY 'Approved Items Posted: ' WS-TRANS-APPROVED-COUNT.
053048     DISPLAY 'Back-Dated Changes Sent To Retro: '
053060         WS-TRANS-RETRO-COUNT.
053072     DISPLAY 'Raises Over Department Budget: '
053084         WS-TRANS-BUDGET-WARN-COUNT.
053100     DISPLAY 'Transactions Rejected: ' WS-TRANS-REJECT-COUNT.
053105     DISPLAY 'Transactions Deferred: ' WS-TRANS-DEFER-COUNT.
053110     DISPLAY 'Run ID: ' WS-RUN-ID.
053390 6950-EXIT.
053391     EXIT.
053400
053402*    6970-SAVE-APPROVAL-QUEUE REWRITES THE WHOLE QUEUE FROM
053404*    WS-APR-TABLE WHEN THE RUN HELD OR POSTED AN ITEM, STILL UNDER
053406*    THE LOCK, SO NO OTHER UPDATER SEES IT HALF WRITTEN.
053408 6970-SAVE-APPROVAL-QUEUE.
053410     IF NOT APR-QUEUE-CHANGED
053412         GO TO 6970-EXIT
053414     END-IF.
053416     OPEN OUTPUT APPROVAL-QUEUE-FILE.
053418     MOVE 1 TO WS-APR-SUB.
053420     PERFORM 6980-SAVE-APPROVAL-ITEM THRU 6980-EXIT
053422         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
053424     CLOSE APPROVAL-QUEUE-FILE.
053426 6970-EXIT.
053428     EXIT.
053430
053432 6980-SAVE-APPROVAL-ITEM.
053434     SET WS-APR-IDX TO WS-APR-SUB.
053436     MOVE WS-APR-ENTRY (WS-APR-IDX) TO APPROVAL-RECORD.
053438     WRITE APPROVAL-RECORD.
053440     ADD 1 TO WS-APR-SUB.
053442 6980-EXIT.
053444     EXIT.
053446
053448*    6990-WRITE-RETRO-TRIGGER APPENDS A RETRO TRIGGER LINE WHEN
053450*    THE ADJUSTMENT JUST POSTED CHANGED THE SALARY AND WAS
053452*    EFFECTIVE BEFORE TODAY -- PAY-CALC MAY ALREADY HAVE PAID
053454*    PERIODS SINCE THE EFFECTIVE DATE AT THE OLD SALARY.
053456 6990-WRITE-RETRO-TRIGGER.
053458     IF TRANS-EFF-DATE IS NOT NUMERIC
053460             OR TRANS-EFF-DATE EQUAL ZERO
053462             OR TRANS-EFF-DATE NOT < WS-TODAY-CCYYMMDD-NUM
053464         GO TO 6990-EXIT
053466     END-IF.
053468     IF EMP-SALARY EQUAL TO WS-RTR-SALARY-BEFORE
053470         GO TO 6990-EXIT
053472     END-IF.
053474
053476     MOVE SPACES TO RETRO-TRIGGER-RECORD.
053478     MOVE EMP-ID-KEY TO RTR-EMP-ID.
053480     MOVE TRANS-EFF-DATE TO RTR-EFF-DATE.
053482     MOVE WS-RTR-SALARY-BEFORE TO RTR-SALARY-BEFORE.
053484     MOVE EMP-SALARY TO RTR-SALARY-AFTER.
053486     MOVE WS-RUN-ID TO RTR-APPLY-RUN-ID.
053488     MOVE 'FILERDR ' TO RTR-APPLY-PROGRAM.
053490     WRITE RETRO-TRIGGER-RECORD.
053492     ADD 1 TO WS-TRANS-RETRO-COUNT.
053494 6990-EXIT.
053496     EXIT.
053498
053500*----------------------------------------------------------------
053600* 7000-RUN-REPORT-MODE  --  THE ORIGINAL TOTAL/REPORT PASS OVER
053700* EMP-FILE.
068210     MOVE EMPF-EMP-STATUS  TO EMP-STATUS.
068220     MOVE EMPF-HIRE-DATE   TO EMP-HIRE-DATE.
068230     MOVE EMPF-TERM-DATE   TO EMP-TERM-DATE.
068240     MOVE EMPF-PAY-TYPE    TO EMP-PAY-TYPE.
068250     MOVE EMPF-HOURLY-RATE TO EMP-HOURLY-RATE.
068300 3100-EXIT.
068400     EXIT.
068500
