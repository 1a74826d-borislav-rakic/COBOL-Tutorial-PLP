000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANS-APPROVE.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* TRANS-APPROVE
000900* DUAL-CONTROL APPROVAL RUN.  FILE-READER'S 'U' MODE AND
001000* EMP-MAINT HOLD THE TRANSACTIONS A SINGLE OPERATOR MUST NOT
001100* POST ALONE -- SALARY CHANGES PAST THE PERCENTAGE THRESHOLD,
001200* ADDS, STATUS CHANGES, AND REACTIVATIONS -- ON THE APPROVAL
001300* QUEUE (SEE APRREC.CPY).  THIS RUN TAKES THE SECOND OPERATOR'S
001400* DECISIONS OFF THE DECISION FILE, ONE LINE PER QUEUE ITEM:
001500*   - AN APPROVAL FEEDS THE HELD LINE BACK TO ITS SOURCE
001600*     PROGRAM'S OWN INPUT FILE -- transaction_file.dat FOR A
001700*     SALARY ADJUSTMENT, maint_trans_file.dat FOR A MAINTENANCE
001800*     TRANSACTION -- WITH THE APPROVER'S ID STAMPED ON IT, SO THE
001900*     NORMAL APPLY PATH, EDITS AND ALL, POSTS IT ON ITS NEXT RUN;
002000*   - A REJECTION WRITES THE HELD LINE TO THE APPROVAL REJECT
002100*     FILE IN THE SAME 142-BYTE ORIGINAL-LINE/REASON LAYOUT THE
002200*     OTHER REJECT FILES USE, CARRYING THE APPROVER'S ID AND
002300*     REASON, SO REJ-RECYCLE SWEEPS IT INTO THE TRACKING FILE.
002400* A DECISION IS REFUSED, AND THE ITEM LEFT HELD, WHEN THE ITEM
002500* IS NOT ON THE QUEUE OR NOT STILL HELD, THE EMP-ID DOES NOT
002600* MATCH, THE APPROVER IS BLANK OR IS THE OPERATOR WHO KEYED THE
002700* LINE, OR A REJECTION CARRIES NO REASON.  ANY REFUSAL LEAVES A
002800* CONDITION CODE OF 4.
002900*
003000* EVERY ITEM STILL ON THE QUEUE IS PRINTED ON THE PENDING-
003100* APPROVALS LISTING WITH ITS SALARY AND STATUS BEFORE AND AFTER,
003200* SO THE APPROVER DECIDES FROM THE LISTING AND THE NEXT RUN
003300* RECORDS THE DECISIONS.
003400*
003500* THE QUEUE IS SHARED WITH THE TWO UPDATERS, SO THIS RUN CLAIMS
003600* THE EMP-FILE UPDATE LOCK FOR ITS WHOLE LENGTH EVEN THOUGH IT
003700* NEVER OPENS THE MASTER.  RELEASED MAINTENANCE LINES ARE
003800* WRITTEN IN ASCENDING EMP-ID ORDER FOR EMP-MAINT'S SEQUENCE
003900* CHECK; A SECOND APPROVED ITEM FOR AN EMP-ID ALREADY RELEASED
004000* TONIGHT WAITS, APPROVED, FOR THE NEXT RUN.  RUN THIS STEP
004100* AHEAD OF THE APPLY JOBS, WITH THE APPLY INPUT FILES EMPTY OR
004200* ABSENT, THE SAME AS TRANS-RELEASE.  COLUMN 1 OF THE COMMAND
004300* LINE 'F' FORCES A LOCK OVERRIDE.
004400*
004500* MODIFICATION HISTORY
004600*    DATE        INIT  DESCRIPTION
004700*    2026-10-15  JR    ORIGINAL VERSION.
004800******************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*    EMP-LOCK-FILE IS THE EMP-FILE UPDATE LOCK TOKEN EVERY
005400*    UPDATING PROGRAM SHARES -- SEE LOCKREC.CPY.
005500     SELECT EMP-LOCK-FILE ASSIGN TO 'emp_file_lock.dat'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS WS-LOCK-FILE-STATUS.
005900
006000*    APPROVAL-QUEUE-FILE -- SEE APRREC.CPY.  READ WHOLE, THEN
006100*    REWRITTEN WITHOUT THE ITEMS REJECTED OR ALREADY POSTED.
006200     SELECT APPROVAL-QUEUE-FILE
006300         ASSIGN TO 'approval_queue_file.dat'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-APR-FILE-STATUS.
006700
006800*    APPROVAL-DECISION-FILE CARRIES THE SECOND OPERATOR'S
006900*    DECISIONS, ONE LINE PER QUEUE ITEM.  IT IS EMPTIED ONCE
007000*    READ; STATUS '35' MEANS NO DECISIONS WERE KEYED.
007100     SELECT APPROVAL-DECISION-FILE
007200         ASSIGN TO 'approval_decision_file.dat'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-APD-FILE-STATUS.
007600
007700*    APPROVAL-REJECT-FILE CATCHES EVERY REJECTED ITEM FOR
007800*    REJ-RECYCLE'S SWEEP.  OPENED EXTEND SO A RUN THE SWEEP HAS
007900*    NOT YET SEEN IS KEPT.
008000     SELECT APPROVAL-REJECT-FILE
008100         ASSIGN TO 'approval_reject_file.dat'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS WS-AREJ-FILE-STATUS.
008500
008600*    THE TWO APPLY INPUT FILES, IN THEIR SOURCE PROGRAMS' OWN
008700*    LAYOUTS.  OPENED EXTEND SO A RELEASE ADDS TO WHATEVER IS
008800*    ALREADY THERE; STATUS '35' MEANS THE FILE IS CREATED.
008900     SELECT TRANSACTION-FILE ASSIGN TO 'transaction_file.dat'
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-TRAN-FILE-STATUS.
009300
009400     SELECT MAINT-TRANS-FILE ASSIGN TO 'maint_trans_file.dat'
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-MNT-FILE-STATUS.
009800
009900*    APPROVAL-REPORT-FILE IS THE PRINTED PENDING-APPROVALS
010000*    LISTING.
010100     SELECT APPROVAL-REPORT-FILE
010200         ASSIGN TO 'approval_pending_report.txt'
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         ACCESS MODE IS SEQUENTIAL.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  EMP-LOCK-FILE
010900     RECORD CONTAINS 40 CHARACTERS
011000     DATA RECORD IS EMP-LOCK-RECORD.
011100     COPY "LOCKREC.CPY".
011200
011300*File description for the approval queue, shared with FILE-READER
011400*and EMP-MAINT via APRREC.CPY.
011500 FD  APPROVAL-QUEUE-FILE
011600     RECORD CONTAINS 158 CHARACTERS
011700     DATA RECORD IS APPROVAL-RECORD.
011800     COPY "APRREC.CPY".
011900
012000*    APD-SEQ-NO AND APD-EMP-ID NAME THE QUEUE ITEM AS PRINTED ON
012100*    THE LISTING.  APD-ACTION IS 'A' APPROVE OR 'R' REJECT.
012200*    APD-REASON IS REQUIRED ON A REJECTION.
012300 FD  APPROVAL-DECISION-FILE
012400     RECORD CONTAINS 80 CHARACTERS
012500     DATA RECORD IS APPROVAL-DECISION-RECORD.
012600 01  APPROVAL-DECISION-RECORD.
012700     02  APD-SEQ-NO              PIC 9(05).
012800     02  APD-EMP-ID              PIC 9(06).
012900     02  APD-ACTION              PIC X(01).
013000         88  APD-APPROVE                 VALUE 'A'.
013100         88  APD-REJECT                  VALUE 'R'.
013200     02  APD-APPROVER            PIC X(08).
013300     02  APD-REASON              PIC X(30).
013400     02  FILLER                  PIC X(30).
013500
013600 FD  APPROVAL-REJECT-FILE
013700     RECORD CONTAINS 142 CHARACTERS
013800     DATA RECORD IS APPROVAL-REJECT-RECORD.
013900 01  APPROVAL-REJECT-RECORD.
014000     02  AREJ-ORIGINAL-LINE      PIC X(100).
014100     02  AREJ-REASON-CODE        PIC 9(02).
014200     02  AREJ-REASON-TEXT        PIC X(40).
014300
014400 FD  TRANSACTION-FILE
014500     RECORD CONTAINS 100 CHARACTERS
014600     DATA RECORD IS TRANSACTION-RECORD.
014700 01  TRANSACTION-RECORD          PIC X(100).
014800
014900 FD  MAINT-TRANS-FILE
015000     RECORD CONTAINS 100 CHARACTERS
015100     DATA RECORD IS MAINT-TRANS-RECORD.
015200 01  MAINT-TRANS-RECORD          PIC X(100).
015300
015400 FD  APPROVAL-REPORT-FILE
015500     RECORD CONTAINS 132 CHARACTERS
015600     DATA RECORD IS APPROVAL-REPORT-LINE.
015700 01  APPROVAL-REPORT-LINE        PIC X(132).
015800
015900 WORKING-STORAGE SECTION.
016000 77  WS-APR-EOF-SWITCH       PIC X(01) VALUE 'N'.
016100     88  APR-EOF-REACHED             VALUE 'Y'.
016200 77  WS-APD-EOF-SWITCH       PIC X(01) VALUE 'N'.
016300     88  APD-EOF-REACHED             VALUE 'Y'.
016400
016500*    STATUS '35' ON THE QUEUE MEANS NOTHING HAS EVER BEEN HELD.
016600 77  WS-APR-FILE-STATUS      PIC X(02) VALUE '00'.
016700     88  APR-FILE-STATUS-OK          VALUE '00'.
016800     88  APR-FILE-NOTEXIST           VALUE '35'.
016900 77  WS-APD-FILE-STATUS      PIC X(02) VALUE '00'.
017000     88  APD-FILE-STATUS-OK          VALUE '00'.
017100     88  APD-FILE-NOTEXIST           VALUE '35'.
017200 77  WS-AREJ-FILE-STATUS     PIC X(02) VALUE '00'.
017300     88  AREJ-FILE-NOTEXIST          VALUE '35'.
017400 77  WS-TRAN-FILE-STATUS     PIC X(02) VALUE '00'.
017500     88  TRAN-FILE-NOTEXIST          VALUE '35'.
017600 77  WS-MNT-FILE-STATUS      PIC X(02) VALUE '00'.
017700     88  MNT-FILE-NOTEXIST           VALUE '35'.
017800
017900*    EMP-FILE UPDATE LOCK FIELDS -- THE SAME CLAIM, STALE-LOCK
018000*    AND OVERRIDE RULES EMP-MAINT USES.
018100 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
018200 77  WS-LOCK-FILE-STATUS     PIC X(02) VALUE '00'.
018300     88  LOCK-FILE-NOTEXIST          VALUE '35'.
018400 77  WS-LOCK-HELD-SWITCH     PIC X(01) VALUE 'N'.
018500     88  LOCK-HELD                   VALUE 'Y'.
018600 77  WS-LOCK-OVERRIDE-SWITCH PIC X(01) VALUE 'N'.
018700     88  LOCK-OVERRIDE-REQUESTED     VALUE 'F'.
018800 77  WS-LOCK-STALE-HOURS     PIC 9(02) VALUE 4.
018900 77  WS-LOCK-AGE-HOURS       PIC S9(05) VALUE ZERO.
019000 77  WS-LOCK-HH              PIC 9(02) VALUE ZERO.
019100 77  WS-LOCK-ORDINAL         PIC 9(07) VALUE ZERO.
019200 77  WS-TODAY-ORDINAL        PIC 9(07) VALUE ZERO.
019300
019400*    WS-APR-TABLE HOLDS THE WHOLE APPROVAL QUEUE FOR THE RUN,
019500*    ENTRY FOR ENTRY THE APRREC.CPY RECORD.  A QUEUE THAT
019600*    OVERFLOWS THE TABLE REFUSES THE RUN -- DECIDING FROM A
019700*    PARTIAL LOAD AND THEN REWRITING THE QUEUE FROM THE TABLE
019800*    WOULD DESTROY THE OVERFLOW ITEMS.
019900 01  WS-APR-TABLE.
020000     02  WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY WS-APR-IDX.
020100         03  WS-APR-SEQ-NO           PIC 9(05).
020200         03  WS-APR-SOURCE           PIC X(01).
020300         03  WS-APR-STATE            PIC X(01).
020400         03  WS-APR-HOLD-REASON      PIC X(01).
020500         03  WS-APR-EMP-ID           PIC 9(06).
020600         03  WS-APR-DATE-HELD        PIC 9(08).
020700         03  WS-APR-SUBMIT-OPERATOR  PIC X(08).
020800         03  WS-APR-SALARY-BEFORE    PIC 9(05).
020900         03  WS-APR-SALARY-AFTER     PIC 9(05).
021000         03  WS-APR-STATUS-BEFORE    PIC X(01).
021100         03  WS-APR-STATUS-AFTER     PIC X(01).
021200         03  WS-APR-APPROVER         PIC X(08).
021300         03  WS-APR-DATE-DECIDED     PIC 9(08).
021400         03  WS-APR-LINE             PIC X(100).
021500
021600 77  WS-APR-TABLE-USED       PIC 9(04) VALUE ZERO.
021700 77  WS-APR-SUB              PIC 9(04) VALUE ZERO.
021800 77  WS-APR-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
021900     88  APR-TABLE-OVERFLOWED        VALUE 'Y'.
022000 77  WS-APR-SLOT-SWITCH      PIC X(01) VALUE 'N'.
022100     88  APR-SLOT-FOUND              VALUE 'Y'.
022200
022300*    THE RELEASED MAINTENANCE ITEMS ARE WRITTEN SMALLEST EMP-ID
022400*    FIRST; EACH PASS OF 4100-FIND-LOWEST-MAINT SCANS FOR THE
022500*    NEXT ONE.
022600 77  WS-LOWEST-SUB           PIC 9(04) VALUE ZERO.
022700 77  WS-LOWEST-EMP-ID        PIC X(06) VALUE SPACES.
022800
022900 77  WS-DECISION-COUNT       PIC 9(05) VALUE ZERO.
023000 77  WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
023100 77  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
023200 77  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
023300 77  WS-RELEASED-SAL-COUNT   PIC 9(05) VALUE ZERO.
023400 77  WS-RELEASED-MNT-COUNT   PIC 9(05) VALUE ZERO.
023500 77  WS-HELD-OVER-COUNT      PIC 9(05) VALUE ZERO.
023600 77  WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
023700 77  WS-REFUSAL-TEXT         PIC X(40) VALUE SPACES.
023800
023900 77  WS-RPT-PAGE-COUNT       PIC 9(03) VALUE ZERO.
024000 77  WS-RPT-LINE-COUNT       PIC 9(03) VALUE ZERO.
024100 77  WS-RPT-ITEM-COUNT       PIC 9(05) VALUE ZERO.
024200 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
024300
024400 01  WS-RUN-DATE.
024500     02  WS-RUN-DATE-YY          PIC 99.
024600     02  WS-RUN-DATE-MM          PIC 99.
024700     02  WS-RUN-DATE-DD          PIC 99.
024800
024900 01  WS-RUN-TIME.
025000     02  WS-RUN-TIME-HH          PIC 99.
025100     02  WS-RUN-TIME-MM          PIC 99.
025200     02  WS-RUN-TIME-SS          PIC 99.
025300     02  WS-RUN-TIME-HS          PIC 99.
025400
025500*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
025600*    THE UPDATERS STAMP ON THE LOCK.
025700 01  WS-RUN-ID.
025800     02  WS-RUN-ID-DATE          PIC 9(06).
025900     02  WS-RUN-ID-TIME          PIC 9(06).
026000
026100 01  WS-TODAY-CCYYMMDD.
026200     02  FILLER                  PIC 99 VALUE 20.
026300     02  WS-TODAY-YYMMDD         PIC 9(06).
026400 01  WS-TODAY-CCYYMMDD-NUM REDEFINES WS-TODAY-CCYYMMDD
026500                             PIC 9(08).
026600
026700*    REPORT PRINT LINES.
026800 01  WS-RPT-HEADING-1.
026900     02  WS-RPT-H1-TITLE         PIC X(30).
027000     02  FILLER                  PIC X(10) VALUE SPACES.
027100     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
027200     02  WS-RPT-H1-DATE.
027300         03  WS-RPT-H1-DATE-MM       PIC 99.
027400         03  FILLER                  PIC X VALUE '/'.
027500         03  WS-RPT-H1-DATE-DD       PIC 99.
027600         03  FILLER                  PIC X VALUE '/'.
027700         03  WS-RPT-H1-DATE-YY       PIC 99.
027800     02  FILLER                  PIC X(10) VALUE SPACES.
027900     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
028000     02  WS-RPT-H1-PAGE          PIC ZZZ9.
028100     02  FILLER                  PIC X(54) VALUE SPACES.
028200
028300 01  WS-RPT-HEADING-2.
028400     02  FILLER                  PIC X(07) VALUE 'SEQ'.
028500     02  FILLER                  PIC X(04) VALUE 'SRC'.
028600     02  FILLER                  PIC X(08) VALUE 'EMP-ID'.
028700     02  FILLER                  PIC X(22) VALUE 'HELD FOR'.
028800     02  FILLER                  PIC X(10) VALUE 'KEYED BY'.
028900     02  FILLER                  PIC X(12) VALUE 'HELD ON'.
029000     02  FILLER                  PIC X(09) VALUE 'SAL BEFR'.
029100     02  FILLER                  PIC X(10) VALUE 'SAL AFTR'.
029200     02  FILLER                  PIC X(09) VALUE 'STATUS'.
029300     02  FILLER                  PIC X(12) VALUE 'STATE'.
029400     02  FILLER                  PIC X(08) VALUE 'APPROVER'.
029500     02  FILLER                  PIC X(21) VALUE SPACES.
029600
029700 01  WS-RPT-DETAIL.
029800     02  RD-SEQ-NO               PIC 9(05).
029900     02  FILLER                  PIC X(02) VALUE SPACES.
030000     02  RD-SOURCE               PIC X(01).
030100     02  FILLER                  PIC X(03) VALUE SPACES.
030200     02  RD-EMP-ID               PIC 9(06).
030300     02  FILLER                  PIC X(02) VALUE SPACES.
030400     02  RD-HOLD-TEXT            PIC X(20).
030500     02  FILLER                  PIC X(02) VALUE SPACES.
030600     02  RD-SUBMIT-OPERATOR      PIC X(08).
030700     02  FILLER                  PIC X(02) VALUE SPACES.
030800     02  RD-DATE-HELD            PIC 9999/99/99.
030900     02  FILLER                  PIC X(02) VALUE SPACES.
031000     02  RD-SALARY-BEFORE        PIC ZZ,ZZ9.
031100     02  FILLER                  PIC X(03) VALUE SPACES.
031200     02  RD-SALARY-AFTER         PIC ZZ,ZZ9.
031300     02  FILLER                  PIC X(04) VALUE SPACES.
031400     02  RD-STATUS-BEFORE        PIC X(01).
031500     02  FILLER                  PIC X(04) VALUE ' -> '.
031600     02  RD-STATUS-AFTER         PIC X(01).
031700     02  FILLER                  PIC X(03) VALUE SPACES.
031800     02  RD-STATE-TEXT           PIC X(10).
031900     02  FILLER                  PIC X(02) VALUE SPACES.
032000     02  RD-APPROVER             PIC X(08).
032100     02  FILLER                  PIC X(21) VALUE SPACES.
032200
032300 01  WS-RPT-TOTAL-LINE.
032400     02  FILLER                  PIC X(05) VALUE SPACES.
032500     02  RT-LABEL                PIC X(40).
032600     02  RT-COUNT                PIC ZZ,ZZ9.
032700     02  FILLER                  PIC X(81) VALUE SPACES.
032800
032900 PROCEDURE DIVISION.
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT.
033300     PERFORM 3000-WRITE-SALARY-RELEASES THRU 3000-EXIT.
033400     PERFORM 4000-WRITE-MAINT-RELEASES THRU 4000-EXIT.
033500     PERFORM 5000-PRINT-PENDING-LISTING THRU 5000-EXIT.
033600     PERFORM 6000-REWRITE-QUEUE THRU 6000-EXIT.
033700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033800     STOP RUN.
033900
034000*----------------------------------------------------------------
034100* 1000-INITIALIZE  --  ESTABLISH TODAY AND THE RUN-ID, CLAIM THE
034200* EMP-FILE UPDATE LOCK, AND LOAD THE APPROVAL QUEUE UNDER IT.
034300*----------------------------------------------------------------
034400 1000-INITIALIZE.
034500     DISPLAY '*** STARTING APPROVAL QUEUE RUN ***'.
034600     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
034700     MOVE WS-COMMAND-LINE (1:1) TO WS-LOCK-OVERRIDE-SWITCH.
034800     ACCEPT WS-RUN-DATE FROM DATE.
034900     ACCEPT WS-RUN-TIME FROM TIME.
035000     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
035100     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
035200            WS-RUN-TIME-MM DELIMITED BY SIZE
035300            WS-RUN-TIME-SS DELIMITED BY SIZE
035400         INTO WS-RUN-ID-TIME
035500     END-STRING.
035600     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
035700
035800     PERFORM 1100-CLAIM-EMP-LOCK THRU 1100-EXIT.
035900
036000     OPEN INPUT APPROVAL-QUEUE-FILE.
036100     IF APR-FILE-NOTEXIST
036200         SET APR-EOF-REACHED TO TRUE
036300     ELSE
036400         IF NOT APR-FILE-STATUS-OK
036500             DISPLAY 'APPROVAL QUEUE OPEN FAILED, STATUS: '
036600                 WS-APR-FILE-STATUS
036700             PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
036800             MOVE 8 TO RETURN-CODE
036900             STOP RUN
037000         END-IF
037100         PERFORM 1200-LOAD-QUEUE-LOOP THRU 1200-EXIT
037200             UNTIL APR-EOF-REACHED
037300         CLOSE APPROVAL-QUEUE-FILE
037400     END-IF.
037500
037600     IF APR-TABLE-OVERFLOWED
037700         DISPLAY 'APPROVAL QUEUE EXCEEDS THE TABLE, RUN REFUSED '
037800             '-- NOTHING DECIDED OR REWRITTEN'
037900         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
038000         MOVE 8 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300 1000-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------
038700* 1100-CLAIM-EMP-LOCK  --  CLAIM THE EMP-FILE UPDATE LOCK.  A
038800* LOCK ANOTHER UPDATER HOLDS REFUSES THIS RUN UNLESS THE CLAIM
038900* HAS GONE STALE OR THE OPERATOR FORCED THE OVERRIDE.
039000*----------------------------------------------------------------
039100 1100-CLAIM-EMP-LOCK.
039200     MOVE 'N' TO WS-LOCK-HELD-SWITCH.
039300     OPEN INPUT EMP-LOCK-FILE.
039400     IF NOT LOCK-FILE-NOTEXIST
039500         READ EMP-LOCK-FILE
039600             AT END
039700                 CONTINUE
039800             NOT AT END
039900                 SET LOCK-HELD TO TRUE
040000         END-READ
040100         CLOSE EMP-LOCK-FILE
040200     END-IF.
040300
040400     IF NOT LOCK-HELD
040500         GO TO 1100-STAMP
040600     END-IF.
040700
040800     IF LOCK-OVERRIDE-REQUESTED
040900         DISPLAY 'OPERATOR OVERRIDE: SEIZING LOCK HELD BY '
041000             LCK-PROGRAM ' RUN ' LCK-RUN-ID
041100         GO TO 1100-STAMP
041200     END-IF.
041300
041400     PERFORM 1150-GRADE-LOCK-AGE THRU 1150-EXIT.
041500     IF WS-LOCK-AGE-HOURS NOT LESS THAN WS-LOCK-STALE-HOURS
041600         DISPLAY 'STALE LOCK HELD BY ' LCK-PROGRAM ' RUN '
041700             LCK-RUN-ID ', SEIZING IT'
041800         GO TO 1100-STAMP
041900     END-IF.
042000
042100     DISPLAY 'EMP-FILE IS LOCKED BY ' LCK-PROGRAM ' RUN '
042200         LCK-RUN-ID ' -- RUN REFUSED'.
042300     DISPLAY 'USE THE OVERRIDE MODE ONLY IF THE HOLDER IS '
042400         'KNOWN DEAD'.
042500     MOVE 8 TO RETURN-CODE.
042600     STOP RUN.
042700
042800 1100-STAMP.
042900     OPEN OUTPUT EMP-LOCK-FILE.
043000     MOVE SPACES TO EMP-LOCK-RECORD.
043100     MOVE 'TRNAPPRV' TO LCK-PROGRAM.
043200     MOVE WS-RUN-ID TO LCK-RUN-ID.
043300     MOVE WS-TODAY-CCYYMMDD-NUM TO LCK-DATE.
043400     MOVE WS-RUN-ID-TIME TO LCK-TIME.
043500     WRITE EMP-LOCK-RECORD.
043600     CLOSE EMP-LOCK-FILE.
043700 1100-EXIT.
043800     EXIT.
043900
044000*    1150-GRADE-LOCK-AGE PUTS THE HELD LOCK'S AGE IN HOURS INTO
044100*    WS-LOCK-AGE-HOURS.  A CLAIM WHOSE DATE COLUMNS ARE GARBAGE
044200*    GRADES AS STALE.
044300 1150-GRADE-LOCK-AGE.
044400     IF LCK-DATE IS NOT NUMERIC OR LCK-DATE EQUAL ZERO
044500         MOVE WS-LOCK-STALE-HOURS TO WS-LOCK-AGE-HOURS
044600         GO TO 1150-EXIT
044700     END-IF.
044800
044900     COMPUTE WS-TODAY-ORDINAL =
045000         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD-NUM).
045100     COMPUTE WS-LOCK-ORDINAL =
045200         FUNCTION INTEGER-OF-DATE (LCK-DATE).
045300     COMPUTE WS-LOCK-HH = LCK-TIME / 10000.
045400     COMPUTE WS-LOCK-AGE-HOURS =
045500         ((WS-TODAY-ORDINAL - WS-LOCK-ORDINAL) * 24)
045600             + WS-RUN-TIME-HH - WS-LOCK-HH.
045700 1150-EXIT.
045800     EXIT.
045900
046000 1200-LOAD-QUEUE-LOOP.
046100     READ APPROVAL-QUEUE-FILE
046200         AT END
046300             SET APR-EOF-REACHED TO TRUE
046400     END-READ.
046500     IF APR-EOF-REACHED
046600         GO TO 1200-EXIT
046700     END-IF.
046800
046900     IF WS-APR-TABLE-USED < 500
047000         ADD 1 TO WS-APR-TABLE-USED
047100         SET WS-APR-IDX TO WS-APR-TABLE-USED
047200         MOVE APPROVAL-RECORD TO WS-APR-ENTRY (WS-APR-IDX)
047300     ELSE
047400         SET APR-TABLE-OVERFLOWED TO TRUE
047500     END-IF.
047600 1200-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------------
048000* 2000-APPLY-DECISIONS  --  RECORD EACH DECISION LINE AGAINST
048100* ITS QUEUE ITEM.  APPROVED ITEMS ARE MARKED FOR RELEASE;
048200* REJECTED ITEMS GO TO THE APPROVAL REJECT FILE NOW.
048300*----------------------------------------------------------------
048400 2000-APPLY-DECISIONS.
048500     OPEN INPUT APPROVAL-DECISION-FILE.
048600     IF APD-FILE-NOTEXIST
048700         DISPLAY 'NO DECISION FILE ON HAND, LISTING ONLY'
048800         GO TO 2000-EXIT
048900     END-IF.
049000     IF NOT APD-FILE-STATUS-OK
049100         DISPLAY 'DECISION FILE OPEN FAILED, STATUS: '
049200             WS-APD-FILE-STATUS
049300         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
049400         MOVE 8 TO RETURN-CODE
049500         STOP RUN
049600     END-IF.
049700
049800     OPEN EXTEND APPROVAL-REJECT-FILE.
049900     IF AREJ-FILE-NOTEXIST
050000         OPEN OUTPUT APPROVAL-REJECT-FILE
050100     END-IF.
050200
050300     PERFORM 2100-DECISION-LOOP THRU 2100-EXIT
050400         UNTIL APD-EOF-REACHED.
050500     CLOSE APPROVAL-DECISION-FILE.
050600     CLOSE APPROVAL-REJECT-FILE.
050700
050800*    EVERY DECISION HAS NOW BEEN RECORDED OR REFUSED, SO THE
050900*    DECISION FILE IS EMPTIED -- A REFUSED ONE IS KEYED AGAIN
051000*    FROM THE LISTING, WHERE ITS ITEM STILL SHOWS PENDING.
051100     OPEN OUTPUT APPROVAL-DECISION-FILE.
051200     CLOSE APPROVAL-DECISION-FILE.
051300 2000-EXIT.
051400     EXIT.
051500
051600 2100-DECISION-LOOP.
051700     READ APPROVAL-DECISION-FILE
051800         AT END
051900             SET APD-EOF-REACHED TO TRUE
052000     END-READ.
052100     IF APD-EOF-REACHED
052200         GO TO 2100-EXIT
052300     END-IF.
052400
052500     ADD 1 TO WS-DECISION-COUNT.
052600     PERFORM 2200-EDIT-DECISION THRU 2200-EXIT.
052700     IF WS-REFUSAL-TEXT NOT EQUAL TO SPACES
052800         ADD 1 TO WS-REFUSED-COUNT
052900         DISPLAY 'DECISION REFUSED, ' WS-REFUSAL-TEXT ': '
053000             APPROVAL-DECISION-RECORD (1:50)
053100         GO TO 2100-EXIT
053200     END-IF.
053300
053400     MOVE APD-APPROVER TO WS-APR-APPROVER (WS-APR-IDX).
053500     MOVE WS-TODAY-CCYYMMDD-NUM
053600         TO WS-APR-DATE-DECIDED (WS-APR-IDX).
053700     IF APD-APPROVE
053800         MOVE 'A' TO WS-APR-STATE (WS-APR-IDX)
053900         ADD 1 TO WS-APPROVED-COUNT
054000     ELSE
054100         MOVE 'R' TO WS-APR-STATE (WS-APR-IDX)
054200         ADD 1 TO WS-REJECTED-COUNT
054300         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
054400     END-IF.
054500 2100-EXIT.
054600     EXIT.
054700
054800*    2200-EDIT-DECISION FINDS THE DECISION'S QUEUE ITEM, LEAVING
054900*    WS-APR-IDX ON IT, AND LEAVES WS-REFUSAL-TEXT BLANK WHEN THE
055000*    DECISION MAY BE RECORDED.  THE APPROVER MAY NOT BE THE
055100*    OPERATOR WHO KEYED THE LINE -- THAT IS THE WHOLE POINT.
055200*    AN ITEM WITH NO SUBMITTING OPERATOR ON IT HAS NO ONE TO BE
055300*    DIFFERENT FROM, SO IT CANNOT BE APPROVED; IT CAN STILL BE
055400*    REJECTED BACK FOR CORRECTION.
055500 2200-EDIT-DECISION.
055600     MOVE SPACES TO WS-REFUSAL-TEXT.
055700     IF NOT (APD-APPROVE OR APD-REJECT)
055800         MOVE 'ACTION NOT A/R' TO WS-REFUSAL-TEXT
055900         GO TO 2200-EXIT
056000     END-IF.
056100     IF APD-APPROVER EQUAL TO SPACES
056200         MOVE 'APPROVER ID BLANK' TO WS-REFUSAL-TEXT
056300         GO TO 2200-EXIT
056400     END-IF.
056500     IF APD-REJECT AND APD-REASON EQUAL TO SPACES
056600         MOVE 'REASON REQUIRED ON A REJECTION'
056700             TO WS-REFUSAL-TEXT
056800         GO TO 2200-EXIT
056900     END-IF.
057000     IF APD-SEQ-NO IS NOT NUMERIC
057100         MOVE 'ITEM NUMBER NOT NUMERIC' TO WS-REFUSAL-TEXT
057200         GO TO 2200-EXIT
057300     END-IF.
057400
057500     MOVE 'N' TO WS-APR-SLOT-SWITCH.
057600     SET WS-APR-IDX TO 1.
057700     PERFORM 2250-TEST-QUEUE-ITEM THRU 2250-EXIT
057800         UNTIL APR-SLOT-FOUND
057900             OR WS-APR-IDX > WS-APR-TABLE-USED.
058000     IF NOT APR-SLOT-FOUND
058100         MOVE 'ITEM NOT ON THE APPROVAL QUEUE'
058200             TO WS-REFUSAL-TEXT
058300         GO TO 2200-EXIT
058400     END-IF.
058500
058600     IF APD-EMP-ID NOT EQUAL TO WS-APR-EMP-ID (WS-APR-IDX)
058700         MOVE 'EMP-ID DOES NOT MATCH THE ITEM'
058800             TO WS-REFUSAL-TEXT
058900         GO TO 2200-EXIT
059000     END-IF.
059100     IF WS-APR-STATE (WS-APR-IDX) NOT EQUAL TO 'H'
059200         MOVE 'ITEM ALREADY DECIDED' TO WS-REFUSAL-TEXT
059300         GO TO 2200-EXIT
059400     END-IF.
059500     IF APD-APPROVE
059600             AND WS-APR-SUBMIT-OPERATOR (WS-APR-IDX)
059700                 EQUAL TO SPACES
059800         MOVE 'SUBMITTING OPERATOR UNKNOWN' TO WS-REFUSAL-TEXT
059900         GO TO 2200-EXIT
060000     END-IF.
060100     IF APD-APPROVER EQUAL TO
060200             WS-APR-SUBMIT-OPERATOR (WS-APR-IDX)
060300         MOVE 'APPROVER KEYED THE LINE' TO WS-REFUSAL-TEXT
060400     END-IF.
060500 2200-EXIT.
060600     EXIT.
060700
060800 2250-TEST-QUEUE-ITEM.
060900     IF WS-APR-SEQ-NO (WS-APR-IDX) EQUAL TO APD-SEQ-NO
061000         SET APR-SLOT-FOUND TO TRUE
061100     ELSE
061200         SET WS-APR-IDX UP BY 1
061300     END-IF.
061400 2250-EXIT.
061500     EXIT.
061600
061700*    2300-WRITE-REJECT WRITES THE HELD LINE VERBATIM WITH THE
061800*    APPROVER'S ID AND REASON.  REASON 51 IS A REJECTED SALARY
061900*    ADJUSTMENT, 52 A REJECTED MAINTENANCE TRANSACTION, SO
062000*    REJ-RECYCLE KNOWS WHICH APPLY PATH A CORRECTION GOES BACK TO.
062100 2300-WRITE-REJECT.
062200     MOVE WS-APR-LINE (WS-APR-IDX) TO AREJ-ORIGINAL-LINE.
062300     IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TO 'S'
062400         MOVE 51 TO AREJ-REASON-CODE
062500     ELSE
062600         MOVE 52 TO AREJ-REASON-CODE
062700     END-IF.
062800     MOVE SPACES TO AREJ-REASON-TEXT.
062900     STRING APD-APPROVER DELIMITED BY SPACE
063000            ': ' DELIMITED BY SIZE
063100            APD-REASON DELIMITED BY SIZE
063200         INTO AREJ-REASON-TEXT
063300     END-STRING.
063400     WRITE APPROVAL-REJECT-RECORD.
063500 2300-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------------
063900* 3000-WRITE-SALARY-RELEASES  --  APPEND EVERY APPROVED SALARY-
064000* ADJUSTMENT LINE TO FILE-READER'S TRANSACTION FILE WITH THE
064100* APPROVER STAMPED IN COLUMNS 29-36.
064200*----------------------------------------------------------------
064300 3000-WRITE-SALARY-RELEASES.
064400     OPEN EXTEND TRANSACTION-FILE.
064500     IF TRAN-FILE-NOTEXIST
064600         OPEN OUTPUT TRANSACTION-FILE
064700     END-IF.
064800
064900     MOVE 1 TO WS-APR-SUB.
065000     PERFORM 3100-WRITE-ONE-SALARY THRU 3100-EXIT
065100         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
065200     CLOSE TRANSACTION-FILE.
065300 3000-EXIT.
065400     EXIT.
065500
065600*    THE STAMPED LINE IS KEPT ON THE QUEUE ITEM -- FILE-READER
065700*    POSTS IT ONLY WHEN IT MATCHES A RELEASED ITEM BYTE FOR BYTE.
065800 3100-WRITE-ONE-SALARY.
065900     SET WS-APR-IDX TO WS-APR-SUB.
066000     IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TO 'S'
066100             AND WS-APR-STATE (WS-APR-IDX) EQUAL TO 'A'
066200         MOVE WS-APR-APPROVER (WS-APR-IDX)
066300             TO WS-APR-LINE (WS-APR-IDX) (29:8)
066400         MOVE WS-APR-LINE (WS-APR-IDX) TO TRANSACTION-RECORD
066500         WRITE TRANSACTION-RECORD
066600         MOVE 'W' TO WS-APR-STATE (WS-APR-IDX)
066700         ADD 1 TO WS-RELEASED-SAL-COUNT
066800     END-IF.
066900     ADD 1 TO WS-APR-SUB.
067000 3100-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400* 4000-WRITE-MAINT-RELEASES  --  APPEND THE APPROVED MAINTENANCE
067500* LINES TO EMP-MAINT'S TRANSACTION FILE, SMALLEST EMP-ID FIRST,
067600* WITH THE APPROVER STAMPED IN COLUMNS 67-74.
067700*----------------------------------------------------------------
067800 4000-WRITE-MAINT-RELEASES.
067900     OPEN EXTEND MAINT-TRANS-FILE.
068000     IF MNT-FILE-NOTEXIST
068100         OPEN OUTPUT MAINT-TRANS-FILE
068200     END-IF.
068300
068400     PERFORM 4100-FIND-LOWEST-MAINT THRU 4100-EXIT.
068500     PERFORM 4200-WRITE-LOWEST-MAINT THRU 4200-EXIT
068600         UNTIL WS-LOWEST-SUB EQUAL ZERO.
068700     CLOSE MAINT-TRANS-FILE.
068800
068900*    ANY APPROVED ITEM HELD OVER BEHIND ONE WITH THE SAME EMP-ID
069000*    GOES BACK TO APPROVED FOR THE NEXT RUN TO RELEASE.
069100     MOVE 1 TO WS-APR-SUB.
069200     PERFORM 4400-RESTORE-HELD-OVER THRU 4400-EXIT
069300         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
069400 4000-EXIT.
069500     EXIT.
069600
069700*    4100-FIND-LOWEST-MAINT SCANS FOR THE APPROVED MAINTENANCE
069800*    ITEM WITH THE SMALLEST EMP-ID NOT YET WRITTEN.  WS-LOWEST-SUB
069900*    ZERO MEANS NONE ARE LEFT.
070000 4100-FIND-LOWEST-MAINT.
070100     MOVE ZERO TO WS-LOWEST-SUB.
070200     MOVE HIGH-VALUES TO WS-LOWEST-EMP-ID.
070300     MOVE 1 TO WS-APR-SUB.
070400     PERFORM 4150-TEST-MAINT-ITEM THRU 4150-EXIT
070500         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
070600 4100-EXIT.
070700     EXIT.
070800
070900 4150-TEST-MAINT-ITEM.
071000     SET WS-APR-IDX TO WS-APR-SUB.
071100     IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TO 'M'
071200             AND WS-APR-STATE (WS-APR-IDX) EQUAL TO 'A'
071300             AND WS-APR-LINE (WS-APR-IDX) (2:6) LESS THAN
071400                 WS-LOWEST-EMP-ID
071500         MOVE WS-APR-SUB TO WS-LOWEST-SUB
071600         MOVE WS-APR-LINE (WS-APR-IDX) (2:6)
071700             TO WS-LOWEST-EMP-ID
071800     END-IF.
071900     ADD 1 TO WS-APR-SUB.
072000 4150-EXIT.
072100     EXIT.
072200
072300 4200-WRITE-LOWEST-MAINT.
072400     SET WS-APR-IDX TO WS-LOWEST-SUB.
072500     MOVE WS-APR-APPROVER (WS-APR-IDX)
072600         TO WS-APR-LINE (WS-APR-IDX) (67:8).
072700     MOVE WS-APR-LINE (WS-APR-IDX) TO MAINT-TRANS-RECORD.
072800     WRITE MAINT-TRANS-RECORD.
072900     MOVE 'W' TO WS-APR-STATE (WS-APR-IDX).
073000     ADD 1 TO WS-RELEASED-MNT-COUNT.
073100     MOVE 1 TO WS-APR-SUB.
073200     PERFORM 4300-HOLD-SAME-EMP-ID THRU 4300-EXIT
073300         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
073400     PERFORM 4100-FIND-LOWEST-MAINT THRU 4100-EXIT.
073500 4200-EXIT.
073600     EXIT.
073700
073800*    4300-HOLD-SAME-EMP-ID MARKS ANY OTHER APPROVED MAINTENANCE
073900*    ITEM FOR THE EMP-ID JUST WRITTEN AS HELD OVER ('O') FOR THE
074000*    REST OF THE PASS -- EMP-MAINT'S STRICTLY-ASCENDING SEQUENCE
074100*    CHECK WOULD REJECT A SECOND LINE FOR THE SAME EMP-ID.
074200 4300-HOLD-SAME-EMP-ID.
074300     SET WS-APR-IDX TO WS-APR-SUB.
074400     IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TO 'M'
074500             AND WS-APR-STATE (WS-APR-IDX) EQUAL TO 'A'
074600             AND WS-APR-LINE (WS-APR-IDX) (2:6) EQUAL TO
074700                 WS-LOWEST-EMP-ID
074800         MOVE 'O' TO WS-APR-STATE (WS-APR-IDX)
074900         ADD 1 TO WS-HELD-OVER-COUNT
075000         DISPLAY 'SAME EMP-ID ALREADY RELEASED TONIGHT, '
075100             'HELD OVER: ITEM ' WS-APR-SEQ-NO (WS-APR-IDX)
075200     END-IF.
075300     ADD 1 TO WS-APR-SUB.
075400 4300-EXIT.
075500     EXIT.
075600
075700 4400-RESTORE-HELD-OVER.
075800     SET WS-APR-IDX TO WS-APR-SUB.
075900     IF WS-APR-STATE (WS-APR-IDX) EQUAL TO 'O'
076000         MOVE 'A' TO WS-APR-STATE (WS-APR-IDX)
076100     END-IF.
076200     ADD 1 TO WS-APR-SUB.
076300 4400-EXIT.
076400     EXIT.
076500
076600*----------------------------------------------------------------
076700* 5000-PRINT-PENDING-LISTING  --  PRINT EVERY QUEUE ITEM NOT YET
076800* POSTED, WITH ITS SALARY AND STATUS BEFORE AND AFTER.  ITEMS
076900* REJECTED TONIGHT ARE PRINTED ONE LAST TIME BEFORE THEY LEAVE
077000* THE QUEUE.
077100*----------------------------------------------------------------
077200 5000-PRINT-PENDING-LISTING.
077300     OPEN OUTPUT APPROVAL-REPORT-FILE.
077400     PERFORM 5200-NEW-PAGE THRU 5200-EXIT.
077500
077600     MOVE 1 TO WS-APR-SUB.
077700     PERFORM 5100-PRINT-ONE-ITEM THRU 5100-EXIT
077800         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
077900
078000     MOVE SPACES TO APPROVAL-REPORT-LINE.
078100     WRITE APPROVAL-REPORT-LINE.
078200     MOVE 'ITEMS LISTED' TO RT-LABEL.
078300     MOVE WS-RPT-ITEM-COUNT TO RT-COUNT.
078400     PERFORM 5300-WRITE-TOTAL THRU 5300-EXIT.
078500     MOVE 'ITEMS AWAITING A DECISION' TO RT-LABEL.
078600     MOVE WS-PENDING-COUNT TO RT-COUNT.
078700     PERFORM 5300-WRITE-TOTAL THRU 5300-EXIT.
078800     MOVE 'APPROVED THIS RUN' TO RT-LABEL.
078900     MOVE WS-APPROVED-COUNT TO RT-COUNT.
079000     PERFORM 5300-WRITE-TOTAL THRU 5300-EXIT.
079100     MOVE 'REJECTED THIS RUN' TO RT-LABEL.
079200     MOVE WS-REJECTED-COUNT TO RT-COUNT.
079300     PERFORM 5300-WRITE-TOTAL THRU 5300-EXIT.
079400     MOVE 'DECISIONS REFUSED' TO RT-LABEL.
079500     MOVE WS-REFUSED-COUNT TO RT-COUNT.
079600     PERFORM 5300-WRITE-TOTAL THRU 5300-EXIT.
079700     CLOSE APPROVAL-REPORT-FILE.
079800 5000-EXIT.
079900     EXIT.
080000
080100 5100-PRINT-ONE-ITEM.
080200     SET WS-APR-IDX TO WS-APR-SUB.
080300     ADD 1 TO WS-APR-SUB.
080400     IF WS-APR-STATE (WS-APR-IDX) EQUAL TO 'P'
080500         GO TO 5100-EXIT
080600     END-IF.
080700
080800     MOVE WS-APR-SEQ-NO (WS-APR-IDX) TO RD-SEQ-NO.
080900     MOVE WS-APR-SOURCE (WS-APR-IDX) TO RD-SOURCE.
081000     MOVE WS-APR-EMP-ID (WS-APR-IDX) TO RD-EMP-ID.
081100     EVALUATE WS-APR-HOLD-REASON (WS-APR-IDX)
081200         WHEN 'P'
081300             MOVE 'SALARY CHANGE > PCT' TO RD-HOLD-TEXT
081400         WHEN 'A'
081500             MOVE 'NEW HIRE' TO RD-HOLD-TEXT
081600         WHEN 'S'
081700             MOVE 'STATUS CHANGE' TO RD-HOLD-TEXT
081800         WHEN 'R'
081900             MOVE 'REACTIVATION' TO RD-HOLD-TEXT
082000         WHEN OTHER
082100             MOVE SPACES TO RD-HOLD-TEXT
082200     END-EVALUATE.
082300     MOVE WS-APR-SUBMIT-OPERATOR (WS-APR-IDX)
082400         TO RD-SUBMIT-OPERATOR.
082500     MOVE WS-APR-DATE-HELD (WS-APR-IDX) TO RD-DATE-HELD.
082600     MOVE WS-APR-SALARY-BEFORE (WS-APR-IDX) TO RD-SALARY-BEFORE.
082700     MOVE WS-APR-SALARY-AFTER (WS-APR-IDX) TO RD-SALARY-AFTER.
082800     MOVE WS-APR-STATUS-BEFORE (WS-APR-IDX) TO RD-STATUS-BEFORE.
082900     MOVE WS-APR-STATUS-AFTER (WS-APR-IDX) TO RD-STATUS-AFTER.
083000     MOVE WS-APR-APPROVER (WS-APR-IDX) TO RD-APPROVER.
083100     EVALUATE WS-APR-STATE (WS-APR-IDX)
083200         WHEN 'H'
083300             MOVE 'PENDING' TO RD-STATE-TEXT
083400             ADD 1 TO WS-PENDING-COUNT
083500         WHEN 'A'
083600             MOVE 'APPROVED' TO RD-STATE-TEXT
083700         WHEN 'W'
083800             MOVE 'RELEASED' TO RD-STATE-TEXT
083900         WHEN 'R'
084000             MOVE 'REJECTED' TO RD-STATE-TEXT
084100         WHEN OTHER
084200             MOVE SPACES TO RD-STATE-TEXT
084300     END-EVALUATE.
084400
084500     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
084600         PERFORM 5200-NEW-PAGE THRU 5200-EXIT
084700     END-IF.
084800     WRITE APPROVAL-REPORT-LINE FROM WS-RPT-DETAIL.
084900     ADD 1 TO WS-RPT-LINE-COUNT.
085000     ADD 1 TO WS-RPT-ITEM-COUNT.
085100 5100-EXIT.
085200     EXIT.
085300
085400*----------------------------------------------------------------
085500* 5200-NEW-PAGE  --  START A NEW PAGE OF THE LISTING.
085600*----------------------------------------------------------------
085700 5200-NEW-PAGE.
085800     ADD 1 TO WS-RPT-PAGE-COUNT.
085900     MOVE 'PENDING APPROVALS' TO WS-RPT-H1-TITLE.
086000     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-H1-PAGE.
086100     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
086200     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
086300     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
086400
086500     WRITE APPROVAL-REPORT-LINE FROM WS-RPT-HEADING-1.
086600     MOVE SPACES TO APPROVAL-REPORT-LINE.
086700     WRITE APPROVAL-REPORT-LINE.
086800     WRITE APPROVAL-REPORT-LINE FROM WS-RPT-HEADING-2.
086900     MOVE SPACES TO APPROVAL-REPORT-LINE.
087000     WRITE APPROVAL-REPORT-LINE.
087100
087200     MOVE ZERO TO WS-RPT-LINE-COUNT.
087300 5200-EXIT.
087400     EXIT.
087500
087600*    5300-WRITE-TOTAL WRITES ONE TOTAL LINE, STARTING A NEW PAGE
087700*    FIRST IF THE CURRENT PAGE IS FULL.
087800 5300-WRITE-TOTAL.
087900     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
088000         PERFORM 5200-NEW-PAGE THRU 5200-EXIT
088100     END-IF.
088200     WRITE APPROVAL-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
088300     ADD 1 TO WS-RPT-LINE-COUNT.
088400 5300-EXIT.
088500     EXIT.
088600
088700*----------------------------------------------------------------
088800* 6000-REWRITE-QUEUE  --  REWRITE THE QUEUE WITH THE ITEMS STILL
088900* HELD, APPROVED, OR RELEASED.  POSTED AND REJECTED ITEMS ARE
089000* DONE WITH AND DROP OFF.
089100*----------------------------------------------------------------
089200 6000-REWRITE-QUEUE.
089300     OPEN OUTPUT APPROVAL-QUEUE-FILE.
089400     MOVE 1 TO WS-APR-SUB.
089500     PERFORM 6100-REWRITE-ONE-ITEM THRU 6100-EXIT
089600         UNTIL WS-APR-SUB > WS-APR-TABLE-USED.
089700     CLOSE APPROVAL-QUEUE-FILE.
089800 6000-EXIT.
089900     EXIT.
090000
090100 6100-REWRITE-ONE-ITEM.
090200     SET WS-APR-IDX TO WS-APR-SUB.
090300     IF WS-APR-STATE (WS-APR-IDX) EQUAL TO 'H' OR 'A' OR 'W'
090400         MOVE WS-APR-ENTRY (WS-APR-IDX) TO APPROVAL-RECORD
090500         WRITE APPROVAL-RECORD
090600     END-IF.
090700     ADD 1 TO WS-APR-SUB.
090800 6100-EXIT.
090900     EXIT.
091000
091100*    7000-RELEASE-EMP-LOCK EMPTIES THE LOCK TOKEN FILE.
091200 7000-RELEASE-EMP-LOCK.
091300     OPEN OUTPUT EMP-LOCK-FILE.
091400     CLOSE EMP-LOCK-FILE.
091500 7000-EXIT.
091600     EXIT.
091700
091800*----------------------------------------------------------------
091900* 8000-TERMINATE  --  RELEASE THE LOCK AND DISPLAY THE RUN
092000* SUMMARY.  A REFUSED DECISION LEAVES A CONDITION CODE OF 4.
092100*----------------------------------------------------------------
092200 8000-TERMINATE.
092300     PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT.
092400
092500     DISPLAY ' '.
092600     DISPLAY '*** APPROVAL QUEUE RUN COMPLETE ***'.
092700     DISPLAY 'Decisions Read: ' WS-DECISION-COUNT.
092800     DISPLAY 'Items Approved: ' WS-APPROVED-COUNT.
092900     DISPLAY 'Items Rejected: ' WS-REJECTED-COUNT.
093000     DISPLAY 'Decisions Refused: ' WS-REFUSED-COUNT.
093100     DISPLAY 'Salary Adjustments Released: '
093200         WS-RELEASED-SAL-COUNT.
093300     DISPLAY 'Maintenance Items Released: '
093400         WS-RELEASED-MNT-COUNT.
093500     DISPLAY 'Approved Items Held Over: ' WS-HELD-OVER-COUNT.
093600     DISPLAY 'Items Awaiting A Decision: ' WS-PENDING-COUNT.
093700     DISPLAY 'Run ID: ' WS-RUN-ID.
093800
093900     IF WS-REFUSED-COUNT > ZERO
094000         MOVE 4 TO RETURN-CODE
094100     END-IF.
094200 8000-EXIT.
094300     EXIT.
