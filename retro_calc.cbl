000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETRO-CALC.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* RETRO-CALC
000900* RETROACTIVE PAY CALCULATION.  WHEN FILE-READER'S 'U' MODE OR
001000* EMP-MAINT POSTS A SALARY CHANGE WHOSE EFFECTIVE DATE IS
001100* ALREADY PAST, IT LEAVES A LINE ON THE RETRO TRIGGER FILE (SEE
001200* RTRREC.CPY).  THIS RUN REPRICES EVERY REGULAR PAY PERIOD THE
001300* NET-PAY HISTORY SHOWS WAS PAID AT THE OLD SALARY -- A PERIOD
001400* ENDING ON OR AFTER THE EFFECTIVE DATE, PAID BY A PAY-CALC RUN
001500* THAT STARTED BEFORE THE CHANGE WAS POSTED -- AT THE NEW
001600* SALARY, AGAINST WHAT THE HISTORY SAYS WAS ACTUALLY PAID FOR
001700* IT PLUS ANY RETRO ALREADY LEDGERED AGAINST THE SAME PERIOD.
001800* A CHANGE EFFECTIVE PART WAY THROUGH A PERIOD REPRICES THE
001900* WHOLE PERIOD, THE SAME AS PAY-CALC WOULD HAVE PAID IT.  EACH
002000* NONZERO DIFFERENCE GOES ON THE RETRO LEDGER (SEE RTLREC.CPY)
002100* AND THE RETRO DETAIL REPORT -- EMPLOYEE, PERIOD, OLD AND NEW
002200* GROSS, AND THE DIFFERENCE -- FOR HR'S SIGN-OFF.  NOTHING IS
002300* PAID UNTIL THE SIGNED-OFF FIGURES ARE RELEASED.
002400*
002500* ONLY SALARIED PERIODS ARE REPRICED; AN HOURLY PERIOD WAS PAID
002600* FROM ITS TIMECARD AT THE HOURLY RATE.  A PERIOD WHOSE PAYMENT
002700* WAS VOIDED AND NOT REISSUED IS LISTED BUT NOT REPRICED -- IT
002800* WAS NEVER PAID AT ALL, AND IS KEYED AS A CORRECTION IF IT IS
002900* OWED.  OFF-CYCLE PAYMENTS ARE NEVER REPRICED.
003000*
003100* COMMAND LINE:
003200*   COLUMN 1      RUN MODE -- BLANK OR 'C' CALCULATE AND PRINT
003300*                 THE REPORT; 'R' RELEASE THE CALCULATED LINES,
003400*                 AN ACTIVE EMPLOYEE'S TO THE NEXT REGULAR
003500*                 PAY-CALC RUN AND ANY OTHER'S TO THE NEXT
003600*                 OFF-CYCLE RUN; 'O' RELEASE THEM ALL TO THE
003700*                 NEXT OFF-CYCLE RUN.
003800*   COLUMNS 2-9   THE OPERATOR RELEASING FOR HR -- REQUIRED ON
003900*                 A RELEASE AND STAMPED ON EVERY LINE RELEASED.
004000*   COLUMN 10     'F' FORCES A LOCK OVERRIDE.
004100* AN EMPLOYEE WHOSE LINES NET TO AN OVERPAYMENT IS RELEASED AS
004200* 'H' -- NOTHING IS TAKEN BACK AUTOMATICALLY; PAYROLL RECOVERS
004300* IT BY HAND.  A CALCULATION THAT FINDS AN OVERPAYMENT, AND A
004400* RELEASE THAT FINDS NOTHING TO RELEASE, LEAVE A CONDITION CODE
004500* OF 4.
004600*
004700* THE TRIGGER FILE IS SHARED WITH THE TWO UPDATERS, SO THIS RUN
004800* CLAIMS THE EMP-FILE UPDATE LOCK FOR ITS WHOLE LENGTH EVEN
004900* THOUGH IT ONLY READS THE MASTER.
005000*
005100* MODIFICATION HISTORY
005200*    DATE        INIT  DESCRIPTION
005300*    2026-10-15  JR    ORIGINAL VERSION.
005400******************************************************************
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900*    EMP-LOCK-FILE IS THE EMP-FILE UPDATE LOCK TOKEN EVERY
006000*    UPDATING PROGRAM SHARES -- SEE LOCKREC.CPY.
006100     SELECT EMP-LOCK-FILE ASSIGN TO 'emp_file_lock.dat'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-LOCK-FILE-STATUS.
006500
006600*    RETRO-TRIGGER-FILE -- SEE RTRREC.CPY.  READ WHOLE, THEN
006700*    REWRITTEN WITH THE LINES THIS RUN HAS DEALT WITH MARKED OR
006800*    DROPPED.  STATUS '35' MEANS NO BACK-DATED CHANGE HAS EVER
006900*    BEEN POSTED.
007000     SELECT RETRO-TRIGGER-FILE
007100         ASSIGN TO 'retro_trigger_file.dat'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-RTR-FILE-STATUS.
007500
007600*    RETRO-LEDGER-FILE -- SEE RTLREC.CPY.  LOADED TO A TABLE AND
007700*    REWRITTEN WHOLE AT THE END OF THE RUN.
007800     SELECT RETRO-LEDGER-FILE
007900         ASSIGN TO 'retro_ledger_file.dat'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-RTL-FILE-STATUS.
008300
008400*    NETPAY-HISTORY-FILE IS EVERY NET-PAY RECORD PAY-CALC HAS
008500*    WRITTEN, ONE PER EMPLOYEE PER RUN -- SEE NPREC.CPY.  READ
008600*    ONLY, FOR WHAT EACH PERIOD WAS ACTUALLY PAID.
008700     SELECT NETPAY-HISTORY-FILE
008800         ASSIGN TO 'netpay_history_file.dat'
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS WS-NPH-FILE-STATUS.
009200
009300*    VOID-AUDIT-FILE IS PAY-VOID'S RECORD OF EVERY VOID -- SEE
009400*    VDAREC.CPY.  READ ONLY.  STATUS '35' MEANS NOTHING HAS EVER
009500*    BEEN VOIDED.
009600     SELECT VOID-AUDIT-FILE ASSIGN TO 'void_audit_file.dat'
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL
009900         FILE STATUS IS WS-VDA-FILE-STATUS.
010000
010100*    EMP-FILE IS THE SAME INDEXED MASTER THE REST OF THE SYSTEM
010200*    SHARES -- SEE EMPREC.CPY.  READ BY KEY FOR THE EMPLOYEE
010300*    NAME AND STATUS.
010400     SELECT EMP-FILE ASSIGN TO 'emp_file.dat'
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS EMP-ID-KEY
010800         ALTERNATE RECORD KEY IS EMP-DEPT-KEY
010900             WITH DUPLICATES
011000         FILE STATUS IS WS-EMP-FILE-STATUS.
011100
011200*    RETRO-REPORT-FILE IS THE PRINTED RETRO DETAIL REPORT --
011300*    THE SAME 132-CHARACTER PRINT-LINE WIDTH AS THE REGISTERS.
011400     SELECT RETRO-REPORT-FILE
011500         ASSIGN TO 'retro_detail_report.txt'
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         ACCESS MODE IS SEQUENTIAL.
011800
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  EMP-LOCK-FILE
012200     RECORD CONTAINS 40 CHARACTERS
012300     DATA RECORD IS EMP-LOCK-RECORD.
012400     COPY "LOCKREC.CPY".
012500
012600*File description for the retro trigger file, shared with
012700*FILE-READER and EMP-MAINT via RTRREC.CPY.
012800 FD  RETRO-TRIGGER-FILE
012900     RECORD CONTAINS 50 CHARACTERS
013000     DATA RECORD IS RETRO-TRIGGER-RECORD.
013100     COPY "RTRREC.CPY".
013200
013300*File description for the retro ledger, shared with PAY-CALC via
013400*RTLREC.CPY.
013500 FD  RETRO-LEDGER-FILE
013600     RECORD CONTAINS 100 CHARACTERS
013700     DATA RECORD IS RETRO-LEDGER-RECORD.
013800     COPY "RTLREC.CPY".
013900
014000*File description for the net-pay history -- see NPREC.CPY.
014100 FD  NETPAY-HISTORY-FILE
014200     RECORD CONTAINS 100 CHARACTERS
014300     DATA RECORD IS NETPAY-RECORD.
014400     COPY "NPREC.CPY".
014500
014600*File description for the void audit file -- see VDAREC.CPY.
014700 FD  VOID-AUDIT-FILE
014800     RECORD CONTAINS 150 CHARACTERS
014900     DATA RECORD IS VOID-AUDIT-RECORD.
015000     COPY "VDAREC.CPY".
015100
015200*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
015300*    EMP-FILE SO EVERY PROGRAM BLOCKS THE SAME WAY.
015400 FD  EMP-FILE
015500     BLOCK CONTAINS 10 RECORDS
015600     RECORD CONTAINS 100 CHARACTERS
015700     DATA RECORD IS EMP-RECORD.
015800     COPY "EMPREC.CPY".
015900
016000 FD  RETRO-REPORT-FILE
016100     RECORD CONTAINS 132 CHARACTERS
016200     DATA RECORD IS RETRO-REPORT-LINE.
016300 01  RETRO-REPORT-LINE           PIC X(132).
016400
016500 WORKING-STORAGE SECTION.
016600 77  WS-RTR-EOF-SWITCH       PIC X(01) VALUE 'N'.
016700     88  RTR-EOF-REACHED             VALUE 'Y'.
016800 77  WS-RTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
016900     88  RTL-EOF-REACHED             VALUE 'Y'.
017000 77  WS-NPH-EOF-SWITCH       PIC X(01) VALUE 'N'.
017100     88  NPH-EOF-REACHED             VALUE 'Y'.
017200 77  WS-VDA-EOF-SWITCH       PIC X(01) VALUE 'N'.
017300     88  VDA-EOF-REACHED             VALUE 'Y'.
017400
017500 77  WS-RTR-FILE-STATUS      PIC X(02) VALUE '00'.
017600     88  RTR-FILE-STATUS-OK          VALUE '00'.
017700     88  RTR-FILE-NOTEXIST           VALUE '35'.
017800 77  WS-RTL-FILE-STATUS      PIC X(02) VALUE '00'.
017900     88  RTL-FILE-STATUS-OK          VALUE '00'.
018000     88  RTL-FILE-NOTEXIST           VALUE '35'.
018100 77  WS-NPH-FILE-STATUS      PIC X(02) VALUE '00'.
018200     88  NPH-FILE-STATUS-OK          VALUE '00'.
018300     88  NPH-FILE-NOTEXIST           VALUE '35'.
018400 77  WS-VDA-FILE-STATUS      PIC X(02) VALUE '00'.
018500     88  VDA-FILE-STATUS-OK          VALUE '00'.
018600     88  VDA-FILE-NOTEXIST           VALUE '35'.
018700 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
018800     88  EMP-FILE-STATUS-OK          VALUE '00'.
018900
019000*    RUN MODE AND RELEASING OPERATOR FROM THE COMMAND LINE.
019100 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
019200 77  WS-RUN-MODE             PIC X(01) VALUE SPACE.
019300     88  MODE-CALCULATE              VALUE ' ' 'C'.
019400     88  MODE-RELEASE-ALL-OFF-CYCLE  VALUE 'O'.
019500     88  MODE-RELEASING              VALUE 'R' 'O'.
019600 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
019700
019800*    EMP-FILE UPDATE LOCK FIELDS -- THE SAME CLAIM, STALE-LOCK
019900*    AND OVERRIDE RULES EMP-MAINT USES.
020000 77  WS-LOCK-FILE-STATUS     PIC X(02) VALUE '00'.
020100     88  LOCK-FILE-NOTEXIST          VALUE '35'.
020200 77  WS-LOCK-HELD-SWITCH     PIC X(01) VALUE 'N'.
020300     88  LOCK-HELD                   VALUE 'Y'.
020400 77  WS-LOCK-OVERRIDE-SWITCH PIC X(01) VALUE 'N'.
020500     88  LOCK-OVERRIDE-REQUESTED     VALUE 'F'.
020600 77  WS-LOCK-STALE-HOURS     PIC 9(02) VALUE 4.
020700 77  WS-LOCK-AGE-HOURS       PIC S9(05) VALUE ZERO.
020800 77  WS-LOCK-HH              PIC 9(02) VALUE ZERO.
020900 77  WS-LOCK-ORDINAL         PIC 9(07) VALUE ZERO.
021000 77  WS-TODAY-ORDINAL        PIC 9(07) VALUE ZERO.
021100
021200*    WS-RTR-TABLE HOLDS THE WHOLE TRIGGER FILE, ENTRY FOR ENTRY
021300*    THE RTRREC.CPY RECORD.  A FILE THAT OVERFLOWS THE TABLE
021400*    REFUSES THE RUN -- REWRITING IT FROM A PARTIAL LOAD WOULD
021500*    DESTROY THE OVERFLOW LINES.
021600 01  WS-RTR-TABLE.
021700     02  WS-RTR-ENTRY OCCURS 500 TIMES INDEXED BY WS-RTR-IDX.
021800         03  WS-RTR-EMP-ID           PIC 9(06).
021900         03  WS-RTR-EFF-DATE         PIC 9(08).
022000         03  WS-RTR-SALARY-BEFORE    PIC 9(05).
022100         03  WS-RTR-SALARY-AFTER     PIC 9(05).
022200         03  WS-RTR-APPLY-RUN-ID     PIC X(12).
022300         03  WS-RTR-APPLY-PROGRAM    PIC X(08).
022400         03  WS-RTR-STATE            PIC X(01).
022500         03  FILLER                  PIC X(05).
022600
022700 77  WS-RTR-TABLE-USED       PIC 9(04) VALUE ZERO.
022800 77  WS-RTR-SUB              PIC 9(04) VALUE ZERO.
022900
023000*    WS-RTL-TABLE HOLDS THE WHOLE RETRO LEDGER, ENTRY FOR ENTRY
023100*    THE RTLREC.CPY RECORD, UNDER THE SAME OVERFLOW RULE.
023200 01  WS-RTL-TABLE.
023300     02  WS-RTL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RTL-IDX.
023400         03  WS-RTL-EMP-ID           PIC 9(06).
023500         03  WS-RTL-PERIOD-NO        PIC 9(02).
023600         03  WS-RTL-PERIOD-END       PIC 9(08).
023700         03  WS-RTL-NP-RUN-ID        PIC X(12).
023800         03  WS-RTL-OLD-GROSS        PIC 9(05)V99.
023900         03  WS-RTL-NEW-GROSS        PIC 9(05)V99.
024000         03  WS-RTL-DIFF             PIC S9(05)V99
024100                                     SIGN LEADING SEPARATE.
024200         03  WS-RTL-NEW-SALARY       PIC 9(05).
024300         03  WS-RTL-STATE            PIC X(01).
024400         03  WS-RTL-CALC-RUN-ID      PIC X(12).
024500         03  WS-RTL-RELEASE-OPERATOR PIC X(08).
024600         03  WS-RTL-PAID-RUN-ID      PIC X(12).
024610         03  WS-RTL-PAID-CYCLE       PIC X(01).
024620         03  WS-RTL-PAID-PERIOD-END  PIC 9(08).
024700         03  FILLER                  PIC X(03).
024800
024900 77  WS-RTL-TABLE-USED       PIC 9(04) VALUE ZERO.
025000 77  WS-RTL-SUB              PIC 9(04) VALUE ZERO.
025100
025200*    WS-PER-TABLE HOLDS ONE ENTRY PER EMPLOYEE PER REGULAR PAY
025300*    PERIOD PAID, FOR THE EMPLOYEES ON THE TRIGGER FILE ONLY.
025400*    WHEN A PERIOD WAS PAID MORE THAN ONCE THE LATEST RUN'S
025500*    RECORD STANDS.  WS-PER-BASE-GROSS IS THE PERIOD'S OWN
025600*    GROSS, WITHOUT ANY RETRO FOR EARLIER PERIODS THAT RODE
025700*    ALONG ON THE SAME PAYMENT.
025800 01  WS-PER-TABLE.
025900     02  WS-PER-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PER-IDX.
026000         03  WS-PER-EMP-ID           PIC 9(06).
026100         03  WS-PER-PERIOD-NO        PIC 9(02).
026200         03  WS-PER-PERIOD-END       PIC 9(08).
026300         03  WS-PER-NP-RUN-ID        PIC X(12).
026400         03  WS-PER-BASE-GROSS       PIC 9(05)V99.
026500
026600 77  WS-PER-TABLE-USED       PIC 9(04) VALUE ZERO.
026700 77  WS-PER-SUB              PIC 9(04) VALUE ZERO.
026800
026900*    WS-VOID-TABLE HOLDS EVERY PAYMENT PAY-VOID HAS VOIDED.
027000 01  WS-VOID-TABLE.
027100     02  WS-VOID-ENTRY OCCURS 2000 TIMES INDEXED BY WS-VOID-IDX.
027200         03  WS-VOID-NP-RUN-ID       PIC X(12).
027300         03  WS-VOID-EMP-ID          PIC 9(06).
027400         03  WS-VOID-EARN-CODE       PIC X(03).
027500         03  WS-VOID-REISSUE         PIC X(01).
027600
027700 77  WS-VOID-TABLE-USED      PIC 9(04) VALUE ZERO.
027800
027900 77  WS-SLOT-SWITCH          PIC X(01) VALUE 'N'.
028000     88  SLOT-FOUND                  VALUE 'Y'.
028100     88  SLOT-NOT-FOUND              VALUE 'N'.
028200 77  WS-VOIDED-SWITCH        PIC X(01) VALUE 'N'.
028300     88  PERIOD-VOIDED               VALUE 'Y'.
028400
028500*    EMPLOYEES ARE WORKED SMALLEST EMP-ID FIRST; EACH PASS OF
028600*    THE FIND-NEXT SCAN LOOKS FOR THE SMALLEST EMP-ID ABOVE THE
028700*    ONE JUST DONE.
028800 77  WS-LAST-EMP-ID          PIC 9(06) VALUE ZERO.
028900 77  WS-NEXT-EMP-ID          PIC 9(06) VALUE ZERO.
029000 77  WS-NEXT-EMP-SWITCH      PIC X(01) VALUE 'N'.
029100     88  NEXT-EMP-FOUND              VALUE 'Y'.
029200
029300 77  WS-EMP-NAME             PIC X(20) VALUE SPACES.
029400 77  WS-EMP-STATUS           PIC X(01) VALUE SPACE.
029500     88  EMP-STATUS-ACTIVE           VALUE 'A' ' '.
029600
029700*    THE TRIGGER COVERING THE PERIOD BEING REPRICED -- THE ONE
029800*    WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE PERIOD END,
029900*    THE LATER POSTING WINNING A TIE.
030000 77  WS-COVER-SWITCH         PIC X(01) VALUE 'N'.
030100     88  COVER-FOUND                 VALUE 'Y'.
030200 77  WS-COVER-EFF-DATE       PIC 9(08) VALUE ZERO.
030300 77  WS-COVER-RUN-ID         PIC X(12) VALUE SPACES.
030400 77  WS-COVER-SALARY         PIC 9(05) VALUE ZERO.
030500
030600 77  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE 24.
030700 77  WS-NEW-GROSS            PIC 9(05)V99 VALUE ZERO.
030800 77  WS-LEDGERED-AMT         PIC S9(06)V99 VALUE ZERO.
030900 77  WS-PAID-GROSS           PIC S9(06)V99 VALUE ZERO.
031000 77  WS-PERIOD-DIFF          PIC S9(06)V99 VALUE ZERO.
031100 77  WS-EMP-NET              PIC S9(07)V99 VALUE ZERO.
031200 77  WS-EMP-PERIODS          PIC 9(03) VALUE ZERO.
031300 77  WS-EMP-STATE            PIC X(01) VALUE SPACE.
031400
031500 77  WS-TRIGGER-COUNT        PIC 9(05) VALUE ZERO.
031600 77  WS-EMP-RETRO-COUNT      PIC 9(05) VALUE ZERO.
031700 77  WS-PERIOD-RETRO-COUNT   PIC 9(05) VALUE ZERO.
031800 77  WS-VOIDED-SKIP-COUNT    PIC 9(05) VALUE ZERO.
031900 77  WS-OVERPAID-COUNT       PIC 9(05) VALUE ZERO.
032000 77  WS-RELEASED-REG-COUNT   PIC 9(05) VALUE ZERO.
032100 77  WS-RELEASED-OFF-COUNT   PIC 9(05) VALUE ZERO.
032200 77  WS-RELEASED-HAND-COUNT  PIC 9(05) VALUE ZERO.
032300 77  WS-TOTAL-DUE            PIC S9(07)V99 VALUE ZERO.
032400 77  WS-TOTAL-OVERPAID       PIC S9(07)V99 VALUE ZERO.
032500
032600 77  WS-RPT-PAGE-COUNT       PIC 9(03) VALUE ZERO.
032700 77  WS-RPT-LINE-COUNT       PIC 9(03) VALUE ZERO.
032800 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
032900
033000 01  WS-RUN-DATE.
033100     02  WS-RUN-DATE-YY          PIC 99.
033200     02  WS-RUN-DATE-MM          PIC 99.
033300     02  WS-RUN-DATE-DD          PIC 99.
033400
033500 01  WS-RUN-TIME.
033600     02  WS-RUN-TIME-HH          PIC 99.
033700     02  WS-RUN-TIME-MM          PIC 99.
033800     02  WS-RUN-TIME-SS          PIC 99.
033900     02  WS-RUN-TIME-HS          PIC 99.
034000
034100*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
034200*    THE UPDATERS STAMP ON THE LOCK.
034300 01  WS-RUN-ID.
034400     02  WS-RUN-ID-DATE          PIC 9(06).
034500     02  WS-RUN-ID-TIME          PIC 9(06).
034600
034700 01  WS-TODAY-CCYYMMDD.
034800     02  FILLER                  PIC 99 VALUE 20.
034900     02  WS-TODAY-YYMMDD         PIC 9(06).
035000 01  WS-TODAY-CCYYMMDD-NUM REDEFINES WS-TODAY-CCYYMMDD
035100                             PIC 9(08).
035200
035300*    REPORT PRINT LINES.
035400 01  WS-RPT-HEADING-1.
035500     02  WS-RPT-H1-TITLE         PIC X(30).
035600     02  FILLER                  PIC X(10) VALUE SPACES.
035700     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
035800     02  WS-RPT-H1-DATE.
035900         03  WS-RPT-H1-DATE-MM       PIC 99.
036000         03  FILLER                  PIC X VALUE '/'.
036100         03  WS-RPT-H1-DATE-DD       PIC 99.
036200         03  FILLER                  PIC X VALUE '/'.
036300         03  WS-RPT-H1-DATE-YY       PIC 99.
036400     02  FILLER                  PIC X(10) VALUE SPACES.
036500     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
036600     02  WS-RPT-H1-PAGE          PIC ZZZ9.
036700     02  FILLER                  PIC X(54) VALUE SPACES.
036800
036900 01  WS-RPT-HEADING-2.
037000     02  FILLER                  PIC X(08) VALUE 'EMP-ID'.
037100     02  FILLER                  PIC X(22) VALUE 'EMPLOYEE NAME'.
037200     02  FILLER                  PIC X(05) VALUE 'PER'.
037300     02  FILLER                  PIC X(12) VALUE 'PERIOD END'.
037400     02  FILLER                  PIC X(14) VALUE 'PAID BY RUN'.
037500     02  FILLER                  PIC X(09) VALUE 'NEW SAL'.
037600     02  FILLER                  PIC X(12) VALUE 'OLD GROSS'.
037700     02  FILLER                  PIC X(12) VALUE 'NEW GROSS'.
037800     02  FILLER                  PIC X(13) VALUE 'DIFFERENCE'.
037900     02  FILLER                  PIC X(25) VALUE 'NOTE'.
038000
038100 01  WS-RPT-DETAIL.
038200     02  RD-EMP-ID               PIC 9(06).
038300     02  FILLER                  PIC X(02) VALUE SPACES.
038400     02  RD-EMP-NAME             PIC X(20).
038500     02  FILLER                  PIC X(02) VALUE SPACES.
038600     02  RD-PERIOD-NO            PIC 99.
038700     02  FILLER                  PIC X(03) VALUE SPACES.
038800     02  RD-PERIOD-END           PIC 9999/99/99.
038900     02  FILLER                  PIC X(02) VALUE SPACES.
039000     02  RD-NP-RUN-ID            PIC X(12).
039100     02  FILLER                  PIC X(02) VALUE SPACES.
039200     02  RD-NEW-SALARY           PIC ZZ,ZZ9.
039300     02  FILLER                  PIC X(03) VALUE SPACES.
039400     02  RD-OLD-GROSS            PIC ZZ,ZZ9.99.
039500     02  FILLER                  PIC X(03) VALUE SPACES.
039600     02  RD-NEW-GROSS            PIC ZZ,ZZ9.99.
039700     02  FILLER                  PIC X(03) VALUE SPACES.
039800     02  RD-DIFF                 PIC -ZZ,ZZ9.99.
039900     02  FILLER                  PIC X(03) VALUE SPACES.
040000     02  RD-NOTE                 PIC X(24).
040100     02  FILLER                  PIC X(01) VALUE SPACES.
040200
040300 01  WS-RPT-EMP-TOTAL.
040400     02  FILLER                  PIC X(08) VALUE SPACES.
040500     02  FILLER                  PIC X(22)
040600                                 VALUE 'TOTAL FOR EMPLOYEE'.
040700     02  RE-PERIODS              PIC ZZ9.
040800     02  FILLER                  PIC X(10) VALUE ' PERIOD(S)'.
040900     02  FILLER                  PIC X(50) VALUE SPACES.
041000     02  RE-NET                  PIC -ZZZ,ZZ9.99.
041100     02  FILLER                  PIC X(03) VALUE SPACES.
041200     02  RE-DISPOSITION          PIC X(25).
041300
041400 01  WS-RPT-TOTAL-LINE.
041500     02  FILLER                  PIC X(05) VALUE SPACES.
041600     02  RT-LABEL                PIC X(40).
041700     02  RT-COUNT                PIC ZZ,ZZ9.
041800     02  FILLER                  PIC X(03) VALUE SPACES.
041900     02  RT-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
042000     02  FILLER                  PIC X(65) VALUE SPACES.
042100
042200 PROCEDURE DIVISION.
042300 0000-MAINLINE.
042400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042500     IF MODE-RELEASING
042600         PERFORM 5000-RELEASE-RETRO THRU 5000-EXIT
042700     ELSE
042800         PERFORM 2000-LOAD-PAID-PERIODS THRU 2000-EXIT
042900         PERFORM 3000-REPRICE-PERIODS THRU 3000-EXIT
043000     END-IF.
043100     PERFORM 6000-REWRITE-LEDGER THRU 6000-EXIT.
043200     PERFORM 6500-REWRITE-TRIGGERS THRU 6500-EXIT.
043300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
043400     STOP RUN.
043500
043600*----------------------------------------------------------------
043700* 1000-INITIALIZE  --  ESTABLISH TODAY AND THE RUN-ID, EDIT THE
043800* COMMAND LINE, CLAIM THE EMP-FILE UPDATE LOCK, AND LOAD THE
043900* TRIGGER FILE AND THE LEDGER UNDER IT.
044000*----------------------------------------------------------------
044100 1000-INITIALIZE.
044200     DISPLAY '*** STARTING RETRO PAY RUN ***'.
044300     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
044400     MOVE WS-COMMAND-LINE (1:1) TO WS-RUN-MODE.
044500     MOVE WS-COMMAND-LINE (2:8) TO WS-RELEASE-OPERATOR.
044600     MOVE WS-COMMAND-LINE (10:1) TO WS-LOCK-OVERRIDE-SWITCH.
044700     ACCEPT WS-RUN-DATE FROM DATE.
044800     ACCEPT WS-RUN-TIME FROM TIME.
044900     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
045000     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
045100            WS-RUN-TIME-MM DELIMITED BY SIZE
045200            WS-RUN-TIME-SS DELIMITED BY SIZE
045300         INTO WS-RUN-ID-TIME
045400     END-STRING.
045500     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
045600
045700     IF NOT (MODE-CALCULATE OR MODE-RELEASING)
045800         DISPLAY 'RUN MODE MUST BE BLANK, C, R OR O -- RUN '
045900             'REFUSED'
046000         MOVE 8 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300     IF MODE-RELEASING AND WS-RELEASE-OPERATOR EQUAL TO SPACES
046400         DISPLAY 'A RELEASE NEEDS THE OPERATOR ID IN COLUMNS '
046500             '2-9 -- RUN REFUSED'
046600         MOVE 8 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900
047000     PERFORM 1100-CLAIM-EMP-LOCK THRU 1100-EXIT.
047100     PERFORM 1200-LOAD-TRIGGERS THRU 1200-EXIT.
047200     PERFORM 1300-LOAD-LEDGER THRU 1300-EXIT.
047300     IF MODE-CALCULATE
047400         PERFORM 1400-LOAD-VOID-AUDIT THRU 1400-EXIT
047500     END-IF.
047600
047700     OPEN INPUT EMP-FILE.
047800     IF NOT EMP-FILE-STATUS-OK
047900         DISPLAY 'EMP-FILE OPEN FAILED, STATUS: '
048000             WS-EMP-FILE-STATUS
048100         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
048200         MOVE 8 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500 1000-EXIT.
048600     EXIT.
048700
048800*----------------------------------------------------------------
048900* 1100-CLAIM-EMP-LOCK  --  CLAIM THE EMP-FILE UPDATE LOCK.  A
049000* LOCK ANOTHER UPDATER HOLDS REFUSES THIS RUN UNLESS THE CLAIM
049100* HAS GONE STALE OR THE OPERATOR FORCED THE OVERRIDE.
049200*----------------------------------------------------------------
049300 1100-CLAIM-EMP-LOCK.
049400     MOVE 'N' TO WS-LOCK-HELD-SWITCH.
049500     OPEN INPUT EMP-LOCK-FILE.
049600     IF NOT LOCK-FILE-NOTEXIST
049700         READ EMP-LOCK-FILE
049800             AT END
049900                 CONTINUE
050000             NOT AT END
050100                 SET LOCK-HELD TO TRUE
050200         END-READ
050300         CLOSE EMP-LOCK-FILE
050400     END-IF.
050500
050600     IF NOT LOCK-HELD
050700         GO TO 1100-STAMP
050800     END-IF.
050900
051000     IF LOCK-OVERRIDE-REQUESTED
051100         DISPLAY 'OPERATOR OVERRIDE: SEIZING LOCK HELD BY '
051200             LCK-PROGRAM ' RUN ' LCK-RUN-ID
051300         GO TO 1100-STAMP
051400     END-IF.
051500
051600     PERFORM 1150-GRADE-LOCK-AGE THRU 1150-EXIT.
051700     IF WS-LOCK-AGE-HOURS NOT LESS THAN WS-LOCK-STALE-HOURS
051800         DISPLAY 'STALE LOCK HELD BY ' LCK-PROGRAM ' RUN '
051900             LCK-RUN-ID ', SEIZING IT'
052000         GO TO 1100-STAMP
052100     END-IF.
052200
052300     DISPLAY 'EMP-FILE IS LOCKED BY ' LCK-PROGRAM ' RUN '
052400         LCK-RUN-ID ' -- RUN REFUSED'.
052500     DISPLAY 'USE THE OVERRIDE MODE ONLY IF THE HOLDER IS '
052600         'KNOWN DEAD'.
052700     MOVE 8 TO RETURN-CODE.
052800     STOP RUN.
052900
053000 1100-STAMP.
053100     OPEN OUTPUT EMP-LOCK-FILE.
053200     MOVE SPACES TO EMP-LOCK-RECORD.
053300     MOVE 'RETROCLC' TO LCK-PROGRAM.
053400     MOVE WS-RUN-ID TO LCK-RUN-ID.
053500     MOVE WS-TODAY-CCYYMMDD-NUM TO LCK-DATE.
053600     MOVE WS-RUN-ID-TIME TO LCK-TIME.
053700     WRITE EMP-LOCK-RECORD.
053800     CLOSE EMP-LOCK-FILE.
053900 1100-EXIT.
054000     EXIT.
054100
054200*    1150-GRADE-LOCK-AGE PUTS THE HELD LOCK'S AGE IN HOURS INTO
054300*    WS-LOCK-AGE-HOURS.  A CLAIM WHOSE DATE COLUMNS ARE GARBAGE
054400*    GRADES AS STALE.
054500 1150-GRADE-LOCK-AGE.
054600     IF LCK-DATE IS NOT NUMERIC OR LCK-DATE EQUAL ZERO
054700         MOVE WS-LOCK-STALE-HOURS TO WS-LOCK-AGE-HOURS
054800         GO TO 1150-EXIT
054900     END-IF.
055000
055100     COMPUTE WS-TODAY-ORDINAL =
055200         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD-NUM).
055300     COMPUTE WS-LOCK-ORDINAL =
055400         FUNCTION INTEGER-OF-DATE (LCK-DATE).
055500     COMPUTE WS-LOCK-HH = LCK-TIME / 10000.
055600     COMPUTE WS-LOCK-AGE-HOURS =
055700         ((WS-TODAY-ORDINAL - WS-LOCK-ORDINAL) * 24)
055800             + WS-RUN-TIME-HH - WS-LOCK-HH.
055900 1150-EXIT.
056000     EXIT.
056100
056200*    1200-LOAD-TRIGGERS READS THE WHOLE TRIGGER FILE INTO
056300*    WS-RTR-TABLE.
056400 1200-LOAD-TRIGGERS.
056500     OPEN INPUT RETRO-TRIGGER-FILE.
056600     IF RTR-FILE-NOTEXIST
056700         GO TO 1200-EXIT
056800     END-IF.
056900     IF NOT RTR-FILE-STATUS-OK
057000         DISPLAY 'RETRO TRIGGER FILE OPEN FAILED, STATUS: '
057100             WS-RTR-FILE-STATUS
057200         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
057300         MOVE 8 TO RETURN-CODE
057400         STOP RUN
057500     END-IF.
057600
057700     PERFORM 1210-LOAD-TRIGGER THRU 1210-EXIT
057800         UNTIL RTR-EOF-REACHED.
057900     CLOSE RETRO-TRIGGER-FILE.
058000 1200-EXIT.
058100     EXIT.
058200
058300 1210-LOAD-TRIGGER.
058400     READ RETRO-TRIGGER-FILE
058500         AT END
058600             SET RTR-EOF-REACHED TO TRUE
058700     END-READ.
058800     IF RTR-EOF-REACHED
058900         GO TO 1210-EXIT
059000     END-IF.
059100
059200     IF WS-RTR-TABLE-USED NOT LESS THAN 500
059300         DISPLAY 'RETRO TRIGGER FILE EXCEEDS THE TABLE, RUN '
059400             'REFUSED -- NOTHING CALCULATED OR RELEASED'
059500         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
059600         MOVE 8 TO RETURN-CODE
059700         STOP RUN
059800     END-IF.
059900     ADD 1 TO WS-RTR-TABLE-USED.
060000     SET WS-RTR-IDX TO WS-RTR-TABLE-USED.
060100     MOVE RETRO-TRIGGER-RECORD TO WS-RTR-ENTRY (WS-RTR-IDX).
060200     ADD 1 TO WS-TRIGGER-COUNT.
060300 1210-EXIT.
060400     EXIT.
060500
060600*    1300-LOAD-LEDGER READS THE RETRO LEDGER INTO WS-RTL-TABLE.
060700*    A CALCULATION STARTS AFRESH, SO THE LINES AN EARLIER
060800*    CALCULATION LEFT WAITING FOR SIGN-OFF ARE DROPPED HERE AND
060900*    WORKED OUT AGAIN.
061000 1300-LOAD-LEDGER.
061100     OPEN INPUT RETRO-LEDGER-FILE.
061200     IF RTL-FILE-NOTEXIST
061300         GO TO 1300-EXIT
061400     END-IF.
061500     IF NOT RTL-FILE-STATUS-OK
061600         DISPLAY 'RETRO LEDGER OPEN FAILED, STATUS: '
061700             WS-RTL-FILE-STATUS
061800         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
061900         MOVE 8 TO RETURN-CODE
062000         STOP RUN
062100     END-IF.
062200
062300     PERFORM 1310-LOAD-LEDGER-LINE THRU 1310-EXIT
062400         UNTIL RTL-EOF-REACHED.
062500     CLOSE RETRO-LEDGER-FILE.
062600 1300-EXIT.
062700     EXIT.
062800
062900 1310-LOAD-LEDGER-LINE.
063000     READ RETRO-LEDGER-FILE
063100         AT END
063200             SET RTL-EOF-REACHED TO TRUE
063300     END-READ.
063400     IF RTL-EOF-REACHED
063500         GO TO 1310-EXIT
063600     END-IF.
063700     IF MODE-CALCULATE AND RTL-STATE-CALCULATED
063800         GO TO 1310-EXIT
063900     END-IF.
064000
064100     IF WS-RTL-TABLE-USED NOT LESS THAN 2000
064200         DISPLAY 'RETRO LEDGER EXCEEDS THE TABLE, RUN REFUSED '
064300             '-- NOTHING CALCULATED OR RELEASED'
064400         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
064500         MOVE 8 TO RETURN-CODE
064600         STOP RUN
064700     END-IF.
064800     ADD 1 TO WS-RTL-TABLE-USED.
064900     SET WS-RTL-IDX TO WS-RTL-TABLE-USED.
065000     MOVE RETRO-LEDGER-RECORD TO WS-RTL-ENTRY (WS-RTL-IDX).
065100 1310-EXIT.
065200     EXIT.
065300
065400*    1400-LOAD-VOID-AUDIT READS THE PAYMENTS PAY-VOID HAS VOIDED
065500*    INTO WS-VOID-TABLE.  REFUSED REQUESTS ARE PASSED OVER.
065600 1400-LOAD-VOID-AUDIT.
065700     OPEN INPUT VOID-AUDIT-FILE.
065800     IF VDA-FILE-NOTEXIST
065900         GO TO 1400-EXIT
066000     END-IF.
066100     IF NOT VDA-FILE-STATUS-OK
066200         DISPLAY 'VOID AUDIT OPEN FAILED, STATUS: '
066300             WS-VDA-FILE-STATUS
066400         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
066500         MOVE 8 TO RETURN-CODE
066600         STOP RUN
066700     END-IF.
066800
066900     PERFORM 1410-LOAD-VOID-RECORD THRU 1410-EXIT
067000         UNTIL VDA-EOF-REACHED.
067100     CLOSE VOID-AUDIT-FILE.
067200 1400-EXIT.
067300     EXIT.
067400
067500 1410-LOAD-VOID-RECORD.
067600     READ VOID-AUDIT-FILE
067700         AT END
067800             SET VDA-EOF-REACHED TO TRUE
067900     END-READ.
068000     IF VDA-EOF-REACHED
068100         GO TO 1410-EXIT
068200     END-IF.
068300     IF NOT VDA-VOIDED
068400         GO TO 1410-EXIT
068500     END-IF.
068600
068700     IF WS-VOID-TABLE-USED NOT LESS THAN 2000
068800         DISPLAY 'VOID AUDIT EXCEEDS THE TABLE, RUN REFUSED -- '
068900             'NOTHING CALCULATED'
069000         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
069100         MOVE 8 TO RETURN-CODE
069200         STOP RUN
069300     END-IF.
069400     ADD 1 TO WS-VOID-TABLE-USED.
069500     SET WS-VOID-IDX TO WS-VOID-TABLE-USED.
069600     MOVE VDA-NP-RUN-ID TO WS-VOID-NP-RUN-ID (WS-VOID-IDX).
069700     MOVE VDA-EMP-ID TO WS-VOID-EMP-ID (WS-VOID-IDX).
069800     MOVE VDA-EARN-CODE TO WS-VOID-EARN-CODE (WS-VOID-IDX).
069900     MOVE VDA-REISSUE TO WS-VOID-REISSUE (WS-VOID-IDX).
070000 1410-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------------
070400* 2000-LOAD-PAID-PERIODS  --  READ THE NET-PAY HISTORY AND KEEP
070500* EVERY REGULAR SALARIED PERIOD PAID TO AN EMPLOYEE WHO HAS A
070600* LINE ON THE TRIGGER FILE.
070700*----------------------------------------------------------------
070800 2000-LOAD-PAID-PERIODS.
070900     IF WS-RTR-TABLE-USED EQUAL ZERO
071000         GO TO 2000-EXIT
071100     END-IF.
071200     OPEN INPUT NETPAY-HISTORY-FILE.
071300     IF NPH-FILE-NOTEXIST
071400         GO TO 2000-EXIT
071500     END-IF.
071600     IF NOT NPH-FILE-STATUS-OK
071700         DISPLAY 'NET-PAY HISTORY OPEN FAILED, STATUS: '
071800             WS-NPH-FILE-STATUS
071900         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
072000         MOVE 8 TO RETURN-CODE
072100         STOP RUN
072200     END-IF.
072300
072400     PERFORM 2100-LOAD-PAID-PERIOD THRU 2100-EXIT
072500         UNTIL NPH-EOF-REACHED.
072600     CLOSE NETPAY-HISTORY-FILE.
072700 2000-EXIT.
072800     EXIT.
072900
073000 2100-LOAD-PAID-PERIOD.
073100     READ NETPAY-HISTORY-FILE
073200         AT END
073300             SET NPH-EOF-REACHED TO TRUE
073400     END-READ.
073500     IF NPH-EOF-REACHED
073600         GO TO 2100-EXIT
073700     END-IF.
073800     IF NP-OFF-CYCLE OR NP-PAY-TYPE EQUAL TO 'H'
073900             OR NP-PERIOD-NO EQUAL ZERO
074000         GO TO 2100-EXIT
074100     END-IF.
074200
074300     SET SLOT-NOT-FOUND TO TRUE.
074400     SET WS-RTR-IDX TO 1.
074500     PERFORM 2150-TEST-TRIGGER-EMP THRU 2150-EXIT
074600         UNTIL SLOT-FOUND
074700            OR WS-RTR-IDX > WS-RTR-TABLE-USED.
074800     IF SLOT-NOT-FOUND
074900         GO TO 2100-EXIT
075000     END-IF.
075100
075200     SET SLOT-NOT-FOUND TO TRUE.
075300     SET WS-PER-IDX TO 1.
075400     PERFORM 2200-TEST-PERIOD-SLOT THRU 2200-EXIT
075500         UNTIL SLOT-FOUND
075600            OR WS-PER-IDX > WS-PER-TABLE-USED.
075700     IF SLOT-FOUND
075800         IF NP-RUN-ID NOT GREATER THAN
075900                 WS-PER-NP-RUN-ID (WS-PER-IDX)
076000             GO TO 2100-EXIT
076100         END-IF
076200     ELSE
076300         IF WS-PER-TABLE-USED NOT LESS THAN 2000
076400             DISPLAY 'PAID PERIODS EXCEED THE TABLE, RUN '
076500                 'REFUSED -- NOTHING CALCULATED'
076600             PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
076700             MOVE 8 TO RETURN-CODE
076800             STOP RUN
076900         END-IF
077000         ADD 1 TO WS-PER-TABLE-USED
077100         SET WS-PER-IDX TO WS-PER-TABLE-USED
077200     END-IF.
077300
077400     MOVE NP-EMP-ID TO WS-PER-EMP-ID (WS-PER-IDX).
077500     MOVE NP-PERIOD-NO TO WS-PER-PERIOD-NO (WS-PER-IDX).
077600     MOVE NP-PERIOD-END TO WS-PER-PERIOD-END (WS-PER-IDX).
077700     MOVE NP-RUN-ID TO WS-PER-NP-RUN-ID (WS-PER-IDX).
077800     IF NP-RETRO-GROSS IS NUMERIC
077900         COMPUTE WS-PER-BASE-GROSS (WS-PER-IDX) =
078000             NP-GROSS - NP-RETRO-GROSS
078100     ELSE
078200         MOVE NP-GROSS TO WS-PER-BASE-GROSS (WS-PER-IDX)
078300     END-IF.
078400 2100-EXIT.
078500     EXIT.
078600
078700 2150-TEST-TRIGGER-EMP.
078800     IF WS-RTR-EMP-ID (WS-RTR-IDX) EQUAL TO NP-EMP-ID
078900         SET SLOT-FOUND TO TRUE
079000     ELSE
079100         SET WS-RTR-IDX UP BY 1
079200     END-IF.
079300 2150-EXIT.
079400     EXIT.
079500
079600 2200-TEST-PERIOD-SLOT.
079700     IF WS-PER-EMP-ID (WS-PER-IDX) EQUAL TO NP-EMP-ID
079800             AND WS-PER-PERIOD-END (WS-PER-IDX) EQUAL TO
079900                 NP-PERIOD-END
080000         SET SLOT-FOUND TO TRUE
080100     ELSE
080200         SET WS-PER-IDX UP BY 1
080300     END-IF.
080400 2200-EXIT.
080500     EXIT.
080600
080700*----------------------------------------------------------------
080800* 3000-REPRICE-PERIODS  --  WORK EACH EMPLOYEE ON THE TRIGGER
080900* FILE, SMALLEST EMP-ID FIRST, REPRICING THEIR PAID PERIODS AND
081000* PRINTING THE RETRO DETAIL REPORT.  EVERY TRIGGER LINE IS
081100* MARKED CALCULATED -- ANY PERIOD PAID AFTER IT WAS POSTED WAS
081200* PAID AT THE NEW SALARY ALREADY.
081300*----------------------------------------------------------------
081400 3000-REPRICE-PERIODS.
081500     OPEN OUTPUT RETRO-REPORT-FILE.
081600     PERFORM 4200-NEW-PAGE THRU 4200-EXIT.
081700
081800     MOVE ZERO TO WS-LAST-EMP-ID.
081900     PERFORM 3050-FIND-NEXT-EMP THRU 3050-EXIT.
082000     PERFORM 3100-REPRICE-EMPLOYEE THRU 3100-EXIT
082100         UNTIL NOT NEXT-EMP-FOUND.
082200
082300     MOVE 1 TO WS-RTR-SUB.
082400     PERFORM 3700-MARK-TRIGGER THRU 3700-EXIT
082500         UNTIL WS-RTR-SUB > WS-RTR-TABLE-USED.
082600
082700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
082800     CLOSE RETRO-REPORT-FILE.
082900 3000-EXIT.
083000     EXIT.
083100
083200*    3050-FIND-NEXT-EMP SCANS THE TRIGGER TABLE FOR THE SMALLEST
083300*    EMP-ID ABOVE WS-LAST-EMP-ID.
083400 3050-FIND-NEXT-EMP.
083500     MOVE 'N' TO WS-NEXT-EMP-SWITCH.
083600     MOVE ZERO TO WS-NEXT-EMP-ID.
083700     MOVE 1 TO WS-RTR-SUB.
083800     PERFORM 3060-TEST-NEXT-EMP THRU 3060-EXIT
083900         UNTIL WS-RTR-SUB > WS-RTR-TABLE-USED.
084000 3050-EXIT.
084100     EXIT.
084200
084300 3060-TEST-NEXT-EMP.
084400     SET WS-RTR-IDX TO WS-RTR-SUB.
084500     IF WS-RTR-EMP-ID (WS-RTR-IDX) > WS-LAST-EMP-ID
084600         IF NOT NEXT-EMP-FOUND
084700                 OR WS-RTR-EMP-ID (WS-RTR-IDX) < WS-NEXT-EMP-ID
084800             MOVE WS-RTR-EMP-ID (WS-RTR-IDX) TO WS-NEXT-EMP-ID
084900             SET NEXT-EMP-FOUND TO TRUE
085000         END-IF
085100     END-IF.
085200     ADD 1 TO WS-RTR-SUB.
085300 3060-EXIT.
085400     EXIT.
085500
085600*    3100-REPRICE-EMPLOYEE REPRICES ONE EMPLOYEE'S PERIODS IN
085700*    THE ORDER THEY WERE PAID, THEN PRINTS THE EMPLOYEE'S TOTAL
085800*    WITH WHERE IT WILL BE PAID WHEN RELEASED.
085900 3100-REPRICE-EMPLOYEE.
086000     PERFORM 3150-READ-EMPLOYEE THRU 3150-EXIT.
086100     MOVE ZERO TO WS-EMP-NET.
086200     MOVE ZERO TO WS-EMP-PERIODS.
086300
086400     MOVE 1 TO WS-PER-SUB.
086500     PERFORM 3200-REPRICE-PERIOD THRU 3200-EXIT
086600         UNTIL WS-PER-SUB > WS-PER-TABLE-USED.
086700
086800     IF WS-EMP-PERIODS > ZERO
086900         PERFORM 3600-PRINT-EMP-TOTAL THRU 3600-EXIT
087000     END-IF.
087100
087200     MOVE WS-NEXT-EMP-ID TO WS-LAST-EMP-ID.
087300     PERFORM 3050-FIND-NEXT-EMP THRU 3050-EXIT.
087400 3100-EXIT.
087500     EXIT.
087600
087700*    3150-READ-EMPLOYEE READS WS-NEXT-EMP-ID'S MASTER RECORD FOR
087800*    THE NAME AND STATUS.  AN EMPLOYEE NO LONGER ON THE MASTER
087900*    IS TREATED AS INACTIVE.
088000 3150-READ-EMPLOYEE.
088100     MOVE WS-NEXT-EMP-ID TO EMP-ID-KEY.
088200     READ EMP-FILE KEY IS EMP-ID-KEY
088300         INVALID KEY
088400             MOVE '*** NOT ON MASTER' TO WS-EMP-NAME
088500             MOVE 'T' TO WS-EMP-STATUS
088600         NOT INVALID KEY
088700             MOVE EMPF-EMP-NAME TO WS-EMP-NAME
088800             MOVE EMPF-EMP-STATUS TO WS-EMP-STATUS
088900     END-READ.
089000 3150-EXIT.
089100     EXIT.
089200
089300*    3200-REPRICE-PERIOD REPRICES ONE PAID PERIOD WHEN IT
089400*    BELONGS TO THE CURRENT EMPLOYEE AND A TRIGGER COVERS IT.
089500 3200-REPRICE-PERIOD.
089600     SET WS-PER-IDX TO WS-PER-SUB.
089700     ADD 1 TO WS-PER-SUB.
089800     IF WS-PER-EMP-ID (WS-PER-IDX) NOT EQUAL TO WS-NEXT-EMP-ID
089900         GO TO 3200-EXIT
090000     END-IF.
090100
090200     PERFORM 3300-FIND-COVERING-TRIGGER THRU 3300-EXIT.
090300     IF NOT COVER-FOUND
090400         GO TO 3200-EXIT
090500     END-IF.
090600     IF WS-COVER-RUN-ID NOT GREATER THAN
090700             WS-PER-NP-RUN-ID (WS-PER-IDX)
090800         GO TO 3200-EXIT
090900     END-IF.
091000
091100     PERFORM 3250-FIND-VOID THRU 3250-EXIT.
091200     IF PERIOD-VOIDED
091300         ADD 1 TO WS-VOIDED-SKIP-COUNT
091400         MOVE ZERO TO RD-OLD-GROSS
091500         MOVE ZERO TO RD-NEW-GROSS
091600         MOVE ZERO TO RD-DIFF
091700         MOVE 'VOIDED - NOT REPRICED' TO RD-NOTE
091800         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
091900         GO TO 3200-EXIT
092000     END-IF.
092100
092200     COMPUTE WS-NEW-GROSS ROUNDED =
092300         WS-COVER-SALARY / WS-PERIODS-PER-YEAR.
092400     PERFORM 3400-SUM-LEDGERED THRU 3400-EXIT.
092500     COMPUTE WS-PAID-GROSS =
092600         WS-PER-BASE-GROSS (WS-PER-IDX) + WS-LEDGERED-AMT.
092700     COMPUTE WS-PERIOD-DIFF = WS-NEW-GROSS - WS-PAID-GROSS.
092800     IF WS-PERIOD-DIFF EQUAL ZERO
092900         GO TO 3200-EXIT
093000     END-IF.
093100
093200     PERFORM 3500-ADD-LEDGER-LINE THRU 3500-EXIT.
093300     ADD WS-PERIOD-DIFF TO WS-EMP-NET.
093400     ADD 1 TO WS-EMP-PERIODS.
093500     ADD 1 TO WS-PERIOD-RETRO-COUNT.
093600
093700     MOVE WS-PAID-GROSS TO RD-OLD-GROSS.
093800     MOVE WS-NEW-GROSS TO RD-NEW-GROSS.
093900     MOVE WS-PERIOD-DIFF TO RD-DIFF.
094000     IF WS-LEDGERED-AMT NOT EQUAL ZERO
094100         MOVE 'INCLUDES EARLIER RETRO' TO RD-NOTE
094200     ELSE
094300         MOVE SPACES TO RD-NOTE
094400     END-IF.
094500     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
094600 3200-EXIT.
094700     EXIT.
094800
094900*    3250-FIND-VOID SETS PERIOD-VOIDED WHEN THE PERIOD'S REGULAR
095000*    PAYMENT WAS VOIDED AND NOT QUEUED FOR REISSUE.  A REISSUED
095100*    PAYMENT WENT OUT AGAIN WITH THE SAME FIGURES, SO IT STANDS.
095200 3250-FIND-VOID.
095300     MOVE 'N' TO WS-VOIDED-SWITCH.
095400     SET WS-VOID-IDX TO 1.
095500     PERFORM 3260-TEST-VOID THRU 3260-EXIT
095600         UNTIL PERIOD-VOIDED
095700            OR WS-VOID-IDX > WS-VOID-TABLE-USED.
095800 3250-EXIT.
095900     EXIT.
096000
096100 3260-TEST-VOID.
096200     IF WS-VOID-NP-RUN-ID (WS-VOID-IDX) EQUAL TO
096300             WS-PER-NP-RUN-ID (WS-PER-IDX)
096400             AND WS-VOID-EMP-ID (WS-VOID-IDX) EQUAL TO
096500                 WS-PER-EMP-ID (WS-PER-IDX)
096600             AND WS-VOID-EARN-CODE (WS-VOID-IDX) EQUAL TO SPACES
096700             AND WS-VOID-REISSUE (WS-VOID-IDX) NOT EQUAL TO 'Y'
096800         SET PERIOD-VOIDED TO TRUE
096900     ELSE
097000         SET WS-VOID-IDX UP BY 1
097100     END-IF.
097200 3260-EXIT.
097300     EXIT.
097400
097500*    3300-FIND-COVERING-TRIGGER FINDS THE CURRENT EMPLOYEE'S
097600*    TRIGGER WITH THE LATEST EFFECTIVE DATE NOT AFTER THE PERIOD
097700*    END.  ITS NEW SALARY IS WHAT THE PERIOD SHOULD HAVE PAID.
097800 3300-FIND-COVERING-TRIGGER.
097900     MOVE 'N' TO WS-COVER-SWITCH.
098000     MOVE ZERO TO WS-COVER-EFF-DATE.
098100     MOVE SPACES TO WS-COVER-RUN-ID.
098200     MOVE ZERO TO WS-COVER-SALARY.
098300     MOVE 1 TO WS-RTR-SUB.
098400     PERFORM 3310-TEST-TRIGGER THRU 3310-EXIT
098500         UNTIL WS-RTR-SUB > WS-RTR-TABLE-USED.
098600 3300-EXIT.
098700     EXIT.
098800
098900 3310-TEST-TRIGGER.
099000     SET WS-RTR-IDX TO WS-RTR-SUB.
099100     ADD 1 TO WS-RTR-SUB.
099200     IF WS-RTR-EMP-ID (WS-RTR-IDX) NOT EQUAL TO WS-NEXT-EMP-ID
099300         GO TO 3310-EXIT
099400     END-IF.
099500     IF WS-RTR-EFF-DATE (WS-RTR-IDX) >
099600             WS-PER-PERIOD-END (WS-PER-IDX)
099700         GO TO 3310-EXIT
099800     END-IF.
099900     IF COVER-FOUND
100000         IF WS-RTR-EFF-DATE (WS-RTR-IDX) < WS-COVER-EFF-DATE
100100             GO TO 3310-EXIT
100200         END-IF
100300         IF WS-RTR-EFF-DATE (WS-RTR-IDX) EQUAL TO
100400                 WS-COVER-EFF-DATE
100500                 AND WS-RTR-APPLY-RUN-ID (WS-RTR-IDX) <
100600                     WS-COVER-RUN-ID
100700             GO TO 3310-EXIT
100800         END-IF
100900     END-IF.
101000
101100     SET COVER-FOUND TO TRUE.
101200     MOVE WS-RTR-EFF-DATE (WS-RTR-IDX) TO WS-COVER-EFF-DATE.
101300     MOVE WS-RTR-APPLY-RUN-ID (WS-RTR-IDX) TO WS-COVER-RUN-ID.
101400     MOVE WS-RTR-SALARY-AFTER (WS-RTR-IDX) TO WS-COVER-SALARY.
101500 3310-EXIT.
101600     EXIT.
101700
101800*    3400-SUM-LEDGERED ADDS UP THE RETRO ALREADY RELEASED OR
101900*    PAID AGAINST THE PERIOD BEING REPRICED.
102000 3400-SUM-LEDGERED.
102100     MOVE ZERO TO WS-LEDGERED-AMT.
102200     MOVE 1 TO WS-RTL-SUB.
102300     PERFORM 3410-ADD-LEDGERED THRU 3410-EXIT
102400         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
102500 3400-EXIT.
102600     EXIT.
102700
102800 3410-ADD-LEDGERED.
102900     SET WS-RTL-IDX TO WS-RTL-SUB.
103000     IF WS-RTL-EMP-ID (WS-RTL-IDX) EQUAL TO
103100             WS-PER-EMP-ID (WS-PER-IDX)
103200             AND WS-RTL-PERIOD-END (WS-RTL-IDX) EQUAL TO
103300                 WS-PER-PERIOD-END (WS-PER-IDX)
103400             AND WS-RTL-STATE (WS-RTL-IDX) NOT EQUAL TO 'C'
103500         ADD WS-RTL-DIFF (WS-RTL-IDX) TO WS-LEDGERED-AMT
103600     END-IF.
103700     ADD 1 TO WS-RTL-SUB.
103800 3410-EXIT.
103900     EXIT.
104000
104100*    3500-ADD-LEDGER-LINE ADDS THE PERIOD'S DIFFERENCE TO THE
104200*    LEDGER AS A CALCULATED LINE.
104300 3500-ADD-LEDGER-LINE.
104400     IF WS-RTL-TABLE-USED NOT LESS THAN 2000
104500         DISPLAY 'RETRO LEDGER EXCEEDS THE TABLE, RUN REFUSED '
104600             '-- NOTHING CALCULATED'
104700         CLOSE RETRO-REPORT-FILE
104800         PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT
104900         MOVE 8 TO RETURN-CODE
105000         STOP RUN
105100     END-IF.
105200     ADD 1 TO WS-RTL-TABLE-USED.
105300     SET WS-RTL-IDX TO WS-RTL-TABLE-USED.
105400     MOVE SPACES TO WS-RTL-ENTRY (WS-RTL-IDX).
105500     MOVE WS-PER-EMP-ID (WS-PER-IDX)
105600         TO WS-RTL-EMP-ID (WS-RTL-IDX).
105700     MOVE WS-PER-PERIOD-NO (WS-PER-IDX)
105800         TO WS-RTL-PERIOD-NO (WS-RTL-IDX).
105900     MOVE WS-PER-PERIOD-END (WS-PER-IDX)
106000         TO WS-RTL-PERIOD-END (WS-RTL-IDX).
106100     MOVE WS-PER-NP-RUN-ID (WS-PER-IDX)
106200         TO WS-RTL-NP-RUN-ID (WS-RTL-IDX).
106300     MOVE WS-PAID-GROSS TO WS-RTL-OLD-GROSS (WS-RTL-IDX).
106400     MOVE WS-NEW-GROSS TO WS-RTL-NEW-GROSS (WS-RTL-IDX).
106500     MOVE WS-PERIOD-DIFF TO WS-RTL-DIFF (WS-RTL-IDX).
106600     MOVE WS-COVER-SALARY TO WS-RTL-NEW-SALARY (WS-RTL-IDX).
106700     MOVE 'C' TO WS-RTL-STATE (WS-RTL-IDX).
106800     MOVE WS-RUN-ID TO WS-RTL-CALC-RUN-ID (WS-RTL-IDX).
106850     MOVE ZERO TO WS-RTL-PAID-PERIOD-END (WS-RTL-IDX).
106900 3500-EXIT.
107000     EXIT.
107100
107200*    3600-PRINT-EMP-TOTAL PRINTS THE EMPLOYEE'S NET RETRO AND
107300*    WHERE A RELEASE IN 'R' MODE WOULD SEND IT.
107400 3600-PRINT-EMP-TOTAL.
107500     ADD 1 TO WS-EMP-RETRO-COUNT.
107600     MOVE WS-EMP-PERIODS TO RE-PERIODS.
107700     MOVE WS-EMP-NET TO RE-NET.
107800     IF WS-EMP-NET NOT GREATER THAN ZERO
107900         MOVE 'OVERPAID-RECOVER BY HAND' TO RE-DISPOSITION
108000         ADD WS-EMP-NET TO WS-TOTAL-OVERPAID
108100         ADD 1 TO WS-OVERPAID-COUNT
108200     ELSE
108300         ADD WS-EMP-NET TO WS-TOTAL-DUE
108400         IF EMP-STATUS-ACTIVE
108500             MOVE 'NEXT PAY RUN' TO RE-DISPOSITION
108600         ELSE
108700             MOVE 'OFF-CYCLE' TO RE-DISPOSITION
108800         END-IF
108900     END-IF.
109000
109100     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
109200         PERFORM 4200-NEW-PAGE THRU 4200-EXIT
109300     END-IF.
109400     WRITE RETRO-REPORT-LINE FROM WS-RPT-EMP-TOTAL.
109500     MOVE SPACES TO RETRO-REPORT-LINE.
109600     WRITE RETRO-REPORT-LINE.
109700     ADD 2 TO WS-RPT-LINE-COUNT.
109800 3600-EXIT.
109900     EXIT.
110000
110100 3700-MARK-TRIGGER.
110200     SET WS-RTR-IDX TO WS-RTR-SUB.
110300     MOVE 'C' TO WS-RTR-STATE (WS-RTR-IDX).
110400     ADD 1 TO WS-RTR-SUB.
110500 3700-EXIT.
110600     EXIT.
110700
110800*----------------------------------------------------------------
110900* 4000-PRINT-TOTALS  --  PRINT THE REPORT TRAILER.
111000*----------------------------------------------------------------
111100 4000-PRINT-TOTALS.
111200     MOVE SPACES TO RETRO-REPORT-LINE.
111300     WRITE RETRO-REPORT-LINE.
111400     MOVE ZERO TO RT-AMOUNT.
111500     MOVE 'BACK-DATED CHANGES READ' TO RT-LABEL.
111600     MOVE WS-TRIGGER-COUNT TO RT-COUNT.
111700     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
111800     MOVE 'PERIODS REPRICED' TO RT-LABEL.
111900     MOVE WS-PERIOD-RETRO-COUNT TO RT-COUNT.
112000     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
112100     MOVE 'VOIDED PERIODS NOT REPRICED' TO RT-LABEL.
112200     MOVE WS-VOIDED-SKIP-COUNT TO RT-COUNT.
112300     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
112400     MOVE 'EMPLOYEES OWED RETRO PAY' TO RT-LABEL.
112500     COMPUTE RT-COUNT = WS-EMP-RETRO-COUNT - WS-OVERPAID-COUNT.
112600     MOVE WS-TOTAL-DUE TO RT-AMOUNT.
112700     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
112800     MOVE 'EMPLOYEES OVERPAID OR NETTING TO ZERO' TO RT-LABEL.
112900     MOVE WS-OVERPAID-COUNT TO RT-COUNT.
113000     MOVE WS-TOTAL-OVERPAID TO RT-AMOUNT.
113100     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
113200 4000-EXIT.
113300     EXIT.
113400
113500*    4100-WRITE-DETAIL FILLS THE PERIOD COLUMNS OF THE DETAIL
113600*    LINE AND WRITES IT.  THE CALLER HAS FILLED THE AMOUNTS AND
113700*    THE NOTE.
113800 4100-WRITE-DETAIL.
113900     MOVE WS-PER-EMP-ID (WS-PER-IDX) TO RD-EMP-ID.
114000     MOVE WS-EMP-NAME TO RD-EMP-NAME.
114100     MOVE WS-PER-PERIOD-NO (WS-PER-IDX) TO RD-PERIOD-NO.
114200     MOVE WS-PER-PERIOD-END (WS-PER-IDX) TO RD-PERIOD-END.
114300     MOVE WS-PER-NP-RUN-ID (WS-PER-IDX) TO RD-NP-RUN-ID.
114400     MOVE WS-COVER-SALARY TO RD-NEW-SALARY.
114500     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
114600         PERFORM 4200-NEW-PAGE THRU 4200-EXIT
114700     END-IF.
114800     WRITE RETRO-REPORT-LINE FROM WS-RPT-DETAIL.
114900     ADD 1 TO WS-RPT-LINE-COUNT.
115000 4100-EXIT.
115100     EXIT.
115200
115300*----------------------------------------------------------------
115400* 4200-NEW-PAGE  --  START A NEW PAGE OF THE REPORT.
115500*----------------------------------------------------------------
115600 4200-NEW-PAGE.
115700     ADD 1 TO WS-RPT-PAGE-COUNT.
115800     MOVE 'RETRO PAY DETAIL' TO WS-RPT-H1-TITLE.
115900     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-H1-PAGE.
116000     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
116100     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
116200     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
116300
116400     WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADING-1.
116500     MOVE SPACES TO RETRO-REPORT-LINE.
116600     WRITE RETRO-REPORT-LINE.
116700     WRITE RETRO-REPORT-LINE FROM WS-RPT-HEADING-2.
116800     MOVE SPACES TO RETRO-REPORT-LINE.
116900     WRITE RETRO-REPORT-LINE.
117000
117100     MOVE ZERO TO WS-RPT-LINE-COUNT.
117200 4200-EXIT.
117300     EXIT.
117400
117500*    4300-WRITE-TOTAL WRITES ONE TOTAL LINE, STARTING A NEW PAGE
117600*    FIRST IF THE CURRENT PAGE IS FULL.
117700 4300-WRITE-TOTAL.
117800     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
117900         PERFORM 4200-NEW-PAGE THRU 4200-EXIT
118000     END-IF.
118100     WRITE RETRO-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
118200     ADD 1 TO WS-RPT-LINE-COUNT.
118300 4300-EXIT.
118400     EXIT.
118500
118600*----------------------------------------------------------------
118700* 5000-RELEASE-RETRO  --  RELEASE THE SIGNED-OFF CALCULATION.
118800* EACH EMPLOYEE'S CALCULATED LINES GO TOGETHER: TO THE NEXT
118900* REGULAR RUN WHEN THE EMPLOYEE IS ACTIVE AND THE MODE IS 'R',
119000* TO THE NEXT OFF-CYCLE RUN OTHERWISE, AND TO 'H' WHEN THEY NET
119100* TO NOTHING OWED.
119200*----------------------------------------------------------------
119300 5000-RELEASE-RETRO.
119400     MOVE ZERO TO WS-LAST-EMP-ID.
119500     PERFORM 5050-FIND-NEXT-RELEASE THRU 5050-EXIT.
119600     PERFORM 5100-RELEASE-EMPLOYEE THRU 5100-EXIT
119700         UNTIL NOT NEXT-EMP-FOUND.
119800 5000-EXIT.
119900     EXIT.
120000
120100*    5050-FIND-NEXT-RELEASE SCANS THE LEDGER FOR THE SMALLEST
120200*    EMP-ID ABOVE WS-LAST-EMP-ID WITH A CALCULATED LINE.
120300 5050-FIND-NEXT-RELEASE.
120400     MOVE 'N' TO WS-NEXT-EMP-SWITCH.
120500     MOVE ZERO TO WS-NEXT-EMP-ID.
120600     MOVE 1 TO WS-RTL-SUB.
120700     PERFORM 5060-TEST-NEXT-RELEASE THRU 5060-EXIT
120800         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
120900 5050-EXIT.
121000     EXIT.
121100
121200 5060-TEST-NEXT-RELEASE.
121300     SET WS-RTL-IDX TO WS-RTL-SUB.
121400     IF WS-RTL-STATE (WS-RTL-IDX) EQUAL TO 'C'
121500             AND WS-RTL-EMP-ID (WS-RTL-IDX) > WS-LAST-EMP-ID
121600         IF NOT NEXT-EMP-FOUND
121700                 OR WS-RTL-EMP-ID (WS-RTL-IDX) < WS-NEXT-EMP-ID
121800             MOVE WS-RTL-EMP-ID (WS-RTL-IDX) TO WS-NEXT-EMP-ID
121900             SET NEXT-EMP-FOUND TO TRUE
122000         END-IF
122100     END-IF.
122200     ADD 1 TO WS-RTL-SUB.
122300 5060-EXIT.
122400     EXIT.
122500
122600 5100-RELEASE-EMPLOYEE.
122700     PERFORM 3150-READ-EMPLOYEE THRU 3150-EXIT.
122800     MOVE ZERO TO WS-EMP-NET.
122900     MOVE 1 TO WS-RTL-SUB.
123000     PERFORM 5150-SUM-EMP-LINE THRU 5150-EXIT
123100         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
123200
123300     IF WS-EMP-NET NOT GREATER THAN ZERO
123400         MOVE 'H' TO WS-EMP-STATE
123500         ADD 1 TO WS-RELEASED-HAND-COUNT
123600         ADD WS-EMP-NET TO WS-TOTAL-OVERPAID
123700     ELSE
123800         ADD WS-EMP-NET TO WS-TOTAL-DUE
123900         IF MODE-RELEASE-ALL-OFF-CYCLE
124000                 OR NOT EMP-STATUS-ACTIVE
124100             MOVE 'O' TO WS-EMP-STATE
124200             ADD 1 TO WS-RELEASED-OFF-COUNT
124300         ELSE
124400             MOVE 'R' TO WS-EMP-STATE
124500             ADD 1 TO WS-RELEASED-REG-COUNT
124600         END-IF
124700     END-IF.
124800     MOVE WS-EMP-NET TO RE-NET.
124900     DISPLAY 'RELEASED ' WS-NEXT-EMP-ID ' ' WS-EMP-NAME
125000         ' NET ' RE-NET ' AS ' WS-EMP-STATE.
125100
125200     MOVE 1 TO WS-RTL-SUB.
125300     PERFORM 5160-STAMP-EMP-LINE THRU 5160-EXIT
125400         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
125500
125600     MOVE WS-NEXT-EMP-ID TO WS-LAST-EMP-ID.
125700     PERFORM 5050-FIND-NEXT-RELEASE THRU 5050-EXIT.
125800 5100-EXIT.
125900     EXIT.
126000
126100 5150-SUM-EMP-LINE.
126200     SET WS-RTL-IDX TO WS-RTL-SUB.
126300     IF WS-RTL-EMP-ID (WS-RTL-IDX) EQUAL TO WS-NEXT-EMP-ID
126400             AND WS-RTL-STATE (WS-RTL-IDX) EQUAL TO 'C'
126500         ADD WS-RTL-DIFF (WS-RTL-IDX) TO WS-EMP-NET
126600     END-IF.
126700     ADD 1 TO WS-RTL-SUB.
126800 5150-EXIT.
126900     EXIT.
127000
127100 5160-STAMP-EMP-LINE.
127200     SET WS-RTL-IDX TO WS-RTL-SUB.
127300     IF WS-RTL-EMP-ID (WS-RTL-IDX) EQUAL TO WS-NEXT-EMP-ID
127400             AND WS-RTL-STATE (WS-RTL-IDX) EQUAL TO 'C'
127500         MOVE WS-EMP-STATE TO WS-RTL-STATE (WS-RTL-IDX)
127600         MOVE WS-RELEASE-OPERATOR
127700             TO WS-RTL-RELEASE-OPERATOR (WS-RTL-IDX)
127800     END-IF.
127900     ADD 1 TO WS-RTL-SUB.
128000 5160-EXIT.
128100     EXIT.
128200
128300*----------------------------------------------------------------
128400* 6000-REWRITE-LEDGER  --  REWRITE THE RETRO LEDGER FROM THE
128500* TABLE.  NO LINE IS EVER DROPPED EXCEPT A SUPERSEDED CALCULATED
128600* LINE, WHICH 1300-LOAD-LEDGER LEFT OUT.
128700*----------------------------------------------------------------
128800 6000-REWRITE-LEDGER.
128900     OPEN OUTPUT RETRO-LEDGER-FILE.
129000     MOVE 1 TO WS-RTL-SUB.
129100     PERFORM 6100-REWRITE-LEDGER-LINE THRU 6100-EXIT
129200         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
129300     CLOSE RETRO-LEDGER-FILE.
129400 6000-EXIT.
129500     EXIT.
129600
129700 6100-REWRITE-LEDGER-LINE.
129800     SET WS-RTL-IDX TO WS-RTL-SUB.
129900     MOVE WS-RTL-ENTRY (WS-RTL-IDX) TO RETRO-LEDGER-RECORD.
130000     WRITE RETRO-LEDGER-RECORD.
130100     ADD 1 TO WS-RTL-SUB.
130200 6100-EXIT.
130300     EXIT.
130400
130500*----------------------------------------------------------------
130600* 6500-REWRITE-TRIGGERS  --  REWRITE THE TRIGGER FILE FROM THE
130700* TABLE.  A RELEASE DROPS THE CALCULATED LINES, WHOSE FIGURES
130800* NOW LIVE ON THE LEDGER, AND KEEPS ANY POSTED SINCE.
130900*----------------------------------------------------------------
131000 6500-REWRITE-TRIGGERS.
131100     OPEN OUTPUT RETRO-TRIGGER-FILE.
131200     MOVE 1 TO WS-RTR-SUB.
131300     PERFORM 6600-REWRITE-TRIGGER-LINE THRU 6600-EXIT
131400         UNTIL WS-RTR-SUB > WS-RTR-TABLE-USED.
131500     CLOSE RETRO-TRIGGER-FILE.
131600 6500-EXIT.
131700     EXIT.
131800
131900 6600-REWRITE-TRIGGER-LINE.
132000     SET WS-RTR-IDX TO WS-RTR-SUB.
132100     ADD 1 TO WS-RTR-SUB.
132200     IF MODE-RELEASING
132300             AND WS-RTR-STATE (WS-RTR-IDX) EQUAL TO 'C'
132400         GO TO 6600-EXIT
132500     END-IF.
132600     MOVE WS-RTR-ENTRY (WS-RTR-IDX) TO RETRO-TRIGGER-RECORD.
132700     WRITE RETRO-TRIGGER-RECORD.
132800 6600-EXIT.
132900     EXIT.
133000
133100*    7000-RELEASE-EMP-LOCK EMPTIES THE LOCK TOKEN FILE.
133200 7000-RELEASE-EMP-LOCK.
133300     OPEN OUTPUT EMP-LOCK-FILE.
133400     CLOSE EMP-LOCK-FILE.
133500 7000-EXIT.
133600     EXIT.
133700
133800*----------------------------------------------------------------
133900* 8000-TERMINATE  --  CLOSE THE MASTER, RELEASE THE LOCK, AND
134000* DISPLAY THE RUN SUMMARY.
134100*----------------------------------------------------------------
134200 8000-TERMINATE.
134300     CLOSE EMP-FILE.
134400     PERFORM 7000-RELEASE-EMP-LOCK THRU 7000-EXIT.
134500
134600     DISPLAY ' '.
134700     DISPLAY '*** RETRO PAY RUN COMPLETE ***'.
134800     IF MODE-RELEASING
134900         DISPLAY 'Released To Next Pay Run: '
135000             WS-RELEASED-REG-COUNT
135100         DISPLAY 'Released To Off-Cycle: ' WS-RELEASED-OFF-COUNT
135200         DISPLAY 'Released For Recovery By Hand: '
135300             WS-RELEASED-HAND-COUNT
135400         DISPLAY 'Released By: ' WS-RELEASE-OPERATOR
135500         IF WS-RELEASED-REG-COUNT + WS-RELEASED-OFF-COUNT
135600                 + WS-RELEASED-HAND-COUNT EQUAL ZERO
135700             DISPLAY 'NOTHING WAS WAITING TO BE RELEASED'
135800             MOVE 4 TO RETURN-CODE
135900         END-IF
136000     ELSE
136100         DISPLAY 'Back-Dated Changes Read: ' WS-TRIGGER-COUNT
136200         DISPLAY 'Periods Repriced: ' WS-PERIOD-RETRO-COUNT
136300         DISPLAY 'Voided Periods Not Repriced: '
136400             WS-VOIDED-SKIP-COUNT
136500         DISPLAY 'Employees With Retro: ' WS-EMP-RETRO-COUNT
136600         DISPLAY 'Employees Overpaid: ' WS-OVERPAID-COUNT
136700         IF WS-OVERPAID-COUNT > ZERO
136800             MOVE 4 TO RETURN-CODE
136900         END-IF
137000     END-IF.
137100     DISPLAY 'Run ID: ' WS-RUN-ID.
137200 8000-EXIT.
137300     EXIT.
