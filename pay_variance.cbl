000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAY-VARIANCE.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* PAY-VARIANCE
000900* PRE-RELEASE VARIANCE GATE.  RUNS BETWEEN PAY-CALC AND
001000* PAY-DEPOSIT AND LOOKS AT THE NET-PAY FILE BEFORE ANY OF IT
001100* GOES TO THE BANK.  EVERY PAYMENT ON THE FILE IS COMPARED WITH
001200* THE EMPLOYEE'S PRIOR PERIOD ON THE NET-PAY HISTORY, AND THE
001300* RUN AS A WHOLE WITH THE CONTROL RECORD PAY-CALC WROTE FOR IT
001400* (SEE PRCREC.CPY).  IT FLAGS:
001500*
001600*   A REGULAR PAYMENT WHOSE GROSS OR NET MOVED MORE THAN
001700*     WS-VARIANCE-PCT PERCENT FROM THE PRIOR REGULAR PERIOD --
001800*     GROSS IS TAKEN WITHOUT ANY RETRO PAY RIDING ON IT
001900*   A FIRST-TIME PAYEE -- NO EARLIER PAYMENT ON THE HISTORY
002000*   A PAYEE WHOSE MASTER STATUS IS 'T' OR 'L' (A FINAL CHECK,
002100*     EARN CODE 'FIN', TO A TERMINATED EMPLOYEE IS EXPECTED
002200*     AND IS NOT FLAGGED), OR WHO IS NOT ON THE MASTER AT ALL
002300*   A DEPOSIT PAYEE WHOSE BANK ROUTING AND ACCOUNT ARE ALSO ON
002400*     FILE FOR ANOTHER EMPLOYEE
002500*   RUN TOTALS -- COUNT, GROSS, DEDUCTIONS, NET -- THAT DO NOT
002600*     AGREE WITH THE RUN-CONTROL RECORD, OR A CONTROL RECORD
002700*     THAT IS MISSING OR BELONGS TO ANOTHER RUN
002800*
002900* EVERY EXCEPTION GOES ON THE PRINTED VARIANCE EXCEPTION REPORT.
003000* A RUN WITH ANY EXCEPTION IS HELD: THE HOLD IS RECORDED ON THE
003100* VARIANCE CONTROL FILE AND THE RUN ENDS WITH CONDITION CODE 8,
003200* WHICH STOPS STREAM-DRIVER AHEAD OF THE PAY-DEPOSIT STEP.  ONCE
003300* THE REPORT HAS BEEN WORKED, AN OPERATOR RELEASES THE RUN WITH
003400* MODE 'R'; THE STREAM IS THEN RESTARTED, RESUMES AT THIS STEP,
003500* AND THE CHECK -- FINDING THE RELEASE FOR THE SAME NET-PAY FILE
003600* -- PRINTS THE REPORT AGAIN AND ENDS WITH CONDITION CODE 0.  A
003700* RELEASE COUNTS ONLY FOR THE FILE IT WAS GIVEN FOR: IF THE
003800* RECORD COUNT OR NET HASH HAS CHANGED SINCE, THE RUN IS HELD
003900* AGAIN.
004000*
004100* COMMAND LINE:
004200*   COLUMN 1      RUN MODE -- BLANK OR 'C' CHECK THE NET-PAY
004300*                 FILE; 'R' RELEASE A HELD RUN.
004400*   COLUMNS 2-9   THE OPERATOR RELEASING THE RUN -- REQUIRED ON
004500*                 A RELEASE AND STAMPED ON THE CONTROL FILE.
004600* A RELEASE THAT FINDS THE RUN ALREADY CLEAR OR RELEASED LEAVES
004700* A CONDITION CODE OF 4.
004800*
004900* THE MASTER IS ONLY READ, SO THIS RUN DOES NOT CLAIM THE
005000* EMP-FILE UPDATE LOCK, THE SAME AS EMP-INQUIRY.
005100*
005200* MODIFICATION HISTORY
005300*    DATE        INIT  DESCRIPTION
005400*    2026-10-15  JR    ORIGINAL VERSION.
005500******************************************************************
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000*    NETPAY-FILE IS THE NET-PAY FILE PAY-CALC WROTE AND
006100*    PAY-DEPOSIT IS WAITING TO PAY -- SEE NPREC.CPY.
006200     SELECT NETPAY-FILE ASSIGN TO 'netpay_file.dat'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-NP-FILE-STATUS.
006600
006700*    NETPAY-HISTORY-FILE IS EVERY NET-PAY RECORD PAY-CALC HAS
006800*    WRITTEN, ONE PER EMPLOYEE PER RUN.  READ ONLY, FOR EACH
006900*    EMPLOYEE'S PRIOR PERIOD.
007000     SELECT NETPAY-HISTORY-FILE
007100         ASSIGN TO 'netpay_history_file.dat'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-NPH-FILE-STATUS.
007500
007600*    PAY-RUN-CONTROL-FILE IS THE ONE CONTROL RECORD PAY-CALC
007700*    WROTE FOR THE NET-PAY FILE -- SEE PRCREC.CPY.
007800     SELECT PAY-RUN-CONTROL-FILE
007900         ASSIGN TO 'pay_run_control_file.dat'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-PRC-FILE-STATUS.
008300
008400*    BANK-ACCT-FILE IS PAY-DEPOSIT'S BANK ACCOUNT MASTER.  READ
008500*    ONLY, INTO A TABLE.
008600     SELECT BANK-ACCT-FILE ASSIGN TO 'bank_account_file.dat'
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-BNK-FILE-STATUS.
009000
009100*    VARIANCE-CONTROL-FILE IS THE APPEND-ONLY RECORD OF EVERY
009200*    CHECK AND RELEASE, KEYED ON THE NET-PAY FILE'S RUN-ID.  THE
009300*    LATEST RECORD FOR A RUN-ID SAYS WHERE THAT RUN STANDS.
009400*    STATUS '35' MEANS NO RUN HAS EVER BEEN CHECKED.
009500     SELECT VARIANCE-CONTROL-FILE
009600         ASSIGN TO 'variance_control_file.dat'
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL
009900         FILE STATUS IS WS-VCT-FILE-STATUS.
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
011200*    VARIANCE-REPORT-FILE IS THE PRINTED EXCEPTION REPORT --
011300*    THE SAME 132-CHARACTER PRINT-LINE WIDTH AS THE REGISTERS.
011400     SELECT VARIANCE-REPORT-FILE
011500         ASSIGN TO 'variance_exception_report.txt'
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         ACCESS MODE IS SEQUENTIAL.
011800
011900 DATA DIVISION.
012000 FILE SECTION.
012100*File description for the net-pay file -- see NPREC.CPY.
012200 FD  NETPAY-FILE
012300     RECORD CONTAINS 100 CHARACTERS
012400     DATA RECORD IS NETPAY-RECORD.
012500     COPY "NPREC.CPY".
012600
012700*File description for the net-pay history -- the NPREC.CPY layout
012800*under NPH- names.
012900 FD  NETPAY-HISTORY-FILE
013000     RECORD CONTAINS 100 CHARACTERS
013100     DATA RECORD IS NETPAY-HISTORY-RECORD.
013200     COPY "NPREC.CPY"
013300         REPLACING ==NETPAY-RECORD== BY ==NETPAY-HISTORY-RECORD==
013400                   LEADING ==NP-== BY ==NPH-==.
013500
013600*File description for the pay run-control record, shared with
013700*PAY-CALC via PRCREC.CPY.
013800 FD  PAY-RUN-CONTROL-FILE
013900     RECORD CONTAINS 80 CHARACTERS
014000     DATA RECORD IS PAY-RUN-CONTROL-RECORD.
014100     COPY "PRCREC.CPY".
014200
014300*File description for the bank account master, the same layout
014400*PAY-DEPOSIT READS AND REWRITES.
014500 FD  BANK-ACCT-FILE
014600     RECORD CONTAINS 50 CHARACTERS
014700     DATA RECORD IS BANK-ACCT-RECORD.
014800 01  BANK-ACCT-RECORD.
014900     02  BNK-EMP-ID              PIC 9(06).
015000     02  BNK-ROUTING             PIC 9(09).
015100     02  BNK-ACCOUNT             PIC X(17).
015200     02  BNK-ACCT-TYPE           PIC X(01).
015300     02  BNK-STATUS              PIC X(01).
015400     02  BNK-PRENOTE-DATE        PIC 9(08).
015500     02  FILLER                  PIC X(08).
015600
015700*File description for the variance control file.  VCT-ACTION IS
015800*'H' HELD ON EXCEPTIONS, 'C' CHECKED CLEAN, 'R' RELEASED BY THE
015900*OPERATOR IN VCT-OPERATOR.  THE COUNT AND NET HASH ARE THE
016000*NET-PAY FILE'S AT THE TIME, SO A RELEASE IS GOOD ONLY FOR THE
016100*FILE IT WAS GIVEN FOR.
016200 FD  VARIANCE-CONTROL-FILE
016300     RECORD CONTAINS 60 CHARACTERS
016400     DATA RECORD IS VARIANCE-CONTROL-RECORD.
016500 01  VARIANCE-CONTROL-RECORD.
016600     02  VCT-NP-RUN-ID           PIC X(12).
016700     02  VCT-ACTION              PIC X(01).
016800         88  VCT-HELD                    VALUE 'H'.
016900         88  VCT-CLEAR                   VALUE 'C'.
017000         88  VCT-RELEASED                VALUE 'R'.
017100     02  VCT-RECORD-COUNT        PIC 9(05).
017200     02  VCT-NET-HASH            PIC 9(09)V99.
017300     02  VCT-EXCEPTION-COUNT     PIC 9(05).
017400     02  VCT-OPERATOR            PIC X(08).
017500     02  VCT-DATE                PIC 9(08).
017600     02  VCT-TIME                PIC 9(06).
017700     02  FILLER                  PIC X(04).
017800
017900*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
018000*    EMP-FILE SO EVERY PROGRAM BLOCKS THE SAME WAY.
018100 FD  EMP-FILE
018200     BLOCK CONTAINS 10 RECORDS
018300     RECORD CONTAINS 100 CHARACTERS
018400     DATA RECORD IS EMP-RECORD.
018500     COPY "EMPREC.CPY".
018600
018700 FD  VARIANCE-REPORT-FILE
018800     RECORD CONTAINS 132 CHARACTERS
018900     DATA RECORD IS VARIANCE-REPORT-LINE.
019000 01  VARIANCE-REPORT-LINE        PIC X(132).
019100
019200 WORKING-STORAGE SECTION.
019300 77  WS-NP-EOF-SWITCH        PIC X(01) VALUE 'N'.
019400     88  NP-EOF-REACHED              VALUE 'Y'.
019500 77  WS-NPH-EOF-SWITCH       PIC X(01) VALUE 'N'.
019600     88  NPH-EOF-REACHED             VALUE 'Y'.
019700 77  WS-BNK-EOF-SWITCH       PIC X(01) VALUE 'N'.
019800     88  BNK-EOF-REACHED             VALUE 'Y'.
019900 77  WS-VCT-EOF-SWITCH       PIC X(01) VALUE 'N'.
020000     88  VCT-EOF-REACHED             VALUE 'Y'.
020100
020200*    STATUS '35' ON OPEN INPUT MEANS THE FILE DOES NOT EXIST.
020300 77  WS-NP-FILE-STATUS       PIC X(02) VALUE '00'.
020400     88  NP-FILE-STATUS-OK           VALUE '00'.
020500     88  NP-FILE-NOTEXIST            VALUE '35'.
020600 77  WS-NPH-FILE-STATUS      PIC X(02) VALUE '00'.
020700     88  NPH-FILE-STATUS-OK          VALUE '00'.
020800     88  NPH-FILE-NOTEXIST           VALUE '35'.
020900 77  WS-PRC-FILE-STATUS      PIC X(02) VALUE '00'.
021000     88  PRC-FILE-STATUS-OK          VALUE '00'.
021100     88  PRC-FILE-NOTEXIST           VALUE '35'.
021200 77  WS-BNK-FILE-STATUS      PIC X(02) VALUE '00'.
021300     88  BNK-FILE-STATUS-OK          VALUE '00'.
021400     88  BNK-FILE-NOTEXIST           VALUE '35'.
021500 77  WS-VCT-FILE-STATUS      PIC X(02) VALUE '00'.
021600     88  VCT-FILE-STATUS-OK          VALUE '00'.
021700     88  VCT-FILE-NOTEXIST           VALUE '35'.
021800 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
021900     88  EMP-FILE-STATUS-OK          VALUE '00'.
022000
022100*    RUN MODE AND RELEASING OPERATOR FROM THE COMMAND LINE.
022200 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
022300 77  WS-RUN-MODE             PIC X(01) VALUE SPACE.
022400     88  MODE-CHECK                  VALUE ' ' 'C'.
022500     88  MODE-RELEASE                VALUE 'R'.
022600 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
022700
022800*    WS-VARIANCE-PCT IS THE LARGEST MOVE IN GROSS OR NET FROM
022900*    THE PRIOR PERIOD, IN PERCENT, THAT PASSES WITHOUT A FLAG.
023000 77  WS-VARIANCE-PCT         PIC 9(03) VALUE 20.
023100
023200*    WS-PAY-TABLE HOLDS THE NET-PAY FILE, ONE ENTRY PER PAYMENT.
023300*    WS-PAY-GROSS IS THE PERIOD'S OWN GROSS, WITHOUT ANY RETRO
023400*    FOR EARLIER PERIODS.  WS-PAY-REPEAT IS 'Y' ON THE SECOND AND
023500*    LATER PAYMENTS TO ONE EMPLOYEE ON AN OFF-CYCLE FILE, SO THE
023600*    PER-EMPLOYEE CHECKS ARE MADE ONCE.  THE PRIOR COLUMNS ARE
023700*    THE EMPLOYEE'S LATEST EARLIER REGULAR PERIOD.  A FILE THAT
023800*    OVERFLOWS THE TABLE REFUSES THE RUN -- A GATE THAT LOOKED AT
023900*    PART OF THE FILE WOULD PASS THE REST UNSEEN.
024000 01  WS-PAY-TABLE.
024100     02  WS-PAY-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PAY-IDX.
024200         03  WS-PAY-EMP-ID           PIC 9(06).
024300         03  WS-PAY-EARN-CODE        PIC X(03).
024400         03  WS-PAY-CYCLE            PIC X(01).
024500             88  WS-PAY-OFF-CYCLE            VALUE 'O'.
024600         03  WS-PAY-METHOD           PIC X(01).
024700             88  WS-PAY-BY-CHECK             VALUE 'C'.
024800         03  WS-PAY-PERIOD-END       PIC 9(08).
024900         03  WS-PAY-GROSS            PIC 9(05)V99.
025000         03  WS-PAY-NET              PIC 9(05)V99.
025100         03  WS-PAY-REPEAT           PIC X(01).
025200         03  WS-PAY-PAID-BEFORE      PIC X(01).
025300         03  WS-PAY-PRIOR-SWITCH     PIC X(01).
025400             88  WS-PAY-PRIOR-FOUND          VALUE 'Y'.
025500         03  WS-PAY-PRIOR-END        PIC 9(08).
025600         03  WS-PAY-PRIOR-GROSS      PIC 9(05)V99.
025700         03  WS-PAY-PRIOR-NET        PIC 9(05)V99.
025800
025900 77  WS-PAY-TABLE-USED       PIC 9(04) VALUE ZERO.
026000 77  WS-PAY-SUB              PIC 9(04) VALUE ZERO.
026100 77  WS-SCAN-SUB             PIC 9(04) VALUE ZERO.
026200
026300*    WS-BANK-TABLE HOLDS THE BANK ACCOUNT MASTER, THE SAME 1000
026400*    SLOTS PAY-DEPOSIT GIVES IT AND UNDER THE SAME OVERFLOW RULE.
026500 01  WS-BANK-TABLE.
026600     02  WS-BANK-ENTRY OCCURS 1000 TIMES
026700             INDEXED BY WS-BANK-IDX.
026800         03  WS-BANK-EMP-ID          PIC 9(06).
026900         03  WS-BANK-ROUTING         PIC 9(09).
027000         03  WS-BANK-ACCOUNT         PIC X(17).
027100         03  WS-BANK-STATUS          PIC X(01).
027200
027300 77  WS-BANK-TABLE-USED      PIC 9(04) VALUE ZERO.
027400 77  WS-BANK-SUB             PIC 9(04) VALUE ZERO.
027500 77  WS-OWN-ROUTING          PIC 9(09) VALUE ZERO.
027600 77  WS-OWN-ACCOUNT          PIC X(17) VALUE SPACES.
027700 77  WS-OWN-ACCOUNT-SWITCH   PIC X(01) VALUE 'N'.
027800     88  OWN-ACCOUNT-FOUND           VALUE 'Y'.
027900 77  WS-SHARED-EMP-ID        PIC 9(06) VALUE ZERO.
028000
028100*    THE NET-PAY FILE AS READ: ITS RUN-ID (THE FIRST RECORD'S),
028200*    ITS COUNT AND TOTALS, AND HOW MANY RECORDS CARRY SOME OTHER
028300*    RUN-ID.  WS-FILE-NET IS ALSO THE NET HASH A RELEASE IS
028400*    GIVEN FOR.
028500 77  WS-NP-RUN-ID            PIC X(12) VALUE SPACES.
028600 77  WS-FILE-CYCLE           PIC X(01) VALUE SPACE.
028700 77  WS-FILE-PERIOD-END      PIC 9(08) VALUE ZERO.
028800 77  WS-FILE-COUNT           PIC 9(05) VALUE ZERO.
028900 77  WS-FILE-GROSS           PIC 9(08)V99 VALUE ZERO.
029000 77  WS-FILE-DEDUCT          PIC 9(08)V99 VALUE ZERO.
029100 77  WS-FILE-NET             PIC 9(09)V99 VALUE ZERO.
029200 77  WS-OTHER-RUN-COUNT      PIC 9(05) VALUE ZERO.
029300
029400 77  WS-PRC-LOADED-SWITCH    PIC X(01) VALUE 'N'.
029500     88  RUN-CONTROL-LOADED          VALUE 'Y'.
029600
029700*    THE LATEST VARIANCE CONTROL RECORD FOR THIS NET-PAY RUN.
029800 77  WS-GATE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
029900     88  GATE-RECORD-FOUND           VALUE 'Y'.
030000 77  WS-GATE-ACTION          PIC X(01) VALUE SPACE.
030100     88  GATE-HELD                   VALUE 'H'.
030200     88  GATE-CLEAR                  VALUE 'C'.
030300     88  GATE-RELEASED               VALUE 'R'.
030400 77  WS-GATE-COUNT           PIC 9(05) VALUE ZERO.
030500 77  WS-GATE-NET-HASH        PIC 9(09)V99 VALUE ZERO.
030600 77  WS-GATE-OPERATOR        PIC X(08) VALUE SPACES.
030700 77  WS-GATE-SAME-SWITCH     PIC X(01) VALUE 'N'.
030800     88  GATE-SAME-FILE              VALUE 'Y'.
030900
031000*    SWING WORK FIELDS.  WS-SWING-PCT IS SIGNED -- A DROP PRINTS
031100*    NEGATIVE.  A PRIOR FIGURE OF ZERO AGAINST A CURRENT ONE THAT
031200*    IS NOT PRINTS AS 9999.9.
031300 77  WS-SWING-CURRENT        PIC 9(05)V99 VALUE ZERO.
031400 77  WS-SWING-PRIOR          PIC 9(05)V99 VALUE ZERO.
031500 77  WS-SWING-DIFF           PIC 9(05)V99 VALUE ZERO.
031600 77  WS-SWING-PCT            PIC S9(04)V9 VALUE ZERO.
031700 77  WS-SWING-SWITCH         PIC X(01) VALUE 'N'.
031800     88  SWING-OVER-LIMIT            VALUE 'Y'.
031900
032000*    THE EXCEPTION BEING WRITTEN.  THE CALLER FILLS THE REASON
032100*    AND, WHEN WS-EXCEPT-AMOUNTS-SWITCH IS 'Y', THE FIGURES.
032200 77  WS-EXCEPT-EMP-ID        PIC X(06) VALUE SPACES.
032300 77  WS-EXCEPT-NAME          PIC X(20) VALUE SPACES.
032400 77  WS-EXCEPT-CODE          PIC X(03) VALUE SPACES.
032500 77  WS-EXCEPT-REASON        PIC X(40) VALUE SPACES.
032600 77  WS-EXCEPT-CURRENT       PIC S9(08)V99 VALUE ZERO.
032700 77  WS-EXCEPT-PRIOR         PIC S9(08)V99 VALUE ZERO.
032800 77  WS-EXCEPT-PCT           PIC S9(04)V9 VALUE ZERO.
032900 77  WS-EXCEPT-AMOUNTS-SWITCH PIC X(01) VALUE 'N'.
033000     88  EXCEPT-HAS-AMOUNTS          VALUE 'Y'.
033100     88  EXCEPT-HAS-NO-AMOUNTS       VALUE 'N'.
033200 77  WS-EXCEPT-PCT-SWITCH    PIC X(01) VALUE 'N'.
033300     88  EXCEPT-HAS-PCT              VALUE 'Y'.
033400     88  EXCEPT-HAS-NO-PCT           VALUE 'N'.
033500 77  WS-EDIT-COUNT           PIC 9(05) VALUE ZERO.
033600 77  WS-EDIT-CONTROL-COUNT   PIC 9(05) VALUE ZERO.
033700
033800 77  WS-EMP-STATUS           PIC X(01) VALUE SPACE.
033900     88  EMP-STATUS-TERMED           VALUE 'T'.
034000     88  EMP-STATUS-LEAVE            VALUE 'L'.
034100 77  WS-EMP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
034200     88  EMP-ON-MASTER               VALUE 'Y'.
034300
034400 77  WS-PAYMENTS-CHECKED     PIC 9(05) VALUE ZERO.
034500 77  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
034600 77  WS-SWING-COUNT          PIC 9(05) VALUE ZERO.
034700 77  WS-FIRST-TIME-COUNT     PIC 9(05) VALUE ZERO.
034800 77  WS-STATUS-FLAG-COUNT    PIC 9(05) VALUE ZERO.
034900 77  WS-SHARED-ACCT-COUNT    PIC 9(05) VALUE ZERO.
035000 77  WS-CONTROL-FLAG-COUNT   PIC 9(05) VALUE ZERO.
035100
035200 77  WS-RPT-PAGE-COUNT       PIC 9(03) VALUE ZERO.
035300 77  WS-RPT-LINE-COUNT       PIC 9(03) VALUE ZERO.
035400 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
035500
035600 01  WS-RUN-DATE.
035700     02  WS-RUN-DATE-YY          PIC 99.
035800     02  WS-RUN-DATE-MM          PIC 99.
035900     02  WS-RUN-DATE-DD          PIC 99.
036000
036100 01  WS-RUN-TIME.
036200     02  WS-RUN-TIME-HH          PIC 99.
036300     02  WS-RUN-TIME-MM          PIC 99.
036400     02  WS-RUN-TIME-SS          PIC 99.
036500     02  WS-RUN-TIME-HS          PIC 99.
036600
036700*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
036800*    EVERY PROGRAM IN THE STREAM STAMPS ON ITS OWN RECORDS.
036900 01  WS-RUN-ID.
037000     02  WS-RUN-ID-DATE          PIC 9(06).
037100     02  WS-RUN-ID-TIME          PIC 9(06).
037200
037300 01  WS-TODAY-CCYYMMDD.
037400     02  FILLER                  PIC 99 VALUE 20.
037500     02  WS-TODAY-YYMMDD         PIC 9(06).
037600 01  WS-TODAY-CCYYMMDD-NUM REDEFINES WS-TODAY-CCYYMMDD
037700                             PIC 9(08).
037800
037900*    REPORT PRINT LINES.
038000 01  WS-RPT-HEADING-1.
038100     02  FILLER                  PIC X(30)
038200                      VALUE 'PAY VARIANCE EXCEPTIONS'.
038300     02  FILLER                  PIC X(10) VALUE SPACES.
038400     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
038500     02  WS-RPT-H1-DATE.
038600         03  WS-RPT-H1-DATE-MM       PIC 99.
038700         03  FILLER                  PIC X VALUE '/'.
038800         03  WS-RPT-H1-DATE-DD       PIC 99.
038900         03  FILLER                  PIC X VALUE '/'.
039000         03  WS-RPT-H1-DATE-YY       PIC 99.
039100     02  FILLER                  PIC X(10) VALUE SPACES.
039200     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
039300     02  WS-RPT-H1-PAGE          PIC ZZZ9.
039400     02  FILLER                  PIC X(54) VALUE SPACES.
039500
039600 01  WS-RPT-HEADING-2.
039700     02  FILLER                  PIC X(13) VALUE 'NET-PAY RUN: '.
039800     02  WS-RPT-H2-RUN-ID        PIC X(12).
039900     02  FILLER                  PIC X(10) VALUE '  CYCLE: '.
040000     02  WS-RPT-H2-CYCLE         PIC X(01).
040100     02  FILLER                  PIC X(15)
040200                                 VALUE '  PERIOD END: '.
040300     02  WS-RPT-H2-PERIOD-END    PIC 9999/99/99.
040400     02  FILLER                  PIC X(19)
040500                                 VALUE '  VARIANCE LIMIT: '.
040600     02  WS-RPT-H2-PCT           PIC ZZ9.
040700     02  FILLER                  PIC X(01) VALUE '%'.
040800     02  FILLER                  PIC X(48) VALUE SPACES.
040900
041000 01  WS-RPT-HEADING-3.
041100     02  FILLER                  PIC X(08) VALUE 'EMP-ID'.
041200     02  FILLER                  PIC X(22) VALUE 'EMPLOYEE NAME'.
041300     02  FILLER                  PIC X(05) VALUE 'CODE'.
041400     02  FILLER                  PIC X(42) VALUE 'EXCEPTION'.
041500     02  FILLER                  PIC X(16)
041600                                 VALUE '       CURRENT  '.
041700     02  FILLER                  PIC X(16)
041800                                 VALUE ' PRIOR/CONTROL  '.
041900     02  FILLER                  PIC X(23) VALUE 'CHANGE%'.
042000
042100 01  WS-RPT-DETAIL.
042200     02  RX-EMP-ID               PIC X(06).
042300     02  FILLER                  PIC X(02) VALUE SPACES.
042400     02  RX-EMP-NAME             PIC X(20).
042500     02  FILLER                  PIC X(02) VALUE SPACES.
042600     02  RX-EARN-CODE            PIC X(03).
042700     02  FILLER                  PIC X(02) VALUE SPACES.
042800     02  RX-REASON               PIC X(40).
042900     02  FILLER                  PIC X(02) VALUE SPACES.
043000     02  RX-AMOUNTS.
043100         03  RX-CURRENT              PIC -ZZ,ZZZ,ZZ9.99.
043200         03  FILLER                  PIC X(02).
043300         03  RX-PRIOR                PIC -ZZ,ZZZ,ZZ9.99.
043400     02  RX-AMOUNTS-X REDEFINES RX-AMOUNTS
043500                                 PIC X(30).
043600     02  FILLER                  PIC X(02) VALUE SPACES.
043700     02  RX-PCT-AREA.
043800         03  RX-PCT                  PIC -ZZZ9.9.
043900     02  RX-PCT-X REDEFINES RX-PCT-AREA
044000                                 PIC X(07).
044100     02  FILLER                  PIC X(16) VALUE SPACES.
044200
044300 01  WS-RPT-TOTAL-LINE.
044400     02  FILLER                  PIC X(05) VALUE SPACES.
044500     02  RT-LABEL                PIC X(40).
044600     02  RT-COUNT                PIC ZZ,ZZ9.
044700     02  FILLER                  PIC X(03) VALUE SPACES.
044800     02  RT-AMOUNT-AREA.
044900         03  RT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
045000     02  RT-AMOUNT-X REDEFINES RT-AMOUNT-AREA
045100                                 PIC X(14).
045200     02  FILLER                  PIC X(64) VALUE SPACES.
045300
045400 01  WS-RPT-DISPOSITION.
045500     02  FILLER                  PIC X(05) VALUE SPACES.
045600     02  RP-TEXT                 PIC X(80).
045700     02  FILLER                  PIC X(47) VALUE SPACES.
045800
045900 PROCEDURE DIVISION.
046000 0000-MAINLINE.
046100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
046200     PERFORM 1100-LOAD-NETPAY THRU 1100-EXIT.
046300     PERFORM 1200-LOAD-RUN-CONTROL THRU 1200-EXIT.
046400     PERFORM 1300-FIND-GATE-STATE THRU 1300-EXIT.
046500     IF MODE-RELEASE
046600         PERFORM 5000-RELEASE-RUN THRU 5000-EXIT
046700     ELSE
046800         PERFORM 1400-LOAD-BANK-MASTER THRU 1400-EXIT
046900         PERFORM 2000-LOAD-PRIOR-PAY THRU 2000-EXIT
047000         PERFORM 3000-CHECK-PAYMENTS THRU 3000-EXIT
047100         PERFORM 4000-CHECK-RUN-TOTALS THRU 4000-EXIT
047200         PERFORM 6000-SETTLE-GATE THRU 6000-EXIT
047300     END-IF.
047400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
047500     STOP RUN.
047600
047700*----------------------------------------------------------------
047800* 1000-INITIALIZE  --  ESTABLISH TODAY AND THE RUN-ID AND EDIT
047900* THE COMMAND LINE.
048000*----------------------------------------------------------------
048100 1000-INITIALIZE.
048200     DISPLAY '*** STARTING PRE-RELEASE VARIANCE GATE ***'.
048300     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
048400     MOVE WS-COMMAND-LINE (1:1) TO WS-RUN-MODE.
048500     MOVE WS-COMMAND-LINE (2:8) TO WS-RELEASE-OPERATOR.
048600     ACCEPT WS-RUN-DATE FROM DATE.
048700     ACCEPT WS-RUN-TIME FROM TIME.
048800     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
048900     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
049000            WS-RUN-TIME-MM DELIMITED BY SIZE
049100            WS-RUN-TIME-SS DELIMITED BY SIZE
049200         INTO WS-RUN-ID-TIME
049300     END-STRING.
049400     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
049500
049600     IF NOT (MODE-CHECK OR MODE-RELEASE)
049700         DISPLAY 'RUN MODE MUST BE BLANK, C OR R -- RUN REFUSED'
049800         MOVE 8 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100     IF MODE-RELEASE AND WS-RELEASE-OPERATOR EQUAL TO SPACES
050200         DISPLAY 'A RELEASE NEEDS THE OPERATOR ID IN COLUMNS '
050300             '2-9 -- RUN REFUSED'
050400         MOVE 8 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700 1000-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------------
051100* 1100-LOAD-NETPAY  --  READ THE NET-PAY FILE INTO WS-PAY-TABLE
051200* AND TOTAL IT.  NO FILE MEANS PAY-CALC DID NOT FINISH, AND
051300* THERE IS NOTHING THE GATE COULD PASS.
051400*----------------------------------------------------------------
051500 1100-LOAD-NETPAY.
051600     OPEN INPUT NETPAY-FILE.
051700     IF NP-FILE-NOTEXIST
051800         DISPLAY 'NO NET-PAY FILE ON HAND -- RUN HELD'
051900         MOVE 8 TO RETURN-CODE
052000         STOP RUN
052100     END-IF.
052200     IF NOT NP-FILE-STATUS-OK
052300         DISPLAY 'NET-PAY FILE OPEN FAILED, STATUS: '
052400             WS-NP-FILE-STATUS
052500         MOVE 8 TO RETURN-CODE
052600         STOP RUN
052700     END-IF.
052800
052900     PERFORM 1110-LOAD-NETPAY-RECORD THRU 1110-EXIT
053000         UNTIL NP-EOF-REACHED.
053100     CLOSE NETPAY-FILE.
053200 1100-EXIT.
053300     EXIT.
053400
053500 1110-LOAD-NETPAY-RECORD.
053600     READ NETPAY-FILE
053700         AT END
053800             SET NP-EOF-REACHED TO TRUE
053900     END-READ.
054000     IF NP-EOF-REACHED
054100         GO TO 1110-EXIT
054200     END-IF.
054300
054400     IF WS-PAY-TABLE-USED NOT LESS THAN 2000
054500         DISPLAY 'NET-PAY FILE EXCEEDS THE TABLE, RUN REFUSED '
054600             '-- NOTHING CHECKED'
054700         MOVE 8 TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000
055100     IF WS-FILE-COUNT EQUAL ZERO
055200         MOVE NP-RUN-ID TO WS-NP-RUN-ID
055300         MOVE NP-CYCLE-FLAG TO WS-FILE-CYCLE
055400         MOVE NP-PERIOD-END TO WS-FILE-PERIOD-END
055500     END-IF.
055600     IF NP-RUN-ID NOT EQUAL TO WS-NP-RUN-ID
055700         ADD 1 TO WS-OTHER-RUN-COUNT
055800     END-IF.
055900     ADD 1 TO WS-FILE-COUNT.
056000     ADD NP-GROSS TO WS-FILE-GROSS.
056100     ADD NP-TOTAL-DEDUCT TO WS-FILE-DEDUCT.
056200     ADD NP-NET-PAY TO WS-FILE-NET.
056300
056400     ADD 1 TO WS-PAY-TABLE-USED.
056500     SET WS-PAY-IDX TO WS-PAY-TABLE-USED.
056600     MOVE NP-EMP-ID TO WS-PAY-EMP-ID (WS-PAY-IDX).
056700     MOVE NP-EARN-CODE TO WS-PAY-EARN-CODE (WS-PAY-IDX).
056800     MOVE NP-CYCLE-FLAG TO WS-PAY-CYCLE (WS-PAY-IDX).
056900     MOVE NP-PAY-METHOD TO WS-PAY-METHOD (WS-PAY-IDX).
057000     MOVE NP-PERIOD-END TO WS-PAY-PERIOD-END (WS-PAY-IDX).
057100     MOVE NP-GROSS TO WS-PAY-GROSS (WS-PAY-IDX).
057200     IF NOT NP-OFF-CYCLE AND NP-RETRO-GROSS IS NUMERIC
057300         SUBTRACT NP-RETRO-GROSS FROM WS-PAY-GROSS (WS-PAY-IDX)
057400     END-IF.
057500     MOVE NP-NET-PAY TO WS-PAY-NET (WS-PAY-IDX).
057600     MOVE 'N' TO WS-PAY-REPEAT (WS-PAY-IDX).
057700     MOVE 'N' TO WS-PAY-PAID-BEFORE (WS-PAY-IDX).
057800     MOVE 'N' TO WS-PAY-PRIOR-SWITCH (WS-PAY-IDX).
057900     MOVE ZERO TO WS-PAY-PRIOR-END (WS-PAY-IDX).
058000     MOVE ZERO TO WS-PAY-PRIOR-GROSS (WS-PAY-IDX).
058100     MOVE ZERO TO WS-PAY-PRIOR-NET (WS-PAY-IDX).
058200
058300     MOVE 1 TO WS-SCAN-SUB.
058400     PERFORM 1120-TEST-REPEAT-EMP THRU 1120-EXIT
058500         UNTIL WS-SCAN-SUB NOT LESS THAN WS-PAY-TABLE-USED.
058600 1110-EXIT.
058700     EXIT.
058800
058900*    1120-TEST-REPEAT-EMP MARKS THE ENTRY JUST LOADED AS A REPEAT
059000*    WHEN AN EARLIER ENTRY PAYS THE SAME EMPLOYEE.
059100 1120-TEST-REPEAT-EMP.
059200     IF WS-PAY-EMP-ID (WS-SCAN-SUB)
059300             EQUAL TO WS-PAY-EMP-ID (WS-PAY-IDX)
059400         MOVE 'Y' TO WS-PAY-REPEAT (WS-PAY-IDX)
059500         MOVE WS-PAY-TABLE-USED TO WS-SCAN-SUB
059600         GO TO 1120-EXIT
059700     END-IF.
059800     ADD 1 TO WS-SCAN-SUB.
059900 1120-EXIT.
060000     EXIT.
060100
060200*    1200-LOAD-RUN-CONTROL PICKS UP PAY-CALC'S CONTROL RECORD.
060300*    NO RECORD IS ITSELF AN EXCEPTION, RAISED IN 4000.  AN EMPTY
060400*    NET-PAY FILE TAKES ITS RUN-ID FROM THE CONTROL RECORD.
060500 1200-LOAD-RUN-CONTROL.
060600     OPEN INPUT PAY-RUN-CONTROL-FILE.
060700     IF PRC-FILE-NOTEXIST
060800         GO TO 1200-EXIT
060900     END-IF.
061000     IF NOT PRC-FILE-STATUS-OK
061100         DISPLAY 'PAY RUN-CONTROL OPEN FAILED, STATUS: '
061200             WS-PRC-FILE-STATUS
061300         MOVE 8 TO RETURN-CODE
061400         STOP RUN
061500     END-IF.
061600     READ PAY-RUN-CONTROL-FILE
061700         AT END
061800             CONTINUE
061900         NOT AT END
062000             SET RUN-CONTROL-LOADED TO TRUE
062100     END-READ.
062200     CLOSE PAY-RUN-CONTROL-FILE.
062300
062400     IF RUN-CONTROL-LOADED AND WS-FILE-COUNT EQUAL ZERO
062500         MOVE PRC-RUN-ID TO WS-NP-RUN-ID
062600         MOVE PRC-CYCLE-FLAG TO WS-FILE-CYCLE
062700         MOVE PRC-PERIOD-END TO WS-FILE-PERIOD-END
062800     END-IF.
062900 1200-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------------
063300* 1300-FIND-GATE-STATE  --  SWEEP THE VARIANCE CONTROL FILE FOR
063400* THE LATEST RECORD FOR THIS NET-PAY RUN, AND SEE WHETHER IT
063500* WAS GIVEN FOR THE FILE AS IT STANDS NOW.
063600*----------------------------------------------------------------
063700 1300-FIND-GATE-STATE.
063800     OPEN INPUT VARIANCE-CONTROL-FILE.
063900     IF VCT-FILE-NOTEXIST
064000         GO TO 1300-EXIT
064100     END-IF.
064200     IF NOT VCT-FILE-STATUS-OK
064300         DISPLAY 'VARIANCE CONTROL OPEN FAILED, STATUS: '
064400             WS-VCT-FILE-STATUS
064500         MOVE 8 TO RETURN-CODE
064600         STOP RUN
064700     END-IF.
064800
064900     PERFORM 1310-SCAN-GATE-RECORD THRU 1310-EXIT
065000         UNTIL VCT-EOF-REACHED.
065100     CLOSE VARIANCE-CONTROL-FILE.
065200
065300     IF GATE-RECORD-FOUND
065400             AND WS-GATE-COUNT EQUAL TO WS-FILE-COUNT
065500             AND WS-GATE-NET-HASH EQUAL TO WS-FILE-NET
065600         SET GATE-SAME-FILE TO TRUE
065700     END-IF.
065800 1300-EXIT.
065900     EXIT.
066000
066100 1310-SCAN-GATE-RECORD.
066200     READ VARIANCE-CONTROL-FILE
066300         AT END
066400             SET VCT-EOF-REACHED TO TRUE
066500     END-READ.
066600     IF VCT-EOF-REACHED
066700         GO TO 1310-EXIT
066800     END-IF.
066900     IF VCT-NP-RUN-ID NOT EQUAL TO WS-NP-RUN-ID
067000         GO TO 1310-EXIT
067100     END-IF.
067200
067300     SET GATE-RECORD-FOUND TO TRUE.
067400     MOVE VCT-ACTION TO WS-GATE-ACTION.
067500     MOVE VCT-RECORD-COUNT TO WS-GATE-COUNT.
067600     MOVE VCT-NET-HASH TO WS-GATE-NET-HASH.
067700     MOVE VCT-OPERATOR TO WS-GATE-OPERATOR.
067800 1310-EXIT.
067900     EXIT.
068000
068100*    1400-LOAD-BANK-MASTER READS THE BANK ACCOUNT MASTER INTO
068200*    WS-BANK-TABLE.  A MISSING FILE IS AN EMPTY TABLE -- NO
068300*    ACCOUNT CAN BE SHARED.
068400 1400-LOAD-BANK-MASTER.
068500     OPEN INPUT BANK-ACCT-FILE.
068600     IF BNK-FILE-NOTEXIST
068700         GO TO 1400-EXIT
068800     END-IF.
068900     IF NOT BNK-FILE-STATUS-OK
069000         DISPLAY 'BANK MASTER OPEN FAILED, STATUS: '
069100             WS-BNK-FILE-STATUS
069200         MOVE 8 TO RETURN-CODE
069300         STOP RUN
069400     END-IF.
069500
069600     PERFORM 1410-LOAD-BANK-RECORD THRU 1410-EXIT
069700         UNTIL BNK-EOF-REACHED.
069800     CLOSE BANK-ACCT-FILE.
069900 1400-EXIT.
070000     EXIT.
070100
070200 1410-LOAD-BANK-RECORD.
070300     READ BANK-ACCT-FILE
070400         AT END
070500             SET BNK-EOF-REACHED TO TRUE
070600     END-READ.
070700     IF BNK-EOF-REACHED
070800         GO TO 1410-EXIT
070900     END-IF.
071000
071100     IF WS-BANK-TABLE-USED NOT LESS THAN 1000
071200         DISPLAY 'BANK MASTER EXCEEDS THE TABLE, RUN REFUSED '
071300             '-- NOTHING CHECKED'
071400         MOVE 8 TO RETURN-CODE
071500         STOP RUN
071600     END-IF.
071700     ADD 1 TO WS-BANK-TABLE-USED.
071800     SET WS-BANK-IDX TO WS-BANK-TABLE-USED.
071900     MOVE BNK-EMP-ID TO WS-BANK-EMP-ID (WS-BANK-IDX).
072000     MOVE BNK-ROUTING TO WS-BANK-ROUTING (WS-BANK-IDX).
072100     MOVE BNK-ACCOUNT TO WS-BANK-ACCOUNT (WS-BANK-IDX).
072200     MOVE BNK-STATUS TO WS-BANK-STATUS (WS-BANK-IDX).
072300 1410-EXIT.
072400     EXIT.
072500
072600*----------------------------------------------------------------
072700* 2000-LOAD-PRIOR-PAY  --  SWEEP THE NET-PAY HISTORY FOR EACH
072800* PAYEE'S EARLIER PAYMENTS.  THIS RUN'S OWN RECORDS ARE ON THE
072900* HISTORY TOO AND ARE PASSED OVER.  A PAYEE WITH ANY EARLIER
073000* PAYMENT DATED NO LATER THAN THIS ONE IS NOT A FIRST-TIME
073100* PAYEE; A REGULAR PAYMENT'S PRIOR PERIOD IS THE LATEST
073200* EARLIER REGULAR PERIOD, THE LATER RUN WINNING WHEN A PERIOD
073300* WAS PAID TWICE.
073400*----------------------------------------------------------------
073500 2000-LOAD-PRIOR-PAY.
073600     OPEN INPUT NETPAY-HISTORY-FILE.
073700     IF NPH-FILE-NOTEXIST
073800         GO TO 2000-EXIT
073900     END-IF.
074000     IF NOT NPH-FILE-STATUS-OK
074100         DISPLAY 'NET-PAY HISTORY OPEN FAILED, STATUS: '
074200             WS-NPH-FILE-STATUS
074300         MOVE 8 TO RETURN-CODE
074400         STOP RUN
074500     END-IF.
074600
074700     PERFORM 2010-READ-HISTORY-RECORD THRU 2010-EXIT
074800         UNTIL NPH-EOF-REACHED.
074900     CLOSE NETPAY-HISTORY-FILE.
075000 2000-EXIT.
075100     EXIT.
075200
075300 2010-READ-HISTORY-RECORD.
075400     READ NETPAY-HISTORY-FILE
075500         AT END
075600             SET NPH-EOF-REACHED TO TRUE
075700     END-READ.
075800     IF NPH-EOF-REACHED
075900         GO TO 2010-EXIT
076000     END-IF.
076100     IF NPH-RUN-ID EQUAL TO WS-NP-RUN-ID
076200         GO TO 2010-EXIT
076300     END-IF.
076400
076500     MOVE 1 TO WS-PAY-SUB.
076600     PERFORM 2020-MATCH-HISTORY-RECORD THRU 2020-EXIT
076700         UNTIL WS-PAY-SUB > WS-PAY-TABLE-USED.
076800 2010-EXIT.
076900     EXIT.
077000
077100*    2020-MATCH-HISTORY-RECORD APPLIES THE HISTORY RECORD TO ONE
077200*    TABLE ENTRY WHEN IT IS THE SAME EMPLOYEE'S.
077300 2020-MATCH-HISTORY-RECORD.
077400     SET WS-PAY-IDX TO WS-PAY-SUB.
077500     ADD 1 TO WS-PAY-SUB.
077600     IF NPH-EMP-ID NOT EQUAL TO WS-PAY-EMP-ID (WS-PAY-IDX)
077700         GO TO 2020-EXIT
077800     END-IF.
077900     IF NPH-PERIOD-END > WS-PAY-PERIOD-END (WS-PAY-IDX)
078000         GO TO 2020-EXIT
078100     END-IF.
078200
078300     MOVE 'Y' TO WS-PAY-PAID-BEFORE (WS-PAY-IDX).
078400     IF WS-PAY-OFF-CYCLE (WS-PAY-IDX) OR NPH-OFF-CYCLE
078500         GO TO 2020-EXIT
078600     END-IF.
078700     IF NPH-PERIOD-END NOT LESS THAN
078800             WS-PAY-PERIOD-END (WS-PAY-IDX)
078900         GO TO 2020-EXIT
079000     END-IF.
079100     IF NPH-PERIOD-END < WS-PAY-PRIOR-END (WS-PAY-IDX)
079200         GO TO 2020-EXIT
079300     END-IF.
079400
079500     SET WS-PAY-PRIOR-FOUND (WS-PAY-IDX) TO TRUE.
079600     MOVE NPH-PERIOD-END TO WS-PAY-PRIOR-END (WS-PAY-IDX).
079700     MOVE NPH-GROSS TO WS-PAY-PRIOR-GROSS (WS-PAY-IDX).
079800     IF NPH-RETRO-GROSS IS NUMERIC
079900         SUBTRACT NPH-RETRO-GROSS
080000             FROM WS-PAY-PRIOR-GROSS (WS-PAY-IDX)
080100     END-IF.
080200     MOVE NPH-NET-PAY TO WS-PAY-PRIOR-NET (WS-PAY-IDX).
080300 2020-EXIT.
080400     EXIT.
080500
080600*----------------------------------------------------------------
080700* 3000-CHECK-PAYMENTS  --  OPEN THE REPORT AND THE MASTER AND
080800* CHECK EVERY PAYMENT ON THE NET-PAY FILE.
080900*----------------------------------------------------------------
081000 3000-CHECK-PAYMENTS.
081100     OPEN OUTPUT VARIANCE-REPORT-FILE.
081200     PERFORM 4200-NEW-PAGE THRU 4200-EXIT.
081300
081400     OPEN INPUT EMP-FILE.
081500     IF NOT EMP-FILE-STATUS-OK
081600         DISPLAY 'EMP-FILE OPEN FAILED, STATUS: '
081700             WS-EMP-FILE-STATUS
081800         CLOSE VARIANCE-REPORT-FILE
081900         MOVE 8 TO RETURN-CODE
082000         STOP RUN
082100     END-IF.
082200
082300     MOVE 1 TO WS-PAY-SUB.
082400     PERFORM 3100-CHECK-ONE-PAYMENT THRU 3100-EXIT
082500         UNTIL WS-PAY-SUB > WS-PAY-TABLE-USED.
082600     CLOSE EMP-FILE.
082700 3000-EXIT.
082800     EXIT.
082900
083000*    3100-CHECK-ONE-PAYMENT MAKES THE PER-EMPLOYEE CHECKS ON THE
083100*    EMPLOYEE'S FIRST PAYMENT IN THE FILE AND THE SWING CHECKS ON
083200*    EVERY REGULAR PAYMENT.
083300 3100-CHECK-ONE-PAYMENT.
083400     SET WS-PAY-IDX TO WS-PAY-SUB.
083500     ADD 1 TO WS-PAY-SUB.
083600     ADD 1 TO WS-PAYMENTS-CHECKED.
083700
083800     MOVE WS-PAY-EMP-ID (WS-PAY-IDX) TO WS-EXCEPT-EMP-ID.
083900     MOVE WS-PAY-EARN-CODE (WS-PAY-IDX) TO WS-EXCEPT-CODE.
084000     MOVE WS-PAY-EMP-ID (WS-PAY-IDX) TO EMP-ID-KEY.
084100     MOVE 'Y' TO WS-EMP-FOUND-SWITCH.
084200     READ EMP-FILE KEY IS EMP-ID-KEY
084300         INVALID KEY
084400             MOVE 'N' TO WS-EMP-FOUND-SWITCH
084500     END-READ.
084600     IF EMP-ON-MASTER
084700         MOVE EMPF-EMP-NAME TO WS-EXCEPT-NAME
084800         MOVE EMPF-EMP-STATUS TO WS-EMP-STATUS
084900     ELSE
085000         MOVE '** NOT ON MASTER **' TO WS-EXCEPT-NAME
085100         MOVE SPACE TO WS-EMP-STATUS
085200     END-IF.
085300     SET EXCEPT-HAS-NO-AMOUNTS TO TRUE.
085400     SET EXCEPT-HAS-NO-PCT TO TRUE.
085500
085600     IF WS-PAY-REPEAT (WS-PAY-IDX) EQUAL TO 'Y'
085700         GO TO 3100-SWING
085800     END-IF.
085900
086000     IF NOT EMP-ON-MASTER
086100         MOVE 'PAYEE NOT ON THE EMPLOYEE MASTER'
086200             TO WS-EXCEPT-REASON
086300         ADD 1 TO WS-STATUS-FLAG-COUNT
086400         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
086500     END-IF.
086600     IF WS-PAY-PAID-BEFORE (WS-PAY-IDX) EQUAL TO 'N'
086700         MOVE 'FIRST-TIME PAYEE' TO WS-EXCEPT-REASON
086800         ADD 1 TO WS-FIRST-TIME-COUNT
086900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
087000     END-IF.
087100     IF EMP-STATUS-TERMED
087200             AND WS-PAY-EARN-CODE (WS-PAY-IDX) NOT EQUAL TO 'FIN'
087300         MOVE 'MASTER STATUS T - TERMINATED'
087400             TO WS-EXCEPT-REASON
087500         ADD 1 TO WS-STATUS-FLAG-COUNT
087600         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
087700     END-IF.
087800     IF EMP-STATUS-LEAVE
087900         MOVE 'MASTER STATUS L - ON LEAVE' TO WS-EXCEPT-REASON
088000         ADD 1 TO WS-STATUS-FLAG-COUNT
088100         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
088200     END-IF.
088300     IF NOT WS-PAY-BY-CHECK (WS-PAY-IDX)
088400         PERFORM 3300-CHECK-SHARED-ACCOUNT THRU 3300-EXIT
088500     END-IF.
088600
088700 3100-SWING.
088800     IF WS-PAY-OFF-CYCLE (WS-PAY-IDX)
088900             OR NOT WS-PAY-PRIOR-FOUND (WS-PAY-IDX)
089000         GO TO 3100-EXIT
089100     END-IF.
089200
089300     MOVE WS-PAY-GROSS (WS-PAY-IDX) TO WS-SWING-CURRENT.
089400     MOVE WS-PAY-PRIOR-GROSS (WS-PAY-IDX) TO WS-SWING-PRIOR.
089500     PERFORM 3200-GRADE-SWING THRU 3200-EXIT.
089600     IF SWING-OVER-LIMIT
089700         MOVE 'GROSS MOVED BEYOND THE VARIANCE LIMIT'
089800             TO WS-EXCEPT-REASON
089900         ADD 1 TO WS-SWING-COUNT
090000         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
090100     END-IF.
090200
090300     MOVE WS-PAY-NET (WS-PAY-IDX) TO WS-SWING-CURRENT.
090400     MOVE WS-PAY-PRIOR-NET (WS-PAY-IDX) TO WS-SWING-PRIOR.
090500     PERFORM 3200-GRADE-SWING THRU 3200-EXIT.
090600     IF SWING-OVER-LIMIT
090700         MOVE 'NET MOVED BEYOND THE VARIANCE LIMIT'
090800             TO WS-EXCEPT-REASON
090900         ADD 1 TO WS-SWING-COUNT
091000         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
091100     END-IF.
091200 3100-EXIT.
091300     EXIT.
091400
091500*    3200-GRADE-SWING WORKS OUT THE PERCENT MOVE FROM
091600*    WS-SWING-PRIOR TO WS-SWING-CURRENT AND WHETHER IT IS OVER
091700*    THE LIMIT.  ON A MOVE OVER THE LIMIT THE FIGURES ARE LEFT
091800*    STAGED FOR THE EXCEPTION LINE.
091900 3200-GRADE-SWING.
092000     MOVE 'N' TO WS-SWING-SWITCH.
092100     IF WS-SWING-CURRENT EQUAL TO WS-SWING-PRIOR
092200         GO TO 3200-EXIT
092300     END-IF.
092400
092500     IF WS-SWING-CURRENT > WS-SWING-PRIOR
092600         SUBTRACT WS-SWING-PRIOR FROM WS-SWING-CURRENT
092700             GIVING WS-SWING-DIFF
092800     ELSE
092900         SUBTRACT WS-SWING-CURRENT FROM WS-SWING-PRIOR
093000             GIVING WS-SWING-DIFF
093100     END-IF.
093200     IF WS-SWING-PRIOR EQUAL ZERO
093300         MOVE 9999.9 TO WS-SWING-PCT
093400     ELSE
093500         COMPUTE WS-SWING-PCT ROUNDED =
093600             WS-SWING-DIFF * 100 / WS-SWING-PRIOR
093700             ON SIZE ERROR
093800                 MOVE 9999.9 TO WS-SWING-PCT
093900         END-COMPUTE
094000     END-IF.
094100     IF WS-SWING-PCT NOT GREATER THAN WS-VARIANCE-PCT
094200         GO TO 3200-EXIT
094300     END-IF.
094400
094500     SET SWING-OVER-LIMIT TO TRUE.
094600     IF WS-SWING-CURRENT < WS-SWING-PRIOR
094700         MULTIPLY -1 BY WS-SWING-PCT
094800     END-IF.
094900     MOVE WS-SWING-CURRENT TO WS-EXCEPT-CURRENT.
095000     MOVE WS-SWING-PRIOR TO WS-EXCEPT-PRIOR.
095100     MOVE WS-SWING-PCT TO WS-EXCEPT-PCT.
095200     SET EXCEPT-HAS-AMOUNTS TO TRUE.
095300     SET EXCEPT-HAS-PCT TO TRUE.
095400 3200-EXIT.
095500     EXIT.
095600
095700*    3300-CHECK-SHARED-ACCOUNT FLAGS A DEPOSIT PAYEE WHOSE OPEN
095800*    BANK ACCOUNT IS ALSO ON FILE, OPEN, FOR ANY OTHER EMPLOYEE
095900*    -- ONE LINE FOR EACH OTHER EMPLOYEE.  A CLOSED ('I')
096000*    ACCOUNT IS NOT PAID AND IS LEFT OUT ON BOTH SIDES.
096100 3300-CHECK-SHARED-ACCOUNT.
096200     MOVE 'N' TO WS-OWN-ACCOUNT-SWITCH.
096300     MOVE 1 TO WS-BANK-SUB.
096400     PERFORM 3310-FIND-OWN-ACCOUNT THRU 3310-EXIT
096500         UNTIL WS-BANK-SUB > WS-BANK-TABLE-USED
096600             OR OWN-ACCOUNT-FOUND.
096700     IF NOT OWN-ACCOUNT-FOUND
096800         GO TO 3300-EXIT
096900     END-IF.
097000
097100     MOVE 1 TO WS-BANK-SUB.
097200     PERFORM 3320-TEST-OTHER-ACCOUNT THRU 3320-EXIT
097300         UNTIL WS-BANK-SUB > WS-BANK-TABLE-USED.
097400 3300-EXIT.
097500     EXIT.
097600
097700 3310-FIND-OWN-ACCOUNT.
097800     SET WS-BANK-IDX TO WS-BANK-SUB.
097900     ADD 1 TO WS-BANK-SUB.
098000     IF WS-BANK-EMP-ID (WS-BANK-IDX)
098100             EQUAL TO WS-PAY-EMP-ID (WS-PAY-IDX)
098200             AND WS-BANK-STATUS (WS-BANK-IDX) NOT EQUAL TO 'I'
098300         MOVE WS-BANK-ROUTING (WS-BANK-IDX) TO WS-OWN-ROUTING
098400         MOVE WS-BANK-ACCOUNT (WS-BANK-IDX) TO WS-OWN-ACCOUNT
098500         SET OWN-ACCOUNT-FOUND TO TRUE
098600     END-IF.
098700 3310-EXIT.
098800     EXIT.
098900
099000 3320-TEST-OTHER-ACCOUNT.
099100     SET WS-BANK-IDX TO WS-BANK-SUB.
099200     ADD 1 TO WS-BANK-SUB.
099300     IF WS-BANK-EMP-ID (WS-BANK-IDX)
099400             EQUAL TO WS-PAY-EMP-ID (WS-PAY-IDX)
099500         GO TO 3320-EXIT
099600     END-IF.
099700     IF WS-BANK-STATUS (WS-BANK-IDX) EQUAL TO 'I'
099800         GO TO 3320-EXIT
099900     END-IF.
100000     IF WS-BANK-ROUTING (WS-BANK-IDX) NOT EQUAL TO WS-OWN-ROUTING
100100             OR WS-BANK-ACCOUNT (WS-BANK-IDX)
100200                 NOT EQUAL TO WS-OWN-ACCOUNT
100300         GO TO 3320-EXIT
100400     END-IF.
100500
100600     MOVE WS-BANK-EMP-ID (WS-BANK-IDX) TO WS-SHARED-EMP-ID.
100700     MOVE SPACES TO WS-EXCEPT-REASON.
100800     STRING 'BANK ACCOUNT ALSO ON FILE FOR EMP '
100900                DELIMITED BY SIZE
101000            WS-SHARED-EMP-ID DELIMITED BY SIZE
101100         INTO WS-EXCEPT-REASON
101200     END-STRING.
101300     ADD 1 TO WS-SHARED-ACCT-COUNT.
101400     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
101500 3320-EXIT.
101600     EXIT.
101700
101800*    3900-WRITE-EXCEPTION PRINTS ONE EXCEPTION LINE FROM THE
101900*    STAGED WS-EXCEPT- FIELDS AND COUNTS IT.  THE FIGURES ARE
102000*    CLEARED AFTER EACH LINE SO THEY PRINT ONLY WHERE STAGED.
102100 3900-WRITE-EXCEPTION.
102200     MOVE WS-EXCEPT-EMP-ID TO RX-EMP-ID.
102300     MOVE WS-EXCEPT-NAME TO RX-EMP-NAME.
102400     MOVE WS-EXCEPT-CODE TO RX-EARN-CODE.
102500     MOVE WS-EXCEPT-REASON TO RX-REASON.
102600     IF EXCEPT-HAS-AMOUNTS
102700         MOVE WS-EXCEPT-CURRENT TO RX-CURRENT
102800         MOVE WS-EXCEPT-PRIOR TO RX-PRIOR
102900     ELSE
103000         MOVE SPACES TO RX-AMOUNTS-X
103100     END-IF.
103200     IF EXCEPT-HAS-PCT
103300         MOVE WS-EXCEPT-PCT TO RX-PCT
103400     ELSE
103500         MOVE SPACES TO RX-PCT-X
103600     END-IF.
103700
103800     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
103900         PERFORM 4200-NEW-PAGE THRU 4200-EXIT
104000     END-IF.
104100     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DETAIL.
104200     ADD 1 TO WS-RPT-LINE-COUNT.
104300     ADD 1 TO WS-EXCEPTION-COUNT.
104400
104500     SET EXCEPT-HAS-NO-AMOUNTS TO TRUE.
104600     SET EXCEPT-HAS-NO-PCT TO TRUE.
104700 3900-EXIT.
104800     EXIT.
104900
105000*----------------------------------------------------------------
105100* 4000-CHECK-RUN-TOTALS  --  PROVE THE NET-PAY FILE AGAINST THE
105200* RUN-CONTROL RECORD PAY-CALC WROTE FOR IT: THE SAME RUN, THE
105300* SAME COUNT, AND THE SAME GROSS, DEDUCTION AND NET TOTALS.
105400*----------------------------------------------------------------
105500 4000-CHECK-RUN-TOTALS.
105600     MOVE SPACES TO WS-EXCEPT-EMP-ID.
105700     MOVE SPACES TO WS-EXCEPT-NAME.
105800     MOVE SPACES TO WS-EXCEPT-CODE.
105900
106000     IF WS-OTHER-RUN-COUNT > ZERO
106100         MOVE WS-OTHER-RUN-COUNT TO WS-EDIT-COUNT
106200         MOVE SPACES TO WS-EXCEPT-REASON
106300         STRING 'RECORDS FROM ANOTHER RUN ON FILE: '
106400                    DELIMITED BY SIZE
106500                WS-EDIT-COUNT DELIMITED BY SIZE
106600             INTO WS-EXCEPT-REASON
106700         END-STRING
106800         ADD 1 TO WS-CONTROL-FLAG-COUNT
106900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
107000     END-IF.
107100
107200     IF NOT RUN-CONTROL-LOADED
107300         MOVE 'NO PAY RUN-CONTROL RECORD ON FILE'
107400             TO WS-EXCEPT-REASON
107500         ADD 1 TO WS-CONTROL-FLAG-COUNT
107600         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
107700         GO TO 4000-EXIT
107800     END-IF.
107900     IF PRC-RUN-ID NOT EQUAL TO WS-NP-RUN-ID
108000         MOVE SPACES TO WS-EXCEPT-REASON
108100         STRING 'RUN-CONTROL IS FOR RUN ' DELIMITED BY SIZE
108200                PRC-RUN-ID DELIMITED BY SIZE
108300             INTO WS-EXCEPT-REASON
108400         END-STRING
108500         ADD 1 TO WS-CONTROL-FLAG-COUNT
108600         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
108700         GO TO 4000-EXIT
108800     END-IF.
108900
109000     IF PRC-RECORD-COUNT NOT EQUAL TO WS-FILE-COUNT
109100         MOVE WS-FILE-COUNT TO WS-EDIT-COUNT
109200         MOVE PRC-RECORD-COUNT TO WS-EDIT-CONTROL-COUNT
109300         MOVE SPACES TO WS-EXCEPT-REASON
109400         STRING 'COUNT ' DELIMITED BY SIZE
109500                WS-EDIT-COUNT DELIMITED BY SIZE
109600                ' VS RUN-CONTROL ' DELIMITED BY SIZE
109700                WS-EDIT-CONTROL-COUNT DELIMITED BY SIZE
109800             INTO WS-EXCEPT-REASON
109900         END-STRING
110000         ADD 1 TO WS-CONTROL-FLAG-COUNT
110100         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
110200     END-IF.
110300     IF PRC-TOTAL-GROSS NOT EQUAL TO WS-FILE-GROSS
110400         MOVE 'GROSS TOTAL DISAGREES WITH RUN-CONTROL'
110500             TO WS-EXCEPT-REASON
110600         MOVE WS-FILE-GROSS TO WS-EXCEPT-CURRENT
110700         MOVE PRC-TOTAL-GROSS TO WS-EXCEPT-PRIOR
110800         SET EXCEPT-HAS-AMOUNTS TO TRUE
110900         ADD 1 TO WS-CONTROL-FLAG-COUNT
111000         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
111100     END-IF.
111200     IF PRC-TOTAL-DEDUCT NOT EQUAL TO WS-FILE-DEDUCT
111300         MOVE 'DEDUCT TOTAL DISAGREES WITH RUN-CONTROL'
111400             TO WS-EXCEPT-REASON
111500         MOVE WS-FILE-DEDUCT TO WS-EXCEPT-CURRENT
111600         MOVE PRC-TOTAL-DEDUCT TO WS-EXCEPT-PRIOR
111700         SET EXCEPT-HAS-AMOUNTS TO TRUE
111800         ADD 1 TO WS-CONTROL-FLAG-COUNT
111900         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
112000     END-IF.
112100     IF PRC-TOTAL-NET NOT EQUAL TO WS-FILE-NET
112200         MOVE 'NET TOTAL DISAGREES WITH RUN-CONTROL'
112300             TO WS-EXCEPT-REASON
112400         MOVE WS-FILE-NET TO WS-EXCEPT-CURRENT
112500         MOVE PRC-TOTAL-NET TO WS-EXCEPT-PRIOR
112600         SET EXCEPT-HAS-AMOUNTS TO TRUE
112700         ADD 1 TO WS-CONTROL-FLAG-COUNT
112800         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
112900     END-IF.
113000 4000-EXIT.
113100     EXIT.
113200
113300*----------------------------------------------------------------
113400* 4200-NEW-PAGE  --  START A NEW PAGE OF THE REPORT.
113500*----------------------------------------------------------------
113600 4200-NEW-PAGE.
113700     ADD 1 TO WS-RPT-PAGE-COUNT.
113800     MOVE WS-RPT-PAGE-COUNT TO WS-RPT-H1-PAGE.
113900     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
114000     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
114100     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
114200     MOVE WS-NP-RUN-ID TO WS-RPT-H2-RUN-ID.
114300     MOVE WS-FILE-CYCLE TO WS-RPT-H2-CYCLE.
114400     MOVE WS-FILE-PERIOD-END TO WS-RPT-H2-PERIOD-END.
114500     MOVE WS-VARIANCE-PCT TO WS-RPT-H2-PCT.
114600
114700     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-1.
114800     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-2.
114900     MOVE SPACES TO VARIANCE-REPORT-LINE.
115000     WRITE VARIANCE-REPORT-LINE.
115100     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-HEADING-3.
115200     MOVE SPACES TO VARIANCE-REPORT-LINE.
115300     WRITE VARIANCE-REPORT-LINE.
115400
115500     MOVE ZERO TO WS-RPT-LINE-COUNT.
115600 4200-EXIT.
115700     EXIT.
115800
115900*    4300-WRITE-TOTAL WRITES ONE TOTAL LINE, STARTING A NEW PAGE
116000*    FIRST IF THE CURRENT PAGE IS FULL.
116100 4300-WRITE-TOTAL.
116200     IF WS-RPT-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
116300         PERFORM 4200-NEW-PAGE THRU 4200-EXIT
116400     END-IF.
116500     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
116600     ADD 1 TO WS-RPT-LINE-COUNT.
116700 4300-EXIT.
116800     EXIT.
116900
117000*----------------------------------------------------------------
117100* 5000-RELEASE-RUN  --  RELEASE A HELD RUN.  ONLY A RUN WHOSE
117200* LATEST CHECK HELD IT, FOR THE NET-PAY FILE AS IT STANDS NOW,
117300* CAN BE RELEASED.
117400*----------------------------------------------------------------
117500 5000-RELEASE-RUN.
117600     IF NOT GATE-RECORD-FOUND
117700         DISPLAY 'RUN ' WS-NP-RUN-ID ' HAS NOT BEEN CHECKED -- '
117800             'RELEASE REFUSED'
117900         MOVE 8 TO RETURN-CODE
118000         GO TO 5000-EXIT
118100     END-IF.
118200     IF GATE-CLEAR
118300         DISPLAY 'RUN ' WS-NP-RUN-ID ' CHECKED CLEAN, NOTHING '
118400             'TO RELEASE'
118500         MOVE 4 TO RETURN-CODE
118600         GO TO 5000-EXIT
118700     END-IF.
118800     IF GATE-RELEASED AND GATE-SAME-FILE
118900         DISPLAY 'RUN ' WS-NP-RUN-ID ' ALREADY RELEASED BY '
119000             WS-GATE-OPERATOR
119100         MOVE 4 TO RETURN-CODE
119200         GO TO 5000-EXIT
119300     END-IF.
119400     IF NOT GATE-SAME-FILE
119500         DISPLAY 'NET-PAY FILE HAS CHANGED SINCE RUN '
119600             WS-NP-RUN-ID ' WAS CHECKED -- CHECK IT AGAIN, '
119700             'RELEASE REFUSED'
119800         MOVE 8 TO RETURN-CODE
119900         GO TO 5000-EXIT
120000     END-IF.
120100
120200     MOVE 'R' TO VCT-ACTION.
120300     MOVE ZERO TO VCT-EXCEPTION-COUNT.
120400     MOVE WS-RELEASE-OPERATOR TO VCT-OPERATOR.
120500     PERFORM 6100-WRITE-GATE-RECORD THRU 6100-EXIT.
120600     DISPLAY 'RUN ' WS-NP-RUN-ID ' RELEASED BY '
120700         WS-RELEASE-OPERATOR ' -- RESTART THE STREAM'.
120800 5000-EXIT.
120900     EXIT.
121000
121100*----------------------------------------------------------------
121200* 6000-SETTLE-GATE  --  DECIDE THE RUN: A RELEASE GIVEN FOR
121300* THIS SAME FILE PASSES IT WHATEVER THE REPORT SHOWS; OTHERWISE
121400* ANY EXCEPTION HOLDS IT.  THE OUTCOME IS RECORDED ON THE
121500* CONTROL FILE AND PRINTED UNDER THE REPORT TOTALS.
121600*----------------------------------------------------------------
121700 6000-SETTLE-GATE.
121800     MOVE SPACES TO VARIANCE-REPORT-LINE.
121900     WRITE VARIANCE-REPORT-LINE.
122000     MOVE SPACES TO RT-AMOUNT-X.
122100     MOVE 'PAYMENTS CHECKED' TO RT-LABEL.
122200     MOVE WS-PAYMENTS-CHECKED TO RT-COUNT.
122300     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
122400     MOVE 'GROSS OR NET SWINGS' TO RT-LABEL.
122500     MOVE WS-SWING-COUNT TO RT-COUNT.
122600     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
122700     MOVE 'FIRST-TIME PAYEES' TO RT-LABEL.
122800     MOVE WS-FIRST-TIME-COUNT TO RT-COUNT.
122900     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
123000     MOVE 'MASTER STATUS FLAGS' TO RT-LABEL.
123100     MOVE WS-STATUS-FLAG-COUNT TO RT-COUNT.
123200     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
123300     MOVE 'SHARED BANK ACCOUNTS' TO RT-LABEL.
123400     MOVE WS-SHARED-ACCT-COUNT TO RT-COUNT.
123500     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
123600     MOVE 'RUN-CONTROL DISAGREEMENTS' TO RT-LABEL.
123700     MOVE WS-CONTROL-FLAG-COUNT TO RT-COUNT.
123800     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
123900     MOVE 'TOTAL EXCEPTIONS' TO RT-LABEL.
124000     MOVE WS-EXCEPTION-COUNT TO RT-COUNT.
124100     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
124200     MOVE 'NET-PAY FILE GROSS' TO RT-LABEL.
124300     MOVE WS-FILE-COUNT TO RT-COUNT.
124400     MOVE WS-FILE-GROSS TO RT-AMOUNT.
124500     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
124600     MOVE 'NET-PAY FILE NET' TO RT-LABEL.
124700     MOVE WS-FILE-NET TO RT-AMOUNT.
124800     PERFORM 4300-WRITE-TOTAL THRU 4300-EXIT.
124900
125000     MOVE SPACES TO RP-TEXT.
125100     IF GATE-RELEASED AND GATE-SAME-FILE
125200         STRING 'RUN RELEASED BY ' DELIMITED BY SIZE
125300                WS-GATE-OPERATOR DELIMITED BY SIZE
125400                ' -- CLEAR TO PAY' DELIMITED BY SIZE
125500             INTO RP-TEXT
125600         END-STRING
125700         MOVE ZERO TO RETURN-CODE
125800     ELSE
125900         IF WS-EXCEPTION-COUNT > ZERO
126000             MOVE 'RUN HELD -- RELEASE NEEDED BEFORE PAY-DEPOSIT'
126100                     TO RP-TEXT
126200             MOVE 'H' TO VCT-ACTION
126300             MOVE 8 TO RETURN-CODE
126400         ELSE
126500             MOVE 'NO EXCEPTIONS -- CLEAR TO PAY' TO RP-TEXT
126600             MOVE 'C' TO VCT-ACTION
126700             MOVE ZERO TO RETURN-CODE
126800         END-IF
126900         MOVE WS-EXCEPTION-COUNT TO VCT-EXCEPTION-COUNT
127000         MOVE SPACES TO VCT-OPERATOR
127100         PERFORM 6100-WRITE-GATE-RECORD THRU 6100-EXIT
127200     END-IF.
127300     MOVE SPACES TO VARIANCE-REPORT-LINE.
127400     WRITE VARIANCE-REPORT-LINE.
127500     WRITE VARIANCE-REPORT-LINE FROM WS-RPT-DISPOSITION.
127600     CLOSE VARIANCE-REPORT-FILE.
127700     DISPLAY RP-TEXT.
127800 6000-EXIT.
127900     EXIT.
128000
128100*    6100-WRITE-GATE-RECORD APPENDS ONE CONTROL RECORD FOR THE
128200*    NET-PAY FILE AS IT STANDS.  THE CALLER STAGES THE ACTION,
128300*    EXCEPTION COUNT, AND OPERATOR IN THE RECORD AREA FIRST.
128400 6100-WRITE-GATE-RECORD.
128500     MOVE WS-NP-RUN-ID TO VCT-NP-RUN-ID.
128600     MOVE WS-FILE-COUNT TO VCT-RECORD-COUNT.
128700     MOVE WS-FILE-NET TO VCT-NET-HASH.
128800     MOVE WS-TODAY-CCYYMMDD-NUM TO VCT-DATE.
128900     MOVE WS-RUN-ID-TIME TO VCT-TIME.
129000
129100     OPEN EXTEND VARIANCE-CONTROL-FILE.
129200     IF VCT-FILE-NOTEXIST
129300         OPEN OUTPUT VARIANCE-CONTROL-FILE
129400     END-IF.
129500     WRITE VARIANCE-CONTROL-RECORD.
129600     CLOSE VARIANCE-CONTROL-FILE.
129700 6100-EXIT.
129800     EXIT.
129900
130000*----------------------------------------------------------------
130100* 8000-TERMINATE  --  DISPLAY THE RUN SUMMARY.  THE CONDITION
130200* CODE WAS SET BY 5000 OR 6000.
130300*----------------------------------------------------------------
130400 8000-TERMINATE.
130500     DISPLAY ' '.
130600     DISPLAY '*** PRE-RELEASE VARIANCE GATE COMPLETE ***'.
130700     DISPLAY 'Net-Pay Run ID: ' WS-NP-RUN-ID.
130800     DISPLAY 'Payments On File: ' WS-FILE-COUNT.
130900     IF MODE-CHECK
131000         DISPLAY 'Exceptions: ' WS-EXCEPTION-COUNT
131100         DISPLAY 'Gross Or Net Swings: ' WS-SWING-COUNT
131200         DISPLAY 'First-Time Payees: ' WS-FIRST-TIME-COUNT
131300         DISPLAY 'Master Status Flags: ' WS-STATUS-FLAG-COUNT
131400         DISPLAY 'Shared Bank Accounts: ' WS-SHARED-ACCT-COUNT
131500         DISPLAY 'Run-Control Disagreements: '
131600             WS-CONTROL-FLAG-COUNT
131700     END-IF.
131800     DISPLAY 'Condition Code: ' RETURN-CODE.
131900     DISPLAY 'Run ID: ' WS-RUN-ID.
132000 8000-EXIT.
132100     EXIT.
