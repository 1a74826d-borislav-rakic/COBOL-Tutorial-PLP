000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAY-REMIT.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* PAY-REMIT
000900* REMITS THE DEDUCTIONS PAY-CALC WITHHOLDS TO THE CARRIERS AND
001000* RECORDKEEPERS THEY ARE OWED TO, AND KEEPS THE LIABILITY
001100* LEDGER THAT PROVES EVERY WITHHELD DOLLAR WAS PAID OVER.
001200*
001300* EVERY DEDUCTION LINE PAY-CALC HAS WRITTEN TO THE NET-PAY
001400* DETAIL HISTORY (SEE NPDREC.CPY) IS SUMMED BY DEDUCTION CODE
001500* AND PAY PERIOD -- ONE PAY-CALC RUN -- INTO THE REMITTANCE
001600* LEDGER, LEAVING OUT PAYMENTS PAY-VOID HAS VOIDED.  THE
001700* WITHHELD SIDE OF THE LEDGER IS RECOMPUTED FROM THE HISTORY ON
001800* EVERY RUN, SO A VOID AFTER A PERIOD WAS REMITTED SHOWS UP AS
001900* THAT PERIOD BEING OVER-REMITTED.
002000*
002100* A LEDGER PERIOD IS DUE WHEN NOTHING HAS BEEN REMITTED FOR IT,
002200* SOMETHING WAS WITHHELD, ITS PAY DATE IS ON OR BEFORE THE
002300* CUTOFF, AND ITS CODE NAMES A PAYEE ON THE DEDUCTION MASTER
002400* (SEE DEDMREC.CPY).  EACH DUE PERIOD IS REMITTED WHOLE.  ONE
002500* REMITTANCE FILE IS WRITTEN PER PAYEE WITH ANYTHING DUE,
002600* NAMED remit_<PAYEE>_<RUN-ID>.dat:
002700*
002800*   H  PAYEE, REMIT DATE, RUN-ID, AND CUTOFF DATE
002900*   D  ONE PER EMPLOYEE PER CODE PER PERIOD: CODE, PAY RUN-ID,
003000*      PAY DATE, PERIOD, EMP-ID, NAME, AND AMOUNT WITHHELD
003100*   T  RECORD COUNT, DETAIL COUNT, AMOUNT TOTAL, AND THE NUMBER
003200*      OF CODE PERIODS REMITTED
003300*
003400* THE REMITTANCE REGISTER LISTS THE SAME DETAIL WITH PERIOD,
003500* CODE, AND PAYEE TOTALS.  THE RECONCILIATION REPORT THEN AGES
003600* EVERY LEDGER PERIOD WHERE WITHHELD AND REMITTED STILL
003700* DISAGREE -- NOTHING SENT YET, NO PAYEE OR NO CODE ON THE
003800* MASTER, OR A VOID AFTER THE MONEY WENT -- BY DAYS SINCE THE
003900* PAY DATE, AND CLOSES WITH THE LIABILITY BY CODE.  AN ITEM
004000* OVER 30 DAYS OLD, OR ANY ITEM THAT IS NOT SIMPLY WAITING ITS
004100* TURN, ENDS THE RUN WITH CONDITION CODE 4.
004200*
004300* THE CALLER MAY GIVE A CUTOFF PAY DATE AS CCYYMMDD IN COLUMNS
004400* 1-8 OF THE COMMAND LINE (BLANK MEANS TODAY) AND A SINGLE
004500* PAYEE IN COLUMNS 9-16 (BLANK MEANS EVERY PAYEE).  THE LEDGER
004600* IS REWRITTEN WHOLE AT THE END OF THE RUN; A RUN THAT DIES
004700* AFTER ITS REMITTANCE FILES ARE WRITTEN BUT BEFORE THE LEDGER
004800* IS SAVED MUST HAVE THOSE FILES WITHDRAWN BEFORE IT IS RERUN.
004900*
005000* MODIFICATION HISTORY
005100*    DATE        INIT  DESCRIPTION
005200*    2026-10-15  JR    ORIGINAL VERSION.
005300******************************************************************
005400
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800*    DEDUCT-MASTER-FILE IS THE SAME DEDUCTION MASTER DED-MAINT
005900*    MAINTAINS -- SEE DEDMREC.CPY.  READ ONLY, FOR THE PAYEE.
006000     SELECT DEDUCT-MASTER-FILE
006100         ASSIGN TO 'deduct_master_file.dat'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-DEDM-FILE-STATUS.
006500
006600*    NETPAY-HISTORY-FILE IS EVERY NET-PAY RECORD PAY-CALC HAS
006700*    WRITTEN -- SEE NPREC.CPY.  READ ONLY, FOR EACH RUN'S PAY
006800*    DATE AND PERIOD.
006900     SELECT NETPAY-HISTORY-FILE
007000         ASSIGN TO 'netpay_history_file.dat'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-NPH-FILE-STATUS.
007400
007500*    NETPAY-DETAIL-HIST-FILE IS EVERY ITEMIZED LINE PAY-CALC HAS
007600*    WRITTEN -- SEE NPDREC.CPY.  READ ONLY, FOR THE DEDUCTION
007700*    LINES.
007800     SELECT NETPAY-DETAIL-HIST-FILE
007900         ASSIGN TO 'netpay_detail_history.dat'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-NPD-FILE-STATUS.
008300
008400*    VOID-AUDIT-FILE IS PAY-VOID'S RECORD OF EVERY VOID -- SEE
008500*    VDAREC.CPY.  READ ONLY.  STATUS '35' MEANS NOTHING HAS EVER
008600*    BEEN VOIDED.
008700     SELECT VOID-AUDIT-FILE ASSIGN TO 'void_audit_file.dat'
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL
009000         FILE STATUS IS WS-VDA-FILE-STATUS.
009100
009200*    EMP-FILE IS THE SAME INDEXED MASTER THE REST OF THE SYSTEM
009300*    SHARES -- SEE EMPREC.CPY.  READ BY KEY FOR THE EMPLOYEE
009400*    NAME ON THE REMITTANCE DETAIL.
009500     SELECT EMP-FILE ASSIGN TO 'emp_file.dat'
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS EMP-ID-KEY
009900         ALTERNATE RECORD KEY IS EMP-DEPT-KEY
010000             WITH DUPLICATES
010100         FILE STATUS IS WS-EMP-FILE-STATUS.
010200
010300*    REMIT-LEDGER-FILE IS THE LIABILITY LEDGER -- ONE RECORD PER
010400*    DEDUCTION CODE PER PAY PERIOD.  LOADED TO A TABLE AND
010500*    REWRITTEN WHOLE AT THE END OF THE RUN.  STATUS '35' MEANS
010600*    NOTHING HAS EVER BEEN REMITTED.
010700     SELECT REMIT-LEDGER-FILE ASSIGN TO 'remit_ledger_file.dat'
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         ACCESS MODE IS SEQUENTIAL
011000         FILE STATUS IS WS-LDG-FILE-STATUS.
011100
011200*    REMIT-PAYEE-FILE IS ONE PAYEE'S REMITTANCE FILE.  ITS NAME
011300*    IS BUILT AT RUN TIME FROM THE PAYEE AND THE RUN-ID, THE
011400*    SAME WAY YEAR-END NAMES ITS ARCHIVE FILE.
011500     SELECT REMIT-PAYEE-FILE ASSIGN USING WS-REMIT-FILE-NAME
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         ACCESS MODE IS SEQUENTIAL
011800         FILE STATUS IS WS-RMF-FILE-STATUS.
011900
012000*    REMIT-REGISTER-FILE IS THE PRINTED REMITTANCE REGISTER --
012100*    THE SAME 132-CHARACTER PRINT-LINE WIDTH AS THE REGISTERS.
012200     SELECT REMIT-REGISTER-FILE
012300         ASSIGN TO 'remit_register_report.txt'
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         ACCESS MODE IS SEQUENTIAL.
012600
012700*    REMIT-RECON-FILE IS THE PRINTED RECONCILIATION REPORT.
012800     SELECT REMIT-RECON-FILE ASSIGN TO 'remit_recon_report.txt'
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         ACCESS MODE IS SEQUENTIAL.
013100
013200 DATA DIVISION.
013300 FILE SECTION.
013400*File description for the deduction master -- see DEDMREC.CPY.
013500 FD  DEDUCT-MASTER-FILE
013600     RECORD CONTAINS 50 CHARACTERS
013700     DATA RECORD IS DEDUCT-MASTER-RECORD.
013800     COPY "DEDMREC.CPY".
013900
014000*File description for the net-pay history -- see NPREC.CPY.
014100 FD  NETPAY-HISTORY-FILE
014200     RECORD CONTAINS 100 CHARACTERS
014300     DATA RECORD IS NETPAY-RECORD.
014400     COPY "NPREC.CPY".
014500
014600*File description for the net-pay detail history -- see
014700*NPDREC.CPY.
014800 FD  NETPAY-DETAIL-HIST-FILE
014900     RECORD CONTAINS 60 CHARACTERS
015000     DATA RECORD IS NETPAY-DETAIL-RECORD.
015100     COPY "NPDREC.CPY".
015200
015300*File description for the void audit file -- see VDAREC.CPY.
015400 FD  VOID-AUDIT-FILE
015500     RECORD CONTAINS 150 CHARACTERS
015600     DATA RECORD IS VOID-AUDIT-RECORD.
015700     COPY "VDAREC.CPY".
015800
015900*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
016000*    EMP-FILE SO EVERY PROGRAM BLOCKS THE SAME WAY.
016100 FD  EMP-FILE
016200     BLOCK CONTAINS 10 RECORDS
016300     RECORD CONTAINS 100 CHARACTERS
016400     DATA RECORD IS EMP-RECORD.
016500     COPY "EMPREC.CPY".
016600
016700*File description for the remittance ledger.  LDG-DED-CODE AND
016800*LDG-NP-RUN-ID ARE THE KEY: THE DEDUCTION CODE AND THE PAY-CALC
016900*RUN THAT WITHHELD IT.  LDG-PAY-DATE AND LDG-PERIOD-NO ARE THAT
017000*RUN'S NP-PERIOD-END AND NP-PERIOD-NO.  LDG-WITHHELD IS THE
017100*AMOUNT STILL WITHHELD NET OF VOIDS AS OF THE LAST RUN;
017200*LDG-REMITTED, LDG-REMIT-DATE, AND LDG-REMIT-RUN-ID RECORD THE
017300*REMITTANCE, ZERO AND BLANK UNTIL ONE IS SENT.  LDG-PAYEE IS THE
017400*PAYEE THE PERIOD WAS REMITTED TO, OR THE MASTER'S CURRENT ONE
017500*UNTIL THEN.  AMOUNTS CARRY TWO ASSUMED DECIMAL PLACES.
017600 FD  REMIT-LEDGER-FILE
017700     RECORD CONTAINS 80 CHARACTERS
017800     DATA RECORD IS REMIT-LEDGER-RECORD.
017900 01  REMIT-LEDGER-RECORD.
018000     02  LDG-DED-CODE            PIC X(03).
018100     02  LDG-NP-RUN-ID           PIC X(12).
018200     02  LDG-PAY-DATE            PIC 9(08).
018300     02  LDG-PERIOD-NO           PIC 9(02).
018400     02  LDG-PAYEE               PIC X(08).
018500     02  LDG-WITHHELD            PIC 9(07)V99.
018600     02  LDG-REMITTED            PIC 9(07)V99.
018700     02  LDG-REMIT-DATE          PIC 9(08).
018800     02  LDG-REMIT-RUN-ID        PIC X(12).
018900     02  FILLER                  PIC X(09).
019000
019100*File description for one payee's remittance file.  ALL THREE
019200*RECORD TYPES SHARE THE 80 BYTES; THE FIRST CHARACTER SAYS WHICH
019300*LAYOUT APPLIES.
019400 FD  REMIT-PAYEE-FILE
019500     RECORD CONTAINS 80 CHARACTERS
019600     DATA RECORD IS REMIT-PAYEE-RECORD.
019700 01  REMIT-PAYEE-RECORD          PIC X(80).
019800
019900*File description for the printed remittance register.
020000 FD  REMIT-REGISTER-FILE
020100     RECORD CONTAINS 132 CHARACTERS
020200     DATA RECORD IS REMIT-REGISTER-LINE.
020300 01  REMIT-REGISTER-LINE         PIC X(132).
020400
020500*File description for the printed reconciliation report.
020600 FD  REMIT-RECON-FILE
020700     RECORD CONTAINS 132 CHARACTERS
020800     DATA RECORD IS REMIT-RECON-LINE.
020900 01  REMIT-RECON-LINE            PIC X(132).
021000
021100 WORKING-STORAGE SECTION.
021200 77  WS-DEDM-EOF-SWITCH      PIC X(01) VALUE 'N'.
021300     88  DEDM-EOF-REACHED            VALUE 'Y'.
021400 77  WS-NPH-EOF-SWITCH       PIC X(01) VALUE 'N'.
021500     88  NPH-EOF-REACHED             VALUE 'Y'.
021600 77  WS-NPD-EOF-SWITCH       PIC X(01) VALUE 'N'.
021700     88  NPD-EOF-REACHED             VALUE 'Y'.
021800 77  WS-VDA-EOF-SWITCH       PIC X(01) VALUE 'N'.
021900     88  VDA-EOF-REACHED             VALUE 'Y'.
022000 77  WS-LDG-EOF-SWITCH       PIC X(01) VALUE 'N'.
022100     88  LDG-EOF-REACHED             VALUE 'Y'.
022200
022300 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
022400     88  EMP-FILE-STATUS-OK          VALUE '00'.
022500 77  WS-RMF-FILE-STATUS      PIC X(02) VALUE '00'.
022600     88  RMF-FILE-STATUS-OK          VALUE '00'.
022700
022800*    STATUS '35' ON OPEN INPUT MEANS THE FILE DOES NOT EXIST --
022900*    NO DEDUCTION MASTER, NOTHING PAID, NOTHING VOIDED, OR
023000*    NOTHING EVER REMITTED.
023100 77  WS-DEDM-FILE-STATUS     PIC X(02) VALUE '00'.
023200     88  DEDM-FILE-STATUS-OK         VALUE '00'.
023300     88  DEDM-FILE-NOTEXIST          VALUE '35'.
023400 77  WS-NPH-FILE-STATUS      PIC X(02) VALUE '00'.
023500     88  NPH-FILE-STATUS-OK          VALUE '00'.
023600     88  NPH-FILE-NOTEXIST           VALUE '35'.
023700 77  WS-NPD-FILE-STATUS      PIC X(02) VALUE '00'.
023800     88  NPD-FILE-STATUS-OK          VALUE '00'.
023900     88  NPD-FILE-NOTEXIST           VALUE '35'.
024000 77  WS-VDA-FILE-STATUS      PIC X(02) VALUE '00'.
024100     88  VDA-FILE-STATUS-OK          VALUE '00'.
024200     88  VDA-FILE-NOTEXIST           VALUE '35'.
024300 77  WS-LDG-FILE-STATUS      PIC X(02) VALUE '00'.
024400     88  LDG-FILE-STATUS-OK          VALUE '00'.
024500     88  LDG-FILE-NOTEXIST           VALUE '35'.
024600
024700*    THE CALLER MAY SUPPLY A CUTOFF PAY DATE IN COLUMNS 1-8 OF
024800*    THE COMMAND LINE AND ONE PAYEE TO REMIT IN COLUMNS 9-16.
024900 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
025000 77  WS-CUTOFF-ARG           PIC X(08) VALUE SPACES.
025100 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
025200 77  WS-PAYEE-FILTER         PIC X(08) VALUE SPACES.
025300
025400*    WS-DEDM-TABLE HOLDS THE DEDUCTION MASTER.  20 CODES MATCHES
025500*    DED-MAINT'S AND PAY-CALC'S TABLES.
025600 01  WS-DEDM-TABLE.
025700     02  WS-DEDM-ENTRY OCCURS 20 TIMES
025800             INDEXED BY WS-DEDM-IDX.
025900         03  WS-DEDM-CODE            PIC X(03) VALUE SPACES.
026000         03  WS-DEDM-DESC            PIC X(20) VALUE SPACES.
026100         03  WS-DEDM-PAYEE           PIC X(08) VALUE SPACES.
026200 77  WS-DEDM-TABLE-USED      PIC 9(03) VALUE ZERO.
026300 77  WS-DEDM-SUB             PIC 9(03) VALUE ZERO.
026400
026500 77  WS-DEDM-SLOT-SWITCH     PIC X(01) VALUE 'N'.
026600     88  DEDM-SLOT-FOUND             VALUE 'Y'.
026700     88  DEDM-SLOT-NOT-FOUND         VALUE 'N'.
026800
026900*    WS-RUN-TABLE HOLDS ONE ENTRY PER PAY-CALC RUN ON THE NET-PAY
027000*    HISTORY -- ITS PAY DATE AND PERIOD.  AN OVERFLOW REFUSES THE
027100*    RUN RATHER THAN AGE A PERIOD FROM THE WRONG DATE.
027200 01  WS-RUN-TABLE.
027300     02  WS-RUN-ENTRY OCCURS 2000 TIMES
027400             INDEXED BY WS-RUN-IDX.
027500         03  WS-RUN-NP-RUN-ID        PIC X(12) VALUE SPACES.
027600         03  WS-RUN-PAY-DATE         PIC 9(08) VALUE ZERO.
027700         03  WS-RUN-PERIOD-NO        PIC 9(02) VALUE ZERO.
027800 77  WS-RUN-TABLE-USED       PIC 9(04) VALUE ZERO.
027900
028000 77  WS-RUN-SLOT-SWITCH      PIC X(01) VALUE 'N'.
028100     88  RUN-SLOT-FOUND              VALUE 'Y'.
028200     88  RUN-SLOT-NOT-FOUND          VALUE 'N'.
028300
028400*    WS-VOID-TABLE HOLDS THE PAYMENTS PAY-VOID HAS VOIDED, BY
028500*    NET-PAY RUN-ID, EMP-ID, AND EARN CODE.
028600 01  WS-VOID-TABLE.
028700     02  WS-VOID-ENTRY OCCURS 2000 TIMES
028800             INDEXED BY WS-VOID-IDX.
028900         03  WS-VOID-NP-RUN-ID       PIC X(12) VALUE SPACES.
029000         03  WS-VOID-EMP-ID          PIC 9(06) VALUE ZERO.
029100         03  WS-VOID-EARN-CODE       PIC X(03) VALUE SPACES.
029200 77  WS-VOID-TABLE-USED      PIC 9(04) VALUE ZERO.
029300
029400 77  WS-VOID-SLOT-SWITCH     PIC X(01) VALUE 'N'.
029500     88  VOID-SLOT-FOUND             VALUE 'Y'.
029600     88  VOID-SLOT-NOT-FOUND         VALUE 'N'.
029700
029800*    WS-LDG-TABLE HOLDS THE REMITTANCE LEDGER.  THE LEDGER IS
029900*    REWRITTEN FROM THE TABLE, SO ONE THAT OVERFLOWS REFUSES THE
030000*    RUN WHOLE RATHER THAN LOSE THE PERIODS PAST THE TABLE.
030100*    WS-LDG-DUE-SWITCH MARKS A PERIOD THIS RUN REMITS;
030200*    WS-LDG-RUN-SWITCH IS 'N' WHEN ITS RUN IS NOT ON THE NET-PAY
030300*    HISTORY.
030400 01  WS-LDG-TABLE.
030500     02  WS-LDG-ENTRY OCCURS 3000 TIMES
030600             INDEXED BY WS-LDG-IDX.
030700         03  WS-LDG-DED-CODE         PIC X(03) VALUE SPACES.
030800         03  WS-LDG-NP-RUN-ID        PIC X(12) VALUE SPACES.
030900         03  WS-LDG-PAY-DATE         PIC 9(08) VALUE ZERO.
031000         03  WS-LDG-PERIOD-NO        PIC 9(02) VALUE ZERO.
031100         03  WS-LDG-PAYEE            PIC X(08) VALUE SPACES.
031200         03  WS-LDG-WITHHELD         PIC 9(07)V99 VALUE ZERO.
031300         03  WS-LDG-REMITTED         PIC 9(07)V99 VALUE ZERO.
031400         03  WS-LDG-REMIT-DATE       PIC 9(08) VALUE ZERO.
031500         03  WS-LDG-REMIT-RUN-ID     PIC X(12) VALUE SPACES.
031600         03  WS-LDG-DUE-SWITCH       PIC X(01) VALUE 'N'.
031700             88  LDG-DUE                     VALUE 'Y'.
031800         03  WS-LDG-RUN-SWITCH       PIC X(01) VALUE 'Y'.
031900             88  LDG-RUN-ON-HISTORY          VALUE 'Y'.
032000 77  WS-LDG-TABLE-USED       PIC 9(04) VALUE ZERO.
032100 77  WS-LDG-SUB              PIC 9(04) VALUE ZERO.
032200 77  WS-LDG-SLOT-NO          PIC 9(04) VALUE ZERO.
032300
032400 77  WS-LDG-SLOT-SWITCH      PIC X(01) VALUE 'N'.
032500     88  LDG-SLOT-FOUND              VALUE 'Y'.
032600     88  LDG-SLOT-NOT-FOUND          VALUE 'N'.
032700
032800*    WS-EMPL-TABLE HOLDS THE EMPLOYEE DEDUCTION LINES OF THE DUE
032900*    PERIODS, WITH THE PERIOD'S LEDGER SLOT AS OWNER.  A
033000*    REMITTANCE CANNOT GO OUT SHORT, SO AN OVERFLOW REFUSES THE
033100*    RUN.
033200 01  WS-EMPL-TABLE.
033300     02  WS-EMPL-ENTRY OCCURS 5000 TIMES
033400             INDEXED BY WS-EMPL-IDX.
033500         03  WS-EMPL-LDG-SLOT        PIC 9(04) VALUE ZERO.
033600         03  WS-EMPL-EMP-ID          PIC 9(06) VALUE ZERO.
033700         03  WS-EMPL-AMOUNT          PIC 9(05)V99 VALUE ZERO.
033800 77  WS-EMPL-TABLE-USED      PIC 9(04) VALUE ZERO.
033900 77  WS-EMPL-SUB             PIC 9(04) VALUE ZERO.
034000
034100*    WS-PAYEE-TABLE HOLDS EACH PAYEE WITH A PERIOD DUE -- ONE
034200*    REMITTANCE FILE APIECE.  NO MORE PAYEES THAN MASTER CODES.
034300 01  WS-PAYEE-TABLE.
034400     02  WS-PAYEE-ENTRY OCCURS 20 TIMES
034500             INDEXED BY WS-PAYEE-IDX.
034600         03  WS-PAYEE-ID             PIC X(08) VALUE SPACES.
034700 77  WS-PAYEE-TABLE-USED     PIC 9(03) VALUE ZERO.
034800 77  WS-PAYEE-SUB            PIC 9(03) VALUE ZERO.
034900
035000 77  WS-PAYEE-SLOT-SWITCH    PIC X(01) VALUE 'N'.
035100     88  PAYEE-SLOT-FOUND            VALUE 'Y'.
035200     88  PAYEE-SLOT-NOT-FOUND        VALUE 'N'.
035300
035400*    WS-CODE-TABLE GATHERS THE LIABILITY BY CODE FOR THE
035500*    RECONCILIATION REPORT -- EVERY CODE ON THE LEDGER, ON THE
035600*    MASTER OR NOT.
035700 01  WS-CODE-TABLE.
035800     02  WS-CODE-ENTRY OCCURS 50 TIMES
035900             INDEXED BY WS-CODE-IDX.
036000         03  WS-CODE-DED-CODE        PIC X(03) VALUE SPACES.
036100         03  WS-CODE-WITHHELD        PIC 9(09)V99 VALUE ZERO.
036200         03  WS-CODE-REMITTED        PIC 9(09)V99 VALUE ZERO.
036300         03  WS-CODE-OPEN-COUNT      PIC 9(05) VALUE ZERO.
036400 77  WS-CODE-TABLE-USED      PIC 9(03) VALUE ZERO.
036500 77  WS-CODE-SUB             PIC 9(03) VALUE ZERO.
036600
036700 77  WS-CODE-SLOT-SWITCH     PIC X(01) VALUE 'N'.
036800     88  CODE-SLOT-FOUND             VALUE 'Y'.
036900     88  CODE-SLOT-NOT-FOUND         VALUE 'N'.
037000
037100*    THE KEYS THE TABLE SEARCHES LOOK FOR.
037200 77  WS-WANT-RUN-ID          PIC X(12) VALUE SPACES.
037300 77  WS-WANT-EMP-ID          PIC 9(06) VALUE ZERO.
037400 77  WS-WANT-EARN-CODE       PIC X(03) VALUE SPACES.
037500 77  WS-WANT-DED-CODE        PIC X(03) VALUE SPACES.
037600 77  WS-WANT-PAYEE           PIC X(08) VALUE SPACES.
037700
037800*    THE PAYEE, CODE, AND PERIOD BEING REMITTED, AND THE
037900*    EMPLOYEE NAME ON THE CURRENT DETAIL LINE.
038000 77  WS-CUR-PAYEE            PIC X(08) VALUE SPACES.
038100 77  WS-CUR-DED-CODE         PIC X(03) VALUE SPACES.
038200 77  WS-EMP-NAME             PIC X(20) VALUE SPACES.
038300
038400*    RUNNING TOTALS FOR ONE REMITTANCE FILE AND FOR ONE CODE.
038500 77  WS-RMF-RECORD-COUNT     PIC 9(05) VALUE ZERO.
038600 77  WS-RMF-DETAIL-COUNT     PIC 9(05) VALUE ZERO.
038700 77  WS-RMF-PERIOD-COUNT     PIC 9(05) VALUE ZERO.
038800 77  WS-RMF-TOTAL            PIC 9(09)V99 VALUE ZERO.
038900 77  WS-CODE-TOTAL           PIC 9(09)V99 VALUE ZERO.
039000 77  WS-PERIOD-TOTAL         PIC 9(07)V99 VALUE ZERO.
039100
039200*    RECONCILIATION WORK FIELDS.  THE BALANCE IS WITHHELD LESS
039300*    REMITTED AND GOES NEGATIVE WHEN A PERIOD IS OVER-REMITTED.
039400 77  WS-BALANCE              PIC S9(09)V99 VALUE ZERO.
039500 77  WS-DAYS-OUT             PIC 9(05) VALUE ZERO.
039600 77  WS-TODAY-ORDINAL        PIC 9(07) VALUE ZERO.
039700 77  WS-PAY-ORDINAL          PIC 9(07) VALUE ZERO.
039800 77  WS-RECON-REASON         PIC X(32) VALUE SPACES.
039900 77  WS-RECON-SWITCH         PIC X(01) VALUE 'N'.
040000     88  RECON-ITEM-WAITING          VALUE 'W'.
040100     88  RECON-ITEM-EXCEPTION        VALUE 'X'.
040200
040300*    AGING BUCKETS -- 0-30, 31-60, 61-90, AND OVER 90 DAYS
040400*    SINCE THE PAY DATE.
040500 01  WS-AGE-TABLE.
040600     02  WS-AGE-ENTRY OCCURS 4 TIMES
040700             INDEXED BY WS-AGE-IDX.
040800         03  WS-AGE-COUNT            PIC 9(05) VALUE ZERO.
040900         03  WS-AGE-BALANCE          PIC S9(09)V99 VALUE ZERO.
041000 01  WS-AGE-LABEL-VALUES.
041100     02  FILLER                  PIC X(10) VALUE '0-30 DAYS'.
041200     02  FILLER                  PIC X(10) VALUE '31-60 DAYS'.
041300     02  FILLER                  PIC X(10) VALUE '61-90 DAYS'.
041400     02  FILLER                  PIC X(10) VALUE 'OVER 90'.
041500 01  WS-AGE-LABELS REDEFINES WS-AGE-LABEL-VALUES.
041600     02  WS-AGE-LABEL            PIC X(10) OCCURS 4 TIMES.
041700 77  WS-AGE-SUB              PIC 9(01) VALUE ZERO.
041800
041900*    WS-REMIT-CODE IS HANDED BACK AS THE CONDITION CODE: 4 WHEN
042000*    THE RECONCILIATION FINDS AN ITEM OVER 30 DAYS OLD OR ONE
042100*    THAT IS NOT SIMPLY WAITING TO BE REMITTED.
042200 77  WS-REMIT-CODE           PIC 9(02) VALUE ZERO.
042300
042400 77  WS-DETAIL-READ-COUNT    PIC 9(07) VALUE ZERO.
042500 77  WS-VOIDED-LINE-COUNT    PIC 9(07) VALUE ZERO.
042600 77  WS-FILES-WRITTEN        PIC 9(03) VALUE ZERO.
042700 77  WS-PERIODS-REMITTED     PIC 9(05) VALUE ZERO.
042800 77  WS-REMITTED-TOTAL       PIC 9(09)V99 VALUE ZERO.
042900 77  WS-RECON-COUNT          PIC 9(05) VALUE ZERO.
043000 77  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
043100
043200 77  WS-REMIT-FILE-NAME      PIC X(40) VALUE SPACES.
043300
043400 77  WS-REG-LINE-COUNT       PIC 9(03) VALUE ZERO.
043500 77  WS-REG-PAGE-COUNT       PIC 9(03) VALUE ZERO.
043600 77  WS-REC-LINE-COUNT       PIC 9(03) VALUE ZERO.
043700 77  WS-REC-PAGE-COUNT       PIC 9(03) VALUE ZERO.
043800 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
043900
044000 01  WS-RUN-DATE.
044100     02  WS-RUN-DATE-YY          PIC 99.
044200     02  WS-RUN-DATE-MM          PIC 99.
044300     02  WS-RUN-DATE-DD          PIC 99.
044400
044500*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
044600*    THE NIGHTLY STAMPS ON ITS RUN-CONTROL AND AUDIT RECORDS.
044700 01  WS-RUN-TIME.
044800     02  WS-RUN-TIME-HH          PIC 99.
044900     02  WS-RUN-TIME-MM          PIC 99.
045000     02  WS-RUN-TIME-SS          PIC 99.
045100     02  WS-RUN-TIME-HS          PIC 99.
045200
045300 01  WS-RUN-ID.
045400     02  WS-RUN-ID-DATE          PIC 9(06).
045500     02  WS-RUN-ID-TIME          PIC 9(06).
045600
045700 01  WS-TODAY-CCYYMMDD.
045800     02  FILLER                  PIC 99 VALUE 20.
045900     02  WS-TODAY-YYMMDD         PIC 9(06).
046000 01  WS-TODAY-NUM REDEFINES WS-TODAY-CCYYMMDD
046100                                 PIC 9(08).
046200
046300*    THE THREE REMITTANCE RECORD SHAPES.  AMOUNTS CARRY TWO
046400*    ASSUMED DECIMAL PLACES, THE SAME WAY THE NET-PAY FILE DOES.
046500 01  WS-RMF-HEADER.
046600     02  FILLER                  PIC X(01) VALUE 'H'.
046700     02  RMH-PAYEE               PIC X(08).
046800     02  RMH-REMIT-DATE          PIC 9(08).
046900     02  RMH-RUN-ID              PIC X(12).
047000     02  RMH-CUTOFF-DATE         PIC 9(08).
047100     02  FILLER                  PIC X(43) VALUE SPACES.
047200
047300 01  WS-RMF-DETAIL.
047400     02  FILLER                  PIC X(01) VALUE 'D'.
047500     02  RMD-DED-CODE            PIC X(03).
047600     02  RMD-NP-RUN-ID           PIC X(12).
047700     02  RMD-PAY-DATE            PIC 9(08).
047800     02  RMD-PERIOD-NO           PIC 9(02).
047900     02  RMD-EMP-ID              PIC 9(06).
048000     02  RMD-EMP-NAME            PIC X(20).
048100     02  RMD-AMOUNT              PIC 9(05)V99.
048200     02  FILLER                  PIC X(21) VALUE SPACES.
048300
048400 01  WS-RMF-TRAILER.
048500     02  FILLER                  PIC X(01) VALUE 'T'.
048600     02  RMT-RECORD-COUNT        PIC 9(05).
048700     02  RMT-DETAIL-COUNT        PIC 9(05).
048800     02  RMT-TOTAL               PIC 9(09)V99.
048900     02  RMT-PERIOD-COUNT        PIC 9(05).
049000     02  FILLER                  PIC X(53) VALUE SPACES.
049100
049200*    REPORT PRINT LINES.  BOTH REPORTS SHARE THE FIRST HEADING
049300*    LINE WITH THEIR OWN TITLE.
049400 01  WS-RPT-HEADING-1.
049500     02  WS-RPT-H1-TITLE         PIC X(30).
049600     02  FILLER                  PIC X(10) VALUE SPACES.
049700     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
049800     02  WS-RPT-H1-DATE.
049900         03  WS-RPT-H1-DATE-MM       PIC 99.
050000         03  FILLER                  PIC X VALUE '/'.
050100         03  WS-RPT-H1-DATE-DD       PIC 99.
050200         03  FILLER                  PIC X VALUE '/'.
050300         03  WS-RPT-H1-DATE-YY       PIC 99.
050400     02  FILLER                  PIC X(10) VALUE SPACES.
050500     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
050600     02  WS-RPT-H1-PAGE          PIC ZZZ9.
050700     02  FILLER                  PIC X(54) VALUE SPACES.
050800
050900 01  WS-REG-HEADING-2.
051000     02  FILLER                  PIC X(10) VALUE 'PAYEE'.
051100     02  FILLER                  PIC X(06) VALUE 'CODE'.
051200     02  FILLER                  PIC X(14) VALUE 'PAY RUN-ID'.
051300     02  FILLER                  PIC X(12) VALUE 'PAY DATE'.
051400     02  FILLER                  PIC X(05) VALUE 'PER'.
051500     02  FILLER                  PIC X(08) VALUE 'EMP-ID'.
051600     02  FILLER                  PIC X(22) VALUE 'EMPLOYEE NAME'.
051700     02  FILLER                  PIC X(13) VALUE '       AMOUNT'.
051800     02  FILLER                  PIC X(42) VALUE SPACES.
051900
052000 01  WS-REG-DETAIL.
052100     02  RG-PAYEE                PIC X(08).
052200     02  FILLER                  PIC X(02) VALUE SPACES.
052300     02  RG-DED-CODE             PIC X(03).
052400     02  FILLER                  PIC X(03) VALUE SPACES.
052500     02  RG-NP-RUN-ID            PIC X(12).
052600     02  FILLER                  PIC X(02) VALUE SPACES.
052700     02  RG-PAY-DATE             PIC 9999/99/99.
052800     02  FILLER                  PIC X(02) VALUE SPACES.
052900     02  RG-PERIOD-NO            PIC 99.
053000     02  FILLER                  PIC X(03) VALUE SPACES.
053100     02  RG-EMP-ID               PIC 9(06).
053200     02  FILLER                  PIC X(02) VALUE SPACES.
053300     02  RG-EMP-NAME             PIC X(20).
053400     02  FILLER                  PIC X(02) VALUE SPACES.
053500     02  RG-AMOUNT               PIC Z,ZZZ,ZZ9.99.
053600     02  FILLER                  PIC X(43) VALUE SPACES.
053700
053800 01  WS-REG-TOTAL-LINE.
053900     02  FILLER                  PIC X(10) VALUE SPACES.
054000     02  RG-T-LABEL              PIC X(62).
054100     02  RG-T-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
054200     02  FILLER                  PIC X(46) VALUE SPACES.
054300
054400 01  WS-REG-TEXT-LINE.
054500     02  FILLER                  PIC X(05) VALUE SPACES.
054600     02  RG-TEXT                 PIC X(80).
054700     02  FILLER                  PIC X(47) VALUE SPACES.
054800
054900 01  WS-REC-HEADING-2.
055000     02  FILLER                  PIC X(05) VALUE 'CODE'.
055100     02  FILLER                  PIC X(10) VALUE 'PAYEE'.
055200     02  FILLER                  PIC X(14) VALUE 'PAY RUN-ID'.
055300     02  FILLER                  PIC X(12) VALUE 'PAY DATE'.
055400     02  FILLER                  PIC X(13) VALUE '     WITHHELD'.
055500     02  FILLER                  PIC X(13) VALUE '     REMITTED'.
055600     02  FILLER                  PIC X(14) VALUE '      BALANCE'.
055700     02  FILLER                  PIC X(07) VALUE '   DAYS'.
055800     02  FILLER                  PIC X(12) VALUE '  AGE'.
055900     02  FILLER                  PIC X(32) VALUE 'REASON'.
056000
056100 01  WS-REC-DETAIL.
056200     02  RC-DED-CODE             PIC X(03).
056300     02  FILLER                  PIC X(02) VALUE SPACES.
056400     02  RC-PAYEE                PIC X(08).
056500     02  FILLER                  PIC X(02) VALUE SPACES.
056600     02  RC-NP-RUN-ID            PIC X(12).
056700     02  FILLER                  PIC X(02) VALUE SPACES.
056800     02  RC-PAY-DATE             PIC 9999/99/99.
056900     02  FILLER                  PIC X(02) VALUE SPACES.
057000     02  RC-WITHHELD             PIC Z,ZZZ,ZZ9.99.
057100     02  FILLER                  PIC X(01) VALUE SPACES.
057200     02  RC-REMITTED             PIC Z,ZZZ,ZZ9.99.
057300     02  FILLER                  PIC X(01) VALUE SPACES.
057400     02  RC-BALANCE              PIC -Z,ZZZ,ZZ9.99.
057500     02  FILLER                  PIC X(01) VALUE SPACES.
057600     02  RC-DAYS                 PIC ZZZZ9.
057700     02  FILLER                  PIC X(02) VALUE SPACES.
057800     02  RC-AGE                  PIC X(10).
057900     02  FILLER                  PIC X(02) VALUE SPACES.
058000     02  RC-REASON               PIC X(32).
058100
058200 01  WS-REC-AGE-LINE.
058300     02  FILLER                  PIC X(05) VALUE SPACES.
058400     02  RA-LABEL                PIC X(30).
058500     02  RA-COUNT                PIC ZZ,ZZ9.
058600     02  FILLER                  PIC X(04) VALUE SPACES.
058700     02  RA-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
058800     02  FILLER                  PIC X(72) VALUE SPACES.
058900
059000 01  WS-REC-CODE-HEADING.
059100     02  FILLER                  PIC X(05) VALUE 'CODE'.
059200     02  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
059300     02  FILLER                  PIC X(10) VALUE 'PAYEE'.
059400     02  FILLER                  PIC X(16)
059500                             VALUE '        WITHHELD'.
059600     02  FILLER                  PIC X(16)
059700                             VALUE '        REMITTED'.
059800     02  FILLER                  PIC X(17)
059900                             VALUE '         BALANCE'.
060000     02  FILLER                  PIC X(14) VALUE '  OPEN PERIODS'.
060100     02  FILLER                  PIC X(32) VALUE SPACES.
060200
060300 01  WS-REC-CODE-LINE.
060400     02  RL-DED-CODE             PIC X(03).
060500     02  FILLER                  PIC X(02) VALUE SPACES.
060600     02  RL-DESC                 PIC X(20).
060700     02  FILLER                  PIC X(02) VALUE SPACES.
060800     02  RL-PAYEE                PIC X(08).
060900     02  FILLER                  PIC X(02) VALUE SPACES.
061000     02  RL-WITHHELD             PIC ZZZ,ZZZ,ZZ9.99.
061100     02  FILLER                  PIC X(02) VALUE SPACES.
061200     02  RL-REMITTED             PIC ZZZ,ZZZ,ZZ9.99.
061300     02  FILLER                  PIC X(02) VALUE SPACES.
061400     02  RL-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
061500     02  FILLER                  PIC X(09) VALUE SPACES.
061600     02  RL-OPEN-COUNT           PIC ZZ,ZZ9.
061700     02  FILLER                  PIC X(33) VALUE SPACES.
061800
061900 PROCEDURE DIVISION.
062000 0000-MAINLINE.
062100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
062200     PERFORM 2000-ACCUMULATE-WITHHELD THRU 2000-EXIT.
062300     PERFORM 2500-MARK-DUE-PERIODS THRU 2500-EXIT.
062400     PERFORM 2700-LOAD-REMIT-DETAIL THRU 2700-EXIT.
062500     PERFORM 2900-OPEN-OUTPUTS THRU 2900-EXIT.
062600
062700     MOVE 1 TO WS-PAYEE-SUB.
062800     PERFORM 3000-REMIT-ONE-PAYEE THRU 3000-EXIT
062900         UNTIL WS-PAYEE-SUB > WS-PAYEE-TABLE-USED.
063000
063100     PERFORM 6000-RECONCILE-LEDGER THRU 6000-EXIT.
063200     PERFORM 7000-SAVE-LEDGER THRU 7000-EXIT.
063300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
063400     STOP RUN.
063500
063600*----------------------------------------------------------------
063700* 1000-INITIALIZE  --  BUILD THE RUN-ID, TAKE THE CUTOFF AND
063800* PAYEE FROM THE COMMAND LINE, AND LOAD THE DEDUCTION MASTER, THE
063900* PAY RUNS, THE VOIDS, AND THE LEDGER.  EVERY CHECK THAT CAN
064000* REFUSE THE RUN RUNS BEFORE ANY OUTPUT IS OPENED.
064100*----------------------------------------------------------------
064200 1000-INITIALIZE.
064300     DISPLAY '*** STARTING DEDUCTION REMITTANCE RUN ***'.
064400     ACCEPT WS-RUN-DATE FROM DATE.
064500     ACCEPT WS-RUN-TIME FROM TIME.
064600     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
064700     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
064800            WS-RUN-TIME-MM DELIMITED BY SIZE
064900            WS-RUN-TIME-SS DELIMITED BY SIZE
065000         INTO WS-RUN-ID-TIME
065100     END-STRING.
065200     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
065300     COMPUTE WS-TODAY-ORDINAL =
065400         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
065500
065600     PERFORM 1050-PARSE-COMMAND-LINE THRU 1050-EXIT.
065700     PERFORM 1100-LOAD-DEDUCT-MASTER THRU 1100-EXIT.
065800     PERFORM 1200-LOAD-PAY-RUNS THRU 1200-EXIT.
065900     PERFORM 1300-LOAD-VOID-AUDIT THRU 1300-EXIT.
066000     PERFORM 1400-LOAD-LEDGER THRU 1400-EXIT.
066100 1000-EXIT.
066200     EXIT.
066300
066400*    1050-PARSE-COMMAND-LINE PICKS UP THE OPTIONAL CUTOFF PAY
066500*    DATE AND PAYEE.  NO CUTOFF MEANS EVERYTHING PAID THROUGH
066600*    TODAY.
066700 1050-PARSE-COMMAND-LINE.
066800     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
066900     MOVE WS-COMMAND-LINE (1:8) TO WS-CUTOFF-ARG.
067000     MOVE WS-COMMAND-LINE (9:8) TO WS-PAYEE-FILTER.
067100
067200     IF WS-CUTOFF-ARG EQUAL TO SPACES
067300         MOVE WS-TODAY-NUM TO WS-CUTOFF-DATE
067400         GO TO 1050-EXIT
067500     END-IF.
067600     IF WS-CUTOFF-ARG NOT NUMERIC
067700             OR WS-CUTOFF-ARG EQUAL TO ZERO
067800         DISPLAY 'USAGE: SUPPLY THE CUTOFF PAY DATE AS CCYYMMDD '
067900             'AND AN OPTIONAL PAYEE, E.G. 20261015ACMELIFE'
068000         MOVE 8 TO RETURN-CODE
068100         STOP RUN
068200     END-IF.
068300     MOVE WS-CUTOFF-ARG TO WS-CUTOFF-DATE.
068400 1050-EXIT.
068500     EXIT.
068600
068700*    1100-LOAD-DEDUCT-MASTER READS THE DEDUCTION MASTER INTO
068800*    WS-DEDM-TABLE.  WITH NO MASTER NOTHING HAS A PAYEE, SO
068900*    NOTHING CAN BE REMITTED -- THE RUN IS REFUSED.
069000 1100-LOAD-DEDUCT-MASTER.
069100     OPEN INPUT DEDUCT-MASTER-FILE.
069200     IF NOT DEDM-FILE-STATUS-OK
069300         DISPLAY 'DEDUCTION MASTER OPEN FAILED, STATUS: '
069400             WS-DEDM-FILE-STATUS
069500         MOVE 8 TO RETURN-CODE
069600         STOP RUN
069700     END-IF.
069800
069900     PERFORM 1110-LOAD-MASTER-RECORD THRU 1110-EXIT
070000         UNTIL DEDM-EOF-REACHED.
070100     CLOSE DEDUCT-MASTER-FILE.
070200 1100-EXIT.
070300     EXIT.
070400
070500 1110-LOAD-MASTER-RECORD.
070600     READ DEDUCT-MASTER-FILE
070700         AT END
070800             SET DEDM-EOF-REACHED TO TRUE
070900     END-READ.
071000     IF DEDM-EOF-REACHED
071100         GO TO 1110-EXIT
071200     END-IF.
071300
071400     IF WS-DEDM-TABLE-USED NOT LESS THAN 20
071500         DISPLAY 'DEDUCTION MASTER EXCEEDS THE TABLE, RUN '
071600             'REFUSED -- NOTHING REMITTED'
071700         MOVE 8 TO RETURN-CODE
071800         STOP RUN
071900     END-IF.
072000     ADD 1 TO WS-DEDM-TABLE-USED.
072100     SET WS-DEDM-IDX TO WS-DEDM-TABLE-USED.
072200     MOVE DEDM-CODE TO WS-DEDM-CODE (WS-DEDM-IDX).
072300     MOVE DEDM-DESC TO WS-DEDM-DESC (WS-DEDM-IDX).
072400     MOVE DEDM-PAYEE TO WS-DEDM-PAYEE (WS-DEDM-IDX).
072500 1110-EXIT.
072600     EXIT.
072700
072800*    1200-LOAD-PAY-RUNS READS THE NET-PAY HISTORY AND KEEPS ONE
072900*    ENTRY PER PAY-CALC RUN WITH ITS PAY DATE AND PERIOD.
073000 1200-LOAD-PAY-RUNS.
073100     OPEN INPUT NETPAY-HISTORY-FILE.
073200     IF NPH-FILE-NOTEXIST
073300         GO TO 1200-EXIT
073400     END-IF.
073500     IF NOT NPH-FILE-STATUS-OK
073600         DISPLAY 'NET-PAY HISTORY OPEN FAILED, STATUS: '
073700             WS-NPH-FILE-STATUS
073800         MOVE 8 TO RETURN-CODE
073900         STOP RUN
074000     END-IF.
074100
074200     PERFORM 1210-LOAD-PAY-RUN THRU 1210-EXIT
074300         UNTIL NPH-EOF-REACHED.
074400     CLOSE NETPAY-HISTORY-FILE.
074500 1200-EXIT.
074600     EXIT.
074700
074800 1210-LOAD-PAY-RUN.
074900     READ NETPAY-HISTORY-FILE
075000         AT END
075100             SET NPH-EOF-REACHED TO TRUE
075200     END-READ.
075300     IF NPH-EOF-REACHED
075400         GO TO 1210-EXIT
075500     END-IF.
075600
075700     MOVE NP-RUN-ID TO WS-WANT-RUN-ID.
075800     PERFORM 1220-FIND-RUN-SLOT THRU 1220-EXIT.
075900     IF RUN-SLOT-FOUND
076000         GO TO 1210-EXIT
076100     END-IF.
076200
076300     IF WS-RUN-TABLE-USED NOT LESS THAN 2000
076400         DISPLAY 'NET-PAY HISTORY RUNS EXCEED THE TABLE, RUN '
076500             'REFUSED -- NOTHING REMITTED'
076600         MOVE 8 TO RETURN-CODE
076700         STOP RUN
076800     END-IF.
076900     ADD 1 TO WS-RUN-TABLE-USED.
077000     SET WS-RUN-IDX TO WS-RUN-TABLE-USED.
077100     MOVE NP-RUN-ID TO WS-RUN-NP-RUN-ID (WS-RUN-IDX).
077200     MOVE NP-PERIOD-END TO WS-RUN-PAY-DATE (WS-RUN-IDX).
077300     MOVE NP-PERIOD-NO TO WS-RUN-PERIOD-NO (WS-RUN-IDX).
077400 1210-EXIT.
077500     EXIT.
077600
077700*    1220-FIND-RUN-SLOT SETS WS-RUN-IDX TO THE WANTED PAY RUN.
077800 1220-FIND-RUN-SLOT.
077900     SET RUN-SLOT-NOT-FOUND TO TRUE.
078000     SET WS-RUN-IDX TO 1.
078100     PERFORM 1230-TEST-RUN-SLOT THRU 1230-EXIT
078200         UNTIL RUN-SLOT-FOUND
078300            OR WS-RUN-IDX > WS-RUN-TABLE-USED.
078400 1220-EXIT.
078500     EXIT.
078600
078700 1230-TEST-RUN-SLOT.
078800     IF WS-RUN-NP-RUN-ID (WS-RUN-IDX) EQUAL TO WS-WANT-RUN-ID
078900         SET RUN-SLOT-FOUND TO TRUE
079000     ELSE
079100         SET WS-RUN-IDX UP BY 1
079200     END-IF.
079300 1230-EXIT.
079400     EXIT.
079500
079600*    1300-LOAD-VOID-AUDIT READS THE PAYMENTS PAY-VOID HAS VOIDED
079700*    INTO WS-VOID-TABLE.  REFUSED REQUESTS ARE PASSED OVER.  AN
079800*    OVERFLOW REFUSES THE RUN -- A VOIDED PAYMENT PAST THE TABLE
079900*    WOULD BE REMITTED AS IF IT STILL STOOD.
080000 1300-LOAD-VOID-AUDIT.
080100     OPEN INPUT VOID-AUDIT-FILE.
080200     IF VDA-FILE-NOTEXIST
080300         GO TO 1300-EXIT
080400     END-IF.
080500     IF NOT VDA-FILE-STATUS-OK
080600         DISPLAY 'VOID AUDIT OPEN FAILED, STATUS: '
080700             WS-VDA-FILE-STATUS
080800         MOVE 8 TO RETURN-CODE
080900         STOP RUN
081000     END-IF.
081100
081200     PERFORM 1310-LOAD-VOID-RECORD THRU 1310-EXIT
081300         UNTIL VDA-EOF-REACHED.
081400     CLOSE VOID-AUDIT-FILE.
081500 1300-EXIT.
081600     EXIT.
081700
081800 1310-LOAD-VOID-RECORD.
081900     READ VOID-AUDIT-FILE
082000         AT END
082100             SET VDA-EOF-REACHED TO TRUE
082200     END-READ.
082300     IF VDA-EOF-REACHED
082400         GO TO 1310-EXIT
082500     END-IF.
082600     IF NOT VDA-VOIDED
082700         GO TO 1310-EXIT
082800     END-IF.
082900
083000     IF WS-VOID-TABLE-USED NOT LESS THAN 2000
083100         DISPLAY 'VOID AUDIT EXCEEDS THE TABLE, RUN REFUSED -- '
083200             'NOTHING REMITTED'
083300         MOVE 8 TO RETURN-CODE
083400         STOP RUN
083500     END-IF.
083600     ADD 1 TO WS-VOID-TABLE-USED.
083700     SET WS-VOID-IDX TO WS-VOID-TABLE-USED.
083800     MOVE VDA-NP-RUN-ID TO WS-VOID-NP-RUN-ID (WS-VOID-IDX).
083900     MOVE VDA-EMP-ID TO WS-VOID-EMP-ID (WS-VOID-IDX).
084000     MOVE VDA-EARN-CODE TO WS-VOID-EARN-CODE (WS-VOID-IDX).
084100 1310-EXIT.
084200     EXIT.
084300
084400*    1400-LOAD-LEDGER READS THE REMITTANCE LEDGER INTO
084500*    WS-LDG-TABLE.  THE WITHHELD SIDE IS RECOMPUTED BY
084600*    2000-ACCUMULATE-WITHHELD, SO IT STARTS FROM ZERO HERE.
084700 1400-LOAD-LEDGER.
084800     OPEN INPUT REMIT-LEDGER-FILE.
084900     IF LDG-FILE-NOTEXIST
085000         GO TO 1400-EXIT
085100     END-IF.
085200     IF NOT LDG-FILE-STATUS-OK
085300         DISPLAY 'REMITTANCE LEDGER OPEN FAILED, STATUS: '
085400             WS-LDG-FILE-STATUS
085500         MOVE 8 TO RETURN-CODE
085600         STOP RUN
085700     END-IF.
085800
085900     PERFORM 1410-LOAD-LEDGER-RECORD THRU 1410-EXIT
086000         UNTIL LDG-EOF-REACHED.
086100     CLOSE REMIT-LEDGER-FILE.
086200 1400-EXIT.
086300     EXIT.
086400
086500 1410-LOAD-LEDGER-RECORD.
086600     READ REMIT-LEDGER-FILE
086700         AT END
086800             SET LDG-EOF-REACHED TO TRUE
086900     END-READ.
087000     IF LDG-EOF-REACHED
087100         GO TO 1410-EXIT
087200     END-IF.
087300
087400     IF WS-LDG-TABLE-USED NOT LESS THAN 3000
087500         DISPLAY 'REMITTANCE LEDGER EXCEEDS THE TABLE, RUN '
087600             'REFUSED -- NOTHING REMITTED'
087700         MOVE 8 TO RETURN-CODE
087800         STOP RUN
087900     END-IF.
088000     ADD 1 TO WS-LDG-TABLE-USED.
088100     SET WS-LDG-IDX TO WS-LDG-TABLE-USED.
088200     MOVE LDG-DED-CODE TO WS-LDG-DED-CODE (WS-LDG-IDX).
088300     MOVE LDG-NP-RUN-ID TO WS-LDG-NP-RUN-ID (WS-LDG-IDX).
088400     MOVE LDG-PAY-DATE TO WS-LDG-PAY-DATE (WS-LDG-IDX).
088500     MOVE LDG-PERIOD-NO TO WS-LDG-PERIOD-NO (WS-LDG-IDX).
088600     MOVE LDG-PAYEE TO WS-LDG-PAYEE (WS-LDG-IDX).
088700     MOVE ZERO TO WS-LDG-WITHHELD (WS-LDG-IDX).
088800     MOVE LDG-REMITTED TO WS-LDG-REMITTED (WS-LDG-IDX).
088900     MOVE LDG-REMIT-DATE TO WS-LDG-REMIT-DATE (WS-LDG-IDX).
089000     MOVE LDG-REMIT-RUN-ID TO WS-LDG-REMIT-RUN-ID (WS-LDG-IDX).
089100 1410-EXIT.
089200     EXIT.
089300
089400*----------------------------------------------------------------
089500* 2000-ACCUMULATE-WITHHELD  --  SUM EVERY DEDUCTION LINE ON THE
089600* DETAIL HISTORY, VOIDED PAYMENTS LEFT OUT, INTO ITS LEDGER
089700* PERIOD, ADDING A PERIOD THE FIRST TIME ONE IS SEEN.
089800*----------------------------------------------------------------
089900 2000-ACCUMULATE-WITHHELD.
090000     OPEN INPUT NETPAY-DETAIL-HIST-FILE.
090100     IF NPD-FILE-NOTEXIST
090200         GO TO 2000-EXIT
090300     END-IF.
090400     IF NOT NPD-FILE-STATUS-OK
090500         DISPLAY 'NET-PAY DETAIL HISTORY OPEN FAILED, STATUS: '
090600             WS-NPD-FILE-STATUS
090700         MOVE 8 TO RETURN-CODE
090800         STOP RUN
090900     END-IF.
091000
091100     PERFORM 2100-ACCUMULATE-ONE-LINE THRU 2100-EXIT
091200         UNTIL NPD-EOF-REACHED.
091300     CLOSE NETPAY-DETAIL-HIST-FILE.
091400 2000-EXIT.
091500     EXIT.
091600
091700 2100-ACCUMULATE-ONE-LINE.
091800     READ NETPAY-DETAIL-HIST-FILE
091900         AT END
092000             SET NPD-EOF-REACHED TO TRUE
092100     END-READ.
092200     IF NPD-EOF-REACHED
092300         GO TO 2100-EXIT
092400     END-IF.
092500     IF NOT NPD-DEDUCTION-LINE
092600         GO TO 2100-EXIT
092700     END-IF.
092800     ADD 1 TO WS-DETAIL-READ-COUNT.
092900
093000     PERFORM 2150-TEST-LINE-VOIDED THRU 2150-EXIT.
093100     IF VOID-SLOT-FOUND
093200         ADD 1 TO WS-VOIDED-LINE-COUNT
093300         GO TO 2100-EXIT
093400     END-IF.
093500
093600     PERFORM 2200-FIND-LEDGER-SLOT THRU 2200-EXIT.
093700     IF LDG-SLOT-NOT-FOUND
093800         IF WS-LDG-TABLE-USED NOT LESS THAN 3000
093900             DISPLAY 'REMITTANCE LEDGER EXCEEDS THE TABLE, RUN '
094000                 'REFUSED -- NOTHING REMITTED'
094100             MOVE 8 TO RETURN-CODE
094200             STOP RUN
094300         END-IF
094400         ADD 1 TO WS-LDG-TABLE-USED
094500         SET WS-LDG-IDX TO WS-LDG-TABLE-USED
094600         MOVE NPD-CODE TO WS-LDG-DED-CODE (WS-LDG-IDX)
094700         MOVE NPD-RUN-ID TO WS-LDG-NP-RUN-ID (WS-LDG-IDX)
094800     END-IF.
094900     ADD NPD-AMOUNT TO WS-LDG-WITHHELD (WS-LDG-IDX).
095000 2100-EXIT.
095100     EXIT.
095200
095300*    2150-TEST-LINE-VOIDED LOOKS FOR THE DETAIL LINE'S PAYMENT
095400*    AMONG THE PAYMENTS PAY-VOID HAS VOIDED.
095500 2150-TEST-LINE-VOIDED.
095600     MOVE NPD-RUN-ID TO WS-WANT-RUN-ID.
095700     MOVE NPD-EMP-ID TO WS-WANT-EMP-ID.
095800     MOVE NPD-EARN-CODE TO WS-WANT-EARN-CODE.
095900     SET VOID-SLOT-NOT-FOUND TO TRUE.
096000     SET WS-VOID-IDX TO 1.
096100     PERFORM 2160-TEST-VOIDED-KEY THRU 2160-EXIT
096200         UNTIL VOID-SLOT-FOUND
096300            OR WS-VOID-IDX > WS-VOID-TABLE-USED.
096400 2150-EXIT.
096500     EXIT.
096600
096700 2160-TEST-VOIDED-KEY.
096800     IF WS-VOID-NP-RUN-ID (WS-VOID-IDX) EQUAL TO WS-WANT-RUN-ID
096900             AND WS-VOID-EMP-ID (WS-VOID-IDX)
097000                 EQUAL TO WS-WANT-EMP-ID
097100             AND WS-VOID-EARN-CODE (WS-VOID-IDX)
097200                 EQUAL TO WS-WANT-EARN-CODE
097300         SET VOID-SLOT-FOUND TO TRUE
097400     ELSE
097500         SET WS-VOID-IDX UP BY 1
097600     END-IF.
097700 2160-EXIT.
097800     EXIT.
097900
098000*    2200-FIND-LEDGER-SLOT SETS WS-LDG-IDX TO THE LEDGER PERIOD
098100*    FOR THE DETAIL LINE'S CODE AND PAY RUN.
098200 2200-FIND-LEDGER-SLOT.
098300     SET LDG-SLOT-NOT-FOUND TO TRUE.
098400     SET WS-LDG-IDX TO 1.
098500     PERFORM 2210-TEST-LEDGER-SLOT THRU 2210-EXIT
098600         UNTIL LDG-SLOT-FOUND
098700            OR WS-LDG-IDX > WS-LDG-TABLE-USED.
098800 2200-EXIT.
098900     EXIT.
099000
099100 2210-TEST-LEDGER-SLOT.
099200     IF WS-LDG-DED-CODE (WS-LDG-IDX) EQUAL TO NPD-CODE
099300             AND WS-LDG-NP-RUN-ID (WS-LDG-IDX)
099400                 EQUAL TO NPD-RUN-ID
099500         SET LDG-SLOT-FOUND TO TRUE
099600     ELSE
099700         SET WS-LDG-IDX UP BY 1
099800     END-IF.
099900 2210-EXIT.
100000     EXIT.
100100
100200*----------------------------------------------------------------
100300* 2500-MARK-DUE-PERIODS  --  DATE EVERY LEDGER PERIOD FROM ITS
100400* PAY RUN, TAKE THE PAYEE OFF THE MASTER FOR ANY PERIOD NOT YET
100500* REMITTED, AND MARK THE ONES THIS RUN REMITS.
100600*----------------------------------------------------------------
100700 2500-MARK-DUE-PERIODS.
100800     MOVE 1 TO WS-LDG-SUB.
100900     PERFORM 2510-MARK-ONE-PERIOD THRU 2510-EXIT
101000         UNTIL WS-LDG-SUB > WS-LDG-TABLE-USED.
101100 2500-EXIT.
101200     EXIT.
101300
101400 2510-MARK-ONE-PERIOD.
101500     SET WS-LDG-IDX TO WS-LDG-SUB.
101600     ADD 1 TO WS-LDG-SUB.
101700
101800     MOVE WS-LDG-NP-RUN-ID (WS-LDG-IDX) TO WS-WANT-RUN-ID.
101900     PERFORM 1220-FIND-RUN-SLOT THRU 1220-EXIT.
102000     IF RUN-SLOT-FOUND
102100         MOVE WS-RUN-PAY-DATE (WS-RUN-IDX)
102200             TO WS-LDG-PAY-DATE (WS-LDG-IDX)
102300         MOVE WS-RUN-PERIOD-NO (WS-RUN-IDX)
102400             TO WS-LDG-PERIOD-NO (WS-LDG-IDX)
102500     ELSE
102600         MOVE 'N' TO WS-LDG-RUN-SWITCH (WS-LDG-IDX)
102700     END-IF.
102800
102900     IF WS-LDG-REMIT-DATE (WS-LDG-IDX) NOT EQUAL ZERO
103000         GO TO 2510-EXIT
103100     END-IF.
103200     MOVE WS-LDG-DED-CODE (WS-LDG-IDX) TO WS-WANT-DED-CODE.
103300     PERFORM 2600-FIND-MASTER-SLOT THRU 2600-EXIT.
103400     IF DEDM-SLOT-FOUND
103500         MOVE WS-DEDM-PAYEE (WS-DEDM-IDX)
103600             TO WS-LDG-PAYEE (WS-LDG-IDX)
103700     ELSE
103800         MOVE SPACES TO WS-LDG-PAYEE (WS-LDG-IDX)
103900     END-IF.
104000
104100     IF WS-LDG-WITHHELD (WS-LDG-IDX) EQUAL ZERO
104200             OR NOT LDG-RUN-ON-HISTORY (WS-LDG-IDX)
104300             OR WS-LDG-PAY-DATE (WS-LDG-IDX) > WS-CUTOFF-DATE
104400             OR WS-LDG-PAYEE (WS-LDG-IDX) EQUAL TO SPACES
104500         GO TO 2510-EXIT
104600     END-IF.
104700     IF WS-PAYEE-FILTER NOT EQUAL TO SPACES
104800             AND WS-PAYEE-FILTER NOT EQUAL TO
104900                 WS-LDG-PAYEE (WS-LDG-IDX)
105000         GO TO 2510-EXIT
105100     END-IF.
105200
105300     SET LDG-DUE (WS-LDG-IDX) TO TRUE.
105400     MOVE WS-LDG-PAYEE (WS-LDG-IDX) TO WS-WANT-PAYEE.
105500     PERFORM 2620-FIND-PAYEE-SLOT THRU 2620-EXIT.
105600     IF PAYEE-SLOT-NOT-FOUND
105700         ADD 1 TO WS-PAYEE-TABLE-USED
105800         SET WS-PAYEE-IDX TO WS-PAYEE-TABLE-USED
105900         MOVE WS-WANT-PAYEE TO WS-PAYEE-ID (WS-PAYEE-IDX)
106000     END-IF.
106100 2510-EXIT.
106200     EXIT.
106300
106400*    2600-FIND-MASTER-SLOT SETS WS-DEDM-IDX TO THE WANTED CODE ON
106500*    THE DEDUCTION MASTER.
106600 2600-FIND-MASTER-SLOT.
106700     SET DEDM-SLOT-NOT-FOUND TO TRUE.
106800     SET WS-DEDM-IDX TO 1.
106900     PERFORM 2610-TEST-MASTER-SLOT THRU 2610-EXIT
107000         UNTIL DEDM-SLOT-FOUND
107100            OR WS-DEDM-IDX > WS-DEDM-TABLE-USED.
107200 2600-EXIT.
107300     EXIT.
107400
107500 2610-TEST-MASTER-SLOT.
107600     IF WS-DEDM-CODE (WS-DEDM-IDX) EQUAL TO WS-WANT-DED-CODE
107700         SET DEDM-SLOT-FOUND TO TRUE
107800     ELSE
107900         SET WS-DEDM-IDX UP BY 1
108000     END-IF.
108100 2610-EXIT.
108200     EXIT.
108300
108400*    2620-FIND-PAYEE-SLOT SETS WS-PAYEE-IDX TO THE WANTED PAYEE
108500*    AMONG THOSE WITH SOMETHING DUE.
108600 2620-FIND-PAYEE-SLOT.
108700     SET PAYEE-SLOT-NOT-FOUND TO TRUE.
108800     SET WS-PAYEE-IDX TO 1.
108900     PERFORM 2630-TEST-PAYEE-SLOT THRU 2630-EXIT
109000         UNTIL PAYEE-SLOT-FOUND
109100            OR WS-PAYEE-IDX > WS-PAYEE-TABLE-USED.
109200 2620-EXIT.
109300     EXIT.
109400
109500 2630-TEST-PAYEE-SLOT.
109600     IF WS-PAYEE-ID (WS-PAYEE-IDX) EQUAL TO WS-WANT-PAYEE
109700         SET PAYEE-SLOT-FOUND TO TRUE
109800     ELSE
109900         SET WS-PAYEE-IDX UP BY 1
110000     END-IF.
110100 2630-EXIT.
110200     EXIT.
110300
110400*----------------------------------------------------------------
110500* 2700-LOAD-REMIT-DETAIL  --  READ THE DETAIL HISTORY A SECOND
110600* TIME AND KEEP EACH EMPLOYEE'S LINE FOR A DUE PERIOD, SO THE
110700* REMITTANCE FILES CAN CARRY THE MONEY BY EMPLOYEE.
110800*----------------------------------------------------------------
110900 2700-LOAD-REMIT-DETAIL.
111000     IF WS-PAYEE-TABLE-USED EQUAL ZERO
111100         GO TO 2700-EXIT
111200     END-IF.
111300     MOVE 'N' TO WS-NPD-EOF-SWITCH.
111400     OPEN INPUT NETPAY-DETAIL-HIST-FILE.
111500     IF NPD-FILE-NOTEXIST
111600         GO TO 2700-EXIT
111700     END-IF.
111800     IF NOT NPD-FILE-STATUS-OK
111900         DISPLAY 'NET-PAY DETAIL HISTORY OPEN FAILED, STATUS: '
112000             WS-NPD-FILE-STATUS
112100         MOVE 8 TO RETURN-CODE
112200         STOP RUN
112300     END-IF.
112400     PERFORM 2710-LOAD-ONE-DETAIL THRU 2710-EXIT
112500         UNTIL NPD-EOF-REACHED.
112600     CLOSE NETPAY-DETAIL-HIST-FILE.
112700 2700-EXIT.
112800     EXIT.
112900
113000 2710-LOAD-ONE-DETAIL.
113100     READ NETPAY-DETAIL-HIST-FILE
113200         AT END
113300             SET NPD-EOF-REACHED TO TRUE
113400     END-READ.
113500     IF NPD-EOF-REACHED
113600         GO TO 2710-EXIT
113700     END-IF.
113800     IF NOT NPD-DEDUCTION-LINE
113900         GO TO 2710-EXIT
114000     END-IF.
114100
114200     PERFORM 2200-FIND-LEDGER-SLOT THRU 2200-EXIT.
114300     IF LDG-SLOT-NOT-FOUND
114400         GO TO 2710-EXIT
114500     END-IF.
114600     IF NOT LDG-DUE (WS-LDG-IDX)
114700         GO TO 2710-EXIT
114800     END-IF.
114900     SET WS-LDG-SLOT-NO TO WS-LDG-IDX.
115000     PERFORM 2150-TEST-LINE-VOIDED THRU 2150-EXIT.
115100     IF VOID-SLOT-FOUND
115200         GO TO 2710-EXIT
115300     END-IF.
115400
115500     IF WS-EMPL-TABLE-USED NOT LESS THAN 5000
115600         DISPLAY 'REMITTANCE DETAIL EXCEEDS THE TABLE, RUN '
115700             'REFUSED -- NOTHING REMITTED'
115800         MOVE 8 TO RETURN-CODE
115900         STOP RUN
116000     END-IF.
116100     ADD 1 TO WS-EMPL-TABLE-USED.
116200     SET WS-EMPL-IDX TO WS-EMPL-TABLE-USED.
116300     MOVE WS-LDG-SLOT-NO TO WS-EMPL-LDG-SLOT (WS-EMPL-IDX).
116400     MOVE NPD-EMP-ID TO WS-EMPL-EMP-ID (WS-EMPL-IDX).
116500     MOVE NPD-AMOUNT TO WS-EMPL-AMOUNT (WS-EMPL-IDX).
116600 2710-EXIT.
116700     EXIT.
116800
116900*    2900-OPEN-OUTPUTS OPENS THE EMPLOYEE MASTER FOR THE NAMES
117000*    AND BOTH REPORTS.  NOTHING HAS BEEN WRITTEN BEFORE THIS.
117100 2900-OPEN-OUTPUTS.
117200     OPEN INPUT EMP-FILE.
117300     IF NOT EMP-FILE-STATUS-OK
117400         DISPLAY 'EMP-FILE OPEN FAILED, STATUS: '
117500             WS-EMP-FILE-STATUS
117600         MOVE 8 TO RETURN-CODE
117700         STOP RUN
117800     END-IF.
117900
118000     OPEN OUTPUT REMIT-REGISTER-FILE.
118100     PERFORM 5000-REGISTER-NEW-PAGE THRU 5000-EXIT.
118200     IF WS-PAYEE-TABLE-USED EQUAL ZERO
118300         MOVE 'NO WITHHELD DEDUCTIONS ARE DUE FOR REMITTANCE.'
118400             TO RG-TEXT
118500         WRITE REMIT-REGISTER-LINE FROM WS-REG-TEXT-LINE
118600     END-IF.
118700
118800     OPEN OUTPUT REMIT-RECON-FILE.
118900     PERFORM 5200-RECON-NEW-PAGE THRU 5200-EXIT.
119000 2900-EXIT.
119100     EXIT.
119200
119300*----------------------------------------------------------------
119400* 3000-REMIT-ONE-PAYEE  --  WRITE ONE PAYEE'S REMITTANCE FILE:
119500* THE HEADER, EVERY DUE PERIOD OF EVERY CODE THE PAYEE IS OWED,
119600* IN DEDUCTION MASTER ORDER, AND THE TRAILER.
119700*----------------------------------------------------------------
119800 3000-REMIT-ONE-PAYEE.
119900     SET WS-PAYEE-IDX TO WS-PAYEE-SUB.
120000     ADD 1 TO WS-PAYEE-SUB.
120100     MOVE WS-PAYEE-ID (WS-PAYEE-IDX) TO WS-CUR-PAYEE.
120200
120300     MOVE SPACES TO WS-REMIT-FILE-NAME.
120400     STRING 'remit_'        DELIMITED BY SIZE
120500            WS-CUR-PAYEE    DELIMITED BY SPACE
120600            '_'             DELIMITED BY SIZE
120700            WS-RUN-ID       DELIMITED BY SIZE
120800            '.dat'          DELIMITED BY SIZE
120900         INTO WS-REMIT-FILE-NAME
121000     END-STRING.
121100
121200     OPEN OUTPUT REMIT-PAYEE-FILE.
121300     IF NOT RMF-FILE-STATUS-OK
121400         DISPLAY 'REMITTANCE FILE OPEN FAILED, STATUS: '
121500             WS-RMF-FILE-STATUS ' FOR ' WS-REMIT-FILE-NAME
121600         DISPLAY 'LEDGER NOT UPDATED -- WITHDRAW ANY REMITTANCE '
121700             'FILES THIS RUN WROTE BEFORE RERUNNING'
121800         MOVE 8 TO RETURN-CODE
121900         STOP RUN
122000     END-IF.
122100     MOVE ZERO TO WS-RMF-RECORD-COUNT WS-RMF-DETAIL-COUNT
122200                  WS-RMF-PERIOD-COUNT WS-RMF-TOTAL.
122300     MOVE WS-CUR-PAYEE TO RMH-PAYEE.
122400     MOVE WS-TODAY-NUM TO RMH-REMIT-DATE.
122500     MOVE WS-RUN-ID TO RMH-RUN-ID.
122600     MOVE WS-CUTOFF-DATE TO RMH-CUTOFF-DATE.
122700     WRITE REMIT-PAYEE-RECORD FROM WS-RMF-HEADER.
122800     ADD 1 TO WS-RMF-RECORD-COUNT.
122900
123000     MOVE 1 TO WS-DEDM-SUB.
123100     PERFORM 3100-REMIT-ONE-CODE THRU 3100-EXIT
123200         UNTIL WS-DEDM-SUB > WS-DEDM-TABLE-USED.
123300
123400     ADD 1 TO WS-RMF-RECORD-COUNT.
123500     MOVE WS-RMF-RECORD-COUNT TO RMT-RECORD-COUNT.
123600     MOVE WS-RMF-DETAIL-COUNT TO RMT-DETAIL-COUNT.
123700     MOVE WS-RMF-TOTAL TO RMT-TOTAL.
123800     MOVE WS-RMF-PERIOD-COUNT TO RMT-PERIOD-COUNT.
123900     WRITE REMIT-PAYEE-RECORD FROM WS-RMF-TRAILER.
124000     CLOSE REMIT-PAYEE-FILE.
124100     ADD 1 TO WS-FILES-WRITTEN.
124200
124300     MOVE SPACES TO RG-T-LABEL.
124400     STRING 'PAYEE ' DELIMITED BY SIZE
124500            WS-CUR-PAYEE DELIMITED BY SIZE
124600            ' TOTAL REMITTED -- FILE ' DELIMITED BY SIZE
124700            WS-REMIT-FILE-NAME DELIMITED BY SPACE
124800         INTO RG-T-LABEL
124900     END-STRING.
125000     MOVE WS-RMF-TOTAL TO RG-T-AMOUNT.
125100     PERFORM 5100-WRITE-REGISTER-TOTAL THRU 5100-EXIT.
125200     MOVE SPACES TO REMIT-REGISTER-LINE.
125300     WRITE REMIT-REGISTER-LINE.
125400     ADD 1 TO WS-REG-LINE-COUNT.
125500 3000-EXIT.
125600     EXIT.
125700
125800*    3100-REMIT-ONE-CODE REMITS EVERY DUE PERIOD OF ONE MASTER
125900*    CODE, WHEN THE CODE'S PAYEE IS THE ONE BEING REMITTED.
126000 3100-REMIT-ONE-CODE.
126100     SET WS-DEDM-IDX TO WS-DEDM-SUB.
126200     ADD 1 TO WS-DEDM-SUB.
126300     IF WS-DEDM-PAYEE (WS-DEDM-IDX) NOT EQUAL TO WS-CUR-PAYEE
126400         GO TO 3100-EXIT
126500     END-IF.
126600     MOVE WS-DEDM-CODE (WS-DEDM-IDX) TO WS-CUR-DED-CODE.
126700     MOVE ZERO TO WS-CODE-TOTAL.
126800
126900     MOVE 1 TO WS-LDG-SUB.
127000     PERFORM 3200-REMIT-ONE-PERIOD THRU 3200-EXIT
127100         UNTIL WS-LDG-SUB > WS-LDG-TABLE-USED.
127200
127300     IF WS-CODE-TOTAL EQUAL ZERO
127400         GO TO 3100-EXIT
127500     END-IF.
127600     MOVE SPACES TO RG-T-LABEL.
127700     STRING 'CODE ' DELIMITED BY SIZE
127800            WS-CUR-DED-CODE DELIMITED BY SIZE
127900            ' ' DELIMITED BY SIZE
128000            WS-DEDM-DESC (WS-DEDM-IDX) DELIMITED BY SIZE
128100            ' TOTAL' DELIMITED BY SIZE
128200         INTO RG-T-LABEL
128300     END-STRING.
128400     MOVE WS-CODE-TOTAL TO RG-T-AMOUNT.
128500     PERFORM 5100-WRITE-REGISTER-TOTAL THRU 5100-EXIT.
128600 3100-EXIT.
128700     EXIT.
128800
128900*    3200-REMIT-ONE-PERIOD WRITES ONE DUE PERIOD OF THE CURRENT
129000*    CODE -- A DETAIL RECORD AND REGISTER LINE PER EMPLOYEE --
129100*    AND RECORDS THE REMITTANCE ON THE LEDGER.
129200 3200-REMIT-ONE-PERIOD.
129300     SET WS-LDG-IDX TO WS-LDG-SUB.
129400     ADD 1 TO WS-LDG-SUB.
129500     IF NOT LDG-DUE (WS-LDG-IDX)
129600         GO TO 3200-EXIT
129700     END-IF.
129800     IF WS-LDG-DED-CODE (WS-LDG-IDX) NOT EQUAL TO
129900             WS-CUR-DED-CODE
130000         GO TO 3200-EXIT
130100     END-IF.
130200     SET WS-LDG-SLOT-NO TO WS-LDG-IDX.
130300     MOVE ZERO TO WS-PERIOD-TOTAL.
130400
130500     MOVE 1 TO WS-EMPL-SUB.
130600     PERFORM 3300-REMIT-ONE-EMPLOYEE THRU 3300-EXIT
130700         UNTIL WS-EMPL-SUB > WS-EMPL-TABLE-USED.
130800
130900     SET WS-LDG-IDX TO WS-LDG-SLOT-NO.
131000     MOVE WS-LDG-WITHHELD (WS-LDG-IDX)
131100         TO WS-LDG-REMITTED (WS-LDG-IDX).
131200     MOVE WS-TODAY-NUM TO WS-LDG-REMIT-DATE (WS-LDG-IDX).
131300     MOVE WS-RUN-ID TO WS-LDG-REMIT-RUN-ID (WS-LDG-IDX).
131400     ADD 1 TO WS-RMF-PERIOD-COUNT.
131500     ADD 1 TO WS-PERIODS-REMITTED.
131600
131700     MOVE SPACES TO RG-T-LABEL.
131800     STRING 'PERIOD TOTAL ' DELIMITED BY SIZE
131900            WS-CUR-DED-CODE DELIMITED BY SIZE
132000            ' RUN ' DELIMITED BY SIZE
132100            WS-LDG-NP-RUN-ID (WS-LDG-IDX) DELIMITED BY SIZE
132200         INTO RG-T-LABEL
132300     END-STRING.
132400     MOVE WS-PERIOD-TOTAL TO RG-T-AMOUNT.
132500     PERFORM 5100-WRITE-REGISTER-TOTAL THRU 5100-EXIT.
132600 3200-EXIT.
132700     EXIT.
132800
132900*    3300-REMIT-ONE-EMPLOYEE WRITES ONE EMPLOYEE'S LINE OF THE
133000*    PERIOD BEING REMITTED.
133100 3300-REMIT-ONE-EMPLOYEE.
133200     SET WS-EMPL-IDX TO WS-EMPL-SUB.
133300     ADD 1 TO WS-EMPL-SUB.
133400     IF WS-EMPL-LDG-SLOT (WS-EMPL-IDX) NOT EQUAL TO
133500             WS-LDG-SLOT-NO
133600         GO TO 3300-EXIT
133700     END-IF.
133800     SET WS-LDG-IDX TO WS-LDG-SLOT-NO.
133900
134000     MOVE WS-EMPL-EMP-ID (WS-EMPL-IDX) TO EMP-ID-KEY.
134100     READ EMP-FILE KEY IS EMP-ID-KEY
134200         INVALID KEY
134300             MOVE '*** NOT ON MASTER' TO WS-EMP-NAME
134400         NOT INVALID KEY
134500             MOVE EMPF-EMP-NAME TO WS-EMP-NAME
134600     END-READ.
134700
134800     MOVE WS-CUR-DED-CODE TO RMD-DED-CODE.
134900     MOVE WS-LDG-NP-RUN-ID (WS-LDG-IDX) TO RMD-NP-RUN-ID.
135000     MOVE WS-LDG-PAY-DATE (WS-LDG-IDX) TO RMD-PAY-DATE.
135100     MOVE WS-LDG-PERIOD-NO (WS-LDG-IDX) TO RMD-PERIOD-NO.
135200     MOVE WS-EMPL-EMP-ID (WS-EMPL-IDX) TO RMD-EMP-ID.
135300     MOVE WS-EMP-NAME TO RMD-EMP-NAME.
135400     MOVE WS-EMPL-AMOUNT (WS-EMPL-IDX) TO RMD-AMOUNT.
135500     WRITE REMIT-PAYEE-RECORD FROM WS-RMF-DETAIL.
135600     ADD 1 TO WS-RMF-RECORD-COUNT.
135700     ADD 1 TO WS-RMF-DETAIL-COUNT.
135800     ADD WS-EMPL-AMOUNT (WS-EMPL-IDX) TO WS-RMF-TOTAL
135900         WS-CODE-TOTAL WS-PERIOD-TOTAL WS-REMITTED-TOTAL.
136000
136100     MOVE WS-CUR-PAYEE TO RG-PAYEE.
136200     MOVE WS-CUR-DED-CODE TO RG-DED-CODE.
136300     MOVE WS-LDG-NP-RUN-ID (WS-LDG-IDX) TO RG-NP-RUN-ID.
136400     MOVE WS-LDG-PAY-DATE (WS-LDG-IDX) TO RG-PAY-DATE.
136500     MOVE WS-LDG-PERIOD-NO (WS-LDG-IDX) TO RG-PERIOD-NO.
136600     MOVE WS-EMPL-EMP-ID (WS-EMPL-IDX) TO RG-EMP-ID.
136700     MOVE WS-EMP-NAME TO RG-EMP-NAME.
136800     MOVE WS-EMPL-AMOUNT (WS-EMPL-IDX) TO RG-AMOUNT.
136900     IF WS-REG-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
137000         PERFORM 5000-REGISTER-NEW-PAGE THRU 5000-EXIT
137100     END-IF.
137200     WRITE REMIT-REGISTER-LINE FROM WS-REG-DETAIL.
137300     ADD 1 TO WS-REG-LINE-COUNT.
137400 3300-EXIT.
137500     EXIT.
137600
137700*----------------------------------------------------------------
137800* 5000-REGISTER-NEW-PAGE  --  START A NEW REMITTANCE REGISTER
137900* PAGE.
138000*----------------------------------------------------------------
138100 5000-REGISTER-NEW-PAGE.
138200     ADD 1 TO WS-REG-PAGE-COUNT.
138300     MOVE 'DEDUCTION REMITTANCE REGISTER' TO WS-RPT-H1-TITLE.
138400     MOVE WS-REG-PAGE-COUNT TO WS-RPT-H1-PAGE.
138500     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
138600     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
138700     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
138800
138900     WRITE REMIT-REGISTER-LINE FROM WS-RPT-HEADING-1.
139000     MOVE SPACES TO REMIT-REGISTER-LINE.
139100     WRITE REMIT-REGISTER-LINE.
139200     WRITE REMIT-REGISTER-LINE FROM WS-REG-HEADING-2.
139300     MOVE SPACES TO REMIT-REGISTER-LINE.
139400     WRITE REMIT-REGISTER-LINE.
139500
139600     MOVE ZERO TO WS-REG-LINE-COUNT.
139700 5000-EXIT.
139800     EXIT.
139900
140000*    5100-WRITE-REGISTER-TOTAL WRITES ONE REGISTER TOTAL LINE,
140100*    STARTING A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
140200 5100-WRITE-REGISTER-TOTAL.
140300     IF WS-REG-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
140400         PERFORM 5000-REGISTER-NEW-PAGE THRU 5000-EXIT
140500     END-IF.
140600     WRITE REMIT-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
140700     ADD 1 TO WS-REG-LINE-COUNT.
140800 5100-EXIT.
140900     EXIT.
141000
141100*----------------------------------------------------------------
141200* 5200-RECON-NEW-PAGE  --  START A NEW RECONCILIATION PAGE.
141300*----------------------------------------------------------------
141400 5200-RECON-NEW-PAGE.
141500     ADD 1 TO WS-REC-PAGE-COUNT.
141600     MOVE 'REMITTANCE RECONCILIATION' TO WS-RPT-H1-TITLE.
141700     MOVE WS-REC-PAGE-COUNT TO WS-RPT-H1-PAGE.
141800     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
141900     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
142000     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
142100
142200     WRITE REMIT-RECON-LINE FROM WS-RPT-HEADING-1.
142300     MOVE SPACES TO REMIT-RECON-LINE.
142400     WRITE REMIT-RECON-LINE.
142500     WRITE REMIT-RECON-LINE FROM WS-REC-HEADING-2.
142600     MOVE SPACES TO REMIT-RECON-LINE.
142700     WRITE REMIT-RECON-LINE.
142800
142900     MOVE ZERO TO WS-REC-LINE-COUNT.
143000 5200-EXIT.
143100     EXIT.
143200
143300*    5300-WRITE-RECON-LINE WRITES ONE RECONCILIATION DETAIL LINE,
143400*    STARTING A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
143500 5300-WRITE-RECON-LINE.
143600     IF WS-REC-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
143700         PERFORM 5200-RECON-NEW-PAGE THRU 5200-EXIT
143800     END-IF.
143900     WRITE REMIT-RECON-LINE FROM WS-REC-DETAIL.
144000     ADD 1 TO WS-REC-LINE-COUNT.
144100 5300-EXIT.
144200     EXIT.
144300
144400*----------------------------------------------------------------
144500* 6000-RECONCILE-LEDGER  --  AGE EVERY LEDGER PERIOD WHERE
144600* WITHHELD AND REMITTED DISAGREE, GATHER THE LIABILITY BY CODE,
144700* AND PRINT THE AGING AND LIABILITY SUMMARIES.
144800*----------------------------------------------------------------
144900 6000-RECONCILE-LEDGER.
145000     MOVE 1 TO WS-LDG-SUB.
145100     PERFORM 6100-RECONCILE-ONE-PERIOD THRU 6100-EXIT
145200         UNTIL WS-LDG-SUB > WS-LDG-TABLE-USED.
145300
145400     IF WS-RECON-COUNT EQUAL ZERO
145500         MOVE SPACES TO REMIT-RECON-LINE
145600         MOVE 'EVERY WITHHELD PERIOD IS REMITTED IN FULL.'
145700             TO REMIT-RECON-LINE
145800         WRITE REMIT-RECON-LINE
145900     END-IF.
146000
146100     MOVE SPACES TO REMIT-RECON-LINE.
146200     WRITE REMIT-RECON-LINE.
146300     MOVE 'OPEN BALANCE BY AGE' TO REMIT-RECON-LINE.
146400     WRITE REMIT-RECON-LINE.
146500     MOVE 1 TO WS-AGE-SUB.
146600     PERFORM 6400-PRINT-AGE-BUCKET THRU 6400-EXIT
146700         UNTIL WS-AGE-SUB > 4.
146800
146900     MOVE SPACES TO REMIT-RECON-LINE.
147000     WRITE REMIT-RECON-LINE.
147100     MOVE 'LIABILITY BY DEDUCTION CODE' TO REMIT-RECON-LINE.
147200     WRITE REMIT-RECON-LINE.
147300     WRITE REMIT-RECON-LINE FROM WS-REC-CODE-HEADING.
147400     MOVE 1 TO WS-CODE-SUB.
147500     PERFORM 6500-PRINT-CODE-LIABILITY THRU 6500-EXIT
147600         UNTIL WS-CODE-SUB > WS-CODE-TABLE-USED.
147700 6000-EXIT.
147800     EXIT.
147900
148000*    6100-RECONCILE-ONE-PERIOD ADDS ONE LEDGER PERIOD INTO ITS
148100*    CODE'S LIABILITY AND, WHEN WITHHELD AND REMITTED DISAGREE,
148200*    AGES IT AND PRINTS IT WITH THE REASON.
148300 6100-RECONCILE-ONE-PERIOD.
148400     SET WS-LDG-IDX TO WS-LDG-SUB.
148500     ADD 1 TO WS-LDG-SUB.
148600
148700     PERFORM 6200-ADD-CODE-LIABILITY THRU 6200-EXIT.
148800     IF WS-LDG-WITHHELD (WS-LDG-IDX) EQUAL TO
148900             WS-LDG-REMITTED (WS-LDG-IDX)
149000         GO TO 6100-EXIT
149100     END-IF.
149200     ADD 1 TO WS-CODE-OPEN-COUNT (WS-CODE-IDX).
149300     ADD 1 TO WS-RECON-COUNT.
149400     COMPUTE WS-BALANCE = WS-LDG-WITHHELD (WS-LDG-IDX)
149500         - WS-LDG-REMITTED (WS-LDG-IDX).
149600
149700     PERFORM 6300-SET-RECON-REASON THRU 6300-EXIT.
149800
149900     MOVE ZERO TO WS-DAYS-OUT.
150000     IF WS-LDG-PAY-DATE (WS-LDG-IDX) > 16010101
150100             AND WS-LDG-PAY-DATE (WS-LDG-IDX)
150200                 NOT GREATER THAN WS-TODAY-NUM
150300         COMPUTE WS-PAY-ORDINAL = FUNCTION INTEGER-OF-DATE
150400             (WS-LDG-PAY-DATE (WS-LDG-IDX))
150500         SUBTRACT WS-PAY-ORDINAL FROM WS-TODAY-ORDINAL
150600             GIVING WS-DAYS-OUT
150700     END-IF.
150800     EVALUATE TRUE
150900         WHEN WS-DAYS-OUT > 90
151000             MOVE 4 TO WS-AGE-SUB
151100         WHEN WS-DAYS-OUT > 60
151200             MOVE 3 TO WS-AGE-SUB
151300         WHEN WS-DAYS-OUT > 30
151400             MOVE 2 TO WS-AGE-SUB
151500         WHEN OTHER
151600             MOVE 1 TO WS-AGE-SUB
151700     END-EVALUATE.
151800     SET WS-AGE-IDX TO WS-AGE-SUB.
151900     ADD 1 TO WS-AGE-COUNT (WS-AGE-IDX).
152000     ADD WS-BALANCE TO WS-AGE-BALANCE (WS-AGE-IDX).
152100
152200     IF WS-DAYS-OUT > 30 OR RECON-ITEM-EXCEPTION
152300         ADD 1 TO WS-EXCEPTION-COUNT
152400         MOVE 4 TO WS-REMIT-CODE
152500     END-IF.
152600
152700     MOVE WS-LDG-DED-CODE (WS-LDG-IDX) TO RC-DED-CODE.
152800     MOVE WS-LDG-PAYEE (WS-LDG-IDX) TO RC-PAYEE.
152900     MOVE WS-LDG-NP-RUN-ID (WS-LDG-IDX) TO RC-NP-RUN-ID.
153000     MOVE WS-LDG-PAY-DATE (WS-LDG-IDX) TO RC-PAY-DATE.
153100     MOVE WS-LDG-WITHHELD (WS-LDG-IDX) TO RC-WITHHELD.
153200     MOVE WS-LDG-REMITTED (WS-LDG-IDX) TO RC-REMITTED.
153300     MOVE WS-BALANCE TO RC-BALANCE.
153400     MOVE WS-DAYS-OUT TO RC-DAYS.
153500     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO RC-AGE.
153600     MOVE WS-RECON-REASON TO RC-REASON.
153700     PERFORM 5300-WRITE-RECON-LINE THRU 5300-EXIT.
153800 6100-EXIT.
153900     EXIT.
154000
154100*    6200-ADD-CODE-LIABILITY FINDS OR ADDS THE PERIOD'S CODE IN
154200*    WS-CODE-TABLE AND ADDS THE PERIOD'S FIGURES TO IT.
154300 6200-ADD-CODE-LIABILITY.
154400     SET CODE-SLOT-NOT-FOUND TO TRUE.
154500     SET WS-CODE-IDX TO 1.
154600     PERFORM 6210-TEST-CODE-SLOT THRU 6210-EXIT
154700         UNTIL CODE-SLOT-FOUND
154800            OR WS-CODE-IDX > WS-CODE-TABLE-USED.
154900     IF CODE-SLOT-NOT-FOUND
155000         IF WS-CODE-TABLE-USED NOT LESS THAN 50
155100             DISPLAY 'LEDGER CODES EXCEED THE LIABILITY TABLE, '
155200                 'SUMMARY INCOMPLETE -- LEDGER STILL SAVED'
155300             MOVE 4 TO WS-REMIT-CODE
155400             SET WS-CODE-IDX TO 50
155500             GO TO 6200-EXIT
155600         END-IF
155700         ADD 1 TO WS-CODE-TABLE-USED
155800         SET WS-CODE-IDX TO WS-CODE-TABLE-USED
155900         MOVE WS-LDG-DED-CODE (WS-LDG-IDX)
156000             TO WS-CODE-DED-CODE (WS-CODE-IDX)
156100     END-IF.
156200     ADD WS-LDG-WITHHELD (WS-LDG-IDX)
156300         TO WS-CODE-WITHHELD (WS-CODE-IDX).
156400     ADD WS-LDG-REMITTED (WS-LDG-IDX)
156500         TO WS-CODE-REMITTED (WS-CODE-IDX).
156600 6200-EXIT.
156700     EXIT.
156800
156900 6210-TEST-CODE-SLOT.
157000     IF WS-CODE-DED-CODE (WS-CODE-IDX) EQUAL TO
157100             WS-LDG-DED-CODE (WS-LDG-IDX)
157200         SET CODE-SLOT-FOUND TO TRUE
157300     ELSE
157400         SET WS-CODE-IDX UP BY 1
157500     END-IF.
157600 6210-EXIT.
157700     EXIT.
157800
157900*    6300-SET-RECON-REASON SAYS WHY AN OPEN PERIOD IS OPEN.  ONLY
158000*    A PERIOD SIMPLY WAITING FOR ITS REMITTANCE -- PAID AFTER THE
158100*    CUTOFF, OR FOR A PAYEE THIS RUN WAS NOT ASKED TO REMIT -- IS
158200*    NOT AN EXCEPTION IN ITSELF.
158300 6300-SET-RECON-REASON.
158400     SET RECON-ITEM-EXCEPTION TO TRUE.
158500     MOVE WS-LDG-DED-CODE (WS-LDG-IDX) TO WS-WANT-DED-CODE.
158600     PERFORM 2600-FIND-MASTER-SLOT THRU 2600-EXIT.
158700     EVALUATE TRUE
158800         WHEN WS-LDG-REMITTED (WS-LDG-IDX) >
158900                 WS-LDG-WITHHELD (WS-LDG-IDX)
159000             MOVE 'OVER-REMITTED - VOID AFTER REMIT'
159100                 TO WS-RECON-REASON
159200         WHEN WS-LDG-REMIT-DATE (WS-LDG-IDX) NOT EQUAL ZERO
159300             MOVE 'REMITTED SHORT OF WITHHELD'
159400                 TO WS-RECON-REASON
159500         WHEN NOT LDG-RUN-ON-HISTORY (WS-LDG-IDX)
159600             MOVE 'RUN NOT ON NET-PAY HISTORY'
159700                 TO WS-RECON-REASON
159800         WHEN DEDM-SLOT-NOT-FOUND
159900             MOVE 'CODE NOT ON DEDUCTION MASTER'
160000                 TO WS-RECON-REASON
160100         WHEN WS-LDG-PAYEE (WS-LDG-IDX) EQUAL TO SPACES
160200             MOVE 'NO PAYEE ON DEDUCTION MASTER'
160300                 TO WS-RECON-REASON
160400         WHEN OTHER
160500             SET RECON-ITEM-WAITING TO TRUE
160600             MOVE 'NOT YET REMITTED' TO WS-RECON-REASON
160700     END-EVALUATE.
160800 6300-EXIT.
160900     EXIT.
161000
161100*    6400-PRINT-AGE-BUCKET PRINTS ONE AGING BUCKET'S COUNT AND
161200*    OPEN BALANCE.
161300 6400-PRINT-AGE-BUCKET.
161400     SET WS-AGE-IDX TO WS-AGE-SUB.
161500     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO RA-LABEL.
161600     MOVE WS-AGE-COUNT (WS-AGE-IDX) TO RA-COUNT.
161700     MOVE WS-AGE-BALANCE (WS-AGE-IDX) TO RA-BALANCE.
161800     WRITE REMIT-RECON-LINE FROM WS-REC-AGE-LINE.
161900     ADD 1 TO WS-AGE-SUB.
162000 6400-EXIT.
162100     EXIT.
162200
162300*    6500-PRINT-CODE-LIABILITY PRINTS ONE CODE'S WITHHELD,
162400*    REMITTED, AND OUTSTANDING BALANCE ACROSS THE WHOLE LEDGER.
162500 6500-PRINT-CODE-LIABILITY.
162600     SET WS-CODE-IDX TO WS-CODE-SUB.
162700     ADD 1 TO WS-CODE-SUB.
162800     MOVE WS-CODE-DED-CODE (WS-CODE-IDX) TO RL-DED-CODE.
162900     MOVE WS-CODE-DED-CODE (WS-CODE-IDX) TO WS-WANT-DED-CODE.
163000     PERFORM 2600-FIND-MASTER-SLOT THRU 2600-EXIT.
163100     IF DEDM-SLOT-FOUND
163200         MOVE WS-DEDM-DESC (WS-DEDM-IDX) TO RL-DESC
163300         MOVE WS-DEDM-PAYEE (WS-DEDM-IDX) TO RL-PAYEE
163400     ELSE
163500         MOVE '*** NOT ON MASTER' TO RL-DESC
163600         MOVE SPACES TO RL-PAYEE
163700     END-IF.
163800     MOVE WS-CODE-WITHHELD (WS-CODE-IDX) TO RL-WITHHELD.
163900     MOVE WS-CODE-REMITTED (WS-CODE-IDX) TO RL-REMITTED.
164000     COMPUTE WS-BALANCE = WS-CODE-WITHHELD (WS-CODE-IDX)
164100         - WS-CODE-REMITTED (WS-CODE-IDX).
164200     MOVE WS-BALANCE TO RL-BALANCE.
164300     MOVE WS-CODE-OPEN-COUNT (WS-CODE-IDX) TO RL-OPEN-COUNT.
164400     WRITE REMIT-RECON-LINE FROM WS-REC-CODE-LINE.
164500 6500-EXIT.
164600     EXIT.
164700
164800*----------------------------------------------------------------
164900* 7000-SAVE-LEDGER  --  REWRITE THE LEDGER FROM THE TABLE.  A
165000* PERIOD WITH NOTHING WITHHELD AND NOTHING REMITTED -- EVERY
165100* PAYMENT IN IT VOIDED BEFORE IT WENT -- IS DROPPED.
165200*----------------------------------------------------------------
165300 7000-SAVE-LEDGER.
165400     OPEN OUTPUT REMIT-LEDGER-FILE.
165500     MOVE 1 TO WS-LDG-SUB.
165600     PERFORM 7100-SAVE-LEDGER-RECORD THRU 7100-EXIT
165700         UNTIL WS-LDG-SUB > WS-LDG-TABLE-USED.
165800     CLOSE REMIT-LEDGER-FILE.
165900 7000-EXIT.
166000     EXIT.
166100
166200 7100-SAVE-LEDGER-RECORD.
166300     SET WS-LDG-IDX TO WS-LDG-SUB.
166400     ADD 1 TO WS-LDG-SUB.
166500     IF WS-LDG-WITHHELD (WS-LDG-IDX) EQUAL ZERO
166600             AND WS-LDG-REMITTED (WS-LDG-IDX) EQUAL ZERO
166700         GO TO 7100-EXIT
166800     END-IF.
166900
167000     MOVE SPACES TO REMIT-LEDGER-RECORD.
167100     MOVE WS-LDG-DED-CODE (WS-LDG-IDX) TO LDG-DED-CODE.
167200     MOVE WS-LDG-NP-RUN-ID (WS-LDG-IDX) TO LDG-NP-RUN-ID.
167300     MOVE WS-LDG-PAY-DATE (WS-LDG-IDX) TO LDG-PAY-DATE.
167400     MOVE WS-LDG-PERIOD-NO (WS-LDG-IDX) TO LDG-PERIOD-NO.
167500     MOVE WS-LDG-PAYEE (WS-LDG-IDX) TO LDG-PAYEE.
167600     MOVE WS-LDG-WITHHELD (WS-LDG-IDX) TO LDG-WITHHELD.
167700     MOVE WS-LDG-REMITTED (WS-LDG-IDX) TO LDG-REMITTED.
167800     MOVE WS-LDG-REMIT-DATE (WS-LDG-IDX) TO LDG-REMIT-DATE.
167900     MOVE WS-LDG-REMIT-RUN-ID (WS-LDG-IDX) TO LDG-REMIT-RUN-ID.
168000     WRITE REMIT-LEDGER-RECORD.
168100 7100-EXIT.
168200     EXIT.
168300
168400*----------------------------------------------------------------
168500* 8000-TERMINATE  --  REGISTER TOTALS AND THE RUN SUMMARY.
168600*----------------------------------------------------------------
168700 8000-TERMINATE.
168800     MOVE SPACES TO REMIT-REGISTER-LINE.
168900     WRITE REMIT-REGISTER-LINE.
169000     MOVE 'TOTAL REMITTED THIS RUN' TO RG-T-LABEL.
169100     MOVE WS-REMITTED-TOTAL TO RG-T-AMOUNT.
169200     WRITE REMIT-REGISTER-LINE FROM WS-REG-TOTAL-LINE.
169300     CLOSE REMIT-REGISTER-FILE.
169400     CLOSE REMIT-RECON-FILE.
169500     CLOSE EMP-FILE.
169600
169700     DISPLAY ' '.
169800     DISPLAY '*** DEDUCTION REMITTANCE RUN COMPLETE ***'.
169900     DISPLAY 'Cutoff Pay Date: ' WS-CUTOFF-DATE.
170000     DISPLAY 'Deduction Lines Read: ' WS-DETAIL-READ-COUNT.
170100     DISPLAY 'Lines Of Voided Payments: ' WS-VOIDED-LINE-COUNT.
170200     DISPLAY 'Remittance Files Written: ' WS-FILES-WRITTEN.
170300     DISPLAY 'Code Periods Remitted: ' WS-PERIODS-REMITTED.
170400     DISPLAY 'Amount Remitted: ' WS-REMITTED-TOTAL.
170500     DISPLAY 'Open Ledger Periods: ' WS-RECON-COUNT.
170600     DISPLAY 'Reconciliation Exceptions: ' WS-EXCEPTION-COUNT.
170700     DISPLAY 'Run ID: ' WS-RUN-ID.
170800     MOVE WS-REMIT-CODE TO RETURN-CODE.
170900 8000-EXIT.
171000     EXIT.
