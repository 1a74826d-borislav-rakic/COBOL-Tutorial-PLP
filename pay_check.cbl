000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAY-CHECK.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* PAY-CHECK
000900* PRINTS THE PAPER CHECKS.  PAY-DEPOSIT QUEUES EVERY NET-PAY
001000* RECORD IT CANNOT DEPOSIT -- NO BANK RECORD, AN ACCOUNT NOT YET
001100* ACTIVE, OR AN OFF-CYCLE ITEM KEYED FOR PAYMENT BY CHECK -- TO
001200* THE CHECK ITEM QUEUE, THE SAME NET-PAY RECORD IT LISTS ON THE
001300* PAPER-CHECK EXCEPTION REPORT.  THIS RUN TAKES THE QUEUE AND,
001400* FOR EACH ITEM:
001500*
001600*   ASSIGNS THE NEXT CHECK NUMBER FROM THE CHECK CONTROL FILE;
001700*   PRINTS THE CHECK WITH ITS STUB -- EARNINGS, EACH TAX, AND
001800*   EACH DEDUCTION FROM THE NET-PAY DETAIL HISTORY (SEE
001900*   NPDREC.CPY) -- AND THE EMPLOYEE'S MAILING ADDRESS;
002000*   LISTS IT ON THE CHECK REGISTER;
002100*   WRITES IT TO THE BANK'S POSITIVE-PAY ISSUE FILE, SO THE
002200*   BANK HONORS ONLY CHECKS WE ACTUALLY ISSUED:
002300*
002400*   H  ISSUE DATE AND RUN-ID
002500*   D  ONE PER CHECK: ISSUE OR VOID, CHECK NUMBER, AMOUNT,
002600*      ISSUE DATE, PAYEE
002700*   T  RECORD COUNT, AND COUNT AND AMOUNT TOTALS FOR ISSUES
002800*      AND FOR VOIDS
002900*
003000*   AND APPENDS IT TO THE CHECK HISTORY FILE.
003100*
003200* A CHECK PAY-VOID HAS VOIDED SINCE THE LAST RUN GOES TO THE
003300* BANK AS A VOID ON THIS RUN'S POSITIVE-PAY FILE.  THE CHECK
003400* HISTORY RECORDS EVERY VOID SENT, SO NONE GOES TWICE.
003500*
003600* THE CALLER MAY SUPPLY THE FIRST CHECK NUMBER ON THE STOCK IN
003700* THE PRINTER AS EIGHT DIGITS ON THE COMMAND LINE, E.G.
003800* "00004711".  A NUMBER BELOW THE NEXT ONE THE CONTROL FILE
003900* EXPECTS WOULD DUPLICATE ISSUED CHECKS AND REFUSES THE RUN; A
004000* NUMBER ABOVE IT LEAVES A GAP AND REFUSES THE RUN TOO, UNLESS
004100* A 'V' FOLLOWS THE DIGITS ("00004711V"), IN WHICH CASE EVERY
004200* SKIPPED NUMBER IS VOIDED TO THE BANK AND LISTED ON THE
004300* REGISTER.  NO NUMBER STARTS AT THE NEXT ONE EXPECTED.  A CHECK
004400* HISTORY THAT HAS RUN AHEAD OF THE CONTROL FILE -- A RUN THAT
004500* DIED BEFORE ITS CONTROL RECORD WAS WRITTEN -- ALSO REFUSES
004600* THE RUN, CONDITION CODE 8, BEFORE ANYTHING IS PRINTED.
004700*
004800* AN ITEM IS DROPPED FROM THE QUEUE, WITH NO CHECK, WHEN ITS NET
004900* IS ZERO, WHEN THE PAYMENT HAS BEEN VOIDED, WHEN A CHECK HAS
005000* ALREADY BEEN ISSUED FOR IT, OR WHEN IT REPEATS AN ITEM EARLIER
005100* IN THE QUEUE; ONE WHOSE EMPLOYEE IS NOT ON EMP-FILE IS HELD IN
005200* THE QUEUE FOR THE NEXT RUN.  EITHER, OR A CHECK PRINTED WITH NO
005300* ADDRESS ON FILE, ENDS THE RUN WITH CONDITION CODE 4.
005400*
005500* MODIFICATION HISTORY
005600*    DATE        INIT  DESCRIPTION
005700*    2026-10-15  JR    ORIGINAL VERSION.
005800******************************************************************
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300*    EMP-FILE IS THE SAME INDEXED MASTER THE REST OF THE SYSTEM
006400*    SHARES -- SEE EMPREC.CPY FOR THE RECORD LAYOUT AND KEYS.  THE
006500*    CHECK RUN ONLY READS IT, BY KEY, FOR THE PAYEE NAME.
006600     SELECT EMP-FILE ASSIGN TO 'emp_file.dat'
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS EMP-ID-KEY
007000         ALTERNATE RECORD KEY IS EMP-DEPT-KEY
007100             WITH DUPLICATES
007200         FILE STATUS IS WS-EMP-FILE-STATUS.
007300
007400*    CHECK-ITEM-FILE IS THE QUEUE OF NET-PAY RECORDS PAY-DEPOSIT
007500*    ROUTED TO PAPER CHECK.  STATUS '35' MEANS NOTHING QUEUED.
007600*    IT IS REWRITTEN AT THE END OF THE RUN WITH ONLY THE HELD
007700*    ITEMS.
007800     SELECT CHECK-ITEM-FILE ASSIGN TO 'check_item_file.dat'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-CKI-FILE-STATUS.
008200
008300*    NETPAY-DETAIL-HIST-FILE IS EVERY ITEMIZED LINE PAY-CALC HAS
008400*    WRITTEN -- SEE NPDREC.CPY.  READ ONLY, FOR THE STUBS.
008500     SELECT NETPAY-DETAIL-HIST-FILE
008600         ASSIGN TO 'netpay_detail_history.dat'
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-NPD-FILE-STATUS.
009000
009100*    ADDRESS-FILE CARRIES ONE MAILING ADDRESS PER EMPLOYEE --
009200*    SEE ADDRREC.CPY.  STATUS '35' MEANS NO ADDRESSES ARE ON
009300*    FILE; THE CHECKS STILL PRINT, FLAGGED.
009400     SELECT ADDRESS-FILE ASSIGN TO 'emp_address_file.dat'
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-ADDR-FILE-STATUS.
009800
009900*    VOID-AUDIT-FILE IS PAY-VOID'S RECORD OF EVERY VOID -- SEE
010000*    VDAREC.CPY.  READ ONLY.  STATUS '35' MEANS NOTHING HAS EVER
010100*    BEEN VOIDED.
010200     SELECT VOID-AUDIT-FILE ASSIGN TO 'void_audit_file.dat'
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         ACCESS MODE IS SEQUENTIAL
010500         FILE STATUS IS WS-VDA-FILE-STATUS.
010600
010700*    CHECK-HISTORY-FILE CARRIES ONE RECORD PER CHECK NUMBER
010800*    ISSUED OR VOIDED AS SPOILED STOCK, AND ONE MORE WHEN AN
010900*    ISSUED CHECK'S VOID IS SENT TO THE BANK.  APPENDED TO, NEVER
011000*    REWRITTEN.
011100     SELECT CHECK-HISTORY-FILE ASSIGN TO 'check_history_file.dat'
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         ACCESS MODE IS SEQUENTIAL
011400         FILE STATUS IS WS-CKH-FILE-STATUS.
011500
011600*    CHECK-CONTROL-FILE CARRIES THE ONE LAST-CHECK-NUMBER RECORD
011700*    ACROSS RUNS, THE SAME WAY PAY-DEPOSIT'S PAYMENT CONTROL FILE
011800*    CARRIES ITS FILE SEQUENCE NUMBER.
011900     SELECT CHECK-CONTROL-FILE ASSIGN TO 'check_control_file.dat'
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         ACCESS MODE IS SEQUENTIAL
012200         FILE STATUS IS WS-CKC-FILE-STATUS.
012300
012400*    CHECK-PRINT-FILE IS THE CHECKS THEMSELVES, STUB FIRST --
012500*    THE SAME 132-CHARACTER PRINT-LINE WIDTH AS THE REGISTERS.
012600     SELECT CHECK-PRINT-FILE ASSIGN TO 'check_print_file.txt'
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         ACCESS MODE IS SEQUENTIAL.
012900
013000*    CHECK-REGISTER-FILE IS THE PRINTED CHECK REGISTER.
013100     SELECT CHECK-REGISTER-FILE
013200         ASSIGN TO 'check_register_report.txt'
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         ACCESS MODE IS SEQUENTIAL.
013500
013600*    POSITIVE-PAY-FILE IS THE FIXED-FORMAT ISSUE FILE IN THE
013700*    BANK'S SPEC, HEADER AND TRAILER INCLUDED.
013800     SELECT POSITIVE-PAY-FILE ASSIGN TO 'positive_pay_file.dat'
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         ACCESS MODE IS SEQUENTIAL.
014100
014200 DATA DIVISION.
014300 FILE SECTION.
014400*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
014500*    EMP-FILE SO EVERY PROGRAM BLOCKS THE SAME WAY.
014600 FD  EMP-FILE
014700     BLOCK CONTAINS 10 RECORDS
014800     RECORD CONTAINS 100 CHARACTERS
014900     DATA RECORD IS EMP-RECORD.
015000     COPY "EMPREC.CPY".
015100
015200*File description for the check item queue -- net-pay records
015300*in the NPREC.CPY layout under CKI- names.
015400 FD  CHECK-ITEM-FILE
015500     RECORD CONTAINS 100 CHARACTERS
015600     DATA RECORD IS CHECK-ITEM-RECORD.
015700     COPY "NPREC.CPY"
015800         REPLACING ==NETPAY-RECORD== BY ==CHECK-ITEM-RECORD==
015900                   LEADING ==NP-== BY ==CKI-==.
016000
016100*File description for the net-pay detail history -- see
016200*NPDREC.CPY.
016300 FD  NETPAY-DETAIL-HIST-FILE
016400     RECORD CONTAINS 60 CHARACTERS
016500     DATA RECORD IS NETPAY-DETAIL-RECORD.
016600     COPY "NPDREC.CPY".
016700
016800*File description for the employee address file -- see
016900*ADDRREC.CPY.
017000 FD  ADDRESS-FILE
017100     RECORD CONTAINS 80 CHARACTERS
017200     DATA RECORD IS ADDRESS-RECORD.
017300     COPY "ADDRREC.CPY".
017400
017500*File description for the void audit file -- see VDAREC.CPY.
017600 FD  VOID-AUDIT-FILE
017700     RECORD CONTAINS 150 CHARACTERS
017800     DATA RECORD IS VOID-AUDIT-RECORD.
017900     COPY "VDAREC.CPY".
018000
018100*File description for the check history.  CKH-ACTION SAYS WHAT
018200*HAPPENED TO THE NUMBER: 'I' ISSUED TO THE PAYEE, 'S' SKIPPED
018300*STOCK VOIDED TO THE BANK UNUSED, 'V' AN ISSUED CHECK'S VOID SENT
018400*TO THE BANK.  CKH-ISSUE-DATE IS ALWAYS THE DATE THE CHECK WAS
018500*ISSUED, ALSO ON A 'V' RECORD, AND CKH-CHECK-RUN-ID THE CHECK RUN
018600*THAT WROTE THE RECORD.  CKH-NP-RUN-ID, CKH-EMP-ID, AND
018700*CKH-EARN-CODE NAME THE NET-PAY RECORD THE CHECK PAID (SEE
018800*NPREC.CPY); BLANK ON SKIPPED STOCK.  THE AMOUNT CARRIES TWO
018900*ASSUMED DECIMAL PLACES.
019000 FD  CHECK-HISTORY-FILE
019100     RECORD CONTAINS 100 CHARACTERS
019200     DATA RECORD IS CHECK-HISTORY-RECORD.
019300 01  CHECK-HISTORY-RECORD.
019400     02  CKH-CHECK-NO            PIC 9(08).
019500     02  CKH-ACTION              PIC X(01).
019600         88  CKH-ISSUED                  VALUE 'I'.
019700         88  CKH-STOCK-SKIPPED           VALUE 'S'.
019800         88  CKH-VOID-SENT               VALUE 'V'.
019900     02  CKH-ISSUE-DATE          PIC 9(08).
020000     02  CKH-CHECK-RUN-ID        PIC X(12).
020100     02  CKH-NP-RUN-ID           PIC X(12).
020200     02  CKH-EMP-ID              PIC 9(06).
020300     02  CKH-EARN-CODE           PIC X(03).
020400     02  CKH-AMOUNT              PIC 9(07)V99.
020500     02  CKH-PAYEE               PIC X(20).
020600     02  FILLER                  PIC X(21).
020700
020800*File description for the check control file.  CKC-LAST-CHECK-
020900*NO IS THE HIGHEST CHECK NUMBER USED, ISSUED OR VOIDED.
021000 FD  CHECK-CONTROL-FILE
021100     RECORD CONTAINS 40 CHARACTERS
021200     DATA RECORD IS CHECK-CONTROL-RECORD.
021300 01  CHECK-CONTROL-RECORD.
021400     02  CKC-LAST-CHECK-NO       PIC 9(08).
021500     02  CKC-LAST-ISSUE-DATE     PIC 9(08).
021600     02  CKC-LAST-RUN-ID         PIC X(12).
021700     02  FILLER                  PIC X(12).
021800
021900*File description for the printed checks.
022000 FD  CHECK-PRINT-FILE
022100     RECORD CONTAINS 132 CHARACTERS
022200     DATA RECORD IS CHECK-PRINT-LINE.
022300 01  CHECK-PRINT-LINE            PIC X(132).
022400
022500*File description for the printed check register.
022600 FD  CHECK-REGISTER-FILE
022700     RECORD CONTAINS 132 CHARACTERS
022800     DATA RECORD IS CHECK-REGISTER-LINE.
022900 01  CHECK-REGISTER-LINE         PIC X(132).
023000
023100*File description for the positive-pay issue file.  ALL THREE
023200*RECORD TYPES SHARE THE 80 BYTES; THE FIRST CHARACTER SAYS WHICH
023300*LAYOUT APPLIES.
023400 FD  POSITIVE-PAY-FILE
023500     RECORD CONTAINS 80 CHARACTERS
023600     DATA RECORD IS POSITIVE-PAY-RECORD.
023700 01  POSITIVE-PAY-RECORD         PIC X(80).
023800
023900 WORKING-STORAGE SECTION.
024000 77  WS-CKI-EOF-SWITCH       PIC X(01) VALUE 'N'.
024100     88  CKI-EOF-REACHED             VALUE 'Y'.
024200 77  WS-NPD-EOF-SWITCH       PIC X(01) VALUE 'N'.
024300     88  NPD-EOF-REACHED             VALUE 'Y'.
024400 77  WS-ADDR-EOF-SWITCH      PIC X(01) VALUE 'N'.
024500     88  ADDR-EOF-REACHED            VALUE 'Y'.
024600 77  WS-VDA-EOF-SWITCH       PIC X(01) VALUE 'N'.
024700     88  VDA-EOF-REACHED             VALUE 'Y'.
024800 77  WS-CKH-EOF-SWITCH       PIC X(01) VALUE 'N'.
024900     88  CKH-EOF-REACHED             VALUE 'Y'.
025000
025100 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
025200     88  EMP-FILE-STATUS-OK          VALUE '00'.
025300
025400*    STATUS '35' ON OPEN INPUT MEANS THE FILE DOES NOT EXIST --
025500*    NOTHING QUEUED, NO DETAIL, NO ADDRESSES, NOTHING VOIDED, NO
025600*    CHECK EVER ISSUED, OR NO CONTROL RECORD YET.
025700 77  WS-CKI-FILE-STATUS      PIC X(02) VALUE '00'.
025800     88  CKI-FILE-STATUS-OK          VALUE '00'.
025900     88  CKI-FILE-NOTEXIST           VALUE '35'.
026000 77  WS-NPD-FILE-STATUS      PIC X(02) VALUE '00'.
026100     88  NPD-FILE-STATUS-OK          VALUE '00'.
026200     88  NPD-FILE-NOTEXIST           VALUE '35'.
026300 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE '00'.
026400     88  ADDR-FILE-STATUS-OK         VALUE '00'.
026500     88  ADDR-FILE-NOTEXIST          VALUE '35'.
026600 77  WS-VDA-FILE-STATUS      PIC X(02) VALUE '00'.
026700     88  VDA-FILE-STATUS-OK          VALUE '00'.
026800     88  VDA-FILE-NOTEXIST           VALUE '35'.
026900 77  WS-CKH-FILE-STATUS      PIC X(02) VALUE '00'.
027000     88  CKH-FILE-STATUS-OK          VALUE '00'.
027100     88  CKH-FILE-NOTEXIST           VALUE '35'.
027200 77  WS-CKC-FILE-STATUS      PIC X(02) VALUE '00'.
027300     88  CKC-FILE-STATUS-OK          VALUE '00'.
027400     88  CKC-FILE-NOTEXIST           VALUE '35'.
027500
027600*    THE CALLER MAY SUPPLY THE FIRST CHECK NUMBER ON THE STOCK AS
027700*    THE FIRST EIGHT CHARACTERS OF THE COMMAND LINE, FOLLOWED BY
027800*    'V' TO VOID THE NUMBERS A GAP WOULD SKIP.
027900 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
028000 77  WS-STOCK-START-ARG      PIC X(08) VALUE SPACES.
028100 77  WS-STOCK-START-NO       PIC 9(08) VALUE ZERO.
028200 77  WS-GAP-OPTION           PIC X(01) VALUE SPACE.
028300     88  GAP-VOID-REQUESTED          VALUE 'V'.
028400
028500*    CHECK NUMBER CONTROL.  WS-LAST-CHECK-NO COMES OFF THE
028600*    CONTROL FILE AND WS-HIGH-CHECK-NO OFF THE CHECK HISTORY;
028700*    WS-NEXT-CHECK-NO IS THE NUMBER THE NEXT CHECK PRINTS WITH.
028800*    A GAP THE OPERATOR HAS ASKED TO VOID RUNS FROM
028900*    WS-GAP-FIRST-NO FOR WS-GAP-COUNT NUMBERS, NEVER MORE THAN
029000*    WS-GAP-LIMIT OF THEM.
029100 77  WS-CONTROL-SWITCH       PIC X(01) VALUE 'N'.
029200     88  CONTROL-ON-FILE             VALUE 'Y'.
029300 77  WS-LAST-CHECK-NO        PIC 9(08) VALUE ZERO.
029400 77  WS-HIGH-CHECK-NO        PIC 9(08) VALUE ZERO.
029500 77  WS-NEXT-CHECK-NO        PIC 9(08) VALUE ZERO.
029600 77  WS-FIRST-ISSUED-NO      PIC 9(08) VALUE ZERO.
029700 77  WS-GAP-FIRST-NO         PIC 9(08) VALUE ZERO.
029800 77  WS-GAP-COUNT            PIC 9(08) VALUE ZERO.
029900 77  WS-GAP-SUB              PIC 9(08) VALUE ZERO.
030000 77  WS-GAP-LIMIT            PIC 9(03) VALUE 100.
030100
030200*    WS-ITEM-TABLE HOLDS THE CHECK ITEM QUEUE.  THE QUEUE IS
030300*    REWRITTEN FROM THE TABLE AT THE END OF THE RUN, SO ONE THAT
030400*    OVERFLOWS REFUSES THE RUN WHOLE RATHER THAN LOSE THE ITEMS
030500*    PAST THE TABLE.  WS-ITEM-STATUS IS 'P' PENDING, 'I' CHECK
030600*    ISSUED, 'H' HELD FOR THE NEXT RUN, 'X' DROPPED.
030700*    WS-ITEM-HAS-EARN IS 'Y' WHEN THE DETAIL HISTORY CARRIES AN
030800*    EARNINGS LINE FOR THE ITEM -- A REGULAR PERIOD'S RECORD HAS
030900*    NONE, AND ITS STUB SHOWS THE GROSS AS REGULAR EARNINGS.
031000 01  WS-ITEM-TABLE.
031100     02  WS-ITEM-ENTRY OCCURS 500 TIMES
031200             INDEXED BY WS-ITEM-IDX.
031300         03  WS-ITEM-RECORD          PIC X(100) VALUE SPACES.
031400         03  WS-ITEM-STATUS          PIC X(01) VALUE 'P'.
031500             88  ITEM-PENDING                VALUE 'P'.
031600             88  ITEM-ISSUED                 VALUE 'I'.
031700             88  ITEM-HELD                   VALUE 'H'.
031800             88  ITEM-DROPPED                VALUE 'X'.
031900         03  WS-ITEM-HAS-EARN        PIC X(01) VALUE 'N'.
032000 77  WS-ITEM-TABLE-USED      PIC 9(04) VALUE ZERO.
032100 77  WS-ITEM-SUB             PIC 9(04) VALUE ZERO.
032200 77  WS-CUR-ITEM-SUB         PIC 9(04) VALUE ZERO.
032300 77  WS-ITEM-SLOT-NO         PIC 9(04) VALUE ZERO.
032400
032500 77  WS-ITEM-SLOT-SWITCH     PIC X(01) VALUE 'N'.
032600     88  ITEM-SLOT-FOUND             VALUE 'Y'.
032700     88  ITEM-SLOT-NOT-FOUND         VALUE 'N'.
032800
032900*    WS-DTL-TABLE HOLDS THE DETAIL HISTORY LINES THAT BELONG TO
033000*    A QUEUED ITEM, WITH THE ITEM'S TABLE SLOT AS OWNER.  A STUB
033100*    CANNOT PRINT SHORT, SO AN OVERFLOW REFUSES THE RUN.
033200 01  WS-DTL-TABLE.
033300     02  WS-DTL-ENTRY OCCURS 5000 TIMES
033400             INDEXED BY WS-DTL-IDX.
033500         03  WS-DTL-OWNER            PIC 9(04) VALUE ZERO.
033600         03  WS-DTL-RECORD           PIC X(60) VALUE SPACES.
033700 77  WS-DTL-TABLE-USED       PIC 9(04) VALUE ZERO.
033800 77  WS-DTL-SUB              PIC 9(04) VALUE ZERO.
033900 77  WS-WANT-LINE-TYPE       PIC X(01) VALUE SPACE.
034000
034100*    WS-CHK-TABLE HOLDS THE ISSUED CHECKS ON THE CHECK HISTORY,
034200*    WITH WS-CHK-VOID-SWITCH SET ONCE THE CHECK'S VOID HAS GONE
034300*    TO THE BANK.  AN OVERFLOW REFUSES THE RUN -- A CHECK PAST
034400*    THE TABLE COULD BE ISSUED OR VOIDED TWICE.
034500 01  WS-CHK-TABLE.
034600     02  WS-CHK-ENTRY OCCURS 5000 TIMES
034700             INDEXED BY WS-CHK-IDX.
034800         03  WS-CHK-CHECK-NO         PIC 9(08) VALUE ZERO.
034900         03  WS-CHK-ISSUE-DATE       PIC 9(08) VALUE ZERO.
035000         03  WS-CHK-NP-RUN-ID        PIC X(12) VALUE SPACES.
035100         03  WS-CHK-EMP-ID           PIC 9(06) VALUE ZERO.
035200         03  WS-CHK-EARN-CODE        PIC X(03) VALUE SPACES.
035300         03  WS-CHK-AMOUNT           PIC 9(07)V99 VALUE ZERO.
035400         03  WS-CHK-PAYEE            PIC X(20) VALUE SPACES.
035500         03  WS-CHK-VOID-SWITCH      PIC X(01) VALUE 'N'.
035600             88  CHK-VOID-SENT               VALUE 'Y'.
035700 77  WS-CHK-TABLE-USED       PIC 9(04) VALUE ZERO.
035800
035900 77  WS-CHK-SLOT-SWITCH      PIC X(01) VALUE 'N'.
036000     88  CHK-SLOT-FOUND              VALUE 'Y'.
036100     88  CHK-SLOT-NOT-FOUND          VALUE 'N'.
036200
036300*    WS-VOID-TABLE HOLDS THE PAYMENTS PAY-VOID HAS VOIDED, BY
036400*    NET-PAY RUN-ID, EMP-ID, AND EARN CODE.
036500 01  WS-VOID-TABLE.
036600     02  WS-VOID-ENTRY OCCURS 2000 TIMES
036700             INDEXED BY WS-VOID-IDX.
036800         03  WS-VOID-NP-RUN-ID       PIC X(12) VALUE SPACES.
036900         03  WS-VOID-EMP-ID          PIC 9(06) VALUE ZERO.
037000         03  WS-VOID-EARN-CODE       PIC X(03) VALUE SPACES.
037100 77  WS-VOID-TABLE-USED      PIC 9(04) VALUE ZERO.
037200 77  WS-VOID-SUB             PIC 9(04) VALUE ZERO.
037300
037400 77  WS-VOID-SLOT-SWITCH     PIC X(01) VALUE 'N'.
037500     88  VOID-SLOT-FOUND             VALUE 'Y'.
037600     88  VOID-SLOT-NOT-FOUND         VALUE 'N'.
037700
037800*    THE PAYMENT KEY THE TABLE SEARCHES LOOK FOR.
037900 77  WS-WANT-RUN-ID          PIC X(12) VALUE SPACES.
038000 77  WS-WANT-EMP-ID          PIC 9(06) VALUE ZERO.
038100 77  WS-WANT-EARN-CODE       PIC X(03) VALUE SPACES.
038200 77  WS-WANT-CHECK-NO        PIC 9(08) VALUE ZERO.
038300
038400*    WS-ADDR-TABLE HOLDS THE ADDRESS FILE.  AN OVERFLOW REFUSES
038500*    THE RUN RATHER THAN PRINT CHECKS WITHOUT ADDRESSES THAT ARE
038600*    ACTUALLY ON FILE.
038700 01  WS-ADDR-TABLE.
038800     02  WS-ADDR-ENTRY OCCURS 1000 TIMES
038900             INDEXED BY WS-ADDR-IDX.
039000         03  WS-ADDR-EMP-ID          PIC 9(06) VALUE ZERO.
039100         03  WS-ADDR-STREET          PIC X(30) VALUE SPACES.
039200         03  WS-ADDR-CITY            PIC X(20) VALUE SPACES.
039300         03  WS-ADDR-STATE           PIC X(02) VALUE SPACES.
039400         03  WS-ADDR-ZIP             PIC X(10) VALUE SPACES.
039500 77  WS-ADDR-TABLE-USED      PIC 9(04) VALUE ZERO.
039600
039700 77  WS-ADDR-SLOT-SWITCH     PIC X(01) VALUE 'N'.
039800     88  ADDR-SLOT-FOUND             VALUE 'Y'.
039900     88  ADDR-SLOT-NOT-FOUND         VALUE 'N'.
040000
040100*    WORK COPIES OF THE QUEUED NET-PAY RECORD BEING PAID AND OF
040200*    ONE OF ITS DETAIL LINES.
040300     COPY "NPREC.CPY"
040400         REPLACING ==NETPAY-RECORD== BY ==CHECK-WORK-RECORD==
040500                   LEADING ==NP-== BY ==CKW-==.
040600     COPY "NPDREC.CPY"
040700         REPLACING ==NETPAY-DETAIL-RECORD==
040800                BY ==STUB-DETAIL-RECORD==
040900                   LEADING ==NPD-== BY ==STD-==.
041000
041100*    THE CURRENT ITEM'S PAYEE, ITS REGISTER REMARK, AND THE
041200*    DESCRIPTION OF THE EARNINGS IT PAYS.
041300 77  WS-PAYEE-NAME           PIC X(20) VALUE SPACES.
041400 77  WS-REMARK               PIC X(40) VALUE SPACES.
041500 77  WS-EARN-DESC            PIC X(20) VALUE SPACES.
041600
041700*    WS-CHECK-CODE IS HANDED BACK AS THE CONDITION CODE: 4 WHEN
041800*    ANY ITEM WAS HELD OR DROPPED OR ANY CHECK PRINTED WITHOUT AN
041900*    ADDRESS, THE SAME WARNING LEVEL YEAR-END USES.
042000 77  WS-CHECK-CODE           PIC 9(02) VALUE ZERO.
042100
042200 77  WS-ISSUED-COUNT         PIC 9(05) VALUE ZERO.
042300 77  WS-ISSUED-TOTAL         PIC 9(09)V99 VALUE ZERO.
042400 77  WS-VOID-SENT-COUNT      PIC 9(05) VALUE ZERO.
042500 77  WS-VOID-SENT-TOTAL      PIC 9(09)V99 VALUE ZERO.
042600 77  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
042700 77  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
042800 77  WS-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
042900 77  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE ZERO.
043000 77  WS-PP-RECORD-COUNT      PIC 9(05) VALUE ZERO.
043100
043200 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
043300 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
043400 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
043500
043600 01  WS-RUN-DATE.
043700     02  WS-RUN-DATE-YY          PIC 99.
043800     02  WS-RUN-DATE-MM          PIC 99.
043900     02  WS-RUN-DATE-DD          PIC 99.
044000
044100*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
044200*    THE NIGHTLY STAMPS ON ITS RUN-CONTROL AND AUDIT RECORDS.
044300 01  WS-RUN-TIME.
044400     02  WS-RUN-TIME-HH          PIC 99.
044500     02  WS-RUN-TIME-MM          PIC 99.
044600     02  WS-RUN-TIME-SS          PIC 99.
044700     02  WS-RUN-TIME-HS          PIC 99.
044800
044900 01  WS-RUN-ID.
045000     02  WS-RUN-ID-DATE          PIC 9(06).
045100     02  WS-RUN-ID-TIME          PIC 9(06).
045200
045300 01  WS-TODAY-CCYYMMDD.
045400     02  FILLER                  PIC 99 VALUE 20.
045500     02  WS-TODAY-YYMMDD         PIC 9(06).
045600 01  WS-TODAY-NUM REDEFINES WS-TODAY-CCYYMMDD
045700                                 PIC 9(08).
045800
045900*    THE THREE POSITIVE-PAY RECORD SHAPES.  AMOUNTS CARRY TWO
046000*    ASSUMED DECIMAL PLACES, THE SAME WAY THE NET-PAY FILE DOES.
046100*    PPD-ACTION IS 'I' FOR A CHECK ISSUED, 'V' FOR ONE VOIDED.
046200 01  WS-PP-HEADER.
046300     02  FILLER                  PIC X(01) VALUE 'H'.
046400     02  PPH-ISSUE-DATE          PIC 9(08).
046500     02  PPH-RUN-ID              PIC X(12).
046600     02  FILLER                  PIC X(59) VALUE SPACES.
046700
046800 01  WS-PP-DETAIL.
046900     02  FILLER                  PIC X(01) VALUE 'D'.
047000     02  PPD-ACTION              PIC X(01).
047100     02  PPD-CHECK-NO            PIC 9(08).
047200     02  PPD-AMOUNT              PIC 9(07)V99.
047300     02  PPD-ISSUE-DATE          PIC 9(08).
047400     02  PPD-PAYEE               PIC X(30).
047500     02  FILLER                  PIC X(23) VALUE SPACES.
047600
047700 01  WS-PP-TRAILER.
047800     02  FILLER                  PIC X(01) VALUE 'T'.
047900     02  PPT-RECORD-COUNT        PIC 9(05).
048000     02  PPT-ISSUE-COUNT         PIC 9(05).
048100     02  PPT-ISSUE-TOTAL         PIC 9(09)V99.
048200     02  PPT-VOID-COUNT          PIC 9(05).
048300     02  PPT-VOID-TOTAL          PIC 9(09)V99.
048400     02  FILLER                  PIC X(42) VALUE SPACES.
048500
048600*    PRINTED CHECK LINES -- THE STUB, THEN THE CHECK FACE BELOW
048700*    IT, WITH A PERFORATION LINE BETWEEN CHECKS.
048800 01  WS-CK-PERF-LINE             PIC X(132) VALUE ALL '-'.
048900
049000 01  WS-CK-STUB-HEAD.
049100     02  FILLER                  PIC X(20)
049200                             VALUE 'EARNINGS STATEMENT'.
049300     02  FILLER                  PIC X(08) VALUE 'EMP-ID: '.
049400     02  CS-EMP-ID               PIC 9(06).
049500     02  FILLER                  PIC X(02) VALUE SPACES.
049600     02  CS-PAYEE                PIC X(20).
049700     02  FILLER                  PIC X(02) VALUE SPACES.
049800     02  FILLER                  PIC X(10) VALUE 'CHECK NO: '.
049900     02  CS-CHECK-NO             PIC 9(08).
050000     02  FILLER                  PIC X(02) VALUE SPACES.
050100     02  FILLER                  PIC X(12) VALUE 'ISSUE DATE: '.
050200     02  CS-ISSUE-DATE           PIC 9999/99/99.
050300     02  FILLER                  PIC X(32) VALUE SPACES.
050400
050500 01  WS-CK-STUB-PAY.
050600     02  FILLER                  PIC X(20) VALUE SPACES.
050700     02  FILLER                  PIC X(10) VALUE 'PAY DATE: '.
050800     02  CS-PAY-DATE             PIC 9999/99/99.
050900     02  FILLER                  PIC X(04) VALUE SPACES.
051000     02  FILLER                  PIC X(08) VALUE 'PERIOD: '.
051100     02  CS-PERIOD-NO            PIC 99.
051200     02  FILLER                  PIC X(04) VALUE SPACES.
051300     02  FILLER                  PIC X(08) VALUE 'RUN-ID: '.
051400     02  CS-NP-RUN-ID            PIC X(12).
051500     02  FILLER                  PIC X(04) VALUE SPACES.
051600     02  CS-EARN-DESC            PIC X(20).
051700     02  FILLER                  PIC X(30) VALUE SPACES.
051800
051900 01  WS-CK-STUB-COLUMNS.
052000     02  FILLER                  PIC X(04) VALUE SPACES.
052100     02  FILLER                  PIC X(05) VALUE 'CODE'.
052200     02  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
052300     02  FILLER                  PIC X(09) VALUE '   AMOUNT'.
052400     02  FILLER                  PIC X(92) VALUE SPACES.
052500
052600 01  WS-CK-STUB-LINE.
052700     02  FILLER                  PIC X(04) VALUE SPACES.
052800     02  CS-CODE                 PIC X(03).
052900     02  FILLER                  PIC X(02) VALUE SPACES.
053000     02  CS-DESC                 PIC X(20).
053100     02  FILLER                  PIC X(02) VALUE SPACES.
053200     02  CS-AMOUNT               PIC ZZ,ZZ9.99.
053300     02  FILLER                  PIC X(92) VALUE SPACES.
053400
053500 01  WS-CK-STUB-TOTAL.
053600     02  FILLER                  PIC X(04) VALUE SPACES.
053700     02  FILLER                  PIC X(11) VALUE 'GROSS PAY: '.
053800     02  CS-T-GROSS              PIC ZZ,ZZ9.99.
053900     02  FILLER                  PIC X(04) VALUE SPACES.
054000     02  FILLER                  PIC X(24)
054100                             VALUE 'TAXES AND DEDUCTIONS: '.
054200     02  CS-T-DEDUCT             PIC Z,ZZZ,ZZ9.99.
054300     02  FILLER                  PIC X(04) VALUE SPACES.
054400     02  FILLER                  PIC X(09) VALUE 'NET PAY: '.
054500     02  CS-T-NET                PIC ZZ,ZZ9.99.
054600     02  FILLER                  PIC X(46) VALUE SPACES.
054700
054800 01  WS-CK-TEXT-LINE.
054900     02  FILLER                  PIC X(04) VALUE SPACES.
055000     02  CS-TEXT                 PIC X(60).
055100     02  FILLER                  PIC X(68) VALUE SPACES.
055200
055300 01  WS-CK-FACE-1.
055400     02  FILLER                  PIC X(60) VALUE SPACES.
055500     02  FILLER                  PIC X(09) VALUE 'CHECK NO '.
055600     02  CF-CHECK-NO             PIC 9(08).
055700     02  FILLER                  PIC X(04) VALUE SPACES.
055800     02  FILLER                  PIC X(05) VALUE 'DATE '.
055900     02  CF-ISSUE-DATE           PIC 9999/99/99.
056000     02  FILLER                  PIC X(36) VALUE SPACES.
056100
056200 01  WS-CK-FACE-2.
056300     02  FILLER                  PIC X(04) VALUE SPACES.
056400     02  FILLER                  PIC X(20)
056500                             VALUE 'PAY TO THE ORDER OF '.
056600     02  CF-PAYEE                PIC X(20).
056700     02  FILLER                  PIC X(16) VALUE SPACES.
056800     02  CF-AMOUNT               PIC $**,**9.99.
056900     02  FILLER                  PIC X(62) VALUE SPACES.
057000
057100 01  WS-CK-FACE-ADDR.
057200     02  FILLER                  PIC X(24) VALUE SPACES.
057300     02  CF-ADDR-TEXT            PIC X(60).
057400     02  FILLER                  PIC X(48) VALUE SPACES.
057500
057600*    CHECK REGISTER CONTROLS AND PRINT LINES.
057700 01  WS-RPT-HEADING-1.
057800     02  FILLER                  PIC X(30)
057900                             VALUE 'CHECK REGISTER'.
058000     02  FILLER                  PIC X(10) VALUE SPACES.
058100     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
058200     02  WS-RPT-H1-DATE.
058300         03  WS-RPT-H1-DATE-MM       PIC 99.
058400         03  FILLER                  PIC X VALUE '/'.
058500         03  WS-RPT-H1-DATE-DD       PIC 99.
058600         03  FILLER                  PIC X VALUE '/'.
058700         03  WS-RPT-H1-DATE-YY       PIC 99.
058800     02  FILLER                  PIC X(10) VALUE SPACES.
058900     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
059000     02  WS-RPT-H1-PAGE          PIC ZZZ9.
059100     02  FILLER                  PIC X(54) VALUE SPACES.
059200
059300 01  WS-RPT-HEADING-2.
059400     02  FILLER                  PIC X(10) VALUE 'CHECK NO'.
059500     02  FILLER                  PIC X(08) VALUE 'EMP-ID'.
059600     02  FILLER                  PIC X(22) VALUE 'PAYEE'.
059700     02  FILLER                  PIC X(14) VALUE 'PAY RUN-ID'.
059800     02  FILLER                  PIC X(06) VALUE 'CODE'.
059900     02  FILLER                  PIC X(12) VALUE 'PAY DATE'.
060000     02  FILLER                  PIC X(12) VALUE '      AMOUNT'.
060100     02  FILLER                  PIC X(02) VALUE SPACES.
060200     02  FILLER                  PIC X(46) VALUE 'REMARK'.
060300
060400 01  WS-RPT-DETAIL.
060500     02  RG-CHECK-NO             PIC Z(08).
060600     02  FILLER                  PIC X(02) VALUE SPACES.
060700     02  RG-EMP-ID               PIC 9(06).
060800     02  FILLER                  PIC X(02) VALUE SPACES.
060900     02  RG-PAYEE                PIC X(20).
061000     02  FILLER                  PIC X(02) VALUE SPACES.
061100     02  RG-NP-RUN-ID            PIC X(12).
061200     02  FILLER                  PIC X(02) VALUE SPACES.
061300     02  RG-EARN-CODE            PIC X(03).
061400     02  FILLER                  PIC X(03) VALUE SPACES.
061500     02  RG-PAY-DATE             PIC 9999/99/99.
061600     02  FILLER                  PIC X(02) VALUE SPACES.
061700     02  RG-AMOUNT               PIC Z,ZZZ,ZZ9.99.
061800     02  FILLER                  PIC X(02) VALUE SPACES.
061900     02  RG-REMARK               PIC X(40).
062000     02  FILLER                  PIC X(06) VALUE SPACES.
062100
062200 01  WS-RPT-TRAILER.
062300     02  FILLER                  PIC X(05) VALUE SPACES.
062400     02  RT-LABEL                PIC X(30).
062500     02  RT-COUNT                PIC ZZ,ZZ9.
062600     02  FILLER                  PIC X(04) VALUE SPACES.
062700     02  RT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
062800     02  FILLER                  PIC X(73) VALUE SPACES.
062900
063000 01  WS-RPT-RANGE-LINE.
063100     02  FILLER                  PIC X(05) VALUE SPACES.
063200     02  FILLER                  PIC X(30)
063300                             VALUE 'CHECK NUMBERS USED THIS RUN:'.
063400     02  RR-FIRST-NO             PIC 9(08).
063500     02  FILLER                  PIC X(06) VALUE ' THRU '.
063600     02  RR-LAST-NO              PIC 9(08).
063700     02  FILLER                  PIC X(75) VALUE SPACES.
063800
063900 PROCEDURE DIVISION.
064000 0000-MAINLINE.
064100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
064200
064300     PERFORM 2000-SEND-VOIDS THRU 2000-EXIT.
064400     PERFORM 2500-VOID-SKIPPED-STOCK THRU 2500-EXIT.
064500
064600     MOVE 1 TO WS-ITEM-SUB.
064700     PERFORM 3000-ISSUE-ONE-CHECK THRU 3000-EXIT
064800         UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-USED.
064900
065000     PERFORM 7000-SAVE-CHECK-QUEUE THRU 7000-EXIT.
065100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
065200     STOP RUN.
065300
065400*----------------------------------------------------------------
065500* 1000-INITIALIZE  --  BUILD THE RUN-ID, PROVE THE CHECK NUMBERS,
065600* LOAD THE VOIDS, THE QUEUE, ITS STUB DETAIL, AND THE ADDRESSES,
065700* AND OPEN THE OUTPUTS.  EVERY CHECK THAT CAN REFUSE THE RUN
065800* RUNS BEFORE ANY OUTPUT IS OPENED.
065900*----------------------------------------------------------------
066000 1000-INITIALIZE.
066100     DISPLAY '*** STARTING CHECK-WRITING RUN ***'.
066200     ACCEPT WS-RUN-DATE FROM DATE.
066300     ACCEPT WS-RUN-TIME FROM TIME.
066400     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
066500     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
066600            WS-RUN-TIME-MM DELIMITED BY SIZE
066700            WS-RUN-TIME-SS DELIMITED BY SIZE
066800         INTO WS-RUN-ID-TIME
066900     END-STRING.
067000     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
067100
067200     PERFORM 1050-PARSE-COMMAND-LINE THRU 1050-EXIT.
067300     PERFORM 1100-READ-CHECK-CONTROL THRU 1100-EXIT.
067400     PERFORM 1200-LOAD-CHECK-HISTORY THRU 1200-EXIT.
067500     PERFORM 1250-PROVE-CHECK-NUMBERS THRU 1250-EXIT.
067600     PERFORM 1300-LOAD-VOID-AUDIT THRU 1300-EXIT.
067700     PERFORM 1400-LOAD-CHECK-ITEMS THRU 1400-EXIT.
067800     PERFORM 1500-LOAD-STUB-DETAIL THRU 1500-EXIT.
067900     PERFORM 1600-LOAD-ADDRESSES THRU 1600-EXIT.
068000     PERFORM 1700-OPEN-OUTPUTS THRU 1700-EXIT.
068100 1000-EXIT.
068200     EXIT.
068300
068400*    1050-PARSE-COMMAND-LINE PICKS UP THE OPTIONAL STARTING
068500*    CHECK NUMBER AND GAP OPTION.
068600 1050-PARSE-COMMAND-LINE.
068700     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
068800     MOVE WS-COMMAND-LINE (1:8) TO WS-STOCK-START-ARG.
068900     MOVE WS-COMMAND-LINE (9:1) TO WS-GAP-OPTION.
069000
069100     IF WS-STOCK-START-ARG EQUAL TO SPACES
069200         GO TO 1050-EXIT
069300     END-IF.
069400     IF WS-STOCK-START-ARG NOT NUMERIC
069500             OR WS-STOCK-START-ARG EQUAL TO ZERO
069600         DISPLAY 'USAGE: SUPPLY THE FIRST CHECK NUMBER ON THE '
069700             'STOCK AS EIGHT DIGITS, E.G. 00004711'
069800         MOVE 8 TO RETURN-CODE
069900         STOP RUN
070000     END-IF.
070100     MOVE WS-STOCK-START-ARG TO WS-STOCK-START-NO.
070200 1050-EXIT.
070300     EXIT.
070400
070500*    1100-READ-CHECK-CONTROL PICKS UP THE LAST CHECK NUMBER USED.
070600*    NO CONTROL FILE MEANS NO CHECK HAS EVER BEEN PRINTED HERE.
070700 1100-READ-CHECK-CONTROL.
070800     OPEN INPUT CHECK-CONTROL-FILE.
070900     IF CKC-FILE-NOTEXIST
071000         GO TO 1100-EXIT
071100     END-IF.
071200     IF NOT CKC-FILE-STATUS-OK
071300         DISPLAY 'CHECK CONTROL OPEN FAILED, STATUS: '
071400             WS-CKC-FILE-STATUS
071500         MOVE 8 TO RETURN-CODE
071600         STOP RUN
071700     END-IF.
071800
071900     READ CHECK-CONTROL-FILE
072000         AT END
072100             CONTINUE
072200         NOT AT END
072300             MOVE CKC-LAST-CHECK-NO TO WS-LAST-CHECK-NO
072400             SET CONTROL-ON-FILE TO TRUE
072500     END-READ.
072600     CLOSE CHECK-CONTROL-FILE.
072700 1100-EXIT.
072800     EXIT.
072900
073000*    1200-LOAD-CHECK-HISTORY READS THE CHECK HISTORY INTO
073100*    WS-CHK-TABLE AND NOTES THE HIGHEST NUMBER ON IT.
073200 1200-LOAD-CHECK-HISTORY.
073300     OPEN INPUT CHECK-HISTORY-FILE.
073400     IF CKH-FILE-NOTEXIST
073500         GO TO 1200-EXIT
073600     END-IF.
073700     IF NOT CKH-FILE-STATUS-OK
073800         DISPLAY 'CHECK HISTORY OPEN FAILED, STATUS: '
073900             WS-CKH-FILE-STATUS
074000         MOVE 8 TO RETURN-CODE
074100         STOP RUN
074200     END-IF.
074300
074400     PERFORM 1210-LOAD-HISTORY-RECORD THRU 1210-EXIT
074500         UNTIL CKH-EOF-REACHED.
074600     CLOSE CHECK-HISTORY-FILE.
074700 1200-EXIT.
074800     EXIT.
074900
075000*    1210-LOAD-HISTORY-RECORD TAKES ONE HISTORY RECORD: AN ISSUE
075100*    ADDS A TABLE SLOT, A VOID SENT MARKS THE ISSUE'S SLOT, AND
075200*    SKIPPED STOCK ONLY COUNTS TOWARD THE HIGHEST NUMBER USED.
075300 1210-LOAD-HISTORY-RECORD.
075400     READ CHECK-HISTORY-FILE
075500         AT END
075600             SET CKH-EOF-REACHED TO TRUE
075700     END-READ.
075800     IF CKH-EOF-REACHED
075900         GO TO 1210-EXIT
076000     END-IF.
076100
076200     IF CKH-CHECK-NO > WS-HIGH-CHECK-NO
076300         MOVE CKH-CHECK-NO TO WS-HIGH-CHECK-NO
076400     END-IF.
076500
076600     IF CKH-VOID-SENT
076700         MOVE CKH-CHECK-NO TO WS-WANT-CHECK-NO
076800         PERFORM 1220-FIND-CHECK-NO THRU 1220-EXIT
076900         IF CHK-SLOT-FOUND
077000             SET CHK-VOID-SENT (WS-CHK-IDX) TO TRUE
077100         END-IF
077200         GO TO 1210-EXIT
077300     END-IF.
077400     IF NOT CKH-ISSUED
077500         GO TO 1210-EXIT
077600     END-IF.
077700
077800     IF WS-CHK-TABLE-USED NOT LESS THAN 5000
077900         DISPLAY 'CHECK HISTORY EXCEEDS THE TABLE, RUN REFUSED '
078000             '-- NOTHING PRINTED OR SENT'
078100         MOVE 8 TO RETURN-CODE
078200         STOP RUN
078300     END-IF.
078400
078500     ADD 1 TO WS-CHK-TABLE-USED.
078600     SET WS-CHK-IDX TO WS-CHK-TABLE-USED.
078700     MOVE CKH-CHECK-NO TO WS-CHK-CHECK-NO (WS-CHK-IDX).
078800     MOVE CKH-ISSUE-DATE TO WS-CHK-ISSUE-DATE (WS-CHK-IDX).
078900     MOVE CKH-NP-RUN-ID TO WS-CHK-NP-RUN-ID (WS-CHK-IDX).
079000     MOVE CKH-EMP-ID TO WS-CHK-EMP-ID (WS-CHK-IDX).
079100     MOVE CKH-EARN-CODE TO WS-CHK-EARN-CODE (WS-CHK-IDX).
079200     MOVE CKH-AMOUNT TO WS-CHK-AMOUNT (WS-CHK-IDX).
079300     MOVE CKH-PAYEE TO WS-CHK-PAYEE (WS-CHK-IDX).
079400 1210-EXIT.
079500     EXIT.
079600
079700*    1220-FIND-CHECK-NO SETS WS-CHK-IDX TO THE ISSUED CHECK
079800*    NUMBERED WS-WANT-CHECK-NO.
079900 1220-FIND-CHECK-NO.
080000     SET CHK-SLOT-NOT-FOUND TO TRUE.
080100     SET WS-CHK-IDX TO 1.
080200     PERFORM 1230-TEST-CHECK-NO THRU 1230-EXIT
080300         UNTIL CHK-SLOT-FOUND
080400            OR WS-CHK-IDX > WS-CHK-TABLE-USED.
080500 1220-EXIT.
080600     EXIT.
080700
080800 1230-TEST-CHECK-NO.
080900     IF WS-CHK-CHECK-NO (WS-CHK-IDX) EQUAL TO WS-WANT-CHECK-NO
081000         SET CHK-SLOT-FOUND TO TRUE
081100     ELSE
081200         SET WS-CHK-IDX UP BY 1
081300     END-IF.
081400 1230-EXIT.
081500     EXIT.
081600
081700*    1250-PROVE-CHECK-NUMBERS SETS THE FIRST CHECK NUMBER OF THE
081800*    RUN AND REFUSES IT WHEN THE NUMBERS DO NOT PROVE: A HISTORY
081900*    AHEAD OF THE CONTROL FILE, STOCK THAT WOULD REPEAT NUMBERS
082000*    ALREADY USED, OR STOCK THAT WOULD SKIP NUMBERS THE OPERATOR
082100*    HAS NOT ASKED TO VOID.  THE FIRST RUN EVER TAKES THE STOCK
082200*    NUMBER AS GIVEN.
082300 1250-PROVE-CHECK-NUMBERS.
082400     IF WS-HIGH-CHECK-NO > WS-LAST-CHECK-NO
082500         DISPLAY 'CHECK HISTORY REACHES ' WS-HIGH-CHECK-NO
082600             ' BUT THE CONTROL FILE SAYS ' WS-LAST-CHECK-NO
082700         DISPLAY 'CHECK CONTROL IS BEHIND, RUN REFUSED -- '
082800             'NOTHING PRINTED OR SENT'
082900         MOVE 8 TO RETURN-CODE
083000         STOP RUN
083100     END-IF.
083200
083300     ADD 1 WS-LAST-CHECK-NO GIVING WS-NEXT-CHECK-NO.
083400     IF WS-STOCK-START-NO EQUAL ZERO
083500         GO TO 1250-EXIT
083600     END-IF.
083700     IF NOT CONTROL-ON-FILE
083800         MOVE WS-STOCK-START-NO TO WS-NEXT-CHECK-NO
083900         GO TO 1250-EXIT
084000     END-IF.
084100
084200     IF WS-STOCK-START-NO < WS-NEXT-CHECK-NO
084300         DISPLAY 'CHECK STOCK STARTS AT ' WS-STOCK-START-NO
084400             ' BUT NUMBERS THROUGH ' WS-LAST-CHECK-NO
084500             ' ARE USED'
084600         DISPLAY 'DUPLICATE CHECK NUMBERS, RUN REFUSED -- '
084700             'NOTHING PRINTED OR SENT'
084800         MOVE 8 TO RETURN-CODE
084900         STOP RUN
085000     END-IF.
085100
085200     IF WS-STOCK-START-NO > WS-NEXT-CHECK-NO
085300         SUBTRACT WS-NEXT-CHECK-NO FROM WS-STOCK-START-NO
085400             GIVING WS-GAP-COUNT
085500         IF NOT GAP-VOID-REQUESTED
085600             DISPLAY 'CHECK STOCK STARTS AT ' WS-STOCK-START-NO
085700                 ' BUT THE NEXT NUMBER IS ' WS-NEXT-CHECK-NO
085800             DISPLAY 'GAP OF ' WS-GAP-COUNT ' CHECK NUMBERS, '
085900                 'RUN REFUSED -- ADD V TO VOID THEM'
086000             MOVE 8 TO RETURN-CODE
086100             STOP RUN
086200         END-IF
086300         IF WS-GAP-COUNT > WS-GAP-LIMIT
086400             DISPLAY 'GAP OF ' WS-GAP-COUNT ' CHECK NUMBERS IS '
086500                 'OVER THE ' WS-GAP-LIMIT ' THAT MAY BE VOIDED, '
086600                 'RUN REFUSED'
086700             MOVE 8 TO RETURN-CODE
086800             STOP RUN
086900         END-IF
087000         MOVE WS-NEXT-CHECK-NO TO WS-GAP-FIRST-NO
087100         MOVE WS-STOCK-START-NO TO WS-NEXT-CHECK-NO
087200     END-IF.
087300 1250-EXIT.
087400     EXIT.
087500
087600*    1300-LOAD-VOID-AUDIT READS THE PAYMENTS PAY-VOID HAS VOIDED
087700*    INTO WS-VOID-TABLE.  REFUSED REQUESTS ARE PASSED OVER.
087800 1300-LOAD-VOID-AUDIT.
087900     OPEN INPUT VOID-AUDIT-FILE.
088000     IF VDA-FILE-NOTEXIST
088100         GO TO 1300-EXIT
088200     END-IF.
088300     IF NOT VDA-FILE-STATUS-OK
088400         DISPLAY 'VOID AUDIT OPEN FAILED, STATUS: '
088500             WS-VDA-FILE-STATUS
088600         MOVE 8 TO RETURN-CODE
088700         STOP RUN
088800     END-IF.
088900
089000     PERFORM 1310-LOAD-VOID-RECORD THRU 1310-EXIT
089100         UNTIL VDA-EOF-REACHED.
089200     CLOSE VOID-AUDIT-FILE.
089300 1300-EXIT.
089400     EXIT.
089500
089600 1310-LOAD-VOID-RECORD.
089700     READ VOID-AUDIT-FILE
089800         AT END
089900             SET VDA-EOF-REACHED TO TRUE
090000     END-READ.
090100     IF VDA-EOF-REACHED
090200         GO TO 1310-EXIT
090300     END-IF.
090400     IF NOT VDA-VOIDED
090500         GO TO 1310-EXIT
090600     END-IF.
090700
090800     IF WS-VOID-TABLE-USED NOT LESS THAN 2000
090900         DISPLAY 'VOID AUDIT EXCEEDS THE TABLE, RUN REFUSED '
091000             '-- NOTHING PRINTED OR SENT'
091100         MOVE 8 TO RETURN-CODE
091200         STOP RUN
091300     END-IF.
091400
091500     ADD 1 TO WS-VOID-TABLE-USED.
091600     SET WS-VOID-IDX TO WS-VOID-TABLE-USED.
091700     MOVE VDA-NP-RUN-ID TO WS-VOID-NP-RUN-ID (WS-VOID-IDX).
091800     MOVE VDA-EMP-ID TO WS-VOID-EMP-ID (WS-VOID-IDX).
091900     MOVE VDA-EARN-CODE TO WS-VOID-EARN-CODE (WS-VOID-IDX).
092000 1310-EXIT.
092100     EXIT.
092200
092300*    1400-LOAD-CHECK-ITEMS READS THE CHECK ITEM QUEUE INTO
092400*    WS-ITEM-TABLE.  AN EMPTY OR MISSING QUEUE STILL LETS THE RUN
092500*    SEND ITS VOIDS.
092600 1400-LOAD-CHECK-ITEMS.
092700     OPEN INPUT CHECK-ITEM-FILE.
092800     IF CKI-FILE-NOTEXIST
092900         DISPLAY 'NO CHECK ITEMS QUEUED'
093000         GO TO 1400-EXIT
093100     END-IF.
093200     IF NOT CKI-FILE-STATUS-OK
093300         DISPLAY 'CHECK ITEM QUEUE OPEN FAILED, STATUS: '
093400             WS-CKI-FILE-STATUS
093500         MOVE 8 TO RETURN-CODE
093600         STOP RUN
093700     END-IF.
093800
093900     PERFORM 1410-LOAD-CHECK-ITEM THRU 1410-EXIT
094000         UNTIL CKI-EOF-REACHED.
094100     CLOSE CHECK-ITEM-FILE.
094200 1400-EXIT.
094300     EXIT.
094400
094500 1410-LOAD-CHECK-ITEM.
094600     READ CHECK-ITEM-FILE
094700         AT END
094800             SET CKI-EOF-REACHED TO TRUE
094900     END-READ.
095000     IF CKI-EOF-REACHED
095100         GO TO 1410-EXIT
095200     END-IF.
095300
095400     IF WS-ITEM-TABLE-USED NOT LESS THAN 500
095500         DISPLAY 'CHECK ITEM QUEUE EXCEEDS THE TABLE, RUN '
095600             'REFUSED -- NOTHING PRINTED OR SENT'
095700         MOVE 8 TO RETURN-CODE
095800         STOP RUN
095900     END-IF.
096000
096100     ADD 1 TO WS-ITEM-TABLE-USED.
096200     SET WS-ITEM-IDX TO WS-ITEM-TABLE-USED.
096300     MOVE CHECK-ITEM-RECORD TO WS-ITEM-RECORD (WS-ITEM-IDX).
096400 1410-EXIT.
096500     EXIT.
096600
096700*    1500-LOAD-STUB-DETAIL SWEEPS THE DETAIL HISTORY ONCE AND
096800*    KEEPS EVERY LINE THAT BELONGS TO A QUEUED ITEM.  NO DETAIL
096900*    HISTORY IS NOT A REFUSAL -- THE STUBS THEN SHOW THE TOTALS
097000*    ONLY.
097100 1500-LOAD-STUB-DETAIL.
097200     IF WS-ITEM-TABLE-USED EQUAL ZERO
097300         GO TO 1500-EXIT
097400     END-IF.
097500     OPEN INPUT NETPAY-DETAIL-HIST-FILE.
097600     IF NPD-FILE-NOTEXIST
097700         DISPLAY 'WARNING: NO NET-PAY DETAIL HISTORY, STUBS '
097800             'SHOW TOTALS ONLY'
097900         GO TO 1500-EXIT
098000     END-IF.
098100     IF NOT NPD-FILE-STATUS-OK
098200         DISPLAY 'NET-PAY DETAIL HISTORY OPEN FAILED, STATUS: '
098300             WS-NPD-FILE-STATUS
098400         MOVE 8 TO RETURN-CODE
098500         STOP RUN
098600     END-IF.
098700
098800     PERFORM 1510-LOAD-DETAIL-RECORD THRU 1510-EXIT
098900         UNTIL NPD-EOF-REACHED.
099000     CLOSE NETPAY-DETAIL-HIST-FILE.
099100 1500-EXIT.
099200     EXIT.
099300
099400 1510-LOAD-DETAIL-RECORD.
099500     READ NETPAY-DETAIL-HIST-FILE
099600         AT END
099700             SET NPD-EOF-REACHED TO TRUE
099800     END-READ.
099900     IF NPD-EOF-REACHED
100000         GO TO 1510-EXIT
100100     END-IF.
100200
100300     MOVE NPD-RUN-ID TO WS-WANT-RUN-ID.
100400     MOVE NPD-EMP-ID TO WS-WANT-EMP-ID.
100500     MOVE NPD-EARN-CODE TO WS-WANT-EARN-CODE.
100600     PERFORM 1520-FIND-ITEM-SLOT THRU 1520-EXIT.
100700     IF ITEM-SLOT-NOT-FOUND
100800         GO TO 1510-EXIT
100900     END-IF.
101000
101100     IF WS-DTL-TABLE-USED NOT LESS THAN 5000
101200         DISPLAY 'CHECK STUB DETAIL EXCEEDS THE TABLE, RUN '
101300             'REFUSED -- NOTHING PRINTED OR SENT'
101400         MOVE 8 TO RETURN-CODE
101500         STOP RUN
101600     END-IF.
101700
101800     ADD 1 TO WS-DTL-TABLE-USED.
101900     SET WS-DTL-IDX TO WS-DTL-TABLE-USED.
102000     SET WS-DTL-OWNER (WS-DTL-IDX) TO WS-ITEM-IDX.
102100     MOVE NETPAY-DETAIL-RECORD TO WS-DTL-RECORD (WS-DTL-IDX).
102200     IF NPD-EARNINGS-LINE
102300         MOVE 'Y' TO WS-ITEM-HAS-EARN (WS-ITEM-IDX)
102400     END-IF.
102500 1510-EXIT.
102600     EXIT.
102700
102800*    1520-FIND-ITEM-SLOT SETS WS-ITEM-IDX TO THE FIRST QUEUED
102900*    ITEM FOR THE WANTED PAYMENT KEY.
103000 1520-FIND-ITEM-SLOT.
103100     SET ITEM-SLOT-NOT-FOUND TO TRUE.
103200     SET WS-ITEM-IDX TO 1.
103300     PERFORM 1530-TEST-ITEM-SLOT THRU 1530-EXIT
103400         UNTIL ITEM-SLOT-FOUND
103500            OR WS-ITEM-IDX > WS-ITEM-TABLE-USED.
103600 1520-EXIT.
103700     EXIT.
103800
103900 1530-TEST-ITEM-SLOT.
104000     MOVE WS-ITEM-RECORD (WS-ITEM-IDX) TO CHECK-WORK-RECORD.
104100     IF CKW-RUN-ID EQUAL TO WS-WANT-RUN-ID
104200             AND CKW-EMP-ID EQUAL TO WS-WANT-EMP-ID
104300             AND CKW-EARN-CODE EQUAL TO WS-WANT-EARN-CODE
104400         SET ITEM-SLOT-FOUND TO TRUE
104500     ELSE
104600         SET WS-ITEM-IDX UP BY 1
104700     END-IF.
104800 1530-EXIT.
104900     EXIT.
105000
105100*    1600-LOAD-ADDRESSES READS THE ADDRESS FILE INTO
105200*    WS-ADDR-TABLE.  NO FILE IS A WARNING, NOT A REFUSAL -- THE
105300*    CHECKS STILL PRINT, EACH FLAGGED FOR AN ADDRESS.
105400 1600-LOAD-ADDRESSES.
105500     OPEN INPUT ADDRESS-FILE.
105600     IF ADDR-FILE-NOTEXIST
105700         DISPLAY 'WARNING: NO EMPLOYEE ADDRESS FILE, CHECKS '
105800             'PRINT WITHOUT ADDRESSES'
105900         GO TO 1600-EXIT
106000     END-IF.
106100     IF NOT ADDR-FILE-STATUS-OK
106200         DISPLAY 'ADDRESS FILE OPEN FAILED, STATUS: '
106300             WS-ADDR-FILE-STATUS
106400         MOVE 8 TO RETURN-CODE
106500         STOP RUN
106600     END-IF.
106700
106800     PERFORM 1610-LOAD-ADDRESS THRU 1610-EXIT
106900         UNTIL ADDR-EOF-REACHED.
107000     CLOSE ADDRESS-FILE.
107100 1600-EXIT.
107200     EXIT.
107300
107400 1610-LOAD-ADDRESS.
107500     READ ADDRESS-FILE
107600         AT END
107700             SET ADDR-EOF-REACHED TO TRUE
107800     END-READ.
107900     IF ADDR-EOF-REACHED
108000         GO TO 1610-EXIT
108100     END-IF.
108200
108300     IF WS-ADDR-TABLE-USED NOT LESS THAN 1000
108400         DISPLAY 'ADDRESS FILE EXCEEDS THE TABLE, RUN REFUSED'
108500         MOVE 8 TO RETURN-CODE
108600         STOP RUN
108700     END-IF.
108800
108900     ADD 1 TO WS-ADDR-TABLE-USED.
109000     SET WS-ADDR-IDX TO WS-ADDR-TABLE-USED.
109100     MOVE ADR-EMP-ID TO WS-ADDR-EMP-ID (WS-ADDR-IDX).
109200     MOVE ADR-STREET TO WS-ADDR-STREET (WS-ADDR-IDX).
109300     MOVE ADR-CITY TO WS-ADDR-CITY (WS-ADDR-IDX).
109400     MOVE ADR-STATE TO WS-ADDR-STATE (WS-ADDR-IDX).
109500     MOVE ADR-ZIP TO WS-ADDR-ZIP (WS-ADDR-IDX).
109600 1610-EXIT.
109700     EXIT.
109800
109900*    1700-OPEN-OUTPUTS OPENS THE MASTER AND EVERY OUTPUT, AND
110000*    WRITES THE POSITIVE-PAY HEADER.  THE CHECK HISTORY IS
110100*    APPENDED TO; A MISSING ONE IS CREATED.
110200 1700-OPEN-OUTPUTS.
110300     OPEN INPUT EMP-FILE.
110400     IF NOT EMP-FILE-STATUS-OK
110500         DISPLAY 'EMP-FILE OPEN FAILED, STATUS: '
110600             WS-EMP-FILE-STATUS
110700         MOVE 8 TO RETURN-CODE
110800         STOP RUN
110900     END-IF.
111000
111100     OPEN EXTEND CHECK-HISTORY-FILE.
111200     IF CKH-FILE-NOTEXIST
111300         OPEN OUTPUT CHECK-HISTORY-FILE
111400     END-IF.
111500
111600     OPEN OUTPUT CHECK-PRINT-FILE.
111700     OPEN OUTPUT CHECK-REGISTER-FILE.
111800     PERFORM 4000-REGISTER-NEW-PAGE THRU 4000-EXIT.
111900
112000     OPEN OUTPUT POSITIVE-PAY-FILE.
112100     MOVE WS-TODAY-NUM TO PPH-ISSUE-DATE.
112200     MOVE WS-RUN-ID TO PPH-RUN-ID.
112300     WRITE POSITIVE-PAY-RECORD FROM WS-PP-HEADER.
112400     MOVE WS-NEXT-CHECK-NO TO WS-FIRST-ISSUED-NO.
112500 1700-EXIT.
112600     EXIT.
112700
112800*----------------------------------------------------------------
112900* 2000-SEND-VOIDS  --  EVERY VOIDED PAYMENT THAT WAS PAID BY A
113000* CHECK WE ISSUED, AND WHOSE VOID HAS NOT YET GONE TO THE BANK,
113100* GOES OUT AS A VOID ON THIS POSITIVE-PAY FILE.  A VOIDED
113200* PAYMENT THAT WENT BY DEPOSIT HAS NO CHECK AND IS PASSED OVER.
113300*----------------------------------------------------------------
113400 2000-SEND-VOIDS.
113500     MOVE 1 TO WS-VOID-SUB.
113600     PERFORM 2100-SEND-ONE-VOID THRU 2100-EXIT
113700         UNTIL WS-VOID-SUB > WS-VOID-TABLE-USED.
113800 2000-EXIT.
113900     EXIT.
114000
114100 2100-SEND-ONE-VOID.
114200     SET WS-VOID-IDX TO WS-VOID-SUB.
114300     ADD 1 TO WS-VOID-SUB.
114400     MOVE WS-VOID-NP-RUN-ID (WS-VOID-IDX) TO WS-WANT-RUN-ID.
114500     MOVE WS-VOID-EMP-ID (WS-VOID-IDX) TO WS-WANT-EMP-ID.
114600     MOVE WS-VOID-EARN-CODE (WS-VOID-IDX) TO WS-WANT-EARN-CODE.
114700     PERFORM 2200-FIND-ISSUED-CHECK THRU 2200-EXIT.
114800     IF CHK-SLOT-NOT-FOUND
114900         GO TO 2100-EXIT
115000     END-IF.
115100     IF CHK-VOID-SENT (WS-CHK-IDX)
115200         GO TO 2100-EXIT
115300     END-IF.
115400
115500     MOVE 'V' TO PPD-ACTION.
115600     MOVE WS-CHK-CHECK-NO (WS-CHK-IDX) TO PPD-CHECK-NO.
115700     MOVE WS-CHK-AMOUNT (WS-CHK-IDX) TO PPD-AMOUNT.
115800     MOVE WS-CHK-ISSUE-DATE (WS-CHK-IDX) TO PPD-ISSUE-DATE.
115900     MOVE WS-CHK-PAYEE (WS-CHK-IDX) TO PPD-PAYEE.
116000     PERFORM 3300-WRITE-POSITIVE-PAY THRU 3300-EXIT.
116100
116200     MOVE SPACES TO CHECK-HISTORY-RECORD.
116300     MOVE WS-CHK-CHECK-NO (WS-CHK-IDX) TO CKH-CHECK-NO.
116400     SET CKH-VOID-SENT TO TRUE.
116500     MOVE WS-CHK-ISSUE-DATE (WS-CHK-IDX) TO CKH-ISSUE-DATE.
116600     MOVE WS-CHK-NP-RUN-ID (WS-CHK-IDX) TO CKH-NP-RUN-ID.
116700     MOVE WS-CHK-EMP-ID (WS-CHK-IDX) TO CKH-EMP-ID.
116800     MOVE WS-CHK-EARN-CODE (WS-CHK-IDX) TO CKH-EARN-CODE.
116900     MOVE WS-CHK-AMOUNT (WS-CHK-IDX) TO CKH-AMOUNT.
117000     MOVE WS-CHK-PAYEE (WS-CHK-IDX) TO CKH-PAYEE.
117100     PERFORM 3400-WRITE-CHECK-HISTORY THRU 3400-EXIT.
117200     SET CHK-VOID-SENT (WS-CHK-IDX) TO TRUE.
117300
117400     MOVE WS-CHK-CHECK-NO (WS-CHK-IDX) TO RG-CHECK-NO.
117500     MOVE WS-CHK-EMP-ID (WS-CHK-IDX) TO RG-EMP-ID.
117600     MOVE WS-CHK-PAYEE (WS-CHK-IDX) TO RG-PAYEE.
117700     MOVE WS-CHK-NP-RUN-ID (WS-CHK-IDX) TO RG-NP-RUN-ID.
117800     MOVE WS-CHK-EARN-CODE (WS-CHK-IDX) TO RG-EARN-CODE.
117900     MOVE WS-CHK-ISSUE-DATE (WS-CHK-IDX) TO RG-PAY-DATE.
118000     MOVE WS-CHK-AMOUNT (WS-CHK-IDX) TO RG-AMOUNT.
118100     MOVE 'VOIDED - VOID SENT TO BANK' TO RG-REMARK.
118200     PERFORM 4100-WRITE-REGISTER-LINE THRU 4100-EXIT.
118300
118400     ADD 1 TO WS-VOID-SENT-COUNT.
118500     ADD WS-CHK-AMOUNT (WS-CHK-IDX) TO WS-VOID-SENT-TOTAL.
118600 2100-EXIT.
118700     EXIT.
118800
118900*    2200-FIND-ISSUED-CHECK SETS WS-CHK-IDX TO THE CHECK ISSUED
119000*    FOR THE WANTED PAYMENT KEY.
119100 2200-FIND-ISSUED-CHECK.
119200     SET CHK-SLOT-NOT-FOUND TO TRUE.
119300     SET WS-CHK-IDX TO 1.
119400     PERFORM 2210-TEST-ISSUED-CHECK THRU 2210-EXIT
119500         UNTIL CHK-SLOT-FOUND
119600            OR WS-CHK-IDX > WS-CHK-TABLE-USED.
119700 2200-EXIT.
119800     EXIT.
119900
120000 2210-TEST-ISSUED-CHECK.
120100     IF WS-CHK-NP-RUN-ID (WS-CHK-IDX) EQUAL TO WS-WANT-RUN-ID
120200             AND WS-CHK-EMP-ID (WS-CHK-IDX)
120300                 EQUAL TO WS-WANT-EMP-ID
120400             AND WS-CHK-EARN-CODE (WS-CHK-IDX)
120500                 EQUAL TO WS-WANT-EARN-CODE
120600         SET CHK-SLOT-FOUND TO TRUE
120700     ELSE
120800         SET WS-CHK-IDX UP BY 1
120900     END-IF.
121000 2210-EXIT.
121100     EXIT.
121200
121300*----------------------------------------------------------------
121400* 2500-VOID-SKIPPED-STOCK  --  THE NUMBERS A GAP SKIPS, WHEN THE
121500* OPERATOR HAS ASKED FOR IT, GO TO THE BANK AS ZERO-DOLLAR VOIDS
121600* AND ONTO THE HISTORY, SO EVERY NUMBER IS ACCOUNTED FOR.
121700*----------------------------------------------------------------
121800 2500-VOID-SKIPPED-STOCK.
121900     MOVE ZERO TO WS-GAP-SUB.
122000     PERFORM 2510-VOID-ONE-SKIPPED THRU 2510-EXIT
122100         UNTIL WS-GAP-SUB NOT LESS THAN WS-GAP-COUNT.
122200 2500-EXIT.
122300     EXIT.
122400
122500 2510-VOID-ONE-SKIPPED.
122600     ADD WS-GAP-FIRST-NO WS-GAP-SUB GIVING WS-WANT-CHECK-NO.
122700     ADD 1 TO WS-GAP-SUB.
122800
122900     MOVE 'V' TO PPD-ACTION.
123000     MOVE WS-WANT-CHECK-NO TO PPD-CHECK-NO.
123100     MOVE ZERO TO PPD-AMOUNT.
123200     MOVE WS-TODAY-NUM TO PPD-ISSUE-DATE.
123300     MOVE 'SPOILED CHECK STOCK' TO PPD-PAYEE.
123400     PERFORM 3300-WRITE-POSITIVE-PAY THRU 3300-EXIT.
123500
123600     MOVE SPACES TO CHECK-HISTORY-RECORD.
123700     MOVE WS-WANT-CHECK-NO TO CKH-CHECK-NO.
123800     SET CKH-STOCK-SKIPPED TO TRUE.
123900     MOVE WS-TODAY-NUM TO CKH-ISSUE-DATE.
124000     MOVE ZERO TO CKH-EMP-ID CKH-AMOUNT.
124100     PERFORM 3400-WRITE-CHECK-HISTORY THRU 3400-EXIT.
124200
124300     MOVE WS-WANT-CHECK-NO TO RG-CHECK-NO.
124400     MOVE ZERO TO RG-EMP-ID RG-AMOUNT.
124500     MOVE SPACES TO RG-PAYEE RG-NP-RUN-ID RG-EARN-CODE.
124600     MOVE WS-TODAY-NUM TO RG-PAY-DATE.
124700     MOVE 'STOCK SKIPPED - VOID SENT TO BANK' TO RG-REMARK.
124800     PERFORM 4100-WRITE-REGISTER-LINE THRU 4100-EXIT.
124900     ADD 1 TO WS-SKIPPED-COUNT.
125000 2510-EXIT.
125100     EXIT.
125200
125300*----------------------------------------------------------------
125400* 3000-ISSUE-ONE-CHECK  --  EDIT ONE QUEUED ITEM AND EITHER
125500* PRINT, REGISTER, AND SEND ITS CHECK, OR HOLD OR DROP IT WITH
125600* THE REASON ON THE REGISTER.
125700*----------------------------------------------------------------
125800 3000-ISSUE-ONE-CHECK.
125900     MOVE WS-ITEM-SUB TO WS-CUR-ITEM-SUB.
126000     SET WS-ITEM-IDX TO WS-ITEM-SUB.
126100     ADD 1 TO WS-ITEM-SUB.
126200     MOVE WS-ITEM-RECORD (WS-ITEM-IDX) TO CHECK-WORK-RECORD.
126300
126400     PERFORM 3100-EDIT-CHECK-ITEM THRU 3100-EXIT.
126500     IF NOT ITEM-PENDING (WS-ITEM-IDX)
126600         MOVE ZERO TO RG-CHECK-NO
126700         PERFORM 3500-REGISTER-ITEM THRU 3500-EXIT
126800         MOVE 4 TO WS-CHECK-CODE
126900         GO TO 3000-EXIT
127000     END-IF.
127100
127200     PERFORM 3200-PRINT-CHECK THRU 3200-EXIT.
127300
127400     MOVE 'I' TO PPD-ACTION.
127500     MOVE WS-NEXT-CHECK-NO TO PPD-CHECK-NO.
127600     MOVE CKW-NET-PAY TO PPD-AMOUNT.
127700     MOVE WS-TODAY-NUM TO PPD-ISSUE-DATE.
127800     MOVE WS-PAYEE-NAME TO PPD-PAYEE.
127900     PERFORM 3300-WRITE-POSITIVE-PAY THRU 3300-EXIT.
128000
128100     MOVE SPACES TO CHECK-HISTORY-RECORD.
128200     MOVE WS-NEXT-CHECK-NO TO CKH-CHECK-NO.
128300     SET CKH-ISSUED TO TRUE.
128400     MOVE WS-TODAY-NUM TO CKH-ISSUE-DATE.
128500     MOVE CKW-RUN-ID TO CKH-NP-RUN-ID.
128600     MOVE CKW-EMP-ID TO CKH-EMP-ID.
128700     MOVE CKW-EARN-CODE TO CKH-EARN-CODE.
128800     MOVE CKW-NET-PAY TO CKH-AMOUNT.
128900     MOVE WS-PAYEE-NAME TO CKH-PAYEE.
129000     PERFORM 3400-WRITE-CHECK-HISTORY THRU 3400-EXIT.
129100
129200     MOVE WS-NEXT-CHECK-NO TO RG-CHECK-NO.
129300     MOVE 'ISSUED' TO WS-REMARK.
129400     PERFORM 3500-REGISTER-ITEM THRU 3500-EXIT.
129500
129600     SET ITEM-ISSUED (WS-ITEM-IDX) TO TRUE.
129700     ADD 1 TO WS-ISSUED-COUNT.
129800     ADD CKW-NET-PAY TO WS-ISSUED-TOTAL.
129900     ADD 1 TO WS-NEXT-CHECK-NO.
130000 3000-EXIT.
130100     EXIT.
130200
130300*    3100-EDIT-CHECK-ITEM DROPS AN ITEM THAT MUST NOT BE PAID BY
130400*    CHECK -- ZERO NET, VOIDED, ALREADY ISSUED, OR A REPEAT OF AN
130500*    EARLIER ITEM -- AND HOLDS ONE WITH NO PAYEE ON THE MASTER.
130600*    THE REASON GOES TO WS-REMARK.
130700 3100-EDIT-CHECK-ITEM.
130800     MOVE SPACES TO WS-PAYEE-NAME.
130900     MOVE CKW-RUN-ID TO WS-WANT-RUN-ID.
131000     MOVE CKW-EMP-ID TO WS-WANT-EMP-ID.
131100     MOVE CKW-EARN-CODE TO WS-WANT-EARN-CODE.
131200
131300     IF CKW-NET-PAY NOT NUMERIC OR CKW-NET-PAY EQUAL ZERO
131400         SET ITEM-DROPPED (WS-ITEM-IDX) TO TRUE
131500         MOVE 'NET PAY ZERO - NO CHECK' TO WS-REMARK
131600         GO TO 3100-EXIT
131700     END-IF.
131800
131900     PERFORM 3150-FIND-VOIDED-KEY THRU 3150-EXIT.
132000     IF VOID-SLOT-FOUND
132100         SET ITEM-DROPPED (WS-ITEM-IDX) TO TRUE
132200         MOVE 'PAYMENT VOIDED - NO CHECK' TO WS-REMARK
132300         GO TO 3100-EXIT
132400     END-IF.
132500
132600     PERFORM 2200-FIND-ISSUED-CHECK THRU 2200-EXIT.
132700     IF CHK-SLOT-FOUND
132800         SET ITEM-DROPPED (WS-ITEM-IDX) TO TRUE
132900         MOVE SPACES TO WS-REMARK
133000         STRING 'ALREADY PAID ON CHECK ' DELIMITED BY SIZE
133100                WS-CHK-CHECK-NO (WS-CHK-IDX) DELIMITED BY SIZE
133200             INTO WS-REMARK
133300         END-STRING
133400         GO TO 3100-EXIT
133500     END-IF.
133600
133700     PERFORM 1520-FIND-ITEM-SLOT THRU 1520-EXIT.
133800     SET WS-ITEM-SLOT-NO TO WS-ITEM-IDX.
133900     SET WS-ITEM-IDX TO WS-CUR-ITEM-SUB.
134000     MOVE WS-ITEM-RECORD (WS-ITEM-IDX) TO CHECK-WORK-RECORD.
134100     IF WS-ITEM-SLOT-NO < WS-CUR-ITEM-SUB
134200         SET ITEM-DROPPED (WS-ITEM-IDX) TO TRUE
134300         MOVE 'REPEATS AN EARLIER QUEUE ITEM - NO CHECK'
134400             TO WS-REMARK
134500         GO TO 3100-EXIT
134600     END-IF.
134700
134800     MOVE CKW-EMP-ID TO EMP-ID-KEY.
134900     READ EMP-FILE KEY IS EMP-ID-KEY
135000         INVALID KEY
135100             SET ITEM-HELD (WS-ITEM-IDX) TO TRUE
135200             MOVE 'EMP-ID NOT ON MASTER - HELD' TO WS-REMARK
135300         NOT INVALID KEY
135400             MOVE EMPF-EMP-NAME TO WS-PAYEE-NAME
135500     END-READ.
135600 3100-EXIT.
135700     EXIT.
135800
135900*    3150-FIND-VOIDED-KEY LOOKS FOR THE WANTED PAYMENT KEY AMONG
136000*    THE PAYMENTS PAY-VOID HAS VOIDED.
136100 3150-FIND-VOIDED-KEY.
136200     SET VOID-SLOT-NOT-FOUND TO TRUE.
136300     SET WS-VOID-IDX TO 1.
136400     PERFORM 3160-TEST-VOIDED-KEY THRU 3160-EXIT
136500         UNTIL VOID-SLOT-FOUND
136600            OR WS-VOID-IDX > WS-VOID-TABLE-USED.
136700 3150-EXIT.
136800     EXIT.
136900
137000 3160-TEST-VOIDED-KEY.
137100     IF WS-VOID-NP-RUN-ID (WS-VOID-IDX) EQUAL TO WS-WANT-RUN-ID
137200             AND WS-VOID-EMP-ID (WS-VOID-IDX)
137300                 EQUAL TO WS-WANT-EMP-ID
137400             AND WS-VOID-EARN-CODE (WS-VOID-IDX)
137500                 EQUAL TO WS-WANT-EARN-CODE
137600         SET VOID-SLOT-FOUND TO TRUE
137700     ELSE
137800         SET WS-VOID-IDX UP BY 1
137900     END-IF.
138000 3160-EXIT.
138100     EXIT.
138200
138300*    3200-PRINT-CHECK PRINTS THE STUB -- WHO, WHICH PAYMENT, THE
138400*    EARNINGS, TAX, AND DEDUCTION LINES, AND THE TOTALS -- AND
138500*    THEN THE CHECK FACE WITH THE MAILING ADDRESS.  A MISSING
138600*    ADDRESS IS FLAGGED ON THE FACE AND RAISES THE CONDITION CODE
138700*    TO 4.
138800 3200-PRINT-CHECK.
138900     EVALUATE CKW-EARN-CODE
139000         WHEN 'BON'
139100             MOVE 'BONUS' TO WS-EARN-DESC
139200         WHEN 'FIN'
139300             MOVE 'FINAL PAY' TO WS-EARN-DESC
139400         WHEN 'COR'
139500             MOVE 'CORRECTION' TO WS-EARN-DESC
139600         WHEN 'RIS'
139700             MOVE 'REISSUE' TO WS-EARN-DESC
139800         WHEN 'RET'
139900             MOVE 'RETRO PAY' TO WS-EARN-DESC
140000         WHEN OTHER
140100             MOVE 'REGULAR PAY' TO WS-EARN-DESC
140200     END-EVALUATE.
140300
140400     WRITE CHECK-PRINT-LINE FROM WS-CK-PERF-LINE.
140500     MOVE CKW-EMP-ID TO CS-EMP-ID.
140600     MOVE WS-PAYEE-NAME TO CS-PAYEE.
140700     MOVE WS-NEXT-CHECK-NO TO CS-CHECK-NO.
140800     MOVE WS-TODAY-NUM TO CS-ISSUE-DATE.
140900     WRITE CHECK-PRINT-LINE FROM WS-CK-STUB-HEAD.
141000     MOVE CKW-PERIOD-END TO CS-PAY-DATE.
141100     MOVE CKW-PERIOD-NO TO CS-PERIOD-NO.
141200     MOVE CKW-RUN-ID TO CS-NP-RUN-ID.
141300     MOVE WS-EARN-DESC TO CS-EARN-DESC.
141400     WRITE CHECK-PRINT-LINE FROM WS-CK-STUB-PAY.
141500     MOVE SPACES TO CHECK-PRINT-LINE.
141600     WRITE CHECK-PRINT-LINE.
141700     WRITE CHECK-PRINT-LINE FROM WS-CK-STUB-COLUMNS.
141800
141900     IF WS-ITEM-HAS-EARN (WS-ITEM-IDX) NOT EQUAL TO 'Y'
142000         MOVE 'REG' TO CS-CODE
142100         MOVE WS-EARN-DESC TO CS-DESC
142200         MOVE CKW-GROSS TO CS-AMOUNT
142300         WRITE CHECK-PRINT-LINE FROM WS-CK-STUB-LINE
142400     END-IF.
142500     MOVE 'E' TO WS-WANT-LINE-TYPE.
142600     MOVE 1 TO WS-DTL-SUB.
142700     PERFORM 3210-PRINT-STUB-LINE THRU 3210-EXIT
142800         UNTIL WS-DTL-SUB > WS-DTL-TABLE-USED.
142900     MOVE 'T' TO WS-WANT-LINE-TYPE.
143000     MOVE 1 TO WS-DTL-SUB.
143100     PERFORM 3210-PRINT-STUB-LINE THRU 3210-EXIT
143200         UNTIL WS-DTL-SUB > WS-DTL-TABLE-USED.
143300     MOVE 'D' TO WS-WANT-LINE-TYPE.
143400     MOVE 1 TO WS-DTL-SUB.
143500     PERFORM 3210-PRINT-STUB-LINE THRU 3210-EXIT
143600         UNTIL WS-DTL-SUB > WS-DTL-TABLE-USED.
143700
143800     MOVE SPACES TO CHECK-PRINT-LINE.
143900     WRITE CHECK-PRINT-LINE.
144000     MOVE CKW-GROSS TO CS-T-GROSS.
144100     MOVE CKW-TOTAL-DEDUCT TO CS-T-DEDUCT.
144200     MOVE CKW-NET-PAY TO CS-T-NET.
144300     WRITE CHECK-PRINT-LINE FROM WS-CK-STUB-TOTAL.
144400     IF CKW-EXCEED-FLAG EQUAL TO 'E'
144500         MOVE 'DEDUCTIONS EXCEEDED GROSS - NET HELD AT ZERO'
144600             TO CS-TEXT
144700         WRITE CHECK-PRINT-LINE FROM WS-CK-TEXT-LINE
144800     END-IF.
144900
145000     MOVE SPACES TO CHECK-PRINT-LINE.
145100     WRITE CHECK-PRINT-LINE.
145200     WRITE CHECK-PRINT-LINE FROM WS-CK-PERF-LINE.
145300     MOVE WS-NEXT-CHECK-NO TO CF-CHECK-NO.
145400     MOVE WS-TODAY-NUM TO CF-ISSUE-DATE.
145500     WRITE CHECK-PRINT-LINE FROM WS-CK-FACE-1.
145600     MOVE SPACES TO CHECK-PRINT-LINE.
145700     WRITE CHECK-PRINT-LINE.
145800     MOVE WS-PAYEE-NAME TO CF-PAYEE.
145900     MOVE CKW-NET-PAY TO CF-AMOUNT.
146000     WRITE CHECK-PRINT-LINE FROM WS-CK-FACE-2.
146100
146200     PERFORM 3250-FIND-ADDRESS THRU 3250-EXIT.
146300     IF ADDR-SLOT-FOUND
146400         MOVE WS-ADDR-STREET (WS-ADDR-IDX) TO CF-ADDR-TEXT
146500         WRITE CHECK-PRINT-LINE FROM WS-CK-FACE-ADDR
146600         MOVE SPACES TO CF-ADDR-TEXT
146700         STRING WS-ADDR-CITY (WS-ADDR-IDX) DELIMITED BY '  '
146800                ', '                       DELIMITED BY SIZE
146900                WS-ADDR-STATE (WS-ADDR-IDX)
147000                                           DELIMITED BY SIZE
147100                '  '                       DELIMITED BY SIZE
147200                WS-ADDR-ZIP (WS-ADDR-IDX)  DELIMITED BY SIZE
147300             INTO CF-ADDR-TEXT
147400         END-STRING
147500         WRITE CHECK-PRINT-LINE FROM WS-CK-FACE-ADDR
147600     ELSE
147700         MOVE '*** NO ADDRESS ON FILE ***' TO CF-ADDR-TEXT
147800         WRITE CHECK-PRINT-LINE FROM WS-CK-FACE-ADDR
147900         ADD 1 TO WS-NO-ADDRESS-COUNT
148000         MOVE 4 TO WS-CHECK-CODE
148100     END-IF.
148200     MOVE SPACES TO CHECK-PRINT-LINE.
148300     WRITE CHECK-PRINT-LINE.
148400 3200-EXIT.
148500     EXIT.
148600
148700*    3210-PRINT-STUB-LINE PRINTS ONE DETAIL LINE OF THE CURRENT
148800*    ITEM WHEN IT IS OF THE LINE TYPE WANTED.
148900 3210-PRINT-STUB-LINE.
149000     SET WS-DTL-IDX TO WS-DTL-SUB.
149100     ADD 1 TO WS-DTL-SUB.
149200     IF WS-DTL-OWNER (WS-DTL-IDX) NOT EQUAL TO WS-CUR-ITEM-SUB
149300         GO TO 3210-EXIT
149400     END-IF.
149500     MOVE WS-DTL-RECORD (WS-DTL-IDX) TO STUB-DETAIL-RECORD.
149600     IF STD-LINE-TYPE NOT EQUAL TO WS-WANT-LINE-TYPE
149700         GO TO 3210-EXIT
149800     END-IF.
149900
150000     MOVE STD-CODE TO CS-CODE.
150100     MOVE STD-DESC TO CS-DESC.
150200     MOVE STD-AMOUNT TO CS-AMOUNT.
150300     WRITE CHECK-PRINT-LINE FROM WS-CK-STUB-LINE.
150400 3210-EXIT.
150500     EXIT.
150600
150700*    3250-FIND-ADDRESS LOOKS THE CURRENT EMPLOYEE UP IN
150800*    WS-ADDR-TABLE, LEAVING WS-ADDR-IDX ON THE SLOT WHEN FOUND.
150900 3250-FIND-ADDRESS.
151000     SET ADDR-SLOT-NOT-FOUND TO TRUE.
151100     SET WS-ADDR-IDX TO 1.
151200     PERFORM 3260-TEST-ADDRESS THRU 3260-EXIT
151300         UNTIL ADDR-SLOT-FOUND
151400            OR WS-ADDR-IDX > WS-ADDR-TABLE-USED.
151500 3250-EXIT.
151600     EXIT.
151700
151800 3260-TEST-ADDRESS.
151900     IF WS-ADDR-EMP-ID (WS-ADDR-IDX) EQUAL TO CKW-EMP-ID
152000         SET ADDR-SLOT-FOUND TO TRUE
152100     ELSE
152200         SET WS-ADDR-IDX UP BY 1
152300     END-IF.
152400 3260-EXIT.
152500     EXIT.
152600
152700*    3300-WRITE-POSITIVE-PAY WRITES ONE ISSUE OR VOID DETAIL; THE
152800*    CALLER FILLS THE PPD- FIELDS.
152900 3300-WRITE-POSITIVE-PAY.
153000     WRITE POSITIVE-PAY-RECORD FROM WS-PP-DETAIL.
153100     ADD 1 TO WS-PP-RECORD-COUNT.
153200 3300-EXIT.
153300     EXIT.
153400
153500*    3400-WRITE-CHECK-HISTORY APPENDS ONE HISTORY RECORD; THE
153600*    CALLER FILLS THE NUMBER, ACTION, AND PAYMENT FIELDS.
153700 3400-WRITE-CHECK-HISTORY.
153800     MOVE WS-RUN-ID TO CKH-CHECK-RUN-ID.
153900     WRITE CHECK-HISTORY-RECORD.
154000 3400-EXIT.
154100     EXIT.
154200
154300*    3500-REGISTER-ITEM PUTS THE CURRENT QUEUE ITEM ON THE
154400*    REGISTER WITH WS-REMARK.  THE CALLER HAS SET RG-CHECK-NO.
154500 3500-REGISTER-ITEM.
154600     MOVE CKW-EMP-ID TO RG-EMP-ID.
154700     MOVE WS-PAYEE-NAME TO RG-PAYEE.
154800     MOVE CKW-RUN-ID TO RG-NP-RUN-ID.
154900     MOVE CKW-EARN-CODE TO RG-EARN-CODE.
155000     IF CKW-PERIOD-END NUMERIC
155100         MOVE CKW-PERIOD-END TO RG-PAY-DATE
155200     ELSE
155300         MOVE ZERO TO RG-PAY-DATE
155400     END-IF.
155500     IF CKW-NET-PAY NUMERIC
155600         MOVE CKW-NET-PAY TO RG-AMOUNT
155700     ELSE
155800         MOVE ZERO TO RG-AMOUNT
155900     END-IF.
156000     MOVE WS-REMARK TO RG-REMARK.
156100     PERFORM 4100-WRITE-REGISTER-LINE THRU 4100-EXIT.
156200
156300     IF ITEM-HELD (WS-ITEM-IDX)
156400         ADD 1 TO WS-HELD-COUNT
156500     END-IF.
156600     IF ITEM-DROPPED (WS-ITEM-IDX)
156700         ADD 1 TO WS-DROPPED-COUNT
156800     END-IF.
156900 3500-EXIT.
157000     EXIT.
157100
157200*----------------------------------------------------------------
157300* 4000-REGISTER-NEW-PAGE  --  START A NEW CHECK REGISTER PAGE.
157400*----------------------------------------------------------------
157500 4000-REGISTER-NEW-PAGE.
157600     ADD 1 TO WS-PAGE-COUNT.
157700     MOVE WS-PAGE-COUNT TO WS-RPT-H1-PAGE.
157800     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
157900     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
158000     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
158100
158200     WRITE CHECK-REGISTER-LINE FROM WS-RPT-HEADING-1.
158300     MOVE SPACES TO CHECK-REGISTER-LINE.
158400     WRITE CHECK-REGISTER-LINE.
158500     WRITE CHECK-REGISTER-LINE FROM WS-RPT-HEADING-2.
158600     MOVE SPACES TO CHECK-REGISTER-LINE.
158700     WRITE CHECK-REGISTER-LINE.
158800
158900     MOVE ZERO TO WS-LINE-COUNT.
159000 4000-EXIT.
159100     EXIT.
159200
159300*    4100-WRITE-REGISTER-LINE WRITES ONE REGISTER DETAIL LINE,
159400*    STARTING A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.
159500 4100-WRITE-REGISTER-LINE.
159600     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
159700         PERFORM 4000-REGISTER-NEW-PAGE THRU 4000-EXIT
159800     END-IF.
159900     WRITE CHECK-REGISTER-LINE FROM WS-RPT-DETAIL.
160000     ADD 1 TO WS-LINE-COUNT.
160100 4100-EXIT.
160200     EXIT.
160300
160400*----------------------------------------------------------------
160500* 7000-SAVE-CHECK-QUEUE  --  REWRITE THE QUEUE WITH ONLY THE
160600* HELD ITEMS; ISSUED AND DROPPED ONES ARE DONE WITH.
160700*----------------------------------------------------------------
160800 7000-SAVE-CHECK-QUEUE.
160900     OPEN OUTPUT CHECK-ITEM-FILE.
161000     MOVE 1 TO WS-ITEM-SUB.
161100     PERFORM 7100-SAVE-QUEUE-ITEM THRU 7100-EXIT
161200         UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-USED.
161300     CLOSE CHECK-ITEM-FILE.
161400 7000-EXIT.
161500     EXIT.
161600
161700 7100-SAVE-QUEUE-ITEM.
161800     SET WS-ITEM-IDX TO WS-ITEM-SUB.
161900     ADD 1 TO WS-ITEM-SUB.
162000     IF ITEM-HELD (WS-ITEM-IDX)
162100         MOVE WS-ITEM-RECORD (WS-ITEM-IDX) TO CHECK-ITEM-RECORD
162200         WRITE CHECK-ITEM-RECORD
162300     END-IF.
162400 7100-EXIT.
162500     EXIT.
162600
162700*----------------------------------------------------------------
162800* 8000-TERMINATE  --  POSITIVE-PAY TRAILER, REGISTER TOTALS,
162900* THE NEW LAST CHECK NUMBER ON THE CONTROL FILE, AND THE RUN
163000* SUMMARY.
163100*----------------------------------------------------------------
163200 8000-TERMINATE.
163300     MOVE WS-PP-RECORD-COUNT TO PPT-RECORD-COUNT.
163400     MOVE WS-ISSUED-COUNT TO PPT-ISSUE-COUNT.
163500     MOVE WS-ISSUED-TOTAL TO PPT-ISSUE-TOTAL.
163600     ADD WS-VOID-SENT-COUNT WS-SKIPPED-COUNT
163700         GIVING PPT-VOID-COUNT.
163800     MOVE WS-VOID-SENT-TOTAL TO PPT-VOID-TOTAL.
163900     WRITE POSITIVE-PAY-RECORD FROM WS-PP-TRAILER.
164000     CLOSE POSITIVE-PAY-FILE.
164100
164200     MOVE SPACES TO CHECK-REGISTER-LINE.
164300     WRITE CHECK-REGISTER-LINE.
164400     MOVE 'CHECKS ISSUED:' TO RT-LABEL.
164500     MOVE WS-ISSUED-COUNT TO RT-COUNT.
164600     MOVE WS-ISSUED-TOTAL TO RT-AMOUNT.
164700     WRITE CHECK-REGISTER-LINE FROM WS-RPT-TRAILER.
164800     MOVE 'VOIDS SENT TO BANK:' TO RT-LABEL.
164900     MOVE WS-VOID-SENT-COUNT TO RT-COUNT.
165000     MOVE WS-VOID-SENT-TOTAL TO RT-AMOUNT.
165100     WRITE CHECK-REGISTER-LINE FROM WS-RPT-TRAILER.
165200     MOVE 'SKIPPED STOCK VOIDED:' TO RT-LABEL.
165300     MOVE WS-SKIPPED-COUNT TO RT-COUNT.
165400     MOVE ZERO TO RT-AMOUNT.
165500     WRITE CHECK-REGISTER-LINE FROM WS-RPT-TRAILER.
165600     MOVE 'ITEMS HELD FOR NEXT RUN:' TO RT-LABEL.
165700     MOVE WS-HELD-COUNT TO RT-COUNT.
165800     WRITE CHECK-REGISTER-LINE FROM WS-RPT-TRAILER.
165900     MOVE 'ITEMS DROPPED, NO CHECK:' TO RT-LABEL.
166000     MOVE WS-DROPPED-COUNT TO RT-COUNT.
166100     WRITE CHECK-REGISTER-LINE FROM WS-RPT-TRAILER.
166200     IF WS-ISSUED-COUNT > ZERO
166300         MOVE WS-FIRST-ISSUED-NO TO RR-FIRST-NO
166400         SUBTRACT 1 FROM WS-NEXT-CHECK-NO GIVING RR-LAST-NO
166500         WRITE CHECK-REGISTER-LINE FROM WS-RPT-RANGE-LINE
166600     END-IF.
166700     CLOSE CHECK-REGISTER-FILE.
166800     CLOSE CHECK-PRINT-FILE.
166900     CLOSE CHECK-HISTORY-FILE.
167000     CLOSE EMP-FILE.
167100
167200     PERFORM 8100-WRITE-CHECK-CONTROL THRU 8100-EXIT.
167300
167400     DISPLAY ' '.
167500     DISPLAY '*** CHECK-WRITING RUN COMPLETE ***'.
167600     DISPLAY 'Checks Issued: ' WS-ISSUED-COUNT.
167700     DISPLAY 'Check Amount Total: ' WS-ISSUED-TOTAL.
167800     DISPLAY 'Voids Sent To Bank: ' WS-VOID-SENT-COUNT.
167900     DISPLAY 'Skipped Stock Voided: ' WS-SKIPPED-COUNT.
168000     DISPLAY 'Items Held For Next Run: ' WS-HELD-COUNT.
168100     DISPLAY 'Items Dropped: ' WS-DROPPED-COUNT.
168200     DISPLAY 'Checks Without Address: ' WS-NO-ADDRESS-COUNT.
168300     DISPLAY 'Last Check Number: ' WS-LAST-CHECK-NO.
168400     DISPLAY 'Run ID: ' WS-RUN-ID.
168500     MOVE WS-CHECK-CODE TO RETURN-CODE.
168600 8000-EXIT.
168700     EXIT.
168800
168900*    8100-WRITE-CHECK-CONTROL RECORDS THE HIGHEST NUMBER USED,
169000*    ISSUED OR VOIDED.  A RUN THAT USED NO NUMBER LEAVES IT AS IT
169100*    WAS.
169200 8100-WRITE-CHECK-CONTROL.
169300     SUBTRACT 1 FROM WS-NEXT-CHECK-NO.
169400     IF WS-NEXT-CHECK-NO > WS-LAST-CHECK-NO
169500         MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO
169600     END-IF.
169700     IF WS-ISSUED-COUNT EQUAL ZERO AND WS-SKIPPED-COUNT EQUAL ZERO
169800         GO TO 8100-EXIT
169900     END-IF.
170000
170100     OPEN OUTPUT CHECK-CONTROL-FILE.
170200     MOVE SPACES TO CHECK-CONTROL-RECORD.
170300     MOVE WS-LAST-CHECK-NO TO CKC-LAST-CHECK-NO.
170400     MOVE WS-TODAY-NUM TO CKC-LAST-ISSUE-DATE.
170500     MOVE WS-RUN-ID TO CKC-LAST-RUN-ID.
170600     WRITE CHECK-CONTROL-RECORD.
170700     CLOSE CHECK-CONTROL-FILE.
170800 8100-EXIT.
170900     EXIT.
