000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YEAR-END.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* YEAR-END
000900* CLOSES ONE TAX YEAR.  RUN ONCE, IN JANUARY, AFTER THE LAST PAY
001000* RUN OF THE OLD YEAR AND BEFORE THE FIRST OF THE NEW ONE -- PAY-
001100* CALC REFUSES THE NEW YEAR'S FIRST RUN UNTIL THIS HAS RUN.  THE
001200* CALLER SUPPLIES THE YEAR BEING CLOSED AS CCYY ON THE COMMAND
001300* LINE, E.G. "2026".
001400*
001500* FOR EVERY EMPLOYEE ON THE YTD ACCUMULATOR MASTER -- ACTIVE, ON
001600* LEAVE, TERMINATED, OR ALREADY AGED OFF EMP-FILE TO THE EMP-
001700* MAINT HISTORY FILE -- THE RUN:
001800*
001900*   PRINTS A WAGE AND TAX STATEMENT, ONE PAGE PER EMPLOYEE, WITH
002000*   THE MAILING ADDRESS FROM THE EMPLOYEE ADDRESS FILE (SEE
002100*   ADDRREC.CPY), WAGES, EACH STATUTORY TAX WITHHELD, SOCIAL
002200*   SECURITY WAGES HELD TO THE YEAR'S WAGE BASE, STATE WAGES
002300*   UNDER THE WORK STATE, AND THE YEAR'S OTHER DEDUCTIONS;
002400*
002500*   WRITES ONE DETAIL RECORD TO THE FIXED-FORMAT ELECTRONIC WAGE
002600*   FILE, WRAPPED IN HEADER AND TRAILER RECORDS THE WAY THE
002700*   EMP-EXTRACT AND PAY-DEPOSIT INTERFACE FILES ARE:
002800*
002900*   H CCYY RRRRRRRRRRRR CCYYMMDD     TAX YEAR, RUN-ID, FILE DATE
003000*   D NNNNNN NAME ADDRESS AMOUNTS    ONE PER EMPLOYEE
003100*   T NNNNN TOTALS                   RECORD COUNT AND A CONTROL
003200*                                    TOTAL FOR EVERY AMOUNT
003300*
003400* THEN COPIES THE YTD MASTER VERBATIM TO A YEAR-STAMPED ARCHIVE
003500* (ytd_master_CCYY.dat), APPENDS THE YEAR'S RECORD TO THE YEAR-
003600* END CONTROL FILE (SEE YECREC.CPY), AND EMPTIES THE LIVE YTD
003700* MASTER SO THE NEW YEAR STARTS AT ZERO.  THE ARCHIVE IS PROVED
003800* AGAINST THE RECORD COUNT BEFORE THE CONTROL RECORD IS WRITTEN
003900* OR THE MASTER TOUCHED.
004000*
004100* THE RUN REFUSES (CONDITION CODE 8, NOTHING WRITTEN) WHEN THE
004200* YEAR IS ALREADY CLOSED, IS NOT OVER YET, HAS NO SOCIAL SECURITY
004300* WAGE BASE ON THE TAX RATE TABLE, OR WHEN THE YTD MASTER IS
004400* MISSING OR HOLDS ANOTHER YEAR'S FIGURES.  AN EMPLOYEE WITH NO
004500* NAME OR NO ADDRESS ON FILE STILL GETS A STATEMENT, FLAGGED ON
004600* THE PAGE, AND THE RUN ENDS WITH CONDITION CODE 4.
004700*
004800* MODIFICATION HISTORY
004900*    DATE        INIT  DESCRIPTION
005000*    2026-10-15  JR    ORIGINAL VERSION.
005100******************************************************************
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600*    EMP-FILE IS THE SAME INDEXED MASTER THE REST OF THE SYSTEM
005700*    SHARES -- SEE EMPREC.CPY FOR THE RECORD LAYOUT AND KEYS.  THE
005800*    CLOSE ONLY READS IT, BY KEY, FOR NAMES AND STATUS.
005900     SELECT EMP-FILE ASSIGN TO 'emp_file.dat'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS EMP-ID-KEY
006300         ALTERNATE RECORD KEY IS EMP-DEPT-KEY
006400             WITH DUPLICATES
006500         FILE STATUS IS WS-EMP-FILE-STATUS.
006600
006700*    EMP-HISTORY-FILE IS WHERE EMP-MAINT'S 'P' PURGE AGES
006800*    TERMINATED MASTER RECORDS OFF TO, VERBATIM.  AN EMPLOYEE
006900*    PAID THIS YEAR BUT NO LONGER ON EMP-FILE IS FOUND HERE.
007000*    STATUS '35' MEANS NOTHING HAS EVER BEEN PURGED.
007100     SELECT EMP-HISTORY-FILE ASSIGN TO 'emp_history_file.dat'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-HIST-FILE-STATUS.
007500
007600*    YTD-MASTER-FILE IS PAY-CALC'S YTD ACCUMULATOR MASTER -- SEE
007700*    YTDREC.CPY.  READ TWICE: ONCE TO LOAD THE STATEMENTS, ONCE
007800*    TO COPY IT TO THE ARCHIVE; THEN OPENED OUTPUT TO EMPTY IT.
007900     SELECT YTD-MASTER-FILE ASSIGN TO 'ytd_master_file.dat'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-YTD-FILE-STATUS.
008300
008400*    YTD-ARCHIVE-FILE IS THE YEAR-STAMPED COPY OF THE YTD MASTER.
008500*    ITS NAME IS BUILT AT RUN TIME FROM THE YEAR BEING CLOSED,
008600*    THE SAME WAY AUDIT-ARCHIVE NAMES ITS ARCHIVE FILES.
008700     SELECT YTD-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILE-NAME
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL
009000         FILE STATUS IS WS-ARCH-FILE-STATUS.
009100
009200*    ADDRESS-FILE CARRIES ONE MAILING ADDRESS PER EMPLOYEE --
009300*    SEE ADDRREC.CPY.  STATUS '35' MEANS NO ADDRESSES ARE ON
009400*    FILE; THE STATEMENTS STILL PRINT, FLAGGED.
009500     SELECT ADDRESS-FILE ASSIGN TO 'emp_address_file.dat'
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-ADDR-FILE-STATUS.
009900
010000*    TAX-RATE-FILE IS PAY-CALC'S TAX RATE TABLE -- SEE
010100*    TAXREC.CPY.  THE CLOSE WANTS ONLY THE YEAR'S SOCIAL SECURITY
010200*    WAGE BASE ROW.
010300     SELECT TAX-RATE-FILE ASSIGN TO 'tax_rate_file.dat'
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         ACCESS MODE IS SEQUENTIAL
010600         FILE STATUS IS WS-TAX-FILE-STATUS.
010700
010800*    YEAR-END-CONTROL-FILE CARRIES ONE RECORD PER TAX YEAR
010900*    CLOSED -- SEE YECREC.CPY.  APPENDED TO, NEVER REWRITTEN.
011000     SELECT YEAR-END-CONTROL-FILE
011100         ASSIGN TO 'year_end_control_file.dat'
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         ACCESS MODE IS SEQUENTIAL
011400         FILE STATUS IS WS-YEC-FILE-STATUS.
011500
011600*    STATEMENT-FILE IS THE PRINTED WAGE AND TAX STATEMENTS --
011700*    THE SAME 132-CHARACTER PRINT-LINE WIDTH AS THE REGISTERS.
011800     SELECT STATEMENT-FILE ASSIGN TO 'wage_statement_report.txt'
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         ACCESS MODE IS SEQUENTIAL.
012100
012200*    WAGE-FILE IS THE FIXED-FORMAT ELECTRONIC WAGE FILE.
012300     SELECT WAGE-FILE ASSIGN TO 'wage_file.dat'
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         ACCESS MODE IS SEQUENTIAL.
012600
012700*    EMP-LOCK-FILE IS THE EMP-FILE UPDATE LOCK TOKEN -- SEE
012800*    LOCKREC.CPY.  THE CLOSE ONLY READS IT, TO WARN WHEN AN
012900*    UPDATER HOLDS THE MASTER.
013000     SELECT EMP-LOCK-FILE ASSIGN TO 'emp_file_lock.dat'
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         ACCESS MODE IS SEQUENTIAL
013300         FILE STATUS IS WS-LOCK-FILE-STATUS.
013400
013500 DATA DIVISION.
013600 FILE SECTION.
013700*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
013800*    EMP-FILE SO EVERY PROGRAM BLOCKS THE SAME WAY.
013900 FD  EMP-FILE
014000     BLOCK CONTAINS 10 RECORDS
014100     RECORD CONTAINS 100 CHARACTERS
014200     DATA RECORD IS EMP-RECORD.
014300     COPY "EMPREC.CPY".
014400
014500*File description for the aged-off history file.  The records
014600*are verbatim EMP-FILE records, so the name and status sit in
014700*the same columns EMPREC.CPY gives them.
014800 FD  EMP-HISTORY-FILE
014900     RECORD CONTAINS 100 CHARACTERS
015000     DATA RECORD IS EMP-HISTORY-RECORD.
015100 01  EMP-HISTORY-RECORD.
015200     02  HIST-EMP-ID             PIC 9(06).
015300     02  HIST-EMP-NAME           PIC A(20).
015400     02  FILLER                  PIC X(09).
015500     02  HIST-EMP-STATUS         PIC X(01).
015600     02  FILLER                  PIC X(64).
015700
015800*File description for the YTD accumulator master -- see
015900*YTDREC.CPY.
016000 FD  YTD-MASTER-FILE
016100     RECORD CONTAINS 200 CHARACTERS
016200     DATA RECORD IS YTD-MASTER-RECORD.
016300     COPY "YTDREC.CPY".
016400
016500*File description for the year-stamped YTD archive -- a
016600*verbatim copy of the master.
016700 FD  YTD-ARCHIVE-FILE
016800     RECORD CONTAINS 200 CHARACTERS
016900     DATA RECORD IS YTD-ARCHIVE-RECORD.
017000 01  YTD-ARCHIVE-RECORD          PIC X(200).
017100
017200*File description for the employee address file -- see
017300*ADDRREC.CPY.
017400 FD  ADDRESS-FILE
017500     RECORD CONTAINS 80 CHARACTERS
017600     DATA RECORD IS ADDRESS-RECORD.
017700     COPY "ADDRREC.CPY".
017800
017900*File description for the tax rate table -- see TAXREC.CPY.
018000 FD  TAX-RATE-FILE
018100     RECORD CONTAINS 50 CHARACTERS
018200     DATA RECORD IS TAX-RATE-RECORD.
018300     COPY "TAXREC.CPY".
018400
018500*File description for the year-end close control file, shared
018600*with PAY-CALC via YECREC.CPY.
018700 FD  YEAR-END-CONTROL-FILE
018800     RECORD CONTAINS 50 CHARACTERS
018900     DATA RECORD IS YEAR-END-CONTROL-RECORD.
019000     COPY "YECREC.CPY".
019100
019200*File description for the printed wage and tax statements.
019300 FD  STATEMENT-FILE
019400     RECORD CONTAINS 132 CHARACTERS
019500     DATA RECORD IS STATEMENT-LINE.
019600 01  STATEMENT-LINE              PIC X(132).
019700
019800*File description for the electronic wage file.  The header,
019900*detail, and trailer layouts are built in WORKING-STORAGE.
020000 FD  WAGE-FILE
020100     RECORD CONTAINS 200 CHARACTERS
020200     DATA RECORD IS WAGE-RECORD.
020300 01  WAGE-RECORD                 PIC X(200).
020400
020500*File description for the EMP-FILE update lock token, shared
020600*with the updating programs via LOCKREC.CPY.
020700 FD  EMP-LOCK-FILE
020800     RECORD CONTAINS 40 CHARACTERS
020900     DATA RECORD IS EMP-LOCK-RECORD.
021000     COPY "LOCKREC.CPY".
021100
021200 WORKING-STORAGE SECTION.
021300 77  WS-YTD-EOF-SWITCH       PIC X(01) VALUE 'N'.
021400     88  YTD-EOF-REACHED             VALUE 'Y'.
021500
021600 77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
021700     88  HIST-EOF-REACHED            VALUE 'Y'.
021800
021900 77  WS-ADDR-EOF-SWITCH      PIC X(01) VALUE 'N'.
022000     88  ADDR-EOF-REACHED            VALUE 'Y'.
022100
022200 77  WS-TAX-EOF-SWITCH       PIC X(01) VALUE 'N'.
022300     88  TAX-EOF-REACHED             VALUE 'Y'.
022400
022500 77  WS-YEC-EOF-SWITCH       PIC X(01) VALUE 'N'.
022600     88  YEC-EOF-REACHED             VALUE 'Y'.
022700
022800 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
022900     88  EMP-FILE-STATUS-OK          VALUE '00'.
023000
023100*    STATUS '35' ON THE HISTORY FILE MEANS NOTHING HAS BEEN
023200*    PURGED; ON THE ADDRESS FILE, NO ADDRESSES ARE ON FILE; ON
023300*    THE CONTROL FILE, NO YEAR HAS BEEN CLOSED.  ON THE YTD
023400*    MASTER OR THE TAX RATE TABLE IT REFUSES THE RUN.
023500 77  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
023600     88  HIST-FILE-STATUS-OK         VALUE '00'.
023700     88  HIST-FILE-NOTEXIST          VALUE '35'.
023800 77  WS-YTD-FILE-STATUS      PIC X(02) VALUE '00'.
023900     88  YTD-FILE-STATUS-OK          VALUE '00'.
024000     88  YTD-FILE-NOTEXIST           VALUE '35'.
024100 77  WS-ARCH-FILE-STATUS     PIC X(02) VALUE '00'.
024200     88  ARCH-FILE-STATUS-OK         VALUE '00'.
024300 77  WS-ADDR-FILE-STATUS     PIC X(02) VALUE '00'.
024400     88  ADDR-FILE-STATUS-OK         VALUE '00'.
024500     88  ADDR-FILE-NOTEXIST          VALUE '35'.
024600 77  WS-TAX-FILE-STATUS      PIC X(02) VALUE '00'.
024700     88  TAX-FILE-STATUS-OK          VALUE '00'.
024800 77  WS-YEC-FILE-STATUS      PIC X(02) VALUE '00'.
024900     88  YEC-FILE-STATUS-OK          VALUE '00'.
025000     88  YEC-FILE-NOTEXIST           VALUE '35'.
025100
025200*    STATUS '35' ON THE LOCK FILE MEANS NO LOCK EXISTS -- THE
025300*    MASTER IS FREE AND THE CLOSE PROCEEDS QUIETLY.
025400 77  WS-LOCK-FILE-STATUS     PIC X(02) VALUE '00'.
025500     88  LOCK-FILE-NOTEXIST          VALUE '35'.
025600
025700*    THE CALLER SUPPLIES THE TAX YEAR BEING CLOSED AS THE FIRST
025800*    FOUR CHARACTERS OF THE COMMAND LINE.
025900 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
026000 77  WS-CLOSE-YEAR-ARG       PIC X(04) VALUE SPACES.
026100 77  WS-CLOSE-YEAR           PIC 9(04) VALUE ZERO.
026200
026300 77  WS-YEAR-CLOSED-SWITCH   PIC X(01) VALUE 'N'.
026400     88  YEAR-ALREADY-CLOSED         VALUE 'Y'.
026500
026600 77  WS-WAGE-BASE-SWITCH     PIC X(01) VALUE 'N'.
026700     88  WAGE-BASE-FOUND             VALUE 'Y'.
026800 77  WS-SS-WAGE-BASE         PIC 9(07)V99 VALUE ZERO.
026900
027000*    WS-ARCHIVE-FILE-NAME IS BUILT AS ytd_master_CCYY.dat.
027100 77  WS-ARCHIVE-FILE-NAME    PIC X(30) VALUE SPACES.
027200
027300*    WS-CLOSE-CODE IS HANDED BACK AS THE CONDITION CODE: 4 WHEN
027400*    ANY STATEMENT WENT OUT WITHOUT A NAME OR ADDRESS ON FILE,
027500*    THE SAME WARNING LEVEL GL-RECON USES.
027600 77  WS-CLOSE-CODE           PIC 9(02) VALUE ZERO.
027700
027800*    WS-YE-TABLE HOLDS THE YEAR'S YTD MASTER, ONE SLOT PER
027900*    EMPLOYEE, WITH THE NAME AND STATUS FOUND FOR EACH.
028000*    WS-YE-SOURCE SAYS WHERE THE NAME CAME FROM: 'M' EMP-FILE,
028100*    'H' THE AGED-OFF HISTORY, SPACE NOT FOUND.  A MASTER THAT
028200*    OVERFLOWS THE TABLE REFUSES THE CLOSE -- A PARTIAL SET OF
028300*    STATEMENTS WITH A WHOLE ARCHIVE WOULD NOT AGREE.
028400 01  WS-YE-TABLE.
028500     02  WS-YE-ENTRY OCCURS 1000 TIMES
028600             INDEXED BY WS-YE-IDX.
028700         03  WS-YE-EMP-ID            PIC 9(06) VALUE ZERO.
028800         03  WS-YE-EMP-NAME          PIC X(20) VALUE SPACES.
028900         03  WS-YE-EMP-STATUS        PIC X(01) VALUE SPACE.
029000         03  WS-YE-SOURCE            PIC X(01) VALUE SPACE.
029100             88  YE-FROM-MASTER              VALUE 'M'.
029200             88  YE-FROM-HISTORY             VALUE 'H'.
029300             88  YE-NAME-NOT-FOUND           VALUE SPACE.
029400         03  WS-YE-GROSS             PIC 9(07)V99 VALUE ZERO.
029500         03  WS-YE-FED-TAX           PIC 9(07)V99 VALUE ZERO.
029600         03  WS-YE-STATE-TAX         PIC 9(07)V99 VALUE ZERO.
029700         03  WS-YE-SS-TAX            PIC 9(07)V99 VALUE ZERO.
029800         03  WS-YE-MED-TAX           PIC 9(07)V99 VALUE ZERO.
029900         03  WS-YE-STATE-CODE        PIC X(02) VALUE SPACES.
030000         03  WS-YE-DED-GROUP.
030100             04  WS-YE-DED-ENTRY OCCURS 10 TIMES
030200                     INDEXED BY WS-YE-DED-IDX.
030300                 05  WS-YE-DED-CODE      PIC X(03) VALUE SPACES.
030400                 05  WS-YE-DED-AMOUNT    PIC 9(07)V99 VALUE ZERO.
030500 77  WS-YE-TABLE-USED        PIC 9(04) VALUE ZERO.
030600 77  WS-YE-SUB               PIC 9(04) VALUE ZERO.
030700
030800*    WS-ADDR-TABLE HOLDS THE ADDRESS FILE.  AN OVERFLOW REFUSES
030900*    THE CLOSE RATHER THAN MAIL STATEMENTS WITHOUT ADDRESSES THAT
031000*    ARE ACTUALLY ON FILE.
031100 01  WS-ADDR-TABLE.
031200     02  WS-ADDR-ENTRY OCCURS 1000 TIMES
031300             INDEXED BY WS-ADDR-IDX.
031400         03  WS-ADDR-EMP-ID          PIC 9(06) VALUE ZERO.
031500         03  WS-ADDR-STREET          PIC X(30) VALUE SPACES.
031600         03  WS-ADDR-CITY            PIC X(20) VALUE SPACES.
031700         03  WS-ADDR-STATE           PIC X(02) VALUE SPACES.
031800         03  WS-ADDR-ZIP             PIC X(10) VALUE SPACES.
031900 77  WS-ADDR-TABLE-USED      PIC 9(04) VALUE ZERO.
032000
032100 77  WS-ADDR-SLOT-SWITCH     PIC X(01) VALUE 'N'.
032200     88  ADDR-SLOT-FOUND             VALUE 'Y'.
032300     88  ADDR-SLOT-NOT-FOUND         VALUE 'N'.
032400
032500*    THE CURRENT EMPLOYEE'S FIGURES FOR THE STATEMENT AND THE
032600*    WAGE FILE.  SOCIAL SECURITY WAGES STOP AT THE WAGE BASE;
032700*    MEDICARE WAGES DO NOT.  STATE WAGES ARE THE YEAR'S WAGES
032800*    WHEN A WORK STATE WAS WITHHELD FOR, OTHERWISE ZERO.
032900 77  WS-SS-WAGES             PIC 9(07)V99 VALUE ZERO.
033000 77  WS-STATE-WAGES          PIC 9(07)V99 VALUE ZERO.
033100 77  WS-STATUS-TEXT          PIC X(20) VALUE SPACES.
033200
033300 77  WS-STATEMENT-COUNT      PIC 9(05) VALUE ZERO.
033400 77  WS-HISTORY-NAME-COUNT   PIC 9(05) VALUE ZERO.
033500 77  WS-NO-NAME-COUNT        PIC 9(05) VALUE ZERO.
033600 77  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE ZERO.
033700 77  WS-ARCHIVED-COUNT       PIC 9(05) VALUE ZERO.
033800
033900 77  WS-TOTAL-WAGES          PIC 9(09)V99 VALUE ZERO.
034000 77  WS-TOTAL-FED-TAX        PIC 9(09)V99 VALUE ZERO.
034100 77  WS-TOTAL-SS-WAGES       PIC 9(09)V99 VALUE ZERO.
034200 77  WS-TOTAL-SS-TAX         PIC 9(09)V99 VALUE ZERO.
034300 77  WS-TOTAL-MED-TAX        PIC 9(09)V99 VALUE ZERO.
034400 77  WS-TOTAL-STATE-WAGES    PIC 9(09)V99 VALUE ZERO.
034500 77  WS-TOTAL-STATE-TAX      PIC 9(09)V99 VALUE ZERO.
034600
034700 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
034800 77  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
034900
035000 01  WS-RUN-DATE.
035100     02  WS-RUN-DATE-YY          PIC 99.
035200     02  WS-RUN-DATE-MM          PIC 99.
035300     02  WS-RUN-DATE-DD          PIC 99.
035400
035500*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
035600*    THE NIGHTLY STAMPS ON ITS RUN-CONTROL AND AUDIT RECORDS.
035700 01  WS-RUN-TIME.
035800     02  WS-RUN-TIME-HH          PIC 99.
035900     02  WS-RUN-TIME-MM          PIC 99.
036000     02  WS-RUN-TIME-SS          PIC 99.
036100     02  WS-RUN-TIME-HS          PIC 99.
036200
036300 01  WS-RUN-ID.
036400     02  WS-RUN-ID-DATE          PIC 9(06).
036500     02  WS-RUN-ID-TIME          PIC 9(06).
036600
036700 01  WS-TODAY-CCYYMMDD.
036800     02  FILLER                  PIC 99 VALUE 20.
036900     02  WS-TODAY-YYMMDD         PIC 9(06).
037000 01  WS-TODAY-FIELDS REDEFINES WS-TODAY-CCYYMMDD.
037100     02  WS-TODAY-CCYY           PIC 9(04).
037200     02  FILLER                  PIC 9(04).
037300 01  WS-TODAY-NUM REDEFINES WS-TODAY-CCYYMMDD
037400                                 PIC 9(08).
037500
037600*    ELECTRONIC WAGE FILE RECORDS.  EVERY AMOUNT GOES OUT ZERO-
037700*    PADDED WITH TWO ASSUMED DECIMAL PLACES.
037800 01  WS-WAGE-HEADER.
037900     02  FILLER                  PIC X(01) VALUE 'H'.
038000     02  WH-TAX-YEAR             PIC 9(04).
038100     02  WH-RUN-ID               PIC X(12).
038200     02  WH-FILE-DATE            PIC 9(08).
038300     02  FILLER                  PIC X(175) VALUE SPACES.
038400
038500 01  WS-WAGE-DETAIL.
038600     02  FILLER                  PIC X(01) VALUE 'D'.
038700     02  WD-EMP-ID               PIC 9(06).
038800     02  WD-EMP-NAME             PIC X(20).
038900     02  WD-STREET               PIC X(30).
039000     02  WD-CITY                 PIC X(20).
039100     02  WD-STATE                PIC X(02).
039200     02  WD-ZIP                  PIC X(10).
039300     02  WD-WAGES                PIC 9(07)V99.
039400     02  WD-FED-TAX              PIC 9(07)V99.
039500     02  WD-SS-WAGES             PIC 9(07)V99.
039600     02  WD-SS-TAX               PIC 9(07)V99.
039700     02  WD-MED-WAGES            PIC 9(07)V99.
039800     02  WD-MED-TAX              PIC 9(07)V99.
039900     02  WD-STATE-CODE           PIC X(02).
040000     02  WD-STATE-WAGES          PIC 9(07)V99.
040100     02  WD-STATE-TAX            PIC 9(07)V99.
040200     02  FILLER                  PIC X(37) VALUE SPACES.
040300
040400 01  WS-WAGE-TRAILER.
040500     02  FILLER                  PIC X(01) VALUE 'T'.
040600     02  WT-RECORD-COUNT         PIC 9(05).
040700     02  WT-TOTAL-WAGES          PIC 9(09)V99.
040800     02  WT-TOTAL-FED-TAX        PIC 9(09)V99.
040900     02  WT-TOTAL-SS-WAGES       PIC 9(09)V99.
041000     02  WT-TOTAL-SS-TAX         PIC 9(09)V99.
041100     02  WT-TOTAL-MED-TAX        PIC 9(09)V99.
041200     02  WT-TOTAL-STATE-WAGES    PIC 9(09)V99.
041300     02  WT-TOTAL-STATE-TAX      PIC 9(09)V99.
041400     02  FILLER                  PIC X(117) VALUE SPACES.
041500
041600*    PRINTED STATEMENT LINES.
041700 01  WS-RPT-HEADING-1.
041800     02  FILLER                  PIC X(30)
041900                                  VALUE 'WAGE AND TAX STATEMENT'.
042000     02  FILLER                  PIC X(10) VALUE SPACES.
042100     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
042200     02  WS-RPT-H1-DATE.
042300         03  WS-RPT-H1-DATE-MM       PIC 99.
042400         03  FILLER                  PIC X VALUE '/'.
042500         03  WS-RPT-H1-DATE-DD       PIC 99.
042600         03  FILLER                  PIC X VALUE '/'.
042700         03  WS-RPT-H1-DATE-YY       PIC 99.
042800     02  FILLER                  PIC X(10) VALUE SPACES.
042900     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
043000     02  WS-RPT-H1-PAGE          PIC ZZZ9.
043100     02  FILLER                  PIC X(04) VALUE SPACES.
043200     02  FILLER                  PIC X(10) VALUE 'TAX YEAR: '.
043300     02  WS-RPT-H1-YEAR          PIC 9(04).
043400     02  FILLER                  PIC X(36) VALUE SPACES.
043500
043600 01  WS-RPT-EMP-LINE.
043700     02  FILLER                  PIC X(10) VALUE 'EMPLOYEE: '.
043800     02  YS-EMP-ID               PIC 9(06).
043900     02  FILLER                  PIC X(04) VALUE SPACES.
044000     02  YS-EMP-NAME             PIC X(20).
044100     02  FILLER                  PIC X(04) VALUE SPACES.
044200     02  YS-STATUS-TEXT          PIC X(20).
044300     02  FILLER                  PIC X(68) VALUE SPACES.
044400
044500 01  WS-RPT-TEXT-LINE.
044600     02  FILLER                  PIC X(10) VALUE SPACES.
044700     02  YS-TEXT                 PIC X(60).
044800     02  FILLER                  PIC X(62) VALUE SPACES.
044900
045000 01  WS-RPT-AMOUNT-LINE.
045100     02  FILLER                  PIC X(10) VALUE SPACES.
045200     02  YS-LABEL                PIC X(36).
045300     02  YS-AMOUNT               PIC Z,ZZZ,ZZ9.99.
045400     02  FILLER                  PIC X(74) VALUE SPACES.
045500
045600 01  WS-RPT-TRAILER-1.
045700     02  FILLER                  PIC X(26)
045800             VALUE 'TOTAL STATEMENTS PRINTED: '.
045900     02  YT-COUNT                PIC ZZ,ZZ9.
046000     02  FILLER                  PIC X(100) VALUE SPACES.
046100
046200 01  WS-RPT-TRAILER-2.
046300     02  FILLER                  PIC X(26)
046400             VALUE 'TOTAL WAGES REPORTED:     '.
046500     02  YT-WAGES                PIC ZZZ,ZZZ,ZZ9.99.
046600     02  FILLER                  PIC X(92) VALUE SPACES.
046700
046800 PROCEDURE DIVISION.
046900 0000-MAINLINE.
047000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047100
047200     PERFORM 2000-RESOLVE-MASTER-NAMES THRU 2000-EXIT.
047300     PERFORM 2500-RESOLVE-HISTORY-NAMES THRU 2500-EXIT.
047400
047500     MOVE 1 TO WS-YE-SUB.
047600     PERFORM 3000-PRODUCE-STATEMENT THRU 3000-EXIT
047700         UNTIL WS-YE-SUB > WS-YE-TABLE-USED.
047800     PERFORM 4500-FINISH-OUTPUTS THRU 4500-EXIT.
047900
048000     PERFORM 5000-ARCHIVE-YTD-MASTER THRU 5000-EXIT.
048100     PERFORM 6000-WRITE-CLOSE-CONTROL THRU 6000-EXIT.
048200     PERFORM 7000-EMPTY-YTD-MASTER THRU 7000-EXIT.
048300
048400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
048500     STOP RUN.
048600
048700*----------------------------------------------------------------
048800* 1000-INITIALIZE  --  BUILD THE RUN-ID, VALIDATE THE YEAR, LOAD
048900* THE YTD MASTER, ADDRESSES, AND WAGE BASE, AND OPEN THE OUTPUTS.
049000* EVERY CHECK THAT CAN REFUSE THE CLOSE RUNS BEFORE ANY OUTPUT
049100* IS OPENED.
049200*----------------------------------------------------------------
049300 1000-INITIALIZE.
049400     DISPLAY '*** STARTING YEAR-END CLOSE RUN ***'.
049500     ACCEPT WS-RUN-DATE FROM DATE.
049600     ACCEPT WS-RUN-TIME FROM TIME.
049700     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
049800     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
049900            WS-RUN-TIME-MM DELIMITED BY SIZE
050000            WS-RUN-TIME-SS DELIMITED BY SIZE
050100         INTO WS-RUN-ID-TIME
050200     END-STRING.
050300     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
050400
050500     PERFORM 1050-PARSE-CLOSE-YEAR THRU 1050-EXIT.
050600     PERFORM 1080-CHECK-EMP-LOCK THRU 1080-EXIT.
050700     PERFORM 1100-CHECK-CLOSE-CONTROL THRU 1100-EXIT.
050800     PERFORM 1200-LOAD-YTD-MASTER THRU 1200-EXIT.
050900     PERFORM 1300-LOAD-ADDRESSES THRU 1300-EXIT.
051000     PERFORM 1400-LOAD-SS-WAGE-BASE THRU 1400-EXIT.
051100
051200     OPEN INPUT EMP-FILE.
051300     IF NOT EMP-FILE-STATUS-OK
051400         DISPLAY 'EMP-FILE OPEN FAILED, STATUS: '
051500             WS-EMP-FILE-STATUS
051600         MOVE 8 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900
052000     OPEN OUTPUT STATEMENT-FILE.
052100     OPEN OUTPUT WAGE-FILE.
052200     MOVE WS-CLOSE-YEAR TO WH-TAX-YEAR.
052300     MOVE WS-RUN-ID TO WH-RUN-ID.
052400     MOVE WS-TODAY-NUM TO WH-FILE-DATE.
052500     WRITE WAGE-RECORD FROM WS-WAGE-HEADER.
052600 1000-EXIT.
052700     EXIT.
052800
052900*    1050-PARSE-CLOSE-YEAR VALIDATES THE TAX YEAR OFF THE COMMAND
053000*    LINE.  A YEAR THAT IS NOT OVER YET IS REFUSED -- CLOSING IT
053100*    WOULD EMPTY THE YTD MASTER WITH PAY RUNS STILL TO COME.
053200 1050-PARSE-CLOSE-YEAR.
053300     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
053400     MOVE WS-COMMAND-LINE (1:4) TO WS-CLOSE-YEAR-ARG.
053500
053600     IF WS-CLOSE-YEAR-ARG NOT NUMERIC
053700         DISPLAY 'USAGE: SUPPLY THE TAX YEAR TO CLOSE AS CCYY, '
053800             'E.G. 2026'
053900         MOVE 8 TO RETURN-CODE
054000         STOP RUN
054100     END-IF.
054200     MOVE WS-CLOSE-YEAR-ARG TO WS-CLOSE-YEAR.
054300
054400     IF WS-CLOSE-YEAR NOT LESS THAN WS-TODAY-CCYY
054500         DISPLAY 'TAX YEAR ' WS-CLOSE-YEAR ' IS NOT OVER, '
054600             'CLOSE REFUSED'
054700         MOVE 8 TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000
055100     MOVE WS-CLOSE-YEAR TO WS-RPT-H1-YEAR.
055200     DISPLAY 'TAX YEAR: ' WS-CLOSE-YEAR.
055300 1050-EXIT.
055400     EXIT.
055500
055600*    1080-CHECK-EMP-LOCK WARNS WHEN THE CLOSE STARTS WHILE AN
055700*    UPDATER HOLDS THE EMP-FILE LOCK -- NAMES READ MID-UPDATE
055800*    MAY BE STALE.  A READER ONLY WARNS; IT NEVER CLAIMS OR
055900*    CLEARS THE LOCK.
056000 1080-CHECK-EMP-LOCK.
056100     OPEN INPUT EMP-LOCK-FILE.
056200     IF LOCK-FILE-NOTEXIST
056300         GO TO 1080-EXIT
056400     END-IF.
056500     READ EMP-LOCK-FILE
056600         AT END
056700             CONTINUE
056800         NOT AT END
056900             DISPLAY 'WARNING: EMP-FILE UPDATE IN PROGRESS BY '
057000                 LCK-PROGRAM ' RUN ' LCK-RUN-ID
057100             DISPLAY 'WARNING: STATEMENT NAMES MAY BE '
057200                 'INCONSISTENT MID-UPDATE'
057300     END-READ.
057400     CLOSE EMP-LOCK-FILE.
057500 1080-EXIT.
057600     EXIT.
057700
057800*    1100-CHECK-CLOSE-CONTROL REFUSES A YEAR THE CONTROL FILE
057900*    SAYS IS ALREADY CLOSED -- ITS STATEMENTS HAVE GONE OUT AND
058000*    ITS MASTER HAS BEEN ARCHIVED AND EMPTIED.
058100 1100-CHECK-CLOSE-CONTROL.
058200     OPEN INPUT YEAR-END-CONTROL-FILE.
058300     IF YEC-FILE-NOTEXIST
058400         GO TO 1100-EXIT
058500     END-IF.
058600     IF NOT YEC-FILE-STATUS-OK
058700         DISPLAY 'YEAR-END CONTROL OPEN FAILED, STATUS: '
058800             WS-YEC-FILE-STATUS
058900         MOVE 8 TO RETURN-CODE
059000         STOP RUN
059100     END-IF.
059200
059300     PERFORM 1110-READ-CLOSE-CONTROL THRU 1110-EXIT
059400         UNTIL YEC-EOF-REACHED.
059500     CLOSE YEAR-END-CONTROL-FILE.
059600
059700     IF YEAR-ALREADY-CLOSED
059800         DISPLAY 'TAX YEAR ' WS-CLOSE-YEAR ' IS ALREADY CLOSED, '
059900             'CLOSE REFUSED'
060000         MOVE 8 TO RETURN-CODE
060100         STOP RUN
060200     END-IF.
060300 1100-EXIT.
060400     EXIT.
060500
060600 1110-READ-CLOSE-CONTROL.
060700     READ YEAR-END-CONTROL-FILE
060800         AT END
060900             SET YEC-EOF-REACHED TO TRUE
061000     END-READ.
061100     IF YEC-EOF-REACHED
061200         GO TO 1110-EXIT
061300     END-IF.
061400
061500     IF YEC-TAX-YEAR EQUAL TO WS-CLOSE-YEAR
061600         SET YEAR-ALREADY-CLOSED TO TRUE
061700     END-IF.
061800 1110-EXIT.
061900     EXIT.
062000
062100*    1200-LOAD-YTD-MASTER READS THE YTD MASTER INTO WS-YE-TABLE.
062200*    EVERY RECORD MUST BELONG TO THE YEAR BEING CLOSED -- ONE
062300*    THAT DOES NOT MEANS THE WRONG YEAR WAS ASKED FOR OR THE NEW
062400*    YEAR HAS ALREADY BEEN PAID INTO THE MASTER, AND EITHER WAY
062500*    THE STATEMENTS WOULD BE WRONG.
062600 1200-LOAD-YTD-MASTER.
062700     OPEN INPUT YTD-MASTER-FILE.
062800     IF YTD-FILE-NOTEXIST
062900         DISPLAY 'NO YTD MASTER ON FILE, CLOSE REFUSED'
063000         MOVE 8 TO RETURN-CODE
063100         STOP RUN
063200     END-IF.
063300     IF NOT YTD-FILE-STATUS-OK
063400         DISPLAY 'YTD MASTER OPEN FAILED, STATUS: '
063500             WS-YTD-FILE-STATUS
063600         MOVE 8 TO RETURN-CODE
063700         STOP RUN
063800     END-IF.
063900
064000     PERFORM 1210-LOAD-YTD-RECORD THRU 1210-EXIT
064100         UNTIL YTD-EOF-REACHED.
064200     CLOSE YTD-MASTER-FILE.
064300
064400     IF WS-YE-TABLE-USED EQUAL ZERO
064500         DISPLAY 'YTD MASTER IS EMPTY, CLOSE REFUSED'
064600         MOVE 8 TO RETURN-CODE
064700         STOP RUN
064800     END-IF.
064900 1200-EXIT.
065000     EXIT.
065100
065200 1210-LOAD-YTD-RECORD.
065300     READ YTD-MASTER-FILE
065400         AT END
065500             SET YTD-EOF-REACHED TO TRUE
065600     END-READ.
065700     IF YTD-EOF-REACHED
065800         GO TO 1210-EXIT
065900     END-IF.
066000
066100     IF YTD-YEAR NOT EQUAL TO WS-CLOSE-YEAR
066200         DISPLAY 'YTD MASTER HOLDS ' YTD-YEAR ' FIGURES FOR '
066300             'EMP-ID ' YTD-EMP-ID ', CLOSE REFUSED'
066400         MOVE 8 TO RETURN-CODE
066500         STOP RUN
066600     END-IF.
066700
066800     IF WS-YE-TABLE-USED NOT LESS THAN 1000
066900         DISPLAY 'YTD MASTER EXCEEDS THE TABLE, CLOSE REFUSED'
067000         MOVE 8 TO RETURN-CODE
067100         STOP RUN
067200     END-IF.
067300
067400     ADD 1 TO WS-YE-TABLE-USED.
067500     SET WS-YE-IDX TO WS-YE-TABLE-USED.
067600     MOVE YTD-EMP-ID TO WS-YE-EMP-ID (WS-YE-IDX).
067700     MOVE YTD-GROSS TO WS-YE-GROSS (WS-YE-IDX).
067800     MOVE YTD-DED-GROUP TO WS-YE-DED-GROUP (WS-YE-IDX).
067900     IF YTD-TAX-GROUP IS NOT NUMERIC
068000         MOVE ZERO TO YTD-FED-TAX YTD-STATE-TAX
068100                      YTD-SS-TAX YTD-MED-TAX
068200     END-IF.
068300     MOVE YTD-FED-TAX TO WS-YE-FED-TAX (WS-YE-IDX).
068400     MOVE YTD-STATE-TAX TO WS-YE-STATE-TAX (WS-YE-IDX).
068500     MOVE YTD-SS-TAX TO WS-YE-SS-TAX (WS-YE-IDX).
068600     MOVE YTD-MED-TAX TO WS-YE-MED-TAX (WS-YE-IDX).
068700     MOVE YTD-STATE-CODE TO WS-YE-STATE-CODE (WS-YE-IDX).
068800 1210-EXIT.
068900     EXIT.
069000
069100*    1300-LOAD-ADDRESSES READS THE ADDRESS FILE INTO
069200*    WS-ADDR-TABLE.  NO FILE IS A WARNING, NOT A REFUSAL -- THE
069300*    STATEMENTS STILL PRINT, EACH FLAGGED FOR AN ADDRESS.
069400 1300-LOAD-ADDRESSES.
069500     OPEN INPUT ADDRESS-FILE.
069600     IF ADDR-FILE-NOTEXIST
069700         DISPLAY 'WARNING: NO EMPLOYEE ADDRESS FILE, STATEMENTS '
069800             'PRINT WITHOUT ADDRESSES'
069900         GO TO 1300-EXIT
070000     END-IF.
070100     IF NOT ADDR-FILE-STATUS-OK
070200         DISPLAY 'ADDRESS FILE OPEN FAILED, STATUS: '
070300             WS-ADDR-FILE-STATUS
070400         MOVE 8 TO RETURN-CODE
070500         STOP RUN
070600     END-IF.
070700
070800     PERFORM 1310-LOAD-ADDRESS THRU 1310-EXIT
070900         UNTIL ADDR-EOF-REACHED.
071000     CLOSE ADDRESS-FILE.
071100 1300-EXIT.
071200     EXIT.
071300
071400 1310-LOAD-ADDRESS.
071500     READ ADDRESS-FILE
071600         AT END
071700             SET ADDR-EOF-REACHED TO TRUE
071800     END-READ.
071900     IF ADDR-EOF-REACHED
072000         GO TO 1310-EXIT
072100     END-IF.
072200
072300     IF WS-ADDR-TABLE-USED NOT LESS THAN 1000
072400         DISPLAY 'ADDRESS FILE EXCEEDS THE TABLE, CLOSE REFUSED'
072500         MOVE 8 TO RETURN-CODE
072600         STOP RUN
072700     END-IF.
072800
072900     ADD 1 TO WS-ADDR-TABLE-USED.
073000     SET WS-ADDR-IDX TO WS-ADDR-TABLE-USED.
073100     MOVE ADR-EMP-ID TO WS-ADDR-EMP-ID (WS-ADDR-IDX).
073200     MOVE ADR-STREET TO WS-ADDR-STREET (WS-ADDR-IDX).
073300     MOVE ADR-CITY TO WS-ADDR-CITY (WS-ADDR-IDX).
073400     MOVE ADR-STATE TO WS-ADDR-STATE (WS-ADDR-IDX).
073500     MOVE ADR-ZIP TO WS-ADDR-ZIP (WS-ADDR-IDX).
073600 1310-EXIT.
073700     EXIT.
073800
073900*    1400-LOAD-SS-WAGE-BASE FINDS THE YEAR'S SOCIAL SECURITY WAGE
074000*    BASE ('SS' 'W' ROW) ON THE TAX RATE TABLE.  WITHOUT IT THE
074100*    SOCIAL SECURITY WAGES CANNOT BE STATED, SO THE CLOSE STOPS.
074200 1400-LOAD-SS-WAGE-BASE.
074300     OPEN INPUT TAX-RATE-FILE.
074400     IF NOT TAX-FILE-STATUS-OK
074500         DISPLAY 'TAX RATE TABLE OPEN FAILED, STATUS: '
074600             WS-TAX-FILE-STATUS ', CLOSE REFUSED'
074700         MOVE 8 TO RETURN-CODE
074800         STOP RUN
074900     END-IF.
075000
075100     PERFORM 1410-READ-TAX-ROW THRU 1410-EXIT
075200         UNTIL TAX-EOF-REACHED OR WAGE-BASE-FOUND.
075300     CLOSE TAX-RATE-FILE.
075400
075500     IF NOT WAGE-BASE-FOUND
075600         DISPLAY 'NO SOCIAL SECURITY WAGE BASE FOR '
075700             WS-CLOSE-YEAR ', CLOSE REFUSED'
075800         MOVE 8 TO RETURN-CODE
075900         STOP RUN
076000     END-IF.
076100 1400-EXIT.
076200     EXIT.
076300
076400 1410-READ-TAX-ROW.
076500     READ TAX-RATE-FILE
076600         AT END
076700             SET TAX-EOF-REACHED TO TRUE
076800     END-READ.
076900     IF TAX-EOF-REACHED
077000         GO TO 1410-EXIT
077100     END-IF.
077200
077300     IF TXR-TAX-YEAR EQUAL TO WS-CLOSE-YEAR
077400             AND TXR-JURIS EQUAL TO 'SS'
077500             AND TXR-REC-TYPE EQUAL TO 'W'
077600         MOVE TXR-AMOUNT TO WS-SS-WAGE-BASE
077700         SET WAGE-BASE-FOUND TO TRUE
077800     END-IF.
077900 1410-EXIT.
078000     EXIT.
078100
078200*----------------------------------------------------------------
078300* 2000-RESOLVE-MASTER-NAMES  --  LOOK EVERY EMPLOYEE UP ON
078400* EMP-FILE BY KEY FOR THE NAME AND STATUS THE STATEMENT CARRIES.
078500*----------------------------------------------------------------
078600 2000-RESOLVE-MASTER-NAMES.
078700     MOVE 1 TO WS-YE-SUB.
078800     PERFORM 2100-LOOKUP-MASTER THRU 2100-EXIT
078900         UNTIL WS-YE-SUB > WS-YE-TABLE-USED.
079000 2000-EXIT.
079100     EXIT.
079200
079300 2100-LOOKUP-MASTER.
079400     SET WS-YE-IDX TO WS-YE-SUB.
079500     MOVE WS-YE-EMP-ID (WS-YE-IDX) TO EMP-ID-KEY.
079600     READ EMP-FILE KEY IS EMP-ID-KEY
079700         INVALID KEY
079800             CONTINUE
079900         NOT INVALID KEY
080000             MOVE EMPF-EMP-NAME TO WS-YE-EMP-NAME (WS-YE-IDX)
080100             MOVE EMPF-EMP-STATUS TO WS-YE-EMP-STATUS (WS-YE-IDX)
080200             SET YE-FROM-MASTER (WS-YE-IDX) TO TRUE
080300     END-READ.
080400     ADD 1 TO WS-YE-SUB.
080500 2100-EXIT.
080600     EXIT.
080700
080800*----------------------------------------------------------------
080900* 2500-RESOLVE-HISTORY-NAMES  --  SWEEP THE AGED-OFF HISTORY FOR
081000* EVERY EMPLOYEE EMP-FILE NO LONGER CARRIES.  A PURGED RECORD IS
081100* ALWAYS A TERMINATED ONE; THE LAST COPY IN THE FILE WINS.
081200*----------------------------------------------------------------
081300 2500-RESOLVE-HISTORY-NAMES.
081400     OPEN INPUT EMP-HISTORY-FILE.
081500     IF HIST-FILE-NOTEXIST
081600         GO TO 2500-EXIT
081700     END-IF.
081800     IF NOT HIST-FILE-STATUS-OK
081900         DISPLAY 'HISTORY FILE OPEN FAILED, STATUS: '
082000             WS-HIST-FILE-STATUS
082100         MOVE 8 TO RETURN-CODE
082200         STOP RUN
082300     END-IF.
082400
082500     PERFORM 2600-READ-HISTORY THRU 2600-EXIT
082600         UNTIL HIST-EOF-REACHED.
082700     CLOSE EMP-HISTORY-FILE.
082800 2500-EXIT.
082900     EXIT.
083000
083100 2600-READ-HISTORY.
083200     READ EMP-HISTORY-FILE
083300         AT END
083400             SET HIST-EOF-REACHED TO TRUE
083500     END-READ.
083600     IF HIST-EOF-REACHED
083700         GO TO 2600-EXIT
083800     END-IF.
083900
084000     MOVE 1 TO WS-YE-SUB.
084100     PERFORM 2700-TEST-HISTORY-MATCH THRU 2700-EXIT
084200         UNTIL WS-YE-SUB > WS-YE-TABLE-USED.
084300 2600-EXIT.
084400     EXIT.
084500
084600 2700-TEST-HISTORY-MATCH.
084700     SET WS-YE-IDX TO WS-YE-SUB.
084800     IF WS-YE-EMP-ID (WS-YE-IDX) EQUAL TO HIST-EMP-ID
084900             AND NOT YE-FROM-MASTER (WS-YE-IDX)
085000         MOVE HIST-EMP-NAME TO WS-YE-EMP-NAME (WS-YE-IDX)
085100         MOVE HIST-EMP-STATUS TO WS-YE-EMP-STATUS (WS-YE-IDX)
085200         SET YE-FROM-HISTORY (WS-YE-IDX) TO TRUE
085300         MOVE WS-YE-TABLE-USED TO WS-YE-SUB
085400     END-IF.
085500     ADD 1 TO WS-YE-SUB.
085600 2700-EXIT.
085700     EXIT.
085800
085900*----------------------------------------------------------------
086000* 3000-PRODUCE-STATEMENT  --  PRINT ONE EMPLOYEE'S STATEMENT,
086100* WRITE THE WAGE FILE DETAIL, AND ROLL THE CONTROL TOTALS.
086200*----------------------------------------------------------------
086300 3000-PRODUCE-STATEMENT.
086400     SET WS-YE-IDX TO WS-YE-SUB.
086500
086600     IF WS-YE-GROSS (WS-YE-IDX) > WS-SS-WAGE-BASE
086700         MOVE WS-SS-WAGE-BASE TO WS-SS-WAGES
086800     ELSE
086900         MOVE WS-YE-GROSS (WS-YE-IDX) TO WS-SS-WAGES
087000     END-IF.
087100     IF WS-YE-STATE-CODE (WS-YE-IDX) EQUAL TO SPACES
087200         MOVE ZERO TO WS-STATE-WAGES
087300     ELSE
087400         MOVE WS-YE-GROSS (WS-YE-IDX) TO WS-STATE-WAGES
087500     END-IF.
087600
087700     PERFORM 3100-FIND-ADDRESS THRU 3100-EXIT.
087800     PERFORM 3200-PRINT-STATEMENT THRU 3200-EXIT.
087900     PERFORM 3300-WRITE-WAGE-DETAIL THRU 3300-EXIT.
088000
088100     ADD 1 TO WS-STATEMENT-COUNT.
088200     ADD WS-YE-GROSS (WS-YE-IDX) TO WS-TOTAL-WAGES.
088300     ADD WS-YE-FED-TAX (WS-YE-IDX) TO WS-TOTAL-FED-TAX.
088400     ADD WS-SS-WAGES TO WS-TOTAL-SS-WAGES.
088500     ADD WS-YE-SS-TAX (WS-YE-IDX) TO WS-TOTAL-SS-TAX.
088600     ADD WS-YE-MED-TAX (WS-YE-IDX) TO WS-TOTAL-MED-TAX.
088700     ADD WS-STATE-WAGES TO WS-TOTAL-STATE-WAGES.
088800     ADD WS-YE-STATE-TAX (WS-YE-IDX) TO WS-TOTAL-STATE-TAX.
088900
089000     ADD 1 TO WS-YE-SUB.
089100 3000-EXIT.
089200     EXIT.
089300
089400*    3100-FIND-ADDRESS LOOKS THE CURRENT EMPLOYEE UP IN
089500*    WS-ADDR-TABLE, LEAVING WS-ADDR-IDX ON THE SLOT WHEN FOUND.
089600 3100-FIND-ADDRESS.
089700     SET ADDR-SLOT-NOT-FOUND TO TRUE.
089800     SET WS-ADDR-IDX TO 1.
089900     PERFORM 3110-TEST-ADDRESS THRU 3110-EXIT
090000         UNTIL ADDR-SLOT-FOUND
090100            OR WS-ADDR-IDX > WS-ADDR-TABLE-USED.
090200 3100-EXIT.
090300     EXIT.
090400
090500 3110-TEST-ADDRESS.
090600     IF WS-ADDR-EMP-ID (WS-ADDR-IDX)
090700             EQUAL TO WS-YE-EMP-ID (WS-YE-IDX)
090800         SET ADDR-SLOT-FOUND TO TRUE
090900     ELSE
091000         SET WS-ADDR-IDX UP BY 1
091100     END-IF.
091200 3110-EXIT.
091300     EXIT.
091400
091500*    3200-PRINT-STATEMENT PRINTS ONE PAGE: WHO, WHERE, THEN ONE
091600*    LINE PER AMOUNT.  A MISSING NAME OR ADDRESS IS PRINTED AS A
091700*    FLAG ON THE PAGE AND RAISES THE CONDITION CODE TO 4.
091800 3200-PRINT-STATEMENT.
091900     PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT.
092000
092100     EVALUATE TRUE
092200         WHEN YE-NAME-NOT-FOUND (WS-YE-IDX)
092300             MOVE '*** NAME NOT ON FILE' TO WS-STATUS-TEXT
092400             MOVE SPACES TO WS-YE-EMP-NAME (WS-YE-IDX)
092500             ADD 1 TO WS-NO-NAME-COUNT
092600             MOVE 4 TO WS-CLOSE-CODE
092700         WHEN YE-FROM-HISTORY (WS-YE-IDX)
092800             MOVE 'AGED OFF (HISTORY)' TO WS-STATUS-TEXT
092900             ADD 1 TO WS-HISTORY-NAME-COUNT
093000         WHEN WS-YE-EMP-STATUS (WS-YE-IDX) EQUAL TO 'T'
093100             MOVE 'TERMINATED' TO WS-STATUS-TEXT
093200         WHEN WS-YE-EMP-STATUS (WS-YE-IDX) EQUAL TO 'L'
093300             MOVE 'ON LEAVE' TO WS-STATUS-TEXT
093400         WHEN OTHER
093500             MOVE 'ACTIVE' TO WS-STATUS-TEXT
093600     END-EVALUATE.
093700
093800     MOVE WS-YE-EMP-ID (WS-YE-IDX) TO YS-EMP-ID.
093900     MOVE WS-YE-EMP-NAME (WS-YE-IDX) TO YS-EMP-NAME.
094000     MOVE WS-STATUS-TEXT TO YS-STATUS-TEXT.
094100     WRITE STATEMENT-LINE FROM WS-RPT-EMP-LINE.
094200
094300     IF ADDR-SLOT-FOUND
094400         MOVE WS-ADDR-STREET (WS-ADDR-IDX) TO YS-TEXT
094500         PERFORM 4200-WRITE-TEXT-LINE THRU 4200-EXIT
094600         MOVE SPACES TO YS-TEXT
094700         STRING WS-ADDR-CITY (WS-ADDR-IDX) DELIMITED BY '  '
094800                ', '                       DELIMITED BY SIZE
094900                WS-ADDR-STATE (WS-ADDR-IDX)
095000                                           DELIMITED BY SIZE
095100                '  '                       DELIMITED BY SIZE
095200                WS-ADDR-ZIP (WS-ADDR-IDX)  DELIMITED BY SIZE
095300             INTO YS-TEXT
095400         END-STRING
095500         PERFORM 4200-WRITE-TEXT-LINE THRU 4200-EXIT
095600     ELSE
095700         MOVE '*** NO ADDRESS ON FILE ***' TO YS-TEXT
095800         PERFORM 4200-WRITE-TEXT-LINE THRU 4200-EXIT
095900         ADD 1 TO WS-NO-ADDRESS-COUNT
096000         MOVE 4 TO WS-CLOSE-CODE
096100     END-IF.
096200     MOVE SPACES TO YS-TEXT.
096300     PERFORM 4200-WRITE-TEXT-LINE THRU 4200-EXIT.
096400
096500     MOVE 'WAGES, TIPS, OTHER COMPENSATION' TO YS-LABEL.
096600     MOVE WS-YE-GROSS (WS-YE-IDX) TO YS-AMOUNT.
096700     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
096800     MOVE 'FEDERAL INCOME TAX WITHHELD' TO YS-LABEL.
096900     MOVE WS-YE-FED-TAX (WS-YE-IDX) TO YS-AMOUNT.
097000     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
097100     MOVE 'SOCIAL SECURITY WAGES' TO YS-LABEL.
097200     MOVE WS-SS-WAGES TO YS-AMOUNT.
097300     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
097400     MOVE 'SOCIAL SECURITY TAX WITHHELD' TO YS-LABEL.
097500     MOVE WS-YE-SS-TAX (WS-YE-IDX) TO YS-AMOUNT.
097600     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
097700     MOVE 'MEDICARE WAGES AND TIPS' TO YS-LABEL.
097800     MOVE WS-YE-GROSS (WS-YE-IDX) TO YS-AMOUNT.
097900     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
098000     MOVE 'MEDICARE TAX WITHHELD' TO YS-LABEL.
098100     MOVE WS-YE-MED-TAX (WS-YE-IDX) TO YS-AMOUNT.
098200     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
098300
098400     IF WS-YE-STATE-CODE (WS-YE-IDX) NOT EQUAL TO SPACES
098500         MOVE SPACES TO YS-LABEL
098600         STRING 'STATE WAGES -- '     DELIMITED BY SIZE
098700                WS-YE-STATE-CODE (WS-YE-IDX)
098800                                      DELIMITED BY SIZE
098900             INTO YS-LABEL
099000         END-STRING
099100         MOVE WS-STATE-WAGES TO YS-AMOUNT
099200         PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT
099300         MOVE SPACES TO YS-LABEL
099400         STRING 'STATE INCOME TAX WITHHELD -- '
099500                                      DELIMITED BY SIZE
099600                WS-YE-STATE-CODE (WS-YE-IDX)
099700                                      DELIMITED BY SIZE
099800             INTO YS-LABEL
099900         END-STRING
100000         MOVE WS-YE-STATE-TAX (WS-YE-IDX) TO YS-AMOUNT
100100         PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT
100200     END-IF.
100300
100400     MOVE SPACES TO YS-TEXT.
100500     PERFORM 4200-WRITE-TEXT-LINE THRU 4200-EXIT.
100600     MOVE 'OTHER AMOUNTS WITHHELD DURING THE YEAR:' TO YS-TEXT.
100700     PERFORM 4200-WRITE-TEXT-LINE THRU 4200-EXIT.
100800     PERFORM 3250-PRINT-DEDUCTION THRU 3250-EXIT
100900         VARYING WS-YE-DED-IDX FROM 1 BY 1
101000         UNTIL WS-YE-DED-IDX > 10.
101100 3200-EXIT.
101200     EXIT.
101300
101400 3250-PRINT-DEDUCTION.
101500     IF WS-YE-DED-CODE (WS-YE-IDX, WS-YE-DED-IDX)
101600             EQUAL TO SPACES
101700         GO TO 3250-EXIT
101800     END-IF.
101900
102000     MOVE SPACES TO YS-LABEL.
102100     STRING '  DEDUCTION CODE '       DELIMITED BY SIZE
102200            WS-YE-DED-CODE (WS-YE-IDX, WS-YE-DED-IDX)
102300                                      DELIMITED BY SIZE
102400         INTO YS-LABEL
102500     END-STRING.
102600     MOVE WS-YE-DED-AMOUNT (WS-YE-IDX, WS-YE-DED-IDX)
102700         TO YS-AMOUNT.
102800     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
102900 3250-EXIT.
103000     EXIT.
103100
103200*    3300-WRITE-WAGE-DETAIL WRITES THE EMPLOYEE'S ELECTRONIC WAGE
103300*    FILE RECORD.  NO ADDRESS ON FILE GOES OUT AS BLANK COLUMNS.
103400 3300-WRITE-WAGE-DETAIL.
103500     MOVE WS-YE-EMP-ID (WS-YE-IDX) TO WD-EMP-ID.
103600     MOVE WS-YE-EMP-NAME (WS-YE-IDX) TO WD-EMP-NAME.
103700     IF ADDR-SLOT-FOUND
103800         MOVE WS-ADDR-STREET (WS-ADDR-IDX) TO WD-STREET
103900         MOVE WS-ADDR-CITY (WS-ADDR-IDX) TO WD-CITY
104000         MOVE WS-ADDR-STATE (WS-ADDR-IDX) TO WD-STATE
104100         MOVE WS-ADDR-ZIP (WS-ADDR-IDX) TO WD-ZIP
104200     ELSE
104300         MOVE SPACES TO WD-STREET WD-CITY WD-STATE WD-ZIP
104400     END-IF.
104500     MOVE WS-YE-GROSS (WS-YE-IDX) TO WD-WAGES.
104600     MOVE WS-YE-FED-TAX (WS-YE-IDX) TO WD-FED-TAX.
104700     MOVE WS-SS-WAGES TO WD-SS-WAGES.
104800     MOVE WS-YE-SS-TAX (WS-YE-IDX) TO WD-SS-TAX.
104900     MOVE WS-YE-GROSS (WS-YE-IDX) TO WD-MED-WAGES.
105000     MOVE WS-YE-MED-TAX (WS-YE-IDX) TO WD-MED-TAX.
105100     MOVE WS-YE-STATE-CODE (WS-YE-IDX) TO WD-STATE-CODE.
105200     MOVE WS-STATE-WAGES TO WD-STATE-WAGES.
105300     MOVE WS-YE-STATE-TAX (WS-YE-IDX) TO WD-STATE-TAX.
105400     WRITE WAGE-RECORD FROM WS-WAGE-DETAIL.
105500 3300-EXIT.
105600     EXIT.
105700
105800*----------------------------------------------------------------
105900* 4000-REPORT-NEW-PAGE  --  EVERY STATEMENT STARTS ITS OWN PAGE.
106000*----------------------------------------------------------------
106100 4000-REPORT-NEW-PAGE.
106200     ADD 1 TO WS-PAGE-COUNT.
106300     MOVE WS-PAGE-COUNT TO WS-RPT-H1-PAGE.
106400     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
106500     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
106600     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
106700
106800     WRITE STATEMENT-LINE FROM WS-RPT-HEADING-1.
106900     MOVE SPACES TO STATEMENT-LINE.
107000     WRITE STATEMENT-LINE.
107100
107200     MOVE ZERO TO WS-LINE-COUNT.
107300 4000-EXIT.
107400     EXIT.
107500
107600*    4100-WRITE-AMOUNT-LINE WRITES ONE LABELLED AMOUNT; THE
107700*    CALLER FILLS YS-LABEL AND YS-AMOUNT.
107800 4100-WRITE-AMOUNT-LINE.
107900     WRITE STATEMENT-LINE FROM WS-RPT-AMOUNT-LINE.
108000     ADD 1 TO WS-LINE-COUNT.
108100 4100-EXIT.
108200     EXIT.
108300
108400*    4200-WRITE-TEXT-LINE WRITES ONE LINE OF TEXT; THE CALLER
108500*    FILLS YS-TEXT.
108600 4200-WRITE-TEXT-LINE.
108700     WRITE STATEMENT-LINE FROM WS-RPT-TEXT-LINE.
108800     ADD 1 TO WS-LINE-COUNT.
108900 4200-EXIT.
109000     EXIT.
109100
109200*----------------------------------------------------------------
109300* 4500-FINISH-OUTPUTS  --  WRITE THE WAGE FILE TRAILER AND THE
109400* STATEMENT RUN TOTALS, AND CLOSE THE OUTPUTS BEFORE THE MASTER
109500* IS ARCHIVED.
109600*----------------------------------------------------------------
109700 4500-FINISH-OUTPUTS.
109800     MOVE WS-STATEMENT-COUNT TO WT-RECORD-COUNT.
109900     MOVE WS-TOTAL-WAGES TO WT-TOTAL-WAGES.
110000     MOVE WS-TOTAL-FED-TAX TO WT-TOTAL-FED-TAX.
110100     MOVE WS-TOTAL-SS-WAGES TO WT-TOTAL-SS-WAGES.
110200     MOVE WS-TOTAL-SS-TAX TO WT-TOTAL-SS-TAX.
110300     MOVE WS-TOTAL-MED-TAX TO WT-TOTAL-MED-TAX.
110400     MOVE WS-TOTAL-STATE-WAGES TO WT-TOTAL-STATE-WAGES.
110500     MOVE WS-TOTAL-STATE-TAX TO WT-TOTAL-STATE-TAX.
110600     WRITE WAGE-RECORD FROM WS-WAGE-TRAILER.
110700
110800     PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT.
110900     MOVE WS-STATEMENT-COUNT TO YT-COUNT.
111000     WRITE STATEMENT-LINE FROM WS-RPT-TRAILER-1.
111100     MOVE WS-TOTAL-WAGES TO YT-WAGES.
111200     WRITE STATEMENT-LINE FROM WS-RPT-TRAILER-2.
111300
111400     CLOSE STATEMENT-FILE.
111500     CLOSE WAGE-FILE.
111600     CLOSE EMP-FILE.
111700 4500-EXIT.
111800     EXIT.
111900
112000*----------------------------------------------------------------
112100* 5000-ARCHIVE-YTD-MASTER  --  COPY THE YTD MASTER VERBATIM TO
112200* ytd_master_CCYY.dat AND PROVE THE COPY AGAINST THE RECORDS
112300* LOADED.  A SHORT COPY STOPS THE CLOSE BEFORE THE CONTROL FILE
112400* OR THE LIVE MASTER IS TOUCHED, SO THE CLOSE CAN SIMPLY BE RUN
112500* AGAIN.
112600*----------------------------------------------------------------
112700 5000-ARCHIVE-YTD-MASTER.
112800     MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
112900     STRING 'ytd_master_'  DELIMITED BY SIZE
113000            WS-CLOSE-YEAR  DELIMITED BY SIZE
113100            '.dat'         DELIMITED BY SIZE
113200         INTO WS-ARCHIVE-FILE-NAME
113300     END-STRING.
113400
113500     OPEN OUTPUT YTD-ARCHIVE-FILE.
113600     IF NOT ARCH-FILE-STATUS-OK
113700         DISPLAY 'YTD ARCHIVE OPEN FAILED, STATUS: '
113800             WS-ARCH-FILE-STATUS ', CLOSE NOT RECORDED'
113900         MOVE 8 TO RETURN-CODE
114000         STOP RUN
114100     END-IF.
114200
114300     MOVE 'N' TO WS-YTD-EOF-SWITCH.
114400     OPEN INPUT YTD-MASTER-FILE.
114500     PERFORM 5100-COPY-YTD-RECORD THRU 5100-EXIT
114600         UNTIL YTD-EOF-REACHED.
114700     CLOSE YTD-MASTER-FILE.
114800     CLOSE YTD-ARCHIVE-FILE.
114900
115000     IF WS-ARCHIVED-COUNT NOT EQUAL TO WS-YE-TABLE-USED
115100         DISPLAY 'YTD ARCHIVE HOLDS ' WS-ARCHIVED-COUNT
115200             ' RECORDS, ' WS-YE-TABLE-USED ' LOADED, '
115300             'CLOSE NOT RECORDED'
115400         MOVE 8 TO RETURN-CODE
115500         STOP RUN
115600     END-IF.
115700 5000-EXIT.
115800     EXIT.
115900
116000 5100-COPY-YTD-RECORD.
116100     READ YTD-MASTER-FILE
116200         AT END
116300             SET YTD-EOF-REACHED TO TRUE
116400     END-READ.
116500     IF YTD-EOF-REACHED
116600         GO TO 5100-EXIT
116700     END-IF.
116800
116900     WRITE YTD-ARCHIVE-RECORD FROM YTD-MASTER-RECORD.
117000     ADD 1 TO WS-ARCHIVED-COUNT.
117100 5100-EXIT.
117200     EXIT.
117300
117400*----------------------------------------------------------------
117500* 6000-WRITE-CLOSE-CONTROL  --  APPEND THE YEAR'S CLOSE RECORD
117600* TO THE CONTROL FILE PAY-CALC CHECKS.  A MISSING FILE IS
117700* CREATED.
117800*----------------------------------------------------------------
117900 6000-WRITE-CLOSE-CONTROL.
118000     OPEN EXTEND YEAR-END-CONTROL-FILE.
118100     IF YEC-FILE-NOTEXIST
118200         OPEN OUTPUT YEAR-END-CONTROL-FILE
118300     END-IF.
118400
118500     MOVE SPACES TO YEAR-END-CONTROL-RECORD.
118600     MOVE WS-CLOSE-YEAR TO YEC-TAX-YEAR.
118700     MOVE WS-RUN-ID TO YEC-RUN-ID.
118800     MOVE WS-TODAY-NUM TO YEC-CLOSE-DATE.
118900     MOVE WS-STATEMENT-COUNT TO YEC-EMP-COUNT.
119000     MOVE WS-TOTAL-WAGES TO YEC-TOTAL-WAGES.
119100     WRITE YEAR-END-CONTROL-RECORD.
119200     CLOSE YEAR-END-CONTROL-FILE.
119300 6000-EXIT.
119400     EXIT.
119500
119600*----------------------------------------------------------------
119700* 7000-EMPTY-YTD-MASTER  --  THE YEAR IS REPORTED, ARCHIVED, AND
119800* RECORDED CLOSED; THE LIVE MASTER STARTS THE NEW YEAR EMPTY.
119900*----------------------------------------------------------------
120000 7000-EMPTY-YTD-MASTER.
120100     OPEN OUTPUT YTD-MASTER-FILE.
120200     CLOSE YTD-MASTER-FILE.
120300 7000-EXIT.
120400     EXIT.
120500
120600*----------------------------------------------------------------
120700* 8000-TERMINATE  --  DISPLAY THE RUN SUMMARY AND HAND BACK THE
120800* CONDITION CODE.
120900*----------------------------------------------------------------
121000 8000-TERMINATE.
121100     DISPLAY ' '.
121200     DISPLAY '*** YEAR-END CLOSE RUN COMPLETE ***'.
121300     DISPLAY 'Tax Year Closed: ' WS-CLOSE-YEAR.
121400     DISPLAY 'Statements Produced: ' WS-STATEMENT-COUNT.
121500     DISPLAY 'Names From Aged-Off History: '
121600         WS-HISTORY-NAME-COUNT.
121700     DISPLAY 'Statements Without A Name: ' WS-NO-NAME-COUNT.
121800     DISPLAY 'Statements Without An Address: '
121900         WS-NO-ADDRESS-COUNT.
122000     DISPLAY 'Total Wages Reported: ' WS-TOTAL-WAGES.
122100     DISPLAY 'YTD Records Archived: ' WS-ARCHIVED-COUNT
122200         ' To ' WS-ARCHIVE-FILE-NAME.
122300     DISPLAY 'Run ID: ' WS-RUN-ID.
122400     DISPLAY 'Close Condition Code: ' WS-CLOSE-CODE.
122500     MOVE WS-CLOSE-CODE TO RETURN-CODE.
122600 8000-EXIT.
122700     EXIT.
