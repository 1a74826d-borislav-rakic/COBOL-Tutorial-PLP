000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDGET-RPT.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* BUDGET-RPT
000900* MONTHLY DEPARTMENT BUDGET-VERSUS-ACTUAL CONTROL REPORT.
001000* GL-EXTRACT AND TREND-REPORT SAY WHAT EACH DEPARTMENT ACTUALLY
001100* SPENT; THIS LINES THOSE ACTUALS UP AGAINST THE HEADCOUNT AND
001200* SALARY BUDGETS BUD-MAINT KEEPS ON THE BUDGET FILE, SO FINANCE
001300* SEES A DEPARTMENT RUNNING HOT BEFORE THE YEAR IS OVER.
001400*
001500* THE REPORT MONTH IS TAKEN FROM THE COMMAND LINE AS CCYYMM
001600* (E.G. 202610); WITH NOTHING SUPPLIED IT IS THE CURRENT MONTH.
001700* IT IS TURNED INTO A FISCAL YEAR AND FISCAL MONTH THE SAME WAY
001800* BUDREC.CPY DESCRIBES -- FISCAL MONTH 01 IS WS-FY-START-MONTH
001900* AND THE YEAR IS NAMED FOR THE CALENDAR YEAR IT ENDS IN.
002000*
002100* ACTUALS COME FROM THE DEPT HISTORY FILE THE REPORT RUN
002200* APPENDS TO.  A MONTH'S FIGURES ARE THE LATEST RUN SEEN FOR
002300* THAT MONTH, THE SAME RULE TREND-REPORT USES.  PER DEPARTMENT
002400* THE REPORT PRINTS ONE LINE:
002500*
002600*   - THE REPORT MONTH'S BUDGETED AND ACTUAL HEADCOUNT AND
002700*     SALARY BASE, AND THE VARIANCE OF EACH;
002800*   - THE YEAR-TO-DATE VARIANCE, AS SALARY COST -- EACH MONTH
002900*     COSTS ONE-TWELFTH OF ITS ANNUAL SALARY BASE, AND EVERY
003000*     MONTH THROUGH THE REPORT MONTH THAT HAS BOTH A BUDGET AND
003100*     AN ACTUAL ADDS ITS ACTUAL COST LESS ITS BUDGETED COST;
003200*   - THE YEAR-END BUDGETED COST, THE PROJECTED YEAR-END COST
003300*     AND THE DIFFERENCE.  THE PROJECTION IS THE ACTUAL COST OF
003400*     THE MONTHS REPORTED SO FAR (BUDGET WHERE A MONTH HAS NO
003500*     ACTUAL) PLUS THE LATEST ACTUAL MONTH'S COST CARRIED OUT AT
003600*     THAT RATE FOR THE REST OF THE YEAR.  A DEPARTMENT WITH NO
003700*     ACTUALS YET IS PROJECTED AT BUDGET.
003800*
003900* A COMPANY TOTAL LINE FOLLOWS THE DEPARTMENTS.
004000*
004100* A SECOND LISTING, FOR FINANCE, PRINTS EVERY BUDGET WARNING
004200* EMP-MAINT (ADDS) AND FILE-READER (RAISES) LOGGED AGAINST THE
004300* REPORT MONTH -- CHANGES THAT TOOK A DEPARTMENT OVER ITS
004400* BUDGETED HEADCOUNT OR SALARY (SEE BWNREC.CPY).
004500*
004600* MODIFICATION HISTORY
004700*    DATE        INIT  DESCRIPTION
004800*    2026-10-15  JR    ORIGINAL VERSION.
004900******************************************************************
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400*    BUDGET-FILE IS THE DEPARTMENT BUDGET BUD-MAINT KEEPS.
005500     SELECT BUDGET-FILE ASSIGN TO 'budget_file.dat'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS WS-BUD-FILE-STATUS.
005900
006000*    DEPT-HISTORY-FILE IS THE APPEND-ONLY COPY OF EVERY REPORT
006100*    RUN'S DEPT-TOTALS RECORDS.
006200     SELECT DEPT-HISTORY-FILE ASSIGN TO 'dept_history_file.dat'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-DHIST-FILE-STATUS.
006600
006700*    BUDGET-WARNING-FILE IS APPENDED TO BY EMP-MAINT AND
006800*    FILE-READER WHENEVER A CHANGE TAKES A DEPARTMENT OVER
006900*    BUDGET.
007000     SELECT BUDGET-WARNING-FILE
007100         ASSIGN TO 'budget_warning_file.dat'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-BWN-FILE-STATUS.
007500
007600*    BUDGET-REPORT-FILE AND WARNING-LISTING-FILE ARE THE TWO
007700*    PRINTED OUTPUTS -- THE SAME 132-CHARACTER PRINT-LINE WIDTH
007800*    AS THE PAYROLL REGISTER.
007900     SELECT BUDGET-REPORT-FILE
008000         ASSIGN TO 'budget_variance_report.txt'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL.
008300
008400     SELECT WARNING-LISTING-FILE
008500         ASSIGN TO 'budget_warning_listing.txt'
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100*File description for the department budget file.
009200 FD  BUDGET-FILE
009300     RECORD CONTAINS 40 CHARACTERS
009400     DATA RECORD IS BUDGET-RECORD.
009500     COPY "BUDREC.CPY".
009600
009700*File description for the dept history, the same layout
009800*FILE-READER's dept-totals records carry.
009900 FD  DEPT-HISTORY-FILE
010000     RECORD CONTAINS 35 CHARACTERS
010100     DATA RECORD IS DEPT-HISTORY-RECORD.
010200 01  DEPT-HISTORY-RECORD.
010300     02  DHR-RUN-ID              PIC X(12).
010400     02  DHR-DEPT-CODE           PIC X(04).
010500     02  DHR-DEPT-COUNT          PIC 9(05).
010600     02  DHR-DEPT-SALARY         PIC 9(08).
010700     02  FILLER                  PIC X(06).
010800
010900*File description for the budget warning file.
011000 FD  BUDGET-WARNING-FILE
011100     RECORD CONTAINS 80 CHARACTERS
011200     DATA RECORD IS BUDGET-WARNING-RECORD.
011300     COPY "BWNREC.CPY".
011400
011500*File description for the printed budget-versus-actual report.
011600 FD  BUDGET-REPORT-FILE
011700     RECORD CONTAINS 132 CHARACTERS
011800     DATA RECORD IS BUDGET-REPORT-LINE.
011900 01  BUDGET-REPORT-LINE          PIC X(132).
012000
012100*File description for the printed warning listing.
012200 FD  WARNING-LISTING-FILE
012300     RECORD CONTAINS 132 CHARACTERS
012400     DATA RECORD IS WARNING-LISTING-LINE.
012500 01  WARNING-LISTING-LINE        PIC X(132).
012600
012700 WORKING-STORAGE SECTION.
012800 77  WS-BUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
012900     88  BUD-EOF-REACHED             VALUE 'Y'.
013000 77  WS-DHIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
013100     88  DHIST-EOF-REACHED           VALUE 'Y'.
013200 77  WS-BWN-EOF-SWITCH       PIC X(01) VALUE 'N'.
013300     88  BWN-EOF-REACHED             VALUE 'Y'.
013400
013500*    STATUS '35' ON OPEN INPUT MEANS THE FILE DOES NOT EXIST --
013600*    NO BUDGETS LOADED, NO HISTORY YET, OR NO WARNINGS EVER
013700*    RAISED.  NONE OF THEM IS AN ERROR.
013800 77  WS-BUD-FILE-STATUS      PIC X(02) VALUE '00'.
013900     88  BUD-FILE-STATUS-OK          VALUE '00'.
014000     88  BUD-FILE-NOTEXIST           VALUE '35'.
014100 77  WS-DHIST-FILE-STATUS    PIC X(02) VALUE '00'.
014200     88  DHIST-FILE-STATUS-OK        VALUE '00'.
014300     88  DHIST-FILE-NOTEXIST         VALUE '35'.
014400 77  WS-BWN-FILE-STATUS      PIC X(02) VALUE '00'.
014500     88  BWN-FILE-STATUS-OK          VALUE '00'.
014600     88  BWN-FILE-NOTEXIST           VALUE '35'.
014700
014800*    WS-FY-START-MONTH IS THE CALENDAR MONTH FISCAL MONTH 01
014900*    FALLS IN.  EMP-MAINT AND FILE-READER CARRY THE SAME
015000*    CONSTANT -- CHANGE ALL THREE TOGETHER.
015100 77  WS-FY-START-MONTH       PIC 9(02) VALUE 01.
015200
015300 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
015400
015500*    THE REPORT MONTH, AS CALENDAR CCYYMM AND AS FISCAL YEAR
015600*    AND MONTH.
015700 01  WS-RPT-MONTH.
015800     02  WS-RPT-CCYY             PIC 9(04).
015900     02  WS-RPT-MM               PIC 9(02).
016000 01  WS-RPT-MONTH-X REDEFINES WS-RPT-MONTH
016100                             PIC X(06).
016200 77  WS-RPT-FY               PIC 9(04) VALUE ZERO.
016300 77  WS-RPT-FP               PIC 9(02) VALUE ZERO.
016400
016500 01  WS-TODAY-CCYYMMDD.
016600     02  FILLER                  PIC 99 VALUE 20.
016700     02  WS-TODAY-YYMMDD         PIC 9(06).
016800 01  WS-TODAY-CCYYMMDD-NUM REDEFINES WS-TODAY-CCYYMMDD
016900                             PIC 9(08).
017000
017100*    A DEPT HISTORY MONTH KEY (YYMM OF THE RUN-ID) WIDENED TO
017200*    CCYYMM FOR THE FISCAL CONVERSION.
017300 01  WS-DH-CCYYMM.
017400     02  FILLER                  PIC 99 VALUE 20.
017500     02  WS-DH-YYMM              PIC X(04).
017600 01  WS-DH-CCYYMM-FIELDS REDEFINES WS-DH-CCYYMM.
017700     02  WS-DH-CCYY              PIC 9(04).
017800     02  WS-DH-MM                PIC 9(02).
017900
018000*    CALENDAR-TO-FISCAL CONVERSION WORK FIELDS FOR
018100*    1500-CONVERT-TO-FISCAL.
018200 77  WS-CNV-CCYY             PIC 9(04) VALUE ZERO.
018300 77  WS-CNV-MM               PIC 9(02) VALUE ZERO.
018400 77  WS-CNV-FY               PIC 9(04) VALUE ZERO.
018500 77  WS-CNV-FP               PIC 9(02) VALUE ZERO.
018600
018700*    WS-BD-TABLE HOLDS ONE ENTRY PER DEPARTMENT FOR THE REPORT
018800*    FISCAL YEAR, EACH WITH ITS TWELVE FISCAL MONTHS OF BUDGET
018900*    AND ACTUAL.  50 SLOTS MATCHES FILE-READER'S SUBTOTAL TABLE.
019000*    A DEPARTMENT WITH ACTUALS BUT NO BUDGET STILL GETS A SLOT
019100*    SO IT SHOWS UP ON THE REPORT.
019200 01  WS-BD-TABLE.
019300     02  WS-BD-ENTRY OCCURS 50 TIMES
019400             INDEXED BY WS-BD-IDX.
019500         03  WS-BD-DEPT              PIC X(04) VALUE SPACES.
019600         03  WS-BD-MONTH OCCURS 12 TIMES.
019700             04  WS-BD-BUD-FLAG          PIC X(01) VALUE 'N'.
019800             04  WS-BD-BUD-HC            PIC 9(05) VALUE ZERO.
019900             04  WS-BD-BUD-SAL           PIC 9(08) VALUE ZERO.
020000             04  WS-BD-ACT-FLAG          PIC X(01) VALUE 'N'.
020100             04  WS-BD-ACT-HC            PIC 9(05) VALUE ZERO.
020200             04  WS-BD-ACT-SAL           PIC 9(08) VALUE ZERO.
020300
020400 77  WS-BD-TABLE-USED        PIC 9(03) VALUE ZERO.
020500 77  WS-BD-SUB               PIC 9(03) VALUE ZERO.
020600 77  WS-FP-SUB               PIC 9(02) VALUE ZERO.
020700
020800 77  WS-BD-SLOT-SWITCH       PIC X(01) VALUE 'N'.
020900     88  BD-SLOT-FOUND               VALUE 'Y'.
021000     88  BD-SLOT-NOT-FOUND           VALUE 'N'.
021100
021200 77  WS-FILE-DEPT            PIC X(04) VALUE SPACES.
021300
021400*    ONE DEPARTMENT'S FIGURES WHILE ITS LINE IS BUILT.  THE
021500*    BASE SUMS ARE ANNUAL SALARY BASE ADDED MONTH BY MONTH; ONE
021600*    TWELFTH OF A SUM IS THE COST IT REPRESENTS.
021700 77  WS-CUR-BUD-FLAG         PIC X(01) VALUE 'N'.
021800 77  WS-CUR-ACT-FLAG         PIC X(01) VALUE 'N'.
021900 77  WS-CUR-BUD-HC           PIC 9(05) VALUE ZERO.
022000 77  WS-CUR-BUD-SAL          PIC 9(08) VALUE ZERO.
022100 77  WS-CUR-ACT-HC           PIC 9(05) VALUE ZERO.
022200 77  WS-CUR-ACT-SAL          PIC 9(08) VALUE ZERO.
022300 77  WS-VAR-HC               PIC S9(06) VALUE ZERO.
022400 77  WS-VAR-SAL              PIC S9(09) VALUE ZERO.
022500 77  WS-RUN-RATE-FLAG        PIC X(01) VALUE 'N'.
022600 77  WS-RUN-RATE             PIC 9(08) VALUE ZERO.
022700 77  WS-YTD-BASE-SUM         PIC S9(10) VALUE ZERO.
022800 77  WS-PROJ-BASE-SUM        PIC S9(10) VALUE ZERO.
022900 77  WS-YEBUD-BASE-SUM       PIC S9(10) VALUE ZERO.
023000 77  WS-YTD-VAR              PIC S9(09) VALUE ZERO.
023100 77  WS-YE-BUD               PIC S9(09) VALUE ZERO.
023200 77  WS-YE-PROJ              PIC S9(09) VALUE ZERO.
023300 77  WS-YE-VAR               PIC S9(09) VALUE ZERO.
023400
023500*    COMPANY TOTALS ACROSS EVERY DEPARTMENT LINE.
023600 77  WS-TOT-BUD-HC           PIC 9(07) VALUE ZERO.
023700 77  WS-TOT-ACT-HC           PIC 9(07) VALUE ZERO.
023800 77  WS-TOT-BUD-SAL          PIC 9(10) VALUE ZERO.
023900 77  WS-TOT-ACT-SAL          PIC 9(10) VALUE ZERO.
024000 77  WS-TOT-YTD-VAR          PIC S9(10) VALUE ZERO.
024100 77  WS-TOT-YE-BUD           PIC S9(10) VALUE ZERO.
024200 77  WS-TOT-YE-PROJ          PIC S9(10) VALUE ZERO.
024300
024400 77  WS-BUD-LOAD-COUNT       PIC 9(05) VALUE ZERO.
024500 77  WS-DHIST-USED-COUNT     PIC 9(05) VALUE ZERO.
024600 77  WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.
024700
024800*    REPORT CONTROLS AND PRINT LINES.  THE WARNING LISTING
024900*    KEEPS ITS OWN LINE AND PAGE COUNTS.
025000 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
025100 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
025200 77  WS-WRN-LINE-COUNT       PIC 9(03) VALUE ZERO.
025300 77  WS-WRN-PAGE-COUNT       PIC 9(03) VALUE ZERO.
025400 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
025500
025600 01  WS-RUN-DATE.
025700     02  WS-RUN-DATE-YY          PIC 99.
025800     02  WS-RUN-DATE-MM          PIC 99.
025900     02  WS-RUN-DATE-DD          PIC 99.
026000
026100 01  WS-RPT-HEADING-1.
026200     02  WS-RPT-H1-TITLE         PIC X(30)
026300                      VALUE 'BUDGET VS ACTUAL REPORT'.
026400     02  FILLER                  PIC X(10) VALUE SPACES.
026500     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
026600     02  WS-RPT-H1-DATE.
026700         03  WS-RPT-H1-DATE-MM       PIC 99.
026800         03  FILLER                  PIC X VALUE '/'.
026900         03  WS-RPT-H1-DATE-DD       PIC 99.
027000         03  FILLER                  PIC X VALUE '/'.
027100         03  WS-RPT-H1-DATE-YY       PIC 99.
027200     02  FILLER                  PIC X(10) VALUE SPACES.
027300     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
027400     02  WS-RPT-H1-PAGE          PIC ZZZ9.
027500     02  FILLER                  PIC X(54) VALUE SPACES.
027600
027700 01  WS-RPT-HEADING-2.
027800     02  FILLER                  PIC X(04) VALUE 'DEPT'.
027900     02  FILLER                  PIC X(07) VALUE ' BUD HC'.
028000     02  FILLER                  PIC X(07) VALUE ' ACT HC'.
028100     02  FILLER                  PIC X(08) VALUE '  VAR HC'.
028200     02  FILLER                  PIC X(13)
028300                                 VALUE '   BUD SALARY'.
028400     02  FILLER                  PIC X(13)
028500                                 VALUE '   ACT SALARY'.
028600     02  FILLER                  PIC X(14)
028700                                 VALUE '    VAR SALARY'.
028800     02  FILLER                  PIC X(14)
028900                                 VALUE '  YTD COST VAR'.
029000     02  FILLER                  PIC X(13)
029100                                 VALUE '    YE BUDGET'.
029200     02  FILLER                  PIC X(13)
029300                                 VALUE ' YE PROJECTED'.
029400     02  FILLER                  PIC X(14)
029500                                 VALUE '   YE VARIANCE'.
029600     02  FILLER                  PIC X(02) VALUE SPACES.
029700     02  FILLER                  PIC X(10) VALUE 'NOTE'.
029800
029900 01  WS-RPT-HEADING-3.
030000     02  FILLER                  PIC X(13)
030100                                 VALUE 'FISCAL YEAR: '.
030200     02  WS-RPT-H3-FY            PIC 9(04).
030300     02  FILLER                  PIC X(17)
030400                                 VALUE '   FISCAL MONTH: '.
030500     02  WS-RPT-H3-FP            PIC 99.
030600     02  FILLER                  PIC X(19)
030700                                 VALUE '   CALENDAR MONTH: '.
030800     02  WS-RPT-H3-CCYY          PIC 9(04).
030900     02  FILLER                  PIC X VALUE '/'.
031000     02  WS-RPT-H3-MM            PIC 99.
031100     02  FILLER                  PIC X(70) VALUE SPACES.
031200
031300 01  WS-RPT-LEGEND-LINE.
031400     02  FILLER                  PIC X(30)
031500                      VALUE 'HC AND SALARY ARE THE MONTH''S '.
031600     02  FILLER                  PIC X(34)
031700                      VALUE 'HEADCOUNT AND ANNUAL SALARY BASE; '.
031800     02  FILLER                  PIC X(31)
031900                      VALUE 'YTD AND YE COLUMNS ARE COST AT '.
032000     02  FILLER                  PIC X(29)
032100                      VALUE 'ONE-TWELFTH OF BASE PER MONTH'.
032200     02  FILLER                  PIC X(08) VALUE SPACES.
032300
032400 01  WS-RPT-DETAIL.
032500     02  RD-DEPT                 PIC X(04).
032600     02  FILLER                  PIC X(02) VALUE SPACES.
032700     02  RD-BUD-HC               PIC ZZZZ9.
032800     02  FILLER                  PIC X(02) VALUE SPACES.
032900     02  RD-ACT-HC               PIC ZZZZ9.
033000     02  FILLER                  PIC X(02) VALUE SPACES.
033100     02  RD-VAR-HC               PIC +ZZZZ9.
033200     02  FILLER                  PIC X(02) VALUE SPACES.
033300     02  RD-BUD-SAL              PIC ZZZ,ZZZ,ZZ9.
033400     02  FILLER                  PIC X(02) VALUE SPACES.
033500     02  RD-ACT-SAL              PIC ZZZ,ZZZ,ZZ9.
033600     02  FILLER                  PIC X(02) VALUE SPACES.
033700     02  RD-VAR-SAL              PIC +ZZZ,ZZZ,ZZ9.
033800     02  FILLER                  PIC X(02) VALUE SPACES.
033900     02  RD-YTD-VAR              PIC +ZZZ,ZZZ,ZZ9.
034000     02  FILLER                  PIC X(02) VALUE SPACES.
034100     02  RD-YE-BUD               PIC ZZZ,ZZZ,ZZ9.
034200     02  FILLER                  PIC X(02) VALUE SPACES.
034300     02  RD-YE-PROJ              PIC ZZZ,ZZZ,ZZ9.
034400     02  FILLER                  PIC X(02) VALUE SPACES.
034500     02  RD-YE-VAR               PIC +ZZZ,ZZZ,ZZ9.
034600     02  FILLER                  PIC X(02) VALUE SPACES.
034700     02  RD-NOTE                 PIC X(10).
034800
034900 01  WS-RPT-TOTAL-LINE           PIC X(132) VALUE
035000     'COMPANY TOTAL'.
035100
035200*    WARNING LISTING PRINT LINES.
035300 01  WS-WRN-HEADING-1.
035400     02  FILLER                  PIC X(30)
035500                      VALUE 'BUDGET WARNING LISTING'.
035600     02  FILLER                  PIC X(10) VALUE SPACES.
035700     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
035800     02  WS-WRN-H1-DATE.
035900         03  WS-WRN-H1-DATE-MM       PIC 99.
036000         03  FILLER                  PIC X VALUE '/'.
036100         03  WS-WRN-H1-DATE-DD       PIC 99.
036200         03  FILLER                  PIC X VALUE '/'.
036300         03  WS-WRN-H1-DATE-YY       PIC 99.
036400     02  FILLER                  PIC X(10) VALUE SPACES.
036500     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
036600     02  WS-WRN-H1-PAGE          PIC ZZZ9.
036700     02  FILLER                  PIC X(54) VALUE SPACES.
036800
036900 01  WS-WRN-HEADING-2.
037000     02  FILLER                  PIC X(12) VALUE 'DATE'.
037100     02  FILLER                  PIC X(10) VALUE 'PROGRAM'.
037200     02  FILLER                  PIC X(14) VALUE 'RUN-ID'.
037300     02  FILLER                  PIC X(08) VALUE 'EMP-ID'.
037400     02  FILLER                  PIC X(07) VALUE 'ACTION'.
037500     02  FILLER                  PIC X(06) VALUE 'DEPT'.
037600     02  FILLER                  PIC X(07) VALUE 'ACT HC'.
037700     02  FILLER                  PIC X(07) VALUE 'BUD HC'.
037800     02  FILLER                  PIC X(12) VALUE 'ACT SALARY'.
037900     02  FILLER                  PIC X(12) VALUE 'BUD SALARY'.
038000     02  FILLER                  PIC X(08) VALUE 'CHANGE'.
038100     02  FILLER                  PIC X(08) VALUE 'OVER'.
038200     02  FILLER                  PIC X(21) VALUE SPACES.
038300
038400 01  WS-WRN-DETAIL.
038500     02  WD-DATE                 PIC 9999/99/99.
038600     02  FILLER                  PIC X(02) VALUE SPACES.
038700     02  WD-PROGRAM              PIC X(08).
038800     02  FILLER                  PIC X(02) VALUE SPACES.
038900     02  WD-RUN-ID               PIC X(12).
039000     02  FILLER                  PIC X(02) VALUE SPACES.
039100     02  WD-EMP-ID               PIC 9(06).
039200     02  FILLER                  PIC X(02) VALUE SPACES.
039300     02  WD-ACTION               PIC X(05).
039400     02  FILLER                  PIC X(02) VALUE SPACES.
039500     02  WD-DEPT                 PIC X(04).
039600     02  FILLER                  PIC X(02) VALUE SPACES.
039700     02  WD-HC-ACTUAL            PIC ZZZZ9.
039800     02  FILLER                  PIC X(02) VALUE SPACES.
039900     02  WD-HC-BUDGET            PIC ZZZZ9.
040000     02  FILLER                  PIC X(02) VALUE SPACES.
040100     02  WD-SAL-ACTUAL           PIC ZZ,ZZZ,ZZ9.
040200     02  FILLER                  PIC X(02) VALUE SPACES.
040300     02  WD-SAL-BUDGET           PIC ZZ,ZZZ,ZZ9.
040400     02  FILLER                  PIC X(02) VALUE SPACES.
040500     02  WD-SAL-CHANGE           PIC ZZ,ZZ9.
040600     02  FILLER                  PIC X(02) VALUE SPACES.
040700     02  WD-OVER                 PIC X(08).
040800     02  FILLER                  PIC X(21) VALUE SPACES.
040900
041000 01  WS-WRN-NONE-LINE            PIC X(132) VALUE
041100     'NO BUDGET WARNINGS FOR THIS FISCAL MONTH'.
041200
041300 01  WS-WRN-TRAILER.
041400     02  FILLER                  PIC X(05) VALUE SPACES.
041500     02  FILLER                  PIC X(19) VALUE
041600         'TOTAL WARNINGS:    '.
041700     02  WS-WRN-T-COUNT          PIC ZZZ,ZZ9.
041800     02  FILLER                  PIC X(101) VALUE SPACES.
041900
042000 PROCEDURE DIVISION.
042100 0000-MAINLINE.
042200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042300
042400     PERFORM 5000-PRINT-DEPT-LINES THRU 5000-EXIT.
042500     PERFORM 6000-PRINT-COMPANY-TOTAL THRU 6000-EXIT.
042600     PERFORM 7000-PRINT-WARNING-LISTING THRU 7000-EXIT.
042700
042800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
042900     STOP RUN.
043000
043100*----------------------------------------------------------------
043200* 1000-INITIALIZE  --  SETTLE THE REPORT MONTH, LOAD THE BUDGET
043300* AND THE ACTUALS, AND START THE REPORT.
043400*----------------------------------------------------------------
043500 1000-INITIALIZE.
043600     DISPLAY '*** STARTING BUDGET VS ACTUAL REPORT RUN ***'.
043700     ACCEPT WS-RUN-DATE FROM DATE.
043800     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
043900
044000     PERFORM 1050-PARSE-COMMAND-LINE THRU 1050-EXIT.
044100
044200     MOVE WS-RPT-CCYY TO WS-CNV-CCYY.
044300     MOVE WS-RPT-MM TO WS-CNV-MM.
044400     PERFORM 1500-CONVERT-TO-FISCAL THRU 1500-EXIT.
044500     MOVE WS-CNV-FY TO WS-RPT-FY.
044600     MOVE WS-CNV-FP TO WS-RPT-FP.
044700
044800     MOVE WS-RPT-FY TO WS-RPT-H3-FY.
044900     MOVE WS-RPT-FP TO WS-RPT-H3-FP.
045000     MOVE WS-RPT-CCYY TO WS-RPT-H3-CCYY.
045100     MOVE WS-RPT-MM TO WS-RPT-H3-MM.
045200
045300     PERFORM 1100-LOAD-BUDGET THRU 1100-EXIT.
045400     PERFORM 1200-LOAD-DEPT-HISTORY THRU 1200-EXIT.
045500
045600     OPEN OUTPUT BUDGET-REPORT-FILE.
045700     PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT.
045800 1000-EXIT.
045900     EXIT.
046000
046100*    1050-PARSE-COMMAND-LINE PICKS UP THE OPTIONAL REPORT MONTH.
046200*    NO MONTH MEANS THE CURRENT ONE.
046300 1050-PARSE-COMMAND-LINE.
046400     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
046500
046600     IF WS-COMMAND-LINE (1:6) EQUAL TO SPACES
046700         MOVE WS-TODAY-CCYYMMDD (1:6) TO WS-RPT-MONTH-X
046800         GO TO 1050-EXIT
046900     END-IF.
047000
047100     MOVE WS-COMMAND-LINE (1:6) TO WS-RPT-MONTH-X.
047200     IF WS-RPT-MONTH-X NOT NUMERIC
047300             OR WS-RPT-MM < 01
047400             OR WS-RPT-MM > 12
047500         DISPLAY 'USAGE: SUPPLY THE REPORT MONTH AS CCYYMM, '
047600             'E.G. 202610, OR NOTHING FOR THIS MONTH'
047700         MOVE 8 TO RETURN-CODE
047800         STOP RUN
047900     END-IF.
048000 1050-EXIT.
048100     EXIT.
048200
048300*    1100-LOAD-BUDGET FILES EVERY BUDGET LINE FOR THE REPORT
048400*    FISCAL YEAR UNDER ITS DEPARTMENT AND FISCAL MONTH.
048500 1100-LOAD-BUDGET.
048600     OPEN INPUT BUDGET-FILE.
048700     IF BUD-FILE-NOTEXIST
048800         DISPLAY 'NO BUDGET FILE ON HAND YET'
048900         GO TO 1100-EXIT
049000     END-IF.
049100     IF NOT BUD-FILE-STATUS-OK
049200         DISPLAY 'BUDGET FILE OPEN FAILED, STATUS: '
049300             WS-BUD-FILE-STATUS
049400         MOVE 8 TO RETURN-CODE
049500         STOP RUN
049600     END-IF.
049700     PERFORM 1110-LOAD-BUDGET-RECORD THRU 1110-EXIT
049800         UNTIL BUD-EOF-REACHED.
049900     CLOSE BUDGET-FILE.
050000 1100-EXIT.
050100     EXIT.
050200
050300 1110-LOAD-BUDGET-RECORD.
050400     READ BUDGET-FILE
050500         AT END
050600             SET BUD-EOF-REACHED TO TRUE
050700     END-READ.
050800     IF BUD-EOF-REACHED
050900         GO TO 1110-EXIT
051000     END-IF.
051100
051200     IF BUD-FISCAL-YEAR NOT EQUAL TO WS-RPT-FY
051300             OR BUD-FISCAL-MONTH < 01
051400             OR BUD-FISCAL-MONTH > 12
051500         GO TO 1110-EXIT
051600     END-IF.
051700
051800     MOVE BUD-DEPT-CODE TO WS-FILE-DEPT.
051900     PERFORM 2000-FIND-BD-SLOT THRU 2000-EXIT.
052000     IF BD-SLOT-FOUND
052100         MOVE BUD-FISCAL-MONTH TO WS-FP-SUB
052200         MOVE 'Y' TO WS-BD-BUD-FLAG (WS-BD-IDX, WS-FP-SUB)
052300         MOVE BUD-HEADCOUNT
052400             TO WS-BD-BUD-HC (WS-BD-IDX, WS-FP-SUB)
052500         MOVE BUD-SALARY
052600             TO WS-BD-BUD-SAL (WS-BD-IDX, WS-FP-SUB)
052700         ADD 1 TO WS-BUD-LOAD-COUNT
052800     END-IF.
052900 1110-EXIT.
053000     EXIT.
053100
053200*    1200-LOAD-DEPT-HISTORY FILES EVERY DEPT-HISTORY RECORD
053300*    THAT FALLS IN THE REPORT FISCAL YEAR, UP TO AND INCLUDING
053400*    THE REPORT MONTH; A LATER RUN'S RECORD FOR THE SAME
053500*    DEPARTMENT AND MONTH REPLACES THE EARLIER ONE.
053600 1200-LOAD-DEPT-HISTORY.
053700     OPEN INPUT DEPT-HISTORY-FILE.
053800     IF DHIST-FILE-NOTEXIST
053900         DISPLAY 'NO DEPT HISTORY ON HAND YET'
054000         GO TO 1200-EXIT
054100     END-IF.
054200     PERFORM 1210-LOAD-DEPT-RECORD THRU 1210-EXIT
054300         UNTIL DHIST-EOF-REACHED.
054400     CLOSE DEPT-HISTORY-FILE.
054500 1200-EXIT.
054600     EXIT.
054700
054800 1210-LOAD-DEPT-RECORD.
054900     READ DEPT-HISTORY-FILE
055000         AT END
055100             SET DHIST-EOF-REACHED TO TRUE
055200     END-READ.
055300     IF DHIST-EOF-REACHED
055400         GO TO 1210-EXIT
055500     END-IF.
055600
055700     MOVE DHR-RUN-ID (1:4) TO WS-DH-YYMM.
055800     IF WS-DH-YYMM NOT NUMERIC
055900         GO TO 1210-EXIT
056000     END-IF.
056100     MOVE WS-DH-CCYY TO WS-CNV-CCYY.
056200     MOVE WS-DH-MM TO WS-CNV-MM.
056300     PERFORM 1500-CONVERT-TO-FISCAL THRU 1500-EXIT.
056400     IF WS-CNV-FY NOT EQUAL TO WS-RPT-FY
056500             OR WS-CNV-FP > WS-RPT-FP
056600         GO TO 1210-EXIT
056700     END-IF.
056800
056900     MOVE DHR-DEPT-CODE TO WS-FILE-DEPT.
057000     PERFORM 2000-FIND-BD-SLOT THRU 2000-EXIT.
057100     IF BD-SLOT-FOUND
057200         MOVE WS-CNV-FP TO WS-FP-SUB
057300         MOVE 'Y' TO WS-BD-ACT-FLAG (WS-BD-IDX, WS-FP-SUB)
057400         MOVE DHR-DEPT-COUNT
057500             TO WS-BD-ACT-HC (WS-BD-IDX, WS-FP-SUB)
057600         MOVE DHR-DEPT-SALARY
057700             TO WS-BD-ACT-SAL (WS-BD-IDX, WS-FP-SUB)
057800         ADD 1 TO WS-DHIST-USED-COUNT
057900     END-IF.
058000 1210-EXIT.
058100     EXIT.
058200
058300*    1500-CONVERT-TO-FISCAL TURNS WS-CNV-CCYY/WS-CNV-MM INTO
058400*    WS-CNV-FY/WS-CNV-FP.  A MONTH BEFORE THE FISCAL START
058500*    BELONGS TO THE YEAR ENDING THIS CALENDAR YEAR; A MONTH ON
058600*    OR AFTER IT TO THE YEAR ENDING NEXT CALENDAR YEAR (THIS
058700*    ONE, WHEN THE FISCAL YEAR STARTS IN JANUARY).
058800 1500-CONVERT-TO-FISCAL.
058900     IF WS-CNV-MM NOT LESS THAN WS-FY-START-MONTH
059000         COMPUTE WS-CNV-FP = WS-CNV-MM - WS-FY-START-MONTH + 1
059100         MOVE WS-CNV-CCYY TO WS-CNV-FY
059200         IF WS-FY-START-MONTH > 1
059300             ADD 1 TO WS-CNV-FY
059400         END-IF
059500     ELSE
059600         COMPUTE WS-CNV-FP = WS-CNV-MM + 13 - WS-FY-START-MONTH
059700         MOVE WS-CNV-CCYY TO WS-CNV-FY
059800     END-IF.
059900 1500-EXIT.
060000     EXIT.
060100
060200*    2000-FIND-BD-SLOT SETS WS-BD-IDX TO THE SLOT FOR
060300*    WS-FILE-DEPT, ADDING A NEW ONE THE FIRST TIME THE
060400*    DEPARTMENT IS SEEN -- THE SAME FIND-OR-ADD SHAPE
060500*    TREND-REPORT USES.
060600 2000-FIND-BD-SLOT.
060700     MOVE 'N' TO WS-BD-SLOT-SWITCH.
060800     SET WS-BD-IDX TO 1.
060900     PERFORM 2010-TEST-BD-SLOT THRU 2010-EXIT
061000         UNTIL BD-SLOT-FOUND
061100             OR WS-BD-IDX > WS-BD-TABLE-USED.
061200
061300     IF BD-SLOT-NOT-FOUND
061400         IF WS-BD-TABLE-USED < 50
061500             ADD 1 TO WS-BD-TABLE-USED
061600             SET WS-BD-IDX TO WS-BD-TABLE-USED
061700             MOVE WS-FILE-DEPT TO WS-BD-DEPT (WS-BD-IDX)
061800             SET BD-SLOT-FOUND TO TRUE
061900         ELSE
062000             DISPLAY 'BUDGET REPORT TABLE FULL, DEPT '
062100                 WS-FILE-DEPT ' OMITTED'
062200         END-IF
062300     END-IF.
062400 2000-EXIT.
062500     EXIT.
062600
062700 2010-TEST-BD-SLOT.
062800     IF WS-FILE-DEPT EQUAL TO WS-BD-DEPT (WS-BD-IDX)
062900         SET BD-SLOT-FOUND TO TRUE
063000     ELSE
063100         SET WS-BD-IDX UP BY 1
063200     END-IF.
063300 2010-EXIT.
063400     EXIT.
063500
063600*----------------------------------------------------------------
063700* 4000-REPORT-NEW-PAGE  --  START A NEW REPORT PAGE.
063800*----------------------------------------------------------------
063900 4000-REPORT-NEW-PAGE.
064000     ADD 1 TO WS-PAGE-COUNT.
064100     MOVE WS-PAGE-COUNT TO WS-RPT-H1-PAGE.
064200     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
064300     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
064400     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
064500
064600     WRITE BUDGET-REPORT-LINE FROM WS-RPT-HEADING-1.
064700     MOVE SPACES TO BUDGET-REPORT-LINE.
064800     WRITE BUDGET-REPORT-LINE.
064900     WRITE BUDGET-REPORT-LINE FROM WS-RPT-HEADING-3.
065000     WRITE BUDGET-REPORT-LINE FROM WS-RPT-LEGEND-LINE.
065100     MOVE SPACES TO BUDGET-REPORT-LINE.
065200     WRITE BUDGET-REPORT-LINE.
065300     WRITE BUDGET-REPORT-LINE FROM WS-RPT-HEADING-2.
065400     MOVE SPACES TO BUDGET-REPORT-LINE.
065500     WRITE BUDGET-REPORT-LINE.
065600
065700     MOVE ZERO TO WS-LINE-COUNT.
065800 4000-EXIT.
065900     EXIT.
066000
066100 4100-WRITE-DETAIL-LINE.
066200     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
066300         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
066400     END-IF.
066500     WRITE BUDGET-REPORT-LINE FROM WS-RPT-DETAIL.
066600     ADD 1 TO WS-LINE-COUNT.
066700 4100-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------------
067100* 5000-PRINT-DEPT-LINES  --  ONE LINE PER DEPARTMENT, IN THE
067200* ORDER THE BUDGET FILE (THEN THE HISTORY) DELIVERED THEM.
067300*----------------------------------------------------------------
067400 5000-PRINT-DEPT-LINES.
067500     MOVE 1 TO WS-BD-SUB.
067600     PERFORM 5100-PRINT-DEPT-LINE THRU 5100-EXIT
067700         UNTIL WS-BD-SUB > WS-BD-TABLE-USED.
067800 5000-EXIT.
067900     EXIT.
068000
068100 5100-PRINT-DEPT-LINE.
068200     SET WS-BD-IDX TO WS-BD-SUB.
068300
068400     MOVE 'N' TO WS-RUN-RATE-FLAG.
068500     MOVE ZERO TO WS-RUN-RATE.
068600     MOVE ZERO TO WS-YTD-BASE-SUM.
068700     MOVE ZERO TO WS-PROJ-BASE-SUM.
068800     MOVE ZERO TO WS-YEBUD-BASE-SUM.
068900
069000     MOVE 1 TO WS-FP-SUB.
069100     PERFORM 5200-ADD-REPORTED-MONTH THRU 5200-EXIT
069200         UNTIL WS-FP-SUB > 12.
069300     COMPUTE WS-FP-SUB = WS-RPT-FP + 1.
069400     PERFORM 5300-ADD-PROJECTED-MONTH THRU 5300-EXIT
069500         UNTIL WS-FP-SUB > 12.
069600
069700     COMPUTE WS-YTD-VAR ROUNDED = WS-YTD-BASE-SUM / 12.
069800     COMPUTE WS-YE-BUD ROUNDED = WS-YEBUD-BASE-SUM / 12.
069900     COMPUTE WS-YE-PROJ ROUNDED = WS-PROJ-BASE-SUM / 12.
070000     SUBTRACT WS-YE-BUD FROM WS-YE-PROJ GIVING WS-YE-VAR.
070100
070200     MOVE WS-RPT-FP TO WS-FP-SUB.
070300     MOVE WS-BD-BUD-FLAG (WS-BD-IDX, WS-FP-SUB)
070400         TO WS-CUR-BUD-FLAG.
070500     MOVE WS-BD-ACT-FLAG (WS-BD-IDX, WS-FP-SUB)
070600         TO WS-CUR-ACT-FLAG.
070700     MOVE WS-BD-BUD-HC (WS-BD-IDX, WS-FP-SUB) TO WS-CUR-BUD-HC.
070800     MOVE WS-BD-BUD-SAL (WS-BD-IDX, WS-FP-SUB)
070900         TO WS-CUR-BUD-SAL.
071000     MOVE WS-BD-ACT-HC (WS-BD-IDX, WS-FP-SUB) TO WS-CUR-ACT-HC.
071100     MOVE WS-BD-ACT-SAL (WS-BD-IDX, WS-FP-SUB)
071200         TO WS-CUR-ACT-SAL.
071300
071400     MOVE ZERO TO WS-VAR-HC.
071500     MOVE ZERO TO WS-VAR-SAL.
071600     IF WS-CUR-BUD-FLAG EQUAL TO 'Y'
071700             AND WS-CUR-ACT-FLAG EQUAL TO 'Y'
071800         SUBTRACT WS-CUR-BUD-HC FROM WS-CUR-ACT-HC
071900             GIVING WS-VAR-HC
072000         SUBTRACT WS-CUR-BUD-SAL FROM WS-CUR-ACT-SAL
072100             GIVING WS-VAR-SAL
072200     END-IF.
072300
072400     MOVE WS-BD-DEPT (WS-BD-IDX) TO RD-DEPT.
072500     MOVE WS-CUR-BUD-HC TO RD-BUD-HC.
072600     MOVE WS-CUR-ACT-HC TO RD-ACT-HC.
072700     MOVE WS-VAR-HC TO RD-VAR-HC.
072800     MOVE WS-CUR-BUD-SAL TO RD-BUD-SAL.
072900     MOVE WS-CUR-ACT-SAL TO RD-ACT-SAL.
073000     MOVE WS-VAR-SAL TO RD-VAR-SAL.
073100     MOVE WS-YTD-VAR TO RD-YTD-VAR.
073200     MOVE WS-YE-BUD TO RD-YE-BUD.
073300     MOVE WS-YE-PROJ TO RD-YE-PROJ.
073400     MOVE WS-YE-VAR TO RD-YE-VAR.
073500
073600     MOVE SPACES TO RD-NOTE.
073700     IF WS-CUR-BUD-FLAG NOT EQUAL TO 'Y'
073800         MOVE 'NO BUDGET' TO RD-NOTE
073900     ELSE
074000         IF WS-CUR-ACT-FLAG NOT EQUAL TO 'Y'
074100             MOVE 'NO ACTUALS' TO RD-NOTE
074200         ELSE
074300             IF WS-VAR-HC > ZERO OR WS-VAR-SAL > ZERO
074400                 MOVE 'OVER BUD' TO RD-NOTE
074500             ELSE
074600                 IF WS-YE-VAR > ZERO
074700                     MOVE 'PROJ OVER' TO RD-NOTE
074800                 END-IF
074900             END-IF
075000         END-IF
075100     END-IF.
075200
075300     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
075400
075500     ADD WS-CUR-BUD-HC TO WS-TOT-BUD-HC.
075600     ADD WS-CUR-ACT-HC TO WS-TOT-ACT-HC.
075700     ADD WS-CUR-BUD-SAL TO WS-TOT-BUD-SAL.
075800     ADD WS-CUR-ACT-SAL TO WS-TOT-ACT-SAL.
075900     ADD WS-YTD-VAR TO WS-TOT-YTD-VAR.
076000     ADD WS-YE-BUD TO WS-TOT-YE-BUD.
076100     ADD WS-YE-PROJ TO WS-TOT-YE-PROJ.
076200
076300     ADD 1 TO WS-BD-SUB.
076400 5100-EXIT.
076500     EXIT.
076600
076700*    5200-ADD-REPORTED-MONTH ADDS ONE FISCAL MONTH INTO THE
076800*    YEAR-END BUDGET AND, FOR A MONTH ALREADY REPORTED, INTO
076900*    THE YEAR-TO-DATE VARIANCE AND THE PROJECTION.  THE LATEST
077000*    ACTUAL MONTH SEEN BECOMES THE RUN RATE.
077100 5200-ADD-REPORTED-MONTH.
077200     IF WS-BD-BUD-FLAG (WS-BD-IDX, WS-FP-SUB) EQUAL TO 'Y'
077300         ADD WS-BD-BUD-SAL (WS-BD-IDX, WS-FP-SUB)
077400             TO WS-YEBUD-BASE-SUM
077500     END-IF.
077600
077700     IF WS-FP-SUB > WS-RPT-FP
077800         GO TO 5200-CONTINUE
077900     END-IF.
078000
078100     IF WS-BD-ACT-FLAG (WS-BD-IDX, WS-FP-SUB) EQUAL TO 'Y'
078200         ADD WS-BD-ACT-SAL (WS-BD-IDX, WS-FP-SUB)
078300             TO WS-PROJ-BASE-SUM
078400         MOVE WS-BD-ACT-SAL (WS-BD-IDX, WS-FP-SUB)
078500             TO WS-RUN-RATE
078600         MOVE 'Y' TO WS-RUN-RATE-FLAG
078700         IF WS-BD-BUD-FLAG (WS-BD-IDX, WS-FP-SUB) EQUAL TO 'Y'
078800             COMPUTE WS-YTD-BASE-SUM = WS-YTD-BASE-SUM
078900                 + WS-BD-ACT-SAL (WS-BD-IDX, WS-FP-SUB)
079000                 - WS-BD-BUD-SAL (WS-BD-IDX, WS-FP-SUB)
079100         END-IF
079200     ELSE
079300         IF WS-BD-BUD-FLAG (WS-BD-IDX, WS-FP-SUB) EQUAL TO 'Y'
079400             ADD WS-BD-BUD-SAL (WS-BD-IDX, WS-FP-SUB)
079500                 TO WS-PROJ-BASE-SUM
079600         END-IF
079700     END-IF.
079800
079900 5200-CONTINUE.
080000     ADD 1 TO WS-FP-SUB.
080100 5200-EXIT.
080200     EXIT.
080300
080400*    5300-ADD-PROJECTED-MONTH CARRIES ONE MONTH AFTER THE REPORT
080500*    MONTH INTO THE PROJECTION -- AT THE RUN RATE, OR AT BUDGET
080600*    FOR A DEPARTMENT WITH NO ACTUALS YET.
080700 5300-ADD-PROJECTED-MONTH.
080800     IF WS-RUN-RATE-FLAG EQUAL TO 'Y'
080900         ADD WS-RUN-RATE TO WS-PROJ-BASE-SUM
081000     ELSE
081100         IF WS-BD-BUD-FLAG (WS-BD-IDX, WS-FP-SUB) EQUAL TO 'Y'
081200             ADD WS-BD-BUD-SAL (WS-BD-IDX, WS-FP-SUB)
081300                 TO WS-PROJ-BASE-SUM
081400         END-IF
081500     END-IF.
081600     ADD 1 TO WS-FP-SUB.
081700 5300-EXIT.
081800     EXIT.
081900
082000*----------------------------------------------------------------
082100* 6000-PRINT-COMPANY-TOTAL  --  THE DEPARTMENT LINES ADDED UP.
082200*----------------------------------------------------------------
082300 6000-PRINT-COMPANY-TOTAL.
082400     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
082500         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
082600     END-IF.
082700     MOVE SPACES TO BUDGET-REPORT-LINE.
082800     WRITE BUDGET-REPORT-LINE.
082900     WRITE BUDGET-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
083000     ADD 2 TO WS-LINE-COUNT.
083100
083200     MOVE '*ALL' TO RD-DEPT.
083300     MOVE WS-TOT-BUD-HC TO RD-BUD-HC.
083400     MOVE WS-TOT-ACT-HC TO RD-ACT-HC.
083500     SUBTRACT WS-TOT-BUD-HC FROM WS-TOT-ACT-HC
083600         GIVING WS-VAR-HC.
083700     MOVE WS-VAR-HC TO RD-VAR-HC.
083800     MOVE WS-TOT-BUD-SAL TO RD-BUD-SAL.
083900     MOVE WS-TOT-ACT-SAL TO RD-ACT-SAL.
084000     SUBTRACT WS-TOT-BUD-SAL FROM WS-TOT-ACT-SAL
084100         GIVING WS-VAR-SAL.
084200     MOVE WS-VAR-SAL TO RD-VAR-SAL.
084300     MOVE WS-TOT-YTD-VAR TO RD-YTD-VAR.
084400     MOVE WS-TOT-YE-BUD TO RD-YE-BUD.
084500     MOVE WS-TOT-YE-PROJ TO RD-YE-PROJ.
084600     SUBTRACT WS-TOT-YE-BUD FROM WS-TOT-YE-PROJ
084700         GIVING WS-YE-VAR.
084800     MOVE WS-YE-VAR TO RD-YE-VAR.
084900     MOVE SPACES TO RD-NOTE.
085000     IF WS-YE-VAR > ZERO
085100         MOVE 'PROJ OVER' TO RD-NOTE
085200     END-IF.
085300
085400     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
085500 6000-EXIT.
085600     EXIT.
085700
085800*----------------------------------------------------------------
085900* 7000-PRINT-WARNING-LISTING  --  FINANCE'S LISTING OF EVERY
086000* OVER-BUDGET ADD OR RAISE LOGGED AGAINST THE REPORT MONTH.  NO
086100* WARNING FILE MEANS NONE WAS EVER RAISED; THE LISTING STILL
086200* PRINTS, SAYING SO.
086300*----------------------------------------------------------------
086400 7000-PRINT-WARNING-LISTING.
086500     OPEN OUTPUT WARNING-LISTING-FILE.
086600     PERFORM 7200-WARNING-NEW-PAGE THRU 7200-EXIT.
086700
086800     OPEN INPUT BUDGET-WARNING-FILE.
086900     IF BWN-FILE-STATUS-OK
087000         PERFORM 7100-LIST-WARNING-RECORD THRU 7100-EXIT
087100             UNTIL BWN-EOF-REACHED
087200         CLOSE BUDGET-WARNING-FILE
087300     END-IF.
087400
087500     IF WS-WARNING-COUNT EQUAL ZERO
087600         WRITE WARNING-LISTING-LINE FROM WS-WRN-NONE-LINE
087700     END-IF.
087800
087900     MOVE WS-WARNING-COUNT TO WS-WRN-T-COUNT.
088000     MOVE SPACES TO WARNING-LISTING-LINE.
088100     WRITE WARNING-LISTING-LINE.
088200     WRITE WARNING-LISTING-LINE FROM WS-WRN-TRAILER.
088300     CLOSE WARNING-LISTING-FILE.
088400 7000-EXIT.
088500     EXIT.
088600
088700*    7100-LIST-WARNING-RECORD LISTS ONE WARNING FOR THE REPORT
088800*    MONTH.  EVERY ADD OR RAISE INTO A DEPARTMENT ALREADY OVER
088900*    BUDGET IS ITS OWN WARNING, SO ONE DEPARTMENT CAN SHOW SEVERAL
089000*    LINES IN A MONTH -- ONE PER CHANGE, EACH WITH ITS OWN AMOUNT.
089100 7100-LIST-WARNING-RECORD.
089200     READ BUDGET-WARNING-FILE
089300         AT END
089400             SET BWN-EOF-REACHED TO TRUE
089500     END-READ.
089600     IF BWN-EOF-REACHED
089700         GO TO 7100-EXIT
089800     END-IF.
089900
090000     IF BWN-FISCAL-YEAR NOT EQUAL TO WS-RPT-FY
090100             OR BWN-FISCAL-MONTH NOT EQUAL TO WS-RPT-FP
090200         GO TO 7100-EXIT
090300     END-IF.
090400
090500     IF WS-WRN-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
090600         PERFORM 7200-WARNING-NEW-PAGE THRU 7200-EXIT
090700     END-IF.
090800
090900     MOVE BWN-DATE TO WD-DATE.
091000     MOVE BWN-PROGRAM TO WD-PROGRAM.
091100     MOVE BWN-RUN-ID TO WD-RUN-ID.
091200     MOVE BWN-EMP-ID TO WD-EMP-ID.
091300     MOVE SPACES TO WD-ACTION.
091400     IF BWN-ACTION-ADD
091500         MOVE 'ADD' TO WD-ACTION
091600     END-IF.
091700     IF BWN-ACTION-RAISE
091800         MOVE 'RAISE' TO WD-ACTION
091900     END-IF.
092000     MOVE BWN-DEPT TO WD-DEPT.
092100     MOVE BWN-HC-ACTUAL TO WD-HC-ACTUAL.
092200     MOVE BWN-HC-BUDGET TO WD-HC-BUDGET.
092300     MOVE BWN-SAL-ACTUAL TO WD-SAL-ACTUAL.
092400     MOVE BWN-SAL-BUDGET TO WD-SAL-BUDGET.
092500     MOVE BWN-SAL-CHANGE TO WD-SAL-CHANGE.
092600
092700     MOVE SPACES TO WD-OVER.
092800     IF BWN-HC-ACTUAL > BWN-HC-BUDGET
092900         IF BWN-SAL-ACTUAL > BWN-SAL-BUDGET
093000             MOVE 'HC+SAL' TO WD-OVER
093100         ELSE
093200             MOVE 'HC' TO WD-OVER
093300         END-IF
093400     ELSE
093500         MOVE 'SALARY' TO WD-OVER
093600     END-IF.
093700
093800     WRITE WARNING-LISTING-LINE FROM WS-WRN-DETAIL.
093900     ADD 1 TO WS-WRN-LINE-COUNT.
094000     ADD 1 TO WS-WARNING-COUNT.
094100 7100-EXIT.
094200     EXIT.
094300
094400 7200-WARNING-NEW-PAGE.
094500     ADD 1 TO WS-WRN-PAGE-COUNT.
094600     MOVE WS-WRN-PAGE-COUNT TO WS-WRN-H1-PAGE.
094700     MOVE WS-RUN-DATE-MM TO WS-WRN-H1-DATE-MM.
094800     MOVE WS-RUN-DATE-DD TO WS-WRN-H1-DATE-DD.
094900     MOVE WS-RUN-DATE-YY TO WS-WRN-H1-DATE-YY.
095000
095100     WRITE WARNING-LISTING-LINE FROM WS-WRN-HEADING-1.
095200     MOVE SPACES TO WARNING-LISTING-LINE.
095300     WRITE WARNING-LISTING-LINE.
095400     WRITE WARNING-LISTING-LINE FROM WS-RPT-HEADING-3.
095500     MOVE SPACES TO WARNING-LISTING-LINE.
095600     WRITE WARNING-LISTING-LINE.
095700     WRITE WARNING-LISTING-LINE FROM WS-WRN-HEADING-2.
095800     MOVE SPACES TO WARNING-LISTING-LINE.
095900     WRITE WARNING-LISTING-LINE.
096000
096100     MOVE ZERO TO WS-WRN-LINE-COUNT.
096200 7200-EXIT.
096300     EXIT.
096400
096500*----------------------------------------------------------------
096600* 8000-TERMINATE  --  CLOSE THE REPORT AND DISPLAY THE SUMMARY.
096700*----------------------------------------------------------------
096800 8000-TERMINATE.
096900     CLOSE BUDGET-REPORT-FILE.
097000
097100     DISPLAY ' '.
097200     DISPLAY '*** BUDGET VS ACTUAL REPORT RUN COMPLETE ***'.
097300     DISPLAY 'Fiscal Year/Month Reported: ' WS-RPT-FY '/'
097400         WS-RPT-FP.
097500     DISPLAY 'Budget Lines Loaded: ' WS-BUD-LOAD-COUNT.
097600     DISPLAY 'Dept History Records Used: ' WS-DHIST-USED-COUNT.
097700     DISPLAY 'Departments Reported: ' WS-BD-TABLE-USED.
097800     DISPLAY 'Budget Warnings Listed: ' WS-WARNING-COUNT.
097900 8000-EXIT.
098000     EXIT.
