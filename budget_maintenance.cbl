000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUD-MAINT.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* BUD-MAINT
000900* TRANSACTION-DRIVEN MAINTENANCE FOR THE DEPARTMENT BUDGET FILE
001000* (SEE BUDREC.CPY) IN THE DED-MAINT STYLE, SO THE HEADCOUNT AND
001100* SALARY BUDGETS DEPARTMENT MANAGERS GET APPROVED LIVE ON A FILE
001200* BUDGET-RPT AND THE UPDATE PROGRAMS CAN READ, NOT IN SOMEBODY'S
001300* MAILBOX.
001400*
001500* EACH 100-BYTE TRANSACTION LINE CARRIES AN ACTION IN COLUMN 1
001600* ('A' ADD, 'C' CHANGE, 'D' DELETE), THEN THE DEPARTMENT CODE,
001700* FISCAL YEAR AND FISCAL MONTH THAT KEY THE BUDGET LINE, THEN
001800* THE BUDGETED HEADCOUNT AND ANNUAL SALARY BASE.  A DELETE NEEDS
001900* NOTHING BUT THE KEY.
002000*
002100* EVERY FIELD IS EDITED BEFORE IT IS TRUSTED: THE DEPARTMENT
002200* MUST BE PRESENT, THE FISCAL YEAR NUMERIC, THE FISCAL MONTH
002300* 01-12, AND THE HEADCOUNT AND SALARY NUMERIC.  AN ADD FOR A KEY
002400* ALREADY ON FILE, OR A CHANGE OR DELETE FOR ONE THAT IS NOT, IS
002500* REFUSED.  REJECTS GO OUT IN THE SAME 142-BYTE ORIGINAL-LINE/
002600* REASON LAYOUT THE OTHER REJECT FILES USE, SO REJ-RECYCLE CAN
002700* SWEEP THEM, AND EVERY APPLIED CHANGE PRINTS WITH ITS BEFORE
002800* AND AFTER IMAGES.
002900*
003000* THE BUDGET FILE IS LOADED TO A TABLE AT THE TOP OF THE RUN AND
003100* REWRITTEN WHOLE AT THE END, THE SAME SHAPE DED-MAINT GIVES ITS
003200* CONTROL FILES.
003300*
003400* MODIFICATION HISTORY
003500*    DATE        INIT  DESCRIPTION
003600*    2026-10-15  JR    ORIGINAL VERSION.
003700******************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*    BUDGET-FILE IS THE DEPARTMENT BUDGET, ONE LINE PER
004300*    DEPARTMENT PER FISCAL MONTH -- SEE BUDREC.CPY.
004400     SELECT BUDGET-FILE ASSIGN TO 'budget_file.dat'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-BUD-FILE-STATUS.
004800
004900*    BUD-TRANS-FILE CARRIES ONE MAINTENANCE REQUEST PER LINE.
005000     SELECT BUD-TRANS-FILE
005100         ASSIGN TO 'budget_maint_trans_file.dat'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL.
005400
005500*    BUD-REJECT-FILE CATCHES ANY TRANSACTION THAT FAILS EDITING
005600*    OR CANNOT BE APPLIED, IN THE SAME 142-BYTE LAYOUT THE OTHER
005700*    REJECT FILES USE SO REJ-RECYCLE CAN SWEEP IT.
005800     SELECT BUD-REJECT-FILE ASSIGN TO 'budget_reject_file.dat'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL.
006100
006200*    BUD-REPORT-FILE IS THE PRINTED BEFORE/AFTER REPORT OF EVERY
006300*    CHANGE APPLIED -- THE SAME 132-CHARACTER PRINT-LINE WIDTH
006400*    AS THE PAYROLL REGISTER.
006500     SELECT BUD-REPORT-FILE ASSIGN TO 'budget_maint_report.txt'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*File description for the department budget file.
007200 FD  BUDGET-FILE
007300     RECORD CONTAINS 40 CHARACTERS
007400     DATA RECORD IS BUDGET-RECORD.
007500     COPY "BUDREC.CPY".
007600
007700*File description for the incoming maintenance transactions.
007800*THE LINE IS REDEFINED INTO FIXED COLUMNS, THE SAME TREATMENT
007900*DED-MAINT'S DT-MASTER-FIELDS GIVES ITS TRANSACTION LINE.
008000 FD  BUD-TRANS-FILE
008100     RECORD CONTAINS 100 CHARACTERS
008200     DATA RECORD IS BUD-TRANS-RECORD.
008300 01  BUD-TRANS-RECORD            PIC X(100).
008400 01  BT-TRANS-FIELDS REDEFINES BUD-TRANS-RECORD.
008500     02  BTF-ACTION              PIC X(01).
008600     02  BTF-DEPT                PIC X(04).
008700     02  BTF-FISCAL-YEAR         PIC 9(04).
008800     02  BTF-FISCAL-MONTH        PIC 9(02).
008900     02  BTF-HEADCOUNT           PIC 9(05).
009000     02  BTF-SALARY              PIC 9(08).
009100     02  FILLER                  PIC X(76).
009200
009300*File description for the reject file -- the original 100-byte
009400*line verbatim plus reason code/text, the same pattern the other
009500*reject files use.
009600 FD  BUD-REJECT-FILE
009700     RECORD CONTAINS 142 CHARACTERS
009800     DATA RECORD IS BUD-REJECT-RECORD.
009900 01  BUD-REJECT-RECORD.
010000     02  BREJ-ORIGINAL-LINE      PIC X(100).
010100     02  BREJ-REASON-CODE        PIC 9(02).
010200     02  BREJ-REASON-TEXT        PIC X(40).
010300
010400*File description for the printed before/after report.
010500 FD  BUD-REPORT-FILE
010600     RECORD CONTAINS 132 CHARACTERS
010700     DATA RECORD IS BUD-REPORT-LINE.
010800 01  BUD-REPORT-LINE             PIC X(132).
010900
011000 WORKING-STORAGE SECTION.
011100 77  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE 'N'.
011200     88  TRANS-EOF-REACHED           VALUE 'Y'.
011300 77  WS-BUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
011400     88  BUD-EOF-REACHED             VALUE 'Y'.
011500
011600*    STATUS '35' ON OPEN INPUT MEANS THE BUDGET FILE DOES NOT
011700*    EXIST YET -- A FIRST-EVER RUN BUILDS IT FROM TRANSACTIONS.
011800 77  WS-BUD-FILE-STATUS      PIC X(02) VALUE '00'.
011900     88  BUD-FILE-STATUS-OK          VALUE '00'.
012000     88  BUD-FILE-NOTEXIST           VALUE '35'.
012100
012200*    WS-BUDT-TABLE HOLDS THE BUDGET FILE FOR THE RUN.  1200
012300*    LINES IS TWO FISCAL YEARS OF TWELVE MONTHS ACROSS EVERY
012400*    DEPARTMENT THE REPORT RUN'S 50-SLOT SUBTOTAL TABLE CAN
012500*    CARRY -- DELETE A CLOSED YEAR'S LINES BEFORE LOADING A
012600*    THIRD.  A DELETED ENTRY IS FLAGGED AND SKIPPED ON SAVE
012700*    RATHER THAN COMPACTED MID-RUN.
012800 01  WS-BUDT-TABLE.
012900     02  WS-BUDT-ENTRY OCCURS 1200 TIMES
013000             INDEXED BY WS-BUDT-IDX.
013100         03  WS-BUDT-DEPT            PIC X(04) VALUE SPACES.
013200         03  WS-BUDT-FISCAL-YEAR     PIC 9(04) VALUE ZERO.
013300         03  WS-BUDT-FISCAL-MONTH    PIC 9(02) VALUE ZERO.
013400         03  WS-BUDT-HEADCOUNT       PIC 9(05) VALUE ZERO.
013500         03  WS-BUDT-SALARY          PIC 9(08) VALUE ZERO.
013600         03  WS-BUDT-CHANGED-DATE    PIC 9(08) VALUE ZERO.
013700         03  WS-BUDT-DELETED         PIC X(01) VALUE 'N'.
013800
013900 77  WS-BUDT-TABLE-USED      PIC 9(04) VALUE ZERO.
014000
014100 77  WS-BUDT-SLOT-SWITCH     PIC X(01) VALUE 'N'.
014200     88  BUDT-SLOT-FOUND             VALUE 'Y'.
014300     88  BUDT-SLOT-NOT-FOUND         VALUE 'N'.
014400
014500*    A BUDGET FILE THAT OVERFLOWS THE TABLE REFUSES THE WHOLE
014600*    RUN -- REWRITING THE FILE FROM A PARTIAL LOAD WOULD DESTROY
014700*    THE OVERFLOW LINES, THE SAME REASONING DED-MAINT USES.
014800 77  WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
014900     88  LOAD-OVERFLOWED             VALUE 'Y'.
015000
015100*    WS-BUD-EDIT-SWITCH RECORDS WHETHER THE TRANSACTION
015200*    CURRENTLY BEING PROCESSED HAS PASSED EVERY CHECK SO FAR.
015300 77  WS-BUD-EDIT-SWITCH      PIC X(01) VALUE 'Y'.
015400     88  VALID-TRANS                 VALUE 'Y'.
015500     88  INVALID-TRANS               VALUE 'N'.
015600
015700 77  WS-BUD-REASON-CODE      PIC 9(02) VALUE ZERO.
015800 77  WS-BUD-REASON-TEXT      PIC X(40) VALUE SPACES.
015900
016000 77  WS-BUD-ADD-COUNT        PIC 9(05) VALUE ZERO.
016100 77  WS-BUD-CHANGE-COUNT     PIC 9(05) VALUE ZERO.
016200 77  WS-BUD-DELETE-COUNT     PIC 9(05) VALUE ZERO.
016300 77  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
016400
016500*    AN ADDED OR CHANGED LINE IS STAMPED WITH TODAY AS CCYYMMDD.
016600 01  WS-TODAY-CCYYMMDD.
016700     02  FILLER                  PIC 99 VALUE 20.
016800     02  WS-TODAY-YYMMDD         PIC 9(06).
016900 01  WS-TODAY-CCYYMMDD-NUM REDEFINES WS-TODAY-CCYYMMDD
017000                             PIC 9(08).
017100
017200*    BEFORE/AFTER IMAGES FOR THE PRINTED REPORT, STAGED BY EACH
017300*    APPLY PARAGRAPH THE WAY DED-MAINT STAGES ITS IMAGES.  AN
017400*    ADD HAS A BLANK BEFORE-IMAGE AND A DELETE A BLANK
017500*    AFTER-IMAGE.
017600 77  WS-RPT-FILE-TAG         PIC X(08) VALUE SPACES.
017700 77  WS-RPT-ACTION-TAG       PIC X(06) VALUE SPACES.
017800 01  WS-RPT-BEFORE-IMAGE     PIC X(50) VALUE SPACES.
017900 01  WS-IMAGE-WORK           PIC X(50) VALUE SPACES.
018000 01  WS-IMAGE-BUDGET-FIELDS REDEFINES WS-IMAGE-WORK.
018100     02  IMW-DEPT                PIC X(04).
018200     02  IMW-FISCAL-YEAR         PIC 9(04).
018300     02  IMW-FISCAL-MONTH        PIC 9(02).
018400     02  IMW-HEADCOUNT           PIC 9(05).
018500     02  IMW-SALARY              PIC 9(08).
018600     02  IMW-CHANGED-DATE        PIC 9(08).
018700     02  FILLER                  PIC X(19).
018800
018900*    CHANGE REPORT CONTROLS AND PRINT LINES.
019000 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
019100 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZERO.
019200 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 50.
019300
019400 01  WS-RUN-DATE.
019500     02  WS-RUN-DATE-YY          PIC 99.
019600     02  WS-RUN-DATE-MM          PIC 99.
019700     02  WS-RUN-DATE-DD          PIC 99.
019800
019900 01  WS-RPT-HEADING-1.
020000     02  FILLER                  PIC X(30)
020100                      VALUE 'BUDGET MAINTENANCE REPORT'.
020200     02  FILLER                  PIC X(10) VALUE SPACES.
020300     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
020400     02  WS-RPT-H1-DATE.
020500         03  WS-RPT-H1-DATE-MM       PIC 99.
020600         03  FILLER                  PIC X VALUE '/'.
020700         03  WS-RPT-H1-DATE-DD       PIC 99.
020800         03  FILLER                  PIC X VALUE '/'.
020900         03  WS-RPT-H1-DATE-YY       PIC 99.
021000     02  FILLER                  PIC X(10) VALUE SPACES.
021100     02  FILLER                  PIC X(06) VALUE 'PAGE: '.
021200     02  WS-RPT-H1-PAGE          PIC ZZZ9.
021300     02  FILLER                  PIC X(54) VALUE SPACES.
021400
021500 01  WS-RPT-HEADING-2            PIC X(132) VALUE
021600     'FILE      ACTION  IMAGES'.
021700
021800 01  WS-RPT-DETAIL.
021900     02  RD-FILE-TAG             PIC X(08).
022000     02  FILLER                  PIC X(02) VALUE SPACES.
022100     02  RD-ACTION-TAG           PIC X(06).
022200     02  FILLER                  PIC X(02) VALUE SPACES.
022300     02  RD-IMAGE-TAG            PIC X(08).
022400     02  RD-IMAGE                PIC X(50).
022500     02  FILLER                  PIC X(56) VALUE SPACES.
022600
022700 01  WS-RPT-TRAILER.
022800     02  FILLER                  PIC X(05) VALUE SPACES.
022900     02  FILLER                  PIC X(26) VALUE
023000         'TOTAL CHANGES APPLIED:    '.
023100     02  WS-RPT-T-APPLIED        PIC ZZZ,ZZ9.
023200     02  FILLER                  PIC X(10) VALUE SPACES.
023300     02  FILLER                  PIC X(19) VALUE
023400         'TOTAL REJECTED:    '.
023500     02  WS-RPT-T-REJECTED       PIC ZZZ,ZZ9.
023600     02  FILLER                  PIC X(58) VALUE SPACES.
023700
023800 77  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
023900
024000 PROCEDURE DIVISION.
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300
024400     PERFORM 2000-PROCESS-LOOP THRU 2000-EXIT
024500         UNTIL TRANS-EOF-REACHED.
024600
024700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024800     STOP RUN.
024900
025000*----------------------------------------------------------------
025100* 1000-INITIALIZE  --  LOAD THE BUDGET FILE TO ITS TABLE AND
025200* START THE REPORT.
025300*----------------------------------------------------------------
025400 1000-INITIALIZE.
025500     DISPLAY '*** STARTING BUDGET MAINTENANCE RUN ***'.
025600     ACCEPT WS-RUN-DATE FROM DATE.
025700     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
025800
025900     PERFORM 1100-LOAD-BUDGET-FILE THRU 1100-EXIT.
026000
026100     IF LOAD-OVERFLOWED
026200         DISPLAY 'BUDGET FILE EXCEEDS ITS TABLE, RUN REFUSED '
026300             '-- NOTHING APPLIED OR REWRITTEN'
026400         MOVE 8 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700
026800     OPEN INPUT BUD-TRANS-FILE.
026900     OPEN OUTPUT BUD-REJECT-FILE.
027000     OPEN OUTPUT BUD-REPORT-FILE.
027100     PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT.
027200 1000-EXIT.
027300     EXIT.
027400
027500*    1100-LOAD-BUDGET-FILE READS THE BUDGET FILE INTO
027600*    WS-BUDT-TABLE.  A MISSING FILE IS AN EMPTY TABLE -- A
027700*    FIRST-EVER RUN BUILDS THE FILE FROM ADD TRANSACTIONS.
027800 1100-LOAD-BUDGET-FILE.
027900     OPEN INPUT BUDGET-FILE.
028000     IF BUD-FILE-NOTEXIST
028100         GO TO 1100-EXIT
028200     END-IF.
028300     IF NOT BUD-FILE-STATUS-OK
028400         DISPLAY 'BUDGET FILE OPEN FAILED, STATUS: '
028500             WS-BUD-FILE-STATUS
028600         MOVE 8 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     PERFORM 1110-LOAD-BUDGET-RECORD THRU 1110-EXIT
029000         UNTIL BUD-EOF-REACHED.
029100     CLOSE BUDGET-FILE.
029200 1100-EXIT.
029300     EXIT.
029400
029500 1110-LOAD-BUDGET-RECORD.
029600     READ BUDGET-FILE
029700         AT END
029800             SET BUD-EOF-REACHED TO TRUE
029900     END-READ.
030000     IF BUD-EOF-REACHED
030100         GO TO 1110-EXIT
030200     END-IF.
030300
030400     IF WS-BUDT-TABLE-USED < 1200
030500         ADD 1 TO WS-BUDT-TABLE-USED
030600         SET WS-BUDT-IDX TO WS-BUDT-TABLE-USED
030700         MOVE BUD-DEPT-CODE TO WS-BUDT-DEPT (WS-BUDT-IDX)
030800         MOVE BUD-FISCAL-YEAR
030900             TO WS-BUDT-FISCAL-YEAR (WS-BUDT-IDX)
031000         MOVE BUD-FISCAL-MONTH
031100             TO WS-BUDT-FISCAL-MONTH (WS-BUDT-IDX)
031200         MOVE BUD-HEADCOUNT TO WS-BUDT-HEADCOUNT (WS-BUDT-IDX)
031300         MOVE BUD-SALARY TO WS-BUDT-SALARY (WS-BUDT-IDX)
031400         MOVE BUD-CHANGED-DATE
031500             TO WS-BUDT-CHANGED-DATE (WS-BUDT-IDX)
031600         MOVE 'N' TO WS-BUDT-DELETED (WS-BUDT-IDX)
031700     ELSE
031800         SET LOAD-OVERFLOWED TO TRUE
031900         DISPLAY 'BUDGET TABLE FULL, DEPT ' BUD-DEPT-CODE
032000             ' FISCAL ' BUD-FISCAL-YEAR '/' BUD-FISCAL-MONTH
032100             ' NOT LOADED'
032200     END-IF.
032300 1110-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------
032700* 2000-PROCESS-LOOP  --  READ ONE TRANSACTION AND, UNLESS END OF
032800* FILE WAS REACHED, EDIT AND APPLY IT.
032900*----------------------------------------------------------------
033000 2000-PROCESS-LOOP.
033100     READ BUD-TRANS-FILE
033200         AT END
033300             SET TRANS-EOF-REACHED TO TRUE
033400     END-READ.
033500     IF TRANS-EOF-REACHED
033600         GO TO 2000-EXIT
033700     END-IF.
033800
033900     PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT.
034000 2000-EXIT.
034100     EXIT.
034200
034300*----------------------------------------------------------------
034400* 3000-PROCESS-TRANSACTION  --  EDIT ONE TRANSACTION, FIND ITS
034500* BUDGET LINE, AND DISPATCH ON THE ACTION.
034600*----------------------------------------------------------------
034700 3000-PROCESS-TRANSACTION.
034800     SET VALID-TRANS TO TRUE.
034900     MOVE ZERO TO WS-BUD-REASON-CODE.
035000     MOVE SPACES TO WS-BUD-REASON-TEXT.
035100
035200     PERFORM 3100-VALIDATE-TRANSACTION THRU 3100-EXIT.
035300     IF INVALID-TRANS
035400         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
035500         GO TO 3000-EXIT
035600     END-IF.
035700
035800     PERFORM 3170-FIND-BUDGET-SLOT THRU 3170-EXIT.
035900
036000     EVALUATE BTF-ACTION
036100         WHEN 'A'
036200             PERFORM 3200-ADD-BUDGET-LINE THRU 3200-EXIT
036300         WHEN 'C'
036400             PERFORM 3300-CHANGE-BUDGET-LINE THRU 3300-EXIT
036500         WHEN 'D'
036600             PERFORM 3400-DELETE-BUDGET-LINE THRU 3400-EXIT
036700     END-EVALUATE.
036800 3000-EXIT.
036900     EXIT.
037000
037100*    3100-VALIDATE-TRANSACTION APPLIES THE FIELD EDITS.  THE
037200*    HEADCOUNT AND SALARY ARE ONLY REQUIRED ON ADD AND CHANGE --
037300*    A DELETE NEEDS NOTHING BUT THE KEY.  A ZERO HEADCOUNT OR
037400*    SALARY IS A LEGAL BUDGET (A DEPARTMENT BEING WOUND DOWN).
037500*    THE FIRST FAILURE FOUND WINS, THE SAME WAY EVERY OTHER EDIT
037600*    PARAGRAPH WORKS.
037700 3100-VALIDATE-TRANSACTION.
037800     IF BTF-ACTION NOT EQUAL TO 'A'
037900             AND BTF-ACTION NOT EQUAL TO 'C'
038000             AND BTF-ACTION NOT EQUAL TO 'D'
038100         SET INVALID-TRANS TO TRUE
038200         MOVE 10 TO WS-BUD-REASON-CODE
038300         MOVE 'ACTION NOT A/C/D' TO WS-BUD-REASON-TEXT
038400         GO TO 3100-EXIT
038500     END-IF.
038600
038700     IF BTF-DEPT EQUAL TO SPACES
038800         SET INVALID-TRANS TO TRUE
038900         MOVE 20 TO WS-BUD-REASON-CODE
039000         MOVE 'DEPARTMENT CODE BLANK' TO WS-BUD-REASON-TEXT
039100         GO TO 3100-EXIT
039200     END-IF.
039300
039400     IF BTF-FISCAL-YEAR IS NOT NUMERIC
039500             OR BTF-FISCAL-YEAR EQUAL ZERO
039600         SET INVALID-TRANS TO TRUE
039700         MOVE 21 TO WS-BUD-REASON-CODE
039800         MOVE 'FISCAL YEAR NOT NUMERIC' TO WS-BUD-REASON-TEXT
039900         GO TO 3100-EXIT
040000     END-IF.
040100
040200     IF BTF-FISCAL-MONTH IS NOT NUMERIC
040300             OR BTF-FISCAL-MONTH < 01
040400             OR BTF-FISCAL-MONTH > 12
040500         SET INVALID-TRANS TO TRUE
040600         MOVE 22 TO WS-BUD-REASON-CODE
040700         MOVE 'FISCAL MONTH NOT 01-12' TO WS-BUD-REASON-TEXT
040800         GO TO 3100-EXIT
040900     END-IF.
041000
041100     IF BTF-ACTION EQUAL TO 'D'
041200         GO TO 3100-EXIT
041300     END-IF.
041400
041500     IF BTF-HEADCOUNT IS NOT NUMERIC
041600             OR BTF-SALARY IS NOT NUMERIC
041700         SET INVALID-TRANS TO TRUE
041800         MOVE 23 TO WS-BUD-REASON-CODE
041900         MOVE 'HEADCOUNT OR SALARY NOT NUMERIC'
042000             TO WS-BUD-REASON-TEXT
042100     END-IF.
042200 3100-EXIT.
042300     EXIT.
042400
042500*    3170-FIND-BUDGET-SLOT SETS WS-BUDT-IDX TO THE LIVE TABLE
042600*    SLOT MATCHING THE TRANSACTION'S DEPARTMENT AND FISCAL
042700*    MONTH, SKIPPING ENTRIES A DELETE ALREADY FLAGGED.
042800 3170-FIND-BUDGET-SLOT.
042900     MOVE 'N' TO WS-BUDT-SLOT-SWITCH.
043000     SET WS-BUDT-IDX TO 1.
043100     PERFORM 3180-TEST-BUDGET-SLOT THRU 3180-EXIT
043200         UNTIL BUDT-SLOT-FOUND
043300             OR WS-BUDT-IDX > WS-BUDT-TABLE-USED.
043400 3170-EXIT.
043500     EXIT.
043600
043700 3180-TEST-BUDGET-SLOT.
043800     IF BTF-DEPT EQUAL TO WS-BUDT-DEPT (WS-BUDT-IDX)
043900             AND BTF-FISCAL-YEAR EQUAL TO
044000                 WS-BUDT-FISCAL-YEAR (WS-BUDT-IDX)
044100             AND BTF-FISCAL-MONTH EQUAL TO
044200                 WS-BUDT-FISCAL-MONTH (WS-BUDT-IDX)
044300             AND WS-BUDT-DELETED (WS-BUDT-IDX) EQUAL TO 'N'
044400         SET BUDT-SLOT-FOUND TO TRUE
044500     ELSE
044600         SET WS-BUDT-IDX UP BY 1
044700     END-IF.
044800 3180-EXIT.
044900     EXIT.
045000
045100 3200-ADD-BUDGET-LINE.
045200     IF BUDT-SLOT-FOUND
045300         MOVE 26 TO WS-BUD-REASON-CODE
045400         MOVE 'BUDGET LINE ALREADY ON FILE'
045500             TO WS-BUD-REASON-TEXT
045600         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
045700         GO TO 3200-EXIT
045800     END-IF.
045900
046000     IF WS-BUDT-TABLE-USED NOT LESS THAN 1200
046100         MOVE 27 TO WS-BUD-REASON-CODE
046200         MOVE 'BUDGET FILE FULL' TO WS-BUD-REASON-TEXT
046300         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
046400         GO TO 3200-EXIT
046500     END-IF.
046600
046700     ADD 1 TO WS-BUDT-TABLE-USED.
046800     SET WS-BUDT-IDX TO WS-BUDT-TABLE-USED.
046900     MOVE SPACES TO WS-RPT-BEFORE-IMAGE.
047000     PERFORM 3250-BUILD-BUDGET-ENTRY THRU 3250-EXIT.
047100     ADD 1 TO WS-BUD-ADD-COUNT.
047200     MOVE 'BUDGET' TO WS-RPT-FILE-TAG.
047300     MOVE 'ADD' TO WS-RPT-ACTION-TAG.
047400     PERFORM 4100-WRITE-CHANGE-LINES THRU 4100-EXIT.
047500 3200-EXIT.
047600     EXIT.
047700
047800 3300-CHANGE-BUDGET-LINE.
047900     IF BUDT-SLOT-NOT-FOUND
048000         MOVE 28 TO WS-BUD-REASON-CODE
048100         MOVE 'BUDGET LINE NOT FOUND ON CHANGE'
048200             TO WS-BUD-REASON-TEXT
048300         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
048400         GO TO 3300-EXIT
048500     END-IF.
048600
048700     PERFORM 3270-IMAGE-BUDGET-ENTRY THRU 3270-EXIT.
048800     MOVE WS-IMAGE-WORK TO WS-RPT-BEFORE-IMAGE.
048900     PERFORM 3250-BUILD-BUDGET-ENTRY THRU 3250-EXIT.
049000     ADD 1 TO WS-BUD-CHANGE-COUNT.
049100     MOVE 'BUDGET' TO WS-RPT-FILE-TAG.
049200     MOVE 'CHANGE' TO WS-RPT-ACTION-TAG.
049300     PERFORM 4100-WRITE-CHANGE-LINES THRU 4100-EXIT.
049400 3300-EXIT.
049500     EXIT.
049600
049700 3400-DELETE-BUDGET-LINE.
049800     IF BUDT-SLOT-NOT-FOUND
049900         MOVE 29 TO WS-BUD-REASON-CODE
050000         MOVE 'BUDGET LINE NOT FOUND ON DELETE'
050100             TO WS-BUD-REASON-TEXT
050200         PERFORM 3900-REJECT-TRANSACTION THRU 3900-EXIT
050300         GO TO 3400-EXIT
050400     END-IF.
050500
050600     PERFORM 3270-IMAGE-BUDGET-ENTRY THRU 3270-EXIT.
050700     MOVE WS-IMAGE-WORK TO WS-RPT-BEFORE-IMAGE.
050800     MOVE 'Y' TO WS-BUDT-DELETED (WS-BUDT-IDX).
050900     MOVE SPACES TO WS-IMAGE-WORK.
051000     ADD 1 TO WS-BUD-DELETE-COUNT.
051100     MOVE 'BUDGET' TO WS-RPT-FILE-TAG.
051200     MOVE 'DELETE' TO WS-RPT-ACTION-TAG.
051300     PERFORM 4100-WRITE-CHANGE-LINES THRU 4100-EXIT.
051400 3400-EXIT.
051500     EXIT.
051600
051700*    3250-BUILD-BUDGET-ENTRY MOVES THE TRANSACTION'S FIELDS INTO
051800*    THE SLOT AT WS-BUDT-IDX, STAMPS TODAY AS THE CHANGED DATE,
051900*    AND LEAVES THE AFTER-IMAGE IN WS-IMAGE-WORK FOR THE REPORT.
052000 3250-BUILD-BUDGET-ENTRY.
052100     MOVE BTF-DEPT TO WS-BUDT-DEPT (WS-BUDT-IDX).
052200     MOVE BTF-FISCAL-YEAR TO WS-BUDT-FISCAL-YEAR (WS-BUDT-IDX).
052300     MOVE BTF-FISCAL-MONTH
052400         TO WS-BUDT-FISCAL-MONTH (WS-BUDT-IDX).
052500     MOVE BTF-HEADCOUNT TO WS-BUDT-HEADCOUNT (WS-BUDT-IDX).
052600     MOVE BTF-SALARY TO WS-BUDT-SALARY (WS-BUDT-IDX).
052700     MOVE WS-TODAY-CCYYMMDD-NUM
052800         TO WS-BUDT-CHANGED-DATE (WS-BUDT-IDX).
052900     MOVE 'N' TO WS-BUDT-DELETED (WS-BUDT-IDX).
053000     PERFORM 3270-IMAGE-BUDGET-ENTRY THRU 3270-EXIT.
053100 3250-EXIT.
053200     EXIT.
053300
053400*    3270-IMAGE-BUDGET-ENTRY LAYS THE SLOT AT WS-BUDT-IDX OUT IN
053500*    THE 40-BYTE FILE COLUMNS FOR THE PRINTED IMAGES.
053600 3270-IMAGE-BUDGET-ENTRY.
053700     MOVE SPACES TO WS-IMAGE-WORK.
053800     MOVE WS-BUDT-DEPT (WS-BUDT-IDX) TO IMW-DEPT.
053900     MOVE WS-BUDT-FISCAL-YEAR (WS-BUDT-IDX) TO IMW-FISCAL-YEAR.
054000     MOVE WS-BUDT-FISCAL-MONTH (WS-BUDT-IDX)
054100         TO IMW-FISCAL-MONTH.
054200     MOVE WS-BUDT-HEADCOUNT (WS-BUDT-IDX) TO IMW-HEADCOUNT.
054300     MOVE WS-BUDT-SALARY (WS-BUDT-IDX) TO IMW-SALARY.
054400     MOVE WS-BUDT-CHANGED-DATE (WS-BUDT-IDX)
054500         TO IMW-CHANGED-DATE.
054600 3270-EXIT.
054700     EXIT.
054800
054900*    3900-REJECT-TRANSACTION KEEPS THE ORIGINAL 100-BYTE LINE
055000*    VERBATIM SO REJ-RECYCLE'S SWEEP AND THE OPERATOR CAN SEE
055100*    EXACTLY WHAT CAME IN AND WHY IT BOUNCED.
055200 3900-REJECT-TRANSACTION.
055300     ADD 1 TO WS-REJECT-COUNT.
055400     MOVE BUD-TRANS-RECORD TO BREJ-ORIGINAL-LINE.
055500     MOVE WS-BUD-REASON-CODE TO BREJ-REASON-CODE.
055600     MOVE WS-BUD-REASON-TEXT TO BREJ-REASON-TEXT.
055700     WRITE BUD-REJECT-RECORD.
055800 3900-EXIT.
055900     EXIT.
056000
056100*----------------------------------------------------------------
056200* 4000-REPORT-NEW-PAGE  --  START A NEW REPORT PAGE.
056300*----------------------------------------------------------------
056400 4000-REPORT-NEW-PAGE.
056500     ADD 1 TO WS-PAGE-COUNT.
056600     MOVE WS-PAGE-COUNT TO WS-RPT-H1-PAGE.
056700     MOVE WS-RUN-DATE-MM TO WS-RPT-H1-DATE-MM.
056800     MOVE WS-RUN-DATE-DD TO WS-RPT-H1-DATE-DD.
056900     MOVE WS-RUN-DATE-YY TO WS-RPT-H1-DATE-YY.
057000
057100     WRITE BUD-REPORT-LINE FROM WS-RPT-HEADING-1.
057200     MOVE SPACES TO BUD-REPORT-LINE.
057300     WRITE BUD-REPORT-LINE.
057400     WRITE BUD-REPORT-LINE FROM WS-RPT-HEADING-2.
057500     MOVE SPACES TO BUD-REPORT-LINE.
057600     WRITE BUD-REPORT-LINE.
057700
057800     MOVE ZERO TO WS-LINE-COUNT.
057900 4000-EXIT.
058000     EXIT.
058100
058200*    4100-WRITE-CHANGE-LINES PRINTS ONE APPLIED CHANGE AS A
058300*    BEFORE LINE AND AN AFTER LINE.  THE AFTER-IMAGE IS WHATEVER
058400*    THE APPLY PARAGRAPH LEFT IN WS-IMAGE-WORK -- BLANK FOR A
058500*    DELETE.
058600 4100-WRITE-CHANGE-LINES.
058700     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
058800         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
058900     END-IF.
059000
059100     ADD 1 TO WS-APPLIED-COUNT.
059200     MOVE WS-RPT-FILE-TAG TO RD-FILE-TAG.
059300     MOVE WS-RPT-ACTION-TAG TO RD-ACTION-TAG.
059400     MOVE 'BEFORE: ' TO RD-IMAGE-TAG.
059500     MOVE WS-RPT-BEFORE-IMAGE TO RD-IMAGE.
059600     WRITE BUD-REPORT-LINE FROM WS-RPT-DETAIL.
059700
059800     MOVE SPACES TO RD-FILE-TAG.
059900     MOVE SPACES TO RD-ACTION-TAG.
060000     MOVE 'AFTER:  ' TO RD-IMAGE-TAG.
060100     MOVE WS-IMAGE-WORK TO RD-IMAGE.
060200     WRITE BUD-REPORT-LINE FROM WS-RPT-DETAIL.
060300     ADD 2 TO WS-LINE-COUNT.
060400 4100-EXIT.
060500     EXIT.
060600
060700*----------------------------------------------------------------
060800* 8000-TERMINATE  --  REWRITE THE BUDGET FILE FROM ITS TABLE,
060900* FINISH THE REPORT, AND DISPLAY THE RUN SUMMARY.
061000*----------------------------------------------------------------
061100 8000-TERMINATE.
061200     PERFORM 8100-SAVE-BUDGET-FILE THRU 8100-EXIT.
061300
061400     MOVE WS-APPLIED-COUNT TO WS-RPT-T-APPLIED.
061500     MOVE WS-REJECT-COUNT TO WS-RPT-T-REJECTED.
061600     MOVE SPACES TO BUD-REPORT-LINE.
061700     WRITE BUD-REPORT-LINE.
061800     WRITE BUD-REPORT-LINE FROM WS-RPT-TRAILER.
061900
062000     CLOSE BUD-TRANS-FILE.
062100     CLOSE BUD-REJECT-FILE.
062200     CLOSE BUD-REPORT-FILE.
062300
062400     DISPLAY ' '.
062500     DISPLAY '*** BUDGET MAINTENANCE RUN COMPLETE ***'.
062600     DISPLAY 'Budget Lines Added: ' WS-BUD-ADD-COUNT.
062700     DISPLAY 'Budget Lines Changed: ' WS-BUD-CHANGE-COUNT.
062800     DISPLAY 'Budget Lines Deleted: ' WS-BUD-DELETE-COUNT.
062900     DISPLAY 'Transactions Rejected: ' WS-REJECT-COUNT.
063000 8000-EXIT.
063100     EXIT.
063200
063300*    8100-SAVE-BUDGET-FILE REWRITES THE BUDGET FILE FROM THE
063400*    TABLE, LEAVING DELETED ENTRIES BEHIND.
063500 8100-SAVE-BUDGET-FILE.
063600     OPEN OUTPUT BUDGET-FILE.
063700     SET WS-BUDT-IDX TO 1.
063800     PERFORM 8110-SAVE-BUDGET-RECORD THRU 8110-EXIT
063900         UNTIL WS-BUDT-IDX > WS-BUDT-TABLE-USED.
064000     CLOSE BUDGET-FILE.
064100 8100-EXIT.
064200     EXIT.
064300
064400 8110-SAVE-BUDGET-RECORD.
064500     IF WS-BUDT-DELETED (WS-BUDT-IDX) EQUAL TO 'N'
064600         MOVE SPACES TO BUDGET-RECORD
064700         MOVE WS-BUDT-DEPT (WS-BUDT-IDX) TO BUD-DEPT-CODE
064800         MOVE WS-BUDT-FISCAL-YEAR (WS-BUDT-IDX)
064900             TO BUD-FISCAL-YEAR
065000         MOVE WS-BUDT-FISCAL-MONTH (WS-BUDT-IDX)
065100             TO BUD-FISCAL-MONTH
065200         MOVE WS-BUDT-HEADCOUNT (WS-BUDT-IDX) TO BUD-HEADCOUNT
065300         MOVE WS-BUDT-SALARY (WS-BUDT-IDX) TO BUD-SALARY
065400         MOVE WS-BUDT-CHANGED-DATE (WS-BUDT-IDX)
065500             TO BUD-CHANGED-DATE
065600         WRITE BUDGET-RECORD
065700     END-IF.
065800     SET WS-BUDT-IDX UP BY 1.
065900 8110-EXIT.
066000     EXIT.
