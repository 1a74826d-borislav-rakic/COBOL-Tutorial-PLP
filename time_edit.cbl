000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TIME-EDIT.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* TIME-EDIT
000900* FRONT-END EDIT FOR THE HOURLY PAYROLL'S TIME ENTRY.  EACH
001000* PERIOD'S TIME-ENTRY FILE (SEE TIMEREC.CPY) IS EDITED LINE BY
001100* LINE AGAINST THE EMP-FILE MASTER BEFORE PAY-CALC EVER SEES AN
001200* HOUR OF IT.  LINES THAT PASS JOIN THE TIMECARD FILE PAY-CALC
001300* PRICES HOURLY EMPLOYEES FROM; LINES THAT FAIL GO TO THE TIME
001400* REJECT FILE IN THE SAME 142-BYTE ORIGINAL-LINE/REASON LAYOUT
001500* THE OTHER REJECT FILES USE, SO REJ-RECYCLE SWEEPS THEM.
001600*
001700* THE CALLER SUPPLIES THE PERIOD-END DATE (CCYYMMDD) ON THE
001800* COMMAND LINE -- THE SAME DATE PAY-CALC WILL BE RUN FOR.  A
001900* LINE IS REJECTED WHEN:
002000*   - ITS EMP-ID IS NOT NUMERIC OR NOT ON THE MASTER;
002100*   - ITS PERIOD-END DATE IS NOT THE RUN'S;
002200*   - THE EMPLOYEE IS SALARIED, ON LEAVE, OR TERMINATED BEFORE
002300*     THE PERIOD (A TERM DATE INSIDE THE PERIOD STILL TAKES THE
002400*     FINAL TIMECARD, THE SAME FINAL-PAY WINDOW PAY-CALC USES);
002500*   - ANY HOURS COLUMN IS NOT NUMERIC, NO HOURS ARE REPORTED,
002600*     REGULAR HOURS EXCEED WHAT THE PERIOD'S WORKDAYS HOLD, OR
002700*     THE TOTAL EXCEEDS WHAT ANYONE CAN WORK IN THE PERIOD;
002800*   - AN EARNINGS CODE IS NOT ONE THIS SHOP PAYS, OR EARNINGS
002900*     HOURS ARRIVE WITHOUT A CODE;
003000*   - THE EMPLOYEE ALREADY HAS A TIMECARD FOR THE PERIOD.
003100*
003200* THE TIMECARD FILE IS LOADED TO A TABLE AT THE TOP OF THE RUN
003300* AND REWRITTEN WHOLE AT THE END, THE SAME SHAPE DED-MAINT
003400* GIVES ITS CONTROL FILES, SO A SECOND PASS WITH CORRECTED
003500* LINES ADDS TO THE PERIOD'S CARDS AND ITS DUPLICATE CHECK SEES
003600* THE FIRST PASS.  CARDS FOR PERIODS BEFORE THE RUN'S HAVE
003700* ALREADY BEEN PRICED AND ARE DROPPED ON THE REWRITE.
003800*
003900* MODIFICATION HISTORY
004000*    DATE        INIT  DESCRIPTION
004100*    2026-10-15  JR    ORIGINAL VERSION.
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*    EMP-FILE IS OPENED INPUT ONLY, FOR THE KEYED LOOKUP OF EACH
004800*    LINE'S EMPLOYEE -- SEE EMPREC.CPY.
004900     SELECT EMP-FILE ASSIGN TO 'emp_file.dat'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EMP-ID-KEY
005300         ALTERNATE RECORD KEY IS EMP-DEPT-KEY
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-EMP-FILE-STATUS.
005600
005700*    TIME-ENTRY-FILE CARRIES THE PERIOD'S HOURS AS KEYED, ONE
005800*    LINE PER HOURLY EMPLOYEE.  STATUS '35' MEANS NO TIME WAS
005900*    SENT IN.
006000     SELECT TIME-ENTRY-FILE ASSIGN TO 'time_entry_file.dat'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-TENT-FILE-STATUS.
006400
006500*    TIME-CARD-FILE IS THE EDITED TIMECARD FILE PAY-CALC READS.
006600*    STATUS '35' MEANS NO CARD HAS EVER BEEN ACCEPTED.
006700     SELECT TIME-CARD-FILE ASSIGN TO 'time_card_file.dat'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-TCRD-FILE-STATUS.
007100
007200*    TIME-REJECT-FILE CATCHES EVERY LINE THAT FAILS EDITING, IN
007300*    THE SAME 142-BYTE LAYOUT THE OTHER REJECT FILES USE SO
007400*    REJ-RECYCLE CAN SWEEP IT.  IT IS OPENED EXTEND SO A SECOND
007500*    PASS BEFORE THE NEXT SWEEP DOES NOT WIPE THE FIRST PASS'S
007600*    REJECTS.
007700     SELECT TIME-REJECT-FILE ASSIGN TO 'time_reject_file.dat'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-TREJ-FILE-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
008500*    EMP-FILE SO EVERY PROGRAM BLOCKS THE SAME WAY.
008600 FD  EMP-FILE
008700     BLOCK CONTAINS 10 RECORDS
008800     RECORD CONTAINS 100 CHARACTERS
008900     DATA RECORD IS EMP-RECORD.
009000     COPY "EMPREC.CPY".
009100
009200*File description for the incoming time-entry file -- see
009300*TIMEREC.CPY.
009400 FD  TIME-ENTRY-FILE
009500     RECORD CONTAINS 100 CHARACTERS
009600     DATA RECORD IS TIME-ENTRY-RECORD.
009700     COPY "TIMEREC.CPY".
009800
009900*File description for the edited timecard file.  The lines are
010000*the accepted time-entry lines verbatim, so the layout is
010100*TIMEREC.CPY's; the table load reads the keys out of it.
010200 FD  TIME-CARD-FILE
010300     RECORD CONTAINS 100 CHARACTERS
010400     DATA RECORD IS TIME-CARD-RECORD.
010500 01  TIME-CARD-RECORD.
010600     02  TCR-EMP-ID              PIC 9(06).
010700     02  TCR-PERIOD-END          PIC 9(08).
010800     02  FILLER                  PIC X(86).
010900
011000*File description for the reject file -- the original 100-byte
011100*line verbatim plus reason code/text, the same pattern the other
011200*reject files use.
011300 FD  TIME-REJECT-FILE
011400     RECORD CONTAINS 142 CHARACTERS
011500     DATA RECORD IS TIME-REJECT-RECORD.
011600 01  TIME-REJECT-RECORD.
011700     02  TREJ-ORIGINAL-LINE      PIC X(100).
011800     02  TREJ-REASON-CODE        PIC 9(02).
011900     02  TREJ-REASON-TEXT        PIC X(40).
012000
012100 WORKING-STORAGE SECTION.
012200 77  WS-TENT-EOF-SWITCH      PIC X(01) VALUE 'N'.
012300     88  TENT-EOF-REACHED            VALUE 'Y'.
012400 77  WS-TCRD-EOF-SWITCH      PIC X(01) VALUE 'N'.
012500     88  TCRD-EOF-REACHED            VALUE 'Y'.
012600
012700 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
012800     88  EMP-FILE-STATUS-OK          VALUE '00'.
012900 77  WS-TENT-FILE-STATUS     PIC X(02) VALUE '00'.
013000     88  TENT-FILE-STATUS-OK         VALUE '00'.
013100     88  TENT-FILE-NOTEXIST          VALUE '35'.
013200 77  WS-TCRD-FILE-STATUS     PIC X(02) VALUE '00'.
013300     88  TCRD-FILE-STATUS-OK         VALUE '00'.
013400     88  TCRD-FILE-NOTEXIST          VALUE '35'.
013500 77  WS-TREJ-FILE-STATUS     PIC X(02) VALUE '00'.
013600     88  TREJ-FILE-NOTEXIST          VALUE '35'.
013700
013800*    THE CALLER SUPPLIES THE PERIOD-END DATE AS THE FIRST EIGHT
013900*    CHARACTERS OF THE COMMAND LINE, CCYYMMDD.
014000 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
014100 77  WS-PERIOD-END-ARG       PIC X(08) VALUE SPACES.
014200 77  WS-PERIOD-END-DATE      PIC 9(08) VALUE ZERO.
014300
014400*    HOURS LIMITS FOR ONE SEMI-MONTHLY PERIOD.  ELEVEN WORKDAYS
014500*    OF EIGHT HOURS IS THE MOST REGULAR TIME ANY PERIOD HOLDS;
014600*    SIXTEEN DAYS OF TWELVE HOURS IS THE MOST TIME OF ANY KIND
014700*    THE SHOP WILL PAY ON ONE CARD WITHOUT SOMEONE LOOKING.
014800*    WS-PERIOD-SPAN-DAYS IS THE FINAL-PAY WINDOW PAY-CALC USES.
014900 77  WS-MAX-REG-HOURS        PIC 9(03)V99 VALUE 88.
015000 77  WS-MAX-PERIOD-HOURS     PIC 9(03)V99 VALUE 192.
015100 77  WS-PERIOD-SPAN-DAYS     PIC 9(02) VALUE 15.
015200 77  WS-PERIOD-END-ORDINAL   PIC 9(07) VALUE ZERO.
015300 77  WS-TERM-ORDINAL         PIC 9(07) VALUE ZERO.
015400
015500*    PER-LINE EDIT WORK FIELDS.
015600 77  WS-TOTAL-HOURS          PIC 9(04)V99 VALUE ZERO.
015700 77  WS-EARN-SUB             PIC 9(01) VALUE ZERO.
015800
015900*    WS-CARD-TABLE HOLDS THE TIMECARD FILE FOR THE RUN.  ONE
016000*    CARD PER EMPLOYEE PER PERIOD, SO 1000 SLOTS MATCHES THE
016100*    HEADCOUNT PAY-CALC'S YTD TABLE CARRIES.  A LOAD THAT
016200*    OVERFLOWS REFUSES THE RUN -- REWRITING THE FILE FROM A
016300*    PARTIAL LOAD WOULD DESTROY THE OVERFLOW CARDS.
016400 01  WS-CARD-TABLE.
016500     02  WS-CARD-ENTRY OCCURS 1000 TIMES
016600             INDEXED BY WS-CARD-IDX.
016700         03  WS-CARD-EMP-ID          PIC 9(06) VALUE ZERO.
016800         03  WS-CARD-PERIOD-END      PIC 9(08) VALUE ZERO.
016900         03  WS-CARD-LINE            PIC X(100) VALUE SPACES.
017000
017100 77  WS-CARD-TABLE-USED      PIC 9(04) VALUE ZERO.
017200 77  WS-CARD-SAVE-SUB        PIC 9(04) VALUE ZERO.
017300
017400 77  WS-CARD-SLOT-SWITCH     PIC X(01) VALUE 'N'.
017500     88  CARD-SLOT-FOUND             VALUE 'Y'.
017600     88  CARD-SLOT-NOT-FOUND         VALUE 'N'.
017700
017800 77  WS-LOAD-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
017900     88  LOAD-OVERFLOWED             VALUE 'Y'.
018000
018100*    WS-TIME-EDIT-SWITCH RECORDS WHETHER THE LINE CURRENTLY
018200*    BEING PROCESSED HAS PASSED EVERY CHECK SO FAR.
018300 77  WS-TIME-EDIT-SWITCH     PIC X(01) VALUE 'Y'.
018400     88  VALID-ENTRY                 VALUE 'Y'.
018500     88  INVALID-ENTRY               VALUE 'N'.
018600
018700 77  WS-TIME-REASON-CODE     PIC 9(02) VALUE ZERO.
018800 77  WS-TIME-REASON-TEXT     PIC X(40) VALUE SPACES.
018900
019000 77  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
019100 77  WS-ACCEPT-COUNT         PIC 9(05) VALUE ZERO.
019200 77  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
019300 77  WS-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
019400 77  WS-TOTAL-REG-HOURS      PIC 9(07)V99 VALUE ZERO.
019500 77  WS-TOTAL-OT-HOURS       PIC 9(07)V99 VALUE ZERO.
019600 77  WS-TOTAL-EARN-HOURS     PIC 9(07)V99 VALUE ZERO.
019700
019800*    EMP-DATA IS THE SAME SHARED LAYOUT THE REST OF THE SYSTEM
019900*    PARSES EMP-RECORD-FIELDS INTO.
020000     COPY "EMPDATA.CPY".
020100
020200 PROCEDURE DIVISION.
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500
020600     PERFORM 2000-PROCESS-LOOP THRU 2000-EXIT
020700         UNTIL TENT-EOF-REACHED.
020800
020900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021000     STOP RUN.
021100
021200*----------------------------------------------------------------
021300* 1000-INITIALIZE  --  VALIDATE THE PERIOD-END DATE, LOAD THE
021400* TIMECARD FILE, AND OPEN THE MASTER AND THE TIME-ENTRY FILE.
021500*----------------------------------------------------------------
021600 1000-INITIALIZE.
021700     DISPLAY '*** STARTING TIME ENTRY EDIT RUN ***'.
021800     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
021900     MOVE WS-COMMAND-LINE (1:8) TO WS-PERIOD-END-ARG.
022000     IF WS-PERIOD-END-ARG NOT NUMERIC
022100         DISPLAY 'USAGE: SUPPLY THE PERIOD-END DATE, E.G. '
022200             '20260315'
022300         MOVE 8 TO RETURN-CODE
022400         STOP RUN
022500     END-IF.
022600     MOVE WS-PERIOD-END-ARG TO WS-PERIOD-END-DATE.
022700     DISPLAY 'PERIOD END: ' WS-PERIOD-END-DATE.
022800
022900     PERFORM 1100-LOAD-TIME-CARDS THRU 1100-EXIT.
023000     IF LOAD-OVERFLOWED
023100         DISPLAY 'TIMECARD FILE EXCEEDS ITS TABLE, RUN REFUSED '
023200             '-- NOTHING EDITED OR REWRITTEN'
023300         MOVE 8 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600
023700     OPEN INPUT TIME-ENTRY-FILE.
023800     IF TENT-FILE-NOTEXIST
023900         DISPLAY 'NO TIME ENTRY FILE PRESENT, NOTHING TO EDIT'
024000         STOP RUN
024100     END-IF.
024200
024300     OPEN INPUT EMP-FILE.
024400     IF NOT EMP-FILE-STATUS-OK
024500         DISPLAY 'EMP-FILE OPEN FAILED, STATUS: '
024600             WS-EMP-FILE-STATUS
024700         MOVE 8 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000
025100     OPEN EXTEND TIME-REJECT-FILE.
025200     IF TREJ-FILE-NOTEXIST
025300         OPEN OUTPUT TIME-REJECT-FILE
025400     END-IF.
025500 1000-EXIT.
025600     EXIT.
025700
025800*    1100-LOAD-TIME-CARDS READS THE TIMECARD FILE INTO
025900*    WS-CARD-TABLE.  A MISSING FILE IS AN EMPTY TABLE.  CARDS
026000*    FOR A PERIOD BEFORE THE RUN'S ARE LEFT OUT -- THEIR PERIOD
026100*    HAS BEEN PRICED -- AND SO DROP OFF THE FILE ON THE REWRITE.
026200 1100-LOAD-TIME-CARDS.
026300     OPEN INPUT TIME-CARD-FILE.
026400     IF TCRD-FILE-NOTEXIST
026500         GO TO 1100-EXIT
026600     END-IF.
026700     PERFORM 1110-LOAD-CARD-RECORD THRU 1110-EXIT
026800         UNTIL TCRD-EOF-REACHED.
026900     CLOSE TIME-CARD-FILE.
027000 1100-EXIT.
027100     EXIT.
027200
027300 1110-LOAD-CARD-RECORD.
027400     READ TIME-CARD-FILE
027500         AT END
027600             SET TCRD-EOF-REACHED TO TRUE
027700     END-READ.
027800     IF TCRD-EOF-REACHED
027900         GO TO 1110-EXIT
028000     END-IF.
028100
028200     IF TCR-PERIOD-END IS NOT NUMERIC
028300             OR TCR-PERIOD-END < WS-PERIOD-END-DATE
028400         ADD 1 TO WS-DROPPED-COUNT
028500         GO TO 1110-EXIT
028600     END-IF.
028700
028800     IF WS-CARD-TABLE-USED < 1000
028900         ADD 1 TO WS-CARD-TABLE-USED
029000         SET WS-CARD-IDX TO WS-CARD-TABLE-USED
029100         MOVE TCR-EMP-ID TO WS-CARD-EMP-ID (WS-CARD-IDX)
029200         MOVE TCR-PERIOD-END TO WS-CARD-PERIOD-END (WS-CARD-IDX)
029300         MOVE TIME-CARD-RECORD TO WS-CARD-LINE (WS-CARD-IDX)
029400     ELSE
029500         SET LOAD-OVERFLOWED TO TRUE
029600         DISPLAY 'TIMECARD TABLE FULL, EMP-ID ' TCR-EMP-ID
029700             ' NOT LOADED'
029800     END-IF.
029900 1110-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 2000-PROCESS-LOOP  --  READ ONE TIME-ENTRY LINE AND, UNLESS END
030400* OF FILE WAS REACHED, EDIT IT AND EITHER ACCEPT OR REJECT IT.
030500*----------------------------------------------------------------
030600 2000-PROCESS-LOOP.
030700     READ TIME-ENTRY-FILE
030800         AT END
030900             SET TENT-EOF-REACHED TO TRUE
031000     END-READ.
031100     IF TENT-EOF-REACHED
031200         GO TO 2000-EXIT
031300     END-IF.
031400
031500     ADD 1 TO WS-READ-COUNT.
031600     PERFORM 3000-EDIT-TIME-ENTRY THRU 3000-EXIT.
031700     IF VALID-ENTRY
031800         PERFORM 3800-ACCEPT-TIME-ENTRY THRU 3800-EXIT
031900     ELSE
032000         PERFORM 3900-REJECT-TIME-ENTRY THRU 3900-EXIT
032100     END-IF.
032200 2000-EXIT.
032300     EXIT.
032400
032500*----------------------------------------------------------------
032600* 3000-EDIT-TIME-ENTRY  --  THE LINE'S OWN COLUMNS FIRST, THEN
032700* THE EMPLOYEE ON THE MASTER, THEN THE HOURS, THEN THE
032800* DUPLICATE CHECK.  THE FIRST FAILURE FOUND WINS, THE SAME WAY
032900* EVERY OTHER EDIT PARAGRAPH WORKS.
033000*----------------------------------------------------------------
033100 3000-EDIT-TIME-ENTRY.
033200     SET VALID-ENTRY TO TRUE.
033300     MOVE ZERO TO WS-TIME-REASON-CODE.
033400     MOVE SPACES TO WS-TIME-REASON-TEXT.
033500
033600     IF TE-EMP-ID IS NOT NUMERIC
033700         SET INVALID-ENTRY TO TRUE
033800         MOVE 10 TO WS-TIME-REASON-CODE
033900         MOVE 'EMP-ID NOT NUMERIC' TO WS-TIME-REASON-TEXT
034000         GO TO 3000-EXIT
034100     END-IF.
034200
034300     IF TE-PERIOD-END IS NOT NUMERIC
034400             OR TE-PERIOD-END NOT EQUAL WS-PERIOD-END-DATE
034500         SET INVALID-ENTRY TO TRUE
034600         MOVE 11 TO WS-TIME-REASON-CODE
034700         MOVE 'PERIOD-END NOT THIS RUN''S PERIOD'
034800             TO WS-TIME-REASON-TEXT
034900         GO TO 3000-EXIT
035000     END-IF.
035100
035200     PERFORM 3100-EDIT-EMPLOYEE THRU 3100-EXIT.
035300     IF INVALID-ENTRY
035400         GO TO 3000-EXIT
035500     END-IF.
035600
035700     PERFORM 3200-EDIT-HOURS THRU 3200-EXIT.
035800     IF INVALID-ENTRY
035900         GO TO 3000-EXIT
036000     END-IF.
036100
036200     PERFORM 3300-FIND-CARD-SLOT THRU 3300-EXIT.
036300     IF CARD-SLOT-FOUND
036400         SET INVALID-ENTRY TO TRUE
036500         MOVE 40 TO WS-TIME-REASON-CODE
036600         MOVE 'DUPLICATE TIMECARD FOR PERIOD'
036700             TO WS-TIME-REASON-TEXT
036800     END-IF.
036900 3000-EXIT.
037000     EXIT.
037100
037200*    3100-EDIT-EMPLOYEE LOOKS THE EMP-ID UP ON THE MASTER AND
037300*    REFUSES TIME FOR ANYONE PAY-CALC WOULD NOT PRICE FROM IT:
037400*    SALARIED PEOPLE, PEOPLE ON LEAVE, AND PEOPLE TERMINATED
037500*    BEFORE THE PERIOD.  A TERM DATE ON OR PAST THE PERIOD-END,
037600*    OR INSIDE THE CLOSING WS-PERIOD-SPAN-DAYS, IS THE FINAL
037700*    PERIOD AND STILL TAKES ITS TIMECARD.
037800 3100-EDIT-EMPLOYEE.
037900     MOVE TE-EMP-ID TO EMP-ID-KEY.
038000     READ EMP-FILE KEY IS EMP-ID-KEY
038100         INVALID KEY
038200             SET INVALID-ENTRY TO TRUE
038300             MOVE 20 TO WS-TIME-REASON-CODE
038400             MOVE 'EMP-ID NOT ON MASTER' TO WS-TIME-REASON-TEXT
038500     END-READ.
038600     IF INVALID-ENTRY
038700         GO TO 3100-EXIT
038800     END-IF.
038900
039000     MOVE EMPF-EMP-ID      TO EMP-ID.
039100     MOVE EMPF-EMP-STATUS  TO EMP-STATUS.
039200     MOVE EMPF-TERM-DATE   TO EMP-TERM-DATE.
039300     MOVE EMPF-PAY-TYPE    TO EMP-PAY-TYPE.
039400
039500     IF NOT EMP-HOURLY
039600         SET INVALID-ENTRY TO TRUE
039700         MOVE 21 TO WS-TIME-REASON-CODE
039800         MOVE 'EMPLOYEE IS SALARIED, NOT HOURLY'
039900             TO WS-TIME-REASON-TEXT
040000         GO TO 3100-EXIT
040100     END-IF.
040200
040300     IF EMP-ON-LEAVE
040400         SET INVALID-ENTRY TO TRUE
040500         MOVE 22 TO WS-TIME-REASON-CODE
040600         MOVE 'EMPLOYEE IS ON LEAVE' TO WS-TIME-REASON-TEXT
040700         GO TO 3100-EXIT
040800     END-IF.
040900
041000     IF NOT EMP-TERMED
041100         GO TO 3100-EXIT
041200     END-IF.
041300
041400     IF EMP-TERM-DATE IS NOT NUMERIC
041500             OR EMP-TERM-DATE EQUAL ZERO
041600         SET INVALID-ENTRY TO TRUE
041700         MOVE 23 TO WS-TIME-REASON-CODE
041800         MOVE 'EMPLOYEE TERMINATED, NO TERM DATE'
041900             TO WS-TIME-REASON-TEXT
042000         GO TO 3100-EXIT
042100     END-IF.
042200
042300     IF EMP-TERM-DATE NOT LESS THAN WS-PERIOD-END-DATE
042400         GO TO 3100-EXIT
042500     END-IF.
042600
042700     COMPUTE WS-PERIOD-END-ORDINAL =
042800         FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-DATE).
042900     COMPUTE WS-TERM-ORDINAL =
043000         FUNCTION INTEGER-OF-DATE (EMP-TERM-DATE).
043100     IF WS-PERIOD-END-ORDINAL - WS-TERM-ORDINAL
043200             NOT LESS THAN WS-PERIOD-SPAN-DAYS
043300         SET INVALID-ENTRY TO TRUE
043400         MOVE 24 TO WS-TIME-REASON-CODE
043500         MOVE 'EMPLOYEE TERMINATED BEFORE PERIOD'
043600             TO WS-TIME-REASON-TEXT
043700     END-IF.
043800 3100-EXIT.
043900     EXIT.
044000
044100*    3200-EDIT-HOURS CHECKS EVERY HOURS COLUMN IS NUMERIC AND
044200*    EVERY EARNINGS SLOT IS EITHER BLANK OR A CODE THIS SHOP
044300*    PAYS, THEN HOLDS THE TOTALS TO WHAT A PERIOD CAN HOLD.
044400 3200-EDIT-HOURS.
044500     IF TE-REG-HOURS IS NOT NUMERIC
044600             OR TE-OT-HOURS IS NOT NUMERIC
044700         SET INVALID-ENTRY TO TRUE
044800         MOVE 30 TO WS-TIME-REASON-CODE
044900         MOVE 'REGULAR OR OVERTIME HOURS NOT NUMERIC'
045000             TO WS-TIME-REASON-TEXT
045100         GO TO 3200-EXIT
045200     END-IF.
045300
045400     ADD TE-REG-HOURS TE-OT-HOURS GIVING WS-TOTAL-HOURS.
045500     MOVE 1 TO WS-EARN-SUB.
045600     PERFORM 3210-EDIT-EARN-ENTRY THRU 3210-EXIT
045700         UNTIL WS-EARN-SUB > 4
045800             OR INVALID-ENTRY.
045900     IF INVALID-ENTRY
046000         GO TO 3200-EXIT
046100     END-IF.
046200
046300     IF WS-TOTAL-HOURS EQUAL ZERO
046400         SET INVALID-ENTRY TO TRUE
046500         MOVE 34 TO WS-TIME-REASON-CODE
046600         MOVE 'NO HOURS REPORTED' TO WS-TIME-REASON-TEXT
046700         GO TO 3200-EXIT
046800     END-IF.
046900
047000     IF TE-REG-HOURS > WS-MAX-REG-HOURS
047100         SET INVALID-ENTRY TO TRUE
047200         MOVE 35 TO WS-TIME-REASON-CODE
047300         MOVE 'REGULAR HOURS EXCEED PERIOD WORKDAYS'
047400             TO WS-TIME-REASON-TEXT
047500         GO TO 3200-EXIT
047600     END-IF.
047700
047800     IF WS-TOTAL-HOURS > WS-MAX-PERIOD-HOURS
047900         SET INVALID-ENTRY TO TRUE
048000         MOVE 36 TO WS-TIME-REASON-CODE
048100         MOVE 'TOTAL HOURS EXCEED PERIOD LIMIT'
048200             TO WS-TIME-REASON-TEXT
048300     END-IF.
048400 3200-EXIT.
048500     EXIT.
048600
048700*    3210-EDIT-EARN-ENTRY EDITS ONE EARNINGS-CODE SLOT.  A BLANK
048800*    SLOT IS UNUSED; HOURS IN A SLOT WITH NO CODE HAVE NOTHING
048900*    TO PAY THEM UNDER.
049000 3210-EDIT-EARN-ENTRY.
049100     IF TE-EARN-CODE (WS-EARN-SUB) EQUAL TO SPACES
049200         IF TE-EARN-HOURS (WS-EARN-SUB) NOT EQUAL TO SPACES
049300                 AND TE-EARN-HOURS (WS-EARN-SUB) NOT EQUAL ZERO
049400             SET INVALID-ENTRY TO TRUE
049500             MOVE 33 TO WS-TIME-REASON-CODE
049600             MOVE 'EARNINGS HOURS WITHOUT A CODE'
049700                 TO WS-TIME-REASON-TEXT
049800         END-IF
049900         GO TO 3210-CONTINUE
050000     END-IF.
050100
050200     IF NOT TE-EARN-CODE-KNOWN (WS-EARN-SUB)
050300         SET INVALID-ENTRY TO TRUE
050400         MOVE 31 TO WS-TIME-REASON-CODE
050500         MOVE 'EARNINGS CODE NOT RECOGNIZED'
050600             TO WS-TIME-REASON-TEXT
050700         GO TO 3210-CONTINUE
050800     END-IF.
050900
051000     IF TE-EARN-HOURS (WS-EARN-SUB) IS NOT NUMERIC
051100         SET INVALID-ENTRY TO TRUE
051200         MOVE 32 TO WS-TIME-REASON-CODE
051300         MOVE 'EARNINGS HOURS NOT NUMERIC'
051400             TO WS-TIME-REASON-TEXT
051500         GO TO 3210-CONTINUE
051600     END-IF.
051700
051800     ADD TE-EARN-HOURS (WS-EARN-SUB) TO WS-TOTAL-HOURS.
051900 3210-CONTINUE.
052000     ADD 1 TO WS-EARN-SUB.
052100 3210-EXIT.
052200     EXIT.
052300
052400*    3300-FIND-CARD-SLOT SETS WS-CARD-IDX TO THE TIMECARD
052500*    ALREADY ON FILE FOR THIS EMPLOYEE AND PERIOD, IF ANY.
052600 3300-FIND-CARD-SLOT.
052700     MOVE 'N' TO WS-CARD-SLOT-SWITCH.
052800     SET WS-CARD-IDX TO 1.
052900     PERFORM 3310-TEST-CARD-SLOT THRU 3310-EXIT
053000         UNTIL CARD-SLOT-FOUND
053100             OR WS-CARD-IDX > WS-CARD-TABLE-USED.
053200 3300-EXIT.
053300     EXIT.
053400
053500 3310-TEST-CARD-SLOT.
053600     IF TE-EMP-ID EQUAL TO WS-CARD-EMP-ID (WS-CARD-IDX)
053700             AND TE-PERIOD-END EQUAL TO
053800                 WS-CARD-PERIOD-END (WS-CARD-IDX)
053900         SET CARD-SLOT-FOUND TO TRUE
054000     ELSE
054100         SET WS-CARD-IDX UP BY 1
054200     END-IF.
054300 3310-EXIT.
054400     EXIT.
054500
054600*    3800-ACCEPT-TIME-ENTRY ADDS THE LINE, VERBATIM, TO THE
054700*    TIMECARD TABLE.  A FULL TABLE REJECTS THE LINE RATHER THAN
054800*    DROPPING IT -- IT COMES BACK THROUGH REJ-RECYCLE.
054900 3800-ACCEPT-TIME-ENTRY.
055000     IF WS-CARD-TABLE-USED NOT LESS THAN 1000
055100         MOVE 41 TO WS-TIME-REASON-CODE
055200         MOVE 'TIMECARD FILE FULL' TO WS-TIME-REASON-TEXT
055300         PERFORM 3900-REJECT-TIME-ENTRY THRU 3900-EXIT
055400         GO TO 3800-EXIT
055500     END-IF.
055600
055700     ADD 1 TO WS-CARD-TABLE-USED.
055800     SET WS-CARD-IDX TO WS-CARD-TABLE-USED.
055900     MOVE TE-EMP-ID TO WS-CARD-EMP-ID (WS-CARD-IDX).
056000     MOVE TE-PERIOD-END TO WS-CARD-PERIOD-END (WS-CARD-IDX).
056100     MOVE TIME-ENTRY-RECORD TO WS-CARD-LINE (WS-CARD-IDX).
056200
056300     ADD 1 TO WS-ACCEPT-COUNT.
056400     ADD TE-REG-HOURS TO WS-TOTAL-REG-HOURS.
056500     ADD TE-OT-HOURS TO WS-TOTAL-OT-HOURS.
056600     COMPUTE WS-TOTAL-EARN-HOURS = WS-TOTAL-EARN-HOURS
056700         + WS-TOTAL-HOURS - TE-REG-HOURS - TE-OT-HOURS.
056800 3800-EXIT.
056900     EXIT.
057000
057100*    3900-REJECT-TIME-ENTRY KEEPS THE ORIGINAL 100-BYTE LINE
057200*    VERBATIM SO REJ-RECYCLE'S SWEEP AND THE OPERATOR CAN SEE
057300*    EXACTLY WHAT CAME IN AND WHY IT BOUNCED.
057400 3900-REJECT-TIME-ENTRY.
057500     ADD 1 TO WS-REJECT-COUNT.
057600     MOVE TIME-ENTRY-RECORD TO TREJ-ORIGINAL-LINE.
057700     MOVE WS-TIME-REASON-CODE TO TREJ-REASON-CODE.
057800     MOVE WS-TIME-REASON-TEXT TO TREJ-REASON-TEXT.
057900     WRITE TIME-REJECT-RECORD.
058000 3900-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------
058400* 8000-TERMINATE  --  REWRITE THE TIMECARD FILE FROM ITS TABLE,
058500* CLOSE UP, AND DISPLAY THE RUN SUMMARY.  ANY REJECT LEAVES A
058600* CONDITION CODE OF 4 SO THE STREAM SHOWS SOMEONE HAS TIME TO
058700* CORRECT BEFORE THE PAY RUN.
058800*----------------------------------------------------------------
058900 8000-TERMINATE.
059000     PERFORM 8100-SAVE-TIME-CARDS THRU 8100-EXIT.
059100
059200     CLOSE EMP-FILE.
059300     CLOSE TIME-ENTRY-FILE.
059400     CLOSE TIME-REJECT-FILE.
059500
059600     DISPLAY ' '.
059700     DISPLAY '*** TIME ENTRY EDIT RUN COMPLETE ***'.
059800     DISPLAY 'Period End Date: ' WS-PERIOD-END-DATE.
059900     DISPLAY 'Time Entries Read: ' WS-READ-COUNT.
060000     DISPLAY 'Timecards Accepted: ' WS-ACCEPT-COUNT.
060100     DISPLAY 'Time Entries Rejected: ' WS-REJECT-COUNT.
060200     DISPLAY 'Regular Hours Accepted: ' WS-TOTAL-REG-HOURS.
060300     DISPLAY 'Overtime Hours Accepted: ' WS-TOTAL-OT-HOURS.
060400     DISPLAY 'Earnings-Code Hours Accepted: '
060500         WS-TOTAL-EARN-HOURS.
060600     DISPLAY 'Prior-Period Timecards Dropped: '
060700         WS-DROPPED-COUNT.
060800     DISPLAY 'Timecards On File: ' WS-CARD-TABLE-USED.
060900
061000     IF WS-REJECT-COUNT > ZERO
061100         MOVE 4 TO RETURN-CODE
061200     END-IF.
061300 8000-EXIT.
061400     EXIT.
061500
061600*    8100-SAVE-TIME-CARDS REWRITES THE TIMECARD FILE FROM THE
061700*    TABLE.
061800 8100-SAVE-TIME-CARDS.
061900     OPEN OUTPUT TIME-CARD-FILE.
062000     MOVE 1 TO WS-CARD-SAVE-SUB.
062100     PERFORM 8110-SAVE-CARD-RECORD THRU 8110-EXIT
062200         UNTIL WS-CARD-SAVE-SUB > WS-CARD-TABLE-USED.
062300     CLOSE TIME-CARD-FILE.
062400 8100-EXIT.
062500     EXIT.
062600
062700 8110-SAVE-CARD-RECORD.
062800     SET WS-CARD-IDX TO WS-CARD-SAVE-SUB.
062900     MOVE WS-CARD-LINE (WS-CARD-IDX) TO TIME-CARD-RECORD.
063000     WRITE TIME-CARD-RECORD.
063100     ADD 1 TO WS-CARD-SAVE-SUB.
063200 8110-EXIT.
063300     EXIT.
