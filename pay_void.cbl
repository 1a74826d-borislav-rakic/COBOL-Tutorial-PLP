000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAY-VOID.
000300 AUTHOR. J-REINHOLT.
000400 INSTALLATION. PAYROLL-SYSTEMS-GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* PAY-VOID
000900* VOIDS ISSUED NET-PAY RECORDS.  EACH LINE OF THE VOID REQUEST
001000* FILE NAMES ONE PAYMENT BY THE RUN-ID, EMP-ID, AND EARN CODE IT
001100* WAS ISSUED UNDER (BLANK EARN CODE FOR A REGULAR PERIOD'S
001200* PAYMENT), AND CARRIES THE OPERATOR ASKING FOR THE VOID, THE
001300* REASON, AND WHETHER THE PAYMENT IS TO BE REISSUED.
001400*
001500* THE PAYMENT IS FOUND ON THE NET-PAY HISTORY FILE PAY-CALC
001600* APPENDS TO, AND ITS GROSS, DEDUCTION TOTAL, NET, AND EACH
001700* STATUTORY TAX ARE TAKEN BACK OUT OF THE EMPLOYEE'S YTD MASTER
001800* FIGURES FOR THE YEAR IT WAS PAID IN.  ITS ELECTED DEDUCTIONS
001900* COME OUT OF THE PER-CODE YTD FIGURES FROM THE ITEMIZED LINES
002000* ON THE DETAIL HISTORY FILE.  A PAYMENT MARKED FOR REISSUE,
002100* WITH ITS ITEMIZED LINES, IS QUEUED FOR PAY-CALC'S NEXT
002200* OFF-CYCLE RUN, WHICH PAYS IT AGAIN WITH THE SAME FIGURES.
002300*
002400* EVERY REQUEST, VOIDED OR REFUSED, LEAVES ONE RECORD ON THE
002500* VOID AUDIT FILE (SEE VDAREC.CPY) SAYING WHO ASKED, WHY, AND
002600* WHAT WAS DONE.  A REQUEST IS REFUSED, AND NOTHING CHANGED FOR
002700* IT, WHEN IT IS INCOMPLETE, REPEATS ANOTHER REQUEST IN THE SAME
002800* RUN, NAMES A PAYMENT NOT ON THE HISTORY FILE OR ALREADY
002900* VOIDED, FALLS IN A TAX YEAR YEAR-END HAS CLOSED, OR WOULD
003000* TAKE THE YTD FIGURES BELOW ZERO.  ANY REFUSAL ENDS THE RUN
003100* WITH CONDITION CODE 4.
003200*
003300* A VOID DOES NOT RECALL A DEPOSIT ALREADY SENT TO THE BANK --
003400* THAT IS ARRANGED WITH THE BANK DIRECTLY.
003500*
003600* MODIFICATION HISTORY
003700*    DATE        INIT  DESCRIPTION
003800*    2026-10-15  JR    ORIGINAL VERSION.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400*    VOID-REQUEST-FILE IS THE OPERATORS' LIST OF PAYMENTS TO
004500*    VOID.  STATUS '35' MEANS NOTHING TO VOID THIS RUN.
004600     SELECT VOID-REQUEST-FILE ASSIGN TO 'void_request_file.dat'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-VRQ-FILE-STATUS.
005000
005100*    NETPAY-HISTORY-FILE IS EVERY NET-PAY RECORD PAY-CALC HAS
005200*    WRITTEN -- SEE NPREC.CPY.  READ ONLY.
005300     SELECT NETPAY-HISTORY-FILE
005350         ASSIGN TO 'netpay_history_file.dat'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-NPH-FILE-STATUS.
005700
005800*    NETPAY-DETAIL-HIST-FILE IS EVERY ITEMIZED LINE UNDER THOSE
005900*    RECORDS -- SEE NPDREC.CPY.  READ ONLY.
006000     SELECT NETPAY-DETAIL-HIST-FILE
006100         ASSIGN TO 'netpay_detail_history.dat'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-NPD-FILE-STATUS.
006500
006600*    YTD-MASTER-FILE IS PAY-CALC'S YTD ACCUMULATOR MASTER -- SEE
006700*    YTDREC.CPY.  LOADED WHOLE AND REWRITTEN WHOLE WHEN ANY
006800*    PAYMENT IS VOIDED.
006900     SELECT YTD-MASTER-FILE ASSIGN TO 'ytd_master_file.dat'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-YTD-FILE-STATUS.
007300
007400*    YEAR-END-CONTROL-FILE CARRIES ONE RECORD PER TAX YEAR
007500*    CLOSED -- SEE YECREC.CPY.  A CLOSED YEAR'S WAGE STATEMENTS
007600*    HAVE GONE OUT, SO NOTHING PAID IN IT CAN BE VOIDED HERE.
007700     SELECT YEAR-END-CONTROL-FILE
007800         ASSIGN TO 'year_end_control_file.dat'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-YEC-FILE-STATUS.
008200
008300*    VOID-AUDIT-FILE IS THE VOID AUDIT TRAIL -- SEE VDAREC.CPY.
008400*    READ FIRST FOR THE PAYMENTS ALREADY VOIDED, THEN APPENDED
008500*    TO, NEVER REWRITTEN.
008600     SELECT VOID-AUDIT-FILE ASSIGN TO 'void_audit_file.dat'
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-VDA-FILE-STATUS.
009000
009100*    REISSUE-QUEUE-FILE AND REISSUE-DETAIL-FILE ARE THE VOIDED
009200*    PAYMENTS AWAITING REISSUE AND THEIR ITEMIZED LINES, PAID
009300*    AND CLEARED BY PAY-CALC'S NEXT OFF-CYCLE RUN.  APPENDED TO.
009400     SELECT REISSUE-QUEUE-FILE ASSIGN TO 'reissue_queue_file.dat'
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-RQ-FILE-STATUS.
009800
009900     SELECT REISSUE-DETAIL-FILE
010000         ASSIGN TO 'reissue_detail_file.dat'
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-RQD-FILE-STATUS.
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700*File description for the void request file.  VRQ-EARN-CODE is
010800*blank for a regular period's payment.  VRQ-REISSUE is 'Y' to
010900*queue the voided payment for reissue; 'N' or blank does not.
011000 FD  VOID-REQUEST-FILE
011100     RECORD CONTAINS 100 CHARACTERS
011200     DATA RECORD IS VOID-REQUEST-RECORD.
011300 01  VOID-REQUEST-RECORD.
011400     02  VRQ-RUN-ID              PIC X(12).
011500     02  VRQ-EMP-ID              PIC 9(06).
011600     02  VRQ-EARN-CODE           PIC X(03).
011700     02  VRQ-OPERATOR            PIC X(08).
011800     02  VRQ-REISSUE             PIC X(01).
011900     02  VRQ-REASON              PIC X(40).
012000     02  FILLER                  PIC X(30).
012100
012200*File description for the net-pay history file, shared with
012300*PAY-CALC via NPREC.CPY.
012400 FD  NETPAY-HISTORY-FILE
012500     RECORD CONTAINS 100 CHARACTERS
012600     DATA RECORD IS NETPAY-RECORD.
012700     COPY "NPREC.CPY".
012800
012900*File description for the net-pay detail history file, shared
013000*with PAY-CALC via NPDREC.CPY.
013100 FD  NETPAY-DETAIL-HIST-FILE
013200     RECORD CONTAINS 60 CHARACTERS
013300     DATA RECORD IS NETPAY-DETAIL-RECORD.
013400     COPY "NPDREC.CPY".
013500
013600*File description for the YTD accumulator master -- see
013700*YTDREC.CPY.
013800 FD  YTD-MASTER-FILE
013900     RECORD CONTAINS 200 CHARACTERS
014000     DATA RECORD IS YTD-MASTER-RECORD.
014100     COPY "YTDREC.CPY".
014200
014300*File description for the year-end close control file, shared
014400*with PAY-CALC and YEAR-END via YECREC.CPY.
014500 FD  YEAR-END-CONTROL-FILE
014600     RECORD CONTAINS 50 CHARACTERS
014700     DATA RECORD IS YEAR-END-CONTROL-RECORD.
014800     COPY "YECREC.CPY".
014900
015000*File description for the void audit trail -- see VDAREC.CPY.
015100 FD  VOID-AUDIT-FILE
015200     RECORD CONTAINS 150 CHARACTERS
015300     DATA RECORD IS VOID-AUDIT-RECORD.
015400     COPY "VDAREC.CPY".
015500
015600*File description for the reissue queue.  The records are
015700*verbatim net-pay history records.
015800 FD  REISSUE-QUEUE-FILE
015900     RECORD CONTAINS 100 CHARACTERS
016000     DATA RECORD IS REISSUE-QUEUE-RECORD.
016100 01  REISSUE-QUEUE-RECORD        PIC X(100).
016200
016300*File description for the reissue queue's itemized lines --
016400*verbatim net-pay detail history records.
016500 FD  REISSUE-DETAIL-FILE
016600     RECORD CONTAINS 60 CHARACTERS
016700     DATA RECORD IS REISSUE-DETAIL-RECORD.
016800 01  REISSUE-DETAIL-RECORD       PIC X(60).
016900
017000 WORKING-STORAGE SECTION.
017100 77  WS-VRQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
017200     88  VRQ-EOF-REACHED             VALUE 'Y'.
017300
017400 77  WS-NPH-EOF-SWITCH       PIC X(01) VALUE 'N'.
017500     88  NPH-EOF-REACHED             VALUE 'Y'.
017600
017700 77  WS-NPD-EOF-SWITCH       PIC X(01) VALUE 'N'.
017800     88  NPD-EOF-REACHED             VALUE 'Y'.
017900
018000 77  WS-YTD-EOF-SWITCH       PIC X(01) VALUE 'N'.
018100     88  YTD-EOF-REACHED             VALUE 'Y'.
018200
018300 77  WS-YEC-EOF-SWITCH       PIC X(01) VALUE 'N'.
018400     88  YEC-EOF-REACHED             VALUE 'Y'.
018500
018600 77  WS-VDA-EOF-SWITCH       PIC X(01) VALUE 'N'.
018700     88  VDA-EOF-REACHED             VALUE 'Y'.
018800
018900*    STATUS '35' ON THE REQUEST FILE MEANS NOTHING TO VOID; ON
019000*    THE DETAIL HISTORY, NO ITEMIZED LINES TO REVERSE; ON THE
019100*    YTD MASTER, THE CONTROL FILE, OR THE AUDIT FILE, NOTHING ON
019200*    FILE YET.  ON THE NET-PAY HISTORY IT MEANS NO PAYMENT CAN BE
019300*    FOUND, AND EVERY REQUEST IS REFUSED.
019400 77  WS-VRQ-FILE-STATUS      PIC X(02) VALUE '00'.
019500     88  VRQ-FILE-STATUS-OK          VALUE '00'.
019600     88  VRQ-FILE-NOTEXIST           VALUE '35'.
019700 77  WS-NPH-FILE-STATUS      PIC X(02) VALUE '00'.
019800     88  NPH-FILE-STATUS-OK          VALUE '00'.
019900     88  NPH-FILE-NOTEXIST           VALUE '35'.
020000 77  WS-NPD-FILE-STATUS      PIC X(02) VALUE '00'.
020100     88  NPD-FILE-STATUS-OK          VALUE '00'.
020200     88  NPD-FILE-NOTEXIST           VALUE '35'.
020300 77  WS-YTD-FILE-STATUS      PIC X(02) VALUE '00'.
020400     88  YTD-FILE-STATUS-OK          VALUE '00'.
020500     88  YTD-FILE-NOTEXIST           VALUE '35'.
020600 77  WS-YEC-FILE-STATUS      PIC X(02) VALUE '00'.
020700     88  YEC-FILE-STATUS-OK          VALUE '00'.
020800     88  YEC-FILE-NOTEXIST           VALUE '35'.
020900 77  WS-VDA-FILE-STATUS      PIC X(02) VALUE '00'.
021000     88  VDA-FILE-STATUS-OK          VALUE '00'.
021100     88  VDA-FILE-NOTEXIST           VALUE '35'.
021200 77  WS-RQ-FILE-STATUS       PIC X(02) VALUE '00'.
021300     88  RQ-FILE-NOTEXIST            VALUE '35'.
021400 77  WS-RQD-FILE-STATUS      PIC X(02) VALUE '00'.
021500     88  RQD-FILE-NOTEXIST           VALUE '35'.
021600
021700*    WS-LAST-CLOSED-YEAR IS THE LATEST TAX YEAR ON THE YEAR-END
021800*    CONTROL FILE; A PAYMENT DATED IN IT OR EARLIER IS REFUSED.
021900 77  WS-LAST-CLOSED-YEAR     PIC 9(04) VALUE ZERO.
022000 77  WS-NP-YEAR              PIC 9(04) VALUE ZERO.
022100
022200*    WS-VRQ-TABLE HOLDS THE RUN'S VOID REQUESTS AND WHAT BECAME
022300*    OF EACH.  WS-VRQ-NP-RECORD IS THE PAYMENT'S NET-PAY RECORD
022400*    ONCE FOUND, AND WS-VRQ-YTD-SLOT THE YTD SLOT ITS FIGURES
022500*    CAME OUT OF.  A REQUEST FILE PAST THE 100 SLOTS REFUSES THE
022600*    RUN WHOLE RATHER THAN VOID PART OF IT.
022700 01  WS-VRQ-TABLE.
022800     02  WS-VRQ-ENTRY OCCURS 100 TIMES
022900             INDEXED BY WS-VRQ-IDX.
023000         03  WS-VRQ-RUN-ID           PIC X(12) VALUE SPACES.
023100         03  WS-VRQ-EMP-ID           PIC 9(06) VALUE ZERO.
023200         03  WS-VRQ-EARN-CODE        PIC X(03) VALUE SPACES.
023300         03  WS-VRQ-OPERATOR         PIC X(08) VALUE SPACES.
023400         03  WS-VRQ-REISSUE          PIC X(01) VALUE SPACE.
023500             88  VRQ-REISSUE-WANTED          VALUE 'Y'.
023600         03  WS-VRQ-REASON           PIC X(40) VALUE SPACES.
023700         03  WS-VRQ-STATUS           PIC X(01) VALUE SPACE.
023800             88  VRQ-PENDING                 VALUE 'P'.
023900             88  VRQ-VOIDED                  VALUE 'V'.
024000             88  VRQ-REFUSED                 VALUE 'X'.
024100         03  WS-VRQ-REFUSE-TEXT      PIC X(30) VALUE SPACES.
024200         03  WS-VRQ-NP-RECORD        PIC X(100) VALUE SPACES.
024300         03  WS-VRQ-YTD-SLOT         PIC 9(04) VALUE ZERO.
024400 77  WS-VRQ-TABLE-USED       PIC 9(03) VALUE ZERO.
024500 77  WS-VRQ-SUB              PIC 9(03) VALUE ZERO.
024600 77  WS-VRQ-SAVE-SUB         PIC 9(03) VALUE ZERO.
024700
024800 77  WS-VRQ-SLOT-SWITCH      PIC X(01) VALUE 'N'.
024900     88  VRQ-SLOT-FOUND              VALUE 'Y'.
025000     88  VRQ-SLOT-NOT-FOUND          VALUE 'N'.
025100
025200*    WS-YTD-TABLE HOLDS THE YTD MASTER VERBATIM, KEYED ON EMP-ID
025300*    AND YEAR, SO IT CAN BE REWRITTEN WHOLE.  AN OVERFLOW REFUSES
025400*    THE RUN -- REWRITING FROM A PARTIAL LOAD WOULD LOSE THE REST.
025500 01  WS-YTD-TABLE.
025600     02  WS-YTD-ENTRY OCCURS 1000 TIMES
025700             INDEXED BY WS-YTD-IDX.
025800         03  WS-YTD-EMP-ID           PIC 9(06) VALUE ZERO.
025900         03  WS-YTD-YEAR             PIC 9(04) VALUE ZERO.
026000         03  WS-YTD-RECORD           PIC X(200) VALUE SPACES.
026100 77  WS-YTD-TABLE-USED       PIC 9(04) VALUE ZERO.
026200 77  WS-YTD-SAVE-SUB         PIC 9(04) VALUE ZERO.
026300
026400 77  WS-YTD-SLOT-SWITCH      PIC X(01) VALUE 'N'.
026500     88  YTD-SLOT-FOUND              VALUE 'Y'.
026600     88  YTD-SLOT-NOT-FOUND          VALUE 'N'.
026700
026800 77  WS-DED-SUB              PIC 9(02) VALUE ZERO.
026900 77  WS-DED-SLOT-SWITCH      PIC X(01) VALUE 'N'.
027000     88  DED-SLOT-FOUND              VALUE 'Y'.
027100     88  DED-SLOT-NOT-FOUND          VALUE 'N'.
027200
027300*    WORK COPIES OF THE PAYMENT BEING VOIDED AND OF THE YTD
027400*    RECORD IT COMES OUT OF.
027500     COPY "NPREC.CPY" REPLACING ==NETPAY-RECORD==
027600          BY ==VOIDED-NETPAY-RECORD== LEADING ==NP-== BY ==VNP-==.
027700
027800     COPY "YTDREC.CPY" REPLACING ==YTD-MASTER-RECORD==
027900          BY ==YTD-WORK-RECORD== LEADING ==YTD-== BY ==YTW-==.
028000
028100 77  WS-VOID-COUNT           PIC 9(05) VALUE ZERO.
028200 77  WS-REFUSE-COUNT         PIC 9(05) VALUE ZERO.
028300 77  WS-REISSUE-COUNT        PIC 9(05) VALUE ZERO.
028400 77  WS-DETAIL-REVERSED      PIC 9(05) VALUE ZERO.
028500 77  WS-DED-UNTRACKED-COUNT  PIC 9(05) VALUE ZERO.
028600 77  WS-TOTAL-VOID-GROSS     PIC 9(08)V99 VALUE ZERO.
028700 77  WS-TOTAL-VOID-NET       PIC 9(08)V99 VALUE ZERO.
028800
028900*    WS-VOID-CODE IS HANDED BACK AS THE CONDITION CODE: 4 WHEN
029000*    ANY REQUEST WAS REFUSED.
029100 77  WS-VOID-CODE            PIC 9(02) VALUE ZERO.
029200
029300 01  WS-RUN-DATE.
029400     02  WS-RUN-DATE-YY          PIC 99.
029500     02  WS-RUN-DATE-MM          PIC 99.
029600     02  WS-RUN-DATE-DD          PIC 99.
029700
029800*    WS-RUN-ID FOLLOWS THE SAME RUN-DATE-PLUS-START-TIME SCHEME
029900*    THE NIGHTLY STAMPS ON ITS RUN-CONTROL AND AUDIT RECORDS.
030000 01  WS-RUN-TIME.
030100     02  WS-RUN-TIME-HH          PIC 99.
030200     02  WS-RUN-TIME-MM          PIC 99.
030300     02  WS-RUN-TIME-SS          PIC 99.
030400     02  WS-RUN-TIME-HS          PIC 99.
030500
030600 01  WS-RUN-ID.
030700     02  WS-RUN-ID-DATE          PIC 9(06).
030800     02  WS-RUN-ID-TIME          PIC 9(06).
030900
031000 01  WS-TODAY-CCYYMMDD.
031100     02  FILLER                  PIC 99 VALUE 20.
031200     02  WS-TODAY-YYMMDD         PIC 9(06).
031300 01  WS-TODAY-NUM REDEFINES WS-TODAY-CCYYMMDD
031400                                 PIC 9(08).
031500
031600 PROCEDURE DIVISION.
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900
032000     IF WS-VRQ-TABLE-USED > ZERO
032100         PERFORM 2000-MATCH-HISTORY THRU 2000-EXIT
032200         PERFORM 3000-REVERSE-DETAIL THRU 3000-EXIT
032300         PERFORM 4000-REFUSE-UNMATCHED THRU 4000-EXIT
032400         PERFORM 5000-WRITE-AUDIT-TRAIL THRU 5000-EXIT
032500         IF WS-VOID-COUNT > ZERO
032600             PERFORM 7000-SAVE-YTD-MASTER THRU 7000-EXIT
032700         END-IF
032800     END-IF.
032900
033000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033100     STOP RUN.
033200
033300*----------------------------------------------------------------
033400* 1000-INITIALIZE  --  BUILD THE RUN-ID, LOAD THE CLOSED YEARS,
033500* THE YTD MASTER, AND THE REQUESTS, AND REFUSE EVERY REQUEST FOR
033600* A PAYMENT THE AUDIT TRAIL SHOWS ALREADY VOIDED.
033700*----------------------------------------------------------------
033800 1000-INITIALIZE.
033900     DISPLAY '*** STARTING NET-PAY VOID RUN ***'.
034000     ACCEPT WS-RUN-DATE FROM DATE.
034100     ACCEPT WS-RUN-TIME FROM TIME.
034200     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
034300     STRING WS-RUN-TIME-HH DELIMITED BY SIZE
034400            WS-RUN-TIME-MM DELIMITED BY SIZE
034500            WS-RUN-TIME-SS DELIMITED BY SIZE
034600         INTO WS-RUN-ID-TIME
034700     END-STRING.
034800     MOVE WS-RUN-DATE TO WS-TODAY-YYMMDD.
034900
035000     PERFORM 1100-LOAD-CLOSE-CONTROL THRU 1100-EXIT.
035100     PERFORM 1200-LOAD-YTD-MASTER THRU 1200-EXIT.
035200     PERFORM 1300-LOAD-VOID-REQUESTS THRU 1300-EXIT.
035300     IF WS-VRQ-TABLE-USED > ZERO
035400         PERFORM 1400-CHECK-VOID-AUDIT THRU 1400-EXIT
035500     END-IF.
035600 1000-EXIT.
035700     EXIT.
035800
035900*    1100-LOAD-CLOSE-CONTROL FINDS THE LATEST TAX YEAR YEAR-END
036000*    HAS CLOSED.  NO FILE MEANS NO YEAR HAS BEEN CLOSED.
036100 1100-LOAD-CLOSE-CONTROL.
036200     OPEN INPUT YEAR-END-CONTROL-FILE.
036300     IF YEC-FILE-NOTEXIST
036400         GO TO 1100-EXIT
036500     END-IF.
036600     IF NOT YEC-FILE-STATUS-OK
036700         DISPLAY 'YEAR-END CONTROL OPEN FAILED, STATUS: '
036800             WS-YEC-FILE-STATUS
036900         MOVE 8 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200
037300     PERFORM 1110-READ-CLOSE-CONTROL THRU 1110-EXIT
037400         UNTIL YEC-EOF-REACHED.
037500     CLOSE YEAR-END-CONTROL-FILE.
037600 1100-EXIT.
037700     EXIT.
037800
037900 1110-READ-CLOSE-CONTROL.
038000     READ YEAR-END-CONTROL-FILE
038100         AT END
038200             SET YEC-EOF-REACHED TO TRUE
038300     END-READ.
038400     IF YEC-EOF-REACHED
038500         GO TO 1110-EXIT
038600     END-IF.
038700
038800     IF YEC-TAX-YEAR > WS-LAST-CLOSED-YEAR
038900         MOVE YEC-TAX-YEAR TO WS-LAST-CLOSED-YEAR
039000     END-IF.
039100 1110-EXIT.
039200     EXIT.
039300
039400*    1200-LOAD-YTD-MASTER READS THE YTD MASTER INTO WS-YTD-TABLE
039500*    VERBATIM.  NO FILE MEANS NOTHING HAS BEEN PAID THIS YEAR,
039600*    AND ANY REQUEST WILL BE REFUSED FOR WANT OF YTD FIGURES.
039700 1200-LOAD-YTD-MASTER.
039800     OPEN INPUT YTD-MASTER-FILE.
039900     IF YTD-FILE-NOTEXIST
040000         GO TO 1200-EXIT
040100     END-IF.
040200     IF NOT YTD-FILE-STATUS-OK
040300         DISPLAY 'YTD MASTER OPEN FAILED, STATUS: '
040400             WS-YTD-FILE-STATUS
040500         MOVE 8 TO RETURN-CODE
040600         STOP RUN
040700     END-IF.
040800
040900     PERFORM 1210-LOAD-YTD-RECORD THRU 1210-EXIT
041000         UNTIL YTD-EOF-REACHED.
041100     CLOSE YTD-MASTER-FILE.
041200 1200-EXIT.
041300     EXIT.
041400
041500 1210-LOAD-YTD-RECORD.
041600     READ YTD-MASTER-FILE
041700         AT END
041800             SET YTD-EOF-REACHED TO TRUE
041900     END-READ.
042000     IF YTD-EOF-REACHED
042100         GO TO 1210-EXIT
042200     END-IF.
042300
042400     IF WS-YTD-TABLE-USED NOT LESS THAN 1000
042500         DISPLAY 'YTD MASTER EXCEEDS THE TABLE, RUN REFUSED '
042600             '-- NOTHING VOIDED'
042700         MOVE 8 TO RETURN-CODE
042800         STOP RUN
042900     END-IF.
043000
043100     ADD 1 TO WS-YTD-TABLE-USED.
043200     SET WS-YTD-IDX TO WS-YTD-TABLE-USED.
043300     MOVE YTD-EMP-ID TO WS-YTD-EMP-ID (WS-YTD-IDX).
043400     MOVE YTD-YEAR TO WS-YTD-YEAR (WS-YTD-IDX).
043500     MOVE YTD-MASTER-RECORD TO WS-YTD-RECORD (WS-YTD-IDX).
043600 1210-EXIT.
043700     EXIT.
043800
043900*    1300-LOAD-VOID-REQUESTS READS AND EDITS THE REQUESTS INTO
044000*    WS-VRQ-TABLE.  A REQUEST MISSING ITS RUN-ID, EMP-ID,
044100*    OPERATOR, OR REASON, WITH A REISSUE FLAG OTHER THAN 'Y',
044200*    'N', OR BLANK, OR REPEATING AN EARLIER REQUEST, IS REFUSED
044300*    HERE; THE REST WAIT FOR THE HISTORY PASS.
044400 1300-LOAD-VOID-REQUESTS.
044500     OPEN INPUT VOID-REQUEST-FILE.
044600     IF VRQ-FILE-NOTEXIST
044700         DISPLAY 'NO VOID REQUEST FILE ON HAND, NOTHING VOIDED'
044800         GO TO 1300-EXIT
044900     END-IF.
045000     IF NOT VRQ-FILE-STATUS-OK
045100         DISPLAY 'VOID REQUEST FILE OPEN FAILED, STATUS: '
045200             WS-VRQ-FILE-STATUS
045300         MOVE 8 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600
045700     PERFORM 1310-LOAD-VOID-REQUEST THRU 1310-EXIT
045800         UNTIL VRQ-EOF-REACHED.
045900     CLOSE VOID-REQUEST-FILE.
046000 1300-EXIT.
046100     EXIT.
046200
046300 1310-LOAD-VOID-REQUEST.
046400     READ VOID-REQUEST-FILE
046500         AT END
046600             SET VRQ-EOF-REACHED TO TRUE
046700     END-READ.
046800     IF VRQ-EOF-REACHED
046900         GO TO 1310-EXIT
047000     END-IF.
047100
047200     IF WS-VRQ-TABLE-USED NOT LESS THAN 100
047300         DISPLAY 'VOID REQUESTS EXCEED THE TABLE, RUN REFUSED '
047400             '-- NOTHING VOIDED'
047500         MOVE 8 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047800
047900     ADD 1 TO WS-VRQ-TABLE-USED.
048000     SET WS-VRQ-IDX TO WS-VRQ-TABLE-USED.
048100     MOVE VRQ-RUN-ID TO WS-VRQ-RUN-ID (WS-VRQ-IDX).
048200     MOVE VRQ-EARN-CODE TO WS-VRQ-EARN-CODE (WS-VRQ-IDX).
048300     MOVE VRQ-OPERATOR TO WS-VRQ-OPERATOR (WS-VRQ-IDX).
048400     MOVE VRQ-REISSUE TO WS-VRQ-REISSUE (WS-VRQ-IDX).
048500     MOVE VRQ-REASON TO WS-VRQ-REASON (WS-VRQ-IDX).
048600     SET VRQ-PENDING (WS-VRQ-IDX) TO TRUE.
048700
048800     IF VRQ-EMP-ID NOT NUMERIC
048900         MOVE ZERO TO WS-VRQ-EMP-ID (WS-VRQ-IDX)
049000         MOVE 'EMP-ID NOT NUMERIC'
049100             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
049200         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
049300         GO TO 1310-EXIT
049400     END-IF.
049500     MOVE VRQ-EMP-ID TO WS-VRQ-EMP-ID (WS-VRQ-IDX).
049600
049700     IF VRQ-RUN-ID EQUAL TO SPACES
049800         MOVE 'NO RUN-ID GIVEN'
049900             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
050000         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
050100         GO TO 1310-EXIT
050200     END-IF.
050300
050400     IF VRQ-OPERATOR EQUAL TO SPACES
050500         MOVE 'NO OPERATOR GIVEN'
050600             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
050700         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
050800         GO TO 1310-EXIT
050900     END-IF.
051000
051100     IF VRQ-REASON EQUAL TO SPACES
051200         MOVE 'NO REASON GIVEN'
051300             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
051400         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
051500         GO TO 1310-EXIT
051600     END-IF.
051700
051800     IF VRQ-REISSUE NOT EQUAL TO 'Y'
051900             AND VRQ-REISSUE NOT EQUAL TO 'N'
052000             AND VRQ-REISSUE NOT EQUAL TO SPACE
052100         MOVE 'REISSUE FLAG NOT Y OR N'
052200             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
052300         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
052400         GO TO 1310-EXIT
052500     END-IF.
052600
052700     MOVE 'N' TO WS-VRQ-SLOT-SWITCH.
052800     MOVE 1 TO WS-VRQ-SUB.
052900     PERFORM 1320-TEST-DUPLICATE-REQUEST THRU 1320-EXIT
053000         UNTIL VRQ-SLOT-FOUND
053100             OR WS-VRQ-SUB NOT LESS THAN WS-VRQ-TABLE-USED.
053200     IF VRQ-SLOT-FOUND
053300         MOVE 'DUPLICATE REQUEST IN THIS RUN'
053400             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
053500         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
053600     END-IF.
053700 1310-EXIT.
053800     EXIT.
053900
054000*    1320-TEST-DUPLICATE-REQUEST COMPARES THE REQUEST JUST LOADED
054100*    WITH ONE LOADED BEFORE IT.
054200 1320-TEST-DUPLICATE-REQUEST.
054300     IF WS-VRQ-RUN-ID (WS-VRQ-SUB) EQUAL TO VRQ-RUN-ID
054400             AND WS-VRQ-EMP-ID (WS-VRQ-SUB) EQUAL TO VRQ-EMP-ID
054500             AND WS-VRQ-EARN-CODE (WS-VRQ-SUB) EQUAL TO
054600                 VRQ-EARN-CODE
054700         SET VRQ-SLOT-FOUND TO TRUE
054800     ELSE
054900         ADD 1 TO WS-VRQ-SUB
055000     END-IF.
055100 1320-EXIT.
055200     EXIT.
055300
055400*    1400-CHECK-VOID-AUDIT REFUSES EVERY PENDING REQUEST FOR A
055500*    PAYMENT THE AUDIT TRAIL SHOWS ALREADY VOIDED, SO A REQUEST
055600*    FILE RUN TWICE CANNOT TAKE A PAYMENT OUT OF YTD TWICE.
055700 1400-CHECK-VOID-AUDIT.
055800     OPEN INPUT VOID-AUDIT-FILE.
055900     IF VDA-FILE-NOTEXIST
056000         GO TO 1400-EXIT
056100     END-IF.
056200     IF NOT VDA-FILE-STATUS-OK
056300         DISPLAY 'VOID AUDIT FILE OPEN FAILED, STATUS: '
056400             WS-VDA-FILE-STATUS
056500         MOVE 8 TO RETURN-CODE
056600         STOP RUN
056700     END-IF.
056800
056900     PERFORM 1410-READ-VOID-AUDIT THRU 1410-EXIT
057000         UNTIL VDA-EOF-REACHED.
057100     CLOSE VOID-AUDIT-FILE.
057200 1400-EXIT.
057300     EXIT.
057400
057500 1410-READ-VOID-AUDIT.
057600     READ VOID-AUDIT-FILE
057700         AT END
057800             SET VDA-EOF-REACHED TO TRUE
057900     END-READ.
058000     IF VDA-EOF-REACHED
058100         GO TO 1410-EXIT
058200     END-IF.
058300     IF NOT VDA-VOIDED
058400         GO TO 1410-EXIT
058500     END-IF.
058600
058700     MOVE VDA-NP-RUN-ID TO VNP-RUN-ID.
058800     MOVE VDA-EMP-ID TO VNP-EMP-ID.
058900     MOVE VDA-EARN-CODE TO VNP-EARN-CODE.
059000     PERFORM 6000-FIND-PENDING-REQUEST THRU 6000-EXIT.
059100     IF VRQ-SLOT-FOUND
059200         MOVE 'ALREADY VOIDED'
059300             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
059400         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
059500     END-IF.
059600 1410-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------
060000* 2000-MATCH-HISTORY  --  SWEEP THE NET-PAY HISTORY FOR EVERY
060100* PENDING REQUEST'S PAYMENT AND VOID IT OUT OF YTD.
060200*----------------------------------------------------------------
060300 2000-MATCH-HISTORY.
060400     OPEN INPUT NETPAY-HISTORY-FILE.
060500     IF NPH-FILE-NOTEXIST
060600         DISPLAY 'NO NET-PAY HISTORY ON FILE, NOTHING TO VOID'
060700         GO TO 2000-EXIT
060800     END-IF.
060900     IF NOT NPH-FILE-STATUS-OK
061000         DISPLAY 'NET-PAY HISTORY OPEN FAILED, STATUS: '
061100             WS-NPH-FILE-STATUS
061200         MOVE 8 TO RETURN-CODE
061300         STOP RUN
061400     END-IF.
061500
061600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
061700         UNTIL NPH-EOF-REACHED.
061800     CLOSE NETPAY-HISTORY-FILE.
061900 2000-EXIT.
062000     EXIT.
062100
062200 2100-READ-HISTORY.
062300     READ NETPAY-HISTORY-FILE
062400         AT END
062500             SET NPH-EOF-REACHED TO TRUE
062600     END-READ.
062700     IF NPH-EOF-REACHED
062800         GO TO 2100-EXIT
062900     END-IF.
063000
063100     MOVE NETPAY-RECORD TO VOIDED-NETPAY-RECORD.
063200     PERFORM 6000-FIND-PENDING-REQUEST THRU 6000-EXIT.
063300     IF VRQ-SLOT-FOUND
063400         PERFORM 2200-VOID-PAYMENT THRU 2200-EXIT
063500     END-IF.
063600 2100-EXIT.
063700     EXIT.
063800
063900*    2200-VOID-PAYMENT TAKES THE PAYMENT IN VOIDED-NETPAY-RECORD
064000*    OUT OF THE YTD FIGURES FOR THE YEAR IT WAS PAID IN, FOR THE
064100*    REQUEST AT WS-VRQ-IDX.  A CLOSED YEAR, A YEAR WITH NO YTD
064200*    FIGURES FOR THE EMPLOYEE, OR FIGURES TOO SMALL TO HOLD THE
064300*    PAYMENT REFUSE THE REQUEST AND CHANGE NOTHING.
064400 2200-VOID-PAYMENT.
064500     MOVE VOIDED-NETPAY-RECORD TO WS-VRQ-NP-RECORD (WS-VRQ-IDX).
064600     COMPUTE WS-NP-YEAR = VNP-PERIOD-END / 10000.
064700
064800     IF WS-NP-YEAR NOT GREATER THAN WS-LAST-CLOSED-YEAR
064900         MOVE 'TAX YEAR ALREADY CLOSED'
065000             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
065100         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
065200         GO TO 2200-EXIT
065300     END-IF.
065400
065500     MOVE 'N' TO WS-YTD-SLOT-SWITCH.
065600     SET WS-YTD-IDX TO 1.
065700     PERFORM 2210-TEST-YTD-SLOT THRU 2210-EXIT
065800         UNTIL YTD-SLOT-FOUND
065900             OR WS-YTD-IDX > WS-YTD-TABLE-USED.
066000     IF YTD-SLOT-NOT-FOUND
066100         MOVE 'NO YTD FIGURES FOR THAT YEAR'
066200             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
066300         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
066400         GO TO 2200-EXIT
066500     END-IF.
066600
066700     MOVE WS-YTD-RECORD (WS-YTD-IDX) TO YTD-WORK-RECORD.
066800     IF YTW-TAX-GROUP IS NOT NUMERIC
066900         MOVE ZERO TO YTW-FED-TAX YTW-STATE-TAX
067000                      YTW-SS-TAX YTW-MED-TAX
067100     END-IF.
067200
067300     IF YTW-GROSS < VNP-GROSS
067400             OR YTW-TOTAL-DEDUCT < VNP-TOTAL-DEDUCT
067500             OR YTW-NET < VNP-NET-PAY
067600             OR YTW-FED-TAX < VNP-FED-TAX
067700             OR YTW-STATE-TAX < VNP-STATE-TAX
067800             OR YTW-SS-TAX < VNP-SS-TAX
067900             OR YTW-MED-TAX < VNP-MED-TAX
068000         MOVE 'YTD BELOW THE VOIDED AMOUNTS'
068100             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
068200         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
068300         GO TO 2200-EXIT
068400     END-IF.
068500
068600     SUBTRACT VNP-GROSS FROM YTW-GROSS.
068700     SUBTRACT VNP-TOTAL-DEDUCT FROM YTW-TOTAL-DEDUCT.
068800     SUBTRACT VNP-NET-PAY FROM YTW-NET.
068900     SUBTRACT VNP-FED-TAX FROM YTW-FED-TAX.
069000     SUBTRACT VNP-STATE-TAX FROM YTW-STATE-TAX.
069100     SUBTRACT VNP-SS-TAX FROM YTW-SS-TAX.
069200     SUBTRACT VNP-MED-TAX FROM YTW-MED-TAX.
069300     MOVE YTD-WORK-RECORD TO WS-YTD-RECORD (WS-YTD-IDX).
069400
069500     SET WS-VRQ-YTD-SLOT (WS-VRQ-IDX) TO WS-YTD-IDX.
069600     SET VRQ-VOIDED (WS-VRQ-IDX) TO TRUE.
069700     ADD 1 TO WS-VOID-COUNT.
069800     ADD VNP-GROSS TO WS-TOTAL-VOID-GROSS.
069900     ADD VNP-NET-PAY TO WS-TOTAL-VOID-NET.
070000 2200-EXIT.
070100     EXIT.
070200
070300 2210-TEST-YTD-SLOT.
070400     IF WS-YTD-EMP-ID (WS-YTD-IDX) EQUAL TO VNP-EMP-ID
070500             AND WS-YTD-YEAR (WS-YTD-IDX) EQUAL TO WS-NP-YEAR
070600         SET YTD-SLOT-FOUND TO TRUE
070700     ELSE
070800         SET WS-YTD-IDX UP BY 1
070900     END-IF.
071000 2210-EXIT.
071100     EXIT.
071200
071300*----------------------------------------------------------------
071400* 3000-REVERSE-DETAIL  --  SWEEP THE DETAIL HISTORY FOR THE
071500* VOIDED PAYMENTS' ITEMIZED LINES: EACH ELECTED DEDUCTION COMES
071600* OUT OF ITS PER-CODE YTD FIGURE, AND A PAYMENT GOING OUT AGAIN
071700* HAS ITS LINES QUEUED WITH IT.
071800*----------------------------------------------------------------
071900 3000-REVERSE-DETAIL.
072000     IF WS-VOID-COUNT EQUAL ZERO
072100         GO TO 3000-EXIT
072200     END-IF.
072300
072400     OPEN INPUT NETPAY-DETAIL-HIST-FILE.
072500     IF NPD-FILE-NOTEXIST
072600         GO TO 3000-EXIT
072700     END-IF.
072800     IF NOT NPD-FILE-STATUS-OK
072900         DISPLAY 'NET-PAY DETAIL HISTORY OPEN FAILED, STATUS: '
073000             WS-NPD-FILE-STATUS
073100         MOVE 8 TO RETURN-CODE
073200         STOP RUN
073300     END-IF.
073400
073500     OPEN EXTEND REISSUE-DETAIL-FILE.
073600     IF RQD-FILE-NOTEXIST
073700         OPEN OUTPUT REISSUE-DETAIL-FILE
073800     END-IF.
073900
074000     PERFORM 3100-READ-DETAIL THRU 3100-EXIT
074100         UNTIL NPD-EOF-REACHED.
074200     CLOSE NETPAY-DETAIL-HIST-FILE.
074300     CLOSE REISSUE-DETAIL-FILE.
074400 3000-EXIT.
074500     EXIT.
074600
074700 3100-READ-DETAIL.
074800     READ NETPAY-DETAIL-HIST-FILE
074900         AT END
075000             SET NPD-EOF-REACHED TO TRUE
075100     END-READ.
075200     IF NPD-EOF-REACHED
075300         GO TO 3100-EXIT
075400     END-IF.
075500
075600     MOVE 'N' TO WS-VRQ-SLOT-SWITCH.
075700     SET WS-VRQ-IDX TO 1.
075800     PERFORM 3110-TEST-VOIDED-OWNER THRU 3110-EXIT
075900         UNTIL VRQ-SLOT-FOUND
076000             OR WS-VRQ-IDX > WS-VRQ-TABLE-USED.
076100     IF VRQ-SLOT-NOT-FOUND
076200         GO TO 3100-EXIT
076300     END-IF.
076400
076500     IF NPD-DEDUCTION-LINE
076600         PERFORM 3200-REVERSE-DEDUCTION THRU 3200-EXIT
076700     END-IF.
076800     IF VRQ-REISSUE-WANTED (WS-VRQ-IDX)
076900         WRITE REISSUE-DETAIL-RECORD FROM NETPAY-DETAIL-RECORD
077000     END-IF.
077100 3100-EXIT.
077200     EXIT.
077300
077400 3110-TEST-VOIDED-OWNER.
077500     IF VRQ-VOIDED (WS-VRQ-IDX)
077600             AND WS-VRQ-RUN-ID (WS-VRQ-IDX) EQUAL TO NPD-RUN-ID
077700             AND WS-VRQ-EMP-ID (WS-VRQ-IDX) EQUAL TO NPD-EMP-ID
077800             AND WS-VRQ-EARN-CODE (WS-VRQ-IDX) EQUAL TO
077900                 NPD-EARN-CODE
078000         SET VRQ-SLOT-FOUND TO TRUE
078100     ELSE
078200         SET WS-VRQ-IDX UP BY 1
078300     END-IF.
078400 3110-EXIT.
078500     EXIT.
078600
078700*    3200-REVERSE-DEDUCTION TAKES ONE DEDUCTION LINE OUT OF ITS
078800*    CODE'S YTD FIGURE IN THE SLOT THE PAYMENT CAME OUT OF.  A
078900*    CODE NOT TRACKED ON THE YTD RECORD -- ITS SLOTS WERE FULL
079000*    WHEN IT WAS TAKEN -- HAS NOTHING TO REVERSE AND IS REPORTED.
079100*    THE FIGURE IS HELD AT ZERO RATHER THAN GOING NEGATIVE.
079200 3200-REVERSE-DEDUCTION.
079300     SET WS-YTD-IDX TO WS-VRQ-YTD-SLOT (WS-VRQ-IDX).
079400     MOVE WS-YTD-RECORD (WS-YTD-IDX) TO YTD-WORK-RECORD.
079500
079600     MOVE 'N' TO WS-DED-SLOT-SWITCH.
079700     MOVE 1 TO WS-DED-SUB.
079800     PERFORM 3210-TEST-DED-SLOT THRU 3210-EXIT
079900         UNTIL DED-SLOT-FOUND OR WS-DED-SUB > 10.
080000     IF DED-SLOT-NOT-FOUND
080100         DISPLAY 'EMP-ID ' NPD-EMP-ID ' CODE ' NPD-CODE
080200             ' NOT TRACKED IN YTD, NOT REVERSED'
080300         ADD 1 TO WS-DED-UNTRACKED-COUNT
080400         GO TO 3200-EXIT
080500     END-IF.
080600
080700     IF YTW-DED-AMOUNT (WS-DED-SUB) < NPD-AMOUNT
080800         MOVE ZERO TO YTW-DED-AMOUNT (WS-DED-SUB)
080900     ELSE
081000         SUBTRACT NPD-AMOUNT FROM YTW-DED-AMOUNT (WS-DED-SUB)
081100     END-IF.
081200     MOVE YTD-WORK-RECORD TO WS-YTD-RECORD (WS-YTD-IDX).
081300     ADD 1 TO WS-DETAIL-REVERSED.
081400 3200-EXIT.
081500     EXIT.
081600
081700 3210-TEST-DED-SLOT.
081800     IF YTW-DED-CODE (WS-DED-SUB) EQUAL TO NPD-CODE
081900         SET DED-SLOT-FOUND TO TRUE
082000     ELSE
082100         ADD 1 TO WS-DED-SUB
082200     END-IF.
082300 3210-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700* 4000-REFUSE-UNMATCHED  --  A REQUEST STILL PENDING AFTER THE
082800* HISTORY SWEEP NAMES NO PAYMENT THAT WAS EVER ISSUED.
082900*----------------------------------------------------------------
083000 4000-REFUSE-UNMATCHED.
083100     MOVE 1 TO WS-VRQ-SUB.
083200     PERFORM 4100-REFUSE-IF-PENDING THRU 4100-EXIT
083300         UNTIL WS-VRQ-SUB > WS-VRQ-TABLE-USED.
083400 4000-EXIT.
083500     EXIT.
083600
083700 4100-REFUSE-IF-PENDING.
083800     SET WS-VRQ-IDX TO WS-VRQ-SUB.
083900     IF VRQ-PENDING (WS-VRQ-IDX)
084000         MOVE 'NO SUCH ISSUED NET-PAY RECORD'
084100             TO WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
084200         SET VRQ-REFUSED (WS-VRQ-IDX) TO TRUE
084300     END-IF.
084400     ADD 1 TO WS-VRQ-SUB.
084500 4100-EXIT.
084600     EXIT.
084700
084800*----------------------------------------------------------------
084900* 5000-WRITE-AUDIT-TRAIL  --  APPEND ONE AUDIT RECORD PER
085000* REQUEST, AND QUEUE EVERY VOIDED PAYMENT MARKED FOR REISSUE.
085100*----------------------------------------------------------------
085200 5000-WRITE-AUDIT-TRAIL.
085300     OPEN EXTEND VOID-AUDIT-FILE.
085400     IF VDA-FILE-NOTEXIST
085500         OPEN OUTPUT VOID-AUDIT-FILE
085600     END-IF.
085700     OPEN EXTEND REISSUE-QUEUE-FILE.
085800     IF RQ-FILE-NOTEXIST
085900         OPEN OUTPUT REISSUE-QUEUE-FILE
086000     END-IF.
086100
086200     MOVE 1 TO WS-VRQ-SUB.
086300     PERFORM 5100-WRITE-AUDIT-RECORD THRU 5100-EXIT
086400         UNTIL WS-VRQ-SUB > WS-VRQ-TABLE-USED.
086500
086600     CLOSE VOID-AUDIT-FILE.
086700     CLOSE REISSUE-QUEUE-FILE.
086800 5000-EXIT.
086900     EXIT.
087000
087100 5100-WRITE-AUDIT-RECORD.
087200     SET WS-VRQ-IDX TO WS-VRQ-SUB.
087300     ADD 1 TO WS-VRQ-SUB.
087400
087500     MOVE SPACES TO VOID-AUDIT-RECORD.
087600     MOVE WS-RUN-ID TO VDA-VOID-RUN-ID.
087700     MOVE WS-TODAY-NUM TO VDA-VOID-DATE.
087800     MOVE WS-VRQ-OPERATOR (WS-VRQ-IDX) TO VDA-OPERATOR.
087900     MOVE WS-VRQ-RUN-ID (WS-VRQ-IDX) TO VDA-NP-RUN-ID.
088000     MOVE WS-VRQ-EMP-ID (WS-VRQ-IDX) TO VDA-EMP-ID.
088100     MOVE WS-VRQ-EARN-CODE (WS-VRQ-IDX) TO VDA-EARN-CODE.
088200     MOVE WS-VRQ-REASON (WS-VRQ-IDX) TO VDA-REASON.
088300     MOVE ZERO TO VDA-PERIOD-NO VDA-PERIOD-END
088400                  VDA-GROSS VDA-NET-PAY.
088500     IF WS-VRQ-NP-RECORD (WS-VRQ-IDX) NOT EQUAL TO SPACES
088600         MOVE WS-VRQ-NP-RECORD (WS-VRQ-IDX)
088700             TO VOIDED-NETPAY-RECORD
088800         MOVE VNP-PERIOD-NO TO VDA-PERIOD-NO
088900         MOVE VNP-PERIOD-END TO VDA-PERIOD-END
089000         MOVE VNP-GROSS TO VDA-GROSS
089100         MOVE VNP-NET-PAY TO VDA-NET-PAY
089200     END-IF.
089300
089400     IF VRQ-VOIDED (WS-VRQ-IDX)
089500         SET VDA-VOIDED TO TRUE
089600         MOVE 'N' TO VDA-REISSUE
089700         IF VRQ-REISSUE-WANTED (WS-VRQ-IDX)
089800             MOVE 'Y' TO VDA-REISSUE
089900             WRITE REISSUE-QUEUE-RECORD
090000                 FROM WS-VRQ-NP-RECORD (WS-VRQ-IDX)
090100             ADD 1 TO WS-REISSUE-COUNT
090200         END-IF
090300         DISPLAY 'VOIDED RUN ' WS-VRQ-RUN-ID (WS-VRQ-IDX)
090400             ' EMP-ID ' WS-VRQ-EMP-ID (WS-VRQ-IDX)
090500             ' ' WS-VRQ-EARN-CODE (WS-VRQ-IDX)
090600             ' REISSUE ' VDA-REISSUE
090700     ELSE
090800         SET VDA-REFUSED TO TRUE
090900         MOVE 'N' TO VDA-REISSUE
091000         MOVE WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX) TO VDA-REFUSE-TEXT
091100         ADD 1 TO WS-REFUSE-COUNT
091200         MOVE 4 TO WS-VOID-CODE
091300         DISPLAY 'REFUSED RUN ' WS-VRQ-RUN-ID (WS-VRQ-IDX)
091400             ' EMP-ID ' WS-VRQ-EMP-ID (WS-VRQ-IDX)
091500             ' ' WS-VRQ-EARN-CODE (WS-VRQ-IDX)
091600             ': ' WS-VRQ-REFUSE-TEXT (WS-VRQ-IDX)
091700     END-IF.
091800     WRITE VOID-AUDIT-RECORD.
091900 5100-EXIT.
092000     EXIT.
092100
092200*    6000-FIND-PENDING-REQUEST LOOKS FOR A PENDING REQUEST NAMING
092300*    THE PAYMENT KEYED IN VNP-RUN-ID, VNP-EMP-ID, AND
092400*    VNP-EARN-CODE, LEAVING WS-VRQ-IDX ON IT WHEN FOUND.
092500 6000-FIND-PENDING-REQUEST.
092600     MOVE 'N' TO WS-VRQ-SLOT-SWITCH.
092700     SET WS-VRQ-IDX TO 1.
092800     PERFORM 6100-TEST-PENDING-REQUEST THRU 6100-EXIT
092900         UNTIL VRQ-SLOT-FOUND
093000             OR WS-VRQ-IDX > WS-VRQ-TABLE-USED.
093100 6000-EXIT.
093200     EXIT.
093300
093400 6100-TEST-PENDING-REQUEST.
093500     IF VRQ-PENDING (WS-VRQ-IDX)
093600             AND WS-VRQ-RUN-ID (WS-VRQ-IDX) EQUAL TO VNP-RUN-ID
093700             AND WS-VRQ-EMP-ID (WS-VRQ-IDX) EQUAL TO VNP-EMP-ID
093800             AND WS-VRQ-EARN-CODE (WS-VRQ-IDX) EQUAL TO
093900                 VNP-EARN-CODE
094000         SET VRQ-SLOT-FOUND TO TRUE
094100     ELSE
094200         SET WS-VRQ-IDX UP BY 1
094300     END-IF.
094400 6100-EXIT.
094500     EXIT.
094600
094700*----------------------------------------------------------------
094800* 7000-SAVE-YTD-MASTER  --  REWRITE THE YTD MASTER WHOLE FROM
094900* WS-YTD-TABLE WITH THE VOIDED PAYMENTS TAKEN OUT.
095000*----------------------------------------------------------------
095100 7000-SAVE-YTD-MASTER.
095200     OPEN OUTPUT YTD-MASTER-FILE.
095300     MOVE 1 TO WS-YTD-SAVE-SUB.
095400     PERFORM 7100-WRITE-YTD-RECORD THRU 7100-EXIT
095500         UNTIL WS-YTD-SAVE-SUB > WS-YTD-TABLE-USED.
095600     CLOSE YTD-MASTER-FILE.
095700 7000-EXIT.
095800     EXIT.
095900
096000 7100-WRITE-YTD-RECORD.
096100     SET WS-YTD-IDX TO WS-YTD-SAVE-SUB.
096200     WRITE YTD-MASTER-RECORD FROM WS-YTD-RECORD (WS-YTD-IDX).
096300     ADD 1 TO WS-YTD-SAVE-SUB.
096400 7100-EXIT.
096500     EXIT.
096600
096700*----------------------------------------------------------------
096800* 8000-TERMINATE  --  DISPLAY THE RUN SUMMARY AND HAND BACK THE
096900* CONDITION CODE.
097000*----------------------------------------------------------------
097100 8000-TERMINATE.
097200     DISPLAY ' '.
097300     DISPLAY '*** NET-PAY VOID RUN COMPLETE ***'.
097400     DISPLAY 'Void Requests Read: ' WS-VRQ-TABLE-USED.
097500     DISPLAY 'Payments Voided: ' WS-VOID-COUNT.
097600     DISPLAY 'Requests Refused: ' WS-REFUSE-COUNT.
097700     DISPLAY 'Queued For Reissue: ' WS-REISSUE-COUNT.
097800     DISPLAY 'Deduction Lines Reversed: ' WS-DETAIL-REVERSED.
097900     DISPLAY 'Deduction Lines Not In YTD: '
098000         WS-DED-UNTRACKED-COUNT.
098100     DISPLAY 'Total Gross Voided: ' WS-TOTAL-VOID-GROSS.
098200     DISPLAY 'Total Net Voided: ' WS-TOTAL-VOID-NET.
098300     DISPLAY 'Run ID: ' WS-RUN-ID.
098400     DISPLAY 'Void Condition Code: ' WS-VOID-CODE.
098500     MOVE WS-VOID-CODE TO RETURN-CODE.
098600 8000-EXIT.
098700     EXIT.
