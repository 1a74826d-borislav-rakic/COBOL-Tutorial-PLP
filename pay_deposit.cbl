002500* LANDS ON THE PRINTED PAPER-CHECK EXCEPTION REPORT INSTEAD, SO
002600* SOMEONE CUTS A CHECK.
002700*
002714* EVERY PAYMENT ON THAT REPORT -- AND EVERY OFF-CYCLE PAYMENT
002728* KEYED FOR PAPER CHECK (NP-PAY-METHOD 'C'), WHICH NEVER GOES TO
002742* THE BANK FILE -- IS ALSO QUEUED, AS ITS NET-PAY RECORD, TO THE
002756* CHECK ITEM FILE.  PAY-CHECK TAKES THE QUEUE, NUMBERS AND PRINTS
002770* THE CHECKS, AND SENDS THE BANK ITS POSITIVE-PAY ISSUE FILE.
002784*
002800* 'P' ON THE COMMAND LINE SELECTS PRE-NOTE MODE: A ZERO-DOLLAR
002900* VERIFICATION ENTRY GOES OUT FOR EVERY ACCOUNT STILL IN
003000* PRE-NOTE STATUS THAT HAS NOT BEEN SENT ONE YET, AND THE SEND
003300* PROMOTED TO ACTIVE ON THE NEXT PRE-NOTE RUN -- LIVE MONEY
003400* NEVER MOVES TO AN ACCOUNT THE BANK HAS NOT SEEN FIRST.
003500*
003501* 'O' ON THE COMMAND LINE PAYS AN OFF-CYCLE NET-PAY FILE -- THE
003502* BONUSES, FINAL CHECKS, CORRECTIONS, AND REISSUES PAY-CALC'S
003503* OFF-CYCLE MODE WRITES.  AN OFF-CYCLE PAYMENT FILE CARRIES ITS
003504* OWN FILE SEQUENCE NUMBER, KEPT BESIDE THE REGULAR ONE ON THE
003505* CONTROL FILE, AND 'O' AS ITS HEADER RUN MODE, SO THE BANK SEES
003506* TWO UNBROKEN SEQUENCES.  A NET-PAY FILE WHOSE RECORDS DO NOT
003507* MATCH THE RUN MODE -- OFF-CYCLE RECORDS ON A REGULAR RUN, OR
003508* REGULAR ONES ON AN 'O' RUN -- IS REFUSED BEFORE ANYTHING IS
003509* WRITTEN.
003510*
003600* MODIFICATION HISTORY
003700*    DATE        INIT  DESCRIPTION
003800*    2026-09-01  JR    ORIGINAL VERSION.
003820*                      THE NET-PAY, BANK MASTER, AND PAYMENT
003830*                      LAYOUTS; THE BANK WAS NOTIFIED OF THE
003840*                      NEW DETAIL COLUMN WIDTH.
003850*    2026-10-15  JR    NET-PAY LAYOUT NOW SHARED WITH PAY-CALC
003860*                      THROUGH NPREC.CPY, WIDENED TO 100 BYTES TO
003870*                      CARRY THE WITHHOLDING COLUMNS.
003871*    2026-10-15  JR    ADDED 'O' OFF-CYCLE PAYMENT MODE WITH ITS
003872*                      OWN FILE SEQUENCE NUMBER ON THE CONTROL
003873*                      FILE, AND THE NET-PAY CYCLE CHECK.
003874*    2026-10-15  JR    QUEUED EVERY PAPER-CHECK PAYMENT TO THE
003875*                      CHECK ITEM FILE FOR PAY-CHECK, AND ROUTED
003876*                      OFF-CYCLE ITEMS KEYED FOR CHECK THERE.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL.
008400
008410*    CHECK-ITEM-FILE IS THE QUEUE OF NET-PAY RECORDS TO BE PAID BY
008420*    PAPER CHECK.  EACH PAYMENT RUN ADDS TO IT; PAY-CHECK EMPTIES
008430*    IT.  STATUS '35' ON OPEN EXTEND MEANS NOTHING IS QUEUED YET.
008440     SELECT CHECK-ITEM-FILE ASSIGN TO 'check_item_file.dat'
008450         ORGANIZATION IS LINE SEQUENTIAL
008460         ACCESS MODE IS SEQUENTIAL
008470         FILE STATUS IS WS-CKI-FILE-STATUS.
008480
008500 DATA DIVISION.
008600 FILE SECTION.
008700*File description for the net-pay file, the same layout PAY-CALC's
008800*4300-WRITE-NETPAY-RECORD writes -- see NPREC.CPY.
008900 FD  NETPAY-FILE
009000     RECORD CONTAINS 100 CHARACTERS
009100     DATA RECORD IS NETPAY-RECORD.
009200     COPY "NPREC.CPY".
010200
010300*File description for the bank account master.  BNK-STATUS SAYS
010400*WHERE THE ACCOUNT STANDS: 'A' ACTIVE AND PAYABLE, 'P' AWAITING
012600 01  PAYMENT-RECORD              PIC X(60).
012700
012800*File description for the payment control file.
012810*PCTL-SEQ-NO IS THE LAST REGULAR (AND PRE-NOTE) FILE SENT AND
012820*PCTL-OFF-SEQ-NO THE LAST OFF-CYCLE ONE.  A RECORD WRITTEN BEFORE
012830*THE OFF-CYCLE SEQUENCE EXISTED CARRIES SPACES THERE, TAKEN AS
012840*ZERO.
012900 FD  PAYMENT-CONTROL-FILE
013000     RECORD CONTAINS 10 CHARACTERS
013100     DATA RECORD IS PAYMENT-CONTROL-RECORD.
013200 01  PAYMENT-CONTROL-RECORD.
013300     02  PCTL-SEQ-NO             PIC 9(05).
013400     02  PCTL-OFF-SEQ-NO         PIC 9(05).
013500
013600*File description for the printed paper-check exception report.
013700 FD  EXCEPTION-REPORT-FILE
013800     RECORD CONTAINS 132 CHARACTERS
013900     DATA RECORD IS EXCEPTION-REPORT-LINE.
014000 01  EXCEPTION-REPORT-LINE       PIC X(132).
014005
014010*File description for the check item queue -- net-pay records in
014020*the NPREC.CPY layout under CKI- names, shared with PAY-CHECK.
014030 FD  CHECK-ITEM-FILE
014040     RECORD CONTAINS 100 CHARACTERS
014050     DATA RECORD IS CHECK-ITEM-RECORD.
014060     COPY "NPREC.CPY"
014070         REPLACING ==NETPAY-RECORD== BY ==CHECK-ITEM-RECORD==
014080                   LEADING ==NP-== BY ==CKI-==.
014100
014200 WORKING-STORAGE SECTION.
014300 77  WS-NP-EOF-SWITCH        PIC X(01) VALUE 'N'.
015600 77  WS-PCTL-FILE-STATUS     PIC X(02) VALUE '00'.
015700     88  PCTL-FILE-STATUS-OK         VALUE '00'.
015800     88  PCTL-FILE-NOTEXIST          VALUE '35'.
015810 77  WS-CKI-FILE-STATUS      PIC X(02) VALUE '00'.
015820     88  CKI-FILE-STATUS-OK          VALUE '00'.
015830     88  CKI-FILE-NOTEXIST           VALUE '35'.
015900
016000*    THE CALLER SUPPLIES THE RUN MODE AS THE FIRST CHARACTER OF
016100*    THE COMMAND LINE, THE SAME DISPATCH SHAPE FILE-READER USES:
016200*    'P' RUNS THE PRE-NOTE PASS, ANYTHING ELSE PAYS LIVE MONEY --
016210*    'O' FROM AN OFF-CYCLE NET-PAY FILE, OTHERWISE A REGULAR ONE.
016300 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
016400 77  WS-RUN-MODE             PIC X(01) VALUE 'L'.
016500     88  RUN-MODE-PRENOTE            VALUE 'P'.
016510     88  RUN-MODE-OFF-CYCLE          VALUE 'O'.
016520
016530*    WS-CYCLE-MISMATCH-COUNT COUNTS NET-PAY RECORDS WHOSE CYCLE
016540*    FLAG DOES NOT MATCH THE RUN MODE.
016550 77  WS-CYCLE-MISMATCH-COUNT PIC 9(05) VALUE ZERO.
016600
016700*    WS-BANK-TABLE HOLDS THE BANK ACCOUNT MASTER FOR THE RUN.
016800*    THE SIX-DIGIT KEY SPACE EXCEEDS THE 1000 SLOTS, SO A BANK
019900                             PIC 9(08).
020000
020100 77  WS-PAYMENT-SEQ-NO       PIC 9(05) VALUE 1.
020110*    THE LAST REGULAR AND OFF-CYCLE SEQUENCE NUMBERS SENT, AS READ
020120*    FROM THE CONTROL FILE; THIS RUN STEPS ONE OF THEM.
020130 77  WS-LAST-REG-SEQ-NO      PIC 9(05) VALUE ZERO.
020140 77  WS-LAST-OFF-SEQ-NO      PIC 9(05) VALUE ZERO.
020200 77  WS-PAID-COUNT           PIC 9(05) VALUE ZERO.
020300 77  WS-PRENOTE-SENT-COUNT   PIC 9(05) VALUE ZERO.
020400 77  WS-PROMOTED-COUNT       PIC 9(05) VALUE ZERO.
038100
038200*    1200-READ-PAYMENT-CONTROL PICKS UP THE LAST RUN'S FILE
038300*    SEQUENCE NUMBER AND STEPS IT, THE SAME WAY EMP-EXTRACT'S
038400*    1100-READ-EXTRACT-CONTROL DOES.  AN OFF-CYCLE RUN STEPS THE
038410*    OFF-CYCLE SEQUENCE; EVERY OTHER RUN STEPS THE REGULAR ONE.
038500 1200-READ-PAYMENT-CONTROL.
038600     OPEN INPUT PAYMENT-CONTROL-FILE.
038700     IF PCTL-FILE-NOTEXIST
038800         GO TO 1200-STEP
039000     END-IF.
039100
039200     READ PAYMENT-CONTROL-FILE
039300         AT END
039400             CONTINUE
039500         NOT AT END
039600             MOVE PCTL-SEQ-NO TO WS-LAST-REG-SEQ-NO
039610             IF PCTL-OFF-SEQ-NO IS NUMERIC
039620                 MOVE PCTL-OFF-SEQ-NO TO WS-LAST-OFF-SEQ-NO
039630             END-IF
039700     END-READ.
039800     CLOSE PAYMENT-CONTROL-FILE.
039810
039820 1200-STEP.
039830     IF RUN-MODE-OFF-CYCLE
039840         ADD 1 WS-LAST-OFF-SEQ-NO GIVING WS-PAYMENT-SEQ-NO
039850     ELSE
039860         ADD 1 WS-LAST-REG-SEQ-NO GIVING WS-PAYMENT-SEQ-NO
039870     END-IF.
039900 1200-EXIT.
040000     EXIT.
040100
041500*----------------------------------------------------------------
041600 7000-RUN-PAYMENT-MODE.
041700     DISPLAY '*** STARTING DIRECT-DEPOSIT PAYMENT RUN ***'.
041710     PERFORM 7050-CHECK-NETPAY-CYCLE THRU 7050-EXIT.
041800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041900
042000     OPEN INPUT NETPAY-FILE.
043300
043400     OPEN OUTPUT EXCEPTION-REPORT-FILE.
043500     PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT.
043510     OPEN EXTEND CHECK-ITEM-FILE.
043520     IF CKI-FILE-NOTEXIST
043530         OPEN OUTPUT CHECK-ITEM-FILE
043540     END-IF.
043600
043700     PERFORM 2000-PAYMENT-LOOP THRU 2000-EXIT
043800         UNTIL NP-EOF-REACHED.
044000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
044100 7000-EXIT.
044200     EXIT.
044201
044202*    7050-CHECK-NETPAY-CYCLE READS THE NET-PAY FILE THROUGH ONCE,
044203*    BEFORE THE PAYMENT FILE IS OPENED, AND REFUSES THE RUN WHEN
044204*    ANY RECORD'S CYCLE FLAG DISAGREES WITH THE RUN MODE -- A
044205*    REGULAR PERIOD SENT UNDER THE OFF-CYCLE SEQUENCE, OR THE
044206*    REVERSE, WOULD PUT A GAP IN ONE OF THE BANK'S SEQUENCES.  A
044207*    MISSING FILE IS LEFT FOR 7000-RUN-PAYMENT-MODE TO REPORT.
044208 7050-CHECK-NETPAY-CYCLE.
044209     OPEN INPUT NETPAY-FILE.
044210     IF NOT NP-FILE-STATUS-OK
044211         GO TO 7050-EXIT
044212     END-IF.
044213
044214     PERFORM 7060-CHECK-NETPAY-RECORD THRU 7060-EXIT
044215         UNTIL NP-EOF-REACHED.
044216     CLOSE NETPAY-FILE.
044217     MOVE 'N' TO WS-NP-EOF-SWITCH.
044218
044219     IF WS-CYCLE-MISMATCH-COUNT > ZERO
044220         IF RUN-MODE-OFF-CYCLE
044221             DISPLAY 'NET-PAY FILE HOLDS ' WS-CYCLE-MISMATCH-COUNT
044222                 ' REGULAR RECORDS, OFF-CYCLE RUN REFUSED'
044223         ELSE
044224             DISPLAY 'NET-PAY FILE HOLDS ' WS-CYCLE-MISMATCH-COUNT
044225                 ' OFF-CYCLE RECORDS, RUN WITH MODE O'
044226         END-IF
044227         MOVE 8 TO RETURN-CODE
044228         STOP RUN
044229     END-IF.
044230 7050-EXIT.
044231     EXIT.
044232
044233 7060-CHECK-NETPAY-RECORD.
044234     READ NETPAY-FILE
044235         AT END
044236             SET NP-EOF-REACHED TO TRUE
044237     END-READ.
044238     IF NP-EOF-REACHED
044239         GO TO 7060-EXIT
044240     END-IF.
044241
044242     IF RUN-MODE-OFF-CYCLE
044243         IF NOT NP-OFF-CYCLE
044244             ADD 1 TO WS-CYCLE-MISMATCH-COUNT
044245         END-IF
044246     ELSE
044247         IF NP-OFF-CYCLE
044248             ADD 1 TO WS-CYCLE-MISMATCH-COUNT
044249         END-IF
044250     END-IF.
044251 7060-EXIT.
044252     EXIT.
044300
044400 2000-PAYMENT-LOOP.
044500     READ NETPAY-FILE
045800* 3000-PAY-ONE-EMPLOYEE  --  LOOK THE EMP-ID UP ON THE BANK
045900* TABLE AND EITHER WRITE THE PAYMENT DETAIL OR ROUTE THE NET
046000* AMOUNT TO THE PAPER-CHECK REPORT.  NOTHING FALLS OFF THE FILE
046100* SILENTLY.  A PAYMENT KEYED FOR PAPER CHECK GOES STRAIGHT TO
046110* THE PAPER-CHECK REPORT WHATEVER ITS BANK RECORD SAYS.
046200*----------------------------------------------------------------
046300 3000-PAY-ONE-EMPLOYEE.
046310     IF NP-PAY-BY-CHECK
046320         MOVE 'PAPER CHECK REQUESTED' TO WS-EXCEPT-REASON
046330         PERFORM 3300-WRITE-EXCEPTION-LINE THRU 3300-EXIT
046340         GO TO 3000-EXIT
046350     END-IF.
046360
046400     PERFORM 3100-FIND-BANK-SLOT THRU 3100-EXIT.
046500
046600     IF BANK-SLOT-NOT-FOUND
052000
052100*    3300-WRITE-EXCEPTION-LINE PUTS ONE EMPLOYEE ON THE PAPER-
052200*    CHECK REPORT, STARTING A NEW PAGE FIRST IF THE CURRENT PAGE
052300*    IS ALREADY FULL, AND QUEUES THE NET-PAY RECORD FOR PAY-CHECK.
052400 3300-WRITE-EXCEPTION-LINE.
052500     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
052600         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
053200     WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-DETAIL.
053300     ADD 1 TO WS-LINE-COUNT.
053400     ADD 1 TO WS-EXCEPTION-COUNT.
053410     WRITE CHECK-ITEM-RECORD FROM NETPAY-RECORD.
053500 3300-EXIT.
053600     EXIT.
053700
067400     WRITE EXCEPTION-REPORT-LINE.
067500     WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-TRAILER.
067600     CLOSE EXCEPTION-REPORT-FILE.
067610     CLOSE CHECK-ITEM-FILE.
067700     CLOSE NETPAY-FILE.
067800
067900     DISPLAY ' '.
068000     DISPLAY '*** DIRECT-DEPOSIT PAYMENT RUN COMPLETE ***'.
068010     IF RUN-MODE-OFF-CYCLE
068020         DISPLAY 'Off-Cycle File Sequence Number: '
068030             WS-PAYMENT-SEQ-NO
068040     ELSE
068050         DISPLAY 'File Sequence Number: ' WS-PAYMENT-SEQ-NO
068060     END-IF.
068200     DISPLAY 'Payments Written: ' WS-PAID-COUNT.
068300     DISPLAY 'Paper-Check Exceptions: ' WS-EXCEPTION-COUNT.
068400     DISPLAY 'Net Amount Hash Total: ' WS-NET-HASH.
069700 8200-STEP-PAYMENT-CONTROL.
069800     OPEN OUTPUT PAYMENT-CONTROL-FILE.
069900     MOVE SPACES TO PAYMENT-CONTROL-RECORD.
069910     IF RUN-MODE-OFF-CYCLE
069920         MOVE WS-PAYMENT-SEQ-NO TO WS-LAST-OFF-SEQ-NO
069930     ELSE
069940         MOVE WS-PAYMENT-SEQ-NO TO WS-LAST-REG-SEQ-NO
069950     END-IF.
070000     MOVE WS-LAST-REG-SEQ-NO TO PCTL-SEQ-NO.
070010     MOVE WS-LAST-OFF-SEQ-NO TO PCTL-OFF-SEQ-NO.
070100     WRITE PAYMENT-CONTROL-RECORD.
070200     CLOSE PAYMENT-CONTROL-FILE.
070300 8200-EXIT.
