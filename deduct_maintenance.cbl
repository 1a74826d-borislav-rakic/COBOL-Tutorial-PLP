002900* SWEEP THEM, AND EVERY APPLIED CHANGE PRINTS WITH ITS BEFORE
003000* AND AFTER IMAGES.
003100*
003110* EVERY MASTER CODE ALSO NAMES ITS PAYEE -- THE CARRIER OR
003120* RECORDKEEPER THE WITHHELD MONEY IS OWED TO -- SO PAY-REMIT CAN
003130* REMIT IT.  AN ADD OR CHANGE WITH NO PAYEE IS REJECTED.
003140*
003200* BOTH CONTROL FILES ARE LOADED TO TABLES AT THE TOP OF THE RUN
003300* AND REWRITTEN WHOLE AT THE END, THE SAME SHAPE REJ-RECYCLE
003400* GIVES ITS TRACKING FILE.
003800*    2026-09-01  JR    ORIGINAL VERSION.
003810*    2026-09-01  JR    WIDENED THE ELECTION EMP-ID COLUMNS TO
003820*                      THE SIX-DIGIT KEY IN EMPREC.CPY.
003830*    2026-10-15  JR    ADDED THE REMITTANCE PAYEE TO THE MASTER
003840*                      CODE (COLUMNS 38-45 OF AN 'M' LINE) AND
003850*                      MOVED THE MASTER LAYOUT INTO DEDMREC.CPY.
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
009100 FD  DEDUCT-MASTER-FILE
009200     RECORD CONTAINS 50 CHARACTERS
009300     DATA RECORD IS DEDUCT-MASTER-RECORD.
009400     COPY "DEDMREC.CPY".
010100
010200*File description for the per-employee deduction elections.
010300 FD  DEDUCT-ELECT-FILE
013400     02  DTM-METHOD              PIC X(01).
013500     02  DTM-PERCENT             PIC 9(02)V99.
013600     02  DTM-FLAT                PIC 9(05)V99.
013650     02  DTM-PAYEE               PIC X(08).
013700     02  FILLER                  PIC X(55).
013800 01  DT-ELECT-FIELDS REDEFINES DED-TRANS-RECORD.
013900     02  FILLER                  PIC X(02).
014000     02  DTE-EMP-ID              PIC 9(06).
018900         03  WS-DEDM-METHOD          PIC X(01) VALUE SPACE.
019000         03  WS-DEDM-PERCENT         PIC 9(02)V99 VALUE ZERO.
019100         03  WS-DEDM-FLAT            PIC 9(05)V99 VALUE ZERO.
019150         03  WS-DEDM-PAYEE           PIC X(08) VALUE SPACES.
019200         03  WS-DEDM-DELETED         PIC X(01) VALUE 'N'.
019300
019400 77  WS-DEDM-TABLE-USED      PIC 9(03) VALUE ZERO.
025400     02  IMW-METHOD              PIC X(01).
025500     02  IMW-PERCENT             PIC 9(02)V99.
025600     02  IMW-FLAT                PIC 9(05)V99.
025650     02  IMW-PAYEE               PIC X(08).
025700     02  FILLER                  PIC X(07).
025800 01  WS-IMAGE-ELECT-FIELDS REDEFINES WS-IMAGE-WORK.
025900     02  IME-EMP-ID              PIC 9(06).
026000     02  IME-DED-CODE            PIC X(03).
038500         MOVE DEDM-METHOD TO WS-DEDM-METHOD (WS-DEDM-IDX)
038600         MOVE DEDM-PERCENT TO WS-DEDM-PERCENT (WS-DEDM-IDX)
038700         MOVE DEDM-FLAT TO WS-DEDM-FLAT (WS-DEDM-IDX)
038750         MOVE DEDM-PAYEE TO WS-DEDM-PAYEE (WS-DEDM-IDX)
038800         MOVE 'N' TO WS-DEDM-DELETED (WS-DEDM-IDX)
038900     ELSE
039000         SET LOAD-OVERFLOWED TO TRUE
055600         MOVE 25 TO WS-DED-REASON-CODE
055700         MOVE 'FLAT METHOD WITH ZERO AMOUNT'
055800             TO WS-DED-REASON-TEXT
055812         GO TO 3150-EXIT
055824     END-IF.
055836
055848     IF DTM-PAYEE EQUAL TO SPACES
055860         SET INVALID-TRANS TO TRUE
055872         MOVE 31 TO WS-DED-REASON-CODE
055884         MOVE 'PAYEE BLANK' TO WS-DED-REASON-TEXT
055900     END-IF.
056000 3150-EXIT.
056100     EXIT.
066600     MOVE DTM-METHOD TO WS-DEDM-METHOD (WS-DEDM-IDX).
066700     MOVE DTM-PERCENT TO WS-DEDM-PERCENT (WS-DEDM-IDX).
066800     MOVE DTM-FLAT TO WS-DEDM-FLAT (WS-DEDM-IDX).
066850     MOVE DTM-PAYEE TO WS-DEDM-PAYEE (WS-DEDM-IDX).
066900     MOVE 'N' TO WS-DEDM-DELETED (WS-DEDM-IDX).
067000     PERFORM 3270-IMAGE-MASTER-ENTRY THRU 3270-EXIT.
067100 3250-EXIT.
068000     MOVE WS-DEDM-METHOD (WS-DEDM-IDX) TO IMW-METHOD.
068100     MOVE WS-DEDM-PERCENT (WS-DEDM-IDX) TO IMW-PERCENT.
068200     MOVE WS-DEDM-FLAT (WS-DEDM-IDX) TO IMW-FLAT.
068250     MOVE WS-DEDM-PAYEE (WS-DEDM-IDX) TO IMW-PAYEE.
068300 3270-EXIT.
068400     EXIT.
068500
095400         MOVE WS-DEDM-METHOD (WS-DEDM-IDX) TO DEDM-METHOD
095500         MOVE WS-DEDM-PERCENT (WS-DEDM-IDX) TO DEDM-PERCENT
095600         MOVE WS-DEDM-FLAT (WS-DEDM-IDX) TO DEDM-FLAT
095650         MOVE WS-DEDM-PAYEE (WS-DEDM-IDX) TO DEDM-PAYEE
095700         WRITE DEDUCT-MASTER-RECORD
095800     END-IF.
095900     SET WS-DEDM-IDX UP BY 1.
