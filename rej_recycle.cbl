000600 DATE-COMPILED.
000700******************************************************************
000800* REJ-RECYCLE
000900* ROUND-TRIP WORKFLOW FOR THE SEVEN REJECT FILES -- FILE-READER'S
001000* SUSPENSE FILE, EMP-MAINT'S REJECT FILE, EMP-CONVERT'S REJECT
001100* FILE, DED-MAINT'S REJECT FILE, TIME-EDIT'S REJECT FILE,
001110* TRANS-APPROVE'S APPROVAL REJECT FILE, AND BUD-MAINT'S BUDGET
001150* REJECT FILE, ALL IN THE SAME 142-BYTE
001200* ORIGINAL-LINE/REASON LAYOUT -- SO REJECTS STOP DEAD-ENDING IN
001300* FILES SOMEONE RE-KEYS BY HAND AND LOSES TRACK OF.
001400*
001500* THE FIRST CHARACTER OF THE COMMAND LINE SELECTS THE RUN MODE:
001600*
001700*   'S'  SWEEP    COLLECTS THE SEVEN REJECT FILES INTO THE ONE
001800*                 REJECT TRACKING FILE, STAMPING EACH ENTRY WITH
001900*                 A SEQUENCE NUMBER, ITS SOURCE, THE DATE SWEPT,
002000*                 AND OUTSTANDING STATUS, THEN EMPTIES THE SEVEN
002100*                 SOURCE FILES SO THE NEXT SWEEP CANNOT COLLECT
002200*                 THE SAME REJECT TWICE.
002300*   'R'  RECYCLE  READS OPERATOR CORRECTIONS (TRACKING SEQUENCE
003570*                      KEY.  THE LEGACY FLAT-FILE LAYOUT KEEPS
003580*                      ITS THREE-DIGIT ID -- THAT FORMAT
003590*                      PREDATES THE WIDENING.
003594*    2026-10-15  JR    ADDED TIME-EDIT'S REJECT FILE AS A FIFTH
003598*                      SWEEP SOURCE ('T'), WITH RECYCLE EDITS
003602*                      AND A RESUBMIT FILE OF CORRECTED TIME-
003606*                      ENTRY LINES FOR TIME-EDIT'S NEXT PASS.
003610*    2026-10-15  JR    THE DEDUCTION MASTER LINE NOW CARRIES A
003614*                      PAYEE, WHICH THE RECYCLE EDIT REQUIRES ON
003618*                      AN ADD OR CHANGE AS DED-MAINT DOES.
003622*    2026-10-15  JR    ADDED TRANS-APPROVE'S APPROVAL REJECT FILE
003626*                      AS A SIXTH SWEEP SOURCE ('A').  A CORRECTED
003630*                      SALARY ADJUSTMENT (REASON 51) GOES TO A
003634*                      NEW SALARY RESUBMIT FILE, A CORRECTED
003638*                      MAINTENANCE LINE (REASON 52) TO THE
003642*                      MAINTENANCE ONE, WITH THE APPROVER COLUMNS
003646*                      BLANKED.  THE MAINTENANCE EDIT NOW TAKES
003650*                      L/R/T AS EMP-MAINT DOES.
003654*    2026-10-15  JR    ADDED BUD-MAINT'S BUDGET REJECT FILE AS A
003658*                      SEVENTH SWEEP SOURCE ('B'), WITH RECYCLE
003662*                      EDITS AND A RESUBMIT FILE FOR CORRECTED
003666*                      BUDGET MAINTENANCE LINES.
003670******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*    THE SEVEN SOURCE REJECT FILES, EXACTLY AS THEIR PROGRAMS
004200*    WRITE THEM.  EACH CARRIES A FILE STATUS SO A SWEEP RUN CAN
004300*    TELL A MISSING FILE (STATUS '35' -- NOTHING REJECTED YET)
004400*    FROM A REAL OPEN FAILURE.
005930         ORGANIZATION IS LINE SEQUENTIAL
005940         ACCESS MODE IS SEQUENTIAL
005950         FILE STATUS IS WS-DREJ-FILE-STATUS.
005951
005952     SELECT TIME-REJECT-FILE ASSIGN TO 'time_reject_file.dat'
005953         ORGANIZATION IS LINE SEQUENTIAL
005954         ACCESS MODE IS SEQUENTIAL
005955         FILE STATUS IS WS-TREJ-FILE-STATUS.
005960
005965     SELECT APPROVAL-REJECT-FILE
005970         ASSIGN TO 'approval_reject_file.dat'
005975         ORGANIZATION IS LINE SEQUENTIAL
005980         ACCESS MODE IS SEQUENTIAL
005985         FILE STATUS IS WS-AREJ-FILE-STATUS.
005986
005987     SELECT BUDGET-REJECT-FILE
005988         ASSIGN TO 'budget_reject_file.dat'
005989         ORGANIZATION IS LINE SEQUENTIAL
005990         ACCESS MODE IS SEQUENTIAL
005991         FILE STATUS IS WS-BREJ-FILE-STATUS.
006000
006100*    REJECT-TRACKING-FILE IS THE ONE CONSOLIDATED LIST OF EVERY
006200*    REJECT SWEPT IN, OUTSTANDING OR RESOLVED.  IT IS LOADED TO A
008240*    CORRECTIONS GO BACK TO THE OLD FLAT-FILE LAYOUT.  SORT THE
008250*    MAINTENANCE RESUBMIT FILE INTO EMP-ID ORDER BEFORE FEEDING
008260*    IT TO EMP-MAINT, WHICH SEQUENCE-CHECKS ITS INPUT.
008270*    CORRECTED TIME-ENTRY ('T') LINES GO TO THEIR OWN RESUBMIT
008280*    FILE, FED TO TIME-EDIT AS ITS TIME-ENTRY FILE ON A SECOND
008290*    PASS BEFORE THE PAY RUN.  A CORRECTED APPROVAL REJECT ('A')
008390*    GOES BACK THE WAY IT CAME: A SALARY ADJUSTMENT TO THE SALARY
008490*    RESUBMIT FILE, FED TO FILE-READER'S 'U' MODE AS ITS
008590*    TRANSACTION FILE, AND A MAINTENANCE LINE TO THE MAINTENANCE
008690*    RESUBMIT FILE.  EITHER ONE IS HELD FOR APPROVAL AGAIN.
008700*    CORRECTED BUDGET ('B') LINES GO TO THEIR OWN RESUBMIT FILE,
008750*    FED TO BUD-MAINT AS ITS TRANSACTION FILE.
008900     SELECT RESUBMIT-MAINT-FILE
009000         ASSIGN TO 'resubmit_maint_trans.dat'
009100         ORGANIZATION IS LINE SEQUENTIAL
009940         ORGANIZATION IS LINE SEQUENTIAL
009950         ACCESS MODE IS SEQUENTIAL
009960         FILE STATUS IS WS-RDED-FILE-STATUS.
009962
009964     SELECT RESUBMIT-TIME-FILE
009966         ASSIGN TO 'resubmit_time_entry.dat'
009968         ORGANIZATION IS LINE SEQUENTIAL
009970         ACCESS MODE IS SEQUENTIAL
009972         FILE STATUS IS WS-RTIM-FILE-STATUS.
009974
009976     SELECT RESUBMIT-SALARY-FILE
009978         ASSIGN TO 'resubmit_salary_trans.dat'
009980         ORGANIZATION IS LINE SEQUENTIAL
009982         ACCESS MODE IS SEQUENTIAL
009984         FILE STATUS IS WS-RSAL-FILE-STATUS.
009986
009988     SELECT RESUBMIT-BUDGET-FILE
009990         ASSIGN TO 'resubmit_budget_trans.dat'
009992         ORGANIZATION IS LINE SEQUENTIAL
009994         ACCESS MODE IS SEQUENTIAL
009996         FILE STATUS IS WS-RBUD-FILE-STATUS.
010000
010100*    AGING-REPORT-FILE IS THE PRINTED AGING REPORT -- THE SAME
010200*    132-CHARACTER PRINT-LINE WIDTH AS THE PAYROLL REGISTER.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900*    THE SEVEN SOURCE REJECT LAYOUTS ARE IDENTICAL 142-BYTE
011000*    RECORDS -- THE ORIGINAL 100-BYTE LINE KEPT VERBATIM PLUS THE
011100*    REASON CODE AND TEXT THE SOURCE PROGRAM STAMPED ON IT.
011200 FD  SUSPENSE-FILE
013470     02  DREJ-REASON-CODE         PIC 9(02).
013480     02  DREJ-REASON-TEXT         PIC X(40).
013500
013504 FD  TIME-REJECT-FILE
013508     RECORD CONTAINS 142 CHARACTERS
013512     DATA RECORD IS TIME-REJECT-RECORD.
013516 01  TIME-REJECT-RECORD.
013520     02  TREJ-ORIGINAL-LINE       PIC X(100).
013524     02  TREJ-REASON-CODE         PIC 9(02).
013528     02  TREJ-REASON-TEXT         PIC X(40).
013532
013536 FD  APPROVAL-REJECT-FILE
013540     RECORD CONTAINS 142 CHARACTERS
013544     DATA RECORD IS APPROVAL-REJECT-RECORD.
013548 01  APPROVAL-REJECT-RECORD.
013552     02  AREJ-ORIGINAL-LINE       PIC X(100).
013556     02  AREJ-REASON-CODE         PIC 9(02).
013560     02  AREJ-REASON-TEXT         PIC X(40).
013564
013568 FD  BUDGET-REJECT-FILE
013572     RECORD CONTAINS 142 CHARACTERS
013576     DATA RECORD IS BUDGET-REJECT-RECORD.
013580 01  BUDGET-REJECT-RECORD.
013584     02  BREJ-ORIGINAL-LINE       PIC X(100).
013588     02  BREJ-REASON-CODE         PIC 9(02).
013592     02  BREJ-REASON-TEXT         PIC X(40).
013596
013600*File description for the consolidated reject tracking file.
013700 FD  REJECT-TRACKING-FILE
013800     RECORD CONTAINS 161 CHARACTERS
017330     RECORD CONTAINS 100 CHARACTERS
017340     DATA RECORD IS RESUBMIT-DED-RECORD.
017350 01  RESUBMIT-DED-RECORD         PIC X(100).
017351
017352 FD  RESUBMIT-TIME-FILE
017353     RECORD CONTAINS 100 CHARACTERS
017354     DATA RECORD IS RESUBMIT-TIME-RECORD.
017355 01  RESUBMIT-TIME-RECORD        PIC X(100).
017360
017365 FD  RESUBMIT-SALARY-FILE
017370     RECORD CONTAINS 100 CHARACTERS
017375     DATA RECORD IS RESUBMIT-SALARY-RECORD.
017380 01  RESUBMIT-SALARY-RECORD      PIC X(100).
017385
017390 FD  RESUBMIT-BUDGET-FILE
017392     RECORD CONTAINS 100 CHARACTERS
017394     DATA RECORD IS RESUBMIT-BUDGET-RECORD.
017396 01  RESUBMIT-BUDGET-RECORD      PIC X(100).
017400
017500*File description for the printed aging report.
017600 FD  AGING-REPORT-FILE
018700     88  CREJ-EOF-REACHED            VALUE 'Y'.
018710 77  WS-DREJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
018720     88  DREJ-EOF-REACHED            VALUE 'Y'.
018730 77  WS-TREJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
018740     88  TREJ-EOF-REACHED            VALUE 'Y'.
018760 77  WS-AREJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
018780     88  AREJ-EOF-REACHED            VALUE 'Y'.
018785 77  WS-BREJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
018790     88  BREJ-EOF-REACHED            VALUE 'Y'.
018800 77  WS-TRACK-EOF-SWITCH     PIC X(01) VALUE 'N'.
018900     88  TRACK-EOF-REACHED           VALUE 'Y'.
019000 77  WS-CORR-EOF-SWITCH      PIC X(01) VALUE 'N'.
020310 77  WS-DREJ-FILE-STATUS     PIC X(02) VALUE '00'.
020320     88  DREJ-FILE-STATUS-OK         VALUE '00'.
020330     88  DREJ-FILE-NOTEXIST          VALUE '35'.
020340 77  WS-TREJ-FILE-STATUS     PIC X(02) VALUE '00'.
020350     88  TREJ-FILE-STATUS-OK         VALUE '00'.
020360     88  TREJ-FILE-NOTEXIST          VALUE '35'.
020370 77  WS-AREJ-FILE-STATUS     PIC X(02) VALUE '00'.
020380     88  AREJ-FILE-STATUS-OK         VALUE '00'.
020390     88  AREJ-FILE-NOTEXIST          VALUE '35'.
020391 77  WS-BREJ-FILE-STATUS     PIC X(02) VALUE '00'.
020392     88  BREJ-FILE-STATUS-OK         VALUE '00'.
020393     88  BREJ-FILE-NOTEXIST          VALUE '35'.
020400 77  WS-TRACK-FILE-STATUS    PIC X(02) VALUE '00'.
020500     88  TRACK-FILE-STATUS-OK        VALUE '00'.
020600     88  TRACK-FILE-NOTEXIST         VALUE '35'.
021500     88  ROLD-FILE-NOTEXIST          VALUE '35'.
021510 77  WS-RDED-FILE-STATUS     PIC X(02) VALUE '00'.
021520     88  RDED-FILE-NOTEXIST          VALUE '35'.
021530 77  WS-RTIM-FILE-STATUS     PIC X(02) VALUE '00'.
021540     88  RTIM-FILE-NOTEXIST          VALUE '35'.
021560 77  WS-RSAL-FILE-STATUS     PIC X(02) VALUE '00'.
021580     88  RSAL-FILE-NOTEXIST          VALUE '35'.
021585 77  WS-RBUD-FILE-STATUS     PIC X(02) VALUE '00'.
021590     88  RBUD-FILE-NOTEXIST          VALUE '35'.
021600
021700*    THE CALLER SUPPLIES THE RUN MODE AS THE FIRST CHARACTER OF
021800*    THE COMMAND LINE, THE SAME DISPATCH SHAPE FILE-READER USES.
027800     02  CWE-EMP-SALARY          PIC 9(05).
027900     02  CWE-EMP-DEPT            PIC X(04).
028000     02  FILLER                  PIC X(65).
028004
028008*    FILE-READER'S SALARY-ADJUSTMENT LINE, FOR A REJECTED APPROVAL
028012*    ITEM THAT CAME FROM FILE-READER'S 'U' MODE.  THE AMOUNT
028016*    CARRIES A LEADING SEPARATE SIGN; THE OPERATOR AND APPROVER
028020*    COLUMNS FOLLOW THE EFFECTIVE DATE.
028024 01  WS-CORR-SAL-FIELDS REDEFINES WS-CORR-WORK-LINE.
028028     02  CWS-EMP-ID              PIC 9(06).
028032     02  CWS-ADJUSTMENT-AMOUNT   PIC S9(05) SIGN LEADING SEPARATE.
028036     02  FILLER                  PIC X(08).
028037     02  CWS-OPERATOR-ID         PIC X(08).
028038     02  FILLER                  PIC X(72).
028040
028044*    BUD-MAINT'S LINE, THE COLUMNS ITS BT-TRANS-FIELDS READS.
028048 01  WS-CORR-BUD-FIELDS REDEFINES WS-CORR-WORK-LINE.
028052     02  CWB-ACTION              PIC X(01).
028056     02  CWB-DEPT                PIC X(04).
028060     02  CWB-FISCAL-YEAR         PIC 9(04).
028064     02  CWB-FISCAL-MONTH        PIC 9(02).
028068     02  CWB-HEADCOUNT           PIC 9(05).
028072     02  CWB-SALARY              PIC 9(08).
028076     02  FILLER                  PIC X(76).
028080
028100 01  WS-CORR-MAINT-FIELDS REDEFINES WS-CORR-WORK-LINE.
028200     02  CWM-TRANS-CODE          PIC X(01).
028300         88  CWM-ADD                     VALUE 'A'.
028400         88  CWM-CHANGE                  VALUE 'C'.
028500         88  CWM-DELETE                  VALUE 'D'.
028550         88  CWM-STATUS-SET              VALUE 'L' 'R' 'T'.
028600     02  CWM-EMP-ID              PIC 9(06).
028700     02  CWM-EMP-NAME            PIC A(20).
028800     02  CWM-EMP-SALARY          PIC 9(05).
028900     02  CWM-EMP-DEPT            PIC X(04).
029000     02  FILLER                  PIC X(22).
029001     02  CWM-OPERATOR-ID         PIC X(08).
029002     02  FILLER                  PIC X(34).
029010
029020*    DED-MAINT'S TRANSACTION LINE CARRIES A FILE ID AND ACTION,
029030*    THEN THAT FILE'S OWN FIXED COLUMNS -- THE SAME LAYOUTS
029074     02  CDM-METHOD              PIC X(01).
029075     02  CDM-PERCENT             PIC 9(02)V99.
029076     02  CDM-FLAT                PIC 9(05)V99.
029077     02  CDM-PAYEE               PIC X(08).
029078     02  FILLER                  PIC X(55).
029080 01  WS-CORR-DEDE-FIELDS REDEFINES WS-CORR-WORK-LINE.
029081     02  FILLER                  PIC X(02).
029082     02  CDE-EMP-ID              PIC 9(06).
029083     02  CDE-DED-CODE            PIC X(03).
029084     02  FILLER                  PIC X(89).
029085
029086*    TIME-EDIT'S TIME-ENTRY LINE, LAID OUT AS IN TIMEREC.CPY.
029087 01  WS-CORR-TIME-FIELDS REDEFINES WS-CORR-WORK-LINE.
029088     02  CWT-EMP-ID              PIC 9(06).
029089     02  CWT-PERIOD-END          PIC 9(08).
029090     02  CWT-REG-HOURS           PIC 9(03)V99.
029091     02  CWT-OT-HOURS            PIC 9(03)V99.
029092     02  CWT-EARN-ENTRY OCCURS 4 TIMES.
029093         03  CWT-EARN-CODE           PIC X(03).
029094             88  CWT-EARN-CODE-KNOWN
029095                     VALUE 'HOL' 'VAC' 'SCK' 'BRV' 'JUR'.
029096         03  CWT-EARN-HOURS          PIC 9(03)V99.
029097     02  FILLER                  PIC X(44).
029098 77  WS-CWT-SUB              PIC 9(01) VALUE ZERO.
029099 77  WS-CWT-HOURS            PIC 9(04)V99 VALUE ZERO.
029100
029110*    WS-MAINT-BUILD-LINE IS WHERE A CORRECTED SUSPENSE LINE IS
029120*    RESHAPED INTO AN EMP-MAINT CHANGE TRANSACTION -- THE SAME
039900
040000 PROCEDURE DIVISION.
040100*    0000-MAINLINE DISPATCHES ON WS-RUN-MODE: 'S' SWEEPS THE
040200*    SEVEN REJECT FILES INTO THE TRACKING FILE, 'R' RECYCLES
040300*    OPERATOR-CORRECTED LINES, 'A' PRINTS THE AGING REPORT.
040400 0000-MAINLINE.
040500     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
051010     EXIT.
051011
051012*----------------------------------------------------------------
051100* 2000-RUN-SWEEP-MODE  --  COLLECT THE SEVEN REJECT FILES INTO
051200* THE TRACKING FILE AND EMPTY THEM.
051300*----------------------------------------------------------------
051400 2000-RUN-SWEEP-MODE.
051900     PERFORM 2200-SWEEP-MAINT THRU 2200-EXIT.
052000     PERFORM 2300-SWEEP-CONVERT THRU 2300-EXIT.
052010     PERFORM 2350-SWEEP-DED THRU 2350-EXIT.
052020     PERFORM 2370-SWEEP-TIME THRU 2370-EXIT.
052070     PERFORM 2390-SWEEP-APPROVAL THRU 2390-EXIT.
052080     PERFORM 2397-SWEEP-BUDGET THRU 2397-EXIT.
052100
052200*    THE TRACKING FILE IS SAVED BEFORE THE SOURCE FILES ARE
052300*    EMPTIED -- A RUN THAT DIES IN BETWEEN LEAVES THE REJECTS ON
062464     PERFORM 2400-ADD-TRACKING-ENTRY THRU 2400-EXIT.
062465 2360-EXIT.
062466     EXIT.
062467
062468*    2370-SWEEP-TIME COLLECTS TIME-EDIT'S REJECT FILE ('T'
062469*    ENTRIES).
062470 2370-SWEEP-TIME.
062471     OPEN INPUT TIME-REJECT-FILE.
062472     IF TREJ-FILE-NOTEXIST
062473         GO TO 2370-EXIT
062474     END-IF.
062475     PERFORM 2380-SWEEP-TIME-RECORD THRU 2380-EXIT
062476         UNTIL TREJ-EOF-REACHED.
062477     CLOSE TIME-REJECT-FILE.
062478 2370-EXIT.
062479     EXIT.
062480
062481 2380-SWEEP-TIME-RECORD.
062482     READ TIME-REJECT-FILE
062483         AT END
062484             SET TREJ-EOF-REACHED TO TRUE
062485     END-READ.
062486     IF TREJ-EOF-REACHED
062487         GO TO 2380-EXIT
062488     END-IF.
062489
062490     MOVE 'T' TO WS-SWEEP-SOURCE.
062491     MOVE TREJ-REASON-CODE TO WS-SWEEP-REASON-CODE.
062492     MOVE TREJ-REASON-TEXT TO WS-SWEEP-REASON-TEXT.
062493     MOVE TREJ-ORIGINAL-LINE TO WS-SWEEP-ORIGINAL-LINE.
062494     PERFORM 2400-ADD-TRACKING-ENTRY THRU 2400-EXIT.
062495 2380-EXIT.
062496     EXIT.
062500
062501*    2390-SWEEP-APPROVAL COLLECTS TRANS-APPROVE'S APPROVAL REJECT
062502*    FILE ('A' ENTRIES).  THE REASON TEXT CARRIES THE APPROVER'S
062503*    ID AND REASON.
062504 2390-SWEEP-APPROVAL.
062505     OPEN INPUT APPROVAL-REJECT-FILE.
062506     IF AREJ-FILE-NOTEXIST
062507         GO TO 2390-EXIT
062508     END-IF.
062509     PERFORM 2395-SWEEP-APPROVAL-RECORD THRU 2395-EXIT
062510         UNTIL AREJ-EOF-REACHED.
062511     CLOSE APPROVAL-REJECT-FILE.
062512 2390-EXIT.
062513     EXIT.
062514
062515 2395-SWEEP-APPROVAL-RECORD.
062516     READ APPROVAL-REJECT-FILE
062517         AT END
062518             SET AREJ-EOF-REACHED TO TRUE
062519     END-READ.
062520     IF AREJ-EOF-REACHED
062521         GO TO 2395-EXIT
062522     END-IF.
062523
062524     MOVE 'A' TO WS-SWEEP-SOURCE.
062525     MOVE AREJ-REASON-CODE TO WS-SWEEP-REASON-CODE.
062526     MOVE AREJ-REASON-TEXT TO WS-SWEEP-REASON-TEXT.
062527     MOVE AREJ-ORIGINAL-LINE TO WS-SWEEP-ORIGINAL-LINE.
062528     PERFORM 2400-ADD-TRACKING-ENTRY THRU 2400-EXIT.
062529 2395-EXIT.
062530     EXIT.
062531
062532*    2397-SWEEP-BUDGET COLLECTS BUD-MAINT'S BUDGET REJECT FILE
062533*    ('B' ENTRIES).
062534 2397-SWEEP-BUDGET.
062535     OPEN INPUT BUDGET-REJECT-FILE.
062536     IF BREJ-FILE-NOTEXIST
062537         GO TO 2397-EXIT
062538     END-IF.
062539     PERFORM 2398-SWEEP-BUDGET-RECORD THRU 2398-EXIT
062540         UNTIL BREJ-EOF-REACHED.
062541     CLOSE BUDGET-REJECT-FILE.
062542 2397-EXIT.
062543     EXIT.
062544
062545 2398-SWEEP-BUDGET-RECORD.
062546     READ BUDGET-REJECT-FILE
062547         AT END
062548             SET BREJ-EOF-REACHED TO TRUE
062549     END-READ.
062550     IF BREJ-EOF-REACHED
062551         GO TO 2398-EXIT
062552     END-IF.
062553
062554     MOVE 'B' TO WS-SWEEP-SOURCE.
062555     MOVE BREJ-REASON-CODE TO WS-SWEEP-REASON-CODE.
062556     MOVE BREJ-REASON-TEXT TO WS-SWEEP-REASON-TEXT.
062557     MOVE BREJ-ORIGINAL-LINE TO WS-SWEEP-ORIGINAL-LINE.
062558     PERFORM 2400-ADD-TRACKING-ENTRY THRU 2400-EXIT.
062559 2398-EXIT.
062560     EXIT.
062561
062600*    2400-ADD-TRACKING-ENTRY APPENDS ONE SWEPT REJECT TO
062700*    WS-TRACK-TABLE AS AN OUTSTANDING ENTRY UNDER THE NEXT
062800*    SEQUENCE NUMBER.
065100 2400-EXIT.
065200     EXIT.
065300
065400*    2500-EMPTY-SOURCE-FILES EMPTIES THE SEVEN SOURCE REJECT
065500*    FILES ONCE THE TRACKING FILE IS SAFELY SAVED, SO THE SAME
065600*    REJECT IS NEVER SWEPT TWICE.  A FILE THAT WAS MISSING ON
065700*    THE COLLECTION PASS IS LEFT ALONE.
067020         OPEN OUTPUT DED-REJECT-FILE
067030         CLOSE DED-REJECT-FILE
067040     END-IF.
067050     IF NOT TREJ-FILE-NOTEXIST
067060         OPEN OUTPUT TIME-REJECT-FILE
067070         CLOSE TIME-REJECT-FILE
067080     END-IF.
067082     IF NOT AREJ-FILE-NOTEXIST
067084         OPEN OUTPUT APPROVAL-REJECT-FILE
067086         CLOSE APPROVAL-REJECT-FILE
067088     END-IF.
067090     IF NOT BREJ-FILE-NOTEXIST
067092         OPEN OUTPUT BUDGET-REJECT-FILE
067094         CLOSE BUDGET-REJECT-FILE
067096     END-IF.
067100 2500-EXIT.
067200     EXIT.
067300
071020     IF RDED-FILE-NOTEXIST
071030         OPEN OUTPUT RESUBMIT-DED-FILE
071040     END-IF.
071050     OPEN EXTEND RESUBMIT-TIME-FILE.
071060     IF RTIM-FILE-NOTEXIST
071070         OPEN OUTPUT RESUBMIT-TIME-FILE
071080     END-IF.
071082     OPEN EXTEND RESUBMIT-SALARY-FILE.
071084     IF RSAL-FILE-NOTEXIST
071086         OPEN OUTPUT RESUBMIT-SALARY-FILE
071088     END-IF.
071090     OPEN EXTEND RESUBMIT-BUDGET-FILE.
071092     IF RBUD-FILE-NOTEXIST
071094         OPEN OUTPUT RESUBMIT-BUDGET-FILE
071096     END-IF.
071100
071200     PERFORM 3100-RECYCLE-LOOP THRU 3100-EXIT
071300         UNTIL CORR-EOF-REACHED.
071700     CLOSE RESUBMIT-MAINT-FILE.
071800     CLOSE RESUBMIT-OLD-EMP-FILE.
071810     CLOSE RESUBMIT-DED-FILE.
071820     CLOSE RESUBMIT-TIME-FILE.
071870     CLOSE RESUBMIT-SALARY-FILE.
071880     CLOSE RESUBMIT-BUDGET-FILE.
071900
072000     PERFORM 1600-SAVE-TRACKING THRU 1600-EXIT.
072100
077900             PERFORM 3330-EDIT-OLD-LINE THRU 3330-EXIT
077910         WHEN 'D'
077920             PERFORM 3340-EDIT-DED-LINE THRU 3340-EXIT
077930         WHEN 'T'
077940             PERFORM 3350-EDIT-TIME-LINE THRU 3350-EXIT
077945         WHEN 'A'
077950             IF WS-TRACK-REASON-CODE (WS-TRACK-IDX) EQUAL TO 51
077955                 PERFORM 3370-EDIT-SALARY-LINE THRU 3370-EXIT
077960             ELSE
077965                 PERFORM 3320-EDIT-MAINT-LINE THRU 3320-EXIT
077970             END-IF
077975         WHEN 'B'
077980             PERFORM 3380-EDIT-BUDGET-LINE THRU 3380-EXIT
078000         WHEN OTHER
078100             SET CORRECTED-LINE-INVALID TO TRUE
078200     END-EVALUATE.
083700*    RESUBMIT FILE IS APPLIED, NOT AN EDIT ON ONE LINE.
083800 3320-EDIT-MAINT-LINE.
083900     SET CORRECTED-LINE-VALID TO TRUE.
084000     IF NOT (CWM-ADD OR CWM-CHANGE OR CWM-DELETE
084050             OR CWM-STATUS-SET)
084100         SET CORRECTED-LINE-INVALID TO TRUE
084200     END-IF.
084300     IF CORRECTED-LINE-VALID AND CWM-EMP-ID IS NOT NUMERIC
085500             AND CWM-EMP-DEPT EQUAL TO SPACES
085600         SET CORRECTED-LINE-INVALID TO TRUE
085700     END-IF.
085710     IF CORRECTED-LINE-VALID AND CWM-OPERATOR-ID EQUAL TO SPACES
085720         SET CORRECTED-LINE-INVALID TO TRUE
085730     END-IF.
085800 3320-EXIT.
085900     EXIT.
086000
088188     END-IF.
088189     IF CORRECTED-LINE-VALID AND CWD-FILE-MASTER
088190             AND (CWD-ADD OR CWD-CHANGE)
088191             AND (CDM-PERCENT NOT NUMERIC OR CDM-FLAT NOT NUMERIC
088192                 OR CDM-PAYEE EQUAL TO SPACES)
088193         SET CORRECTED-LINE-INVALID TO TRUE
088194     END-IF.
088195     IF CORRECTED-LINE-VALID AND CWD-FILE-ELECT
088203 3340-EXIT.
088204     EXIT.
088205
088206*    3350-EDIT-TIME-LINE RE-APPLIES TIME-EDIT'S COLUMN EDITS TO
088207*    THE CORRECTED TIME-ENTRY LINE.  THE MASTER LOOKUPS, THE
088208*    PERIOD CHECK AND THE DUPLICATE CHECK ARE TIME-EDIT'S OWN
088209*    BUSINESS WHEN THE RESUBMIT FILE IS EDITED, NOT AN EDIT ON
088210*    ONE LINE.
088211 3350-EDIT-TIME-LINE.
088212     SET CORRECTED-LINE-VALID TO TRUE.
088213     IF CWT-EMP-ID IS NOT NUMERIC
088214             OR CWT-PERIOD-END IS NOT NUMERIC
088215             OR CWT-REG-HOURS IS NOT NUMERIC
088216             OR CWT-OT-HOURS IS NOT NUMERIC
088217         SET CORRECTED-LINE-INVALID TO TRUE
088218         GO TO 3350-EXIT
088219     END-IF.
088220     ADD CWT-REG-HOURS CWT-OT-HOURS GIVING WS-CWT-HOURS.
088221     MOVE 1 TO WS-CWT-SUB.
088222     PERFORM 3360-EDIT-TIME-EARN THRU 3360-EXIT
088223         UNTIL WS-CWT-SUB > 4
088224             OR CORRECTED-LINE-INVALID.
088225     IF CORRECTED-LINE-VALID AND WS-CWT-HOURS EQUAL ZERO
088226         SET CORRECTED-LINE-INVALID TO TRUE
088227     END-IF.
088228 3350-EXIT.
088229     EXIT.
088230
088231 3360-EDIT-TIME-EARN.
088232     IF CWT-EARN-CODE (WS-CWT-SUB) EQUAL TO SPACES
088233         IF CWT-EARN-HOURS (WS-CWT-SUB) NOT EQUAL TO SPACES
088234                 AND CWT-EARN-HOURS (WS-CWT-SUB) NOT EQUAL ZERO
088235             SET CORRECTED-LINE-INVALID TO TRUE
088236         END-IF
088237     ELSE
088238         IF NOT CWT-EARN-CODE-KNOWN (WS-CWT-SUB)
088239                 OR CWT-EARN-HOURS (WS-CWT-SUB) IS NOT NUMERIC
088240             SET CORRECTED-LINE-INVALID TO TRUE
088241         ELSE
088242             ADD CWT-EARN-HOURS (WS-CWT-SUB) TO WS-CWT-HOURS
088243         END-IF
088244     END-IF.
088245     ADD 1 TO WS-CWT-SUB.
088246 3360-EXIT.
088247     EXIT.
088248
088249*    3370-EDIT-SALARY-LINE RE-APPLIES FILE-READER'S 6250-VALIDATE-
088250*    TRANSACTION EDITS TO A CORRECTED SALARY ADJUSTMENT.
088251 3370-EDIT-SALARY-LINE.
088252     SET CORRECTED-LINE-VALID TO TRUE.
088253     IF CWS-EMP-ID IS NOT NUMERIC
088254             OR CWS-ADJUSTMENT-AMOUNT IS NOT NUMERIC
088255             OR CWS-OPERATOR-ID EQUAL TO SPACES
088256         SET CORRECTED-LINE-INVALID TO TRUE
088257     END-IF.
088258 3370-EXIT.
088259     EXIT.
088260
088261*    3380-EDIT-BUDGET-LINE RE-APPLIES BUD-MAINT'S FIELD EDITS TO
088262*    THE CORRECTED BUDGET LINE.  WHETHER THE DEPARTMENT AND MONTH
088263*    ARE ALREADY ON FILE IS BUD-MAINT'S OWN BUSINESS WHEN THE
088264*    RESUBMIT FILE IS APPLIED.
088265 3380-EDIT-BUDGET-LINE.
088266     SET CORRECTED-LINE-VALID TO TRUE.
088267     IF CWB-ACTION NOT EQUAL TO 'A'
088268             AND CWB-ACTION NOT EQUAL TO 'C'
088269             AND CWB-ACTION NOT EQUAL TO 'D'
088270         SET CORRECTED-LINE-INVALID TO TRUE
088271     END-IF.
088272     IF CWB-DEPT EQUAL TO SPACES
088273             OR CWB-FISCAL-YEAR IS NOT NUMERIC
088274             OR CWB-FISCAL-MONTH IS NOT NUMERIC
088275         SET CORRECTED-LINE-INVALID TO TRUE
088276     END-IF.
088277     IF CORRECTED-LINE-VALID
088278             AND (CWB-FISCAL-YEAR EQUAL ZERO
088279                 OR CWB-FISCAL-MONTH < 01
088280                 OR CWB-FISCAL-MONTH > 12)
088281         SET CORRECTED-LINE-INVALID TO TRUE
088282     END-IF.
088283     IF CORRECTED-LINE-VALID AND CWB-ACTION NOT EQUAL TO 'D'
088284             AND (CWB-HEADCOUNT IS NOT NUMERIC
088285                 OR CWB-SALARY IS NOT NUMERIC)
088286         SET CORRECTED-LINE-INVALID TO TRUE
088287     END-IF.
088288 3380-EXIT.
088289     EXIT.
088290
088300*    3400-RESUBMIT-LINE ROUTES THE CORRECTED LINE BACK TOWARD
088400*    THE MASTER.  A CORRECTED SUSPENSE LINE IS A MASTER RECORD
088410*    STILL SITTING WRONG ON EMP-FILE, SO IT GOES OUT AS AN
088420*    EMP-MAINT CHANGE TRANSACTION -- THE ONE ROUTE THAT UPDATES
088430*    THE MASTER -- RATHER THAN AS A BARE RECORD IMAGE NOTHING
088440*    CONSUMES.  MAINTENANCE AND LEGACY-CONVERSION LINES GO BACK
088450*    IN THEIR OWN INPUT LAYOUTS.  THE REBUILT CHANGE CARRIES NO
088460*    OPERATOR ID, SO EMP-MAINT SENDS IT BACK AS AN 'M' REJECT
088470*    FOR THE CORRECTING OPERATOR TO SIGN WITH THEIR OWN ID.
088500 3400-RESUBMIT-LINE.
088600     EVALUATE WS-TRACK-SOURCE (WS-TRACK-IDX)
088700         WHEN 'S'
089510         WHEN 'D'
089520             MOVE WS-CORR-WORK-LINE TO RESUBMIT-DED-RECORD
089530             WRITE RESUBMIT-DED-RECORD
089540         WHEN 'T'
089550             MOVE WS-CORR-WORK-LINE TO RESUBMIT-TIME-RECORD
089560             WRITE RESUBMIT-TIME-RECORD
089570         WHEN 'A'
089580             PERFORM 3450-RESUBMIT-APPROVAL-LINE THRU 3450-EXIT
089585         WHEN 'B'
089590             MOVE WS-CORR-WORK-LINE TO RESUBMIT-BUDGET-RECORD
089595             WRITE RESUBMIT-BUDGET-RECORD
089600     END-EVALUATE.
089700 3400-EXIT.
089800     EXIT.
089805
089810*    3450-RESUBMIT-APPROVAL-LINE SENDS A CORRECTED APPROVAL REJECT
089815*    BACK TO ITS OWN APPLY PATH WITH THE APPROVER COLUMNS BLANKED
089820*    -- COLUMNS 29-36 OF A SALARY ADJUSTMENT, 67-74 OF A
089825*    MAINTENANCE LINE -- SO IT IS HELD AND DECIDED AFRESH RATHER
089830*    THAN CARRYING A STAMP NO RELEASE ISSUED.
089835 3450-RESUBMIT-APPROVAL-LINE.
089840     IF WS-TRACK-REASON-CODE (WS-TRACK-IDX) EQUAL TO 51
089845         MOVE SPACES TO WS-CORR-WORK-LINE (29:8)
089850         MOVE WS-CORR-WORK-LINE TO RESUBMIT-SALARY-RECORD
089855         WRITE RESUBMIT-SALARY-RECORD
089860     ELSE
089865         MOVE SPACES TO WS-CORR-WORK-LINE (67:8)
089870         MOVE WS-CORR-WORK-LINE TO RESUBMIT-MAINT-RECORD
089875         WRITE RESUBMIT-MAINT-RECORD
089880     END-IF.
089885 3450-EXIT.
089890     EXIT.
089900
090000*    3500-MARK-RESOLVED STAMPS THE TRACKING ENTRY RESOLVED AS OF
090100*    TODAY AND KEEPS THE CORRECTED LINE AS THE ENTRY'S LINE OF
