001690* KEYED ON EMP-ID.  THE YTD FIGURES ARE ALSO WHAT ENFORCE THE
001691* ANNUAL CAP ON FLAT DEDUCTIONS: ONCE A CODE'S YTD AMOUNT
001692* REACHES ITS FLAT ANNUAL AMOUNT, NO MORE IS TAKEN THIS YEAR.
001693* A YTD RECORD LEFT OVER FROM A PRIOR YEAR THAT YEAR-END HAS
001694* CLOSED (SEE YECREC.CPY) IS DROPPED, SO THE NEW YEAR STARTS AT
001695* ZERO.  ONE FROM A YEAR NOT YET CLOSED REFUSES THE RUN -- THE
001696* JANUARY RUN WAITS FOR THE CLOSE, AND A RUN FOR A YEAR ALREADY
001697* CLOSED IS REFUSED OUTRIGHT.
001700*
001701* STATUTORY WITHHOLDING -- FEDERAL AND STATE INCOME TAX, SOCIAL
001702* SECURITY, AND MEDICARE -- IS NOT A DEDUCTION-MASTER CODE.  IT
001703* IS PRICED FROM THE TAX RATE TABLE FILE (BRACKETED ANNUAL TABLES
001704* PER JURISDICTION AND FILING STATUS, PLUS THE SOCIAL SECURITY
001705* WAGE BASE) AND EACH EMPLOYEE'S WITHHOLDING ELECTION (FILING
001706* STATUS, ALLOWANCES, EXTRA WITHHOLDING, WORK STATE).  THE PERIOD
001707* GROSS IS ANNUALIZED, TAXED AGAINST THE ANNUAL TABLE, AND THE
001708* ANNUAL TAX DIVIDED BACK DOWN TO THE PERIOD.  SOCIAL SECURITY
001709* STOPS AT THE WAGE BASE, MEASURED AGAINST THE EMPLOYEE'S YTD
001710* GROSS.  EACH TAX PRINTS AS ITS OWN REGISTER LINE AND ROLLS INTO
001711* ITS OWN YTD COLUMN.
001712*
001713* AN HOURLY EMPLOYEE (PAY TYPE 'H' ON THE MASTER) IS NOT PAID A
001714* SLICE OF AN ANNUAL SALARY.  THE GROSS IS PRICED FROM THE
001715* PERIOD'S TIMECARD, WHICH TIME-EDIT HAS ALREADY EDITED:
001716* REGULAR HOURS AT THE HOURLY RATE, OVERTIME HOURS AT TIME AND A
001717* HALF, AND EACH EARNINGS-CODE LINE (HOLIDAY, VACATION, AND SO
001718* ON) AT STRAIGHT TIME, EACH PRINTED ON ITS OWN REGISTER LINE.
001719* AN ACTIVE HOURLY EMPLOYEE WITH NO TIMECARD FOR THE PERIOD IS
001720* NOT PAID; THE REGISTER FLAGS THE MISSING CARD SO PAYROLL CAN
001721* CHASE IT BEFORE PAY-DEPOSIT RUNS.
001722*
001723* AN OFF-CYCLE RUN ("OC" AND THE PAY DATE ON THE COMMAND LINE,
001724* E.G. "OC20260320") PAYS NO PERIOD.  IT PAYS, FIRST, EVERY VOIDED
001725* PAYMENT PAY-VOID HAS QUEUED FOR REISSUE, WITH THE VOIDED
001726* RECORD'S OWN FIGURES, AND THEN EVERY LINE OF THE OFF-CYCLE ITEM
001727* FILE (SEE OCREC.CPY) -- A NAMED EMP-ID AND A ONE-TIME GROSS FOR
001728* A BONUS, A FINAL CHECK, OR A CORRECTION.  AN ITEM WITHHOLDS AT
001729* THE FLAT SUPPLEMENTAL RATE ON THE TAX TABLE AND TAKES NO ELECTED
001730* DEDUCTIONS.  THE NET-PAY RECORDS ARE FLAGGED OFF-CYCLE AND ROLL
001731* INTO THE YTD MASTER THE SAME AS A PERIOD'S, AND PAY-DEPOSIT PAYS
001732* THEM IN ITS OWN OFF-CYCLE PAYMENT FILE SEQUENCE.
001733*
001734* EVERY NET-PAY RECORD ANY RUN WRITES, AND EVERY ITEMIZED LINE
001735* UNDER IT (SEE NPDREC.CPY), IS ALSO APPENDED TO THE NET-PAY
001736* HISTORY FILES, WHICH ARE WHAT PAY-VOID VOIDS FROM.
001737*
001742* RETRO PAY FOR EARLIER PERIODS COMES FROM THE RETRO LEDGER (SEE
001747* RTLREC.CPY), ONCE RETRO-CALC HAS REPRICED THE PERIODS AND HR HAS
001752* RELEASED THE FIGURES.  A REGULAR RUN ADDS THE RETRO RELEASED TO
001757* IT TO THE EMPLOYEE'S PERIOD GROSS AS A RETRO EARNINGS LINE, SO
001762* TAXES AND PERCENT DEDUCTIONS ARE TAKEN ON THE COMBINED GROSS.
001767* AN OFF-CYCLE RUN PAYS THE RETRO RELEASED TO IT AS ITS OWN 'RET'
001772* PAYMENT, WITHHELD AT THE SUPPLEMENTAL RATE AND TAKING ONLY THE
001777* PERCENT-OF-GROSS DEDUCTIONS.  EITHER WAY THE LEDGER LINES ARE
001782* STAMPED PAID WITH THE RUN-ID.
001787*
001800* MODIFICATION HISTORY
001900*    DATE        INIT  DESCRIPTION
002000*    2026-08-22  JR    ORIGINAL VERSION.
002069*                      ON-LEAVE EMPLOYEES DO NOT, AND A
002071*                      TERMINATED EMPLOYEE FINAL-PAYS THROUGH
002072*                      THE PERIOD THAT HOLDS THE TERM DATE.
002073*    2026-10-15  JR    ADDED STATUTORY WITHHOLDING FROM THE NEW
002074*                      TAX RATE TABLE AND WITHHOLDING ELECTION
002075*                      FILES: FEDERAL, STATE, SOCIAL SECURITY (TO
002076*                      THE WAGE BASE), AND MEDICARE, EACH ON ITS
002077*                      OWN REGISTER LINE.  MOVED THE NET-PAY AND
002078*                      YTD LAYOUTS INTO NPREC.CPY AND YTDREC.CPY
002079*                      AND WIDENED BOTH TO CARRY THE TAXES.
002080*    2026-10-15  JR    A NEW YEAR'S FIRST RUN NOW REFUSES UNTIL
002081*                      YEAR-END HAS CLOSED THE OLD YEAR, INSTEAD
002082*                      OF DROPPING THE OLD YEAR'S YTD FIGURES; A
002083*                      CLOSED YEAR'S RUN IS REFUSED.  CARRIED THE
002084*                      WORK STATE ONTO THE YTD MASTER.  MOVED THE
002085*                      TAX RATE LAYOUT INTO TAXREC.CPY.
002086*    2026-10-15  JR    PRICED HOURLY EMPLOYEES FROM THE EDITED
002087*                      TIMECARD FILE (OVERTIME AT TIME AND A
002088*                      HALF, EARNINGS CODES AT STRAIGHT TIME)
002089*                      AND FLAGGED A MISSING TIMECARD ON THE
002090*                      REGISTER.  CARRIED PAY TYPE AND HOURS ON
002091*                      THE NET-PAY RECORD.
002092*    2026-10-15  JR    ADDED THE OFF-CYCLE MODE ('OC'): ONE-TIME
002093*                      ITEMS AT THE SUPPLEMENTAL RATE AND
002094*                      REISSUES OF VOIDED PAYMENTS, FLAGGED
002095*                      OFF-CYCLE ON THE NET-PAY RECORD.  EVERY
002096*                      NET-PAY RECORD AND ITEMIZED LINE NOW ALSO
002097*                      GOES TO THE NET-PAY HISTORY FILES.
002098*    2026-10-15  JR    CARRIED THE OFF-CYCLE PAY METHOD ONTO THE
002099*                      NET-PAY RECORD FOR THE CHECK RUN.
002100*    2026-10-15  JR    DEDUCTION MASTER LAYOUT MOVED INTO
002110*                      DEDMREC.CPY (ADDS THE REMITTANCE PAYEE).
002115*    2026-10-15  JR    PAID THE RETRO PAY RETRO-CALC RELEASES
002120*                      OFF THE RETRO LEDGER: A RETRO EARNINGS
002125*                      LINE ON A REGULAR RUN, A 'RET' PAYMENT ON
002130*                      AN OFF-CYCLE RUN.  NP-RETRO-GROSS HOLDS THE
002135*                      RETRO SHARE OF A REGULAR PERIOD'S GROSS.
002140*    2026-10-15  JR    WROTE THE RUN'S PAYMENT COUNT AND TOTALS TO
002145*                      THE PAY RUN-CONTROL FILE FOR PAY-VARIANCE.
002150******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL.
004800
004801*    TAX-RATE-FILE CARRIES THE STATUTORY WITHHOLDING TABLES, ONE
004802*    ROW PER TAX YEAR, JURISDICTION, AND ROW TYPE.  ONLY THE ROWS
004803*    FOR THE PERIOD-END YEAR ARE LOADED.  A MISSING FILE, OR ONE
004804*    WITH NO ROWS FOR THE YEAR, REFUSES THE RUN -- PAYING WITH NO
004805*    WITHHOLDING IS WORSE THAN NOT PAYING TODAY.
004806     SELECT TAX-RATE-FILE ASSIGN TO 'tax_rate_file.dat'
004807         ORGANIZATION IS LINE SEQUENTIAL
004808         ACCESS MODE IS SEQUENTIAL
004809         FILE STATUS IS WS-TAX-FILE-STATUS.
004810
004811*    WITHHOLD-ELECT-FILE CARRIES ONE WITHHOLDING ELECTION PER
004812*    EMPLOYEE, KEYED ON EMP-ID.  STATUS '35' MEANS NO ELECTIONS
004813*    ARE ON FILE YET -- EVERYONE WITHHOLDS AT THE DEFAULT.
004814     SELECT WITHHOLD-ELECT-FILE
004815         ASSIGN TO 'withhold_elect_file.dat'
004816         ORGANIZATION IS LINE SEQUENTIAL
004817         ACCESS MODE IS SEQUENTIAL
004818         FILE STATUS IS WS-WHE-FILE-STATUS.
004819
004900*    NETPAY-REPORT-FILE IS THE PRINTED NET-PAY REGISTER -- THE
005000*    SAME 132-CHARACTER PRINT-LINE WIDTH AS THE PAYROLL REGISTER.
005100     SELECT NETPAY-REPORT-FILE ASSIGN TO 'netpay_register.txt'
006160*    REJ-RECYCLE GIVES ITS TRACKING FILE.  STATUS '35' MEANS NO
006170*    PERIOD HAS EVER RUN -- THE YEAR STARTS AT ZERO.
006180     SELECT YTD-MASTER-FILE ASSIGN TO 'ytd_master_file.dat'
006181         ORGANIZATION IS LINE SEQUENTIAL
006182         ACCESS MODE IS SEQUENTIAL
006183         FILE STATUS IS WS-YTD-FILE-STATUS.
006184
006185*    YEAR-END-CONTROL-FILE CARRIES ONE RECORD PER TAX YEAR THAT
006186*    YEAR-END HAS CLOSED -- SEE YECREC.CPY.  STATUS '35' MEANS NO
006187*    YEAR HAS BEEN CLOSED YET.
006188     SELECT YEAR-END-CONTROL-FILE
006189         ASSIGN TO 'year_end_control_file.dat'
006190         ORGANIZATION IS LINE SEQUENTIAL
006191         ACCESS MODE IS SEQUENTIAL
006192         FILE STATUS IS WS-YEC-FILE-STATUS.
006193
006194*    EMP-LOCK-FILE IS THE EMP-FILE UPDATE LOCK TOKEN -- SEE
006195*    LOCKREC.CPY.  A PAY RUN ONLY READS IT, TO WARN WHEN AN
006199         ACCESS MODE IS SEQUENTIAL
006201         FILE STATUS IS WS-LOCK-FILE-STATUS.
006202
006203*    TIME-CARD-FILE IS THE EDITED TIMECARD FILE TIME-EDIT WRITES
006204*    -- SEE TIMEREC.CPY.  ONLY THE CARDS FOR THIS RUN'S PERIOD-
006205*    END ARE LOADED.  STATUS '35' MEANS NO CARD HAS BEEN
006206*    ACCEPTED, AND EVERY HOURLY EMPLOYEE IS FLAGGED UNPAID.
006207     SELECT TIME-CARD-FILE ASSIGN TO 'time_card_file.dat'
006208         ORGANIZATION IS LINE SEQUENTIAL
006209         ACCESS MODE IS SEQUENTIAL
006210         FILE STATUS IS WS-TCRD-FILE-STATUS.
006211
006212*    OFF-CYCLE-FILE CARRIES THE ONE-TIME ITEMS AN OFF-CYCLE RUN
006213*    PAYS -- SEE OCREC.CPY.  STATUS '35' MEANS NO ITEMS; THE RUN
006214*    PAYS ONLY THE QUEUED REISSUES.
006215     SELECT OFF-CYCLE-FILE ASSIGN TO 'off_cycle_file.dat'
006216         ORGANIZATION IS LINE SEQUENTIAL
006217         ACCESS MODE IS SEQUENTIAL
006218         FILE STATUS IS WS-OCI-FILE-STATUS.
006219
006220*    REISSUE-QUEUE-FILE AND REISSUE-DETAIL-FILE ARE THE VOIDED
006221*    NET-PAY RECORDS, AND THEIR ITEMIZED LINES, THAT PAY-VOID HAS
006222*    QUEUED TO GO OUT AGAIN.  AN OFF-CYCLE RUN PAYS THEM AND
006223*    REWRITES BOTH FILES WITH ONLY WHAT IT HELD BACK.  STATUS '35'
006224*    MEANS NOTHING IS QUEUED.
006225     SELECT REISSUE-QUEUE-FILE
006226         ASSIGN TO 'reissue_queue_file.dat'
006227         ORGANIZATION IS LINE SEQUENTIAL
006228         ACCESS MODE IS SEQUENTIAL
006229         FILE STATUS IS WS-RQ-FILE-STATUS.
006230
006231     SELECT REISSUE-DETAIL-FILE
006232         ASSIGN TO 'reissue_detail_file.dat'
006233         ORGANIZATION IS LINE SEQUENTIAL
006234         ACCESS MODE IS SEQUENTIAL
006235         FILE STATUS IS WS-RQD-FILE-STATUS.
006236
006237*    NETPAY-HISTORY-FILE AND NETPAY-DETAIL-HIST-FILE KEEP EVERY
006238*    NET-PAY RECORD AND ITEMIZED LINE EVER ISSUED, APPENDED RUN
006239*    AFTER RUN.  STATUS '35' ON THE OPEN EXTEND MEANS THE FIRST
006240*    RUN, AND THE FILE IS CREATED.
006241     SELECT NETPAY-HISTORY-FILE
006242         ASSIGN TO 'netpay_history_file.dat'
006243         ORGANIZATION IS LINE SEQUENTIAL
006244         ACCESS MODE IS SEQUENTIAL
006245         FILE STATUS IS WS-NPH-FILE-STATUS.
006246
006247     SELECT NETPAY-DETAIL-HIST-FILE
006248         ASSIGN TO 'netpay_detail_history.dat'
006249         ORGANIZATION IS LINE SEQUENTIAL
006250         ACCESS MODE IS SEQUENTIAL
006251         FILE STATUS IS WS-NPD-FILE-STATUS.
006253
006255*    RETRO-LEDGER-FILE CARRIES THE RETRO PAY RETRO-CALC HAS
006257*    WORKED OUT, ONE LINE PER EMPLOYEE PER PERIOD REPRICED -- SEE
006259*    RTLREC.CPY.  IT IS LOADED TO A TABLE AT THE TOP OF THE RUN
006261*    AND REWRITTEN WHOLE AT THE END WHEN ANY LINE WAS PAID.
006263*    STATUS '35' MEANS NO RETRO HAS EVER BEEN CALCULATED.
006265     SELECT RETRO-LEDGER-FILE
006267         ASSIGN TO 'retro_ledger_file.dat'
006269         ORGANIZATION IS LINE SEQUENTIAL
006271         ACCESS MODE IS SEQUENTIAL
006273         FILE STATUS IS WS-RTL-FILE-STATUS.
006275
006277*    PAY-RUN-CONTROL-FILE HOLDS THE ONE CONTROL RECORD FOR THE
006279*    NET-PAY FILE THIS RUN WROTE -- SEE PRCREC.CPY.  REPLACED
006281*    EVERY RUN, THE SAME AS THE NET-PAY FILE.
006283     SELECT PAY-RUN-CONTROL-FILE
006285         ASSIGN TO 'pay_run_control_file.dat'
006287         ORGANIZATION IS LINE SEQUENTIAL
006289         ACCESS MODE IS SEQUENTIAL.
006291
006300 DATA DIVISION.
006400 FILE SECTION.
006500*    BLOCK CONTAINS 10 RECORDS MATCHES THE OTHER PROGRAMS' FD
007600 FD  DEDUCT-MASTER-FILE
007700     RECORD CONTAINS 50 CHARACTERS
007800     DATA RECORD IS DEDUCT-MASTER-RECORD.
007900     COPY "DEDMREC.CPY".
008600
008700*File description for the per-employee deduction elections.
008800 FD  DEDUCT-ELECT-FILE
009300     02  DEDE-DED-CODE           PIC X(03).
009400     02  FILLER                  PIC X(11).
009500
009501*File description for the tax rate table -- see TAXREC.CPY.
009512 FD  TAX-RATE-FILE
009513     RECORD CONTAINS 50 CHARACTERS
009514     DATA RECORD IS TAX-RATE-RECORD.
009515     COPY "TAXREC.CPY".
009525
009526*File description for the per-employee withholding elections.
009527*WHE-EXTRA-WH IS A FLAT EXTRA AMOUNT OF FEDERAL TAX WITHHELD EACH
009528*PERIOD.  A BLANK WHE-WORK-STATE WITHHOLDS NO STATE TAX.
009529 FD  WITHHOLD-ELECT-FILE
009530     RECORD CONTAINS 30 CHARACTERS
009531     DATA RECORD IS WITHHOLD-ELECT-RECORD.
009532 01  WITHHOLD-ELECT-RECORD.
009533     02  WHE-EMP-ID              PIC 9(06).
009534     02  WHE-FILING-STATUS       PIC X(01).
009535     02  WHE-ALLOWANCES          PIC 9(02).
009536     02  WHE-EXTRA-WH            PIC 9(05)V99.
009537     02  WHE-WORK-STATE          PIC X(02).
009538     02  FILLER                  PIC X(12).
009539
009600*File description for the printed net-pay register.
009700 FD  NETPAY-REPORT-FILE
009800     RECORD CONTAINS 132 CHARACTERS
009900     DATA RECORD IS NETPAY-REPORT-LINE.
010000 01  NETPAY-REPORT-LINE         PIC X(132).
010100
010200*File description for the machine-readable net-pay file, shared
010300*with PAY-DEPOSIT via NPREC.CPY.
010500 FD  NETPAY-FILE
010600     RECORD CONTAINS 100 CHARACTERS
010700     DATA RECORD IS NETPAY-RECORD.
010800     COPY "NPREC.CPY".
011500
011510*File description for the YTD accumulator master -- see
011520*YTDREC.CPY.
011521 FD  YTD-MASTER-FILE
011522     RECORD CONTAINS 200 CHARACTERS
011523     DATA RECORD IS YTD-MASTER-RECORD.
011524     COPY "YTDREC.CPY".
011525
011526*File description for the year-end close control file, shared
011527*with YEAR-END via YECREC.CPY.
011528 FD  YEAR-END-CONTROL-FILE
011529     RECORD CONTAINS 50 CHARACTERS
011530     DATA RECORD IS YEAR-END-CONTROL-RECORD.
011531     COPY "YECREC.CPY".
011532
011533*File description for the EMP-FILE update lock token, shared
011534*with the updating programs via LOCKREC.CPY.
011535 FD  EMP-LOCK-FILE
011536     RECORD CONTAINS 40 CHARACTERS
011537     DATA RECORD IS EMP-LOCK-RECORD.
011538     COPY "LOCKREC.CPY".
011539
011540*File description for the edited timecard file, shared with
011541*TIME-EDIT via TIMEREC.CPY.
011542 FD  TIME-CARD-FILE
011543     RECORD CONTAINS 100 CHARACTERS
011544     DATA RECORD IS TIME-ENTRY-RECORD.
011545     COPY "TIMEREC.CPY".
011546
011547*File description for the off-cycle item file -- see OCREC.CPY.
011548 FD  OFF-CYCLE-FILE
011549     RECORD CONTAINS 50 CHARACTERS
011550     DATA RECORD IS OFF-CYCLE-ITEM-RECORD.
011551     COPY "OCREC.CPY".
011552
011553*File description for the reissue queue -- the voided NET-PAY
011554*records themselves, in the NPREC.CPY layout under RQ- names.
011555 FD  REISSUE-QUEUE-FILE
011556     RECORD CONTAINS 100 CHARACTERS
011557     DATA RECORD IS REISSUE-QUEUE-RECORD.
011558     COPY "NPREC.CPY"
011559         REPLACING ==NETPAY-RECORD== BY ==REISSUE-QUEUE-RECORD==
011560                   LEADING ==NP-== BY ==RQ-==.
011561
011562*File description for the reissue queue's itemized lines, in the
011563*NPDREC.CPY layout under RQD- names.
011564 FD  REISSUE-DETAIL-FILE
011565     RECORD CONTAINS 60 CHARACTERS
011566     DATA RECORD IS REISSUE-DETAIL-RECORD.
011567     COPY "NPDREC.CPY" REPLACING ==NETPAY-DETAIL-RECORD==
011568                   BY ==REISSUE-DETAIL-RECORD==
011569               LEADING ==NPD-== BY ==RQD-==.
011570
011571*File description for the net-pay history -- each record is a
011572*NETPAY-RECORD written through as it stands.
011573 FD  NETPAY-HISTORY-FILE
011574     RECORD CONTAINS 100 CHARACTERS
011575     DATA RECORD IS NETPAY-HISTORY-RECORD.
011576 01  NETPAY-HISTORY-RECORD      PIC X(100).
011577
011578*File description for the itemized-line history -- see NPDREC.CPY.
011579 FD  NETPAY-DETAIL-HIST-FILE
011580     RECORD CONTAINS 60 CHARACTERS
011581     DATA RECORD IS NETPAY-DETAIL-RECORD.
011582     COPY "NPDREC.CPY".
011584
011586*File description for the retro ledger, shared with RETRO-CALC via
011588*RTLREC.CPY.
011590 FD  RETRO-LEDGER-FILE
011592     RECORD CONTAINS 100 CHARACTERS
011594     DATA RECORD IS RETRO-LEDGER-RECORD.
011604     COPY "RTLREC.CPY".
011614
011624*File description for the pay run-control record, shared with
011634*PAY-VARIANCE via PRCREC.CPY.
011644 FD  PAY-RUN-CONTROL-FILE
011654     RECORD CONTAINS 80 CHARACTERS
011664     DATA RECORD IS PAY-RUN-CONTROL-RECORD.
011674     COPY "PRCREC.CPY".
011684 WORKING-STORAGE SECTION.
011700 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
011800     88  EOF-REACHED                 VALUE 'Y'.
011900
012300 77  WS-DEDE-EOF-SWITCH      PIC X(01) VALUE 'N'.
012400     88  DEDE-EOF-REACHED            VALUE 'Y'.
012410
012411 77  WS-YTD-EOF-SWITCH       PIC X(01) VALUE 'N'.
012412     88  YTD-EOF-REACHED             VALUE 'Y'.
012413
012414 77  WS-TAX-EOF-SWITCH       PIC X(01) VALUE 'N'.
012415     88  TAX-EOF-REACHED             VALUE 'Y'.
012416
012417 77  WS-WHE-EOF-SWITCH       PIC X(01) VALUE 'N'.
012418     88  WHE-EOF-REACHED             VALUE 'Y'.
012419
012420 77  WS-YEC-EOF-SWITCH       PIC X(01) VALUE 'N'.
012421     88  YEC-EOF-REACHED             VALUE 'Y'.
012422
012423 77  WS-TCRD-EOF-SWITCH      PIC X(01) VALUE 'N'.
012424     88  TCRD-EOF-REACHED            VALUE 'Y'.
012425 77  WS-OCI-EOF-SWITCH       PIC X(01) VALUE 'N'.
012426     88  OCI-EOF-REACHED             VALUE 'Y'.
012427
012428 77  WS-RQ-EOF-SWITCH        PIC X(01) VALUE 'N'.
012429     88  RQ-EOF-REACHED              VALUE 'Y'.
012430
012431 77  WS-RQD-EOF-SWITCH       PIC X(01) VALUE 'N'.
012432     88  RQD-EOF-REACHED             VALUE 'Y'.
012437
012438*    STATUS '35' ON THE TAX RATE TABLE REFUSES THE RUN; ON THE
012439*    WITHHOLDING ELECTION FILE IT MEANS NO ELECTIONS YET.
012440 77  WS-TAX-FILE-STATUS      PIC X(02) VALUE '00'.
012441     88  TAX-FILE-STATUS-OK          VALUE '00'.
012442     88  TAX-FILE-NOTEXIST           VALUE '35'.
012443 77  WS-WHE-FILE-STATUS      PIC X(02) VALUE '00'.
012444     88  WHE-FILE-STATUS-OK          VALUE '00'.
012445     88  WHE-FILE-NOTEXIST           VALUE '35'.
012450
012455*    STATUS '35' ON THE RETRO LEDGER MEANS NO RETRO HAS EVER BEEN
012460*    CALCULATED -- THERE IS NONE TO PAY.
012465 77  WS-RTL-FILE-STATUS      PIC X(02) VALUE '00'.
012470     88  RTL-FILE-STATUS-OK          VALUE '00'.
012475     88  RTL-FILE-NOTEXIST           VALUE '35'.
012480 77  WS-RTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
012485     88  RTL-EOF-REACHED             VALUE 'Y'.
012500
012600 77  WS-EMP-FILE-STATUS      PIC X(02) VALUE '00'.
012700     88  EMP-FILE-STATUS-OK          VALUE '00'.
012710
012720*    STATUS '35' ON THE YTD MASTER'S OPEN INPUT MEANS NO PERIOD
012721*    HAS EVER RUN -- THE YEAR STARTS AT ZERO, NOT AN ERROR.
012722 77  WS-YTD-FILE-STATUS      PIC X(02) VALUE '00'.
012723     88  YTD-FILE-STATUS-OK          VALUE '00'.
012724     88  YTD-FILE-NOTEXIST           VALUE '35'.
012725
012726*    STATUS '35' ON THE LOCK FILE MEANS NO LOCK EXISTS -- THE
012727*    MASTER IS FREE AND THE RUN PROCEEDS QUIETLY.
012728 77  WS-LOCK-FILE-STATUS     PIC X(02) VALUE '00'.
012729     88  LOCK-FILE-NOTEXIST          VALUE '35'.
012730
012731*    STATUS '35' ON THE YEAR-END CONTROL FILE MEANS NO YEAR HAS
012732*    BEEN CLOSED; WS-LAST-CLOSED-YEAR STAYS ZERO.
012733 77  WS-YEC-FILE-STATUS      PIC X(02) VALUE '00'.
012734     88  YEC-FILE-STATUS-OK          VALUE '00'.
012735     88  YEC-FILE-NOTEXIST           VALUE '35'.
012736 77  WS-LAST-CLOSED-YEAR     PIC 9(04) VALUE ZERO.
012737
012738*    STATUS '35' ON THE TIMECARD FILE MEANS NO CARD HAS BEEN
012739*    ACCEPTED YET -- THE TIME TABLE STAYS EMPTY.
012740 77  WS-TCRD-FILE-STATUS     PIC X(02) VALUE '00'.
012741     88  TCRD-FILE-STATUS-OK         VALUE '00'.
012742     88  TCRD-FILE-NOTEXIST          VALUE '35'.
012743
012744*    STATUS '35' ON THE OFF-CYCLE ITEM FILE OR THE REISSUE QUEUE
012745*    MEANS NOTHING OF THAT KIND TO PAY; ON A HISTORY FILE'S OPEN
012746*    EXTEND IT MEANS THE FILE IS STILL TO BE CREATED.
012747 77  WS-OCI-FILE-STATUS      PIC X(02) VALUE '00'.
012748     88  OCI-FILE-STATUS-OK          VALUE '00'.
012749     88  OCI-FILE-NOTEXIST           VALUE '35'.
012750 77  WS-RQ-FILE-STATUS       PIC X(02) VALUE '00'.
012751     88  RQ-FILE-STATUS-OK           VALUE '00'.
012752     88  RQ-FILE-NOTEXIST            VALUE '35'.
012753 77  WS-RQD-FILE-STATUS      PIC X(02) VALUE '00'.
012754     88  RQD-FILE-STATUS-OK          VALUE '00'.
012755     88  RQD-FILE-NOTEXIST           VALUE '35'.
012756 77  WS-NPH-FILE-STATUS      PIC X(02) VALUE '00'.
012757     88  NPH-FILE-NOTEXIST           VALUE '35'.
012758 77  WS-NPD-FILE-STATUS      PIC X(02) VALUE '00'.
012759     88  NPD-FILE-NOTEXIST           VALUE '35'.
012760 77  WS-OCI-OPEN-SWITCH      PIC X(01) VALUE 'N'.
012761     88  OCI-FILE-OPEN               VALUE 'Y'.
012762*    THE CALLER SUPPLIES THE PAY PERIOD AS THE FIRST TEN
012763*    CHARACTERS OF THE COMMAND LINE: THE PERIOD NUMBER (01-24)
012764*    FOLLOWED BY THE PERIOD-END DATE AS CCYYMMDD.  BOTH ARE
012765*    VALIDATED BEFORE ANYTHING OPENS -- A RUN PRICED AGAINST THE
012766*    WRONG PERIOD IS WORSE THAN NO RUN AT ALL.  "OC" IN PLACE
012767*    OF THE PERIOD NUMBER MAKES IT AN OFF-CYCLE RUN, AND THE DATE
012768*    THAT FOLLOWS IS THE OFF-CYCLE PAY DATE.
012769 77  WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
012770 77  WS-PERIOD-ARG           PIC X(02) VALUE SPACES.
012771 77  WS-PERIOD-END-ARG       PIC X(08) VALUE SPACES.
012772 77  WS-PERIOD-NO            PIC 9(02) VALUE ZERO.
012773 77  WS-PERIOD-END-DATE      PIC 9(08) VALUE ZERO.
012774 77  WS-PERIOD-YEAR          PIC 9(04) VALUE ZERO.
012775 77  WS-RUN-MODE             PIC X(01) VALUE 'R'.
012776     88  RUN-REGULAR                 VALUE 'R'.
012777     88  RUN-OFF-CYCLE               VALUE 'O'.
012782
012783*    24 SEMI-MONTHLY PERIODS IS HOW THIS SHOP PAYS; EVERY ANNUAL
012784*    FIGURE IS DIVIDED DOWN BY IT.
013696 77  WS-PERIOD-END-ORDINAL   PIC 9(07) VALUE ZERO.
013697 77  WS-TERM-ORDINAL         PIC 9(07) VALUE ZERO.
013700 77  WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.
013710
013720*    WS-NO-TIMECARD-COUNT IS HOW MANY PAYABLE HOURLY EMPLOYEES
013730*    WENT UNPAID FOR WANT OF A USABLE TIMECARD.
013740 77  WS-NO-TIMECARD-COUNT    PIC 9(05) VALUE ZERO.
013741*    OFF-CYCLE COUNTS: ITEMS REFUSED ON THE EDITS, AND REISSUES
013742*    PAID, HELD IN THE QUEUE FOR THE NEXT OFF-CYCLE RUN, OR
013743*    DROPPED BECAUSE THEIR TAX YEAR IS NOT THIS RUN'S.
013744 77  WS-OC-REFUSED-COUNT     PIC 9(05) VALUE ZERO.
013745 77  WS-REISSUE-PAID-COUNT   PIC 9(05) VALUE ZERO.
013746 77  WS-REISSUE-HELD-COUNT   PIC 9(05) VALUE ZERO.
013747 77  WS-REISSUE-DROP-COUNT   PIC 9(05) VALUE ZERO.
013800
013900*    EMP-DATA IS THE SAME SHARED LAYOUT FILE-READER AND EMP-MAINT
014000*    PARSE EMP-RECORD-FIELDS INTO.
016900         03  WS-ELECT-EMP-ID         PIC 9(06) VALUE ZERO.
017000         03  WS-ELECT-DED-CODE       PIC X(03) VALUE SPACES.
017100
017101 77  WS-ELECT-TABLE-USED     PIC 9(05) VALUE ZERO.
017102 77  WS-ELECT-SCAN-SUB       PIC 9(05) VALUE ZERO.
017103
017104*    WS-TAX-TABLE HOLDS THE PERIOD-END YEAR'S ROWS OFF THE TAX
017105*    RATE TABLE, LOADED ONCE BY 1400-LOAD-TAX-TABLE.  200 ROWS
017106*    COVERS THE FEDERAL BRACKETS FOR EVERY FILING STATUS AND
017107*    EVERY STATE THIS SHOP HAS PEOPLE WORKING IN.  A TABLE THAT
017108*    OVERFLOWS REFUSES THE RUN -- A DROPPED BRACKET WOULD
017109*    WITHHOLD WRONG WITHOUT A WORD.
017110 01  WS-TAX-TABLE.
017111     02  WS-TAX-ENTRY OCCURS 200 TIMES
017112             INDEXED BY WS-TAX-IDX.
017113         03  WS-TAX-JURIS            PIC X(02) VALUE SPACES.
017114         03  WS-TAX-REC-TYPE         PIC X(01) VALUE SPACES.
017115         03  WS-TAX-FILING-STATUS    PIC X(01) VALUE SPACES.
017116         03  WS-TAX-FLOOR            PIC 9(07)V99 VALUE ZERO.
017117         03  WS-TAX-RATE             PIC 9(02)V9999 VALUE ZERO.
017118         03  WS-TAX-BASE-TAX         PIC 9(07)V99 VALUE ZERO.
017119         03  WS-TAX-AMOUNT           PIC 9(07)V99 VALUE ZERO.
017120
017121 77  WS-TAX-TABLE-USED       PIC 9(03) VALUE ZERO.
017122 77  WS-TAX-SCAN-SUB         PIC 9(03) VALUE ZERO.
017123 77  WS-TAX-BEST-SUB         PIC 9(03) VALUE ZERO.
017124
017125 77  WS-TAX-SLOT-SWITCH      PIC X(01) VALUE 'N'.
017126     88  TAX-SLOT-FOUND              VALUE 'Y'.
017127     88  TAX-SLOT-NOT-FOUND          VALUE 'N'.
017128
017129*    WS-WHOLD-TABLE HOLDS EVERY WITHHOLDING ELECTION, LOADED ONCE
017130*    BY 1500-LOAD-WITHHOLD-ELECTIONS.  ONE ELECTION PER EMPLOYEE,
017131*    SO THE SAME 1000 SLOTS AS THE YTD TABLE, AND AN OVERFLOW
017132*    REFUSES THE RUN FOR THE SAME REASON.
017133 01  WS-WHOLD-TABLE.
017134     02  WS-WHOLD-ENTRY OCCURS 1000 TIMES
017135             INDEXED BY WS-WHOLD-IDX.
017136         03  WS-WHOLD-EMP-ID         PIC 9(06) VALUE ZERO.
017137         03  WS-WHOLD-STATUS         PIC X(01) VALUE SPACES.
017138         03  WS-WHOLD-ALLOWANCES     PIC 9(02) VALUE ZERO.
017139         03  WS-WHOLD-EXTRA-WH       PIC 9(05)V99 VALUE ZERO.
017140         03  WS-WHOLD-WORK-STATE     PIC X(02) VALUE SPACES.
017141
017142 77  WS-WHOLD-TABLE-USED     PIC 9(04) VALUE ZERO.
017143
017144 77  WS-WHOLD-SLOT-SWITCH    PIC X(01) VALUE 'N'.
017145     88  WHOLD-SLOT-FOUND            VALUE 'Y'.
017146     88  WHOLD-SLOT-NOT-FOUND        VALUE 'N'.
017147
017148*    THE CURRENT EMPLOYEE'S ELECTION.  AN EMPLOYEE WITH NONE ON
017149*    FILE WITHHOLDS AS SINGLE WITH NO ALLOWANCES, NO EXTRA, AND
017150*    NO STATE, AND THE REGISTER RUN WARNS SO HR CHASES THE FORM.
017151 77  WS-WH-FILING-STATUS     PIC X(01) VALUE 'S'.
017152 77  WS-WH-ALLOWANCES        PIC 9(02) VALUE ZERO.
017153 77  WS-WH-EXTRA-WH          PIC 9(05)V99 VALUE ZERO.
017154 77  WS-WH-WORK-STATE        PIC X(02) VALUE SPACES.
017155
017156*    WS-TIME-TABLE HOLDS THE PERIOD'S TIMECARDS, LOADED ONCE BY
017157*    1600-LOAD-TIME-CARDS.  ONE CARD PER HOURLY EMPLOYEE, SO THE
017158*    SAME 1000 SLOTS AS THE YTD TABLE, AND AN OVERFLOW REFUSES
017159*    THE RUN -- A DROPPED CARD WOULD LEAVE SOMEONE UNPAID.
017160 01  WS-TIME-TABLE.
017161     02  WS-TIME-ENTRY OCCURS 1000 TIMES
017162             INDEXED BY WS-TIME-IDX.
017163         03  WS-TIME-EMP-ID          PIC 9(06) VALUE ZERO.
017164         03  WS-TIME-REG-HOURS       PIC 9(03)V99 VALUE ZERO.
017165         03  WS-TIME-OT-HOURS        PIC 9(03)V99 VALUE ZERO.
017166         03  WS-TIME-EARN-GROUP.
017167             04  WS-TIME-EARN-ENTRY OCCURS 4 TIMES.
017168                 05  WS-TIME-EARN-CODE   PIC X(03) VALUE SPACES.
017169                 05  WS-TIME-EARN-HOURS  PIC 9(03)V99 VALUE ZERO.
017170
017171 77  WS-TIME-TABLE-USED      PIC 9(04) VALUE ZERO.
017172
017173 77  WS-TIME-SLOT-SWITCH     PIC X(01) VALUE 'N'.
017174     88  TIME-SLOT-FOUND             VALUE 'Y'.
017175     88  TIME-SLOT-NOT-FOUND         VALUE 'N'.
017176
017177*    HOURLY PRICING WORK FIELDS.  WS-HOURS-LINE-TABLE HOLDS THE
017178*    PRICED LINES OF THE CURRENT EMPLOYEE'S CARD -- REGULAR,
017179*    OVERTIME, AND UP TO FOUR EARNINGS CODES -- SO THEY CAN BE
017180*    PRINTED UNDER THE EMPLOYEE LINE ONCE THE GROSS IS KNOWN.
017181*    OVERTIME PAYS WS-OT-FACTOR TIMES THE HOURLY RATE.
017182 77  WS-OT-FACTOR            PIC 9(01)V9 VALUE 1.5.
017183 77  WS-EARN-SUB             PIC 9(01) VALUE ZERO.
017184 77  WS-HOURS-PRINT-SUB      PIC 9(01) VALUE ZERO.
017185 77  WS-HOURS-LINES-USED     PIC 9(01) VALUE ZERO.
017186 77  WS-EMP-TOTAL-HOURS      PIC 9(03)V99 VALUE ZERO.
017187 77  WS-HOURLY-GROSS         PIC 9(07)V99 VALUE ZERO.
017188 01  WS-HOURS-LINE-TABLE.
017189     02  WS-HOURS-LINE OCCURS 6 TIMES.
017190         03  WS-HL-CODE              PIC X(03) VALUE SPACES.
017191         03  WS-HL-DESC              PIC X(20) VALUE SPACES.
017192         03  WS-HL-HOURS             PIC 9(03)V99 VALUE ZERO.
017193         03  WS-HL-RATE              PIC 9(04)V999 VALUE ZERO.
017194         03  WS-HL-AMOUNT            PIC 9(07)V99 VALUE ZERO.
017195
017196*    WS-HOURS-PRICE-SWITCH IS 3270-PRICE-HOURS'S ANSWER: WHETHER
017197*    THE CURRENT HOURLY EMPLOYEE HAS A GROSS TO PAY THIS PERIOD.
017198 77  WS-HOURS-PRICE-SWITCH   PIC X(01) VALUE 'Y'.
017199     88  HOURS-PRICED                VALUE 'Y'.
017200     88  HOURS-NOT-PRICED            VALUE 'N'.
017201*    WS-REISSUE-TABLE HOLDS THE REISSUE QUEUE FOR AN OFF-CYCLE
017202*    RUN, LOADED ONCE BY 1700-LOAD-REISSUE-QUEUE.  THE KEY IS THE
017203*    VOIDED RECORD'S RUN-ID, EMP-ID, AND EARN CODE, AND
017204*    WS-RIS-RECORD THE WHOLE VOIDED NET-PAY RECORD.  A QUEUE PAST
017205*    THE 100 SLOTS REFUSES THE RUN -- THE QUEUE IS REWRITTEN AT
017206*    THE END, AND A PARTIAL LOAD WOULD LOSE THE OVERFLOW.
017207 01  WS-REISSUE-TABLE.
017208     02  WS-RIS-ENTRY OCCURS 100 TIMES
017209             INDEXED BY WS-RIS-IDX.
017210         03  WS-RIS-RUN-ID           PIC X(12) VALUE SPACES.
017211         03  WS-RIS-EMP-ID           PIC 9(06) VALUE ZERO.
017212         03  WS-RIS-EARN-CODE        PIC X(03) VALUE SPACES.
017213         03  WS-RIS-STATUS           PIC X(01) VALUE SPACE.
017214             88  RIS-QUEUED                  VALUE 'Q'.
017215             88  RIS-PAID                    VALUE 'P'.
017216             88  RIS-HELD                    VALUE 'H'.
017217             88  RIS-DROPPED                 VALUE 'D'.
017218         03  WS-RIS-RECORD           PIC X(100) VALUE SPACES.
017219
017220 77  WS-RIS-TABLE-USED       PIC 9(03) VALUE ZERO.
017221 77  WS-RIS-SUB              PIC 9(03) VALUE ZERO.
017222 77  WS-RIS-SAVE-SUB         PIC 9(03) VALUE ZERO.
017223
017224 77  WS-RIS-SLOT-SWITCH      PIC X(01) VALUE 'N'.
017225     88  RIS-SLOT-FOUND              VALUE 'Y'.
017226     88  RIS-SLOT-NOT-FOUND          VALUE 'N'.
017227
017228*    WS-REISSUE-DET-TABLE HOLDS THE QUEUED RECORDS' ITEMIZED
017229*    LINES, EACH TIED BY WS-RDT-OWNER TO ITS SLOT IN
017230*    WS-REISSUE-TABLE.
017329 01  WS-REISSUE-DET-TABLE.
017330     02  WS-RDT-ENTRY OCCURS 1000 TIMES
017331             INDEXED BY WS-RDT-IDX.
017332         03  WS-RDT-OWNER            PIC 9(03) VALUE ZERO.
017333         03  WS-RDT-RECORD           PIC X(60) VALUE SPACES.
017334
017335 77  WS-RDT-TABLE-USED       PIC 9(04) VALUE ZERO.
017336 77  WS-RDT-SUB              PIC 9(04) VALUE ZERO.
017337
017338*    WS-PAID-KEY-TABLE REMEMBERS EVERY EMP-ID AND EARN CODE AN
017339*    OFF-CYCLE RUN HAS PAID, SO NO RUN ISSUES TWO PAYMENTS UNDER
017340*    THE SAME RUN-ID, EMP-ID, AND CODE -- PAY-VOID COULD NOT TELL
017341*    THEM APART.  A RUN THAT FILLS THE TABLE PAYS THE REST NEXT
017342*    TIME.
017343 01  WS-PAID-KEY-TABLE.
017344     02  WS-PAID-KEY-ENTRY OCCURS 2000 TIMES
017345             INDEXED BY WS-PAID-KEY-IDX.
017346         03  WS-PAID-KEY-EMP-ID      PIC 9(06) VALUE ZERO.
017347         03  WS-PAID-KEY-CODE        PIC X(03) VALUE SPACES.
017348
017349 77  WS-PAID-KEY-TABLE-USED  PIC 9(04) VALUE ZERO.
017350 77  WS-PAID-KEY-SWITCH      PIC X(01) VALUE 'N'.
017351     88  PAID-KEY-FOUND              VALUE 'Y'.
017352     88  PAID-KEY-NOT-FOUND          VALUE 'N'.
017353
017354*    WS-CUR-EARN-CODE IS THE EARN CODE OF THE PAYMENT BEING
017355*    WRITTEN -- BLANK ON A REGULAR PERIOD.  WS-ORIG-YEAR IS THE
017356*    TAX YEAR OF A QUEUED REISSUE'S VOIDED RECORD.
017357 77  WS-CUR-EARN-CODE        PIC X(03) VALUE SPACES.
017358 77  WS-ORIG-YEAR            PIC 9(04) VALUE ZERO.
017359
017360*    WS-CUR-PAY-METHOD IS THE OFF-CYCLE PAYMENT'S PAY METHOD --
017361*    'C' FOR A PAPER CHECK (SEE OCREC.CPY); BLANK ON A REGULAR
017362*    PERIOD.
017363 77  WS-CUR-PAY-METHOD       PIC X(01) VALUE SPACE.
017364
017365*    ITEMIZED-LINE WORK FIELDS FOR 4350-WRITE-DETAIL-RECORD: THE
017366*    LINE TYPE AND AMOUNT GO WITH THE CODE AND DESCRIPTION ALREADY
017367*    ON THE REGISTER LINE.
017368 77  WS-DETAIL-TYPE          PIC X(01) VALUE SPACE.
017370 77  WS-DETAIL-AMOUNT        PIC 9(05)V99 VALUE ZERO.
017372
017374*    WS-RTL-TABLE HOLDS THE WHOLE RETRO LEDGER, LOADED ONCE BY
017376*    1950-LOAD-RETRO-LEDGER, WS-RTL-RECORD BEING THE LEDGER LINE
017378*    AS IT STANDS.  WS-RTL-STATE IS THE LINE'S STATE FOR THIS RUN:
017380*    THE LEDGER STATE, EXCEPT THAT A LINE THIS RUN'S CYCLE ALREADY
017382*    PAID FOR THE SAME DATE IS TAKEN AS RELEASED AGAIN, AND 'K'
017384*    MARKS A LINE AN OFF-CYCLE RUN HELD BACK.  A LEDGER PAST THE
017386*    2000 SLOTS REFUSES THE RUN -- THE LEDGER IS REWRITTEN AT THE
017388*    END, AND A PARTIAL LOAD WOULD LOSE THE OVERFLOW.
017390 01  WS-RTL-TABLE.
017392     02  WS-RTL-ENTRY OCCURS 2000 TIMES
017394             INDEXED BY WS-RTL-IDX.
017396         03  WS-RTL-EMP-ID           PIC 9(06) VALUE ZERO.
017398         03  WS-RTL-STATE            PIC X(01) VALUE SPACE.
017400         03  WS-RTL-RECORD           PIC X(100) VALUE SPACES.
017402
017404 77  WS-RTL-TABLE-USED       PIC 9(04) VALUE ZERO.
017406 77  WS-RTL-SUB              PIC 9(04) VALUE ZERO.
017408 77  WS-RTL-SCAN-SUB         PIC 9(04) VALUE ZERO.
017410 77  WS-RTL-WANT-STATE       PIC X(01) VALUE SPACE.
017412 77  WS-RTL-NEW-STATE        PIC X(01) VALUE SPACE.
017414 77  WS-RTL-CHANGED-SWITCH   PIC X(01) VALUE 'N'.
017416     88  RTL-CHANGED                 VALUE 'Y'.
017418
017420*    RETRO-LEDGER-WORK IS ONE LEDGER LINE BEING READ OR STAMPED --
017422*    RTLREC.CPY UNDER RTW- NAMES.
017424     COPY "RTLREC.CPY" REPLACING ==RETRO-LEDGER-RECORD==
017426                   BY ==RETRO-LEDGER-WORK==
017428               LEADING ==RTL-== BY ==RTW-==.
017430
017432*    RETRO PAY WORK FIELDS.  WS-RETRO-GROSS IS THE RETRO IN THE
017434*    PAYMENT BEING WRITTEN AND WS-RETRO-PERIODS HOW MANY PERIODS
017436*    IT COVERS.  WS-RETRO-SWITCH HOLDS AN OFF-CYCLE RETRO PAYMENT
017438*    TO THE PERCENT-OF-GROSS ELECTIONS -- A FLAT DEDUCTION IS ONE
017440*    PERIOD'S SLICE AND WAS ALREADY TAKEN IN THE PERIODS REPRICED.
017442 77  WS-RETRO-GROSS          PIC S9(05)V99 VALUE ZERO.
017444 77  WS-RETRO-PERIODS        PIC 9(03) VALUE ZERO.
017446 77  WS-RETRO-PAID-COUNT     PIC 9(05) VALUE ZERO.
017448 77  WS-RETRO-HELD-COUNT     PIC 9(05) VALUE ZERO.
017450 77  WS-TOTAL-RETRO          PIC 9(08)V99 VALUE ZERO.
017452 77  WS-RETRO-SWITCH         PIC X(01) VALUE 'N'.
017454     88  RETRO-PERCENT-ONLY          VALUE 'Y'.
017456     88  RETRO-ALL-ELECTIONS         VALUE 'N'.
017458
017500*    PER-EMPLOYEE CALCULATION WORK FIELDS.  GROSS IS THE PERIOD
017550*    GROSS -- THE ANNUAL SALARY DIVIDED BY THE PERIODS IN THE
017600*    YEAR -- AND THE PRODUCT FIELD HOLDS GROSS TIMES PERCENT
018203*    THE CODE'S ANNUAL LIMIT, AND THE ROOM LEFT UNDER IT THIS
018204*    YEAR IS WHAT THE PERIOD'S SLICE IS HELD TO.
018205 77  WS-DEDUCT-ROOM          PIC S9(07)V99 VALUE ZERO.
018206*    WS-YTD-WANT-CODE IS THE DEDUCTION CODE 3370-FIND-YTD-DED-SLOT
018207*    LOOKS FOR.
018208 77  WS-YTD-WANT-CODE        PIC X(03) VALUE SPACES.
018210
018220*    WS-EXCEED-SWITCH REMEMBERS, PER EMPLOYEE, WHETHER THE
018230*    DEDUCTION TOTAL EXCEEDED GROSS SO THE NET-PAY RECORD CAN
018250 77  WS-EXCEED-SWITCH        PIC X(01) VALUE 'N'.
018260     88  DEDUCTIONS-EXCEED-GROSS     VALUE 'Y'.
018270     88  DEDUCTIONS-COVERED          VALUE 'N'.
018271
018272*    WITHHOLDING WORK FIELDS.  THE PERIOD GROSS IS ANNUALIZED,
018273*    REDUCED BY THE ALLOWANCES, AND TAXED AGAINST THE BRACKET
018274*    WHOSE FLOOR IT REACHES; THE ANNUAL TAX COMES BACK DOWN TO
018275*    THE PERIOD.  WS-TAX-WANT-JURIS/-TYPE NAME THE ROW
018276*    5400-FIND-TAX-ROW LOOKS FOR.
018277 77  WS-ANNUAL-GROSS         PIC 9(07)V99 VALUE ZERO.
018278 77  WS-TAXABLE-WAGES        PIC S9(07)V99 VALUE ZERO.
018279 77  WS-ALLOWANCE-VALUE      PIC 9(07)V99 VALUE ZERO.
018280 77  WS-ANNUAL-TAX           PIC 9(07)V99 VALUE ZERO.
018281 77  WS-INCOME-TAX           PIC 9(05)V99 VALUE ZERO.
018282 77  WS-SS-WAGES             PIC S9(07)V99 VALUE ZERO.
018283 77  WS-TAX-WANT-JURIS       PIC X(02) VALUE SPACES.
018284 77  WS-TAX-WANT-TYPE        PIC X(01) VALUE SPACES.
018285 77  WS-FED-TAX              PIC 9(05)V99 VALUE ZERO.
018286 77  WS-STATE-TAX            PIC 9(05)V99 VALUE ZERO.
018287 77  WS-SS-TAX               PIC 9(05)V99 VALUE ZERO.
018288 77  WS-MED-TAX              PIC 9(05)V99 VALUE ZERO.
018289 77  WS-EMP-TAX-TOTAL        PIC 9(05)V99 VALUE ZERO.
018300
018400*    WS-YTD-TABLE HOLDS THE YTD ACCUMULATOR MASTER FOR THE RUN,
018410*    LOADED ONCE UP FRONT AND REWRITTEN WHOLE AT THE END.  THE
018430*    OVERFLOWS THE TABLE REFUSES WHOLE -- REWRITING THE YTD
018431*    MASTER FROM A PARTIAL LOAD WOULD DESTROY THE OVERFLOW
018432*    EMPLOYEES' FIGURES, THE SAME REASONING TRANS-RELEASE USES.
018433 01  WS-YTD-TABLE.
018434     02  WS-YTD-ENTRY OCCURS 1000 TIMES
018435             INDEXED BY WS-YTD-IDX.
018436         03  WS-YTD-EMP-ID           PIC 9(06) VALUE ZERO.
018437         03  WS-YTD-GROSS            PIC 9(07)V99 VALUE ZERO.
018438         03  WS-YTD-TOTAL-DEDUCT     PIC 9(07)V99 VALUE ZERO.
018439         03  WS-YTD-NET              PIC 9(07)V99 VALUE ZERO.
018440         03  WS-YTD-DED-GROUP.
018441             04  WS-YTD-DED-ENTRY OCCURS 10 TIMES
018442                     INDEXED BY WS-YTD-DED-IDX.
018443                 05  WS-YTD-DED-CODE     PIC X(03) VALUE SPACES.
018444                 05  WS-YTD-DED-AMOUNT   PIC 9(07)V99 VALUE ZERO.
018445         03  WS-YTD-TAX-GROUP.
018446             04  WS-YTD-FED-TAX          PIC 9(07)V99 VALUE ZERO.
018447             04  WS-YTD-STATE-TAX        PIC 9(07)V99 VALUE ZERO.
018448             04  WS-YTD-SS-TAX           PIC 9(07)V99 VALUE ZERO.
018449             04  WS-YTD-MED-TAX          PIC 9(07)V99 VALUE ZERO.
018450         03  WS-YTD-STATE-CODE       PIC X(02) VALUE SPACES.
018452
018453 77  WS-YTD-TABLE-USED       PIC 9(04) VALUE ZERO.
018454 77  WS-YTD-SAVE-SUB         PIC 9(04) VALUE ZERO.
018500 77  WS-TOTAL-GROSS          PIC 9(08)V99 VALUE ZERO.
018600 77  WS-TOTAL-DEDUCT         PIC 9(08)V99 VALUE ZERO.
018700 77  WS-TOTAL-NET            PIC 9(08)V99 VALUE ZERO.
018710 77  WS-TOTAL-TAX            PIC 9(08)V99 VALUE ZERO.
018800
018900*    NET-PAY REGISTER REPORT CONTROLS AND PRINT LINES.
019000 77  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
020900     02  WS-RUN-ID-TIME          PIC 9(06).
021000
021100 01  WS-RPT-HEADING-1.
021200     02  WS-RPT-H1-TITLE         PIC X(30)
021300                                  VALUE 'NET-PAY REGISTER'.
021400     02  FILLER                  PIC X(10) VALUE SPACES.
021500     02  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
023400     02  FILLER                  PIC X(04) VALUE SPACES.
023500     02  RE-GROSS                PIC ZZZ,ZZ9.99.
023600     02  FILLER                  PIC X(88) VALUE SPACES.
023601
023602*    WS-RPT-HOURS-LINE PRINTS ONE PRICED LINE OF AN HOURLY
023603*    EMPLOYEE'S TIMECARD UNDER THE EMPLOYEE LINE, IN THE SAME
023604*    CODE AND DESCRIPTION COLUMNS AS AN ITEMIZED DEDUCTION.
023605 01  WS-RPT-HOURS-LINE.
023606     02  FILLER                  PIC X(11) VALUE SPACES.
023607     02  RH-CODE                 PIC X(03).
023608     02  FILLER                  PIC X(02) VALUE SPACES.
023609     02  RH-DESC                 PIC X(20).
023610     02  FILLER                  PIC X(02) VALUE SPACES.
023611     02  RH-HOURS                PIC ZZ9.99.
023612     02  FILLER                  PIC X(07) VALUE ' HRS @ '.
023613     02  RH-RATE                 PIC ZZZ9.999.
023614     02  FILLER                  PIC X(03) VALUE ' = '.
023615     02  RH-AMOUNT               PIC Z,ZZZ,ZZ9.99.
023616     02  FILLER                  PIC X(58) VALUE SPACES.
023617
023618*    WS-RPT-UNPAID-LINE FLAGS A PAYABLE EMPLOYEE THE RUN COULD
023619*    NOT PRICE -- AN HOURLY EMPLOYEE WITH NO TIMECARD, OR ONE
023620*    WHOSE CARD OR RATE CANNOT BE PAID AS IT STANDS.
023621 01  WS-RPT-UNPAID-LINE.
023622     02  RU-EMP-ID               PIC 9(06).
023623     02  FILLER                  PIC X(04) VALUE SPACES.
023624     02  RU-EMP-NAME             PIC X(20).
023625     02  FILLER                  PIC X(04) VALUE SPACES.
023626     02  RU-FLAG                 PIC X(40).
023627     02  FILLER                  PIC X(58) VALUE SPACES.
023629
023631*    WS-RPT-RETRO-LINE PRINTS THE RETRO PAY IN A PAYMENT UNDER THE
023633*    EMPLOYEE LINE, WITH THE NUMBER OF PERIODS IT REPRICES.
023635 01  WS-RPT-RETRO-LINE.
023637     02  FILLER                  PIC X(11) VALUE SPACES.
023639     02  RR-CODE                 PIC X(03) VALUE 'RET'.
023641     02  FILLER                  PIC X(02) VALUE SPACES.
023643     02  RR-DESC                 PIC X(20) VALUE 'RETRO PAY'.
023645     02  FILLER                  PIC X(02) VALUE SPACES.
023647     02  RR-PERIODS              PIC ZZ9.
023649     02  FILLER                  PIC X(21)
023651                                  VALUE ' PERIOD(S) REPRICED  '.
023653     02  RR-AMOUNT               PIC ZZ,ZZ9.99.
023655     02  FILLER                  PIC X(61) VALUE SPACES.
023700
023800 01  WS-RPT-DEDUCT-LINE.
023900     02  FILLER                  PIC X(11) VALUE SPACES.
027400         'TOTAL NET PAY:     '.
027500     02  WS-RPT-T-NET            PIC ZZ,ZZZ,ZZ9.99.
027600     02  FILLER                  PIC X(49) VALUE SPACES.
027601
027602*    WS-RPT-TRAILER-3 SHOWS HOW MUCH OF THE DEDUCTION TOTAL
027603*    ABOVE IS STATUTORY WITHHOLDING.
027604 01  WS-RPT-TRAILER-3.
027605     02  FILLER                  PIC X(05) VALUE SPACES.
027606     02  FILLER                  PIC X(26) VALUE
027607         'TOTAL TAXES WITHHELD:    '.
027608     02  WS-RPT-T-TAX            PIC ZZ,ZZZ,ZZ9.99.
027609     02  FILLER                  PIC X(88) VALUE SPACES.
027700
027800 PROCEDURE DIVISION.
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100
028110     IF RUN-OFF-CYCLE
028120         PERFORM 6000-RUN-OFF-CYCLE THRU 6000-EXIT
028130     ELSE
028140         PERFORM 2000-PROCESS-LOOP THRU 2000-EXIT
028150             UNTIL EOF-REACHED
028160     END-IF.
028400
028500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
028600     STOP RUN.
030110
030120     PERFORM 1050-PARSE-PERIOD-ARGS THRU 1050-EXIT.
030130     MOVE WS-PERIOD-NO TO WS-RPT-H1-PERIOD.
030131     IF RUN-OFF-CYCLE
030132         MOVE 'OFF-CYCLE NET-PAY REGISTER' TO WS-RPT-H1-TITLE
030133     END-IF.
030140     PERFORM 1080-CHECK-EMP-LOCK THRU 1080-EXIT.
030200
030300     OPEN INPUT EMP-FILE.
030700         STOP RUN
030800     END-IF.
030900
030901*    THE LOADS THAT CAN REFUSE THE RUN GO BEFORE THE NET-PAY
030902*    OUTPUTS OPEN, SO A REFUSED RUN LEAVES THE LAST PERIOD'S
030903*    NET-PAY FILE UNTOUCHED FOR PAY-DEPOSIT.
030910     PERFORM 1250-LOAD-YEAR-END-CONTROL THRU 1250-EXIT.
030920     PERFORM 1300-LOAD-YTD-MASTER THRU 1300-EXIT.
030930     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT.
030940     PERFORM 1500-LOAD-WITHHOLD-ELECTIONS THRU 1500-EXIT.
030941     IF RUN-OFF-CYCLE
030942         PERFORM 1700-LOAD-REISSUE-QUEUE THRU 1700-EXIT
030943         PERFORM 1750-LOAD-REISSUE-DETAIL THRU 1750-EXIT
030944         PERFORM 1800-OPEN-OFF-CYCLE-ITEMS THRU 1800-EXIT
030945     ELSE
030946         PERFORM 1600-LOAD-TIME-CARDS THRU 1600-EXIT
030947     END-IF.
030948     PERFORM 1950-LOAD-RETRO-LEDGER THRU 1950-EXIT.
030950
031000     OPEN INPUT DEDUCT-MASTER-FILE.
031100     OPEN INPUT DEDUCT-ELECT-FILE.
031200     OPEN OUTPUT NETPAY-REPORT-FILE.
031300     OPEN OUTPUT NETPAY-FILE.
031310     PERFORM 1900-OPEN-HISTORY-FILES THRU 1900-EXIT.
031400
031500     PERFORM 1100-LOAD-DEDUCT-MASTER THRU 1100-EXIT
031600         UNTIL DEDM-EOF-REACHED.
031700     PERFORM 1200-LOAD-ELECTIONS THRU 1200-EXIT
031800         UNTIL DEDE-EOF-REACHED.
031900
032000     PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT.
032100 1000-EXIT.
032230*    PERIOD-END DATE OFF THE COMMAND LINE BEFORE ANY FILE OPENS.
032240*    A RUN PRICED AGAINST A MISSING OR GARBLED PERIOD STOPS HERE
032250*    WITH A NONZERO CONDITION CODE INSTEAD OF PAYING THE WRONG
032251*    FIGURES.
032252 1050-PARSE-PERIOD-ARGS.
032253     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
032254     MOVE WS-COMMAND-LINE (1:2) TO WS-PERIOD-ARG.
032255     MOVE WS-COMMAND-LINE (3:8) TO WS-PERIOD-END-ARG.
032256
032257     IF WS-PERIOD-ARG EQUAL TO 'OC'
032258         SET RUN-OFF-CYCLE TO TRUE
032259         IF WS-PERIOD-END-ARG NOT NUMERIC
032260             DISPLAY 'USAGE: SUPPLY OC AND THE OFF-CYCLE PAY '
032261                 'DATE, E.G. OC20260320'
032262             MOVE 8 TO RETURN-CODE
032263             STOP RUN
032264         END-IF
032265         MOVE ZERO TO WS-PERIOD-NO
032266         MOVE WS-PERIOD-END-ARG TO WS-PERIOD-END-DATE
032267         MOVE WS-PERIOD-END-ARG (1:4) TO WS-PERIOD-YEAR
032268         DISPLAY 'OFF-CYCLE RUN  PAY DATE: ' WS-PERIOD-END-DATE
032269         GO TO 1050-EXIT
032270     END-IF.
032271     IF WS-PERIOD-ARG NOT NUMERIC
032272             OR WS-PERIOD-END-ARG NOT NUMERIC
032273         DISPLAY 'USAGE: SUPPLY PERIOD NUMBER AND PERIOD-END '
032274             'DATE, E.G. 0520260315 FOR PERIOD 05'
032275         DISPLAY '       OR OC AND THE OFF-CYCLE PAY DATE, '
032276             'E.G. OC20260320'
032279         MOVE 8 TO RETURN-CODE
032280         STOP RUN
032281     END-IF.
037000     ELSE
037100         DISPLAY 'ELECTION TABLE FULL, EMP-ID '
037200             DEDE-EMP-ID ' ELECTION DROPPED'
037201     END-IF.
037202 1200-EXIT.
037203     EXIT.
037204
037205*    1250-LOAD-YEAR-END-CONTROL READS THE YEAR-END CLOSE CONTROL
037206*    FILE FOR THE LATEST TAX YEAR CLOSED.  A RUN WHOSE PERIOD-END
037207*    YEAR IS ALREADY CLOSED IS REFUSED -- ITS WAGES HAVE BEEN
037208*    REPORTED AND ITS YTD MASTER ARCHIVED.  NO FILE MEANS NO YEAR
037209*    HAS BEEN CLOSED YET.
037210 1250-LOAD-YEAR-END-CONTROL.
037211     OPEN INPUT YEAR-END-CONTROL-FILE.
037212     IF YEC-FILE-NOTEXIST
037213         GO TO 1250-EXIT
037214     END-IF.
037215     IF NOT YEC-FILE-STATUS-OK
037216         DISPLAY 'YEAR-END CONTROL OPEN FAILED, STATUS: '
037217             WS-YEC-FILE-STATUS
037218         MOVE 8 TO RETURN-CODE
037219         STOP RUN
037220     END-IF.
037221
037222     PERFORM 1260-READ-YEAR-END-CONTROL THRU 1260-EXIT
037223         UNTIL YEC-EOF-REACHED.
037224     CLOSE YEAR-END-CONTROL-FILE.
037225
037226     IF WS-PERIOD-YEAR NOT GREATER THAN WS-LAST-CLOSED-YEAR
037227         DISPLAY 'TAX YEAR ' WS-PERIOD-YEAR ' IS ALREADY CLOSED, '
037228             'RUN REFUSED -- NOTHING PAID OR REWRITTEN'
037229         MOVE 8 TO RETURN-CODE
037230         STOP RUN
037231     END-IF.
037232 1250-EXIT.
037233     EXIT.
037234
037235 1260-READ-YEAR-END-CONTROL.
037236     READ YEAR-END-CONTROL-FILE
037237         AT END
037238             SET YEC-EOF-REACHED TO TRUE
037239     END-READ.
037240     IF YEC-EOF-REACHED
037241         GO TO 1260-EXIT
037242     END-IF.
037243
037244     IF YEC-TAX-YEAR GREATER THAN WS-LAST-CLOSED-YEAR
037245         MOVE YEC-TAX-YEAR TO WS-LAST-CLOSED-YEAR
037246     END-IF.
037247 1260-EXIT.
037248     EXIT.
037249
037250*    1300-LOAD-YTD-MASTER READS THE YTD ACCUMULATOR MASTER INTO
037251*    WS-YTD-TABLE.  A MISSING FILE IS AN EMPTY TABLE -- THE YEAR
037252*    HAS NOT STARTED YET.  A RECORD WHOSE YTD-YEAR DISAGREES WITH
037253*    THE PERIOD-END YEAR GOES TO 1320-CHECK-CARRY-IN.
037254 1300-LOAD-YTD-MASTER.
037255     OPEN INPUT YTD-MASTER-FILE.
037256     IF YTD-FILE-NOTEXIST
037257         GO TO 1300-EXIT
037258     END-IF.
037259     IF NOT YTD-FILE-STATUS-OK
037260         DISPLAY 'YTD MASTER OPEN FAILED, STATUS: '
037261             WS-YTD-FILE-STATUS
037262         MOVE 8 TO RETURN-CODE
037263         STOP RUN
037264     END-IF.
037265
037266     PERFORM 1310-LOAD-YTD-RECORD THRU 1310-EXIT
037267         UNTIL YTD-EOF-REACHED.
037268     CLOSE YTD-MASTER-FILE.
037269 1300-EXIT.
037270     EXIT.
037271
037272 1310-LOAD-YTD-RECORD.
037273     READ YTD-MASTER-FILE
037274         AT END
037275             SET YTD-EOF-REACHED TO TRUE
037276     END-READ.
037277     IF YTD-EOF-REACHED
037278         GO TO 1310-EXIT
037279     END-IF.
037280
037281     IF YTD-YEAR NOT EQUAL TO WS-PERIOD-YEAR
037282         PERFORM 1320-CHECK-CARRY-IN THRU 1320-EXIT
037283         GO TO 1310-EXIT
037284     END-IF.
037285
037286     IF WS-YTD-TABLE-USED NOT LESS THAN 1000
037287         DISPLAY 'YTD MASTER EXCEEDS THE TABLE, RUN REFUSED '
037288             '-- NOTHING PAID OR REWRITTEN'
037289         MOVE 8 TO RETURN-CODE
037290         STOP RUN
037291     END-IF.
037292
037293     ADD 1 TO WS-YTD-TABLE-USED.
037294     SET WS-YTD-IDX TO WS-YTD-TABLE-USED.
037295     MOVE YTD-EMP-ID TO WS-YTD-EMP-ID (WS-YTD-IDX).
037296     MOVE YTD-GROSS TO WS-YTD-GROSS (WS-YTD-IDX).
037297     MOVE YTD-TOTAL-DEDUCT TO WS-YTD-TOTAL-DEDUCT (WS-YTD-IDX).
037298     MOVE YTD-NET TO WS-YTD-NET (WS-YTD-IDX).
037299     MOVE YTD-DED-GROUP TO WS-YTD-DED-GROUP (WS-YTD-IDX).
037300     IF YTD-TAX-GROUP IS NOT NUMERIC
037301         MOVE ZERO TO YTD-FED-TAX YTD-STATE-TAX
037302                      YTD-SS-TAX YTD-MED-TAX
037303     END-IF.
037304     MOVE YTD-TAX-GROUP TO WS-YTD-TAX-GROUP (WS-YTD-IDX).
037305     MOVE YTD-STATE-CODE TO WS-YTD-STATE-CODE (WS-YTD-IDX).
037306 1310-EXIT.
037307     EXIT.
037308
037309*    1320-CHECK-CARRY-IN DECIDES WHAT A YTD RECORD FROM ANOTHER
037310*    YEAR MEANS.  A CLOSED YEAR'S RECORD HAS ALREADY BEEN REPORTED
037311*    AND ARCHIVED BY YEAR-END AND IS DROPPED, SO THE NEW YEAR
037312*    STARTS AT ZERO.  AN UNCLOSED PRIOR YEAR'S RECORD MEANS
037313*    YEAR-END HAS NOT RUN -- ITS WAGES ARE NOT REPORTED YET -- AND
037314*    A LATER YEAR'S RECORD MEANS THE PERIOD IS OUT OF ORDER.
037315*    EITHER REFUSES THE RUN BEFORE ANYTHING IS PAID OR REWRITTEN.
037316 1320-CHECK-CARRY-IN.
037317     IF YTD-YEAR LESS THAN WS-PERIOD-YEAR
037318             AND YTD-YEAR NOT GREATER THAN WS-LAST-CLOSED-YEAR
037319         GO TO 1320-EXIT
037320     END-IF.
037321
037322     IF YTD-YEAR LESS THAN WS-PERIOD-YEAR
037323         DISPLAY 'YEAR-END CLOSE FOR ' YTD-YEAR ' NOT DONE, '
037324             'RUN REFUSED -- NOTHING PAID OR REWRITTEN'
037325     ELSE
037326         DISPLAY 'YTD MASTER ALREADY HOLDS ' YTD-YEAR
037327             ' FIGURES, RUN FOR ' WS-PERIOD-YEAR ' REFUSED'
037328     END-IF.
037329     MOVE 8 TO RETURN-CODE.
037330     STOP RUN.
037331 1320-EXIT.
037332     EXIT.
037333
037334*    1400-LOAD-TAX-TABLE READS THE PERIOD-END YEAR'S ROWS OFF THE
037335*    TAX RATE TABLE INTO WS-TAX-TABLE.  NO FILE, OR NO ROWS FOR
037336*    THE YEAR, REFUSES THE RUN BEFORE ANYONE IS PAID.
037337 1400-LOAD-TAX-TABLE.
037338     OPEN INPUT TAX-RATE-FILE.
037339     IF NOT TAX-FILE-STATUS-OK
037340         DISPLAY 'TAX RATE TABLE OPEN FAILED, STATUS: '
037341             WS-TAX-FILE-STATUS ', RUN REFUSED'
037342         MOVE 8 TO RETURN-CODE
037343         STOP RUN
037344     END-IF.
037345
037346     PERFORM 1410-LOAD-TAX-ROW THRU 1410-EXIT
037347         UNTIL TAX-EOF-REACHED.
037348     CLOSE TAX-RATE-FILE.
037349
037350*    THE FEDERAL BRACKETS, THE SOCIAL SECURITY RATE AND WAGE
037351*    BASE, AND THE MEDICARE RATE MUST ALL BE THERE FOR THE YEAR.
037352     MOVE 'FD' TO WS-TAX-WANT-JURIS.
037353     MOVE 'B' TO WS-TAX-WANT-TYPE.
037354     PERFORM 1420-REQUIRE-TAX-ROW THRU 1420-EXIT.
037355     MOVE 'SS' TO WS-TAX-WANT-JURIS.
037356     PERFORM 1420-REQUIRE-TAX-ROW THRU 1420-EXIT.
037357     MOVE 'W' TO WS-TAX-WANT-TYPE.
037358     PERFORM 1420-REQUIRE-TAX-ROW THRU 1420-EXIT.
037359     MOVE 'MC' TO WS-TAX-WANT-JURIS.
037360     MOVE 'B' TO WS-TAX-WANT-TYPE.
037361     PERFORM 1420-REQUIRE-TAX-ROW THRU 1420-EXIT.
037362 1400-EXIT.
037363     EXIT.
037364
037365 1410-LOAD-TAX-ROW.
037366     READ TAX-RATE-FILE
037367         AT END
037368             SET TAX-EOF-REACHED TO TRUE
037369     END-READ.
037370     IF TAX-EOF-REACHED
037371         GO TO 1410-EXIT
037372     END-IF.
037373
037374     IF TXR-TAX-YEAR NOT EQUAL TO WS-PERIOD-YEAR
037375         GO TO 1410-EXIT
037376     END-IF.
037377
037378     IF WS-TAX-TABLE-USED NOT LESS THAN 200
037379         DISPLAY 'TAX RATE TABLE EXCEEDS THE TABLE, RUN REFUSED '
037380             '-- NOTHING PAID OR REWRITTEN'
037381         MOVE 8 TO RETURN-CODE
037382         STOP RUN
037383     END-IF.
037384
037385     ADD 1 TO WS-TAX-TABLE-USED.
037386     SET WS-TAX-IDX TO WS-TAX-TABLE-USED.
037387     MOVE TXR-JURIS TO WS-TAX-JURIS (WS-TAX-IDX).
037388     MOVE TXR-REC-TYPE TO WS-TAX-REC-TYPE (WS-TAX-IDX).
037389     MOVE TXR-FILING-STATUS TO WS-TAX-FILING-STATUS (WS-TAX-IDX).
037390     MOVE TXR-FLOOR TO WS-TAX-FLOOR (WS-TAX-IDX).
037391     MOVE TXR-RATE TO WS-TAX-RATE (WS-TAX-IDX).
037392     MOVE TXR-BASE-TAX TO WS-TAX-BASE-TAX (WS-TAX-IDX).
037393     MOVE TXR-AMOUNT TO WS-TAX-AMOUNT (WS-TAX-IDX).
037394 1410-EXIT.
037395     EXIT.
037396
037397 1420-REQUIRE-TAX-ROW.
037398     PERFORM 5400-FIND-TAX-ROW THRU 5400-EXIT.
037399     IF TAX-SLOT-NOT-FOUND
037400         DISPLAY 'TAX RATE TABLE HAS NO ' WS-TAX-WANT-JURIS ' '
037401             WS-TAX-WANT-TYPE ' ROW FOR ' WS-PERIOD-YEAR
037402             ', RUN REFUSED'
037403         MOVE 8 TO RETURN-CODE
037404         STOP RUN
037405     END-IF.
037406 1420-EXIT.
037407     EXIT.
037408
037409*    1500-LOAD-WITHHOLD-ELECTIONS READS THE WITHHOLDING ELECTION
037410*    FILE INTO WS-WHOLD-TABLE.  NO FILE MEANS NO ELECTIONS YET --
037411*    EVERYONE WITHHOLDS AT THE DEFAULT AND IS WARNED ON.
037412 1500-LOAD-WITHHOLD-ELECTIONS.
037413     OPEN INPUT WITHHOLD-ELECT-FILE.
037414     IF WHE-FILE-NOTEXIST
037415         DISPLAY 'NO WITHHOLDING ELECTIONS ON FILE, DEFAULTS '
037416             'APPLY'
037417         GO TO 1500-EXIT
037418     END-IF.
037419     IF NOT WHE-FILE-STATUS-OK
037420         DISPLAY 'WITHHOLDING ELECTION OPEN FAILED, STATUS: '
037421             WS-WHE-FILE-STATUS
037422         MOVE 8 TO RETURN-CODE
037423         STOP RUN
037424     END-IF.
037425
037426     PERFORM 1510-LOAD-WITHHOLD-ELECTION THRU 1510-EXIT
037427         UNTIL WHE-EOF-REACHED.
037428     CLOSE WITHHOLD-ELECT-FILE.
037429 1500-EXIT.
037430     EXIT.
037431
037432 1510-LOAD-WITHHOLD-ELECTION.
037433     READ WITHHOLD-ELECT-FILE
037434         AT END
037435             SET WHE-EOF-REACHED TO TRUE
037436     END-READ.
037437     IF WHE-EOF-REACHED
037438         GO TO 1510-EXIT
037439     END-IF.
037440
037441     IF WS-WHOLD-TABLE-USED NOT LESS THAN 1000
037442         DISPLAY 'WITHHOLDING ELECTIONS EXCEED THE TABLE, RUN '
037443             'REFUSED -- NOTHING PAID OR REWRITTEN'
037444         MOVE 8 TO RETURN-CODE
037445         STOP RUN
037446     END-IF.
037447
037448     ADD 1 TO WS-WHOLD-TABLE-USED.
037449     SET WS-WHOLD-IDX TO WS-WHOLD-TABLE-USED.
037450     MOVE WHE-EMP-ID TO WS-WHOLD-EMP-ID (WS-WHOLD-IDX).
037451     MOVE WHE-FILING-STATUS TO WS-WHOLD-STATUS (WS-WHOLD-IDX).
037452     MOVE WHE-ALLOWANCES TO WS-WHOLD-ALLOWANCES (WS-WHOLD-IDX).
037453     MOVE WHE-EXTRA-WH TO WS-WHOLD-EXTRA-WH (WS-WHOLD-IDX).
037454     MOVE WHE-WORK-STATE TO WS-WHOLD-WORK-STATE (WS-WHOLD-IDX).
037455 1510-EXIT.
037456     EXIT.
037457
037458*    1600-LOAD-TIME-CARDS READS THIS PERIOD'S CARDS OFF THE
037459*    TIMECARD FILE INTO WS-TIME-TABLE.  CARDS FOR ANY OTHER
037460*    PERIOD ARE PASSED OVER.  TIME-EDIT ALLOWS ONE CARD PER
037461*    EMPLOYEE PER PERIOD; A SECOND ONE THAT GOT ONTO THE FILE
037462*    SOME OTHER WAY IS REPORTED AND IGNORED, NEVER PAID TWICE.
037463 1600-LOAD-TIME-CARDS.
037464     OPEN INPUT TIME-CARD-FILE.
037465     IF TCRD-FILE-NOTEXIST
037466         DISPLAY 'NO TIMECARD FILE PRESENT, HOURLY EMPLOYEES '
037467             'WILL NOT BE PAID'
037468         GO TO 1600-EXIT
037469     END-IF.
037470     IF NOT TCRD-FILE-STATUS-OK
037471         DISPLAY 'TIMECARD FILE OPEN FAILED, STATUS: '
037472             WS-TCRD-FILE-STATUS
037473         MOVE 8 TO RETURN-CODE
037474         STOP RUN
037475     END-IF.
037476
037477     PERFORM 1610-LOAD-TIME-CARD THRU 1610-EXIT
037478         UNTIL TCRD-EOF-REACHED.
037479     CLOSE TIME-CARD-FILE.
037480 1600-EXIT.
037481     EXIT.
037482
037483 1610-LOAD-TIME-CARD.
037484     READ TIME-CARD-FILE
037485         AT END
037486             SET TCRD-EOF-REACHED TO TRUE
037487     END-READ.
037488     IF TCRD-EOF-REACHED
037489         GO TO 1610-EXIT
037490     END-IF.
037491
037492     IF TE-PERIOD-END NOT EQUAL TO WS-PERIOD-END-DATE
037493         GO TO 1610-EXIT
037494     END-IF.
037495
037496     MOVE TE-EMP-ID TO EMP-ID.
037497     PERFORM 3280-FIND-TIME-CARD THRU 3280-EXIT.
037498     IF TIME-SLOT-FOUND
037499         DISPLAY 'EMP-ID ' TE-EMP-ID ' HAS A SECOND TIMECARD '
037500             'FOR THE PERIOD, IGNORED'
037501         ADD 1 TO WS-WARNING-COUNT
037502         GO TO 1610-EXIT
037503     END-IF.
037504
037505     IF WS-TIME-TABLE-USED NOT LESS THAN 1000
037506         DISPLAY 'TIMECARDS EXCEED THE TABLE, RUN REFUSED '
037507             '-- NOTHING PAID OR REWRITTEN'
037508         MOVE 8 TO RETURN-CODE
037509         STOP RUN
037510     END-IF.
037511
037512     ADD 1 TO WS-TIME-TABLE-USED.
037513     SET WS-TIME-IDX TO WS-TIME-TABLE-USED.
037514     MOVE TE-EMP-ID TO WS-TIME-EMP-ID (WS-TIME-IDX).
037515     MOVE TE-REG-HOURS TO WS-TIME-REG-HOURS (WS-TIME-IDX).
037516     MOVE TE-OT-HOURS TO WS-TIME-OT-HOURS (WS-TIME-IDX).
037517     MOVE TE-EARN-GROUP TO WS-TIME-EARN-GROUP (WS-TIME-IDX).
037518 1610-EXIT.
037519     EXIT.
037520
037521*    1700-LOAD-REISSUE-QUEUE READS THE VOIDED PAYMENTS PAY-VOID
037522*    HAS QUEUED FOR REISSUE INTO WS-REISSUE-TABLE.  NO FILE MEANS
037523*    NOTHING IS QUEUED.
037524 1700-LOAD-REISSUE-QUEUE.
037525     OPEN INPUT REISSUE-QUEUE-FILE.
037526     IF RQ-FILE-NOTEXIST
037527         GO TO 1700-EXIT
037528     END-IF.
037529     IF NOT RQ-FILE-STATUS-OK
037530         DISPLAY 'REISSUE QUEUE OPEN FAILED, STATUS: '
037531             WS-RQ-FILE-STATUS
037532         MOVE 8 TO RETURN-CODE
037533         STOP RUN
037534     END-IF.
037535
037536     PERFORM 1710-LOAD-REISSUE THRU 1710-EXIT
037537         UNTIL RQ-EOF-REACHED.
037538     CLOSE REISSUE-QUEUE-FILE.
037539 1700-EXIT.
037540     EXIT.
037541
037542 1710-LOAD-REISSUE.
037543     READ REISSUE-QUEUE-FILE
037544         AT END
037545             SET RQ-EOF-REACHED TO TRUE
037546     END-READ.
037547     IF RQ-EOF-REACHED
037548         GO TO 1710-EXIT
037549     END-IF.
037550
037551     IF WS-RIS-TABLE-USED NOT LESS THAN 100
037552         DISPLAY 'REISSUE QUEUE EXCEEDS THE TABLE, RUN REFUSED '
037553             '-- NOTHING PAID OR REWRITTEN'
037554         MOVE 8 TO RETURN-CODE
037555         STOP RUN
037556     END-IF.
037557
037558     ADD 1 TO WS-RIS-TABLE-USED.
037559     SET WS-RIS-IDX TO WS-RIS-TABLE-USED.
037560     MOVE RQ-RUN-ID TO WS-RIS-RUN-ID (WS-RIS-IDX).
037561     MOVE RQ-EMP-ID TO WS-RIS-EMP-ID (WS-RIS-IDX).
037562     MOVE RQ-EARN-CODE TO WS-RIS-EARN-CODE (WS-RIS-IDX).
037563     SET RIS-QUEUED (WS-RIS-IDX) TO TRUE.
037564     MOVE REISSUE-QUEUE-RECORD TO WS-RIS-RECORD (WS-RIS-IDX).
037565 1710-EXIT.
037566     EXIT.
037567
037568*    1750-LOAD-REISSUE-DETAIL READS THE QUEUED RECORDS' ITEMIZED
037569*    LINES INTO WS-REISSUE-DET-TABLE, EACH TIED TO ITS QUEUED
037570*    RECORD.  A LINE WHOSE RECORD IS NOT IN THE QUEUE BELONGS TO
037571*    NOTHING THAT WILL BE PAID AND IS REPORTED AND DROPPED.
037572 1750-LOAD-REISSUE-DETAIL.
037573     OPEN INPUT REISSUE-DETAIL-FILE.
037574     IF RQD-FILE-NOTEXIST
037575         GO TO 1750-EXIT
037576     END-IF.
037577     IF NOT RQD-FILE-STATUS-OK
037578         DISPLAY 'REISSUE DETAIL OPEN FAILED, STATUS: '
037579             WS-RQD-FILE-STATUS
037580         MOVE 8 TO RETURN-CODE
037581         STOP RUN
037582     END-IF.
037583
037584     PERFORM 1760-LOAD-REISSUE-LINE THRU 1760-EXIT
037585         UNTIL RQD-EOF-REACHED.
037586     CLOSE REISSUE-DETAIL-FILE.
037587 1750-EXIT.
037588     EXIT.
037589
037590 1760-LOAD-REISSUE-LINE.
037591     READ REISSUE-DETAIL-FILE
037592         AT END
037593             SET RQD-EOF-REACHED TO TRUE
037594     END-READ.
037595     IF RQD-EOF-REACHED
037596         GO TO 1760-EXIT
037597     END-IF.
037598
037599     MOVE 'N' TO WS-RIS-SLOT-SWITCH.
037600     SET WS-RIS-IDX TO 1.
037601     PERFORM 1770-TEST-REISSUE-OWNER THRU 1770-EXIT
037602         UNTIL RIS-SLOT-FOUND
037603             OR WS-RIS-IDX > WS-RIS-TABLE-USED.
037604     IF RIS-SLOT-NOT-FOUND
037605         DISPLAY 'REISSUE LINE FOR RUN ' RQD-RUN-ID ' EMP-ID '
037606             RQD-EMP-ID ' HAS NO QUEUED RECORD, DROPPED'
037607         ADD 1 TO WS-WARNING-COUNT
037608         GO TO 1760-EXIT
037609     END-IF.
037610
037611     IF WS-RDT-TABLE-USED NOT LESS THAN 1000
037612         DISPLAY 'REISSUE DETAIL EXCEEDS THE TABLE, RUN REFUSED '
037613             '-- NOTHING PAID OR REWRITTEN'
037614         MOVE 8 TO RETURN-CODE
037615         STOP RUN
037616     END-IF.
037617
037618     ADD 1 TO WS-RDT-TABLE-USED.
037619     SET WS-RDT-IDX TO WS-RDT-TABLE-USED.
037620     SET WS-RDT-OWNER (WS-RDT-IDX) TO WS-RIS-IDX.
037621     MOVE REISSUE-DETAIL-RECORD TO WS-RDT-RECORD (WS-RDT-IDX).
037622 1760-EXIT.
037623     EXIT.
037624
037625 1770-TEST-REISSUE-OWNER.
037626     IF RQD-RUN-ID EQUAL TO WS-RIS-RUN-ID (WS-RIS-IDX)
037627             AND RQD-EMP-ID EQUAL TO WS-RIS-EMP-ID (WS-RIS-IDX)
037628             AND RQD-EARN-CODE EQUAL TO
037629                 WS-RIS-EARN-CODE (WS-RIS-IDX)
037728         SET RIS-SLOT-FOUND TO TRUE
037729     ELSE
037730         SET WS-RIS-IDX UP BY 1
037731     END-IF.
037732 1770-EXIT.
037733     EXIT.
037734
037735*    1800-OPEN-OFF-CYCLE-ITEMS OPENS THE OFF-CYCLE ITEM FILE AHEAD
037736*    OF THE NET-PAY OUTPUTS, SO AN UNREADABLE FILE REFUSES THE RUN
037737*    BEFORE ANYTHING IS TRUNCATED.  NO FILE MEANS NO ITEMS.
037738 1800-OPEN-OFF-CYCLE-ITEMS.
037739     OPEN INPUT OFF-CYCLE-FILE.
037740     IF OCI-FILE-NOTEXIST
037741         DISPLAY 'NO OFF-CYCLE ITEM FILE ON HAND, REISSUES ONLY'
037742         SET OCI-EOF-REACHED TO TRUE
037743         GO TO 1800-EXIT
037744     END-IF.
037745     IF NOT OCI-FILE-STATUS-OK
037746         DISPLAY 'OFF-CYCLE ITEM FILE OPEN FAILED, STATUS: '
037747             WS-OCI-FILE-STATUS ', RUN REFUSED'
037748         MOVE 8 TO RETURN-CODE
037749         STOP RUN
037750     END-IF.
037751     SET OCI-FILE-OPEN TO TRUE.
037752 1800-EXIT.
037753     EXIT.
037754
037755*    1900-OPEN-HISTORY-FILES OPENS THE NET-PAY HISTORY FILES FOR
037756*    APPEND, CREATING THEM ON THE FIRST RUN.
037757 1900-OPEN-HISTORY-FILES.
037758     OPEN EXTEND NETPAY-HISTORY-FILE.
037759     IF NPH-FILE-NOTEXIST
037760         OPEN OUTPUT NETPAY-HISTORY-FILE
037761     END-IF.
037762     OPEN EXTEND NETPAY-DETAIL-HIST-FILE.
037763     IF NPD-FILE-NOTEXIST
037764         OPEN OUTPUT NETPAY-DETAIL-HIST-FILE
037765     END-IF.
037766 1900-EXIT.
037767     EXIT.
037769
037771*    1950-LOAD-RETRO-LEDGER READS THE RETRO LEDGER INTO
037773*    WS-RTL-TABLE.  IT GOES WITH THE REFUSABLE LOADS, AHEAD OF THE
037775*    NET-PAY OUTPUTS.  NO FILE MEANS NO RETRO TO PAY.
037777 1950-LOAD-RETRO-LEDGER.
037779     OPEN INPUT RETRO-LEDGER-FILE.
037781     IF RTL-FILE-NOTEXIST
037783         GO TO 1950-EXIT
037785     END-IF.
037787     IF NOT RTL-FILE-STATUS-OK
037789         DISPLAY 'RETRO LEDGER OPEN FAILED, STATUS: '
037791             WS-RTL-FILE-STATUS ', RUN REFUSED'
037793         MOVE 8 TO RETURN-CODE
037795         STOP RUN
037797     END-IF.
037799
037801     PERFORM 1960-LOAD-RETRO-LINE THRU 1960-EXIT
037803         UNTIL RTL-EOF-REACHED.
037805     CLOSE RETRO-LEDGER-FILE.
037807 1950-EXIT.
037809     EXIT.
037811
037813*    1960-LOAD-RETRO-LINE LOADS ONE LEDGER LINE.  A LINE ALREADY
037815*    PAID BY A RUN OF THIS SAME CYCLE FOR THIS SAME DATE IS
037817*    TAKEN AS RELEASED AGAIN -- THIS RUN IS A RERUN, AND ITS
037819*    NET-PAY FILE REPLACES THE ONE THAT CARRIED THE LINE.
037821 1960-LOAD-RETRO-LINE.
037823     READ RETRO-LEDGER-FILE
037825         AT END
037827             SET RTL-EOF-REACHED TO TRUE
037829     END-READ.
037831     IF RTL-EOF-REACHED
037833         GO TO 1960-EXIT
037835     END-IF.
037837
037839     IF WS-RTL-TABLE-USED NOT LESS THAN 2000
037841         DISPLAY 'RETRO LEDGER EXCEEDS THE TABLE, RUN REFUSED'
037843         MOVE 8 TO RETURN-CODE
037845         STOP RUN
037847     END-IF.
037849     ADD 1 TO WS-RTL-TABLE-USED.
037851     SET WS-RTL-IDX TO WS-RTL-TABLE-USED.
037853     MOVE RTL-EMP-ID TO WS-RTL-EMP-ID (WS-RTL-IDX).
037855     MOVE RTL-STATE TO WS-RTL-STATE (WS-RTL-IDX).
037857     MOVE RETRO-LEDGER-RECORD TO WS-RTL-RECORD (WS-RTL-IDX).
037859     IF RTL-STATE-PAID
037861             AND RTL-PAID-CYCLE EQUAL TO WS-RUN-MODE
037863             AND RTL-PAID-PERIOD-END EQUAL TO WS-PERIOD-END-DATE
037865         MOVE WS-RUN-MODE TO WS-RTL-STATE (WS-RTL-IDX)
037867     END-IF.
037869 1960-EXIT.
037871     EXIT.
037872
037873*----------------------------------------------------------------
037874* 2000-PROCESS-LOOP  --  READ ONE EMP-FILE RECORD AND, UNLESS
037900* END OF FILE WAS REACHED, CALCULATE ITS PAY.
038000*----------------------------------------------------------------
038100 2000-PROCESS-LOOP.
042410     MOVE EMPF-EMP-STATUS  TO EMP-STATUS.
042420     MOVE EMPF-HIRE-DATE   TO EMP-HIRE-DATE.
042430     MOVE EMPF-TERM-DATE   TO EMP-TERM-DATE.
042440     MOVE EMPF-PAY-TYPE    TO EMP-PAY-TYPE.
042450     MOVE EMPF-HOURLY-RATE TO EMP-HOURLY-RATE.
042500 3100-EXIT.
042600     EXIT.
042700
044900 3200-EXIT.
045000     EXIT.
045010
045011*    3250-CHECK-PAY-STATUS DECIDES WHETHER THIS PERIOD PAYS THE
045012*    RECORD IN EMP-DATA.  ACTIVES PAY; ON-LEAVE EMPLOYEES DO
045013*    NOT; A TERMINATED EMPLOYEE FINAL-PAYS THROUGH THE PERIOD
045014*    HOLDING THE TERM DATE -- A TERM DATE ON OR PAST THE
045015*    PERIOD-END PAYS THE FULL PERIOD, ONE INSIDE THE CLOSING
045016*    WS-PERIOD-SPAN-DAYS PAYS THE FINAL PERIOD, AND AN OLDER
045017*    ONE IS ALREADY PAID OUT.  A TERMED RECORD WITH NO USABLE
045018*    TERM DATE NEVER PAYS -- SOMEONE FIXES THE DATE FIRST.
045019 3250-CHECK-PAY-STATUS.
045020     SET EMPLOYEE-PAYABLE TO TRUE.
045021
045022     IF EMP-ACTIVE
045023         GO TO 3250-EXIT
045024     END-IF.
045025
045026     IF EMP-ON-LEAVE
045027         SET EMPLOYEE-NOT-PAYABLE TO TRUE
045028         GO TO 3250-EXIT
045029     END-IF.
045030
045031     IF EMP-TERM-DATE IS NOT NUMERIC
045032             OR EMP-TERM-DATE EQUAL ZERO
045033         SET EMPLOYEE-NOT-PAYABLE TO TRUE
045034         DISPLAY 'EMP-ID ' EMP-ID ' TERMED WITHOUT A USABLE '
045035             'TERM DATE, NOT PAID'
045036         ADD 1 TO WS-WARNING-COUNT
045037         GO TO 3250-EXIT
045038     END-IF.
045039
045040     IF EMP-TERM-DATE NOT LESS THAN WS-PERIOD-END-DATE
045041         GO TO 3250-EXIT
045042     END-IF.
045043
045044     COMPUTE WS-PERIOD-END-ORDINAL =
045045         FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-DATE).
045046     COMPUTE WS-TERM-ORDINAL =
045047         FUNCTION INTEGER-OF-DATE (EMP-TERM-DATE).
045048     IF WS-PERIOD-END-ORDINAL - WS-TERM-ORDINAL
045049             NOT LESS THAN WS-PERIOD-SPAN-DAYS
045050         SET EMPLOYEE-NOT-PAYABLE TO TRUE
045051     END-IF.
045052 3250-EXIT.
045053     EXIT.
045054
045055*    3270-PRICE-HOURS PRICES AN HOURLY EMPLOYEE'S GROSS FROM THE
045056*    PERIOD'S TIMECARD INTO WS-HOURS-LINE-TABLE: REGULAR HOURS
045057*    AT THE RATE, OVERTIME AT WS-OT-FACTOR TIMES THE RATE, AND
045058*    EACH EARNINGS CODE AT STRAIGHT TIME.  NO CARD, NO USABLE
045059*    RATE, OR A GROSS TOO LARGE FOR THE NET-PAY RECORD LEAVES
045060*    THE EMPLOYEE UNPRICED -- FLAGGED ON THE REGISTER, NOT PAID.
045061 3270-PRICE-HOURS.
045062     SET HOURS-PRICED TO TRUE.
045063     MOVE ZERO TO WS-HOURS-LINES-USED WS-EMP-TOTAL-HOURS
045064                  WS-HOURLY-GROSS.
045065
045066     IF EMP-HOURLY-RATE IS NOT NUMERIC
045067             OR EMP-HOURLY-RATE EQUAL ZERO
045068         SET HOURS-NOT-PRICED TO TRUE
045069         MOVE '*** NO HOURLY RATE - NOT PAID ***' TO RU-FLAG
045070         GO TO 3270-EXIT
045071     END-IF.
045072
045073     PERFORM 3280-FIND-TIME-CARD THRU 3280-EXIT.
045074     IF TIME-SLOT-NOT-FOUND
045075         SET HOURS-NOT-PRICED TO TRUE
045076         MOVE '*** NO TIMECARD - NOT PAID ***' TO RU-FLAG
045077         ADD 1 TO WS-NO-TIMECARD-COUNT
045078         GO TO 3270-EXIT
045079     END-IF.
045080
045081     IF WS-TIME-REG-HOURS (WS-TIME-IDX) > ZERO
045082         ADD 1 TO WS-HOURS-LINES-USED
045083         MOVE 'REG' TO WS-HL-CODE (WS-HOURS-LINES-USED)
045084         MOVE 'REGULAR HOURS' TO WS-HL-DESC (WS-HOURS-LINES-USED)
045085         MOVE WS-TIME-REG-HOURS (WS-TIME-IDX)
045086             TO WS-HL-HOURS (WS-HOURS-LINES-USED)
045087         MOVE EMP-HOURLY-RATE TO WS-HL-RATE (WS-HOURS-LINES-USED)
045088         PERFORM 3290-PRICE-HOURS-LINE THRU 3290-EXIT
045089     END-IF.
045090
045091     IF WS-TIME-OT-HOURS (WS-TIME-IDX) > ZERO
045092         ADD 1 TO WS-HOURS-LINES-USED
045093         MOVE 'OT ' TO WS-HL-CODE (WS-HOURS-LINES-USED)
045094         MOVE 'OVERTIME HOURS' TO WS-HL-DESC (WS-HOURS-LINES-USED)
045095         MOVE WS-TIME-OT-HOURS (WS-TIME-IDX)
045096             TO WS-HL-HOURS (WS-HOURS-LINES-USED)
045097         COMPUTE WS-HL-RATE (WS-HOURS-LINES-USED) =
045098             EMP-HOURLY-RATE * WS-OT-FACTOR
045099         PERFORM 3290-PRICE-HOURS-LINE THRU 3290-EXIT
045100     END-IF.
045101
045102     MOVE 1 TO WS-EARN-SUB.
045103     PERFORM 3275-PRICE-EARN-ENTRY THRU 3275-EXIT
045104         UNTIL WS-EARN-SUB > 4.
045105
045106     IF WS-HOURLY-GROSS > 99999.99
045107         SET HOURS-NOT-PRICED TO TRUE
045108         MOVE '*** HOURS PRICE PAST GROSS LIMIT ***' TO RU-FLAG
045109         GO TO 3270-EXIT
045110     END-IF.
045111     MOVE WS-HOURLY-GROSS TO WS-GROSS-PAY.
045112 3270-EXIT.
045113     EXIT.
045114
045115 3275-PRICE-EARN-ENTRY.
045116     IF WS-TIME-EARN-CODE (WS-TIME-IDX WS-EARN-SUB) EQUAL SPACES
045117             OR WS-TIME-EARN-HOURS (WS-TIME-IDX WS-EARN-SUB)
045118                 EQUAL ZERO
045119         GO TO 3275-CONTINUE
045120     END-IF.
045121
045122     ADD 1 TO WS-HOURS-LINES-USED.
045123     MOVE WS-TIME-EARN-CODE (WS-TIME-IDX WS-EARN-SUB)
045124         TO WS-HL-CODE (WS-HOURS-LINES-USED).
045125     EVALUATE WS-TIME-EARN-CODE (WS-TIME-IDX WS-EARN-SUB)
045126         WHEN 'HOL'
045127             MOVE 'HOLIDAY HOURS'
045128                 TO WS-HL-DESC (WS-HOURS-LINES-USED)
045137         WHEN 'VAC'
045138             MOVE 'VACATION HOURS'
045139                 TO WS-HL-DESC (WS-HOURS-LINES-USED)
045140         WHEN 'SCK'
045141             MOVE 'SICK HOURS' TO WS-HL-DESC (WS-HOURS-LINES-USED)
045142         WHEN 'BRV'
045143             MOVE 'BEREAVEMENT HOURS'
045144                 TO WS-HL-DESC (WS-HOURS-LINES-USED)
045145         WHEN 'JUR'
045146             MOVE 'JURY DUTY HOURS'
045147                 TO WS-HL-DESC (WS-HOURS-LINES-USED)
045148         WHEN OTHER
045149             MOVE 'OTHER PAID HOURS'
045150                 TO WS-HL-DESC (WS-HOURS-LINES-USED)
045151     END-EVALUATE.
045152     MOVE WS-TIME-EARN-HOURS (WS-TIME-IDX WS-EARN-SUB)
045153         TO WS-HL-HOURS (WS-HOURS-LINES-USED).
045154     MOVE EMP-HOURLY-RATE TO WS-HL-RATE (WS-HOURS-LINES-USED).
045155     PERFORM 3290-PRICE-HOURS-LINE THRU 3290-EXIT.
045156 3275-CONTINUE.
045157     ADD 1 TO WS-EARN-SUB.
045158 3275-EXIT.
045159     EXIT.
045160
045161*    3280-FIND-TIME-CARD SETS WS-TIME-IDX TO THE PERIOD'S CARD
045162*    FOR THE EMPLOYEE IN EMP-ID.
045163 3280-FIND-TIME-CARD.
045164     MOVE 'N' TO WS-TIME-SLOT-SWITCH.
045165     SET WS-TIME-IDX TO 1.
045166     PERFORM 3285-TEST-TIME-CARD THRU 3285-EXIT
045167         UNTIL TIME-SLOT-FOUND
045168             OR WS-TIME-IDX > WS-TIME-TABLE-USED.
045169 3280-EXIT.
045170     EXIT.
045171
045172 3285-TEST-TIME-CARD.
045173     IF EMP-ID EQUAL TO WS-TIME-EMP-ID (WS-TIME-IDX)
045174         SET TIME-SLOT-FOUND TO TRUE
045175     ELSE
045176         SET WS-TIME-IDX UP BY 1
045177     END-IF.
045178 3285-EXIT.
045179     EXIT.
045180
045181*    3290-PRICE-HOURS-LINE PRICES THE HOURS LINE JUST FILLED IN
045182*    AND ROLLS IT INTO THE EMPLOYEE'S GROSS AND HOURS.
045183 3290-PRICE-HOURS-LINE.
045184     COMPUTE WS-HL-AMOUNT (WS-HOURS-LINES-USED) ROUNDED =
045185         WS-HL-HOURS (WS-HOURS-LINES-USED)
045186             * WS-HL-RATE (WS-HOURS-LINES-USED).
045187     ADD WS-HL-AMOUNT (WS-HOURS-LINES-USED) TO WS-HOURLY-GROSS.
045188     ADD WS-HL-HOURS (WS-HOURS-LINES-USED) TO WS-EMP-TOTAL-HOURS.
045189 3290-EXIT.
045190     EXIT.
045191
045200*----------------------------------------------------------------
045300* 3300-CALCULATE-PAY  --  PERIOD GROSS, ITEMIZED DEDUCTIONS, AND
045400* NET FOR ONE EMPLOYEE: DIVIDE THE ANNUAL SALARY DOWN TO THE
045620* EMPLOYEE'S YTD FIGURES.
045700*----------------------------------------------------------------
045800 3300-CALCULATE-PAY.
045810     MOVE ZERO TO WS-EMP-TOTAL-HOURS.
045820     IF EMP-HOURLY
045830         PERFORM 3270-PRICE-HOURS THRU 3270-EXIT
045840         IF HOURS-NOT-PRICED
045850             PERFORM 4110-WRITE-UNPAID-LINE THRU 4110-EXIT
045860             GO TO 3300-EXIT
045870         END-IF
045880     ELSE
045890         COMPUTE WS-GROSS-PAY ROUNDED =
045900             EMP-SALARY / WS-PERIODS-PER-YEAR
045910     END-IF.
045930     PERFORM 3450-ADD-RETRO-PAY THRU 3450-EXIT.
046000     MOVE ZERO TO WS-EMP-TOTAL-DEDUCT.
046010     PERFORM 3350-FIND-YTD-SLOT THRU 3350-EXIT.
046100
046200     PERFORM 4100-WRITE-EMPLOYEE-LINE THRU 4100-EXIT.
046201     IF EMP-HOURLY
046202         MOVE 1 TO WS-HOURS-PRINT-SUB
046203         PERFORM 4120-WRITE-HOURS-LINE THRU 4120-EXIT
046204             UNTIL WS-HOURS-PRINT-SUB > WS-HOURS-LINES-USED
046205     END-IF.
046206     IF WS-RETRO-GROSS GREATER THAN ZERO
046207         PERFORM 4130-WRITE-RETRO-LINE THRU 4130-EXIT
046208     END-IF.
046210     PERFORM 5000-CALCULATE-TAXES THRU 5000-EXIT.
046300
046400     MOVE 1 TO WS-ELECT-SCAN-SUB.
046500     PERFORM 3310-SCAN-ELECTIONS THRU 3310-EXIT
046600         UNTIL WS-ELECT-SCAN-SUB > WS-ELECT-TABLE-USED.
046610
046620     PERFORM 3400-POST-PAY THRU 3400-EXIT.
046630 3300-EXIT.
046640     EXIT.
049000
049100*    3310-SCAN-ELECTIONS STEPS THROUGH WS-ELECT-TABLE AND APPLIES
049200*    EVERY ELECTION BELONGING TO THE EMPLOYEE CURRENTLY IN
051400         GO TO 3320-EXIT
051500     END-IF.
051600
051602     IF RETRO-PERCENT-ONLY
051604             AND WS-DEDUCT-METHOD (WS-DEDUCT-IDX) NOT EQUAL TO 'P'
051606         GO TO 3320-EXIT
051608     END-IF.
051610     MOVE WS-ELECT-DED-CODE (WS-ELECT-IDX) TO WS-YTD-WANT-CODE.
051701     PERFORM 3370-FIND-YTD-DED-SLOT THRU 3370-EXIT.
051702
051703*    A PERCENT DEDUCTION TAKES ITS CUT OF THE PERIOD GROSS; A
052830             TO WS-YTD-DED-AMOUNT (WS-YTD-IDX WS-YTD-DED-IDX)
052840     END-IF.
052900     PERFORM 4150-WRITE-DEDUCTION-LINE THRU 4150-EXIT.
052910     MOVE 'D' TO WS-DETAIL-TYPE.
052920     MOVE WS-DEDUCT-AMOUNT TO WS-DETAIL-AMOUNT.
052930     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
053000 3320-EXIT.
053100     EXIT.
053110
055200 3340-EXIT.
055300     EXIT.
055310
055311*    3350-FIND-YTD-SLOT SETS WS-YTD-IDX TO THE CURRENT EMPLOYEE'S
055312*    SLOT IN WS-YTD-TABLE, ADDING A NEW SLOT AT THE END THE FIRST
055313*    TIME THE EMPLOYEE IS PAID THIS YEAR.  A HEADCOUNT PAST THE
055314*    TABLE'S 1000 SLOTS STOPS THE RUN COLD -- PAYING ON WITHOUT
055315*    A YTD SLOT WOULD REWRITE THE YTD MASTER SHORT AND UNCAP
055316*    THE EMPLOYEE'S FLAT DEDUCTIONS.
055317 3350-FIND-YTD-SLOT.
055318     MOVE 'N' TO WS-YTD-SLOT-SWITCH.
055319     SET WS-YTD-IDX TO 1.
055320     PERFORM 3360-TEST-YTD-SLOT THRU 3360-EXIT
055321         UNTIL YTD-SLOT-FOUND
055322             OR WS-YTD-IDX > WS-YTD-TABLE-USED.
055323
055324     IF YTD-SLOT-NOT-FOUND
055325         IF WS-YTD-TABLE-USED NOT LESS THAN 1000
055326             DISPLAY 'HEADCOUNT EXCEEDS THE YTD TABLE AT '
055327                 'EMP-ID ' EMP-ID ', RUN STOPPED'
055328             MOVE 8 TO RETURN-CODE
055329             STOP RUN
055330         END-IF
055331         ADD 1 TO WS-YTD-TABLE-USED
055332         SET WS-YTD-IDX TO WS-YTD-TABLE-USED
055333         MOVE EMP-ID TO WS-YTD-EMP-ID (WS-YTD-IDX)
055334         SET YTD-SLOT-FOUND TO TRUE
055335     END-IF.
055336 3350-EXIT.
055337     EXIT.
055338
055339 3360-TEST-YTD-SLOT.
055340     IF EMP-ID EQUAL TO WS-YTD-EMP-ID (WS-YTD-IDX)
055341         SET YTD-SLOT-FOUND TO TRUE
055342     ELSE
055343         SET WS-YTD-IDX UP BY 1
055344     END-IF.
055345 3360-EXIT.
055346     EXIT.
055347
055348*    3370-FIND-YTD-DED-SLOT SETS WS-YTD-DED-IDX TO THE WANTED
055349*    CODE'S SLOT AMONG THE EMPLOYEE'S TEN YTD DEDUCTION SLOTS,
055350*    TAKING THE FIRST BLANK SLOT FOR A CODE NOT SEEN THIS YEAR.
055351*    AN ELEVENTH DISTINCT CODE HAS NOWHERE TO ACCUMULATE AND IS
055352*    REPORTED -- ITS DEDUCTION STILL APPLIES, UNCAPPED.
055353 3370-FIND-YTD-DED-SLOT.
055354     MOVE 'N' TO WS-YTD-DED-SLOT-SWITCH.
055355     SET WS-YTD-DED-IDX TO 1.
055356     PERFORM 3380-TEST-YTD-DED-SLOT THRU 3380-EXIT
055357         UNTIL YTD-DED-SLOT-FOUND
055358             OR WS-YTD-DED-IDX > 10.
055359
055360     IF YTD-DED-SLOT-NOT-FOUND
055361         DISPLAY 'EMP-ID ' EMP-ID ' YTD DEDUCTION SLOTS FULL, '
055362             'CODE ' WS-YTD-WANT-CODE
055363             ' NOT TRACKED'
055364         ADD 1 TO WS-WARNING-COUNT
055365     END-IF.
055366 3370-EXIT.
055367     EXIT.
055368
055369 3380-TEST-YTD-DED-SLOT.
055370     IF WS-YTD-DED-CODE (WS-YTD-IDX WS-YTD-DED-IDX) EQUAL TO
055371             WS-YTD-WANT-CODE
055372         SET YTD-DED-SLOT-FOUND TO TRUE
055373         GO TO 3380-EXIT
055374     END-IF.
055375
055376     IF WS-YTD-DED-CODE (WS-YTD-IDX WS-YTD-DED-IDX) EQUAL TO
055377             SPACES
055378         MOVE WS-YTD-WANT-CODE
055379             TO WS-YTD-DED-CODE (WS-YTD-IDX WS-YTD-DED-IDX)
055380         SET YTD-DED-SLOT-FOUND TO TRUE
055381         GO TO 3380-EXIT
055382     END-IF.
055383
055384     SET WS-YTD-DED-IDX UP BY 1.
055385 3380-EXIT.
055386     EXIT.
055387
055388*    3400-POST-PAY FINISHES ONE PAYMENT ONCE ITS GROSS AND
055389*    DEDUCTION TOTAL ARE KNOWN: NET, THE NET LINE, THE NET-PAY
055390*    RECORD, THE RUN TOTALS, AND THE YTD ROLL.  A REGULAR PERIOD,
055391*    AN OFF-CYCLE ITEM, AND A REISSUE ALL END HERE.
055392 3400-POST-PAY.
055393*    A DEDUCTION TOTAL THE GROSS CANNOT COVER IS FLAGGED ON THE
055394*    REGISTER AND THE NET HELD AT ZERO RATHER THAN POSTING A
055395*    NEGATIVE NET-PAY FIGURE DOWNSTREAM.
055396     IF WS-EMP-TOTAL-DEDUCT > WS-GROSS-PAY
055397         MOVE ZERO TO WS-EMP-NET-PAY
055398         ADD 1 TO WS-WARNING-COUNT
055399         MOVE '** DEDUCTIONS EXCEED GROSS **' TO RN-NET-FLAG
055400         SET DEDUCTIONS-EXCEED-GROSS TO TRUE
055401     ELSE
055402         SUBTRACT WS-EMP-TOTAL-DEDUCT FROM WS-GROSS-PAY
055403             GIVING WS-EMP-NET-PAY
055404         MOVE SPACES TO RN-NET-FLAG
055405         SET DEDUCTIONS-COVERED TO TRUE
055406     END-IF.
055407
055408     PERFORM 4180-WRITE-NET-PAY-LINE THRU 4180-EXIT.
055409     PERFORM 4300-WRITE-NETPAY-RECORD THRU 4300-EXIT.
055410
055411     ADD 1 TO WS-RECORD-COUNT.
055412     ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
055413     ADD WS-EMP-TOTAL-DEDUCT TO WS-TOTAL-DEDUCT.
055414     ADD WS-EMP-NET-PAY TO WS-TOTAL-NET.
055415     ADD WS-EMP-TAX-TOTAL TO WS-TOTAL-TAX.
055416
055417*    THE PERIOD JUST PAID ROLLS INTO THE EMPLOYEE'S YTD SLOT --
055418*    THE PER-CODE YTD AMOUNTS WERE ROLLED AS EACH ELECTION
055419*    APPLIED.
055420     ADD WS-GROSS-PAY TO WS-YTD-GROSS (WS-YTD-IDX).
055421     ADD WS-EMP-TOTAL-DEDUCT TO WS-YTD-TOTAL-DEDUCT (WS-YTD-IDX).
055422     ADD WS-EMP-NET-PAY TO WS-YTD-NET (WS-YTD-IDX).
055423     ADD WS-FED-TAX TO WS-YTD-FED-TAX (WS-YTD-IDX).
055424     ADD WS-STATE-TAX TO WS-YTD-STATE-TAX (WS-YTD-IDX).
055425     ADD WS-SS-TAX TO WS-YTD-SS-TAX (WS-YTD-IDX).
055426     ADD WS-MED-TAX TO WS-YTD-MED-TAX (WS-YTD-IDX).
055427     IF WS-WH-WORK-STATE NOT EQUAL TO SPACES
055428         MOVE WS-WH-WORK-STATE TO WS-YTD-STATE-CODE (WS-YTD-IDX)
055429     END-IF.
055431 3400-EXIT.
055433     EXIT.
055435
055437*    3450-ADD-RETRO-PAY ADDS THE RETRO RELEASED TO THIS RUN FOR
055439*    THE EMPLOYEE IN EMP-DATA TO THE PERIOD GROSS AND STAMPS THE
055441*    LINES PAID.  RETRO-CALC RELEASES ONLY AN EMPLOYEE WHOSE LINES
055443*    NET TO A PAYMENT; LINES THAT DO NOT ARE LEFT AS THEY STAND
055445*    AND WARNED ON.
055447 3450-ADD-RETRO-PAY.
055449     MOVE ZERO TO WS-RETRO-GROSS WS-RETRO-PERIODS.
055451     MOVE 'R' TO WS-RTL-WANT-STATE.
055453     MOVE 1 TO WS-RTL-SCAN-SUB.
055455     PERFORM 3460-SUM-RETRO-LINE THRU 3460-EXIT
055457         UNTIL WS-RTL-SCAN-SUB > WS-RTL-TABLE-USED.
055459     IF WS-RETRO-PERIODS EQUAL ZERO
055461         GO TO 3450-EXIT
055463     END-IF.
055465     IF WS-RETRO-GROSS NOT GREATER THAN ZERO
055467         DISPLAY 'EMP-ID ' EMP-ID ' RELEASED RETRO DOES NOT NET '
055469             'TO A PAYMENT, NOT PAID'
055471         ADD 1 TO WS-WARNING-COUNT
055473         MOVE ZERO TO WS-RETRO-GROSS
055475         GO TO 3450-EXIT
055477     END-IF.
055479
055481     ADD WS-RETRO-GROSS TO WS-GROSS-PAY.
055483     MOVE 'P' TO WS-RTL-NEW-STATE.
055485     MOVE 1 TO WS-RTL-SCAN-SUB.
055487     PERFORM 3470-MARK-RETRO-LINE THRU 3470-EXIT
055489         UNTIL WS-RTL-SCAN-SUB > WS-RTL-TABLE-USED.
055491     ADD WS-RETRO-PERIODS TO WS-RETRO-PAID-COUNT.
055493     ADD WS-RETRO-GROSS TO WS-TOTAL-RETRO.
055495 3450-EXIT.
055497     EXIT.
055499
055501*    3460-SUM-RETRO-LINE ADDS ONE LEDGER LINE TO THE EMPLOYEE'S
055503*    RETRO WHEN IT IS THE EMPLOYEE'S AND IN WS-RTL-WANT-STATE.
055505 3460-SUM-RETRO-LINE.
055507     SET WS-RTL-IDX TO WS-RTL-SCAN-SUB.
055509     ADD 1 TO WS-RTL-SCAN-SUB.
055511     IF WS-RTL-EMP-ID (WS-RTL-IDX) NOT EQUAL TO EMP-ID
055513             OR WS-RTL-STATE (WS-RTL-IDX) NOT EQUAL TO
055515                 WS-RTL-WANT-STATE
055517         GO TO 3460-EXIT
055519     END-IF.
055521     MOVE WS-RTL-RECORD (WS-RTL-IDX) TO RETRO-LEDGER-WORK.
055523     ADD RTW-DIFF TO WS-RETRO-GROSS.
055525     ADD 1 TO WS-RETRO-PERIODS.
055527 3460-EXIT.
055529     EXIT.
055531
055533*    3470-MARK-RETRO-LINE MOVES ONE OF THE EMPLOYEE'S LINES IN
055535*    WS-RTL-WANT-STATE TO WS-RTL-NEW-STATE.  A LINE MARKED PAID IS
055537*    STAMPED WITH THIS RUN'S RUN-ID, CYCLE, AND DATE; A HELD LINE
055539*    ('K') IS ONLY PASSED OVER FOR THE REST OF THE RUN.
055541 3470-MARK-RETRO-LINE.
055543     SET WS-RTL-IDX TO WS-RTL-SCAN-SUB.
055545     ADD 1 TO WS-RTL-SCAN-SUB.
055547     IF WS-RTL-EMP-ID (WS-RTL-IDX) NOT EQUAL TO EMP-ID
055549             OR WS-RTL-STATE (WS-RTL-IDX) NOT EQUAL TO
055551                 WS-RTL-WANT-STATE
055553         GO TO 3470-EXIT
055555     END-IF.
055557     MOVE WS-RTL-NEW-STATE TO WS-RTL-STATE (WS-RTL-IDX).
055559     IF WS-RTL-NEW-STATE NOT EQUAL TO 'P'
055561         GO TO 3470-EXIT
055563     END-IF.
055565
055567     MOVE WS-RTL-RECORD (WS-RTL-IDX) TO RETRO-LEDGER-WORK.
055569     SET RTW-STATE-PAID TO TRUE.
055571     MOVE WS-RUN-ID TO RTW-PAID-RUN-ID.
055573     MOVE WS-RUN-MODE TO RTW-PAID-CYCLE.
055575     MOVE WS-PERIOD-END-DATE TO RTW-PAID-PERIOD-END.
055577     MOVE RETRO-LEDGER-WORK TO WS-RTL-RECORD (WS-RTL-IDX).
055579     SET RTL-CHANGED TO TRUE.
055581 3470-EXIT.
055583     EXIT.
055585
055587*----------------------------------------------------------------
055600* 4000-REPORT-NEW-PAGE  --  START A NEW REGISTER PAGE: BUMP THE
055700* PAGE NUMBER, WRITE THE HEADINGS, AND RESET THE PAGE LINE COUNT.
055800*----------------------------------------------------------------
059000     ADD 1 TO WS-LINE-COUNT.
059100 4100-EXIT.
059200     EXIT.
059201
059202*    4110-WRITE-UNPAID-LINE FLAGS A PAYABLE EMPLOYEE THE RUN
059203*    COULD NOT PRICE.  THE CALLER HAS ALREADY FILLED THE FLAG.
059204 4110-WRITE-UNPAID-LINE.
059205     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
059206         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
059207     END-IF.
059208
059209     MOVE EMP-ID TO RU-EMP-ID.
059210     MOVE EMP-NAME TO RU-EMP-NAME.
059211     WRITE NETPAY-REPORT-LINE FROM WS-RPT-UNPAID-LINE.
059212     ADD 1 TO WS-LINE-COUNT.
059213     DISPLAY 'EMP-ID ' EMP-ID ' ' RU-FLAG.
059214     ADD 1 TO WS-WARNING-COUNT.
059215 4110-EXIT.
059216     EXIT.
059217
059218*    4120-WRITE-HOURS-LINE PRINTS ONE PRICED TIMECARD LINE UNDER
059219*    AN HOURLY EMPLOYEE'S GROSS.
059220 4120-WRITE-HOURS-LINE.
059221     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
059222         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
059223     END-IF.
059224
059225     MOVE WS-HL-CODE (WS-HOURS-PRINT-SUB) TO RH-CODE.
059226     MOVE WS-HL-DESC (WS-HOURS-PRINT-SUB) TO RH-DESC.
059227     MOVE WS-HL-HOURS (WS-HOURS-PRINT-SUB) TO RH-HOURS.
059228     MOVE WS-HL-RATE (WS-HOURS-PRINT-SUB) TO RH-RATE.
059229     MOVE WS-HL-AMOUNT (WS-HOURS-PRINT-SUB) TO RH-AMOUNT.
059230     WRITE NETPAY-REPORT-LINE FROM WS-RPT-HOURS-LINE.
059231     ADD 1 TO WS-LINE-COUNT.
059232     ADD 1 TO WS-HOURS-PRINT-SUB.
059233 4120-EXIT.
059234     EXIT.
059236
059238*    4130-WRITE-RETRO-LINE PRINTS THE RETRO IN THE CURRENT
059240*    PAYMENT UNDER THE EMPLOYEE LINE AND WRITES IT AS AN EARNINGS
059242*    LINE.  ON A REGULAR PERIOD THE PERIOD'S OWN PAY GOES AHEAD OF
059244*    IT AS AN EARNINGS LINE TOO, SO THE LINES ADD BACK TO GROSS.
059246 4130-WRITE-RETRO-LINE.
059248     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
059250         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
059252     END-IF.
059254
059256     MOVE WS-RETRO-PERIODS TO RR-PERIODS.
059258     MOVE WS-RETRO-GROSS TO RR-AMOUNT.
059260     WRITE NETPAY-REPORT-LINE FROM WS-RPT-RETRO-LINE.
059262     ADD 1 TO WS-LINE-COUNT.
059264
059266     MOVE 'E' TO WS-DETAIL-TYPE.
059268     IF RUN-REGULAR
059270         MOVE 'REG' TO RL-DED-CODE
059272         MOVE 'REGULAR PAY' TO RL-DED-DESC
059274         SUBTRACT WS-RETRO-GROSS FROM WS-GROSS-PAY
059276             GIVING WS-DETAIL-AMOUNT
059278         PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT
059280     END-IF.
059282     MOVE RR-CODE TO RL-DED-CODE.
059284     MOVE RR-DESC TO RL-DED-DESC.
059286     MOVE WS-RETRO-GROSS TO WS-DETAIL-AMOUNT.
059288     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
059290 4130-EXIT.
059292     EXIT.
059300
059400*    4150-WRITE-DEDUCTION-LINE PRINTS ONE ITEMIZED DEDUCTION
059500*    UNDER THE EMPLOYEE LINE.
060500     ADD 1 TO WS-LINE-COUNT.
060600 4150-EXIT.
060700     EXIT.
060701
060702*    4160-WRITE-TAX-LINE PRINTS ONE STATUTORY WITHHOLDING LINE
060703*    UNDER THE EMPLOYEE LINE, IN THE SAME COLUMNS AS AN ITEMIZED
060704*    DEDUCTION.  THE CALLER HAS ALREADY FILLED THE CODE,
060705*    DESCRIPTION, AND AMOUNT.
060706 4160-WRITE-TAX-LINE.
060707     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
060708         PERFORM 4000-REPORT-NEW-PAGE THRU 4000-EXIT
060709     END-IF.
060710
060711     WRITE NETPAY-REPORT-LINE FROM WS-RPT-DEDUCT-LINE.
060712     ADD 1 TO WS-LINE-COUNT.
060713 4160-EXIT.
060714     EXIT.
060800
060900*    4180-WRITE-NET-PAY-LINE CLOSES OUT ONE EMPLOYEE ON THE
061000*    REGISTER.
062700     MOVE WS-TOTAL-GROSS TO WS-RPT-T-GROSS.
062800     MOVE WS-TOTAL-DEDUCT TO WS-RPT-T-DEDUCT.
062900     MOVE WS-TOTAL-NET TO WS-RPT-T-NET.
062910     MOVE WS-TOTAL-TAX TO WS-RPT-T-TAX.
063000     MOVE SPACES TO NETPAY-REPORT-LINE.
063100     WRITE NETPAY-REPORT-LINE.
063200     WRITE NETPAY-REPORT-LINE FROM WS-RPT-TRAILER-1.
063300     WRITE NETPAY-REPORT-LINE FROM WS-RPT-TRAILER-2.
063310     WRITE NETPAY-REPORT-LINE FROM WS-RPT-TRAILER-3.
063400 4200-EXIT.
063500     EXIT.
063600
063700*    4300-WRITE-NETPAY-RECORD WRITES THE MACHINE-READABLE
063800*    COMPANION RECORD FOR ONE EMPLOYEE, STAMPED WITH THIS RUN'S
063900*    RUN-ID THE SAME WAY FILE-READER STAMPS ITS RUN-CONTROL AND
064000*    AUDIT RECORDS, AND APPENDS THE SAME RECORD TO THE NET-PAY
064010*    HISTORY.
064100 4300-WRITE-NETPAY-RECORD.
064200     MOVE SPACES TO NETPAY-RECORD.
064300     MOVE WS-RUN-ID TO NP-RUN-ID.
064400     MOVE EMP-ID TO NP-EMP-ID.
064500     MOVE WS-GROSS-PAY TO NP-GROSS.
064600     MOVE WS-EMP-TOTAL-DEDUCT TO NP-TOTAL-DEDUCT.
064601     MOVE WS-EMP-NET-PAY TO NP-NET-PAY.
064602     MOVE WS-FED-TAX TO NP-FED-TAX.
064603     MOVE WS-STATE-TAX TO NP-STATE-TAX.
064604     MOVE WS-SS-TAX TO NP-SS-TAX.
064605     MOVE WS-MED-TAX TO NP-MED-TAX.
064606     MOVE WS-WH-WORK-STATE TO NP-STATE-CODE.
064607     IF EMP-HOURLY
064608         MOVE 'H' TO NP-PAY-TYPE
064609     ELSE
064610         MOVE 'S' TO NP-PAY-TYPE
064611     END-IF.
064612     MOVE WS-EMP-TOTAL-HOURS TO NP-TOTAL-HOURS.
064710     IF DEDUCTIONS-EXCEED-GROSS
064720         MOVE 'E' TO NP-EXCEED-FLAG
064730     END-IF.
064740     MOVE WS-RUN-MODE TO NP-CYCLE-FLAG.
064750     MOVE WS-CUR-EARN-CODE TO NP-EARN-CODE.
064760     MOVE WS-CUR-PAY-METHOD TO NP-PAY-METHOD.
064765     IF RUN-REGULAR
064770         MOVE WS-RETRO-GROSS TO NP-RETRO-GROSS
064775     ELSE
064780         MOVE ZERO TO NP-RETRO-GROSS
064785     END-IF.
064800     WRITE NETPAY-RECORD.
064810     WRITE NETPAY-HISTORY-RECORD FROM NETPAY-RECORD.
064811 4300-EXIT.
064812     EXIT.
064813*    4350-WRITE-DETAIL-RECORD APPENDS ONE ITEMIZED LINE OF THE
064814*    CURRENT PAYMENT TO THE DETAIL HISTORY.  THE CALLER HAS FILLED
064815*    THE REGISTER LINE'S CODE AND DESCRIPTION, THE LINE TYPE, AND
064816*    THE AMOUNT.
064817 4350-WRITE-DETAIL-RECORD.
064818     MOVE SPACES TO NETPAY-DETAIL-RECORD.
064819     MOVE WS-RUN-ID TO NPD-RUN-ID.
064820     MOVE EMP-ID TO NPD-EMP-ID.
064821     MOVE WS-CUR-EARN-CODE TO NPD-EARN-CODE.
064822     MOVE WS-DETAIL-TYPE TO NPD-LINE-TYPE.
064823     MOVE RL-DED-CODE TO NPD-CODE.
064824     MOVE RL-DED-DESC TO NPD-DESC.
064825     MOVE WS-DETAIL-AMOUNT TO NPD-AMOUNT.
064826     WRITE NETPAY-DETAIL-RECORD.
064827 4350-EXIT.
064828     EXIT.
064829
064830*----------------------------------------------------------------
064831* 5000-CALCULATE-TAXES  --  STATUTORY WITHHOLDING FOR ONE
064832* EMPLOYEE: FEDERAL INCOME TAX (PLUS ANY EXTRA THE EMPLOYEE
064833* ELECTED), STATE INCOME TAX FOR THE ELECTED WORK STATE, SOCIAL
064834* SECURITY TO THE WAGE BASE, AND MEDICARE.  EACH TAX PRINTS ON
064835* ITS OWN REGISTER LINE, AND THE TOTAL GOES INTO THE EMPLOYEE'S
064836* DEDUCTION TOTAL AHEAD OF THE ELECTED DEDUCTIONS, SO THE
064837* EXCEEDS-GROSS CHECK COVERS BOTH.  AN OFF-CYCLE PAYMENT'S
064838* INCOME TAXES ARE AT THE SUPPLEMENTAL RATE INSTEAD, WITH NO
064839* ELECTED EXTRA WITHHOLDING.
064849*----------------------------------------------------------------
064859 5000-CALCULATE-TAXES.
064869     MOVE ZERO TO WS-FED-TAX WS-STATE-TAX WS-SS-TAX WS-MED-TAX
064870                  WS-EMP-TAX-TOTAL.
064871     PERFORM 5100-FIND-WITHHOLD-ELECTION THRU 5100-EXIT.
064872     MOVE 'T' TO WS-DETAIL-TYPE.
064873     COMPUTE WS-ANNUAL-GROSS =
064874         WS-GROSS-PAY * WS-PERIODS-PER-YEAR.
064875
064876     MOVE 'FD' TO WS-TAX-WANT-JURIS.
064877     IF RUN-OFF-CYCLE
064878         PERFORM 5250-COMPUTE-SUPPLEMENTAL-TAX THRU 5250-EXIT
064879         MOVE WS-INCOME-TAX TO WS-FED-TAX
064880     ELSE
064881         PERFORM 5200-COMPUTE-INCOME-TAX THRU 5200-EXIT
064882         ADD WS-INCOME-TAX WS-WH-EXTRA-WH GIVING WS-FED-TAX
064883     END-IF.
064884     MOVE 'FIT' TO RL-DED-CODE.
064885     MOVE 'FEDERAL INCOME TAX' TO RL-DED-DESC.
064886     MOVE WS-FED-TAX TO RL-DED-AMOUNT.
064887     PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT.
064888     MOVE WS-FED-TAX TO WS-DETAIL-AMOUNT.
064889     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
064890
064891     IF WS-WH-WORK-STATE NOT EQUAL TO SPACES
064892         MOVE WS-WH-WORK-STATE TO WS-TAX-WANT-JURIS
064893         IF RUN-OFF-CYCLE
064894             PERFORM 5250-COMPUTE-SUPPLEMENTAL-TAX THRU 5250-EXIT
064895         ELSE
064896             PERFORM 5200-COMPUTE-INCOME-TAX THRU 5200-EXIT
064897         END-IF
064898         MOVE WS-INCOME-TAX TO WS-STATE-TAX
064899         MOVE 'SIT' TO RL-DED-CODE
064900         MOVE SPACES TO RL-DED-DESC
064901         STRING 'STATE INCOME TAX ' DELIMITED BY SIZE
064902                WS-WH-WORK-STATE DELIMITED BY SIZE
064903             INTO RL-DED-DESC
064904         END-STRING
064905         MOVE WS-STATE-TAX TO RL-DED-AMOUNT
064906         PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT
064907         MOVE WS-STATE-TAX TO WS-DETAIL-AMOUNT
064908         PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT
064909     END-IF.
064910
064911     PERFORM 5300-COMPUTE-FICA THRU 5300-EXIT.
064912     MOVE 'SSE' TO RL-DED-CODE.
064913     MOVE 'SOCIAL SECURITY' TO RL-DED-DESC.
064914     MOVE WS-SS-TAX TO RL-DED-AMOUNT.
064915     PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT.
064916     MOVE WS-SS-TAX TO WS-DETAIL-AMOUNT.
064917     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
064918     MOVE 'MED' TO RL-DED-CODE.
064919     MOVE 'MEDICARE' TO RL-DED-DESC.
064920     MOVE WS-MED-TAX TO RL-DED-AMOUNT.
064921     PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT.
064922     MOVE WS-MED-TAX TO WS-DETAIL-AMOUNT.
064923     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
064924
064925     ADD WS-FED-TAX WS-STATE-TAX WS-SS-TAX WS-MED-TAX
064926         GIVING WS-EMP-TAX-TOTAL.
064927     ADD WS-EMP-TAX-TOTAL TO WS-EMP-TOTAL-DEDUCT.
064928 5000-EXIT.
064929     EXIT.
064930
064931*    5100-FIND-WITHHOLD-ELECTION LOADS THE CURRENT EMPLOYEE'S
064932*    WITHHOLDING ELECTION INTO THE WS-WH- FIELDS.  NO ELECTION ON
064933*    FILE WITHHOLDS AS SINGLE WITH NO ALLOWANCES AND NO STATE,
064934*    AND IS WARNED ON SO HR CHASES THE MISSING FORM.
064935 5100-FIND-WITHHOLD-ELECTION.
064936     MOVE 'N' TO WS-WHOLD-SLOT-SWITCH.
064937     SET WS-WHOLD-IDX TO 1.
064938     PERFORM 5110-TEST-WITHHOLD-ELECTION THRU 5110-EXIT
064939         UNTIL WHOLD-SLOT-FOUND
064940             OR WS-WHOLD-IDX > WS-WHOLD-TABLE-USED.
064941
064942     IF WHOLD-SLOT-NOT-FOUND
064943         MOVE 'S' TO WS-WH-FILING-STATUS
064944         MOVE ZERO TO WS-WH-ALLOWANCES WS-WH-EXTRA-WH
064945         MOVE SPACES TO WS-WH-WORK-STATE
064946         DISPLAY 'EMP-ID ' EMP-ID ' HAS NO WITHHOLDING ELECTION, '
064947             'WITHHELD AS SINGLE WITH NO ALLOWANCES'
064948         ADD 1 TO WS-WARNING-COUNT
064949         GO TO 5100-EXIT
064950     END-IF.
064951
064952     MOVE WS-WHOLD-STATUS (WS-WHOLD-IDX) TO WS-WH-FILING-STATUS.
064953     IF WS-WH-FILING-STATUS EQUAL TO SPACE
064954         MOVE 'S' TO WS-WH-FILING-STATUS
064955     END-IF.
064956     MOVE WS-WHOLD-ALLOWANCES (WS-WHOLD-IDX) TO WS-WH-ALLOWANCES.
064957     MOVE WS-WHOLD-EXTRA-WH (WS-WHOLD-IDX) TO WS-WH-EXTRA-WH.
064958     MOVE WS-WHOLD-WORK-STATE (WS-WHOLD-IDX) TO WS-WH-WORK-STATE.
064959 5100-EXIT.
064960     EXIT.
064961
064962 5110-TEST-WITHHOLD-ELECTION.
064963     IF EMP-ID EQUAL TO WS-WHOLD-EMP-ID (WS-WHOLD-IDX)
064964         SET WHOLD-SLOT-FOUND TO TRUE
064965     ELSE
064966         SET WS-WHOLD-IDX UP BY 1
064967     END-IF.
064968 5110-EXIT.
064969     EXIT.
064970
064971*    5200-COMPUTE-INCOME-TAX PRICES ONE PERIOD'S INCOME TAX FOR
064972*    THE JURISDICTION IN WS-TAX-WANT-JURIS: THE ANNUALIZED GROSS
064973*    LESS THE ELECTED ALLOWANCES IS TAXED AT THE BRACKET WITH THE
064974*    HIGHEST FLOOR IT REACHES FOR THE EMPLOYEE'S FILING STATUS,
064975*    AND THE ANNUAL TAX IS DIVIDED BACK DOWN TO THE PERIOD.  A
064976*    JURISDICTION WITH NO BRACKETS ON THE TABLE (A STATE WITH NO
064977*    INCOME TAX) WITHHOLDS NOTHING.
064978 5200-COMPUTE-INCOME-TAX.
064979     MOVE ZERO TO WS-INCOME-TAX.
064980     MOVE 'A' TO WS-TAX-WANT-TYPE.
064981     PERFORM 5400-FIND-TAX-ROW THRU 5400-EXIT.
064982     IF TAX-SLOT-FOUND
064983         MOVE WS-TAX-AMOUNT (WS-TAX-IDX) TO WS-ALLOWANCE-VALUE
064984     ELSE
064985         MOVE ZERO TO WS-ALLOWANCE-VALUE
064986     END-IF.
064987
064988     COMPUTE WS-TAXABLE-WAGES = WS-ANNUAL-GROSS
064989         - (WS-WH-ALLOWANCES * WS-ALLOWANCE-VALUE).
064990     IF WS-TAXABLE-WAGES NOT GREATER THAN ZERO
064991         GO TO 5200-EXIT
064992     END-IF.
064993
064994     MOVE ZERO TO WS-TAX-BEST-SUB.
064995     MOVE 1 TO WS-TAX-SCAN-SUB.
064996     PERFORM 5210-TEST-BRACKET THRU 5210-EXIT
064997         UNTIL WS-TAX-SCAN-SUB > WS-TAX-TABLE-USED.
064998     IF WS-TAX-BEST-SUB EQUAL ZERO
064999         GO TO 5200-EXIT
065000     END-IF.
065001
065002     SET WS-TAX-IDX TO WS-TAX-BEST-SUB.
065003     COMPUTE WS-ANNUAL-TAX ROUNDED =
065004         WS-TAX-BASE-TAX (WS-TAX-IDX)
065005             + (WS-TAXABLE-WAGES - WS-TAX-FLOOR (WS-TAX-IDX))
065006                 * WS-TAX-RATE (WS-TAX-IDX) / 100.
065007     COMPUTE WS-INCOME-TAX ROUNDED =
065008         WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR.
065009 5200-EXIT.
065010     EXIT.
065011
065012*    5210-TEST-BRACKET KEEPS IN WS-TAX-BEST-SUB THE HIGHEST-FLOOR
065013*    BRACKET SO FAR THAT BELONGS TO THE JURISDICTION, FITS THE
065014*    FILING STATUS (OR IS FOR EVERY STATUS), AND IS REACHED BY
065015*    THE TAXABLE WAGES.
065016 5210-TEST-BRACKET.
065017     SET WS-TAX-IDX TO WS-TAX-SCAN-SUB.
065018     IF WS-TAX-JURIS (WS-TAX-IDX) EQUAL TO WS-TAX-WANT-JURIS
065019             AND WS-TAX-REC-TYPE (WS-TAX-IDX) EQUAL TO 'B'
065020             AND (WS-TAX-FILING-STATUS (WS-TAX-IDX) EQUAL TO
065021                     WS-WH-FILING-STATUS
065022                 OR WS-TAX-FILING-STATUS (WS-TAX-IDX) EQUAL TO
065023                     SPACE)
065024             AND WS-TAX-FLOOR (WS-TAX-IDX) NOT GREATER THAN
065025                 WS-TAXABLE-WAGES
065026         IF WS-TAX-BEST-SUB EQUAL ZERO
065027                 OR WS-TAX-FLOOR (WS-TAX-IDX) >
065028                     WS-TAX-FLOOR (WS-TAX-BEST-SUB)
065029             MOVE WS-TAX-SCAN-SUB TO WS-TAX-BEST-SUB
065030         END-IF
065031     END-IF.
065032     ADD 1 TO WS-TAX-SCAN-SUB.
065033 5210-EXIT.
065034     EXIT.
065035
065036*    5250-COMPUTE-SUPPLEMENTAL-TAX PRICES AN OFF-CYCLE PAYMENT'S
065037*    INCOME TAX FOR WS-TAX-WANT-JURIS AT THE JURISDICTION'S FLAT
065038*    SUPPLEMENTAL RATE ('S' ROW) -- A ONE-TIME PAYMENT ANNUALIZED
065039*    AS IF IT CAME EVERY PERIOD WOULD BE WITHHELD FAR TOO HIGH.  A
065040*    JURISDICTION WITH NO 'S' ROW ON THE TABLE FALLS BACK TO ITS
065041*    BRACKETS.
065042 5250-COMPUTE-SUPPLEMENTAL-TAX.
065043     MOVE ZERO TO WS-INCOME-TAX.
065044     MOVE 'S' TO WS-TAX-WANT-TYPE.
065045     PERFORM 5400-FIND-TAX-ROW THRU 5400-EXIT.
065046     IF TAX-SLOT-NOT-FOUND
065047         PERFORM 5200-COMPUTE-INCOME-TAX THRU 5200-EXIT
065048         GO TO 5250-EXIT
065049     END-IF.
065050
065051     COMPUTE WS-INCOME-TAX ROUNDED =
065052         WS-GROSS-PAY * WS-TAX-RATE (WS-TAX-IDX) / 100.
065053 5250-EXIT.
065054     EXIT.
065055
065056*    5300-COMPUTE-FICA PRICES SOCIAL SECURITY AND MEDICARE.  EVERY
065057*    DOLLAR OF GROSS IS SOCIAL SECURITY WAGES UNTIL YTD GROSS
065058*    REACHES THE WAGE BASE, SO THE ROOM LEFT UNDER THE BASE IS
065059*    THE BASE LESS YTD GROSS BEFORE THIS PERIOD, HELD TO THIS
065060*    PERIOD'S GROSS.  MEDICARE HAS NO BASE.  1400-LOAD-TAX-TABLE
065061*    ALREADY REFUSED A RUN WHOSE TABLE LACKS ANY OF THESE ROWS.
065062 5300-COMPUTE-FICA.
065063     MOVE 'SS' TO WS-TAX-WANT-JURIS.
065064     MOVE 'W' TO WS-TAX-WANT-TYPE.
065065     PERFORM 5400-FIND-TAX-ROW THRU 5400-EXIT.
065066     COMPUTE WS-SS-WAGES = WS-TAX-AMOUNT (WS-TAX-IDX)
065067         - WS-YTD-GROSS (WS-YTD-IDX).
065068     IF WS-SS-WAGES > WS-GROSS-PAY
065069         MOVE WS-GROSS-PAY TO WS-SS-WAGES
065070     END-IF.
065071     IF WS-SS-WAGES < ZERO
065072         MOVE ZERO TO WS-SS-WAGES
065073     END-IF.
065074
065075     MOVE 'B' TO WS-TAX-WANT-TYPE.
065076     PERFORM 5400-FIND-TAX-ROW THRU 5400-EXIT.
065077     COMPUTE WS-SS-TAX ROUNDED =
065078         WS-SS-WAGES * WS-TAX-RATE (WS-TAX-IDX) / 100.
065079
065080     MOVE 'MC' TO WS-TAX-WANT-JURIS.
065081     PERFORM 5400-FIND-TAX-ROW THRU 5400-EXIT.
065082     COMPUTE WS-MED-TAX ROUNDED =
065083         WS-GROSS-PAY * WS-TAX-RATE (WS-TAX-IDX) / 100.
065084 5300-EXIT.
065085     EXIT.
065086
065087*    5400-FIND-TAX-ROW SETS WS-TAX-IDX TO THE FIRST ROW FOR
065088*    WS-TAX-WANT-JURIS OF TYPE WS-TAX-WANT-TYPE.
065089 5400-FIND-TAX-ROW.
065090     MOVE 'N' TO WS-TAX-SLOT-SWITCH.
065091     SET WS-TAX-IDX TO 1.
065092     PERFORM 5410-TEST-TAX-ROW THRU 5410-EXIT
065093         UNTIL TAX-SLOT-FOUND
065094             OR WS-TAX-IDX > WS-TAX-TABLE-USED.
065095 5400-EXIT.
065096     EXIT.
065097
065098 5410-TEST-TAX-ROW.
065099     IF WS-TAX-JURIS (WS-TAX-IDX) EQUAL TO WS-TAX-WANT-JURIS
065100             AND WS-TAX-REC-TYPE (WS-TAX-IDX) EQUAL TO
065101                 WS-TAX-WANT-TYPE
065102         SET TAX-SLOT-FOUND TO TRUE
065103     ELSE
065104         SET WS-TAX-IDX UP BY 1
065105     END-IF.
065106 5410-EXIT.
065107     EXIT.
065108
065109*----------------------------------------------------------------
065110* 6000-RUN-OFF-CYCLE  --  PAY THE QUEUED REISSUES OF VOIDED
065111* PAYMENTS, THE OFF-CYCLE ITEMS, AND THE RELEASED RETRO PAY.
065112*----------------------------------------------------------------
065113 6000-RUN-OFF-CYCLE.
065114     MOVE 1 TO WS-RIS-SUB.
065115     PERFORM 6100-PAY-REISSUE THRU 6100-EXIT
065116         UNTIL WS-RIS-SUB > WS-RIS-TABLE-USED.
065117
065118     PERFORM 6200-PAY-OFF-CYCLE-ITEM THRU 6200-EXIT
065119         UNTIL OCI-EOF-REACHED.
065120     IF OCI-FILE-OPEN
065121         CLOSE OFF-CYCLE-FILE
065122     END-IF.
065123
065124     MOVE 1 TO WS-RTL-SUB.
065125     PERFORM 6600-PAY-RETRO THRU 6600-EXIT
065126         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
065127 6000-EXIT.
065128     EXIT.
065129
065130*    6100-PAY-REISSUE PAYS ONE QUEUED REISSUE WITH THE VOIDED
065131*    RECORD'S OWN GROSS, TAXES, AND DEDUCTIONS, UNDER THIS RUN'S
065132*    RUN-ID AND EARN CODE 'RIS', AND ROLLS IT BACK INTO YTD THE
065133*    WAY PAY-VOID TOOK IT OUT.  A RECORD FROM ANOTHER TAX YEAR
065134*    CANNOT GO BACK INTO THIS YEAR'S FIGURES AND IS DROPPED FROM
065135*    THE QUEUE -- PAYROLL PAYS IT AS A CORRECTION ITEM INSTEAD.  A
065136*    SECOND REISSUE FOR THE SAME EMPLOYEE IN ONE RUN IS HELD IN
065137*    THE QUEUE FOR THE NEXT OFF-CYCLE RUN.
065138 6100-PAY-REISSUE.
065139     SET WS-RIS-IDX TO WS-RIS-SUB.
065140     ADD 1 TO WS-RIS-SUB.
065141     MOVE WS-RIS-RECORD (WS-RIS-IDX) TO NETPAY-RECORD.
065142
065143     MOVE NP-EMP-ID TO EMP-ID-KEY.
065144     READ EMP-FILE KEY IS EMP-ID-KEY
065145         INVALID KEY
065146             MOVE SPACES TO EMP-NAME EMP-PAY-TYPE
065147         NOT INVALID KEY
065148             PERFORM 3100-PARSE-EMP-RECORD THRU 3100-EXIT
065149     END-READ.
065150     MOVE NP-EMP-ID TO EMP-ID.
065151
065152     COMPUTE WS-ORIG-YEAR = NP-PERIOD-END / 10000.
065153     IF WS-ORIG-YEAR NOT EQUAL TO WS-PERIOD-YEAR
065154         SET RIS-DROPPED (WS-RIS-IDX) TO TRUE
065155         ADD 1 TO WS-REISSUE-DROP-COUNT
065156         MOVE 'REISSUE FROM ANOTHER TAX YEAR - DROPPED'
065157             TO RU-FLAG
065158         PERFORM 4110-WRITE-UNPAID-LINE THRU 4110-EXIT
065159         GO TO 6100-EXIT
065160     END-IF.
065161
065162     MOVE 'RIS' TO WS-CUR-EARN-CODE.
065163     PERFORM 6400-FIND-PAID-KEY THRU 6400-EXIT.
065164     IF PAID-KEY-FOUND
065165             OR WS-PAID-KEY-TABLE-USED NOT LESS THAN 2000
065166         SET RIS-HELD (WS-RIS-IDX) TO TRUE
065167         ADD 1 TO WS-REISSUE-HELD-COUNT
065168         MOVE 'REISSUE HELD FOR NEXT OFF-CYCLE RUN' TO RU-FLAG
065169         PERFORM 4110-WRITE-UNPAID-LINE THRU 4110-EXIT
065170         GO TO 6100-EXIT
065171     END-IF.
065172     PERFORM 6500-RECORD-PAID-KEY THRU 6500-EXIT.
065173
065174     MOVE NP-GROSS TO WS-GROSS-PAY.
065175     MOVE NP-TOTAL-DEDUCT TO WS-EMP-TOTAL-DEDUCT.
065176     MOVE NP-FED-TAX TO WS-FED-TAX.
065177     MOVE NP-STATE-TAX TO WS-STATE-TAX.
065178     MOVE NP-SS-TAX TO WS-SS-TAX.
065179     MOVE NP-MED-TAX TO WS-MED-TAX.
065180     ADD WS-FED-TAX WS-STATE-TAX WS-SS-TAX WS-MED-TAX
065181         GIVING WS-EMP-TAX-TOTAL.
065182     MOVE NP-STATE-CODE TO WS-WH-WORK-STATE.
065183     MOVE NP-TOTAL-HOURS TO WS-EMP-TOTAL-HOURS.
065184     MOVE NP-PAY-METHOD TO WS-CUR-PAY-METHOD.
065185     PERFORM 3350-FIND-YTD-SLOT THRU 3350-EXIT.
065186     PERFORM 4100-WRITE-EMPLOYEE-LINE THRU 4100-EXIT.
065187     MOVE 'RIS' TO RL-DED-CODE.
065188     MOVE SPACES TO RL-DED-DESC.
065189     STRING 'REISSUE ' DELIMITED BY SIZE
065190            WS-RIS-RUN-ID (WS-RIS-IDX) DELIMITED BY SIZE
065191         INTO RL-DED-DESC
065192     END-STRING.
065193     MOVE WS-GROSS-PAY TO RL-DED-AMOUNT.
065196     PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT.
065197     MOVE 'E' TO WS-DETAIL-TYPE.
065198     MOVE WS-GROSS-PAY TO WS-DETAIL-AMOUNT.
065199     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
065200
065201     MOVE 1 TO WS-RDT-SUB.
065202     PERFORM 6150-REISSUE-DETAIL-LINE THRU 6150-EXIT
065203         UNTIL WS-RDT-SUB > WS-RDT-TABLE-USED.
065204
065205     IF NP-EXCEED-FLAG EQUAL TO 'E'
065206         DISPLAY 'EMP-ID ' EMP-ID ' REISSUE CARRIES DEDUCTIONS '
065207             'OVER GROSS AS VOIDED'
065208     END-IF.
065209     PERFORM 3400-POST-PAY THRU 3400-EXIT.
065210     SET RIS-PAID (WS-RIS-IDX) TO TRUE.
065211     ADD 1 TO WS-REISSUE-PAID-COUNT.
065212 6100-EXIT.
065213     EXIT.
065214
065215*    6150-REISSUE-DETAIL-LINE REPRINTS AND REISSUES ONE TAX OR
065216*    DEDUCTION LINE OF THE VOIDED RECORD UNDER THIS RUN'S RUN-ID,
065217*    ROLLING A DEDUCTION BACK INTO ITS YTD CODE.  THE VOIDED
065218*    RECORD'S OWN EARNINGS LINE IS REPLACED BY THE REISSUE LINE.
065219 6150-REISSUE-DETAIL-LINE.
065220     SET WS-RDT-IDX TO WS-RDT-SUB.
065221     ADD 1 TO WS-RDT-SUB.
065222     IF WS-RDT-OWNER (WS-RDT-IDX) NOT EQUAL TO WS-RIS-SUB - 1
065223         GO TO 6150-EXIT
065224     END-IF.
065225
065226     MOVE WS-RDT-RECORD (WS-RDT-IDX) TO NETPAY-DETAIL-RECORD.
065227     IF NPD-EARNINGS-LINE
065228         GO TO 6150-EXIT
065229     END-IF.
065230
065231     MOVE NPD-LINE-TYPE TO WS-DETAIL-TYPE.
065232     MOVE NPD-CODE TO RL-DED-CODE.
065233     MOVE NPD-DESC TO RL-DED-DESC.
065234     MOVE NPD-AMOUNT TO RL-DED-AMOUNT WS-DETAIL-AMOUNT.
065235     PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT.
065236
065237     IF NPD-DEDUCTION-LINE
065238         MOVE NPD-CODE TO WS-YTD-WANT-CODE
065239         PERFORM 3370-FIND-YTD-DED-SLOT THRU 3370-EXIT
065240         IF YTD-DED-SLOT-FOUND
065241             ADD WS-DETAIL-AMOUNT
065242                 TO WS-YTD-DED-AMOUNT (WS-YTD-IDX WS-YTD-DED-IDX)
065243         END-IF
065244     END-IF.
065245     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
065246 6150-EXIT.
065247     EXIT.
065248
065249*    6200-PAY-OFF-CYCLE-ITEM READS AND PAYS ONE OFF-CYCLE ITEM:
065250*    THE ITEM'S AMOUNT IS THE GROSS, WITHHOLDING COMES OFF IT AT
065251*    THE SUPPLEMENTAL RATE, AND NO ELECTED DEDUCTION IS TAKEN.  AN
065252*    ITEM THAT FAILS 6300-EDIT-OFF-CYCLE-ITEM IS FLAGGED ON THE
065253*    REGISTER AND NOT PAID.
065254 6200-PAY-OFF-CYCLE-ITEM.
065255     READ OFF-CYCLE-FILE
065256         AT END
065257             SET OCI-EOF-REACHED TO TRUE
065258     END-READ.
065259     IF OCI-EOF-REACHED
065260         GO TO 6200-EXIT
065261     END-IF.
065262
065263     PERFORM 6300-EDIT-OFF-CYCLE-ITEM THRU 6300-EXIT.
065264     IF INVALID-RECORD
065265         ADD 1 TO WS-OC-REFUSED-COUNT
065266         PERFORM 4110-WRITE-UNPAID-LINE THRU 4110-EXIT
065267         GO TO 6200-EXIT
065268     END-IF.
065269
065270     PERFORM 6500-RECORD-PAID-KEY THRU 6500-EXIT.
065271     MOVE OCI-AMOUNT TO WS-GROSS-PAY.
065272     MOVE ZERO TO WS-EMP-TOTAL-DEDUCT WS-EMP-TOTAL-HOURS.
065273     PERFORM 3350-FIND-YTD-SLOT THRU 3350-EXIT.
065274
065275     PERFORM 4100-WRITE-EMPLOYEE-LINE THRU 4100-EXIT.
065276     MOVE OCI-EARN-CODE TO RL-DED-CODE.
065277     IF OCI-DESC NOT EQUAL TO SPACES
065278         MOVE OCI-DESC TO RL-DED-DESC
065279     ELSE
065280         EVALUATE OCI-EARN-CODE
065281             WHEN 'BON'
065282                 MOVE 'BONUS' TO RL-DED-DESC
065283             WHEN 'FIN'
065284                 MOVE 'FINAL PAY' TO RL-DED-DESC
065285             WHEN OTHER
065286                 MOVE 'CORRECTION' TO RL-DED-DESC
065287         END-EVALUATE
065288     END-IF.
065289     MOVE WS-GROSS-PAY TO RL-DED-AMOUNT.
065290     PERFORM 4160-WRITE-TAX-LINE THRU 4160-EXIT.
065291     MOVE 'E' TO WS-DETAIL-TYPE.
065292     MOVE WS-GROSS-PAY TO WS-DETAIL-AMOUNT.
065293     PERFORM 4350-WRITE-DETAIL-RECORD THRU 4350-EXIT.
065294
065295     PERFORM 5000-CALCULATE-TAXES THRU 5000-EXIT.
065296     PERFORM 3400-POST-PAY THRU 3400-EXIT.
065297 6200-EXIT.
065298     EXIT.
065299
065300*    6300-EDIT-OFF-CYCLE-ITEM CHECKS ONE ITEM AND LOADS ITS MASTER
065301*    RECORD INTO EMP-DATA.  THE ITEM NEEDS A NUMERIC EMP-ID ON THE
065302*    MASTER, A KNOWN EARN CODE, A NONZERO AMOUNT, AND A KNOWN PAY
065303*    METHOD, AND THE MASTER RECORD MUST PASS A PERIOD RUN'S EDITS.
065304*    STATUS DOES NOT STOP AN OFF-CYCLE PAYMENT -- A FINAL CHECK IS
065305*    FOR A TERMINATED EMPLOYEE.  ONE EMP-ID AND CODE PAYS ONCE PER
065306*    RUN.  THE REASON GOES TO THE REGISTER'S UNPAID FLAG.
065307 6300-EDIT-OFF-CYCLE-ITEM.
065308     SET VALID-RECORD TO TRUE.
065309     MOVE SPACES TO EMP-NAME.
065310
065311     IF OCI-EMP-ID NOT NUMERIC
065312         SET INVALID-RECORD TO TRUE
065313         MOVE ZERO TO EMP-ID
065314         MOVE 'EMP-ID NOT NUMERIC - NOT PAID' TO RU-FLAG
065315         GO TO 6300-EXIT
065316     END-IF.
065317     MOVE OCI-EMP-ID TO EMP-ID.
065318
065319     IF NOT OCI-EARN-CODE-KNOWN
065320         SET INVALID-RECORD TO TRUE
065321         MOVE 'UNKNOWN EARNINGS CODE - NOT PAID' TO RU-FLAG
065322         GO TO 6300-EXIT
065323     END-IF.
065324
065325     IF OCI-AMOUNT NOT NUMERIC OR OCI-AMOUNT EQUAL ZERO
065326         SET INVALID-RECORD TO TRUE
065327         MOVE 'AMOUNT NOT NUMERIC OR ZERO - NOT PAID' TO RU-FLAG
065328         GO TO 6300-EXIT
065329     END-IF.
065330
065331     MOVE OCI-EMP-ID TO EMP-ID-KEY.
065332     READ EMP-FILE KEY IS EMP-ID-KEY
065333         INVALID KEY
065334             SET INVALID-RECORD TO TRUE
065335             MOVE 'EMP-ID NOT ON MASTER - NOT PAID' TO RU-FLAG
065336     END-READ.
065337     IF INVALID-RECORD
065338         GO TO 6300-EXIT
065339     END-IF.
065340
065341     PERFORM 3100-PARSE-EMP-RECORD THRU 3100-EXIT.
065342     PERFORM 3200-VALIDATE-RECORD THRU 3200-EXIT.
065343     IF INVALID-RECORD
065344         MOVE 'MASTER RECORD FAILS EDITS - NOT PAID' TO RU-FLAG
065345         GO TO 6300-EXIT
065346     END-IF.
065347
065348     IF NOT OCI-PAY-METHOD-KNOWN
065349         SET INVALID-RECORD TO TRUE
065350         MOVE 'PAY METHOD NOT D OR C - NOT PAID' TO RU-FLAG
065351         GO TO 6300-EXIT
065352     END-IF.
065353
065354     MOVE OCI-EARN-CODE TO WS-CUR-EARN-CODE.
065355     MOVE OCI-PAY-METHOD TO WS-CUR-PAY-METHOD.
065356     PERFORM 6400-FIND-PAID-KEY THRU 6400-EXIT.
065357     IF PAID-KEY-FOUND
065358         SET INVALID-RECORD TO TRUE
065359         MOVE 'EMP-ID AND CODE ALREADY PAID - NOT PAID'
065360             TO RU-FLAG
065361         GO TO 6300-EXIT
065362     END-IF.
065363     IF WS-PAID-KEY-TABLE-USED NOT LESS THAN 2000
065364         SET INVALID-RECORD TO TRUE
065365         MOVE 'RUN AT ITEM LIMIT - PAY ON NEXT RUN' TO RU-FLAG
065366     END-IF.
065367 6300-EXIT.
065368     EXIT.
065369
065370*    6400-FIND-PAID-KEY LOOKS FOR EMP-ID AND WS-CUR-EARN-CODE
065371*    AMONG THE PAYMENTS THIS RUN HAS ALREADY MADE.
065372 6400-FIND-PAID-KEY.
065373     MOVE 'N' TO WS-PAID-KEY-SWITCH.
065374     SET WS-PAID-KEY-IDX TO 1.
065375     PERFORM 6410-TEST-PAID-KEY THRU 6410-EXIT
065376         UNTIL PAID-KEY-FOUND
065377             OR WS-PAID-KEY-IDX > WS-PAID-KEY-TABLE-USED.
065378 6400-EXIT.
065379     EXIT.
065380
065381 6410-TEST-PAID-KEY.
065382     IF EMP-ID EQUAL TO WS-PAID-KEY-EMP-ID (WS-PAID-KEY-IDX)
065383             AND WS-CUR-EARN-CODE EQUAL TO
065384                 WS-PAID-KEY-CODE (WS-PAID-KEY-IDX)
065385         SET PAID-KEY-FOUND TO TRUE
065386     ELSE
065387         SET WS-PAID-KEY-IDX UP BY 1
065388     END-IF.
065389 6410-EXIT.
065390     EXIT.
065391
065392*    6500-RECORD-PAID-KEY ADDS EMP-ID AND WS-CUR-EARN-CODE TO THE
065393*    PAYMENTS THIS RUN HAS MADE.  THE CALLER HAS ALREADY MADE SURE
065394*    THERE IS ROOM.
065395 6500-RECORD-PAID-KEY.
065396     ADD 1 TO WS-PAID-KEY-TABLE-USED.
065397     SET WS-PAID-KEY-IDX TO WS-PAID-KEY-TABLE-USED.
065398     MOVE EMP-ID TO WS-PAID-KEY-EMP-ID (WS-PAID-KEY-IDX).
065399     MOVE WS-CUR-EARN-CODE TO WS-PAID-KEY-CODE (WS-PAID-KEY-IDX).
065400 6500-EXIT.
065401     EXIT.
065402
065403*    6600-PAY-RETRO PAYS, AT THE FIRST OF AN EMPLOYEE'S LEDGER
065404*    LINES RELEASED TO AN OFF-CYCLE RUN, ALL OF THEM AS ONE
065405*    PAYMENT UNDER EARN CODE 'RET', WITHHELD AT THE SUPPLEMENTAL
065406*    RATE AND TAKING THE PERCENT-OF-GROSS DEDUCTIONS.  A PAYMENT
065407*    FAILING 6610-EDIT-RETRO-PAYMENT IS FLAGGED ON THE REGISTER,
065408*    AND ITS LINES STAY RELEASED FOR THE NEXT OFF-CYCLE RUN.
065409 6600-PAY-RETRO.
065410     SET WS-RTL-IDX TO WS-RTL-SUB.
065411     ADD 1 TO WS-RTL-SUB.
065412     IF WS-RTL-STATE (WS-RTL-IDX) NOT EQUAL TO 'O'
065413         GO TO 6600-EXIT
065414     END-IF.
065415
065416     MOVE WS-RTL-EMP-ID (WS-RTL-IDX) TO EMP-ID.
065417     MOVE 'RET' TO WS-CUR-EARN-CODE.
065418     MOVE SPACE TO WS-CUR-PAY-METHOD.
065419     MOVE ZERO TO WS-RETRO-GROSS WS-RETRO-PERIODS.
065420     MOVE 'O' TO WS-RTL-WANT-STATE.
065421     MOVE 1 TO WS-RTL-SCAN-SUB.
065422     PERFORM 3460-SUM-RETRO-LINE THRU 3460-EXIT
065423         UNTIL WS-RTL-SCAN-SUB > WS-RTL-TABLE-USED.
065424
065425     PERFORM 6610-EDIT-RETRO-PAYMENT THRU 6610-EXIT.
065426     IF INVALID-RECORD
065427         MOVE 'K' TO WS-RTL-NEW-STATE
065428         MOVE 1 TO WS-RTL-SCAN-SUB
065429         PERFORM 3470-MARK-RETRO-LINE THRU 3470-EXIT
065430             UNTIL WS-RTL-SCAN-SUB > WS-RTL-TABLE-USED
065431         ADD 1 TO WS-RETRO-HELD-COUNT
065432         PERFORM 4110-WRITE-UNPAID-LINE THRU 4110-EXIT
065433         MOVE ZERO TO WS-RETRO-GROSS
065434         GO TO 6600-EXIT
065435     END-IF.
065436
065437     PERFORM 6500-RECORD-PAID-KEY THRU 6500-EXIT.
065438     MOVE WS-RETRO-GROSS TO WS-GROSS-PAY.
065439     MOVE ZERO TO WS-EMP-TOTAL-DEDUCT WS-EMP-TOTAL-HOURS.
065440     PERFORM 3350-FIND-YTD-SLOT THRU 3350-EXIT.
065441     PERFORM 4100-WRITE-EMPLOYEE-LINE THRU 4100-EXIT.
065442     PERFORM 4130-WRITE-RETRO-LINE THRU 4130-EXIT.
065443     PERFORM 5000-CALCULATE-TAXES THRU 5000-EXIT.
065444
065445     SET RETRO-PERCENT-ONLY TO TRUE.
065446     MOVE 1 TO WS-ELECT-SCAN-SUB.
065447     PERFORM 3310-SCAN-ELECTIONS THRU 3310-EXIT
065448         UNTIL WS-ELECT-SCAN-SUB > WS-ELECT-TABLE-USED.
065449     SET RETRO-ALL-ELECTIONS TO TRUE.
065450     PERFORM 3400-POST-PAY THRU 3400-EXIT.
065451
065452     MOVE 'P' TO WS-RTL-NEW-STATE.
065453     MOVE 1 TO WS-RTL-SCAN-SUB.
065454     PERFORM 3470-MARK-RETRO-LINE THRU 3470-EXIT
065455         UNTIL WS-RTL-SCAN-SUB > WS-RTL-TABLE-USED.
065456     ADD WS-RETRO-PERIODS TO WS-RETRO-PAID-COUNT.
065457     ADD WS-RETRO-GROSS TO WS-TOTAL-RETRO.
065458     MOVE ZERO TO WS-RETRO-GROSS.
065459 6600-EXIT.
065460     EXIT.
065461
065462*    6610-EDIT-RETRO-PAYMENT CHECKS ONE EMPLOYEE'S OFF-CYCLE RETRO
065463*    AND LOADS THE MASTER RECORD INTO EMP-DATA.  THE EMPLOYEE MUST
065464*    BE ON THE MASTER AND PASS A PERIOD RUN'S EDITS, THE LINES
065465*    MUST NET TO A PAYMENT, AND THE RUN MUST NOT HAVE PAID THE
065466*    EMPLOYEE A 'RET' ALREADY.  AS WITH AN ITEM, STATUS DOES NOT
065467*    STOP IT.  THE REASON GOES TO THE REGISTER'S UNPAID FLAG.
065468 6610-EDIT-RETRO-PAYMENT.
065469     SET VALID-RECORD TO TRUE.
065470     MOVE SPACES TO EMP-NAME.
065471     MOVE EMP-ID TO EMP-ID-KEY.
065472     READ EMP-FILE KEY IS EMP-ID-KEY
065473         INVALID KEY
065474             SET INVALID-RECORD TO TRUE
065475             MOVE 'EMP-ID NOT ON MASTER - RETRO HELD' TO RU-FLAG
065476     END-READ.
065477     IF INVALID-RECORD
065478         GO TO 6610-EXIT
065479     END-IF.
065480
065481     PERFORM 3100-PARSE-EMP-RECORD THRU 3100-EXIT.
065482     PERFORM 3200-VALIDATE-RECORD THRU 3200-EXIT.
065483     IF INVALID-RECORD
065484         MOVE 'MASTER RECORD FAILS EDITS - RETRO HELD' TO RU-FLAG
065485         GO TO 6610-EXIT
065486     END-IF.
065487
065488     IF WS-RETRO-GROSS NOT GREATER THAN ZERO
065489         SET INVALID-RECORD TO TRUE
065490         MOVE 'RETRO DOES NOT NET TO A PAYMENT - HELD' TO RU-FLAG
065491         GO TO 6610-EXIT
065492     END-IF.
065493
065494     PERFORM 6400-FIND-PAID-KEY THRU 6400-EXIT.
065495     IF PAID-KEY-FOUND
065496             OR WS-PAID-KEY-TABLE-USED NOT LESS THAN 2000
065497         SET INVALID-RECORD TO TRUE
065498         MOVE 'RETRO HELD FOR NEXT OFF-CYCLE RUN' TO RU-FLAG
065499     END-IF.
065500 6610-EXIT.
065501     EXIT.
065502
065503*----------------------------------------------------------------
065504* 8000-TERMINATE  --  CLOSE FILES AND DISPLAY THE RUN SUMMARY.
065505*----------------------------------------------------------------
065506 8000-TERMINATE.
065600     PERFORM 4200-WRITE-REPORT-TRAILER THRU 4200-EXIT.
065610     PERFORM 8300-SAVE-YTD-MASTER THRU 8300-EXIT.
065620     IF RUN-OFF-CYCLE
065630         PERFORM 8400-SAVE-REISSUE-QUEUE THRU 8400-EXIT
065640     END-IF.
065650     IF RTL-CHANGED
065660         PERFORM 8500-SAVE-RETRO-LEDGER THRU 8500-EXIT
065670     END-IF.
065680     PERFORM 8600-WRITE-PAY-RUN-CONTROL THRU 8600-EXIT.
065700     CLOSE EMP-FILE.
065800     CLOSE DEDUCT-MASTER-FILE.
065900     CLOSE DEDUCT-ELECT-FILE.
066000     CLOSE NETPAY-REPORT-FILE.
066100     CLOSE NETPAY-FILE.
066110     CLOSE NETPAY-HISTORY-FILE.
066120     CLOSE NETPAY-DETAIL-HIST-FILE.
066200
066300     DISPLAY ' '.
066400     DISPLAY '*** NET-PAY CALCULATION RUN COMPLETE ***'.
066401     IF RUN-OFF-CYCLE
066402         DISPLAY 'Off-Cycle Pay Date: ' WS-PERIOD-END-DATE
066403         DISPLAY 'Reissues Paid: ' WS-REISSUE-PAID-COUNT
066404         DISPLAY 'Reissues Held For Next Run: '
066405             WS-REISSUE-HELD-COUNT
066505         DISPLAY 'Reissues Dropped (Other Tax Year): '
066605             WS-REISSUE-DROP-COUNT
066705         DISPLAY 'Off-Cycle Items Refused: ' WS-OC-REFUSED-COUNT
066710         DISPLAY 'Retro Payments Held For Next Run: '
066715             WS-RETRO-HELD-COUNT
066720     ELSE
066725         DISPLAY 'Pay Period: ' WS-PERIOD-NO
066730         DISPLAY 'Period End Date: ' WS-PERIOD-END-DATE
066735     END-IF.
066740     DISPLAY 'Retro Periods Paid: ' WS-RETRO-PAID-COUNT.
066745     DISPLAY 'Total Retro Pay: ' WS-TOTAL-RETRO.
066750     DISPLAY 'Employees Paid: ' WS-RECORD-COUNT.
066755     DISPLAY 'Records Skipped On Edits: ' WS-SKIPPED-COUNT.
066760     DISPLAY 'Records Not Paid On Status: '
066765         WS-STATUS-SKIP-COUNT.
066770     DISPLAY 'Hourly Employees Without Timecard: '
066775         WS-NO-TIMECARD-COUNT.
066780     DISPLAY 'Warnings Issued: ' WS-WARNING-COUNT.
066800     DISPLAY 'Total Gross Pay: ' WS-TOTAL-GROSS.
066900     DISPLAY 'Total Deductions: ' WS-TOTAL-DEDUCT.
066910     DISPLAY 'Total Taxes Withheld: ' WS-TOTAL-TAX.
067000     DISPLAY 'Total Net Pay: ' WS-TOTAL-NET.
067100     DISPLAY 'Run ID: ' WS-RUN-ID.
067200 8000-EXIT.
067340* MASTER FROM WS-YTD-TABLE, EVERY RECORD STAMPED WITH THE
067350* PERIOD-END YEAR SO NEXT YEAR'S FIRST RUN KNOWS TO START OVER.
067360*----------------------------------------------------------------
067361 8300-SAVE-YTD-MASTER.
067362     OPEN OUTPUT YTD-MASTER-FILE.
067363     MOVE 1 TO WS-YTD-SAVE-SUB.
067364     PERFORM 8350-WRITE-YTD-RECORD THRU 8350-EXIT
067365         UNTIL WS-YTD-SAVE-SUB > WS-YTD-TABLE-USED.
067366     CLOSE YTD-MASTER-FILE.
067367 8300-EXIT.
067368     EXIT.
067369
067370 8350-WRITE-YTD-RECORD.
067371     SET WS-YTD-IDX TO WS-YTD-SAVE-SUB.
067372     MOVE SPACES TO YTD-MASTER-RECORD.
067373     MOVE WS-YTD-EMP-ID (WS-YTD-IDX) TO YTD-EMP-ID.
067374     MOVE WS-PERIOD-YEAR TO YTD-YEAR.
067375     MOVE WS-YTD-GROSS (WS-YTD-IDX) TO YTD-GROSS.
067376     MOVE WS-YTD-TOTAL-DEDUCT (WS-YTD-IDX) TO YTD-TOTAL-DEDUCT.
067377     MOVE WS-YTD-NET (WS-YTD-IDX) TO YTD-NET.
067378     MOVE WS-YTD-DED-GROUP (WS-YTD-IDX) TO YTD-DED-GROUP.
067379     MOVE WS-YTD-TAX-GROUP (WS-YTD-IDX) TO YTD-TAX-GROUP.
067380     MOVE WS-YTD-STATE-CODE (WS-YTD-IDX) TO YTD-STATE-CODE.
067388     WRITE YTD-MASTER-RECORD.
067389     ADD 1 TO WS-YTD-SAVE-SUB.
067390 8350-EXIT.
067391     EXIT.
067392
067400*----------------------------------------------------------------
067410* 8400-SAVE-REISSUE-QUEUE  --  REWRITE THE REISSUE QUEUE AND ITS
067420* ITEMIZED LINES WITH ONLY THE REISSUES THIS RUN HELD BACK.  PAID
067430* AND DROPPED ONES LEAVE THE QUEUE.
067440*----------------------------------------------------------------
067450 8400-SAVE-REISSUE-QUEUE.
067460     OPEN OUTPUT REISSUE-QUEUE-FILE.
067470     MOVE 1 TO WS-RIS-SAVE-SUB.
067480     PERFORM 8410-WRITE-HELD-REISSUE THRU 8410-EXIT
067490         UNTIL WS-RIS-SAVE-SUB > WS-RIS-TABLE-USED.
067500     CLOSE REISSUE-QUEUE-FILE.
067510
067520     OPEN OUTPUT REISSUE-DETAIL-FILE.
067530     MOVE 1 TO WS-RDT-SUB.
067540     PERFORM 8420-WRITE-HELD-REISSUE-LINE THRU 8420-EXIT
067550         UNTIL WS-RDT-SUB > WS-RDT-TABLE-USED.
067560     CLOSE REISSUE-DETAIL-FILE.
067570 8400-EXIT.
067580     EXIT.
067590
067600 8410-WRITE-HELD-REISSUE.
067610     SET WS-RIS-IDX TO WS-RIS-SAVE-SUB.
067620     IF RIS-HELD (WS-RIS-IDX)
067630         WRITE REISSUE-QUEUE-RECORD
067631             FROM WS-RIS-RECORD (WS-RIS-IDX)
067640     END-IF.
067650     ADD 1 TO WS-RIS-SAVE-SUB.
067660 8410-EXIT.
067670     EXIT.
067680
067690 8420-WRITE-HELD-REISSUE-LINE.
067700     SET WS-RDT-IDX TO WS-RDT-SUB.
067710     SET WS-RIS-IDX TO WS-RDT-OWNER (WS-RDT-IDX).
067720     IF RIS-HELD (WS-RIS-IDX)
067730         WRITE REISSUE-DETAIL-RECORD
067731             FROM WS-RDT-RECORD (WS-RDT-IDX)
067740     END-IF.
067750     ADD 1 TO WS-RDT-SUB.
067760 8420-EXIT.
067770     EXIT.
067870
067970*----------------------------------------------------------------
068070* 8500-SAVE-RETRO-LEDGER  --  REWRITE THE WHOLE RETRO LEDGER FROM
068170* WS-RTL-TABLE, WITH THE LINES THIS RUN PAID STAMPED PAID.
068270*----------------------------------------------------------------
068370 8500-SAVE-RETRO-LEDGER.
068470     OPEN OUTPUT RETRO-LEDGER-FILE.
068570     MOVE 1 TO WS-RTL-SUB.
068670     PERFORM 8510-WRITE-RETRO-LINE THRU 8510-EXIT
068770         UNTIL WS-RTL-SUB > WS-RTL-TABLE-USED.
068870     CLOSE RETRO-LEDGER-FILE.
068970 8500-EXIT.
069070     EXIT.
069170
069270 8510-WRITE-RETRO-LINE.
069370     SET WS-RTL-IDX TO WS-RTL-SUB.
069470     WRITE RETRO-LEDGER-RECORD FROM WS-RTL-RECORD (WS-RTL-IDX).
069570     ADD 1 TO WS-RTL-SUB.
069670 8510-EXIT.
069770     EXIT.
069870
069970*----------------------------------------------------------------
070070* 8600-WRITE-PAY-RUN-CONTROL  --  WRITE THE CONTROL RECORD FOR THE
070170* NET-PAY FILE: THE COUNT AND TOTALS OF EVERY PAYMENT 3400 POSTED,
070270* WHICH ARE THE PAYMENTS 4300 WROTE.
070370*----------------------------------------------------------------
070470 8600-WRITE-PAY-RUN-CONTROL.
070570     MOVE SPACES TO PAY-RUN-CONTROL-RECORD.
070670     MOVE WS-RUN-ID TO PRC-RUN-ID.
070770     MOVE WS-RUN-MODE TO PRC-CYCLE-FLAG.
070870     MOVE WS-PERIOD-NO TO PRC-PERIOD-NO.
070970     MOVE WS-PERIOD-END-DATE TO PRC-PERIOD-END.
071070     MOVE WS-RECORD-COUNT TO PRC-RECORD-COUNT.
071170     MOVE WS-TOTAL-GROSS TO PRC-TOTAL-GROSS.
071270     MOVE WS-TOTAL-DEDUCT TO PRC-TOTAL-DEDUCT.
071370     MOVE WS-TOTAL-NET TO PRC-TOTAL-NET.
071470     OPEN OUTPUT PAY-RUN-CONTROL-FILE.
071570     WRITE PAY-RUN-CONTROL-RECORD.
071670     CLOSE PAY-RUN-CONTROL-FILE.
071770 8600-EXIT.
071870     EXIT.
