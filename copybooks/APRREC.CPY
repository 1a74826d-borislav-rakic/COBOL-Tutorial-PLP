000100*    APRREC.CPY
000200*    SHARED APPROVAL-QUEUE RECORD DESCRIPTION -- ONE RECORD PER
000300*    TRANSACTION HELD FOR A SECOND OPERATOR'S SIGN-OFF BEFORE IT
000400*    MAY TOUCH THE MASTER.  FILE-READER'S 'U' MODE HOLDS SALARY
000500*    ADJUSTMENTS BEYOND ITS PERCENTAGE THRESHOLD; EMP-MAINT HOLDS
000600*    ADDS, STATUS CHANGES, REACTIVATIONS AND SALARY CHANGES
000700*    BEYOND THE SAME THRESHOLD.  TRANS-APPROVE RECORDS THE
000800*    DECISIONS AND FEEDS APPROVED ITEMS BACK TO THEIR SOURCE
000900*    PROGRAM'S OWN INPUT FILE, THE SAME ROUND TRIP TRANS-RELEASE
001000*    GIVES A FUTURE-DATED ITEM.
001100*
001200*    APR-SOURCE SAYS WHICH APPLY PATH THE LINE BELONGS TO: 'S'
001300*    FOR A FILE-READER SALARY-ADJUSTMENT TRANSACTION, 'M' FOR AN
001400*    EMP-MAINT MAINTENANCE TRANSACTION.  APR-STATE CARRIES THE
001500*    ITEM THROUGH ITS LIFE:
001600*      'H'  HELD, WAITING FOR A DECISION.
001700*      'A'  APPROVED, NOT YET WRITTEN BACK TO THE APPLY FILE.
001800*      'W'  WRITTEN BACK WITH THE APPROVER STAMPED ON THE LINE,
001900*           WAITING FOR THE APPLY RUN TO POST IT.
002000*      'P'  POSTED -- THE APPLY RUN FOUND THE STAMPED LINE HERE
002100*           AND CONSUMED IT, SO IT CAN NEVER POST TWICE.
002200*      'R'  REJECTED BY THE APPROVER.
002300*    TRANS-APPROVE DROPS 'P' AND 'R' ITEMS ON ITS NEXT REWRITE.
002400*    APR-HOLD-REASON SAYS WHY THE ITEM WAS HELD: 'P' SALARY
002500*    CHANGE PAST THE PERCENTAGE THRESHOLD, 'A' NEW HIRE, 'S'
002600*    STATUS CHANGE, 'R' REACTIVATION OF A TERMINATED EMPLOYEE.
002700*    THE SALARY AND STATUS PAIRS ARE THE MASTER'S VALUES BEFORE
002800*    AND THE TRANSACTION'S VALUES AFTER, FOR THE LISTING.
002900*
003000*    APR-TRANS-LINE IS THE 100-BYTE TRANSACTION LINE VERBATIM.
003100*    BOTH TRANSACTION LAYOUTS CARRY THE SUBMITTING OPERATOR'S ID
003200*    AND AN APPROVER ID -- COLUMNS 21-28 AND 29-36 OF A SALARY-
003300*    ADJUSTMENT LINE, 59-66 AND 67-74 OF A MAINTENANCE LINE.  THE
003400*    APPROVER COLUMNS ARE BLANK ON A HELD LINE; TRANS-APPROVE
003500*    STAMPS THEM ON THE LINE IT WRITES BACK AND KEEPS THE STAMPED
003600*    LINE HERE, AND THE APPLY RUN POSTS A STAMPED LINE ONLY WHEN
003700*    IT MATCHES A 'W' ITEM ON THIS FILE BYTE FOR BYTE.  THE QUEUE
003800*    IS ONLY EVER REWRITTEN UNDER THE EMP-FILE UPDATE LOCK.
003900 01  APPROVAL-RECORD.
004000     02  APR-SEQ-NO           PIC 9(05).
004100     02  APR-SOURCE           PIC X(01).
004200         88  APR-SOURCE-SALARY        VALUE 'S'.
004300         88  APR-SOURCE-MAINT         VALUE 'M'.
004400     02  APR-STATE            PIC X(01).
004500         88  APR-STATE-HELD           VALUE 'H'.
004600         88  APR-STATE-APPROVED       VALUE 'A'.
004700         88  APR-STATE-WRITTEN        VALUE 'W'.
004800         88  APR-STATE-POSTED         VALUE 'P'.
004900         88  APR-STATE-REJECTED       VALUE 'R'.
005000     02  APR-HOLD-REASON      PIC X(01).
005100         88  APR-HELD-PERCENT         VALUE 'P'.
005200         88  APR-HELD-ADD             VALUE 'A'.
005300         88  APR-HELD-STATUS          VALUE 'S'.
005400         88  APR-HELD-REACTIVATE      VALUE 'R'.
005500     02  APR-EMP-ID           PIC 9(06).
005600     02  APR-DATE-HELD        PIC 9(08).
005700     02  APR-SUBMIT-OPERATOR  PIC X(08).
005800     02  APR-SALARY-BEFORE    PIC 9(05).
005900     02  APR-SALARY-AFTER     PIC 9(05).
006000     02  APR-STATUS-BEFORE    PIC X(01).
006100     02  APR-STATUS-AFTER     PIC X(01).
006200     02  APR-APPROVER         PIC X(08).
006300     02  APR-DATE-DECIDED     PIC 9(08).
006400     02  APR-TRANS-LINE       PIC X(100).
