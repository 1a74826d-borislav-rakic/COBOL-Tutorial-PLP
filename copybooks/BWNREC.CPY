000100*    BWNREC.CPY
000200*    SHARED BUDGET WARNING RECORD DESCRIPTION -- ONE 80-BYTE LINE
000300*    PER ADD OR RAISE THAT LEFT ITS DEPARTMENT OVER THE BUDGETED
000400*    HEADCOUNT OR SALARY FOR THE FISCAL MONTH (SEE BUDREC.CPY).
000500*    EMP-MAINT APPENDS ONE FOR AN ADD ('A'), FILE-READER'S 'U'
000600*    MODE FOR A RAISE ('R').  THE CHANGE ITSELF IS STILL POSTED
000700*    -- THE LINE IS FINANCE'S NOTICE OF IT, PRINTED ON
000800*    BUDGET-RPT'S WARNING LISTING.  THE ACTUAL FIGURES ARE THE
000900*    DEPARTMENT'S ACTIVE HEADCOUNT AND SALARY BASE ON THE MASTER
001000*    RIGHT AFTER THE CHANGE POSTED; BWN-SAL-CHANGE IS THE NEW
001100*    HIRE'S SALARY ON AN ADD AND THE AMOUNT OF THE RAISE ON A
001200*    RAISE.
001300 01  BUDGET-WARNING-RECORD.
001400     02  BWN-DATE                PIC 9(08).
001500     02  BWN-PROGRAM             PIC X(08).
001600     02  BWN-RUN-ID              PIC X(12).
001700     02  BWN-EMP-ID              PIC 9(06).
001800     02  BWN-ACTION              PIC X(01).
001900         88  BWN-ACTION-ADD              VALUE 'A'.
002000         88  BWN-ACTION-RAISE            VALUE 'R'.
002100     02  BWN-DEPT                PIC X(04).
002200     02  BWN-FISCAL-YEAR         PIC 9(04).
002300     02  BWN-FISCAL-MONTH        PIC 9(02).
002400     02  BWN-HC-ACTUAL           PIC 9(05).
002500     02  BWN-HC-BUDGET           PIC 9(05).
002600     02  BWN-SAL-ACTUAL          PIC 9(08).
002700     02  BWN-SAL-BUDGET          PIC 9(08).
002800     02  BWN-SAL-CHANGE          PIC 9(05).
002900     02  FILLER                  PIC X(04).
