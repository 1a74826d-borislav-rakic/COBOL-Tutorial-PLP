000100*    RTLREC.CPY
000200*    SHARED RETRO LEDGER RECORD DESCRIPTION -- ONE 100-BYTE LINE
000300*    PER PAY PERIOD RETRO-CALC HAS REPRICED FOR AN EMPLOYEE.
000400*    RTL-NP-RUN-ID, RTL-PERIOD-NO, AND RTL-PERIOD-END NAME THE
000500*    REGULAR PAYMENT THAT WAS REPRICED (SEE NPREC.CPY).
000600*    RTL-OLD-GROSS IS WHAT THAT PERIOD HAD BEEN PAID -- ITS OWN
000700*    GROSS PLUS ANY RETRO ALREADY LEDGERED AGAINST IT -- AND
000800*    RTL-NEW-GROSS WHAT IT PAYS AT RTL-NEW-SALARY.  RTL-DIFF IS
000900*    THE NEW LESS THE OLD, AND MAY BE NEGATIVE.  AMOUNTS CARRY
001000*    TWO ASSUMED DECIMAL PLACES.  RTL-STATE CARRIES THE LINE
001100*    THROUGH ITS LIFE:
001200*      'C'  CALCULATED, ON THE RETRO DETAIL REPORT AND WAITING
001300*           FOR SIGN-OFF.  RECALCULATED ON EVERY RETRO-CALC RUN.
001400*      'R'  RELEASED TO THE NEXT REGULAR PAY-CALC RUN, WHICH
001500*           PAYS IT AS A RETRO EARNINGS LINE.
001600*      'O'  RELEASED TO THE NEXT OFF-CYCLE PAY-CALC RUN, WHICH
001700*           PAYS IT AS ITS OWN 'RET' PAYMENT.
001800*      'H'  RELEASED WITH NOTHING TO PAY -- THE EMPLOYEE'S LINES
001900*           NET TO AN OVERPAYMENT, WHICH PAYROLL RECOVERS BY
002000*           HAND, OR TO ZERO.
002100*      'P'  PAID BY THE PAY-CALC RUN IN RTL-PAID-RUN-ID -- A
002110*           REGULAR ('R') OR OFF-CYCLE ('O') RUN PER
002120*           RTL-PAID-CYCLE, FOR THE PERIOD-END OR PAY DATE IN
002130*           RTL-PAID-PERIOD-END.  A RERUN FOR THE SAME CYCLE
002140*           AND DATE REPLACES THAT RUN'S NET-PAY FILE, SO IT
002150*           PAYS THE LINE AGAIN.
002200*    EVERY LINE BUT A 'C' COUNTS AS PAID AGAINST ITS PERIOD WHEN
002300*    THE PERIOD IS REPRICED AGAIN.
002400 01  RETRO-LEDGER-RECORD.
002500     02  RTL-EMP-ID           PIC 9(06).
002600     02  RTL-PERIOD-NO        PIC 9(02).
002700     02  RTL-PERIOD-END       PIC 9(08).
002800     02  RTL-NP-RUN-ID        PIC X(12).
002900     02  RTL-OLD-GROSS        PIC 9(05)V99.
003000     02  RTL-NEW-GROSS        PIC 9(05)V99.
003100     02  RTL-DIFF             PIC S9(05)V99
003200                              SIGN LEADING SEPARATE.
003300     02  RTL-NEW-SALARY       PIC 9(05).
003400     02  RTL-STATE            PIC X(01).
003500         88  RTL-STATE-CALCULATED     VALUE 'C'.
003600         88  RTL-STATE-REGULAR        VALUE 'R'.
003700         88  RTL-STATE-OFF-CYCLE      VALUE 'O'.
003800         88  RTL-STATE-BY-HAND        VALUE 'H'.
003900         88  RTL-STATE-PAID           VALUE 'P'.
004000     02  RTL-CALC-RUN-ID      PIC X(12).
004100     02  RTL-RELEASE-OPERATOR PIC X(08).
004200     02  RTL-PAID-RUN-ID      PIC X(12).
004210     02  RTL-PAID-CYCLE       PIC X(01).
004220     02  RTL-PAID-PERIOD-END  PIC 9(08).
004300     02  FILLER               PIC X(03).
