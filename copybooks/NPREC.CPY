000100*    NPREC.CPY
000200*    SHARED NET-PAY RECORD DESCRIPTION -- ONE 100-BYTE RECORD PER
000300*    EMPLOYEE PAID, WRITTEN BY PAY-CALC'S 4300-WRITE-NETPAY-RECORD
000400*    AND READ BY PAY-DEPOSIT.  AMOUNTS CARRY TWO ASSUMED DECIMAL
000500*    PLACES, THE SAME WAY THE DEDUCTION MASTER'S RATE AND FLAT-
000600*    AMOUNT COLUMNS DO.  EVERY AMOUNT IS THE PAY PERIOD'S FIGURE,
000700*    NOT THE YEAR'S, AND THE PERIOD NUMBER AND PERIOD-END DATE
000800*    RIDE ON EVERY RECORD SO THE DOWNSTREAM PAY PROCESS KNOWS
000900*    WHICH PERIOD IT IS PAYING.  NP-EXCEED-FLAG IS 'E' WHEN THE
001000*    DEDUCTION TOTAL EXCEEDED GROSS AND NET WAS HELD AT ZERO, SO
001100*    THE DOWNSTREAM PAY PROCESS CAN SEE WHY GROSS MINUS
001200*    DEDUCTIONS DOES NOT EQUAL NET ON THAT RECORD.
001300*    THE FIRST 52 BYTES ARE THE ORIGINAL 60-BYTE LAYOUT UNCHANGED.
001400*    NP-TOTAL-DEDUCT INCLUDES THE STATUTORY WITHHOLDING, SO GROSS
001500*    MINUS NP-TOTAL-DEDUCT IS STILL NET; THE FOUR TAX COLUMNS
001600*    ITEMIZE THE WITHHOLDING PART OF IT, AND NP-STATE-CODE IS THE
001700*    WORK STATE THE STATE TAX WAS WITHHELD FOR (BLANK WHEN NONE).
001710*    NP-PAY-TYPE IS THE MASTER'S PAY TYPE ('H' HOURLY, 'S'
001720*    SALARIED) AND NP-TOTAL-HOURS THE HOURS AN HOURLY GROSS WAS
001730*    PRICED FROM -- REGULAR, OVERTIME, AND EARNINGS-CODE HOURS
001740*    TOGETHER; ZERO ON A SALARIED RECORD.
001741*    NP-CYCLE-FLAG IS 'R' ON A REGULAR PERIOD'S RECORD AND 'O' ON
001742*    AN OFF-CYCLE PAYMENT (BLANK ON A RECORD WRITTEN BEFORE THE
001743*    FLAG EXISTED, AND TAKEN AS REGULAR).  AN OFF-CYCLE RECORD
001744*    CARRIES PERIOD 00, THE OFF-CYCLE PAY DATE AS ITS PERIOD-END,
001745*    AND IN NP-EARN-CODE THE ONE-TIME EARNINGS IT PAYS -- 'BON'
001746*    BONUS, 'FIN' FINAL CHECK, 'COR' CORRECTION, 'RIS' REISSUE OF
001747*    A VOIDED PAYMENT.  RUN-ID, EMP-ID, AND EARN CODE TOGETHER
001748*    NAME ONE ISSUED PAYMENT, WHICH IS HOW PAY-VOID FINDS IT.
001758*    NP-PAY-METHOD IS 'C' WHEN THE PAYMENT IS TO GO OUT AS A PAPER
001768*    CHECK WHATEVER THE BANK RECORD SAYS (AN OFF-CYCLE ITEM KEYED
001778*    FOR CHECK, OR THE REISSUE OF ONE); BLANK OR 'D' OTHERWISE.
001780*    NP-RETRO-GROSS IS THE PART OF A REGULAR PERIOD'S NP-GROSS
001782*    THAT IS RETRO PAY FOR EARLIER PERIODS (SEE RTLREC.CPY), SO
001784*    THE PERIOD'S OWN GROSS IS NP-GROSS LESS NP-RETRO-GROSS.  AN
001786*    OFF-CYCLE RETRO PAYMENT CARRIES EARN CODE 'RET' INSTEAD.
001788*    BLANK ON A RECORD WRITTEN BEFORE THE FIELD EXISTED.
001800 01  NETPAY-RECORD.
001900     02  NP-RUN-ID               PIC X(12).
002000     02  NP-PERIOD-NO            PIC 9(02).
002100     02  NP-PERIOD-END           PIC 9(08).
002200     02  NP-EMP-ID               PIC 9(06).
002300     02  NP-GROSS                PIC 9(05)V99.
002400     02  NP-TOTAL-DEDUCT         PIC 9(07)V99.
002500     02  NP-NET-PAY              PIC 9(05)V99.
002600     02  NP-EXCEED-FLAG          PIC X(01).
002700     02  NP-FED-TAX              PIC 9(05)V99.
002800     02  NP-STATE-TAX            PIC 9(05)V99.
002900     02  NP-SS-TAX               PIC 9(05)V99.
003000     02  NP-MED-TAX              PIC 9(05)V99.
003100     02  NP-STATE-CODE           PIC X(02).
003110     02  NP-PAY-TYPE             PIC X(01).
003120     02  NP-TOTAL-HOURS          PIC 9(03)V99.
003130     02  NP-CYCLE-FLAG           PIC X(01).
003140         88  NP-OFF-CYCLE                VALUE 'O'.
003150     02  NP-EARN-CODE            PIC X(03).
003160     02  NP-PAY-METHOD           PIC X(01).
003170         88  NP-PAY-BY-CHECK             VALUE 'C'.
003180     02  NP-RETRO-GROSS          PIC 9(05)V99.
