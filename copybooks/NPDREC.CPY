000100*    NPDREC.CPY
000200*    SHARED NET-PAY DETAIL RECORD DESCRIPTION -- ONE 60-BYTE LINE
000300*    PER ITEMIZED LINE UNDER A NET-PAY RECORD: THE ONE-TIME
000400*    EARNINGS OF AN OFF-CYCLE PAYMENT ('E'), EACH STATUTORY TAX
000500*    WITHHELD ('T'), AND EACH ELECTED DEDUCTION TAKEN ('D').
000600*    NPD-RUN-ID, NPD-EMP-ID, AND NPD-EARN-CODE ARE THE OWNING
000700*    NET-PAY RECORD'S NP-RUN-ID, NP-EMP-ID, AND NP-EARN-CODE (SEE
000800*    NPREC.CPY).  NPD-CODE IS THE EARNINGS CODE, THE TAX CODE
000900*    ('FIT' 'SIT' 'SSE' 'MED'), OR THE DEDUCTION-MASTER CODE.
001000*    PAY-CALC APPENDS EVERY LINE TO THE DETAIL HISTORY, AND
001100*    PAY-VOID READS IT BACK TO TAKE A VOIDED PAYMENT'S DEDUCTIONS
001200*    OUT OF THE PER-CODE YTD FIGURES.
001300 01  NETPAY-DETAIL-RECORD.
001400     02  NPD-RUN-ID              PIC X(12).
001500     02  NPD-EMP-ID              PIC 9(06).
001600     02  NPD-EARN-CODE           PIC X(03).
001700     02  NPD-LINE-TYPE           PIC X(01).
001800         88  NPD-EARNINGS-LINE           VALUE 'E'.
001900         88  NPD-TAX-LINE                VALUE 'T'.
002000         88  NPD-DEDUCTION-LINE          VALUE 'D'.
002100     02  NPD-CODE                PIC X(03).
002200     02  NPD-DESC                PIC X(20).
002300     02  NPD-AMOUNT              PIC 9(05)V99.
002400     02  FILLER                  PIC X(08).
