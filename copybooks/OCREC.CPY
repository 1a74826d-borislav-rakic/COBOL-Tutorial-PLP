000100*    OCREC.CPY
000200*    SHARED OFF-CYCLE ITEM RECORD DESCRIPTION -- ONE 50-BYTE LINE
000300*    PER ONE-TIME PAYMENT TO BE CUT OUTSIDE THE SEMI-MONTHLY
000400*    CYCLE, READ BY PAY-CALC'S OFF-CYCLE MODE.  OCI-EARN-CODE
000500*    SAYS WHAT THE PAYMENT IS: 'BON' BONUS, 'FIN' FINAL CHECK ON
000600*    A TERMINATION, 'COR' CORRECTION OF AN EARLIER PERIOD.
000700*    OCI-AMOUNT IS THE GROSS TO PAY, TWO ASSUMED DECIMAL PLACES;
000800*    WITHHOLDING COMES OFF IT IN THE RUN.  OCI-DESC IS FREE TEXT
000900*    FOR THE REGISTER LINE (BLANK PRINTS THE CODE'S NAME).  A
001000*    REISSUE OF A VOIDED PAYMENT IS NOT KEYED HERE -- PAY-VOID
001100*    QUEUES IT FOR THE NEXT OFF-CYCLE RUN ITSELF.
001110*    OCI-PAY-METHOD SAYS HOW THE PAYMENT GOES OUT: BLANK OR 'D'
001120*    BY DIRECT DEPOSIT, 'C' BY PAPER CHECK FROM PAY-CHECK.
001200 01  OFF-CYCLE-ITEM-RECORD.
001300     02  OCI-EMP-ID              PIC 9(06).
001400     02  OCI-EARN-CODE           PIC X(03).
001500         88  OCI-EARN-CODE-KNOWN         VALUE 'BON' 'FIN' 'COR'.
001600     02  OCI-AMOUNT              PIC 9(05)V99.
001700     02  OCI-DESC                PIC X(20).
001710     02  OCI-PAY-METHOD          PIC X(01).
001720         88  OCI-PAY-METHOD-KNOWN        VALUE ' ' 'D' 'C'.
001730         88  OCI-PAY-BY-CHECK            VALUE 'C'.
001740     02  FILLER                  PIC X(13).
