000100*    DEDMREC.CPY
000200*    SHARED DEDUCTION MASTER RECORD DESCRIPTION -- ONE 50-BYTE ROW
000300*    PER DEDUCTION THIS SHOP OFFERS.  DEDM-METHOD SAYS HOW
000400*    DEDM-PERCENT/DEDM-FLAT ARE APPLIED: 'P' TAKES DEDM-PERCENT OF
000500*    THE EMPLOYEE'S GROSS, 'F' TAKES DEDM-FLAT AS A FLAT ANNUAL
000600*    AMOUNT.  DEDM-PAYEE NAMES WHO THE WITHHELD MONEY IS OWED
000700*    TO -- THE CARRIER OR RECORDKEEPER -- AND IS THE KEY PAY-REMIT
000800*    GROUPS ITS REMITTANCE FILES ON (ROWS WRITTEN BEFORE THE PAYEE
000900*    WAS CARRIED READ IT AS BLANK AND ARE NOT REMITTED UNTIL ONE
001000*    IS SET).  MAINTAINED BY DED-MAINT; READ BY PAY-CALC AND
001100*    PAY-REMIT.
001200 01  DEDUCT-MASTER-RECORD.
001300     02  DEDM-CODE               PIC X(03).
001400     02  DEDM-DESC               PIC X(20).
001500     02  DEDM-METHOD             PIC X(01).
001600     02  DEDM-PERCENT            PIC 9(02)V99.
001700     02  DEDM-FLAT               PIC 9(05)V99.
001800     02  DEDM-PAYEE              PIC X(08).
001900     02  FILLER                  PIC X(07).
