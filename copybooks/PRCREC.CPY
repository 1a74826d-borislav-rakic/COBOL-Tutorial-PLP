000100*    PRCREC.CPY
000200*    SHARED PAY RUN-CONTROL RECORD DESCRIPTION -- THE ONE 80-BYTE
000300*    RECORD PAY-CALC WRITES AT THE END OF EVERY RUN, REPLACING
000400*    THE LAST ONE THE SAME WAY THE RUN REPLACES THE NET-PAY FILE.
000500*    IT CARRIES THE RUN'S OWN COUNT AND TOTALS OF THE PAYMENTS IT
000600*    WROTE TO THE NET-PAY FILE, SO PAY-VARIANCE CAN PROVE THE
000700*    FILE ABOUT TO BE PAID IS THE ONE PAY-CALC WROTE, WHOLE.
000800*    PRC-CYCLE-FLAG IS 'R' OR 'O' AS ON NPREC.CPY; AN OFF-CYCLE
000900*    RUN CARRIES PERIOD 00 AND ITS PAY DATE AS THE PERIOD END.
001000*    AMOUNTS CARRY TWO ASSUMED DECIMAL PLACES.
001100 01  PAY-RUN-CONTROL-RECORD.
001200     02  PRC-RUN-ID              PIC X(12).
001300     02  PRC-CYCLE-FLAG          PIC X(01).
001400     02  PRC-PERIOD-NO           PIC 9(02).
001500     02  PRC-PERIOD-END          PIC 9(08).
001600     02  PRC-RECORD-COUNT        PIC 9(05).
001700     02  PRC-TOTAL-GROSS         PIC 9(08)V99.
001800     02  PRC-TOTAL-DEDUCT        PIC 9(08)V99.
001900     02  PRC-TOTAL-NET           PIC 9(08)V99.
002000     02  FILLER                  PIC X(22).
