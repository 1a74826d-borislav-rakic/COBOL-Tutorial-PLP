000100*    YTDREC.CPY
000200*    SHARED YTD ACCUMULATOR MASTER RECORD DESCRIPTION -- ONE
000300*    200-BYTE RECORD PER EMPLOYEE PAID THIS YEAR, KEYED ON
000400*    EMP-ID.  WRITTEN BY PAY-CALC AT THE END OF EVERY PAY RUN.
000500*    TEN DEDUCTION CODE/AMOUNT PAIRS PER EMPLOYEE MATCHES THE
000600*    MOST ELECTIONS ANY ONE EMPLOYEE REALISTICALLY CARRIES
000700*    AGAINST THE 20-CODE MASTER.  YTD-YEAR IS THE CALENDAR YEAR
000800*    THE FIGURES BELONG TO, TAKEN FROM THE PERIOD-END DATE.
000900*    YTD-TAX-GROUP CARRIES THE YEAR'S STATUTORY WITHHOLDING BY
001000*    TAX; YTD-TOTAL-DEDUCT INCLUDES IT, THE SAME WAY THE NET-PAY
001100*    RECORD'S TOTAL DOES.  A RECORD WRITTEN BEFORE THE TAX
001200*    COLUMNS EXISTED READS THEM AS SPACES AND IS TAKEN AS ZERO.
001210*    YTD-STATE-CODE IS THE WORK STATE THE STATE TAX WAS LAST
001220*    WITHHELD FOR -- THE STATE THE YEAR-END WAGE STATEMENT
001230*    REPORTS THE STATE WAGES UNDER.
001300 01  YTD-MASTER-RECORD.
001400     02  YTD-EMP-ID              PIC 9(06).
001500     02  YTD-YEAR                PIC 9(04).
001600     02  YTD-GROSS               PIC 9(07)V99.
001700     02  YTD-TOTAL-DEDUCT        PIC 9(07)V99.
001800     02  YTD-NET                 PIC 9(07)V99.
001900     02  YTD-DED-GROUP.
002000         03  YTD-DED-ENTRY OCCURS 10 TIMES.
002100             04  YTD-DED-CODE        PIC X(03).
002200             04  YTD-DED-AMOUNT      PIC 9(07)V99.
002300     02  YTD-TAX-GROUP.
002400         03  YTD-FED-TAX             PIC 9(07)V99.
002500         03  YTD-STATE-TAX           PIC 9(07)V99.
002600         03  YTD-SS-TAX              PIC 9(07)V99.
002700         03  YTD-MED-TAX             PIC 9(07)V99.
002710     02  YTD-STATE-CODE          PIC X(02).
002800     02  FILLER                  PIC X(05).
