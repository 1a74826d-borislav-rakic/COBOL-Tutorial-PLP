000100*    TAXREC.CPY
000200*    SHARED TAX RATE TABLE RECORD DESCRIPTION -- ONE 50-BYTE ROW
000300*    PER BRACKET, ALLOWANCE VALUE OR WAGE BASE, BY TAX YEAR.
000400*    TXR-JURIS NAMES THE TAX: 'FD' FEDERAL INCOME TAX, 'SS' SOCIAL
000500*    SECURITY, 'MC' MEDICARE, OR A STATE POSTAL CODE FOR THAT
000600*    STATE'S INCOME TAX.  TXR-REC-TYPE SAYS WHICH COLUMNS APPLY:
000700*    'B' IS ONE ANNUAL BRACKET -- TAXABLE WAGES OVER TXR-FLOOR PAY
000800*    TXR-BASE-TAX PLUS TXR-RATE PERCENT OF THE EXCESS ('SS' AND
000900*    'MC' CARRY ONE 'B' ROW WITH A ZERO FLOOR FOR THEIR FLAT
001000*    RATE);
001100*    'A' IS THE ANNUAL VALUE OF ONE WITHHOLDING ALLOWANCE IN
001200*    TXR-AMOUNT; 'W' IS THE SOCIAL SECURITY WAGE BASE IN
001300*    TXR-AMOUNT; 'S' IS THE FLAT SUPPLEMENTAL RATE IN TXR-RATE
001400*    THAT AN OFF-CYCLE PAYMENT WITHHOLDS AT FOR 'FD' OR A STATE (A
001500*    JURISDICTION WITH NO 'S' ROW WITHHOLDS OFF-CYCLE PAY BY ITS
001600*    BRACKETS).  TXR-FILING-STATUS LIMITS A BRACKET TO ONE FILING
001700*    STATUS ('S' SINGLE, 'M' MARRIED, 'H' HEAD OF HOUSEHOLD);
001800*    BLANK APPLIES TO EVERY STATUS.  READ BY PAY-CALC TO WITHHOLD
001900*    AND BY YEAR-END FOR THE WAGE BASE ON THE WAGE STATEMENTS.
002000 01  TAX-RATE-RECORD.
002100     02  TXR-TAX-YEAR            PIC 9(04).
002200     02  TXR-JURIS               PIC X(02).
002300     02  TXR-REC-TYPE            PIC X(01).
002400     02  TXR-FILING-STATUS       PIC X(01).
002500     02  TXR-FLOOR               PIC 9(07)V99.
002600     02  TXR-RATE                PIC 9(02)V9999.
002700     02  TXR-BASE-TAX            PIC 9(07)V99.
002800     02  TXR-AMOUNT              PIC 9(07)V99.
002900     02  FILLER                  PIC X(09).
