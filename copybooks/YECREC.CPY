000100*    YECREC.CPY
000200*    SHARED YEAR-END CLOSE CONTROL RECORD DESCRIPTION -- ONE
000300*    50-BYTE RECORD PER TAX YEAR CLOSED, APPENDED BY YEAR-END
000400*    AFTER THE YEAR'S WAGE STATEMENTS ARE PRODUCED AND ITS YTD
000500*    MASTER IS ARCHIVED.  PAY-CALC READS IT TO TELL A CLOSED
000600*    YEAR'S LEFTOVER YTD FIGURES FROM AN UNCLOSED YEAR'S, AND
000700*    REFUSES A NEW YEAR'S FIRST RUN UNTIL THE OLD YEAR IS HERE.
000800*    YEC-EMP-COUNT AND YEC-TOTAL-WAGES ARE THE CLOSE'S CONTROL
000900*    FIGURES -- THE STATEMENTS PRINTED AND THE WAGES REPORTED.
001000 01  YEAR-END-CONTROL-RECORD.
001100     02  YEC-TAX-YEAR            PIC 9(04).
001200     02  YEC-RUN-ID              PIC X(12).
001300     02  YEC-CLOSE-DATE          PIC 9(08).
001400     02  YEC-EMP-COUNT           PIC 9(05).
001500     02  YEC-TOTAL-WAGES         PIC 9(09)V99.
001600     02  FILLER                  PIC X(10).
