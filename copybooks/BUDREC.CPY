000100*    BUDREC.CPY
000200*    SHARED DEPARTMENT BUDGET RECORD DESCRIPTION -- ONE 40-BYTE
000300*    LINE PER DEPARTMENT PER FISCAL MONTH, HOLDING THE APPROVED
000400*    HEADCOUNT AND SALARY BUDGET FOR THAT MONTH.  BUD-MAINT IS
000500*    THE ONE PROGRAM THAT WRITES IT; BUDGET-RPT, FILE-READER'S
000600*    'U' MODE AND EMP-MAINT READ IT.  BUD-FISCAL-MONTH COUNTS
000700*    01-12 FROM THE FIRST MONTH OF THE FISCAL YEAR, AND THE
000800*    FISCAL YEAR IS NAMED FOR THE CALENDAR YEAR IT ENDS IN.
000900*    BUD-SALARY IS THE BUDGETED ANNUAL SALARY BASE -- THE SUM OF
001000*    THE ACTIVE HEADCOUNT'S ANNUAL SALARIES, THE SAME BASIS THE
001100*    REPORT RUN'S DEPT TOTALS AND DEPT HISTORY CARRY -- NOT THE
001200*    MONTH'S SPEND.  BUD-CHANGED-DATE (CCYYMMDD) IS THE DATE OF
001300*    THE MAINTENANCE RUN THAT LAST ADDED OR CHANGED THE LINE.
001400 01  BUDGET-RECORD.
001500     02  BUD-DEPT-CODE           PIC X(04).
001600     02  BUD-FISCAL-YEAR         PIC 9(04).
001700     02  BUD-FISCAL-MONTH        PIC 9(02).
001800     02  BUD-HEADCOUNT           PIC 9(05).
001900     02  BUD-SALARY              PIC 9(08).
002000     02  BUD-CHANGED-DATE        PIC 9(08).
002100     02  FILLER                  PIC X(09).
