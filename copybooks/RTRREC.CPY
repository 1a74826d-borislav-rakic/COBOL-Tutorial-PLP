000100*    RTRREC.CPY
000200*    SHARED RETRO TRIGGER RECORD DESCRIPTION -- ONE 50-BYTE LINE
000300*    PER SALARY CHANGE POSTED TO THE MASTER WITH AN EFFECTIVE
000400*    DATE EARLIER THAN THE DAY IT WAS POSTED.  FILE-READER'S 'U'
000500*    MODE AND EMP-MAINT APPEND ONE WHENEVER THEY POST SUCH A
000600*    CHANGE; RETRO-CALC READS THEM TO REPRICE THE PAY PERIODS
000700*    ALREADY PAID AT THE OLD SALARY.  RTR-APPLY-RUN-ID IS THE
000800*    POSTING RUN'S RUN-ID (RUN DATE PLUS START TIME), WHICH IS
000900*    WHAT SAYS WHICH PAY RUNS CAME BEFORE THE CHANGE WAS ON THE
001000*    MASTER.  RTR-STATE IS BLANK UNTIL A RETRO-CALC CALCULATION
001100*    PICKS THE LINE UP, THEN 'C'; RETRO-CALC'S RELEASE DROPS THE
001200*    'C' LINES ONCE THEIR FIGURES ARE RELEASED TO PAY.
001300 01  RETRO-TRIGGER-RECORD.
001400     02  RTR-EMP-ID           PIC 9(06).
001500     02  RTR-EFF-DATE         PIC 9(08).
001600     02  RTR-SALARY-BEFORE    PIC 9(05).
001700     02  RTR-SALARY-AFTER     PIC 9(05).
001800     02  RTR-APPLY-RUN-ID     PIC X(12).
001900     02  RTR-APPLY-PROGRAM    PIC X(08).
002000     02  RTR-STATE            PIC X(01).
002100         88  RTR-STATE-NEW            VALUE ' '.
002200         88  RTR-STATE-CALCULATED     VALUE 'C'.
002300     02  FILLER               PIC X(05).
