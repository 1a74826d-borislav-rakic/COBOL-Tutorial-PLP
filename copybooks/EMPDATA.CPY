001280         88  EMP-TERMED              VALUE 'T'.
001290     02  EMP-HIRE-DATE       PIC 9(08).
001300     02  EMP-TERM-DATE       PIC 9(08).
001310*    EMP-PAY-TYPE IS 'H' FOR AN HOURLY EMPLOYEE PAID FROM THE
001320*    PERIOD'S TIMECARD AT EMP-HOURLY-RATE; 'S' OR BLANK (A RECORD
001330*    WRITTEN BEFORE THE FIELD EXISTED) IS SALARIED.
001340     02  EMP-PAY-TYPE        PIC X(01).
001350         88  EMP-HOURLY              VALUE 'H'.
001360         88  EMP-SALARIED            VALUE 'S' ' '.
001370     02  EMP-HOURLY-RATE     PIC 9(03)V99.
