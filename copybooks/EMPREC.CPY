002430*    AND READS AS ACTIVE, THE SAME GRANDFATHERING THE EFFECTIVE-
002440*    DATE COLUMNS GOT.  THE DATES ARE CCYYMMDD; BLANK OR ZERO
002450*    MEANS NOT RECORDED.
002452*    EMPF-PAY-TYPE SAYS HOW THE EMPLOYEE IS PAID: 'H' HOURLY, AT
002454*    EMPF-HOURLY-RATE FOR EVERY HOUR ON THE PERIOD'S TIMECARD;
002456*    'S' OR BLANK SALARIED OFF EMPF-EMP-SALARY.  A BLANK IS A
002458*    RECORD WRITTEN BEFORE THE FIELD EXISTED AND READS AS
002459*    SALARIED, WHICH EVERY SUCH RECORD WAS.
002460 01  EMP-RECORD-FIELDS REDEFINES EMP-RECORD.
002500     02  EMPF-EMP-ID          PIC 9(06).
002600     02  EMPF-EMP-NAME        PIC A(20).
002810     02  EMPF-EMP-STATUS      PIC X(01).
002820     02  EMPF-HIRE-DATE       PIC 9(08).
002830     02  EMPF-TERM-DATE       PIC 9(08).
002840     02  EMPF-PAY-TYPE        PIC X(01).
002850     02  EMPF-HOURLY-RATE     PIC 9(03)V99.
002900     02  FILLER               PIC X(42).
