000100*    TIMEREC.CPY
000200*    SHARED TIME-ENTRY RECORD DESCRIPTION -- ONE 100-BYTE LINE PER
000300*    HOURLY EMPLOYEE PER PAY PERIOD.  THE SAME LAYOUT SERVES THE
000400*    RAW TIME-ENTRY FILE TIME-EDIT READS AND THE EDITED TIMECARD
000500*    FILE IT WRITES FOR PAY-CALC, SO AN ACCEPTED LINE PASSES
000600*    THROUGH VERBATIM.  TE-PERIOD-END IS THE PERIOD-END DATE
000700*    (CCYYMMDD) THE HOURS BELONG TO.  HOURS CARRY TWO ASSUMED
000800*    DECIMAL PLACES (8000 IS 80.00 HOURS).  TE-REG-HOURS PAY AT
000900*    THE HOURLY RATE AND TE-OT-HOURS AT TIME AND A HALF.  THE FOUR
001000*    EARNINGS-CODE SLOTS CARRY PAID TIME NOT WORKED -- HOLIDAY,
001100*    VACATION, SICK, BEREAVEMENT, JURY DUTY -- ALL AT STRAIGHT
001200*    TIME; AN UNUSED SLOT IS LEFT BLANK.
001300 01  TIME-ENTRY-RECORD.
001400     02  TE-EMP-ID               PIC 9(06).
001500     02  TE-PERIOD-END           PIC 9(08).
001600     02  TE-REG-HOURS            PIC 9(03)V99.
001700     02  TE-OT-HOURS             PIC 9(03)V99.
001800     02  TE-EARN-GROUP.
001900         03  TE-EARN-ENTRY OCCURS 4 TIMES.
002000             04  TE-EARN-CODE        PIC X(03).
002100                 88  TE-EARN-CODE-KNOWN
002200                         VALUE 'HOL' 'VAC' 'SCK' 'BRV' 'JUR'.
002300             04  TE-EARN-HOURS       PIC 9(03)V99.
002400     02  FILLER                  PIC X(44).
