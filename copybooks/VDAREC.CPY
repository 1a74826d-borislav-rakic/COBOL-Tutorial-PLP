000100*    VDAREC.CPY
000200*    SHARED VOID AUDIT RECORD DESCRIPTION -- ONE 150-BYTE RECORD
000300*    PER VOID REQUEST PAY-VOID HAS ACTED ON, APPENDED AND NEVER
000400*    REWRITTEN.  VDA-ACTION 'V' MEANS THE ISSUED NET-PAY RECORD
000500*    NAMED BY VDA-NP-RUN-ID, VDA-EMP-ID, AND VDA-EARN-CODE WAS
000600*    VOIDED AND ITS FIGURES TAKEN BACK OUT OF THE YTD MASTER;
000700*    'X' MEANS THE REQUEST WAS REFUSED FOR THE REASON IN
000800*    VDA-REFUSE-TEXT AND NOTHING WAS CHANGED.  VDA-OPERATOR AND
000900*    VDA-REASON ARE WHO ASKED FOR THE VOID AND WHY, AS KEYED ON
001000*    THE REQUEST.  VDA-REISSUE IS 'Y' WHEN THE VOIDED PAYMENT
001100*    WAS QUEUED TO GO OUT AGAIN ON THE NEXT OFF-CYCLE RUN.  THE
001200*    GROSS AND NET ARE THE VOIDED RECORD'S, TWO ASSUMED DECIMAL
001300*    PLACES.
001400 01  VOID-AUDIT-RECORD.
001500     02  VDA-VOID-RUN-ID         PIC X(12).
001600     02  VDA-VOID-DATE           PIC 9(08).
001700     02  VDA-OPERATOR            PIC X(08).
001800     02  VDA-ACTION              PIC X(01).
001900         88  VDA-VOIDED                  VALUE 'V'.
002000         88  VDA-REFUSED                 VALUE 'X'.
002100     02  VDA-NP-RUN-ID           PIC X(12).
002200     02  VDA-EMP-ID              PIC 9(06).
002300     02  VDA-EARN-CODE           PIC X(03).
002400     02  VDA-PERIOD-NO           PIC 9(02).
002500     02  VDA-PERIOD-END          PIC 9(08).
002600     02  VDA-GROSS               PIC 9(05)V99.
002700     02  VDA-NET-PAY             PIC 9(05)V99.
002800     02  VDA-REISSUE             PIC X(01).
002900     02  VDA-REASON              PIC X(40).
003000     02  VDA-REFUSE-TEXT         PIC X(30).
003100     02  FILLER                  PIC X(05).
