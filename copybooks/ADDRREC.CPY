000100*    ADDRREC.CPY
000200*    SHARED EMPLOYEE MAILING ADDRESS RECORD DESCRIPTION -- ONE
000300*    80-BYTE RECORD PER EMPLOYEE, KEYED ON EMP-ID, IN THE
000400*    EMPLOYEE ADDRESS FILE.  EMP-FILE HAS NO ROOM FOR AN ADDRESS
000500*    AND AGED-OFF EMPLOYEES LEAVE IT ALTOGETHER, SO THE ADDRESS
000600*    LIVES IN ITS OWN FILE AND OUTLASTS THE MASTER RECORD -- A
000700*    WAGE STATEMENT STILL HAS TO REACH SOMEONE TERMINATED LAST
000800*    SPRING.  ADR-ZIP IS CARRIED AS TEXT SO A ZIP+4 KEEPS ITS
000900*    HYPHEN.
001000 01  ADDRESS-RECORD.
001100     02  ADR-EMP-ID              PIC 9(06).
001200     02  ADR-STREET              PIC X(30).
001300     02  ADR-CITY                PIC X(20).
001400     02  ADR-STATE               PIC X(02).
001500     02  ADR-ZIP                 PIC X(10).
001600     02  FILLER                  PIC X(12).
