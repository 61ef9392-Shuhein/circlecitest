000100******************************************************************
000200*                                                                *
000300*    DISTRPT RECORD LAYOUTS (FILE-REPORT OF FILEDIST)            *
000400*    VOLUME SENT TO EACH OWNING UNIT                             *
000500*                                                                *
000600******************************************************************
000700 01  DRPT-HEAD-LINE.
000800     05  FILLER                  PIC  X(09)  VALUE "UNIT".
000900     05  FILLER                  PIC  X(21)  VALUE "CONTACT".
001000     05  FILLER                  PIC  X(12)  VALUE "     REJECTS".
001100     05  FILLER                  PIC  X(12)  VALUE "  EXCEPTIONS".
001200     05  FILLER                  PIC  X(12)  VALUE "     PURGED".
001300     05  FILLER                  PIC  X(12)  VALUE "       TOTAL".
001400     05  FILLER                  PIC  X(02)  VALUE SPACES.
001500 01  DRPT-DETAIL-LINE.
001600     05  DRPT-UNIT-CODE          PIC  X(08).
001700     05  FILLER                  PIC  X(01).
001800     05  DRPT-CONTACT            PIC  X(20).
001900     05  FILLER                  PIC  X(01).
002000     05  DRPT-REJECT-COUNT       PIC  ZZZ,ZZZ,ZZ9.
002100     05  FILLER                  PIC  X(01).
002200     05  DRPT-EXCEPT-COUNT       PIC  ZZZ,ZZZ,ZZ9.
002300     05  FILLER                  PIC  X(01).
002400     05  DRPT-PURGE-COUNT        PIC  ZZZ,ZZZ,ZZ9.
002500     05  FILLER                  PIC  X(01).
002600     05  DRPT-TOTAL-COUNT        PIC  ZZZ,ZZZ,ZZ9.
002700     05  FILLER                  PIC  X(03).
