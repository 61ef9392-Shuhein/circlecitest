000100******************************************************************
000200*                                                                *
000300*    DUPELST RECORD LAYOUTS (FILE-DUPELIST OF FILEDUPE)          *
000400*                                                                *
000500******************************************************************
000600 01  DLST-GROUP-LINE.
000700     05  FILLER                  PIC  X(06)  VALUE "GROUP ".
000800     05  DLST-GROUP-NO           PIC  ZZZZZZ9.
000900     05  FILLER                  PIC  X(03)  VALUE SPACES.
001000     05  FILLER                  PIC  X(07)  VALUE "MATCH: ".
001100     05  DLST-MATCH-DATA         PIC  X(40).
001200     05  FILLER                  PIC  X(17)  VALUE SPACES.
001300 01  DLST-HEAD-LINE.
001400     05  FILLER                  PIC  X(11)  VALUE "ROOT-KEY".
001500     05  FILLER                  PIC  X(08)  VALUE "    SUB".
001600     05  FILLER                  PIC  X(08)  VALUE "   SUB2".
001700     05  FILLER                  PIC  X(08)  VALUE "   SUB3".
001800     05  FILLER                  PIC  X(40)  VALUE "ROOT-DATA".
001900     05  FILLER                  PIC  X(05)  VALUE SPACES.
002000 01  DLST-DETAIL-LINE.
002100     05  DLST-ROOT-KEY           PIC  X(10).
002200     05  FILLER                  PIC  X(01).
002300     05  DLST-SUB                PIC  ZZZZZZ9.
002400     05  FILLER                  PIC  X(01).
002500     05  DLST-SUB2               PIC  ZZZZZZ9.
002600     05  FILLER                  PIC  X(01).
002700     05  DLST-SUB3               PIC  ZZZZZZ9.
002800     05  FILLER                  PIC  X(01).
002900     05  DLST-ROOT-DATA          PIC  X(40).
003000     05  DLST-TRLR-MARK          PIC  X(01).
003100     05  FILLER                  PIC  X(04).
