000100******************************************************************
000200*                                                                *
000300*    WAIVLST RECORD LAYOUTS (FILE-WAIVLIST AND FILE-REPORT OF    *
000400*    FILEWAIV)                                                   *
000500*                                                                *
000600******************************************************************
000700 01  WLST-HEAD-LINE.
000800     05  FILLER                  PIC  X(10)  VALUE "CLASS".
000900     05  FILLER                  PIC  X(04)  VALUE "SRC".
001000     05  FILLER                  PIC  X(11)  VALUE "ROOT-KEY".
001100     05  FILLER                  PIC  X(11)  VALUE "SUB-KEY".
001200     05  FILLER                  PIC  X(11)  VALUE "SUB2-KEY".
001300     05  FILLER                  PIC  X(11)  VALUE "SUB3-KEY".
001400     05  FILLER                  PIC  X(20)  VALUE "REASON".
001500     05  FILLER                  PIC  X(02)  VALUE SPACES.
001600 01  WLST-DETAIL-LINE.
001700     05  WLST-CLASS-NAME         PIC  X(09).
001800     05  FILLER                  PIC  X(02).
001900     05  WLST-SOURCE-FILE        PIC  X(01).
002000     05  FILLER                  PIC  X(02).
002100     05  WLST-ROOT-KEY           PIC  X(10).
002200     05  FILLER                  PIC  X(01).
002300     05  WLST-SUB-KEY            PIC  X(10).
002400     05  FILLER                  PIC  X(01).
002500     05  WLST-SUB2-KEY           PIC  X(10).
002600     05  FILLER                  PIC  X(01).
002700     05  WLST-SUB3-KEY           PIC  X(10).
002800     05  FILLER                  PIC  X(01).
002900     05  WLST-REASON             PIC  X(20).
003000     05  FILLER                  PIC  X(02).
003100 01  WLST-EXPIRED-HEAD-LINE.
003200     05  FILLER                  PIC  X(11)  VALUE "ROOT-KEY".
003300     05  FILLER                  PIC  X(21)  VALUE "REASON".
003400     05  FILLER                  PIC  X(11)  VALUE "APPROVER".
003500     05  FILLER                  PIC  X(11)  VALUE "EXPIRED".
003600     05  FILLER                  PIC  X(08)  VALUE "HIT".
003700     05  FILLER                  PIC  X(18)  VALUE SPACES.
003800 01  WLST-EXPIRED-LINE.
003900     05  WLST-EXP-ROOT-KEY       PIC  X(10).
004000     05  FILLER                  PIC  X(01).
004100     05  WLST-EXP-REASON         PIC  X(20).
004200     05  FILLER                  PIC  X(01).
004300     05  WLST-EXP-APPROVER       PIC  X(10).
004400     05  FILLER                  PIC  X(01).
004500     05  WLST-EXP-DATE           PIC  X(10).
004600     05  FILLER                  PIC  X(01).
004700     05  WLST-EXP-HIT            PIC  X(03).
004800     05  FILLER                  PIC  X(23).
