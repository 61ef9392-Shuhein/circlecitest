000100******************************************************************
000200*                                                                *
000300*    DISTLST RECORD LAYOUTS (FILE-DISTLIST OF FILEDIST)          *
000400*    ONE SECTION PER OWNING UNIT, EACH STARTING ON A NEW PAGE    *
000500*                                                                *
000600******************************************************************
000700 01  DLST-TITLE-LINE.
000800     05  FILLER                  PIC  X(16)  VALUE
000900                                             "OWNER WORKLIST  ".
001000     05  FILLER                  PIC  X(06)  VALUE "UNIT: ".
001100     05  DLST-UNIT-CODE          PIC  X(08).
001200     05  FILLER                  PIC  X(12)  VALUE "  RUN DATE: ".
001300     05  DLST-RUN-DATE           PIC  X(10).
001400     05  FILLER                  PIC  X(10)  VALUE "  RUN-ID: ".
001500     05  DLST-RUN-ID             PIC  X(16).
001600     05  FILLER                  PIC  X(02)  VALUE SPACES.
001700 01  DLST-OWNER-LINE.
001800     05  FILLER                  PIC  X(09)  VALUE "CONTACT: ".
001900     05  DLST-CONTACT            PIC  X(30).
002000     05  FILLER                  PIC  X(13)  VALUE
002100                                             "  KEY RANGE: ".
002200     05  DLST-LOW-KEY            PIC  X(10).
002300     05  FILLER                  PIC  X(03)  VALUE " - ".
002400     05  DLST-HIGH-KEY           PIC  X(10).
002500     05  FILLER                  PIC  X(05)  VALUE SPACES.
002600 01  DLST-HEAD-LINE.
002700     05  FILLER                  PIC  X(08)  VALUE "ORIGIN".
002800     05  FILLER                  PIC  X(04)  VALUE "SRC".
002900     05  FILLER                  PIC  X(11)  VALUE "ROOT-KEY".
003000     05  FILLER                  PIC  X(11)  VALUE "SUB-KEY".
003100     05  FILLER                  PIC  X(11)  VALUE "SUB2-KEY".
003200     05  FILLER                  PIC  X(11)  VALUE "SUB3-KEY".
003300     05  FILLER                  PIC  X(20)  VALUE "REASON".
003400     05  FILLER                  PIC  X(04)  VALUE SPACES.
003500 01  DLST-DETAIL-LINE.
003600     05  DLST-ORIGIN-NAME        PIC  X(07).
003700     05  FILLER                  PIC  X(02).
003800     05  DLST-SOURCE-FILE        PIC  X(01).
003900     05  FILLER                  PIC  X(02).
004000     05  DLST-ROOT-KEY           PIC  X(10).
004100     05  FILLER                  PIC  X(01).
004200     05  DLST-SUB-KEY            PIC  X(10).
004300     05  FILLER                  PIC  X(01).
004400     05  DLST-SUB2-KEY           PIC  X(10).
004500     05  FILLER                  PIC  X(01).
004600     05  DLST-SUB3-KEY           PIC  X(10).
004700     05  FILLER                  PIC  X(01).
004800     05  DLST-REASON             PIC  X(20).
004900     05  FILLER                  PIC  X(04).
005000 01  DLST-REASON-HEAD-LINE.
005100     05  FILLER                  PIC  X(08)  VALUE "ORIGIN".
005200     05  FILLER                  PIC  X(21)  VALUE "REASON".
005300     05  FILLER                  PIC  X(11)  VALUE "      COUNT".
005400     05  FILLER                  PIC  X(40)  VALUE SPACES.
005500 01  DLST-REASON-LINE.
005600     05  DLST-RSN-ORIGIN-NAME    PIC  X(07).
005700     05  FILLER                  PIC  X(01).
005800     05  DLST-RSN-REASON         PIC  X(20).
005900     05  FILLER                  PIC  X(01).
006000     05  DLST-RSN-COUNT          PIC  ZZZ,ZZZ,ZZ9.
006100     05  FILLER                  PIC  X(40).
006200 01  DLST-TOTAL-LINE.
006300     05  FILLER                  PIC  X(29)  VALUE
006400                                     "TOTAL ITEMS FOR THIS UNIT".
006500     05  DLST-TOTAL-COUNT        PIC  ZZZ,ZZZ,ZZ9.
006600     05  FILLER                  PIC  X(40)  VALUE SPACES.
006700 01  DLST-BLANK-LINE.
006800     05  FILLER                  PIC  X(80)  VALUE SPACES.
