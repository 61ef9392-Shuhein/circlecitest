000100******************************************************************
000200*                                                                *
000300*    PROFRPT RECORD LAYOUTS (FILE-REPORT OF FILEPROF)            *
000400*                                                                *
000500******************************************************************
000600 01  PROF-BAND-HEAD-LINE.
000700     05  FILLER                  PIC  X(20)  VALUE "FAN-OUT BAND".
000800     05  FILLER                  PIC  X(12)  VALUE "   SUB/ROOT".
000900     05  FILLER                  PIC  X(12)  VALUE "  SUB2/ROOT".
001000     05  FILLER                  PIC  X(12)  VALUE "  SUB3/ROOT".
001100     05  FILLER                  PIC  X(24)  VALUE SPACES.
001200 01  PROF-BAND-LINE.
001300     05  PROF-BAND-LABEL         PIC  X(20).
001400     05  PROF-BAND-SUB           PIC  ZZZ,ZZZ,ZZ9.
001500     05  FILLER                  PIC  X(01).
001600     05  PROF-BAND-SUB2          PIC  ZZZ,ZZZ,ZZ9.
001700     05  FILLER                  PIC  X(01).
001800     05  PROF-BAND-SUB3          PIC  ZZZ,ZZZ,ZZ9.
001900     05  FILLER                  PIC  X(25)  VALUE SPACES.
002000 01  PROF-TOP-HEAD-LINE.
002100     05  FILLER                  PIC  X(05)  VALUE "RANK".
002200     05  FILLER                  PIC  X(11)  VALUE "ROOT-KEY".
002300     05  FILLER                  PIC  X(12)  VALUE "        SUB".
002400     05  FILLER                  PIC  X(12)  VALUE "       SUB2".
002500     05  FILLER                  PIC  X(12)  VALUE "       SUB3".
002600     05  FILLER                  PIC  X(14)  VALUE
002700                                             "         TOTAL".
002800     05  FILLER                  PIC  X(14)  VALUE SPACES.
002900 01  PROF-TOP-LINE.
003000     05  PROF-TOP-RANK           PIC  ZZ9.
003100     05  FILLER                  PIC  X(02).
003200     05  PROF-TOP-ROOT-KEY       PIC  X(10).
003300     05  FILLER                  PIC  X(01).
003400     05  PROF-TOP-SUB            PIC  ZZZ,ZZZ,ZZ9.
003500     05  FILLER                  PIC  X(01).
003600     05  PROF-TOP-SUB2           PIC  ZZZ,ZZZ,ZZ9.
003700     05  FILLER                  PIC  X(01).
003800     05  PROF-TOP-SUB3           PIC  ZZZ,ZZZ,ZZ9.
003900     05  FILLER                  PIC  X(01).
004000     05  PROF-TOP-TOTAL          PIC  ZZ,ZZZ,ZZZ,ZZ9.
004100     05  FILLER                  PIC  X(14)  VALUE SPACES.
004200 01  PROF-STAT-HEAD-LINE.
004300     05  FILLER                  PIC  X(20)  VALUE "LEVEL".
004400     05  FILLER                  PIC  X(12)  VALUE "    PARENTS".
004500     05  FILLER                  PIC  X(15)  VALUE
004600                                             "       CHILDREN".
004700     05  FILLER                  PIC  X(12)  VALUE "    AVERAGE".
004800     05  FILLER                  PIC  X(12)  VALUE "    MAXIMUM".
004900     05  FILLER                  PIC  X(09)  VALUE SPACES.
005000 01  PROF-STAT-LINE.
005100     05  PROF-STAT-LABEL         PIC  X(20).
005200     05  PROF-STAT-PARENTS       PIC  ZZZ,ZZZ,ZZ9.
005300     05  FILLER                  PIC  X(01).
005400     05  PROF-STAT-CHILDREN      PIC  ZZ,ZZZ,ZZZ,ZZ9.
005500     05  FILLER                  PIC  X(02).
005600     05  PROF-STAT-AVERAGE       PIC  ZZZ,ZZ9.99.
005700     05  FILLER                  PIC  X(01).
005800     05  PROF-STAT-MAXIMUM       PIC  ZZZ,ZZZ,ZZ9.
005900     05  FILLER                  PIC  X(10)  VALUE SPACES.
