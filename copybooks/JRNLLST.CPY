000100******************************************************************
000200*                                                                *
000300*    JRNLLST RECORD LAYOUTS (FILE-JRNLLIST OF FILEJRNL)          *
000400*    ONE AUDIT JOURNAL RECORD PRINTS AS FOUR LINES: THE CHANGE,  *
000500*    ITS KEYS, THE BEFORE IMAGE AND THE AFTER IMAGE              *
000600*                                                                *
000700******************************************************************
000800 01  JLST-SELECT-LINE.
000900     05  FILLER                  PIC  X(12)  VALUE
001000         "DATE FROM : ".
001100     05  JLST-FROM-DATE          PIC  X(10).
001200     05  FILLER                  PIC  X(07)  VALUE
001300         "  TO : ".
001400     05  JLST-TO-DATE            PIC  X(10).
001500     05  FILLER                  PIC  X(12)  VALUE
001600         "  ROOT-KEY: ".
001700     05  JLST-SELECT-KEY         PIC  X(10).
001800     05  FILLER                  PIC  X(19)  VALUE SPACES.
001900 01  JLST-HEAD-LINE.
002000     05  FILLER                  PIC  X(40)  VALUE
002100         "DATE       TIME     RUN-ID           OPE".
002200     05  FILLER                  PIC  X(40)  VALUE
002300         "RATOR REAS A T                          ".
002400 01  JLST-ENTRY-LINE.
002500     05  JLST-STAMP-DATE         PIC  X(10).
002600     05  FILLER                  PIC  X(01).
002700     05  JLST-STAMP-TIME         PIC  X(08).
002800     05  FILLER                  PIC  X(01).
002900     05  JLST-RUN-ID             PIC  X(16).
003000     05  FILLER                  PIC  X(01).
003100     05  JLST-OPERATOR-ID        PIC  X(08).
003200     05  FILLER                  PIC  X(01).
003300     05  JLST-REASON-CODE        PIC  X(04).
003400     05  FILLER                  PIC  X(01).
003500     05  JLST-ACTION             PIC  X(01).
003600     05  FILLER                  PIC  X(01).
003700     05  JLST-REC-TYPE           PIC  X(01).
003800     05  FILLER                  PIC  X(26).
003900 01  JLST-KEY-LINE.
004000     05  FILLER                  PIC  X(04).
004100     05  JLST-KEY-LABEL          PIC  X(08).
004200     05  JLST-ROOT-KEY           PIC  X(10).
004300     05  FILLER                  PIC  X(01).
004400     05  JLST-SUB-KEY            PIC  X(10).
004500     05  FILLER                  PIC  X(01).
004600     05  JLST-SUB2-KEY           PIC  X(10).
004700     05  FILLER                  PIC  X(01).
004800     05  JLST-SUB3-KEY           PIC  X(10).
004900     05  FILLER                  PIC  X(25).
005000 01  JLST-IMAGE-LINE.
005100     05  FILLER                  PIC  X(04).
005200     05  JLST-IMAGE-LABEL        PIC  X(08).
005300     05  JLST-IMAGE-DATA         PIC  X(40).
005400     05  FILLER                  PIC  X(02).
005500     05  JLST-IMAGE-DATE         PIC  X(10).
005600     05  FILLER                  PIC  X(16).
