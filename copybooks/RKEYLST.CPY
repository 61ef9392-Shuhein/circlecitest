000100******************************************************************
000200*                                                                *
000300*    RKEYLST RECORD LAYOUTS (FILE-RKEYLIST OF FILERKEY)          *
000400*                                                                *
000500******************************************************************
000600 01  RKLS-COLL-HEAD-LINE.
000700     05  FILLER                  PIC  X(40)  VALUE
000800         "SUB-KEY COLLISIONS (NEW ROOT-KEY, TYPE, ".
000900     05  FILLER                  PIC  X(40)  VALUE
001000         "SUB/SUB2/SUB3, FROM ROOT-KEY)           ".
001100 01  RKLS-COLL-LINE.
001200     05  FILLER                  PIC  X(12)  VALUE
001300         "  COLLISION ".
001400     05  RKLS-COLL-NEW-KEY       PIC  X(10).
001500     05  FILLER                  PIC  X(01).
001600     05  RKLS-COLL-TYPE          PIC  X(01).
001700     05  FILLER                  PIC  X(01).
001800     05  RKLS-COLL-SUB-KEY       PIC  X(10).
001900     05  FILLER                  PIC  X(01).
002000     05  RKLS-COLL-SUB2-KEY      PIC  X(10).
002100     05  FILLER                  PIC  X(01).
002200     05  RKLS-COLL-SUB3-KEY      PIC  X(10).
002300     05  FILLER                  PIC  X(01).
002400     05  FILLER                  PIC  X(05)  VALUE "FROM ".
002500     05  RKLS-COLL-FROM-KEY      PIC  X(10).
002600     05  FILLER                  PIC  X(07).
002700 01  RKLS-MAP-HEAD-LINE.
002800     05  FILLER                  PIC  X(40)  VALUE
002900         "OLD KEY    NEW KEY      MASTER ROWS RESU".
003000     05  FILLER                  PIC  X(40)  VALUE
003100         "LT                                      ".
003200 01  RKLS-MAP-LINE.
003300     05  RKLS-OLD-KEY            PIC  X(10).
003400     05  FILLER                  PIC  X(01).
003500     05  RKLS-NEW-KEY            PIC  X(10).
003600     05  FILLER                  PIC  X(01).
003700     05  RKLS-ROWS               PIC  ZZZ,ZZZ,ZZ9.
003800     05  FILLER                  PIC  X(01).
003900     05  RKLS-RESULT             PIC  X(40).
004000     05  FILLER                  PIC  X(06).
