000100******************************************************************
000200*                                                                *
000300*    CORRLST RECORD LAYOUTS (FILE-CORRLIST OF FILECORR)          *
000400*    REJECTED CORRECTION TRANSACTIONS, TWO LINES EACH            *
000500*                                                                *
000600******************************************************************
000700 01  CRLS-HEAD-LINE.
000800     05  FILLER                  PIC  X(40)  VALUE
000900         "    SEQ A T ROOT-KEY   SUB-KEY    SUB2-K".
001000     05  FILLER                  PIC  X(40)  VALUE
001100         "EY   SUB3-KEY   OPERATOR REAS           ".
001200 01  CRLS-TRAN-LINE.
001300     05  CRLS-SEQ-NO             PIC  ZZZZZZ9.
001400     05  FILLER                  PIC  X(01).
001500     05  CRLS-ACTION             PIC  X(01).
001600     05  FILLER                  PIC  X(01).
001700     05  CRLS-REC-TYPE           PIC  X(01).
001800     05  FILLER                  PIC  X(01).
001900     05  CRLS-ROOT-KEY           PIC  X(10).
002000     05  FILLER                  PIC  X(01).
002100     05  CRLS-SUB-KEY            PIC  X(10).
002200     05  FILLER                  PIC  X(01).
002300     05  CRLS-SUB2-KEY           PIC  X(10).
002400     05  FILLER                  PIC  X(01).
002500     05  CRLS-SUB3-KEY           PIC  X(10).
002600     05  FILLER                  PIC  X(01).
002700     05  CRLS-OPERATOR-ID        PIC  X(08).
002800     05  FILLER                  PIC  X(01).
002900     05  CRLS-REASON-CODE        PIC  X(04).
003000     05  FILLER                  PIC  X(11).
003100 01  CRLS-ERROR-LINE.
003200     05  FILLER                  PIC  X(08)  VALUE
003300         "  ERROR ".
003400     05  CRLS-ERROR              PIC  X(32).
003500     05  CRLS-REC-DATA           PIC  X(40).
