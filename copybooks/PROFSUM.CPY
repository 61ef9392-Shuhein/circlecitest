000100******************************************************************
000200*                                                                *
000300*    PROFSUM RECORD LAYOUT (FILE-SUMMARY OF FILEPROF)            *
000400*    ONE FAN-OUT SUMMARY RECORD PER RUN, COMPARED NIGHT OVER     *
000500*    NIGHT (AVERAGES CARRY TWO IMPLIED DECIMALS)                 *
000600*                                                                *
000700******************************************************************
000800 01  PROF-REC.
000900     05  PROF-RUN-DATE           PIC  9(08).
001000     05  PROF-RUN-ID             PIC  X(16).
001100     05  PROF-ROOT-COUNT         PIC  9(09).
001200     05  PROF-SUB-TOTAL          PIC  9(11).
001300     05  PROF-SUB2-TOTAL         PIC  9(11).
001400     05  PROF-SUB3-TOTAL         PIC  9(11).
001500     05  PROF-SUB-AVG            PIC  9(07)V99.
001600     05  PROF-SUB2-AVG           PIC  9(07)V99.
001700     05  PROF-SUB3-AVG           PIC  9(07)V99.
001800     05  PROF-SUB-MAX            PIC  9(09).
001900     05  PROF-SUB2-MAX           PIC  9(09).
002000     05  PROF-SUB3-MAX           PIC  9(09).
002100     05  PROF-TOP-ROOT-KEY       PIC  X(10).
002200     05  PROF-TOP-DESC-COUNT     PIC  9(11).
002300     05  PROF-OUTLIER-COUNT      PIC  9(09).
