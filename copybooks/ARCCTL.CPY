000100******************************************************************
000200*                                                                *
000300*    ARCCTL RECORD LAYOUT (FILE-ARCCTL)                          *
000400*    CONTROL TOTALS OF THE ARCHIVE FILE AFTER THE LAST PURGE OR  *
000500*    RECALL, WITH THE ROOTS AND ROWS MOVED BY THAT RUN           *
000600*                                                                *
000700******************************************************************
000800 01  ACTL-REC.
000900     05  ACTL-RUN-DATE           PIC  9(08).
001000     05  ACTL-RUN-ID             PIC  X(16).
001100     05  ACTL-PROGRAM            PIC  X(08).
001200     05  ACTL-COUNT-R            PIC  9(09).
001300     05  ACTL-COUNT-S            PIC  9(09).
001400     05  ACTL-COUNT-T            PIC  9(09).
001500     05  ACTL-COUNT-U            PIC  9(09).
001600     05  ACTL-COUNT-TOTAL        PIC  9(11).
001700     05  ACTL-ROOT-HASH          PIC  9(10).
001800     05  ACTL-PURGE-ROOTS        PIC  9(09).
001900     05  ACTL-PURGE-TOTAL        PIC  9(11).
002000     05  ACTL-RECALL-ROOTS       PIC  9(09).
002100     05  ACTL-RECALL-TOTAL       PIC  9(11).
