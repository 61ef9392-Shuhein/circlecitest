000100******************************************************************
000200*                                                                *
000300*    SNAPCAT RECORD LAYOUT (FILE-CATIN / FILE-CATOUT)            *
000400*    ONE RECORD PER SNAPSHOT GENERATION, OLDEST FIRST            *
000500*    RECORD COUNTS OF EACH SAVED FILE, THE ROOT-KEY HASH OF THE  *
000600*    MASTER "R" ROWS AND THE OUTCTL HANDOFF TOTALS OF THE RUN    *
000620*    THE ARCCTL RUN-ID, RUN DATE AND TOTAL AT SNAPSHOT TIME ARE  *
000650*    KEPT SO A ROLLBACK PAST A LATER PURGE/RECALL IS REFUSED     *
000670*    (SPACES/ZERO WHEN THERE WAS NO ARCCTL)                      *
000700*                                                                *
000800******************************************************************
000900 01  SNPC-REC.
001000     05  SNPC-RUN-ID             PIC  X(16).
001100     05  SNPC-RUN-DATE           PIC  9(08).
001200     05  SNPC-MAST-COUNT         PIC  S9(11).
001300     05  SNPC-SUSP-COUNT         PIC  S9(11).
001400     05  SNPC-HIST-COUNT         PIC  S9(11).
001500     05  SNPC-CHAIN-COUNT        PIC  S9(11).
001600     05  SNPC-NITE-COUNT         PIC  S9(11).
001700     05  SNPC-TOTAL-COUNT        PIC  S9(11).
001800     05  SNPC-MAST-ROOT-HASH     PIC  9(10).
001900     05  SNPC-XCTL-RUN-ID        PIC  X(16).
002000     05  SNPC-XCTL-COUNT-TOTAL   PIC  9(11).
002100     05  SNPC-XCTL-ROOT-HASH     PIC  9(10).
002200     05  SNPC-ACTL-RUN-ID        PIC  X(16).
002300     05  SNPC-ACTL-RUN-DATE      PIC  9(08).
002400     05  SNPC-ACTL-COUNT-TOTAL   PIC  9(11).
