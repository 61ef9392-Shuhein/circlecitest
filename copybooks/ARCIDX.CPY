000100******************************************************************
000200*                                                                *
000300*    ARCIDX RECORD LAYOUT (FILE-ARCIDX)                          *
000400*    ONE ENTRY PER ROOT HIERARCHY HELD ON THE ARCHIVE, KEYED BY  *
000500*    ROOT KEY FOR RECALL                                         *
000600*                                                                *
000700******************************************************************
000800 01  ARCX-REC.
000900     05  ARCX-ROOT-KEY           PIC  X(10).
001000     05  ARCX-ARCHIVE-DATE       PIC  9(08).
001100     05  ARCX-RUN-ID             PIC  X(16).
001200     05  ARCX-LAST-ACT-DATE      PIC  9(08).
001300     05  ARCX-SUB-COUNT          PIC  9(09).
001400     05  ARCX-SUB2-COUNT         PIC  9(09).
001500     05  ARCX-SUB3-COUNT         PIC  9(09).
001600     05  ARCX-ROW-COUNT          PIC  9(11).
