000100******************************************************************
000200*                                                                *
000300*    DISTWORK RECORD LAYOUT (FILE-DISTDATA / SORT-FILE)          *
000400*    ONE REJECT, EXCEPTION OR PURGED SUSPENSE ITEM TAGGED WITH   *
000500*    ITS OWNING UNIT; DIST-ORIGIN "R"=REJECTDATA "E"=EXCPTDATA   *
000600*    "P"=PURGEDATA; DIST-OWNER-SEQ IS THE UNIT SEQUENCE (UNIT    *
000650*    CODE ORDER) AND 9999 = UNASSIGNED, SORTED LAST              *
000700*                                                                *
000800******************************************************************
000900 01  DIST-REC.
001000     05  DIST-OWNER-SEQ          PIC  9(04).
001100     05  DIST-UNIT-CODE          PIC  X(08).
001200     05  DIST-ORIGIN             PIC  X(01).
001300     05  DIST-REASON             PIC  X(20).
001400     05  DIST-SOURCE-FILE        PIC  X(01).
001500     05  DIST-ROOT-KEY           PIC  X(10).
001600     05  DIST-SUB-KEY            PIC  X(10).
001700     05  DIST-SUB2-KEY           PIC  X(10).
001800     05  DIST-SUB3-KEY           PIC  X(10).
001900     05  DIST-REC-DATA           PIC  X(40).
002000     05  DIST-CYCLE-COUNT        PIC  9(03).
