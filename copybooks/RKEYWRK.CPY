000100******************************************************************
000200*                                                                *
000300*    RKEYWRK RECORD LAYOUT (FILERKEY SORT-FILE)                  *
000400*    RKWK-KIND  COLLISION PASS  "N"=ROW OF A NEW ROOT KEY        *
000500*                               "O"=ROW OF AN OLD ROOT KEY       *
000600*               MASTER PASS     "D"=DELETE DELTA OF A MOVED ROW  *
000700*                               "M"=MASTER ROW                   *
000800*    RKWK-SORT-ROOT-KEY  ROOT KEY THE ROW IS SORTED UNDER        *
000900*    RKWK-ORIG-ROOT-KEY  ROOT KEY OF THE ROW ON THE INPUT MASTER *
001000*    RKWK-MOVED-FLG      "1"=ROW MOVED TO A NEW ROOT KEY         *
001100*    RKWK-MAP-IX         MAPPING TABLE ENTRY (0=NONE)            *
001200*                                                                *
001300******************************************************************
001400 01  RKWK-REC.
001500     05  RKWK-SORT-ROOT-KEY      PIC  X(10).
001600     05  RKWK-SUB-KEY            PIC  X(10).
001700     05  RKWK-SUB2-KEY           PIC  X(10).
001800     05  RKWK-SUB3-KEY           PIC  X(10).
001900     05  RKWK-KIND               PIC  X(01).
002000     05  RKWK-MOVED-FLG          PIC  X(01).
002100     05  RKWK-MAP-IX             PIC  9(04).
002200     05  RKWK-REC-TYPE           PIC  X(01).
002300     05  RKWK-ORIG-ROOT-KEY      PIC  X(10).
002400     05  RKWK-REC-DATA           PIC  X(40).
002500     05  RKWK-ROOT-UPDATE-DATE   PIC  9(08).
