000100******************************************************************
000200*                                                                *
000300*    WAIVCLS RECORD LAYOUT (FILE-WAIVCLS / FILEWAIV SORT-FILE)   *
000400*    WCL-CLASS  "N"=NEW  "R"=RECURRING  "W"=WAIVED  "C"=CLEARED  *
000500*    IN THE SORT WCL-CLASS HOLDS THE NIGHT: "P"=PRIOR "T"=TONIGHT*
000600*    WCL-WAIVER-FLG "A"=ACTIVE WAIVER  "E"=EXPIRED WAIVER        *
000700*                                                                *
000800******************************************************************
000900 01  WCL-REC.
001000     05  WCL-CLASS               PIC  X(01).
001100     05  WCL-MATCH-KEY.
001200         10  WCL-WAIV-KEY.
001300             15  WCL-ROOT-KEY    PIC  X(10).
001400             15  WCL-SUB-KEY     PIC  X(10).
001500             15  WCL-SUB2-KEY    PIC  X(10).
001600             15  WCL-SUB3-KEY    PIC  X(10).
001700             15  WCL-REASON      PIC  X(20).
001800         10  WCL-SOURCE-FILE     PIC  X(01).
001900     05  WCL-WAIVER-FLG          PIC  X(01).
002000     05  WCL-APPROVER            PIC  X(10).
002100     05  WCL-EXPIRY-DATE         PIC  9(08).
