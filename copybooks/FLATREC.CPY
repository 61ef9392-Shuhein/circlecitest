000100******************************************************************
000200*                                                                *
000300*    FLATREC RECORD LAYOUT (FILE-FLAT)                           *
000400*    ONE DELIMITED ROW PER DEEPEST RECORD WITH ITS ANCESTORS     *
000500*                                                                *
000600******************************************************************
000700 01  FLAT-REC.
000800     05  FLAT-LEAF-TYPE          PIC  X(01).
000900     05  FLAT-DELIM-1            PIC  X(01).
001000     05  FLAT-ROOT-KEY           PIC  X(10).
001100     05  FLAT-DELIM-2            PIC  X(01).
001200     05  FLAT-ROOT-DATA          PIC  X(40).
001300     05  FLAT-DELIM-3            PIC  X(01).
001400     05  FLAT-SUB-KEY            PIC  X(10).
001500     05  FLAT-DELIM-4            PIC  X(01).
001600     05  FLAT-SUB-DATA           PIC  X(40).
001700     05  FLAT-DELIM-5            PIC  X(01).
001800     05  FLAT-SUB2-KEY           PIC  X(10).
001900     05  FLAT-DELIM-6            PIC  X(01).
002000     05  FLAT-SUB2-DATA          PIC  X(40).
002100     05  FLAT-DELIM-7            PIC  X(01).
002200     05  FLAT-SUB3-KEY           PIC  X(10).
002300     05  FLAT-DELIM-8            PIC  X(01).
002400     05  FLAT-SUB3-DATA          PIC  X(40).
002500 01  FLAT-HEAD-REC.
002600     05  FLAT-HEAD-TEXT          PIC  X(209).
