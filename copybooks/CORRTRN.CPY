000100******************************************************************
000200*                                                                *
000300*    CORRTRN RECORD LAYOUT (FILE-CORRIN OF FILECORR)             *
000400*    MANUAL CORRECTION OF ONE MASTER ROW                         *
000500*    CTRN-ACTION    "A"=ADD  "C"=CHANGE REC-DATA  "D"=DELETE     *
000600*    CTRN-REC-TYPE  "R"=ROOT "S"=SUB "T"=SUB2 "U"=SUB3           *
000700*                                                                *
000800******************************************************************
000900 01  CTRN-REC.
001000     05  CTRN-ACTION             PIC  X(01).
001100     05  CTRN-REC-TYPE           PIC  X(01).
001200     05  CTRN-ROOT-KEY           PIC  X(10).
001300     05  CTRN-SUB-KEY            PIC  X(10).
001400     05  CTRN-SUB2-KEY           PIC  X(10).
001500     05  CTRN-SUB3-KEY           PIC  X(10).
001600     05  CTRN-REC-DATA           PIC  X(40).
001700     05  CTRN-OPERATOR-ID        PIC  X(08).
001800     05  CTRN-REASON-CODE        PIC  X(04).
