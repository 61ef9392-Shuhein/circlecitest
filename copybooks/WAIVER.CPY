000100******************************************************************
000200*                                                                *
000300*    WAIVER RECORD LAYOUT (FILE-WAIVER)                          *
000400*    ONE ACCEPTED EXCEPTION (KEYS PLUS EXCPT-REASON) PER RECORD  *
000500*    HONOURED THROUGH WAIV-EXPIRY-DATE INCLUSIVE                 *
000600*                                                                *
000700******************************************************************
000800 01  WAIV-REC.
000900     05  WAIV-MATCH-KEY.
001000         10  WAIV-ROOT-KEY       PIC  X(10).
001100         10  WAIV-SUB-KEY        PIC  X(10).
001200         10  WAIV-SUB2-KEY       PIC  X(10).
001300         10  WAIV-SUB3-KEY       PIC  X(10).
001400         10  WAIV-REASON         PIC  X(20).
001500     05  WAIV-APPROVER           PIC  X(10).
001600     05  WAIV-APPROVE-DATE       PIC  9(08).
001700     05  WAIV-EXPIRY-DATE        PIC  9(08).
001800     05  WAIV-COMMENT            PIC  X(30).
