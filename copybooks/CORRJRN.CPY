000100******************************************************************
000200*                                                                *
000300*    CORRJRN RECORD LAYOUT (FILE-JRNLIN / FILE-JRNLOUT)          *
000400*    AUDIT JOURNAL, ONE RECORD PER APPLIED CORRECTION            *
000500*    CJRN-STAMP-DATE/TIME  SYSTEM DATE AND TIME OF THE CHANGE    *
000600*    CJRN-RUN-DATE         BUSINESS DATE OF THE RUN              *
000700*    BEFORE IMAGE IS BLANK FOR AN ADD, AFTER IMAGE FOR A DELETE  *
000800*                                                                *
000900******************************************************************
001000 01  CJRN-REC.
001100     05  CJRN-STAMP-DATE         PIC  9(08).
001200     05  CJRN-STAMP-TIME         PIC  9(08).
001300     05  CJRN-RUN-ID             PIC  X(16).
001400     05  CJRN-RUN-DATE           PIC  9(08).
001500     05  CJRN-SEQ-NO             PIC  9(07).
001600     05  CJRN-OPERATOR-ID        PIC  X(08).
001700     05  CJRN-REASON-CODE        PIC  X(04).
001800     05  CJRN-ACTION             PIC  X(01).
001900     05  CJRN-REC-TYPE           PIC  X(01).
002000     05  CJRN-ROOT-KEY           PIC  X(10).
002100     05  CJRN-SUB-KEY            PIC  X(10).
002200     05  CJRN-SUB2-KEY           PIC  X(10).
002300     05  CJRN-SUB3-KEY           PIC  X(10).
002400     05  CJRN-BEFORE-IMAGE.
002500         10  CJRN-BEFORE-DATA    PIC  X(40).
002600         10  CJRN-BEFORE-DATE    PIC  9(08).
002700     05  CJRN-AFTER-IMAGE.
002800         10  CJRN-AFTER-DATA     PIC  X(40).
002900         10  CJRN-AFTER-DATE     PIC  9(08).
