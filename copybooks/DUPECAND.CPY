000100******************************************************************
000200*                                                                *
000300*    DUPECAND RECORD LAYOUT (FILE-DUPECAND / FILEDUPE SORT-FILE) *
000400*    ONE ROOT KEY OF A DUPLICATE-ENTITY CANDIDATE GROUP; ROOT    *
000500*    KEYS WITH THE SAME DUPC-MATCH-DATA FORM ONE GROUP           *
000600*    DUPC-MATCH-DATA  ROOT-DATA UPPER-CASED, SPACES REMOVED,     *
000700*                     CUT TO THE MATCH LENGTH                    *
000800*    DUPC-TRLR-FLG    "1"=SUB COUNTS FROM THE "G" TRAILER        *
000900*                     "0"=NO TRAILER FOUND FOR THE ROOT KEY      *
001000*    DUPC-SOURCE      "A"=INPUTDATA1  "X"=EXTRACT "R" ROWS       *
001100*                                                                *
001200******************************************************************
001300 01  DUPC-REC.
001400     05  DUPC-GROUP-NO           PIC  9(07).
001500     05  DUPC-MATCH-DATA         PIC  X(40).
001600     05  DUPC-ROOT-KEY           PIC  X(10).
001700     05  DUPC-ROOT-DATA          PIC  X(40).
001800     05  DUPC-SUB-COUNT          PIC  9(09).
001900     05  DUPC-SUB2-COUNT         PIC  9(09).
002000     05  DUPC-SUB3-COUNT         PIC  9(09).
002100     05  DUPC-TRLR-FLG           PIC  X(01).
002200     05  DUPC-SOURCE             PIC  X(01).
002300     05  DUPC-RUN-DATE           PIC  9(08).
