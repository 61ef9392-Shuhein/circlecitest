000100******************************************************************
000200*                                                                *
000300*    BUSDATE RECORD LAYOUT (FILE-BUSDATE)                        *
000400*    "C" = CURRENT PROCESSING DATE (ONE RECORD)                  *
000500*    "H" = HOLIDAY / NON-PROCESSING DAY (ONE RECORD PER DAY)     *
000600*                                                                *
000700******************************************************************
000800 01  BDT-REC.
000900     05  BDT-REC-TYPE            PIC  X(01).
001000     05  BDT-DATE                PIC  9(08).
001100     05  BDT-PREV-DATE           PIC  9(08).
001200     05  BDT-ROLL-RUN-ID         PIC  X(16).
001300     05  BDT-DESC                PIC  X(20).
