000100******************************************************************
000200*                                                                *
000300*    CORRWRK RECORD LAYOUT (FILECORR SORT-FILE)                  *
000400*    CORRECTION TRANSACTION WITH ITS INPUT SEQUENCE NUMBER, SO   *
000500*    THE TRANSACTIONS OF ONE ROOT KEY APPLY IN THE KEYED ORDER   *
000600*                                                                *
000700******************************************************************
000800 01  CRWK-REC.
000900     05  CRWK-ROOT-KEY           PIC  X(10).
001000     05  CRWK-SEQ-NO             PIC  9(07).
001100     05  CRWK-TRAN-IMAGE         PIC  X(94).
