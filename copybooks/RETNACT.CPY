000100******************************************************************
000200*                                                                *
000300*    RETNACT RECORD LAYOUT (FILERETN SORT-FILE)                  *
000400*    ONE RECORD PER DELTA, ROOT KEY AND THE RUN DATE OF THE      *
000500*    DELTA GENERATION THAT CARRIED IT                            *
000600*                                                                *
000700******************************************************************
000800 01  RACT-REC.
000900     05  RACT-ROOT-KEY           PIC  X(10).
001000     05  RACT-ACT-DATE           PIC  9(08).
