001200     05  DELTA-SUB2-KEY          PIC  X(10).
001300     05  DELTA-SUB3-KEY          PIC  X(10).
001400     05  DELTA-REC-DATA          PIC  X(40).
001500     05  DELTA-ROOT-UPDATE-DATE  PIC  9(08).
