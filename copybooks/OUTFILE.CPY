001000         10  TRLR-SUB3-COUNT     PIC  9(09).
001010         10  TRLR-GRAND-COUNT    PIC  9(11).
001020         10  FILLER              PIC  X(02).
001030     05  ROOT-UPDATE-DATE        PIC  9(08).
