001300     05  CKPT-REL-USED-U         PIC  S9(11).
001310     05  CKPT-EDIT-E-COUNT       PIC  S9(11).
001320     05  CKPT-EDIT-W-COUNT       PIC  S9(11).
001330     05  CKPT-WAIVED-EXC         PIC  S9(11).
001340     05  CKPT-WAIVED-CHLDLS      PIC  S9(11).
