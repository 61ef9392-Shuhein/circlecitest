000100******************************************************************
000200*                                                                *
000300*    FLATCTL RECORD LAYOUT (FILE-FLATCTL)                        *
000400*    ONE CONTROL RECORD PER FLATTENED EXPORT RUN                 *
000500*                                                                *
000600******************************************************************
000700 01  FLTC-REC.
000800     05  FLTC-RUN-DATE           PIC  9(08).
000900     05  FLTC-RUN-ID             PIC  X(16).
001000     05  FLTC-DELIMITER          PIC  X(01).
001100     05  FLTC-READ-COUNT         PIC  9(11).
001200     05  FLTC-DATA-COUNT         PIC  9(11).
001300     05  FLTC-ROW-COUNT          PIC  9(11).
001400     05  FLTC-PARENT-COUNT       PIC  9(11).
001500     05  FLTC-GRAND-COUNT        PIC  9(11).
001600     05  FLTC-RESULT             PIC  X(02).
