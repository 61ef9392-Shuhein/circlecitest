000100******************************************************************
000200*                                                                *
000300*    SNAPREC RECORD LAYOUT (FILE-SNAPIN / FILE-SNAPOUT)          *
000400*    ONE RECORD PER SAVED RECORD, ALL GENERATIONS CONCATENATED   *
000500*    IN CATALOG ORDER.  SNAP-FILE-CODE NAMES THE SOURCE FILE:    *
000600*    "M"=MASTOUT "S"=SUSPOUT "H"=RUNHIST "C"=CHAINCTL            *
000700*    "N"=NITESTAT                                                *
000800*                                                                *
000900******************************************************************
001000 01  SNAP-REC.
001100     05  SNAP-RUN-ID             PIC  X(16).
001200     05  SNAP-FILE-CODE          PIC  X(01).
001300     05  SNAP-DATA               PIC  X(130).
