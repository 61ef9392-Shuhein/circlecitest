000100******************************************************************
000200*                                                                *
000300*    OWNER RECORD LAYOUT (FILE-OWNER)                            *
000400*    ONE ROOT-KEY RANGE (LOW TO HIGH INCLUSIVE) PER OWNING UNIT  *
000500*    FIRST MATCHING RANGE IN FILE ORDER WINS                     *
000600*                                                                *
000700******************************************************************
000800 01  OWN-REC.
000900     05  OWN-LOW-KEY             PIC  X(10).
001000     05  OWN-HIGH-KEY            PIC  X(10).
001100     05  OWN-UNIT-CODE           PIC  X(08).
001200     05  OWN-CONTACT             PIC  X(30).
