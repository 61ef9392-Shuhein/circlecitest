000200*                                                                *
000300*    EXTCTL RECORD LAYOUT (FILE-OUT-CTL)                         *
000400*    HANDOFF CONTROL TOTALS FOR THE OUTPUTDATA EXTRACT           *
000420*    XCTL-SCOPE  "F"=FULL EXTRACT  "I"=INCREMENTAL (ROOTS UPDATED*
000450*                ON OR AFTER XCTL-FROM-DATE)  "K"=REQUESTED KEYS *
000470*                ONLY                                            *
000500*                                                                *
000600******************************************************************
000700 01  EXTCTL-REC.
001300     05  XCTL-COUNT-U            PIC  9(09).
001400     05  XCTL-COUNT-TOTAL        PIC  9(11).
001500     05  XCTL-ROOT-HASH          PIC  9(10).
001600     05  XCTL-SCOPE              PIC  X(01).
001700     05  XCTL-FROM-DATE          PIC  9(08).
