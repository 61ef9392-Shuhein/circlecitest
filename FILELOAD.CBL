002600               ASSIGN TO LOADRPT
002700               ORGANIZATION IS LINE SEQUENTIAL
002800               FILE STATUS IS FS-FILE-REPORT.
002802     SELECT   OPTIONAL  FILE-BUSDATE
002804               ASSIGN TO BUSDATE
002806               ORGANIZATION IS LINE SEQUENTIAL
002808               FILE STATUS IS FS-FILE-BUSDATE.
002900
003000 DATA                   DIVISION.
003100 FILE                   SECTION.
003800 FD  FILE-REPORT.
003900     COPY  REPORT   PREFIXING  O4-.
004000
004002 FD  FILE-BUSDATE.
004004     COPY  BUSDATE  PREFIXING  C2-.
004006
004100 WORKING-STORAGE        SECTION.
004200******************************************************************
004300*                                                                *
006600     05  W4-RUN-YYYY         PIC  9(04).
006700     05  W4-RUN-MM           PIC  9(02).
006800     05  W4-RUN-DD           PIC  9(02).
006802******************************************************************
006804*                                                                *
006806*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
006808*                                                                *
006810******************************************************************
006812 COPY  BUSDATE  PREFIXING  WY-.
006814 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
006816 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
006818 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
006900******************************************************************
007000*                                                                *
007100*    FILE STATUS WORK AREA                                       *
007400 01  FS-FILE-EXTRACT         PIC  X(02)  VALUE  "00".
007500 01  FS-FILE-MASTIDX         PIC  X(02)  VALUE  "00".
007600 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
007602 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
007700
007800 PROCEDURE              DIVISION.
007900*
018300 MASTIDX-WRITE-999.
018400 EXIT.
018500                                                             SKIP3
018501******************************************************************
018502*                                                                *
018503*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
018504*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
018505*                                                                *
018506******************************************************************
018507 BUSDATE-READ-PROC SECTION.
018508*G   BUSINESS DATE READ
018509 BUSDATE-READ-010.
018510     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
018511     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
018512     MOVE  ZERO  TO  WK-BUSDATE-PREV.
018513     OPEN  INPUT  FILE-BUSDATE.
018514     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
018515         FS-FILE-BUSDATE  NOT =  "05"
018516         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
018517         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
018518         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
018519         PERFORM ERROR-PROC
018520     END-IF.
018521     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
018522         READ  FILE-BUSDATE
018523           AT END
018524             MOVE "1" TO WK-BUSDATE-EOF-FLG
018525           NOT AT END
018526             MOVE C2-BDT-REC TO WY-BDT-REC
018527             IF  WY-BDT-REC-TYPE  =  "C"
018528                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
018529                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
018530                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
018531             END-IF
018532         END-READ
018533         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
018534             FS-FILE-BUSDATE  NOT =  "10"
018535             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
018536             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
018537             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
018538             PERFORM ERROR-PROC
018539         END-IF
018540     END-PERFORM.
018541     CLOSE  FILE-BUSDATE.
018542     IF  FS-FILE-BUSDATE  NOT =  "00"
018543         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
018544         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
018545         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
018546         PERFORM ERROR-PROC
018547     END-IF.
018548     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
018549         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
018550         MOVE "  "                   TO  W2-ERR-FILE-STATUS
018551         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
018552         PERFORM ERROR-PROC
018553     END-IF.
018554 BUSDATE-READ-999.
018555 EXIT.
018556                                                             SKIP3
018600******************************************************************
018700*                                                                *
018800*    JUNBI PROC                                                  *
019300 JUNBI-010.
019400
019500     ACCEPT W2-START-TIME FROM TIME.
019502     PERFORM  BUSDATE-READ-PROC.
019600     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
019700     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
019800     IF  W2-RUN-ID  =  SPACES
023100     DISPLAY "LOADED           : " WK-LOAD-COUNTER.
023200     DISPLAY "DUPLICATE KEYS   : " WK-DUP-COUNTER.
023300
023500     MOVE "FILELOAD"    TO  O4-RPT-PROGRAM-NAME.
023600     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
023700             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
