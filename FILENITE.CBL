002000               ASSIGN TO NITERPT
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-REPORT.
002202     SELECT   OPTIONAL  FILE-BUSDATE
002204               ASSIGN TO BUSDATE
002206               ORGANIZATION IS LINE SEQUENTIAL
002208               FILE STATUS IS FS-FILE-BUSDATE.
002300
002400 DATA                   DIVISION.
002500 FILE                   SECTION.
003000     COPY  REPORT   PREFIXING  O4-.
003100     COPY  NITERPT  PREFIXING  O4-.
003200
003202 FD  FILE-BUSDATE.
003204     COPY  BUSDATE  PREFIXING  C2-.
003206
003300 WORKING-STORAGE        SECTION.
003400******************************************************************
003500*                                                                *
007200     05  W4-RUN-YYYY         PIC  9(04).
007300     05  W4-RUN-MM           PIC  9(02).
007400     05  W4-RUN-DD           PIC  9(02).
007402******************************************************************
007404*                                                                *
007406*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
007408*                                                                *
007410******************************************************************
007412 COPY  BUSDATE  PREFIXING  WY-.
007414 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
007416 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
007418 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
007500******************************************************************
007600*                                                                *
007700*    FILE STATUS WORK AREA                                       *
007900******************************************************************
008000 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
008100 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
008102 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
008200
008300 PROCEDURE              DIVISION.
008400*
018300 NITE-STORE-999.
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
020600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
020700         PERFORM ERROR-PROC
020800     END-IF.
021000     MOVE "FILENITE"    TO  O4-RPT-PROGRAM-NAME.
021100     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
021200             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
