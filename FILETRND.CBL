002260               ASSIGN TO NITESTAT
002270               ORGANIZATION IS LINE SEQUENTIAL
002280               FILE STATUS IS FS-FILE-NITE.
002282     SELECT   OPTIONAL  FILE-BUSDATE
002284               ASSIGN TO BUSDATE
002286               ORGANIZATION IS LINE SEQUENTIAL
002288               FILE STATUS IS FS-FILE-BUSDATE.
002300
002400 DATA                   DIVISION.
002500 FILE                   SECTION.
003150 FD  FILE-NITE.
003160     COPY  NITESTAT PREFIXING  N1-.
003200
003202 FD  FILE-BUSDATE.
003204     COPY  BUSDATE  PREFIXING  C2-.
003206
003300 WORKING-STORAGE        SECTION.
003400******************************************************************
003500*                                                                *
008900     05  W4-RUN-YYYY         PIC  9(04).
009000     05  W4-RUN-MM           PIC  9(02).
009100     05  W4-RUN-DD           PIC  9(02).
009102******************************************************************
009104*                                                                *
009106*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
009108*                                                                *
009110******************************************************************
009112 COPY  BUSDATE  PREFIXING  WY-.
009114 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
009116 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
009118 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
009200******************************************************************
009300*                                                                *
009400*    FILE STATUS WORK AREA                                       *
009600******************************************************************
009700 01  FS-FILE-RUNHIST         PIC  X(02)  VALUE  "00".
009800 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
009802 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
009850 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
009860 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
009900
024968     DISPLAY "RUN-ID      : " W2-RUN-ID.
024970     OPEN  OUTPUT  FILE-REPORT.
024972     IF  FS-FILE-REPORT  =  "00"
024976         MOVE "FILETRND"    TO  O4-RPT-PROGRAM-NAME
024978         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
024980                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
025182 NITE-STAMP-999.
025184 EXIT.
024700                                                             SKIP3
024701******************************************************************
024702*                                                                *
024703*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
024704*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
024705*                                                                *
024706******************************************************************
024707 BUSDATE-READ-PROC SECTION.
024708*G   BUSINESS DATE READ
024709 BUSDATE-READ-010.
024710     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
024711     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
024712     MOVE  ZERO  TO  WK-BUSDATE-PREV.
024713     OPEN  INPUT  FILE-BUSDATE.
024714     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
024715         FS-FILE-BUSDATE  NOT =  "05"
024716         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
024717         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
024718         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
024719         PERFORM ERROR-PROC
024720     END-IF.
024721     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
024722         READ  FILE-BUSDATE
024723           AT END
024724             MOVE "1" TO WK-BUSDATE-EOF-FLG
024725           NOT AT END
024726             MOVE C2-BDT-REC TO WY-BDT-REC
024727             IF  WY-BDT-REC-TYPE  =  "C"
024728                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
024729                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
024730                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
024731             END-IF
024732         END-READ
024733         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
024734             FS-FILE-BUSDATE  NOT =  "10"
024735             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
024736             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
024737             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
024738             PERFORM ERROR-PROC
024739         END-IF
024740     END-PERFORM.
024741     CLOSE  FILE-BUSDATE.
024742     IF  FS-FILE-BUSDATE  NOT =  "00"
024743         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
024744         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
024745         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
024746         PERFORM ERROR-PROC
024747     END-IF.
024748     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
024749         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
024750         MOVE "  "                   TO  W2-ERR-FILE-STATUS
024751         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
024752         PERFORM ERROR-PROC
024753     END-IF.
024754 BUSDATE-READ-999.
024755 EXIT.
024756                                                             SKIP3
024800******************************************************************
024900*                                                                *
025000*    JUNBI PROC                                                  *
025500 JUNBI-010.
025600
025700     ACCEPT W2-START-TIME FROM TIME.
025702     PERFORM  BUSDATE-READ-PROC.
025800     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
025900     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
026000     IF  W2-RUN-ID  =  SPACES
028600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
028700         PERFORM ERROR-PROC
028800     END-IF.
029000     MOVE "FILETRND"    TO  O4-RPT-PROGRAM-NAME.
029100     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
029200             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
