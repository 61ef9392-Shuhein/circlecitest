003020               ASSIGN TO CHAINCTL
003030               ORGANIZATION IS LINE SEQUENTIAL
003040               FILE STATUS IS FS-FILE-CHAIN.
003042     SELECT   OPTIONAL  FILE-BUSDATE
003044               ASSIGN TO BUSDATE
003046               ORGANIZATION IS LINE SEQUENTIAL
003048               FILE STATUS IS FS-FILE-BUSDATE.
003100
003200 DATA                   DIVISION.
003300 FILE                   SECTION.
004420 FD  FILE-CHAIN.
004430     COPY  CHNCTL   PREFIXING  C1-.
004500
004502 FD  FILE-BUSDATE.
004504     COPY  BUSDATE  PREFIXING  C2-.
004506
004600 WORKING-STORAGE        SECTION.
004700******************************************************************
004800*                                                                *
009000     05  W4-RUN-YYYY         PIC  9(04).
009100     05  W4-RUN-MM           PIC  9(02).
009200     05  W4-RUN-DD           PIC  9(02).
009202******************************************************************
009204*                                                                *
009206*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
009208*                                                                *
009210******************************************************************
009212 COPY  BUSDATE  PREFIXING  WY-.
009214 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
009216 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
009218 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
009300******************************************************************
009400*                                                                *
009500*    FILE STATUS WORK AREA                                       *
009900 01  FS-FILE-DELTA           PIC  X(02)  VALUE  "00".
010000 01  FS-FILE-MASTOUT         PIC  X(02)  VALUE  "00".
010100 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
010102 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
010150 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
010200
010300 PROCEDURE              DIVISION.
028000     MOVE WD-DELTA-SUB2-KEY  TO W1-SUB2-KEY.
028100     MOVE WD-DELTA-SUB3-KEY  TO W1-SUB3-KEY.
028200     MOVE WD-DELTA-REC-DATA  TO W1-REC-DATA.
028250     MOVE WD-DELTA-ROOT-UPDATE-DATE TO W1-ROOT-UPDATE-DATE.
028300     PERFORM MAST-WRITE-PROC.
028400     ADD 1 TO WK-APPLY-A-COUNTER.
028500     INITIALIZE W1-OUTFILE.
030100     MOVE WD-DELTA-SUB2-KEY  TO W1-SUB2-KEY.
030200     MOVE WD-DELTA-SUB3-KEY  TO W1-SUB3-KEY.
030300     MOVE WD-DELTA-REC-DATA  TO W1-REC-DATA.
030350     MOVE WD-DELTA-ROOT-UPDATE-DATE TO W1-ROOT-UPDATE-DATE.
030400     PERFORM MAST-WRITE-PROC.
030500     ADD 1 TO WK-APPLY-C-COUNTER.
030600     INITIALIZE W1-OUTFILE.
041948     DISPLAY "RUN-ID      : " W2-RUN-ID.
041950     OPEN  OUTPUT  FILE-REPORT.
041952     IF  FS-FILE-REPORT  =  "00"
041956         MOVE "FILEAPLY"    TO  O4-RPT-PROGRAM-NAME
041958         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
041960                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
042074 CHAIN-STAMP-999.
042076 EXIT.
041900                                                             SKIP3
041901******************************************************************
041902*                                                                *
041903*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
041904*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
041905*                                                                *
041906******************************************************************
041907 BUSDATE-READ-PROC SECTION.
041908*G   BUSINESS DATE READ
041909 BUSDATE-READ-010.
041910     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
041911     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
041912     MOVE  ZERO  TO  WK-BUSDATE-PREV.
041913     OPEN  INPUT  FILE-BUSDATE.
041914     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
041915         FS-FILE-BUSDATE  NOT =  "05"
041916         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
041917         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
041918         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
041919         PERFORM ERROR-PROC
041920     END-IF.
041921     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
041922         READ  FILE-BUSDATE
041923           AT END
041924             MOVE "1" TO WK-BUSDATE-EOF-FLG
041925           NOT AT END
041926             MOVE C2-BDT-REC TO WY-BDT-REC
041927             IF  WY-BDT-REC-TYPE  =  "C"
041928                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
041929                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
041930                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
041931             END-IF
041932         END-READ
041933         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
041934             FS-FILE-BUSDATE  NOT =  "10"
041935             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
041936             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
041937             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
041938             PERFORM ERROR-PROC
041939         END-IF
041940     END-PERFORM.
041941     CLOSE  FILE-BUSDATE.
041942     IF  FS-FILE-BUSDATE  NOT =  "00"
041943         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
041944         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
041945         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
041946         PERFORM ERROR-PROC
041947     END-IF.
041948     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
041949         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
041950         MOVE "  "                   TO  W2-ERR-FILE-STATUS
041951         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
041952         PERFORM ERROR-PROC
041953     END-IF.
041954 BUSDATE-READ-999.
041955 EXIT.
041956                                                             SKIP3
042000******************************************************************
042100*                                                                *
042200*    JUNBI PROC                                                  *
042700 JUNBI-010.
042800
042900     ACCEPT W2-START-TIME FROM TIME.
042902     PERFORM  BUSDATE-READ-PROC.
043000     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
043100     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
043200     IF  W2-RUN-ID  =  SPACES
046900     DISPLAY "SKIPPED ADDS     : " WK-SKIP-A-COUNTER.
047000     DISPLAY "MASTER OUT WRITE : " W1-COUNTER.
047100
047300     MOVE "FILEAPLY"    TO  O4-RPT-PROGRAM-NAME.
047400     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
047500             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
