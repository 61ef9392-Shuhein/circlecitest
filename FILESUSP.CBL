004760               ASSIGN TO NITESTAT
004770               ORGANIZATION IS LINE SEQUENTIAL
004780               FILE STATUS IS FS-FILE-NITE.
004782     SELECT   OPTIONAL  FILE-BUSDATE
004784               ASSIGN TO BUSDATE
004786               ORGANIZATION IS LINE SEQUENTIAL
004788               FILE STATUS IS FS-FILE-BUSDATE.
004800     SELECT   SORT-FILE
004900               ASSIGN TO SORTWK.
005000
008000 SD  SORT-FILE.
008100     COPY  SUSPENSE PREFIXING  SR-.
008200
008202 FD  FILE-BUSDATE.
008204     COPY  BUSDATE  PREFIXING  C2-.
008206
008300 WORKING-STORAGE        SECTION.
008400******************************************************************
008500*                                                                *
013700     05  W4-RUN-YYYY         PIC  9(04).
013800     05  W4-RUN-MM           PIC  9(02).
013900     05  W4-RUN-DD           PIC  9(02).
013902******************************************************************
013904*                                                                *
013906*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
013908*                                                                *
013910******************************************************************
013912 COPY  BUSDATE  PREFIXING  WY-.
013914 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
013916 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
013918 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
014000******************************************************************
014100*                                                                *
014200*    FILE STATUS WORK AREA                                       *
015100 01  FS-FILE-SUSPOUT         PIC  X(02)  VALUE  "00".
015200 01  FS-FILE-PURGE           PIC  X(02)  VALUE  "00".
015300 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
015302 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
015350 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
015360 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
015400
057656     DISPLAY "RUN-ID      : " W2-RUN-ID.
057658     OPEN  OUTPUT  FILE-REPORT.
057660     IF  FS-FILE-REPORT  =  "00"
057664         MOVE "FILESUSP"    TO  O4-RPT-PROGRAM-NAME
057666         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
057668                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
057876 NITE-STAMP-999.
057878 EXIT.
057600                                                             SKIP3
057601******************************************************************
057602*                                                                *
057603*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
057604*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
057605*                                                                *
057606******************************************************************
057607 BUSDATE-READ-PROC SECTION.
057608*G   BUSINESS DATE READ
057609 BUSDATE-READ-010.
057610     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
057611     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
057612     MOVE  ZERO  TO  WK-BUSDATE-PREV.
057613     OPEN  INPUT  FILE-BUSDATE.
057614     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
057615         FS-FILE-BUSDATE  NOT =  "05"
057616         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
057617         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
057618         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
057619         PERFORM ERROR-PROC
057620     END-IF.
057621     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
057622         READ  FILE-BUSDATE
057623           AT END
057624             MOVE "1" TO WK-BUSDATE-EOF-FLG
057625           NOT AT END
057626             MOVE C2-BDT-REC TO WY-BDT-REC
057627             IF  WY-BDT-REC-TYPE  =  "C"
057628                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
057629                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
057630                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
057631             END-IF
057632         END-READ
057633         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
057634             FS-FILE-BUSDATE  NOT =  "10"
057635             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
057636             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
057637             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
057638             PERFORM ERROR-PROC
057639         END-IF
057640     END-PERFORM.
057641     CLOSE  FILE-BUSDATE.
057642     IF  FS-FILE-BUSDATE  NOT =  "00"
057643         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
057644         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
057645         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
057646         PERFORM ERROR-PROC
057647     END-IF.
057648     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
057649         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
057650         MOVE "  "                   TO  W2-ERR-FILE-STATUS
057651         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
057652         PERFORM ERROR-PROC
057653     END-IF.
057654 BUSDATE-READ-999.
057655 EXIT.
057656                                                             SKIP3
057700******************************************************************
057800*                                                                *
057900*    JUNBI PROC                                                  *
058400 JUNBI-010.
058500
058600     ACCEPT W2-START-TIME FROM TIME.
058602     PERFORM  BUSDATE-READ-PROC.
058700     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
058800     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
058900     IF  W2-RUN-ID  =  SPACES
060300         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
060400         PERFORM ERROR-PROC
060500     END-IF.
060700     MOVE "FILESUSP"    TO  O4-RPT-PROGRAM-NAME.
060800     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
060900             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
