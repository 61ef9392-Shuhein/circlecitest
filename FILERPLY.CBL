004000               ASSIGN TO REPLAYRPT
004100               ORGANIZATION IS LINE SEQUENTIAL
004200               FILE STATUS IS FS-FILE-REPORT.
004202     SELECT   OPTIONAL  FILE-BUSDATE
004204               ASSIGN TO BUSDATE
004206               ORGANIZATION IS LINE SEQUENTIAL
004208               FILE STATUS IS FS-FILE-BUSDATE.
004300
004400 DATA                   DIVISION.
004500 FILE                   SECTION.
006400 FD  FILE-REPORT.
006500     COPY  REPORT   PREFIXING  O4-.
006600
006602 FD  FILE-BUSDATE.
006604     COPY  BUSDATE  PREFIXING  C2-.
006606
006700 WORKING-STORAGE        SECTION.
006800******************************************************************
006900*                                                                *
013900     05  W4-RUN-YYYY         PIC  9(04).
014000     05  W4-RUN-MM           PIC  9(02).
014100     05  W4-RUN-DD           PIC  9(02).
014102******************************************************************
014104*                                                                *
014106*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
014108*                                                                *
014110******************************************************************
014112 COPY  BUSDATE  PREFIXING  WY-.
014114 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
014116 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
014118 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
014200******************************************************************
014300*                                                                *
014400*    FILE STATUS WORK AREA                                       *
015100 01  FS-FILE-WORKB           PIC  X(02)  VALUE  "00".
015200 01  FS-FILE-REPLAY          PIC  X(02)  VALUE  "00".
015300 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
015302 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
015400
015500 PROCEDURE              DIVISION.
015600*
067100     MOVE WD-DELTA-SUB2-KEY  TO W1-SUB2-KEY.
067200     MOVE WD-DELTA-SUB3-KEY  TO W1-SUB3-KEY.
067300     MOVE WD-DELTA-REC-DATA  TO W1-REC-DATA.
067350     MOVE WD-DELTA-ROOT-UPDATE-DATE TO W1-ROOT-UPDATE-DATE.
067400     PERFORM MAST-WRITE-PROC.
067500     ADD 1 TO WK-APPLY-A-COUNTER.
067600     INITIALIZE W1-OUTFILE.
069200     MOVE WD-DELTA-SUB2-KEY  TO W1-SUB2-KEY.
069300     MOVE WD-DELTA-SUB3-KEY  TO W1-SUB3-KEY.
069400     MOVE WD-DELTA-REC-DATA  TO W1-REC-DATA.
069450     MOVE WD-DELTA-ROOT-UPDATE-DATE TO W1-ROOT-UPDATE-DATE.
069500     PERFORM MAST-WRITE-PROC.
069600     ADD 1 TO WK-APPLY-C-COUNTER.
069700     INITIALIZE W1-OUTFILE.
083000 GRAND-TRAILER-WRITE-999.
083100 EXIT.
083200                                                             SKIP3
083201******************************************************************
083202*                                                                *
083203*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
083204*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
083205*                                                                *
083206******************************************************************
083207 BUSDATE-READ-PROC SECTION.
083208*G   BUSINESS DATE READ
083209 BUSDATE-READ-010.
083210     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
083211     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
083212     MOVE  ZERO  TO  WK-BUSDATE-PREV.
083213     OPEN  INPUT  FILE-BUSDATE.
083214     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
083215         FS-FILE-BUSDATE  NOT =  "05"
083216         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
083217         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
083218         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
083219         PERFORM ERROR-PROC
083220     END-IF.
083221     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
083222         READ  FILE-BUSDATE
083223           AT END
083224             MOVE "1" TO WK-BUSDATE-EOF-FLG
083225           NOT AT END
083226             MOVE C2-BDT-REC TO WY-BDT-REC
083227             IF  WY-BDT-REC-TYPE  =  "C"
083228                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
083229                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
083230                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
083231             END-IF
083232         END-READ
083233         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
083234             FS-FILE-BUSDATE  NOT =  "10"
083235             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
083236             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
083237             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
083238             PERFORM ERROR-PROC
083239         END-IF
083240     END-PERFORM.
083241     CLOSE  FILE-BUSDATE.
083242     IF  FS-FILE-BUSDATE  NOT =  "00"
083243         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
083244         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
083245         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
083246         PERFORM ERROR-PROC
083247     END-IF.
083248     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
083249         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
083250         MOVE "  "                   TO  W2-ERR-FILE-STATUS
083251         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
083252         PERFORM ERROR-PROC
083253     END-IF.
083254 BUSDATE-READ-999.
083255 EXIT.
083256                                                             SKIP3
083300******************************************************************
083400*                                                                *
083500*    JUNBI PROC                                                  *
084000 JUNBI-010.
084100
084200     ACCEPT W2-START-TIME FROM TIME.
084202     PERFORM  BUSDATE-READ-PROC.
084300     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
084400     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
084500     IF  W2-RUN-ID  =  SPACES
089900     DISPLAY "SKIPPED ADDS     : " WK-SKIP-A-COUNTER.
090000     DISPLAY "REPLAY DATA RECS : " W1-COUNTER.
090100
090300     MOVE "FILERPLY"    TO  O4-RPT-PROGRAM-NAME.
090400     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
090500             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
