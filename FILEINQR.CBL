002200               ASSIGN TO INQRPT
002300               ORGANIZATION IS LINE SEQUENTIAL
002400               FILE STATUS IS FS-FILE-REPORT.
002402     SELECT   OPTIONAL  FILE-BUSDATE
002404               ASSIGN TO BUSDATE
002406               ORGANIZATION IS LINE SEQUENTIAL
002408               FILE STATUS IS FS-FILE-BUSDATE.
002500
002600 DATA                   DIVISION.
002700 FILE                   SECTION.
003100 FD  FILE-REPORT.
003200     COPY  REPORT   PREFIXING  O4-.
003300
003302 FD  FILE-BUSDATE.
003304     COPY  BUSDATE  PREFIXING  C2-.
003306
003400 WORKING-STORAGE        SECTION.
003500******************************************************************
003600*                                                                *
005900     05  W4-RUN-YYYY         PIC  9(04).
006000     05  W4-RUN-MM           PIC  9(02).
006100     05  W4-RUN-DD           PIC  9(02).
006102******************************************************************
006104*                                                                *
006106*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
006108*                                                                *
006110******************************************************************
006112 COPY  BUSDATE  PREFIXING  WY-.
006114 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
006116 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
006118 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
006200******************************************************************
006300*                                                                *
006400*    FILE STATUS WORK AREA                                       *
006600******************************************************************
006700 01  FS-FILE-MASTIDX         PIC  X(02)  VALUE  "00".
006800 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
006802 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
006900
007000 PROCEDURE              DIVISION.
007100*
019100 SLICE-PRINT-999.
019200 EXIT.
019300                                                             SKIP3
019301******************************************************************
019302*                                                                *
019303*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
019304*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
019305*                                                                *
019306******************************************************************
019307 BUSDATE-READ-PROC SECTION.
019308*G   BUSINESS DATE READ
019309 BUSDATE-READ-010.
019310     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
019311     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
019312     MOVE  ZERO  TO  WK-BUSDATE-PREV.
019313     OPEN  INPUT  FILE-BUSDATE.
019314     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
019315         FS-FILE-BUSDATE  NOT =  "05"
019316         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
019317         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
019318         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
019319         PERFORM ERROR-PROC
019320     END-IF.
019321     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
019322         READ  FILE-BUSDATE
019323           AT END
019324             MOVE "1" TO WK-BUSDATE-EOF-FLG
019325           NOT AT END
019326             MOVE C2-BDT-REC TO WY-BDT-REC
019327             IF  WY-BDT-REC-TYPE  =  "C"
019328                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
019329                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
019330                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
019331             END-IF
019332         END-READ
019333         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
019334             FS-FILE-BUSDATE  NOT =  "10"
019335             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
019336             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
019337             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
019338             PERFORM ERROR-PROC
019339         END-IF
019340     END-PERFORM.
019341     CLOSE  FILE-BUSDATE.
019342     IF  FS-FILE-BUSDATE  NOT =  "00"
019343         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
019344         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
019345         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
019346         PERFORM ERROR-PROC
019347     END-IF.
019348     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
019349         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
019350         MOVE "  "                   TO  W2-ERR-FILE-STATUS
019351         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
019352         PERFORM ERROR-PROC
019353     END-IF.
019354 BUSDATE-READ-999.
019355 EXIT.
019356                                                             SKIP3
019400******************************************************************
019500*                                                                *
019600*    JUNBI PROC                                                  *
020100 JUNBI-010.
020200
020300     ACCEPT W2-START-TIME FROM TIME.
020302     PERFORM  BUSDATE-READ-PROC.
020400     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
020500     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
020600     IF  W2-RUN-ID  =  SPACES
022200         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
022300         PERFORM ERROR-PROC
022400     END-IF.
022600     MOVE "FILEINQR"    TO  O4-RPT-PROGRAM-NAME.
022700     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
022800             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
