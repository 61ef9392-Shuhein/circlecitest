002800               ASSIGN TO CHAINCTL
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-CHAIN.
003002     SELECT   OPTIONAL  FILE-BUSDATE
003004               ASSIGN TO BUSDATE
003006               ORGANIZATION IS LINE SEQUENTIAL
003008               FILE STATUS IS FS-FILE-BUSDATE.
003100
003200 DATA                   DIVISION.
003300 FILE                   SECTION.
004300 FD  FILE-CHAIN.
004400     COPY  CHNCTL   PREFIXING  C1-.
004500
004502 FD  FILE-BUSDATE.
004504     COPY  BUSDATE  PREFIXING  C2-.
004506
004600 WORKING-STORAGE        SECTION.
004700******************************************************************
004800*                                                                *
010300     05  W4-RUN-YYYY         PIC  9(04).
010400     05  W4-RUN-MM           PIC  9(02).
010500     05  W4-RUN-DD           PIC  9(02).
010502******************************************************************
010504*                                                                *
010506*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
010508*                                                                *
010510******************************************************************
010512 COPY  BUSDATE  PREFIXING  WY-.
010514 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
010516 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
010518 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
010600******************************************************************
010700*                                                                *
010800*    FILE STATUS WORK AREA                                       *
011100 01  FS-FILE-DELTA           PIC  X(02)  VALUE  "00".
011200 01  FS-FILE-RUNHIST         PIC  X(02)  VALUE  "00".
011300 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
011302 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
011400 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
011500
011600 PROCEDURE              DIVISION.
036900     DISPLAY "RUN-ID      : " W2-RUN-ID.
037000     OPEN  OUTPUT  FILE-REPORT.
037100     IF  FS-FILE-REPORT  =  "00"
037300         MOVE "FILERECN"    TO  O4-RPT-PROGRAM-NAME
037400         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
037500                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
039100 CHAIN-ABORT-999.
039200 EXIT.
039300                                                             SKIP3
039301******************************************************************
039302*                                                                *
039303*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
039304*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
039305*                                                                *
039306******************************************************************
039307 BUSDATE-READ-PROC SECTION.
039308*G   BUSINESS DATE READ
039309 BUSDATE-READ-010.
039310     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
039311     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
039312     MOVE  ZERO  TO  WK-BUSDATE-PREV.
039313     OPEN  INPUT  FILE-BUSDATE.
039314     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
039315         FS-FILE-BUSDATE  NOT =  "05"
039316         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
039317         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
039318         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
039319         PERFORM ERROR-PROC
039320     END-IF.
039321     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
039322         READ  FILE-BUSDATE
039323           AT END
039324             MOVE "1" TO WK-BUSDATE-EOF-FLG
039325           NOT AT END
039326             MOVE C2-BDT-REC TO WY-BDT-REC
039327             IF  WY-BDT-REC-TYPE  =  "C"
039328                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
039329                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
039330                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
039331             END-IF
039332         END-READ
039333         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
039334             FS-FILE-BUSDATE  NOT =  "10"
039335             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
039336             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
039337             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
039338             PERFORM ERROR-PROC
039339         END-IF
039340     END-PERFORM.
039341     CLOSE  FILE-BUSDATE.
039342     IF  FS-FILE-BUSDATE  NOT =  "00"
039343         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
039344         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
039345         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
039346         PERFORM ERROR-PROC
039347     END-IF.
039348     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
039349         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
039350         MOVE "  "                   TO  W2-ERR-FILE-STATUS
039351         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
039352         PERFORM ERROR-PROC
039353     END-IF.
039354 BUSDATE-READ-999.
039355 EXIT.
039356                                                             SKIP3
039400******************************************************************
039500*                                                                *
039600*    JUNBI PROC                                                  *
040100 JUNBI-010.
040200
040300     ACCEPT W2-START-TIME FROM TIME.
040302     PERFORM  BUSDATE-READ-PROC.
040400     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
040500     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
040600     IF  W2-RUN-ID  =  SPACES
045100     DISPLAY "VARIANCE         : " WK-VARIANCE.
045200     DISPLAY "RECONCILE        : " WK-RECN-RESULT.
045300
045500     MOVE "FILERECN"    TO  O4-RPT-PROGRAM-NAME.
045600     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
045700             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
