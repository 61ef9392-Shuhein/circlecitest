003060               ASSIGN TO NITESTAT
003070               ORGANIZATION IS LINE SEQUENTIAL
003080               FILE STATUS IS FS-FILE-NITE.
003082     SELECT   OPTIONAL  FILE-BUSDATE
003084               ASSIGN TO BUSDATE
003086               ORGANIZATION IS LINE SEQUENTIAL
003088               FILE STATUS IS FS-FILE-BUSDATE.
003100
003200 DATA                   DIVISION.
003300 FILE                   SECTION.
004450 FD  FILE-NITE.
004460     COPY  NITESTAT PREFIXING  N1-.
004500
004502 FD  FILE-BUSDATE.
004504     COPY  BUSDATE  PREFIXING  C2-.
004506
004600 WORKING-STORAGE        SECTION.
004700******************************************************************
004800*                                                                *
007200 01  WK-CHG-COUNTER     PIC  S9(11)  VALUE  ZERO.
007300 01  WK-DEL-COUNTER     PIC  S9(11)  VALUE  ZERO.
007400 01  WK-DELTA-COUNTER   PIC  S9(11)  VALUE  ZERO.
007402 01  WK-DIFF-FLG        PIC   X      VALUE  ZERO.
007405 01  WK-NEW-UPD-DATE    PIC  9(08)   VALUE  ZERO.
007406 01  WK-OLD-UPD-DATE    PIC  9(08)   VALUE  ZERO.
007410******************************************************************
007420*                                                                *
007430*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
008400     05  W4-RUN-YYYY         PIC  9(04).
008500     05  W4-RUN-MM           PIC  9(02).
008600     05  W4-RUN-DD           PIC  9(02).
008602******************************************************************
008604*                                                                *
008606*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
008608*                                                                *
008610******************************************************************
008612 COPY  BUSDATE  PREFIXING  WY-.
008614 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
008616 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
008618 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
008700******************************************************************
008800*                                                                *
008900*    FILE STATUS WORK AREA                                       *
009300 01  FS-FILE-OLD             PIC  X(02)  VALUE  "00".
009400 01  FS-FILE-DELTA           PIC  X(02)  VALUE  "00".
009500 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
009502 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
009550 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
009560 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
009600
014200                 PERFORM  DELETE-WRITE-PROC
014300                 PERFORM  OLD-READ-PROC
014400             ELSE
014450                 PERFORM  COMPARE-PROC
014500                 IF  WK-DIFF-FLG  =  "1"
014600                     PERFORM  CHANGE-WRITE-PROC
014700                 END-IF
014800                 PERFORM  NEW-READ-PROC
024000 OLD-READ-999.
024100 EXIT.
024200                                                             SKIP3
024202******************************************************************
024205*                                                                *
024208*    COMPARE PROC (SAME KEY ON BOTH; RECORD TYPE AND REC-DATA    *
024210*    ON EVERY ROW, ROOT-UPDATE-DATE ON THE "R" ROW ONLY - A      *
024212*    NON-NUMERIC DATE COUNTS AS ZERO; WK-DIFF-FLG "1" = CHANGED) *
024215*                                                                *
024218******************************************************************
024220 COMPARE-PROC SECTION.
024225*G   ROW COMPARE
024226 COMPARE-010.
024230     MOVE  "0"  TO  WK-DIFF-FLG.
024232     IF  WN-REC-TYPE  NOT =  WO-REC-TYPE  OR
024235         WN-REC-DATA  NOT =  WO-REC-DATA
024238         MOVE  "1"  TO  WK-DIFF-FLG
024240         GO  TO  COMPARE-999
024244     END-IF.
024245     IF  WN-REC-TYPE  NOT =  "R"
024250         GO  TO  COMPARE-999
024252     END-IF.
024255     IF  WN-ROOT-UPDATE-DATE  NUMERIC
024258         MOVE  WN-ROOT-UPDATE-DATE  TO  WK-NEW-UPD-DATE
024260     ELSE
024262         MOVE  ZERO                 TO  WK-NEW-UPD-DATE
024265     END-IF.
024268     IF  WO-ROOT-UPDATE-DATE  NUMERIC
024270         MOVE  WO-ROOT-UPDATE-DATE  TO  WK-OLD-UPD-DATE
024275     ELSE
024276         MOVE  ZERO                 TO  WK-OLD-UPD-DATE
024280     END-IF.
024282     IF  WK-NEW-UPD-DATE  NOT =  WK-OLD-UPD-DATE
024285         MOVE  "1"  TO  WK-DIFF-FLG
024288     END-IF.
024290 COMPARE-999.
024294 EXIT.
024295                                                             SKIP3
024300******************************************************************
024400*                                                                *
024500*    ADD DELTA WRITE PROC (KEY ONLY ON NEW EXTRACT)              *
025600     MOVE WN-SUB2-KEY     TO W1-DELTA-SUB2-KEY.
025700     MOVE WN-SUB3-KEY     TO W1-DELTA-SUB3-KEY.
025800     MOVE WN-REC-DATA     TO W1-DELTA-REC-DATA.
025850     MOVE WN-ROOT-UPDATE-DATE TO W1-DELTA-ROOT-UPDATE-DATE.
025900     MOVE W1-DELTA        TO O1-DELTA.
026000     WRITE O1-DELTA
026100     END-WRITE.
028600     MOVE WN-SUB2-KEY     TO W1-DELTA-SUB2-KEY.
028700     MOVE WN-SUB3-KEY     TO W1-DELTA-SUB3-KEY.
028800     MOVE WN-REC-DATA     TO W1-DELTA-REC-DATA.
028850     MOVE WN-ROOT-UPDATE-DATE TO W1-DELTA-ROOT-UPDATE-DATE.
028900     MOVE W1-DELTA        TO O1-DELTA.
029000     WRITE O1-DELTA
029100     END-WRITE.
031600     MOVE WO-SUB2-KEY     TO W1-DELTA-SUB2-KEY.
031700     MOVE WO-SUB3-KEY     TO W1-DELTA-SUB3-KEY.
031800     MOVE WO-REC-DATA     TO W1-DELTA-REC-DATA.
031850     MOVE WO-ROOT-UPDATE-DATE TO W1-DELTA-ROOT-UPDATE-DATE.
031900     MOVE W1-DELTA        TO O1-DELTA.
032000     WRITE O1-DELTA
032100     END-WRITE.
033800     DISPLAY "RUN-ID      : " W2-RUN-ID.
033810     OPEN  OUTPUT  FILE-REPORT.
033820     IF  FS-FILE-REPORT  =  "00"
033840         MOVE "FILEDLTA"    TO  O4-RPT-PROGRAM-NAME
033850         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
033860                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
034870 NITE-STAMP-999.
034880 EXIT.
033200                                                             SKIP3
033201******************************************************************
033202*                                                                *
033203*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
033204*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
033205*                                                                *
033206******************************************************************
033207 BUSDATE-READ-PROC SECTION.
033208*G   BUSINESS DATE READ
033209 BUSDATE-READ-010.
033210     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
033211     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
033212     MOVE  ZERO  TO  WK-BUSDATE-PREV.
033213     OPEN  INPUT  FILE-BUSDATE.
033214     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
033215         FS-FILE-BUSDATE  NOT =  "05"
033216         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
033217         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
033218         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
033219         PERFORM ERROR-PROC
033220     END-IF.
033221     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
033222         READ  FILE-BUSDATE
033223           AT END
033224             MOVE "1" TO WK-BUSDATE-EOF-FLG
033225           NOT AT END
033226             MOVE C2-BDT-REC TO WY-BDT-REC
033227             IF  WY-BDT-REC-TYPE  =  "C"
033228                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
033229                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
033230                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
033231             END-IF
033232         END-READ
033233         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
033234             FS-FILE-BUSDATE  NOT =  "10"
033235             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
033236             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
033237             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
033238             PERFORM ERROR-PROC
033239         END-IF
033240     END-PERFORM.
033241     CLOSE  FILE-BUSDATE.
033242     IF  FS-FILE-BUSDATE  NOT =  "00"
033243         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
033244         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
033245         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
033246         PERFORM ERROR-PROC
033247     END-IF.
033248     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
033249         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
033250         MOVE "  "                   TO  W2-ERR-FILE-STATUS
033251         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
033252         PERFORM ERROR-PROC
033253     END-IF.
033254 BUSDATE-READ-999.
033255 EXIT.
033256                                                             SKIP3
033300******************************************************************
033400*                                                                *
033500*    JUNBI PROC                                                  *
034000 JUNBI-010.
034100
034200     ACCEPT W2-START-TIME FROM TIME.
034202     PERFORM  BUSDATE-READ-PROC.
034300     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
034400     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
034500     IF  W2-RUN-ID  =  SPACES
038400     DISPLAY "DELTA DELETES    : " WK-DEL-COUNTER.
038500     DISPLAY "DELTA TOTAL      : " WK-DELTA-COUNTER.
038600
038800     MOVE "FILEDLTA"    TO  O4-RPT-PROGRAM-NAME.
038900     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
039000             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
