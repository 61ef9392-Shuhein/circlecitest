000100* T   END-OF-CYCLE SNAPSHOT OF THE CARRIED-FORWARD FILE SET
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILESNAP.
000400*AUTHOR.                HITACHI.
000500*DATE-WRITTEN.
000600*DATE-COMPILED.
000700**
000800 ENVIRONMENT            DIVISION.
000900 CONFIGURATION          SECTION.
001000 SOURCE-COMPUTER.       HITAC.
001100 SPECIAL-NAMES.
001200                        C01       IS   PCHANGE.
001300 INPUT-OUTPUT           SECTION.
001400 FILE-CONTROL.
001500     SELECT   FILE-MAST
001600               ASSIGN TO MASTOUT
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-MAST.
001900     SELECT   OPTIONAL  FILE-SUSP
002000               ASSIGN TO SUSPOUT
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-SUSP.
002300     SELECT   OPTIONAL  FILE-HIST
002400               ASSIGN TO RUNHIST
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-HIST.
002700     SELECT   OPTIONAL  FILE-OUT-CTL
002800               ASSIGN TO OUTCTL
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-OUT-CTL.
003020     SELECT   OPTIONAL  FILE-ARC-CTL
003040               ASSIGN TO ARCCTL
003050               ORGANIZATION IS LINE SEQUENTIAL
003080               FILE STATUS IS FS-FILE-ARC-CTL.
003100     SELECT   OPTIONAL  FILE-SNAPIN
003200               ASSIGN TO SNAPIN
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-SNAPIN.
003500     SELECT   OPTIONAL  FILE-CATIN
003600               ASSIGN TO SNAPCATIN
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-CATIN.
003900     SELECT   FILE-SNAPOUT
004000               ASSIGN TO SNAPOUT
004100               ORGANIZATION IS LINE SEQUENTIAL
004200               FILE STATUS IS FS-FILE-SNAPOUT.
004300     SELECT   FILE-CATOUT
004400               ASSIGN TO SNAPCATOUT
004500               ORGANIZATION IS LINE SEQUENTIAL
004600               FILE STATUS IS FS-FILE-CATOUT.
004700     SELECT   FILE-REPORT
004800               ASSIGN TO SNAPRPT
004900               ORGANIZATION IS LINE SEQUENTIAL
005000               FILE STATUS IS FS-FILE-REPORT.
005100     SELECT   OPTIONAL  FILE-CHAIN
005200               ASSIGN TO CHAINCTL
005300               ORGANIZATION IS LINE SEQUENTIAL
005400               FILE STATUS IS FS-FILE-CHAIN.
005500     SELECT   OPTIONAL  FILE-NITE
005600               ASSIGN TO NITESTAT
005700               ORGANIZATION IS LINE SEQUENTIAL
005800               FILE STATUS IS FS-FILE-NITE.
005900     SELECT   OPTIONAL  FILE-BUSDATE
006000               ASSIGN TO BUSDATE
006100               ORGANIZATION IS LINE SEQUENTIAL
006200               FILE STATUS IS FS-FILE-BUSDATE.
006300
006400 DATA                   DIVISION.
006500 FILE                   SECTION.
006600 FD  FILE-MAST.
006700     COPY  OUTFILE  PREFIXING  I1-.
006800
006900 FD  FILE-SUSP.
007000     COPY  SUSPENSE PREFIXING  I2-.
007100
007200 FD  FILE-HIST.
007300     COPY  RUNHIST  PREFIXING  I3-.
007400
007500 FD  FILE-OUT-CTL.
007600     COPY  EXTCTL   PREFIXING  I8-.
007620
007650 FD  FILE-ARC-CTL.
007670     COPY  ARCCTL   PREFIXING  I7-.
007700
007800 FD  FILE-SNAPIN.
007900     COPY  SNAPREC  PREFIXING  I5-.
008000
008100 FD  FILE-CATIN.
008200     COPY  SNAPCAT  PREFIXING  I6-.
008300
008400 FD  FILE-SNAPOUT.
008500     COPY  SNAPREC  PREFIXING  O5-.
008600
008700 FD  FILE-CATOUT.
008800     COPY  SNAPCAT  PREFIXING  O6-.
008900
009000 FD  FILE-REPORT.
009100     COPY  REPORT   PREFIXING  O4-.
009200
009300 FD  FILE-CHAIN.
009400     COPY  CHNCTL   PREFIXING  C1-.
009500
009600 FD  FILE-NITE.
009700     COPY  NITESTAT PREFIXING  N1-.
009800
009900 FD  FILE-BUSDATE.
010000     COPY  BUSDATE  PREFIXING  C2-.
010100
010200 WORKING-STORAGE        SECTION.
010300******************************************************************
010400*                                                                *
010500*    SAVED FILE WORK AREA (ONE EOF FLAG PER FILE IN THE SET)     *
010600*                                                                *
010700******************************************************************
010800 01  WK-MAST-EOF-FLG        PIC   X      VALUE  ZERO.
010900 01  WK-SUSP-EOF-FLG        PIC   X      VALUE  ZERO.
011000 01  WK-HIST-EOF-FLG        PIC   X      VALUE  ZERO.
011100 01  WK-CHAIN-EOF-FLG       PIC   X      VALUE  ZERO.
011200 01  WK-NITE-EOF-FLG        PIC   X      VALUE  ZERO.
011300 01  WK-HASH-KEY            PIC  X(10).
011400 01  WK-HASH-KEY-NUM        REDEFINES  WK-HASH-KEY  PIC  9(10).
011500******************************************************************
011600*                                                                *
011700*    EXTRACT CONTROL WORK AREA (FILE-OUT-CTL)                    *
011800*                                                                *
011900******************************************************************
012000 COPY  EXTCTL  PREFIXING  WX-.
012100 01  WK-XCTL-FOUND-FLG      PIC   X      VALUE  ZERO.
012110******************************************************************
012120*                                                                *
012130*    ARCHIVE CONTROL WORK AREA (FILE-ARC-CTL)                    *
012150*                                                                *
012160******************************************************************
012170 COPY  ARCCTL  PREFIXING  WC-.
012180 01  WK-ACTL-FOUND-FLG      PIC   X      VALUE  ZERO.
012200******************************************************************
012300*                                                                *
012400*    SNAPSHOT STORE WORK AREA (FILE-SNAPIN / FILE-SNAPOUT)       *
012500*                                                                *
012600******************************************************************
012700 COPY  SNAPREC  PREFIXING  W5-.
012800 01  WK-SNAPIN-EOF-FLG      PIC   X      VALUE  ZERO.
012900 01  WK-STORE-IN-COUNTER    PIC  S9(11)  VALUE  ZERO.
013000 01  WK-STORE-KEEP-COUNTER  PIC  S9(11)  VALUE  ZERO.
013100 01  WK-STORE-DROP-COUNTER  PIC  S9(11)  VALUE  ZERO.
013200 01  WK-STORE-ORPHAN-COUNTER PIC S9(11)  VALUE  ZERO.
013300 01  WK-STORE-OUT-COUNTER   PIC  S9(11)  VALUE  ZERO.
013400******************************************************************
013500*                                                                *
013600*    CATALOG WORK AREA (FILE-CATIN / FILE-CATOUT)                *
013700*    WG-KEEP-FLG "1" = CARRIED FORWARD, "0" = AGED OFF/REPLACED  *
013800*                                                                *
013900******************************************************************
014000 COPY  SNAPCAT  PREFIXING  W6-.
014100 COPY  SNAPCAT  PREFIXING  WN-.
014200 01  WK-CATIN-EOF-FLG       PIC   X      VALUE  ZERO.
014300 01  WG-GEN-MAX             PIC  S9(04)  COMP  VALUE  100.
014400 01  WG-GEN-USED            PIC  S9(04)  COMP  VALUE  ZERO.
014500 01  WG-GEN-IX              PIC  S9(04)  COMP  VALUE  ZERO.
014600 01  WG-GEN-TABLE.
014700     05  WG-GEN-ENTRY  OCCURS  100.
014800         10  WG-CAT-IMAGE        PIC  X(172).
014900         10  WG-RUN-ID           PIC  X(16).
015000         10  WG-TOTAL-COUNT      PIC  S9(11).
015100         10  WG-STORE-COUNT      PIC  S9(11).
015200         10  WG-KEEP-FLG         PIC  X(01).
015300 01  WG-KEEP-COUNT          PIC  S9(04)  COMP  VALUE  ZERO.
015400 01  WG-DROP-COUNT          PIC  S9(04)  COMP  VALUE  ZERO.
015500 01  WG-REPLACE-COUNT       PIC  S9(04)  COMP  VALUE  ZERO.
015600 01  WG-EXCESS-COUNT        PIC  S9(04)  COMP  VALUE  ZERO.
015700 01  WG-MISMATCH-COUNT      PIC  S9(04)  COMP  VALUE  ZERO.
015800 01  WK-FIND-IX             PIC  S9(04)  COMP  VALUE  ZERO.
015900 01  WK-GEN-LIMIT           PIC  S9(04)  COMP  VALUE  7.
016000 01  WK-SNAPGENS-ENV-NAME   PIC  X(08)   VALUE  "SNAPGENS".
016100 01  WK-SNAPGENS-ENV-VALUE  PIC  X(02).
016200 01  WK-SNAPGENS-NUM        REDEFINES  WK-SNAPGENS-ENV-VALUE
016300                            PIC  9(02).
016400 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
016500******************************************************************
016600*                                                                *
016700*    REQUIRED CHAIN WORK AREA (PROGRAMS THAT MUST HAVE STAMPED   *
016800*    RC=0 FOR THIS RUN-ID BEFORE THE SET IS SAVED)               *
016900*                                                                *
017000******************************************************************
017100 01  WR-REQ-LIST            PIC  X(90)   VALUE
017200     "FILETEST FILEDLTA FILEAPLY FILESUSP FILETRND".
017300 01  WR-REQ-LIST-R          REDEFINES  WR-REQ-LIST.
017400     05  WR-REQ-SLOT   OCCURS  10.
017500         10  WR-REQ-SLOT-NAME    PIC  X(08).
017600         10  FILLER              PIC  X(01).
017700 01  WR-REQ-MAX             PIC  S9(04)  COMP  VALUE  10.
017800 01  WR-REQ-USED            PIC  S9(04)  COMP  VALUE  ZERO.
017900 01  WR-REQ-IX              PIC  S9(04)  COMP  VALUE  ZERO.
018000 01  WR-REQ-TABLE.
018100     05  WR-REQ-ENTRY  OCCURS  10.
018200         10  WR-REQ-PROGRAM      PIC  X(08).
018300         10  WR-REQ-FOUND-FLG    PIC  X(01).
018400 01  WR-REQ-MISSING         PIC  S9(04)  COMP  VALUE  ZERO.
018500 01  WK-SNAPCHAIN-ENV-NAME  PIC  X(09)   VALUE  "SNAPCHAIN".
018600 01  WK-SNAPCHAIN-ENV-VALUE PIC  X(90).
018700******************************************************************
018800*                                                                *
018900*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
019000*                                                                *
019100******************************************************************
019200 COPY  CHNCTL  PREFIXING  W8-.
019300 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
019400 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
019500******************************************************************
019600*                                                                *
019700*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
019800*                                                                *
019900******************************************************************
020000 COPY  NITESTAT  PREFIXING  W9-.
020100******************************************************************
020200*                                                                *
020300*    RUN STATUS WORK AREA                                        *
020400*                                                                *
020500******************************************************************
020600 COPY  RESULT  PREFIXING  W2-.
020700 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
020800 01  W4-RUN-DATE             PIC  9(08).
020900 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
021000     05  W4-RUN-YYYY         PIC  9(04).
021100     05  W4-RUN-MM           PIC  9(02).
021200     05  W4-RUN-DD           PIC  9(02).
021300******************************************************************
021400*                                                                *
021500*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
021600*                                                                *
021700******************************************************************
021800 COPY  BUSDATE  PREFIXING  WY-.
021900 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
022000 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
022100 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
022200******************************************************************
022300*                                                                *
022400*    FILE STATUS WORK AREA                                       *
022500*                                                                *
022600******************************************************************
022700 01  FS-FILE-MAST            PIC  X(02)  VALUE  "00".
022800 01  FS-FILE-SUSP            PIC  X(02)  VALUE  "00".
022900 01  FS-FILE-HIST            PIC  X(02)  VALUE  "00".
023000 01  FS-FILE-OUT-CTL         PIC  X(02)  VALUE  "00".
023050 01  FS-FILE-ARC-CTL         PIC  X(02)  VALUE  "00".
023100 01  FS-FILE-SNAPIN          PIC  X(02)  VALUE  "00".
023200 01  FS-FILE-CATIN           PIC  X(02)  VALUE  "00".
023300 01  FS-FILE-SNAPOUT         PIC  X(02)  VALUE  "00".
023400 01  FS-FILE-CATOUT          PIC  X(02)  VALUE  "00".
023500 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
023600 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
023700 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
023800 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
023900
024000 PROCEDURE              DIVISION.
024100*
024200******************************************************************
024300*                                                                *
024400*G   MAIN PROC                                                   *
024500*                                                                *
024600******************************************************************
024700 MAIN-PROC                         SECTION.
024800*G   MAIN
024900 MAIN-PROC-010.
025000
025100     PERFORM  JUNBI-PROC.
025200
025300     PERFORM  STORE-COPY-PROC.
025400     PERFORM  MAST-SAVE-PROC.
025500     PERFORM  SUSP-SAVE-PROC.
025600     PERFORM  HIST-SAVE-PROC.
025700     PERFORM  CHAIN-SAVE-PROC.
025800     PERFORM  NITE-SAVE-PROC.
025900     PERFORM  CATALOG-WRITE-PROC.
026000
026100     CLOSE  FILE-SNAPOUT.
026200     IF  FS-FILE-SNAPOUT  NOT =  "00"
026300         MOVE "FILE-SNAPOUT(SNAPOUT)"  TO  W2-ERR-FILE-NAME
026400         MOVE FS-FILE-SNAPOUT        TO  W2-ERR-FILE-STATUS
026500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
026600         PERFORM ERROR-PROC
026700     END-IF.
026800
026900     PERFORM  SYURYO-PROC.
027000
027100     STOP     RUN.
027200                                                             SKIP3
027300******************************************************************
027400*                                                                *
027500*    CATALOG LOAD PROC (PRIOR GENERATIONS INTO THE TABLE)        *
027600*                                                                *
027700******************************************************************
027800 CATALOG-LOAD-PROC SECTION.
027900*G   CATALOG LOAD
028000 CATALOG-LOAD-010.
028100     OPEN  INPUT  FILE-CATIN.
028200     IF  FS-FILE-CATIN  NOT =  "00"  AND
028300         FS-FILE-CATIN  NOT =  "05"
028400         MOVE "FILE-CATIN(SNAPCATIN)"  TO  W2-ERR-FILE-NAME
028500         MOVE FS-FILE-CATIN          TO  W2-ERR-FILE-STATUS
028600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
028700         PERFORM ERROR-PROC
028800     END-IF.
028900     PERFORM  UNTIL  WK-CATIN-EOF-FLG  =  "1"
029000         READ  FILE-CATIN
029100           AT END
029200             MOVE "1" TO WK-CATIN-EOF-FLG
029300           NOT AT END
029400             MOVE I6-SNPC-REC TO W6-SNPC-REC
029500             IF  WG-GEN-USED  NOT <  WG-GEN-MAX
029600                 MOVE "FILE-CATIN(SNAPCATIN)"
029700                                      TO  W2-ERR-FILE-NAME
029800                 MOVE "  "                TO  W2-ERR-FILE-STATUS
029900                 MOVE "CATALOG TABLE OVERFLOW"
030000                                      TO  W2-ERR-MESSAGE
030100                 PERFORM ERROR-PROC
030200             END-IF
030300             ADD   1  TO  WG-GEN-USED
030400             MOVE  W6-SNPC-REC
030500                   TO  WG-CAT-IMAGE (WG-GEN-USED)
030600             MOVE  W6-SNPC-RUN-ID
030700                   TO  WG-RUN-ID (WG-GEN-USED)
030800             MOVE  W6-SNPC-TOTAL-COUNT
030900                   TO  WG-TOTAL-COUNT (WG-GEN-USED)
031000             MOVE  ZERO
031100                   TO  WG-STORE-COUNT (WG-GEN-USED)
031200             MOVE  "1"
031300                   TO  WG-KEEP-FLG (WG-GEN-USED)
031400         END-READ
031500         IF  FS-FILE-CATIN  NOT =  "00"  AND
031600             FS-FILE-CATIN  NOT =  "10"
031700             MOVE "FILE-CATIN(SNAPCATIN)"  TO  W2-ERR-FILE-NAME
031800             MOVE FS-FILE-CATIN          TO  W2-ERR-FILE-STATUS
031900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
032000             PERFORM ERROR-PROC
032100         END-IF
032200     END-PERFORM.
032300     CLOSE  FILE-CATIN.
032400     IF  FS-FILE-CATIN  NOT =  "00"
032500         MOVE "FILE-CATIN(SNAPCATIN)"  TO  W2-ERR-FILE-NAME
032600         MOVE FS-FILE-CATIN          TO  W2-ERR-FILE-STATUS
032700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
032800         PERFORM ERROR-PROC
032900     END-IF.
033000 CATALOG-LOAD-999.
033100 EXIT.
033200                                                             SKIP3
033300******************************************************************
033400*                                                                *
033500*    AGE-OFF PROC (A GENERATION OF THIS RUN-ID IS REPLACED; THE  *
033600*    OLDEST ARE DROPPED SO THAT WITH TONIGHT'S SET NO MORE THAN  *
033700*    SNAPGENS GENERATIONS ARE KEPT)                              *
033800*                                                                *
033900******************************************************************
034000 AGE-OFF-PROC SECTION.
034100*G   AGE OFF
034200 AGE-OFF-010.
034300     MOVE  ZERO  TO  WG-KEEP-COUNT.
034400     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
034500              UNTIL    WG-GEN-IX  >  WG-GEN-USED
034600         IF  WG-RUN-ID (WG-GEN-IX)  =  W2-RUN-ID
034700             MOVE  "0"  TO  WG-KEEP-FLG (WG-GEN-IX)
034800             ADD   1    TO  WG-REPLACE-COUNT
034900         ELSE
035000             ADD   1    TO  WG-KEEP-COUNT
035100         END-IF
035200     END-PERFORM.
035300     COMPUTE  WG-EXCESS-COUNT  =  WG-KEEP-COUNT  +  1
035400                               -  WK-GEN-LIMIT.
035500     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
035600              UNTIL    WG-GEN-IX  >  WG-GEN-USED  OR
035700                       WG-EXCESS-COUNT  NOT >  ZERO
035800         IF  WG-KEEP-FLG (WG-GEN-IX)  =  "1"
035900             MOVE      "0"  TO    WG-KEEP-FLG (WG-GEN-IX)
036000             ADD       1    TO    WG-DROP-COUNT
036100             SUBTRACT  1    FROM  WG-KEEP-COUNT
036200             SUBTRACT  1    FROM  WG-EXCESS-COUNT
036300         END-IF
036400     END-PERFORM.
036500 AGE-OFF-999.
036600 EXIT.
036700                                                             SKIP3
036800******************************************************************
036900*                                                                *
037000*    GENERATION FIND PROC (W5-SNAP-RUN-ID TO WK-FIND-IX)         *
037100*                                                                *
037200******************************************************************
037300 GEN-FIND-PROC SECTION.
037400*G   GENERATION FIND
037500 GEN-FIND-010.
037600     MOVE  ZERO  TO  WK-FIND-IX.
037700     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
037800              UNTIL    WG-GEN-IX  >  WG-GEN-USED  OR
037900                       WK-FIND-IX  >  ZERO
038000         IF  WG-RUN-ID (WG-GEN-IX)  =  W5-SNAP-RUN-ID
038100             MOVE  WG-GEN-IX  TO  WK-FIND-IX
038200         END-IF
038300     END-PERFORM.
038400 GEN-FIND-999.
038500 EXIT.
038600                                                             SKIP3
038700******************************************************************
038800*                                                                *
038900*    STORE COPY PROC (KEPT GENERATIONS FROM SNAPIN TO SNAPOUT)   *
039000*                                                                *
039100******************************************************************
039200 STORE-COPY-PROC SECTION.
039300*G   STORE COPY
039400 STORE-COPY-010.
039500     OPEN  INPUT  FILE-SNAPIN.
039600     IF  FS-FILE-SNAPIN  NOT =  "00"  AND
039700         FS-FILE-SNAPIN  NOT =  "05"
039800         MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
039900         MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
040000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
040100         PERFORM ERROR-PROC
040200     END-IF.
040300     PERFORM  UNTIL  WK-SNAPIN-EOF-FLG  =  "1"
040400         READ  FILE-SNAPIN
040500           AT END
040600             MOVE "1" TO WK-SNAPIN-EOF-FLG
040700           NOT AT END
040800             ADD  1  TO  WK-STORE-IN-COUNTER
040900             MOVE I5-SNAP-REC TO W5-SNAP-REC
041000             PERFORM  GEN-FIND-PROC
041100             IF  WK-FIND-IX  =  ZERO
041200                 ADD  1  TO  WK-STORE-ORPHAN-COUNTER
041300             ELSE
041400                 ADD  1  TO  WG-STORE-COUNT (WK-FIND-IX)
041500                 IF  WG-KEEP-FLG (WK-FIND-IX)  =  "1"
041600                     ADD  1  TO  WK-STORE-KEEP-COUNTER
041700                     PERFORM  SNAP-WRITE-PROC
041800                 ELSE
041900                     ADD  1  TO  WK-STORE-DROP-COUNTER
042000                 END-IF
042100             END-IF
042200         END-READ
042300         IF  FS-FILE-SNAPIN  NOT =  "00"  AND
042400             FS-FILE-SNAPIN  NOT =  "10"
042500             MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
042600             MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
042700             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
042800             PERFORM ERROR-PROC
042900         END-IF
043000     END-PERFORM.
043100     CLOSE  FILE-SNAPIN.
043200     IF  FS-FILE-SNAPIN  NOT =  "00"
043300         MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
043400         MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
043500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
043600         PERFORM ERROR-PROC
043700     END-IF.
043800     MOVE  ZERO  TO  WG-MISMATCH-COUNT.
043900     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
044000              UNTIL    WG-GEN-IX  >  WG-GEN-USED
044100         IF  WG-KEEP-FLG (WG-GEN-IX)  =  "1"  AND
044200             WG-STORE-COUNT (WG-GEN-IX)  NOT =
044300             WG-TOTAL-COUNT (WG-GEN-IX)
044400             ADD  1  TO  WG-MISMATCH-COUNT
044500             DISPLAY "STORE/CATALOG MISMATCH : "
044600                     WG-RUN-ID (WG-GEN-IX)
044700         END-IF
044800     END-PERFORM.
044900 STORE-COPY-999.
045000 EXIT.
045100                                                             SKIP3
045200******************************************************************
045300*                                                                *
045400*    SNAP WRITE PROC (W5-SNAP-REC TO THE NEW STORE)              *
045500*                                                                *
045600******************************************************************
045700 SNAP-WRITE-PROC SECTION.
045800*G   SNAP WRITE
045900 SNAP-WRITE-010.
046000     MOVE  W5-SNAP-REC  TO  O5-SNAP-REC.
046100     WRITE O5-SNAP-REC
046200     END-WRITE.
046300     IF  FS-FILE-SNAPOUT  NOT =  "00"
046400         MOVE "FILE-SNAPOUT(SNAPOUT)"  TO  W2-ERR-FILE-NAME
046500         MOVE FS-FILE-SNAPOUT        TO  W2-ERR-FILE-STATUS
046600         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
046700         PERFORM ERROR-PROC
046800     END-IF.
046900     ADD  1  TO  WK-STORE-OUT-COUNTER.
047000 SNAP-WRITE-999.
047100 EXIT.
047200                                                             SKIP3
047300******************************************************************
047400*                                                                *
047500*    MASTER SAVE PROC (MASTOUT AS FILE CODE "M", ROOT-KEY HASH   *
047600*    OF THE "R" ROWS)                                            *
047700*                                                                *
047800******************************************************************
047900 MAST-SAVE-PROC SECTION.
048000*G   MASTER SAVE
048100 MAST-SAVE-010.
048200     OPEN  INPUT  FILE-MAST.
048300     IF  FS-FILE-MAST  NOT =  "00"
048400         MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
048500         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
048600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
048700         PERFORM ERROR-PROC
048800     END-IF.
048900     PERFORM  UNTIL  WK-MAST-EOF-FLG  =  "1"
049000         READ  FILE-MAST
049100           AT END
049200             MOVE "1" TO WK-MAST-EOF-FLG
049300           NOT AT END
049400             ADD   1              TO  WN-SNPC-MAST-COUNT
049500             MOVE  SPACES         TO  W5-SNAP-REC
049600             MOVE  W2-RUN-ID      TO  W5-SNAP-RUN-ID
049700             MOVE  "M"            TO  W5-SNAP-FILE-CODE
049800             MOVE  I1-OUTFILE     TO  W5-SNAP-DATA
049900             PERFORM  SNAP-WRITE-PROC
050000             IF  I1-REC-TYPE  =  "R"
050100                 PERFORM  ROOT-HASH-PROC
050200             END-IF
050300         END-READ
050400         IF  FS-FILE-MAST  NOT =  "00"  AND
050500             FS-FILE-MAST  NOT =  "10"
050600             MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
050700             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
050800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
050900             PERFORM ERROR-PROC
051000         END-IF
051100     END-PERFORM.
051200     CLOSE  FILE-MAST.
051300     IF  FS-FILE-MAST  NOT =  "00"
051400         MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
051500         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
051600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
051700         PERFORM ERROR-PROC
051800     END-IF.
051900 MAST-SAVE-999.
052000 EXIT.
052100                                                             SKIP3
052200******************************************************************
052300*                                                                *
052400*    ROOT KEY HASH PROC (SAME HASH AS THE OUTCTL ROOT HASH:      *
052500*    LETTERS MAP TO DIGITS, SUM KEPT MODULO 10**10)              *
052600*                                                                *
052700******************************************************************
052800 ROOT-HASH-PROC SECTION.
052900*G   ROOT KEY HASH
053000 ROOT-HASH-010.
053100     MOVE  I1-ROOT-KEY  TO  WK-HASH-KEY.
053200     INSPECT  WK-HASH-KEY  CONVERTING
053300         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
053400         "1234567891234567891234567800".
053500     IF  WK-HASH-KEY-NUM  NUMERIC
053600         ADD  WK-HASH-KEY-NUM  TO  WN-SNPC-MAST-ROOT-HASH
053700         IF  WN-SNPC-MAST-ROOT-HASH  >  9999999999
053800             SUBTRACT  10000000000  FROM  WN-SNPC-MAST-ROOT-HASH
053900         END-IF
054000     END-IF.
054100 ROOT-HASH-999.
054200 EXIT.
054300                                                             SKIP3
054400******************************************************************
054500*                                                                *
054600*    SUSPENSE SAVE PROC (SUSPOUT AS FILE CODE "S")               *
054700*                                                                *
054800******************************************************************
054900 SUSP-SAVE-PROC SECTION.
055000*G   SUSPENSE SAVE
055100 SUSP-SAVE-010.
055200     OPEN  INPUT  FILE-SUSP.
055300     IF  FS-FILE-SUSP  NOT =  "00"  AND
055400         FS-FILE-SUSP  NOT =  "05"
055500         MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
055600         MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
055700         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
055800         PERFORM ERROR-PROC
055900     END-IF.
056000     PERFORM  UNTIL  WK-SUSP-EOF-FLG  =  "1"
056100         READ  FILE-SUSP
056200           AT END
056300             MOVE "1" TO WK-SUSP-EOF-FLG
056400           NOT AT END
056500             ADD   1              TO  WN-SNPC-SUSP-COUNT
056600             MOVE  SPACES         TO  W5-SNAP-REC
056700             MOVE  W2-RUN-ID      TO  W5-SNAP-RUN-ID
056800             MOVE  "S"            TO  W5-SNAP-FILE-CODE
056900             MOVE  I2-SUSP-REC    TO  W5-SNAP-DATA
057000             PERFORM  SNAP-WRITE-PROC
057100         END-READ
057200         IF  FS-FILE-SUSP  NOT =  "00"  AND
057300             FS-FILE-SUSP  NOT =  "10"
057400             MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
057500             MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
057600             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
057700             PERFORM ERROR-PROC
057800         END-IF
057900     END-PERFORM.
058000     CLOSE  FILE-SUSP.
058100     IF  FS-FILE-SUSP  NOT =  "00"
058200         MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
058300         MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
058400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
058500         PERFORM ERROR-PROC
058600     END-IF.
058700 SUSP-SAVE-999.
058800 EXIT.
058900                                                             SKIP3
059000******************************************************************
059100*                                                                *
059200*    RUN HISTORY SAVE PROC (RUNHIST AS FILE CODE "H")            *
059300*                                                                *
059400******************************************************************
059500 HIST-SAVE-PROC SECTION.
059600*G   RUN HISTORY SAVE
059700 HIST-SAVE-010.
059800     OPEN  INPUT  FILE-HIST.
059900     IF  FS-FILE-HIST  NOT =  "00"  AND
060000         FS-FILE-HIST  NOT =  "05"
060100         MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
060200         MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
060300         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
060400         PERFORM ERROR-PROC
060500     END-IF.
060600     PERFORM  UNTIL  WK-HIST-EOF-FLG  =  "1"
060700         READ  FILE-HIST
060800           AT END
060900             MOVE "1" TO WK-HIST-EOF-FLG
061000           NOT AT END
061100             ADD   1              TO  WN-SNPC-HIST-COUNT
061200             MOVE  SPACES         TO  W5-SNAP-REC
061300             MOVE  W2-RUN-ID      TO  W5-SNAP-RUN-ID
061400             MOVE  "H"            TO  W5-SNAP-FILE-CODE
061500             MOVE  I3-HIST-REC    TO  W5-SNAP-DATA
061600             PERFORM  SNAP-WRITE-PROC
061700         END-READ
061800         IF  FS-FILE-HIST  NOT =  "00"  AND
061900             FS-FILE-HIST  NOT =  "10"
062000             MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
062100             MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
062200             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
062300             PERFORM ERROR-PROC
062400         END-IF
062500     END-PERFORM.
062600     CLOSE  FILE-HIST.
062700     IF  FS-FILE-HIST  NOT =  "00"
062800         MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
062900         MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
063000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
063100         PERFORM ERROR-PROC
063200     END-IF.
063300 HIST-SAVE-999.
063400 EXIT.
063500                                                             SKIP3
063600******************************************************************
063700*                                                                *
063800*    CHAIN CONTROL SAVE PROC (CHAINCTL AS FILE CODE "C", BEFORE  *
063900*    THIS PROGRAM'S OWN STAMP IS ADDED)                          *
064000*                                                                *
064100******************************************************************
064200 CHAIN-SAVE-PROC SECTION.
064300*G   CHAIN CONTROL SAVE
064400 CHAIN-SAVE-010.
064500     MOVE  "0"  TO  WK-CHAIN-EOF-FLG.
064600     OPEN  INPUT  FILE-CHAIN.
064700     IF  FS-FILE-CHAIN  NOT =  "00"  AND
064800         FS-FILE-CHAIN  NOT =  "05"
064900         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
065000         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
065100         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
065200         PERFORM ERROR-PROC
065300     END-IF.
065400     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
065500         READ  FILE-CHAIN
065600           AT END
065700             MOVE "1" TO WK-CHAIN-EOF-FLG
065800           NOT AT END
065900             ADD   1              TO  WN-SNPC-CHAIN-COUNT
066000             MOVE  SPACES         TO  W5-SNAP-REC
066100             MOVE  W2-RUN-ID      TO  W5-SNAP-RUN-ID
066200             MOVE  "C"            TO  W5-SNAP-FILE-CODE
066300             MOVE  C1-CHN-REC     TO  W5-SNAP-DATA
066400             PERFORM  SNAP-WRITE-PROC
066500         END-READ
066600         IF  FS-FILE-CHAIN  NOT =  "00"  AND
066700             FS-FILE-CHAIN  NOT =  "10"
066800             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
066900             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
067000             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
067100             PERFORM ERROR-PROC
067200         END-IF
067300     END-PERFORM.
067400     CLOSE  FILE-CHAIN.
067500     IF  FS-FILE-CHAIN  NOT =  "00"
067600         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
067700         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
067800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
067900         PERFORM ERROR-PROC
068000     END-IF.
068100 CHAIN-SAVE-999.
068200 EXIT.
068300                                                             SKIP3
068400******************************************************************
068500*                                                                *
068600*    NIGHTLY STATUS SAVE PROC (NITESTAT AS FILE CODE "N")        *
068700*                                                                *
068800******************************************************************
068900 NITE-SAVE-PROC SECTION.
069000*G   NIGHTLY STATUS SAVE
069100 NITE-SAVE-010.
069200     OPEN  INPUT  FILE-NITE.
069300     IF  FS-FILE-NITE  NOT =  "00"  AND
069400         FS-FILE-NITE  NOT =  "05"
069500         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
069600         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
069700         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
069800         PERFORM ERROR-PROC
069900     END-IF.
070000     PERFORM  UNTIL  WK-NITE-EOF-FLG  =  "1"
070100         READ  FILE-NITE
070200           AT END
070300             MOVE "1" TO WK-NITE-EOF-FLG
070400           NOT AT END
070500             ADD   1              TO  WN-SNPC-NITE-COUNT
070600             MOVE  SPACES         TO  W5-SNAP-REC
070700             MOVE  W2-RUN-ID      TO  W5-SNAP-RUN-ID
070800             MOVE  "N"            TO  W5-SNAP-FILE-CODE
070900             MOVE  N1-NITE-REC    TO  W5-SNAP-DATA
071000             PERFORM  SNAP-WRITE-PROC
071100         END-READ
071200         IF  FS-FILE-NITE  NOT =  "00"  AND
071300             FS-FILE-NITE  NOT =  "10"
071400             MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
071500             MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
071600             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
071700             PERFORM ERROR-PROC
071800         END-IF
071900     END-PERFORM.
072000     CLOSE  FILE-NITE.
072100     IF  FS-FILE-NITE  NOT =  "00"
072200         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
072300         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
072400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
072500         PERFORM ERROR-PROC
072600     END-IF.
072700 NITE-SAVE-999.
072800 EXIT.
072900                                                             SKIP3
073000******************************************************************
073100*                                                                *
073200*    EXTRACT CONTROL READ PROC (OUTCTL HANDOFF TOTALS OF THE RUN)*
073300*                                                                *
073400******************************************************************
073500 XCTL-READ-PROC SECTION.
073600*G   EXTRACT CONTROL READ
073700 XCTL-READ-010.
073800     INITIALIZE  WX-EXTCTL-REC.
073900     OPEN  INPUT  FILE-OUT-CTL.
074000     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
074100         FS-FILE-OUT-CTL  NOT =  "05"
074200         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
074300         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
074400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
074500         PERFORM ERROR-PROC
074600     END-IF.
074700     READ  FILE-OUT-CTL
074800       AT END
074900         MOVE "0" TO WK-XCTL-FOUND-FLG
075000       NOT AT END
075100         MOVE I8-EXTCTL-REC TO WX-EXTCTL-REC
075200         MOVE "1" TO WK-XCTL-FOUND-FLG
075300     END-READ.
075400     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
075500         FS-FILE-OUT-CTL  NOT =  "10"
075600         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
075700         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
075800         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
075900         PERFORM ERROR-PROC
076000     END-IF.
076100     CLOSE  FILE-OUT-CTL.
076200     IF  FS-FILE-OUT-CTL  NOT =  "00"
076300         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
076400         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
076500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
076600         PERFORM ERROR-PROC
076700     END-IF.
076800     IF  WK-XCTL-FOUND-FLG  =  "1"
076900         MOVE  WX-XCTL-RUN-ID       TO  WN-SNPC-XCTL-RUN-ID
077000         MOVE  WX-XCTL-COUNT-TOTAL  TO  WN-SNPC-XCTL-COUNT-TOTAL
077100         MOVE  WX-XCTL-ROOT-HASH    TO  WN-SNPC-XCTL-ROOT-HASH
077200     ELSE
077300         DISPLAY "*** OUTCTL NOT FOUND - HANDOFF TOTALS ZERO ***"
077400     END-IF.
077500 XCTL-READ-999.
077600 EXIT.
077700                                                             SKIP3
077702******************************************************************
077704*                                                                *
077705*    ARCHIVE CONTROL READ PROC (ARCCTL STATE AT SNAPSHOT TIME;   *
077708*    NO ARCCTL = NOTHING ARCHIVED YET, SPACES/ZERO CATALOGUED)   *
077710*                                                                *
077712******************************************************************
077714 ACTL-READ-PROC SECTION.
077715*G   ARCHIVE CONTROL READ
077718 ACTL-READ-010.
077720     INITIALIZE  WC-ACTL-REC.
077722     OPEN  INPUT  FILE-ARC-CTL.
077725     IF  FS-FILE-ARC-CTL  NOT =  "00"  AND
077726         FS-FILE-ARC-CTL  NOT =  "05"
077728         MOVE "FILE-ARC-CTL(ARCCTL)"   TO  W2-ERR-FILE-NAME
077730         MOVE FS-FILE-ARC-CTL        TO  W2-ERR-FILE-STATUS
077732         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
077735         PERFORM ERROR-PROC
077736     END-IF.
077738     READ  FILE-ARC-CTL
077740       AT END
077742         MOVE "0" TO WK-ACTL-FOUND-FLG
077745       NOT AT END
077746         MOVE I7-ACTL-REC TO WC-ACTL-REC
077750         MOVE "1" TO WK-ACTL-FOUND-FLG
077752     END-READ.
077754     IF  FS-FILE-ARC-CTL  NOT =  "00"  AND
077755         FS-FILE-ARC-CTL  NOT =  "10"
077758         MOVE "FILE-ARC-CTL(ARCCTL)"   TO  W2-ERR-FILE-NAME
077760         MOVE FS-FILE-ARC-CTL        TO  W2-ERR-FILE-STATUS
077762         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
077764         PERFORM ERROR-PROC
077765     END-IF.
077768     CLOSE  FILE-ARC-CTL.
077770     IF  FS-FILE-ARC-CTL  NOT =  "00"
077772         MOVE "FILE-ARC-CTL(ARCCTL)"   TO  W2-ERR-FILE-NAME
077775         MOVE FS-FILE-ARC-CTL        TO  W2-ERR-FILE-STATUS
077776         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
077778         PERFORM ERROR-PROC
077780     END-IF.
077782     IF  WK-ACTL-FOUND-FLG  =  "1"
077785         MOVE  WC-ACTL-RUN-ID       TO  WN-SNPC-ACTL-RUN-ID
077786         MOVE  WC-ACTL-RUN-DATE     TO  WN-SNPC-ACTL-RUN-DATE
077788         MOVE  WC-ACTL-COUNT-TOTAL  TO  WN-SNPC-ACTL-COUNT-TOTAL
077790     END-IF.
077792 ACTL-READ-999.
077795 EXIT.
077796                                                             SKIP3
077800******************************************************************
077900*                                                                *
078000*    CATALOG WRITE PROC (KEPT GENERATIONS THEN TONIGHT'S)        *
078100*                                                                *
078200******************************************************************
078300 CATALOG-WRITE-PROC SECTION.
078400*G   CATALOG WRITE
078500 CATALOG-WRITE-010.
078600     COMPUTE  WN-SNPC-TOTAL-COUNT  =  WN-SNPC-MAST-COUNT
078700                                   +  WN-SNPC-SUSP-COUNT
078800                                   +  WN-SNPC-HIST-COUNT
078900                                   +  WN-SNPC-CHAIN-COUNT
079000                                   +  WN-SNPC-NITE-COUNT.
079100     OPEN  OUTPUT  FILE-CATOUT.
079200     IF  FS-FILE-CATOUT  NOT =  "00"
079300         MOVE "FILE-CATOUT(SNAPCATOUT)" TO  W2-ERR-FILE-NAME
079400         MOVE FS-FILE-CATOUT         TO  W2-ERR-FILE-STATUS
079500         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
079600         PERFORM ERROR-PROC
079700     END-IF.
079800     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
079900              UNTIL    WG-GEN-IX  >  WG-GEN-USED
080000         IF  WG-KEEP-FLG (WG-GEN-IX)  =  "1"
080100             MOVE  WG-CAT-IMAGE (WG-GEN-IX)  TO  O6-SNPC-REC
080200             PERFORM  CATALOG-PUT-PROC
080300         END-IF
080400     END-PERFORM.
080500     MOVE  WN-SNPC-REC  TO  O6-SNPC-REC.
080600     PERFORM  CATALOG-PUT-PROC.
080700     CLOSE  FILE-CATOUT.
080800     IF  FS-FILE-CATOUT  NOT =  "00"
080900         MOVE "FILE-CATOUT(SNAPCATOUT)" TO  W2-ERR-FILE-NAME
081000         MOVE FS-FILE-CATOUT         TO  W2-ERR-FILE-STATUS
081100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
081200         PERFORM ERROR-PROC
081300     END-IF.
081400 CATALOG-WRITE-999.
081500 EXIT.
081600                                                             SKIP3
081700******************************************************************
081800*                                                                *
081900*    CATALOG PUT PROC (ONE CATALOG RECORD)                       *
082000*                                                                *
082100******************************************************************
082200 CATALOG-PUT-PROC SECTION.
082300*G   CATALOG PUT
082400 CATALOG-PUT-010.
082500     WRITE O6-SNPC-REC
082600     END-WRITE.
082700     IF  FS-FILE-CATOUT  NOT =  "00"
082800         MOVE "FILE-CATOUT(SNAPCATOUT)" TO  W2-ERR-FILE-NAME
082900         MOVE FS-FILE-CATOUT         TO  W2-ERR-FILE-STATUS
083000         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
083100         PERFORM ERROR-PROC
083200     END-IF.
083300 CATALOG-PUT-999.
083400 EXIT.
083500                                                             SKIP3
083600******************************************************************
083700*                                                                *
083800*    CHAIN CHECK PROC (EVERY SNAPCHAIN PROGRAM STAMPED RC=0)     *
083900*                                                                *
084000******************************************************************
084100 CHAIN-CHECK-PROC SECTION.
084200*G   CHAIN CHECK
084300 CHAIN-CHECK-010.
084400     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
084500     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
084600     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
084700         WK-CHAINCHK-ENV-VALUE  =  "n"
084800         GO  TO  CHAIN-CHECK-999
084900     END-IF.
085000     MOVE  "0"  TO  WK-CHAIN-EOF-FLG.
085100     OPEN  INPUT  FILE-CHAIN.
085200     IF  FS-FILE-CHAIN  NOT =  "00"  AND
085300         FS-FILE-CHAIN  NOT =  "05"
085400         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
085500         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
085600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
085700         PERFORM ERROR-PROC
085800     END-IF.
085900     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
086000         READ  FILE-CHAIN
086100           AT END
086200             MOVE "1" TO WK-CHAIN-EOF-FLG
086300           NOT AT END
086400             MOVE C1-CHN-REC TO W8-CHN-REC
086500             IF  W8-CHN-RUN-ID    =  W2-RUN-ID
086600                 PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
086700                          UNTIL    WR-REQ-IX  >  WR-REQ-USED
086800                     IF  W8-CHN-PROGRAM  =
086900                         WR-REQ-PROGRAM (WR-REQ-IX)
087000                         IF  W8-CHN-RETURN-CODE  =  ZERO
087100                             MOVE "1" TO
087200                                  WR-REQ-FOUND-FLG (WR-REQ-IX)
087300                         ELSE
087400                             MOVE "0" TO
087500                                  WR-REQ-FOUND-FLG (WR-REQ-IX)
087600                         END-IF
087700                     END-IF
087800                 END-PERFORM
087900             END-IF
088000         END-READ
088100         IF  FS-FILE-CHAIN  NOT =  "00"  AND
088200             FS-FILE-CHAIN  NOT =  "10"
088300             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
088400             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
088500             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
088600             PERFORM ERROR-PROC
088700         END-IF
088800     END-PERFORM.
088900     CLOSE  FILE-CHAIN.
089000     IF  FS-FILE-CHAIN  NOT =  "00"
089100         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
089200         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
089300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
089400         PERFORM ERROR-PROC
089500     END-IF.
089600     MOVE  ZERO  TO  WR-REQ-MISSING.
089700     PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
089800              UNTIL    WR-REQ-IX  >  WR-REQ-USED
089900         IF  WR-REQ-FOUND-FLG (WR-REQ-IX)  NOT =  "1"
090000             ADD  1  TO  WR-REQ-MISSING
090100         END-IF
090200     END-PERFORM.
090300     IF  WR-REQ-MISSING  >  ZERO
090400         PERFORM  CHAIN-ABORT-PROC
090500     END-IF.
090600 CHAIN-CHECK-999.
090700 EXIT.
090800                                                             SKIP3
090900******************************************************************
091000*                                                                *
091100*    CHAIN ABORT PROC (SNAPSHOT REFUSED - NOTHING WRITTEN, RC=12)*
091200*                                                                *
091300******************************************************************
091400 CHAIN-ABORT-PROC SECTION.
091500*G   CHAIN ABORT
091600 CHAIN-ABORT-010.
091700     DISPLAY "*** SNAPSHOT REFUSED - CHAIN NOT COMPLETE ***".
091800     DISPLAY "RUN-ID        : " W2-RUN-ID.
091900     OPEN  OUTPUT  FILE-REPORT.
092000     IF  FS-FILE-REPORT  =  "00"
092100         MOVE "FILESNAP"    TO  O4-RPT-PROGRAM-NAME
092200         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
092300                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
092400         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
092500         WRITE O4-RPT-TITLE-LINE
092600         MOVE "SNAPSHOT REFUSED" TO O4-RPT-RESULT-LABEL
092700         MOVE "NG"           TO O4-RPT-RESULT-VALUE
092800         WRITE O4-RPT-RESULT-LINE
092900         PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
093000                  UNTIL    WR-REQ-IX  >  WR-REQ-USED
093100             IF  WR-REQ-FOUND-FLG (WR-REQ-IX)  NOT =  "1"
093200                 DISPLAY "NOT COMPLETE  : "
093300                         WR-REQ-PROGRAM (WR-REQ-IX)
093400                 MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
093500                 MOVE SPACES         TO O4-RPT-DETAIL-VALUE
093600                 STRING  WR-REQ-PROGRAM (WR-REQ-IX)
093700                         " NOT COMPLETE FOR THIS RUN-ID"
093800                         DELIMITED BY SIZE
093900                         INTO  O4-RPT-DETAIL-VALUE
094000                 WRITE O4-RPT-DETAIL-LINE
094100             END-IF
094200         END-PERFORM
094300         CLOSE FILE-REPORT
094400     END-IF.
094500     MOVE  12  TO  RETURN-CODE.
094600     STOP RUN.
094700 CHAIN-ABORT-999.
094800 EXIT.
094900                                                             SKIP3
095000******************************************************************
095100*                                                                *
095200*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
095300*                                                                *
095400******************************************************************
095500 CHAIN-STAMP-PROC SECTION.
095600*G   CHAIN STAMP WRITE
095700 CHAIN-STAMP-010.
095800     OPEN  EXTEND  FILE-CHAIN.
095900     IF  FS-FILE-CHAIN  NOT =  "00"  AND
096000         FS-FILE-CHAIN  NOT =  "05"
096100         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
096200         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
096300         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
096400         PERFORM ERROR-PROC
096500     END-IF.
096600     MOVE  "FILESNAP"           TO  W8-CHN-PROGRAM.
096700     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
096800     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
096900     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
097000     MOVE  WN-SNPC-TOTAL-COUNT  TO  W8-CHN-REC-COUNT.
097100     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
097200     WRITE C1-CHN-REC
097300     END-WRITE.
097400     IF  FS-FILE-CHAIN  NOT =  "00"
097500         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
097600         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
097700         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
097800         PERFORM ERROR-PROC
097900     END-IF.
098000     CLOSE  FILE-CHAIN.
098100     IF  FS-FILE-CHAIN  NOT =  "00"
098200         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
098300         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
098400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
098500         PERFORM ERROR-PROC
098600     END-IF.
098700 CHAIN-STAMP-999.
098800 EXIT.
098900                                                             SKIP3
099000******************************************************************
099100*                                                                *
099200*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
099300*                                                                *
099400******************************************************************
099500 NITE-STAMP-PROC SECTION.
099600*G   NIGHTLY STATUS WRITE
099700 NITE-STAMP-010.
099800     OPEN  EXTEND  FILE-NITE.
099900     IF  FS-FILE-NITE  NOT =  "00"  AND
100000         FS-FILE-NITE  NOT =  "05"
100100         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
100200         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
100300         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
100400         PERFORM ERROR-PROC
100500     END-IF.
100600     MOVE  "FILESNAP"           TO  W9-NITE-PROGRAM.
100700     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
100800     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
100900     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
101000     COMPUTE  W9-NITE-READ-COUNT  =  WN-SNPC-TOTAL-COUNT
101100                                  +  WK-STORE-IN-COUNTER.
101200     MOVE  WK-STORE-OUT-COUNTER TO  W9-NITE-WRITE-COUNT.
101300     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
101400     MOVE  ZERO                 TO  W9-NITE-EXCEPT-COUNT.
101500     MOVE  WG-MISMATCH-COUNT    TO  W9-NITE-ALERT-COUNT.
101600     MOVE  WK-CTL-RESULT        TO  W9-NITE-CTL-RESULT.
101700     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
101800     WRITE N1-NITE-REC
101900     END-WRITE.
102000     IF  FS-FILE-NITE  NOT =  "00"
102100         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
102200         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
102300         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
102400         PERFORM ERROR-PROC
102500     END-IF.
102600     CLOSE  FILE-NITE.
102700     IF  FS-FILE-NITE  NOT =  "00"
102800         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
102900         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
103000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
103100         PERFORM ERROR-PROC
103200     END-IF.
103300 NITE-STAMP-999.
103400 EXIT.
103500                                                             SKIP3
103600******************************************************************
103700*                                                                *
103800*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
103900*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
104000*                                                                *
104100******************************************************************
104200 BUSDATE-READ-PROC SECTION.
104300*G   BUSINESS DATE READ
104400 BUSDATE-READ-010.
104500     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
104600     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
104700     MOVE  ZERO  TO  WK-BUSDATE-PREV.
104800     OPEN  INPUT  FILE-BUSDATE.
104900     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
105000         FS-FILE-BUSDATE  NOT =  "05"
105100         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
105200         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
105300         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
105400         PERFORM ERROR-PROC
105500     END-IF.
105600     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
105700         READ  FILE-BUSDATE
105800           AT END
105900             MOVE "1" TO WK-BUSDATE-EOF-FLG
106000           NOT AT END
106100             MOVE C2-BDT-REC TO WY-BDT-REC
106200             IF  WY-BDT-REC-TYPE  =  "C"
106300                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
106400                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
106500                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
106600             END-IF
106700         END-READ
106800         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
106900             FS-FILE-BUSDATE  NOT =  "10"
107000             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
107100             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
107200             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
107300             PERFORM ERROR-PROC
107400         END-IF
107500     END-PERFORM.
107600     CLOSE  FILE-BUSDATE.
107700     IF  FS-FILE-BUSDATE  NOT =  "00"
107800         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
107900         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
108000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
108100         PERFORM ERROR-PROC
108200     END-IF.
108300     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
108360         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
108420         MOVE "  "                   TO  W2-ERR-FILE-STATUS
108480         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
108540         PERFORM ERROR-PROC
108600     END-IF.
108700 BUSDATE-READ-999.
108800 EXIT.
108900                                                             SKIP3
109000******************************************************************
109100*                                                                *
109200*    JUNBI PROC (CHAIN CHECK, GENERATION LIMIT, CATALOG LOAD,    *
109300*    AGE-OFF AND FILE OPEN)                                      *
109400*                                                                *
109500******************************************************************
109600 JUNBI-PROC                        SECTION.
109700*G   JUNBI
109800 JUNBI-010.
109900
110000     ACCEPT W2-START-TIME FROM TIME.
110100     PERFORM  BUSDATE-READ-PROC.
110200     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
110300     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
110400     IF  W2-RUN-ID  =  SPACES
110500         MOVE  "DEFAULT"  TO  W2-RUN-ID
110600     END-IF.
110700     DISPLAY WK-SNAPCHAIN-ENV-NAME UPON ENVIRONMENT-NAME.
110800     ACCEPT  WK-SNAPCHAIN-ENV-VALUE FROM ENVIRONMENT-VALUE.
110900     IF  WK-SNAPCHAIN-ENV-VALUE  NOT =  SPACES
111000         MOVE  WK-SNAPCHAIN-ENV-VALUE  TO  WR-REQ-LIST
111100     END-IF.
111200     MOVE  ZERO  TO  WR-REQ-USED.
111300     PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
111400              UNTIL    WR-REQ-IX  >  WR-REQ-MAX
111500         IF  WR-REQ-SLOT-NAME (WR-REQ-IX)  NOT =  SPACES
111600             ADD   1  TO  WR-REQ-USED
111700             MOVE  WR-REQ-SLOT-NAME (WR-REQ-IX)
111800                   TO  WR-REQ-PROGRAM (WR-REQ-USED)
111900             MOVE  "0"  TO  WR-REQ-FOUND-FLG (WR-REQ-USED)
112000         END-IF
112100     END-PERFORM.
112200     PERFORM  CHAIN-CHECK-PROC.
112300
112400     DISPLAY WK-SNAPGENS-ENV-NAME UPON ENVIRONMENT-NAME.
112500     ACCEPT  WK-SNAPGENS-ENV-VALUE FROM ENVIRONMENT-VALUE.
112600     IF  WK-SNAPGENS-ENV-VALUE (2:1)  =  SPACE
112700         MOVE  WK-SNAPGENS-ENV-VALUE (1:1)
112800                                  TO  WK-SNAPGENS-ENV-VALUE (2:1)
112900         MOVE  "0"                TO  WK-SNAPGENS-ENV-VALUE (1:1)
113000     END-IF.
113100     IF  WK-SNAPGENS-NUM  NUMERIC  AND
113200         WK-SNAPGENS-NUM  >  ZERO
113300         MOVE  WK-SNAPGENS-NUM  TO  WK-GEN-LIMIT
113400     END-IF.
113500
113600     INITIALIZE  WN-SNPC-REC.
113700     MOVE  W2-RUN-ID    TO  WN-SNPC-RUN-ID.
113800     MOVE  W4-RUN-DATE  TO  WN-SNPC-RUN-DATE.
113900     PERFORM  CATALOG-LOAD-PROC.
114000     PERFORM  AGE-OFF-PROC.
114100     PERFORM  XCTL-READ-PROC.
114150     PERFORM  ACTL-READ-PROC.
114200
114300     OPEN   OUTPUT FILE-SNAPOUT.
114400     IF  FS-FILE-SNAPOUT  NOT =  "00"
114500         MOVE "FILE-SNAPOUT(SNAPOUT)"  TO  W2-ERR-FILE-NAME
114600         MOVE FS-FILE-SNAPOUT        TO  W2-ERR-FILE-STATUS
114700         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
114800         PERFORM ERROR-PROC
114900     END-IF.
115000
115100 JUNBI-999.
115200 EXIT.
115300                                                             SKIP3
115400******************************************************************
115500*                                                                *
115600*    SYURYO PROC (SNAPSHOT SUMMARY; RC=4 WHEN A KEPT GENERATION  *
115700*    IN THE STORE DOES NOT MATCH ITS CATALOG TOTAL)              *
115800*                                                                *
115900******************************************************************
116000 SYURYO-PROC                       SECTION.
116100*G   SYURYO
116200 SYURYO-010.
116300
116400     ACCEPT W2-END-TIME FROM TIME.
116500
116600     OPEN   OUTPUT FILE-REPORT.
116700     IF  FS-FILE-REPORT  NOT =  "00"
116800         MOVE "FILE-REPORT(SNAPRPT)" TO  W2-ERR-FILE-NAME
116900         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
117000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
117100         PERFORM ERROR-PROC
117200     END-IF.
117300
117400     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
117500                                     + (W2-S_SS * 100) + W2-S_TT)
117600     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
117700                                    + (W2-E_SS * 100) + W2-E_TT).
117800     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
117900
118000     IF  WG-MISMATCH-COUNT  =  ZERO  AND
118100         WK-STORE-ORPHAN-COUNTER  =  ZERO
118200         MOVE  "OK"  TO  WK-CTL-RESULT
118300     ELSE
118400         MOVE  "NG"  TO  WK-CTL-RESULT
118500         MOVE  4     TO  RETURN-CODE
118600     END-IF.
118700
118800     DISPLAY "MASTOUT SAVED      : " WN-SNPC-MAST-COUNT.
118900     DISPLAY "SUSPOUT SAVED      : " WN-SNPC-SUSP-COUNT.
119000     DISPLAY "RUNHIST SAVED      : " WN-SNPC-HIST-COUNT.
119100     DISPLAY "CHAINCTL SAVED     : " WN-SNPC-CHAIN-COUNT.
119200     DISPLAY "NITESTAT SAVED     : " WN-SNPC-NITE-COUNT.
119300     DISPLAY "GENERATIONS KEPT   : " WG-KEEP-COUNT.
119400     DISPLAY "GENERATIONS AGED   : " WG-DROP-COUNT.
119500
119600     MOVE "FILESNAP"    TO  O4-RPT-PROGRAM-NAME.
119700     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
119800             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
119900     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
120000     WRITE O4-RPT-TITLE-LINE.
120100     PERFORM SYURYO-CHK-RPT-WRITE.
120200     MOVE "MASTOUT"     TO O4-RPT-FILE-NAME.
120300     WRITE O4-RPT-FILE-LINE.
120400     PERFORM SYURYO-CHK-RPT-WRITE.
120500     MOVE "SUSPOUT"     TO O4-RPT-FILE-NAME.
120600     WRITE O4-RPT-FILE-LINE.
120700     PERFORM SYURYO-CHK-RPT-WRITE.
120800     MOVE "RUNHIST"     TO O4-RPT-FILE-NAME.
120900     WRITE O4-RPT-FILE-LINE.
121000     PERFORM SYURYO-CHK-RPT-WRITE.
121100     MOVE "CHAINCTL"    TO O4-RPT-FILE-NAME.
121200     WRITE O4-RPT-FILE-LINE.
121300     PERFORM SYURYO-CHK-RPT-WRITE.
121400     MOVE "NITESTAT"    TO O4-RPT-FILE-NAME.
121500     WRITE O4-RPT-FILE-LINE.
121600     PERFORM SYURYO-CHK-RPT-WRITE.
121700     MOVE "OUTCTL"      TO O4-RPT-FILE-NAME.
121800     WRITE O4-RPT-FILE-LINE.
121900     PERFORM SYURYO-CHK-RPT-WRITE.
121920     MOVE "ARCCTL"      TO O4-RPT-FILE-NAME.
121950     WRITE O4-RPT-FILE-LINE.
121970     PERFORM SYURYO-CHK-RPT-WRITE.
122000
122100     WRITE O4-RPT-BLANK-LINE.
122200     PERFORM SYURYO-CHK-RPT-WRITE.
122300     WRITE O4-RPT-HEAD-LINE.
122400     PERFORM SYURYO-CHK-RPT-WRITE.
122500     MOVE "MASTOUT"         TO O4-RPT-COUNT-NAME.
122600     MOVE WN-SNPC-MAST-COUNT TO O4-RPT-COUNT-VALUE.
122700     WRITE O4-RPT-COUNT-LINE.
122800     PERFORM SYURYO-CHK-RPT-WRITE.
122900     MOVE "SUSPOUT"         TO O4-RPT-COUNT-NAME.
123000     MOVE WN-SNPC-SUSP-COUNT TO O4-RPT-COUNT-VALUE.
123100     WRITE O4-RPT-COUNT-LINE.
123200     PERFORM SYURYO-CHK-RPT-WRITE.
123300     MOVE "RUNHIST"         TO O4-RPT-COUNT-NAME.
123400     MOVE WN-SNPC-HIST-COUNT TO O4-RPT-COUNT-VALUE.
123500     WRITE O4-RPT-COUNT-LINE.
123600     PERFORM SYURYO-CHK-RPT-WRITE.
123700     MOVE "CHAINCTL"        TO O4-RPT-COUNT-NAME.
123800     MOVE WN-SNPC-CHAIN-COUNT TO O4-RPT-COUNT-VALUE.
123900     WRITE O4-RPT-COUNT-LINE.
124000     PERFORM SYURYO-CHK-RPT-WRITE.
124100     MOVE "NITESTAT"        TO O4-RPT-COUNT-NAME.
124200     MOVE WN-SNPC-NITE-COUNT TO O4-RPT-COUNT-VALUE.
124300     WRITE O4-RPT-COUNT-LINE.
124400     PERFORM SYURYO-CHK-RPT-WRITE.
124500     MOVE "SNAPSHOT TOTAL"  TO O4-RPT-COUNT-NAME.
124600     MOVE WN-SNPC-TOTAL-COUNT TO O4-RPT-COUNT-VALUE.
124700     WRITE O4-RPT-COUNT-LINE.
124800     PERFORM SYURYO-CHK-RPT-WRITE.
124900     MOVE "MASTER ROOT HASH" TO O4-RPT-DETAIL-LABEL.
125000     MOVE WN-SNPC-MAST-ROOT-HASH TO O4-RPT-DETAIL-VALUE.
125100     WRITE O4-RPT-DETAIL-LINE.
125200     PERFORM SYURYO-CHK-RPT-WRITE.
125300     MOVE "OUTCTL TOTAL"    TO O4-RPT-COUNT-NAME.
125400     MOVE WN-SNPC-XCTL-COUNT-TOTAL TO O4-RPT-COUNT-VALUE.
125500     WRITE O4-RPT-COUNT-LINE.
125600     PERFORM SYURYO-CHK-RPT-WRITE.
125700     MOVE "OUTCTL ROOT HASH" TO O4-RPT-DETAIL-LABEL.
125800     MOVE WN-SNPC-XCTL-ROOT-HASH TO O4-RPT-DETAIL-VALUE.
125900     WRITE O4-RPT-DETAIL-LINE.
126000     PERFORM SYURYO-CHK-RPT-WRITE.
126010     MOVE "ARCCTL RUN-ID"   TO O4-RPT-DETAIL-LABEL.
126020     MOVE WN-SNPC-ACTL-RUN-ID TO O4-RPT-DETAIL-VALUE.
126030     WRITE O4-RPT-DETAIL-LINE.
126040     PERFORM SYURYO-CHK-RPT-WRITE.
126050     MOVE "ARCCTL TOTAL"    TO O4-RPT-COUNT-NAME.
126060     MOVE WN-SNPC-ACTL-COUNT-TOTAL TO O4-RPT-COUNT-VALUE.
126070     WRITE O4-RPT-COUNT-LINE.
126080     PERFORM SYURYO-CHK-RPT-WRITE.
126100     MOVE "STORE READ"      TO O4-RPT-COUNT-NAME.
126200     MOVE WK-STORE-IN-COUNTER TO O4-RPT-COUNT-VALUE.
126300     WRITE O4-RPT-COUNT-LINE.
126400     PERFORM SYURYO-CHK-RPT-WRITE.
126500     MOVE "STORE AGED OFF"  TO O4-RPT-COUNT-NAME.
126600     MOVE WK-STORE-DROP-COUNTER TO O4-RPT-COUNT-VALUE.
126700     WRITE O4-RPT-COUNT-LINE.
126800     PERFORM SYURYO-CHK-RPT-WRITE.
126900     MOVE "STORE UNCATALOGED" TO O4-RPT-COUNT-NAME.
127000     MOVE WK-STORE-ORPHAN-COUNTER TO O4-RPT-COUNT-VALUE.
127100     WRITE O4-RPT-COUNT-LINE.
127200     PERFORM SYURYO-CHK-RPT-WRITE.
127300     MOVE "STORE WRITTEN"   TO O4-RPT-COUNT-NAME.
127400     MOVE WK-STORE-OUT-COUNTER TO O4-RPT-COUNT-VALUE.
127500     WRITE O4-RPT-COUNT-LINE.
127600     PERFORM SYURYO-CHK-RPT-WRITE.
127700     MOVE "GENERATION LIMIT" TO O4-RPT-COUNT-NAME.
127800     MOVE WK-GEN-LIMIT      TO O4-RPT-COUNT-VALUE.
127900     WRITE O4-RPT-COUNT-LINE.
128000     PERFORM SYURYO-CHK-RPT-WRITE.
128100     MOVE "GENERATIONS AGED" TO O4-RPT-COUNT-NAME.
128200     MOVE WG-DROP-COUNT     TO O4-RPT-COUNT-VALUE.
128300     WRITE O4-RPT-COUNT-LINE.
128400     PERFORM SYURYO-CHK-RPT-WRITE.
128500     MOVE "GENERATIONS REPLACED" TO O4-RPT-COUNT-NAME.
128600     MOVE WG-REPLACE-COUNT  TO O4-RPT-COUNT-VALUE.
128700     WRITE O4-RPT-COUNT-LINE.
128800     PERFORM SYURYO-CHK-RPT-WRITE.
128900     COMPUTE  WG-KEEP-COUNT  =  WG-KEEP-COUNT  +  1.
129000     MOVE "GENERATIONS HELD" TO O4-RPT-COUNT-NAME.
129100     MOVE WG-KEEP-COUNT     TO O4-RPT-COUNT-VALUE.
129200     WRITE O4-RPT-COUNT-LINE.
129300     PERFORM SYURYO-CHK-RPT-WRITE.
129400
129500     WRITE O4-RPT-BLANK-LINE.
129600     PERFORM SYURYO-CHK-RPT-WRITE.
129700     MOVE "SNAPSHOT STORE"  TO O4-RPT-RESULT-LABEL.
129800     MOVE WK-CTL-RESULT     TO O4-RPT-RESULT-VALUE.
129900     WRITE O4-RPT-RESULT-LINE.
130000     PERFORM SYURYO-CHK-RPT-WRITE.
130100     IF  WK-XCTL-FOUND-FLG  NOT =  "1"
130200         MOVE "OUTCTL"           TO O4-RPT-RESULT-LABEL
130300         MOVE "NOT FOUND"        TO O4-RPT-RESULT-VALUE
130400         WRITE O4-RPT-RESULT-LINE
130500         PERFORM SYURYO-CHK-RPT-WRITE
130600     END-IF.
130700     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
130800              UNTIL    WG-GEN-IX  >  WG-GEN-USED
130900         IF  WG-KEEP-FLG (WG-GEN-IX)  =  "1"  AND
131000             WG-STORE-COUNT (WG-GEN-IX)  NOT =
131100             WG-TOTAL-COUNT (WG-GEN-IX)
131200             MOVE "COUNT MISMATCH"  TO O4-RPT-DETAIL-LABEL
131300             MOVE SPACES            TO O4-RPT-DETAIL-VALUE
131400             STRING  "GENERATION "  WG-RUN-ID (WG-GEN-IX)
131500                     DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
131600             WRITE O4-RPT-DETAIL-LINE
131700             PERFORM SYURYO-CHK-RPT-WRITE
131800         END-IF
131900     END-PERFORM.
132000
132100     WRITE O4-RPT-BLANK-LINE.
132200     PERFORM SYURYO-CHK-RPT-WRITE.
132300
132400     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
132500     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
132600             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
132700     WRITE O4-RPT-TIME-LINE.
132800     PERFORM SYURYO-CHK-RPT-WRITE.
132900     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
133000     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
133100             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
133200     WRITE O4-RPT-TIME-LINE.
133300     PERFORM SYURYO-CHK-RPT-WRITE.
133400     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
133500     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
133600     WRITE O4-RPT-TIME-LINE.
133700     PERFORM SYURYO-CHK-RPT-WRITE.
133800
133900     CLOSE FILE-REPORT.
134000     IF  FS-FILE-REPORT  NOT =  "00"
134100         MOVE "FILE-REPORT(SNAPRPT)" TO  W2-ERR-FILE-NAME
134200         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
134300         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
134400         PERFORM ERROR-PROC
134500     END-IF.
134600     PERFORM  CHAIN-STAMP-PROC.
134700     PERFORM  NITE-STAMP-PROC.
134800
134900 SYURYO-999.
135000     EXIT.
135100                                                             SKIP3
135200******************************************************************
135300*                                                                *
135400*    REPORT WRITE CHECK PROC                                     *
135500*                                                                *
135600******************************************************************
135700 SYURYO-CHK-PROC                    SECTION.
135800*G   REPORT WRITE CHECK
135900 SYURYO-CHK-RPT-WRITE.
136000     IF  FS-FILE-REPORT  NOT =  "00"
136100         MOVE "FILE-REPORT(SNAPRPT)" TO  W2-ERR-FILE-NAME
136200         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
136300         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
136400         PERFORM ERROR-PROC
136500     END-IF.
136600 SYURYO-CHK-999.
136700     EXIT.
136800                                                             SKIP3
136900******************************************************************
137000*                                                                *
137100*    ERROR PROC                                                  *
137200*                                                                *
137300******************************************************************
137400 ERROR-PROC                        SECTION.
137500*G   ERROR
137600 ERROR-010.
137700
137800     DISPLAY "*** ABEND ***".
137900     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
138000     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
138100     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
138200
138300     MOVE  16  TO  RETURN-CODE.
138400     STOP RUN.
138500
138600 ERROR-999.
138700     EXIT.
