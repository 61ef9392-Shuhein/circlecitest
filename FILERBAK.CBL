000100* T   ONE-STEP ROLLBACK OF THE FILE SET TO A SNAPSHOT GENERATION
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILERBAK.
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
001500     SELECT   FILE-SNAPIN
001600               ASSIGN TO SNAPIN
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-SNAPIN.
001900     SELECT   FILE-CATIN
002000               ASSIGN TO SNAPCATIN
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-CATIN.
002220     SELECT   OPTIONAL  FILE-ARC-CTL
002240               ASSIGN TO ARCCTL
002250               ORGANIZATION IS LINE SEQUENTIAL
002280               FILE STATUS IS FS-FILE-ARC-CTL.
002300     SELECT   FILE-MAST
002400               ASSIGN TO MASTOUT
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-MAST.
002700     SELECT   FILE-SUSP
002800               ASSIGN TO SUSPOUT
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-SUSP.
003100     SELECT   FILE-HIST
003200               ASSIGN TO RUNHIST
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-HIST.
003500     SELECT   FILE-CHAIN
003600               ASSIGN TO CHAINCTL
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-CHAIN.
003900     SELECT   FILE-NITE
004000               ASSIGN TO NITESTAT
004100               ORGANIZATION IS LINE SEQUENTIAL
004200               FILE STATUS IS FS-FILE-NITE.
004300     SELECT   FILE-REPORT
004400               ASSIGN TO RBAKRPT
004500               ORGANIZATION IS LINE SEQUENTIAL
004600               FILE STATUS IS FS-FILE-REPORT.
004700     SELECT   OPTIONAL  FILE-BUSDATE
004800               ASSIGN TO BUSDATE
004900               ORGANIZATION IS LINE SEQUENTIAL
005000               FILE STATUS IS FS-FILE-BUSDATE.
005100
005200 DATA                   DIVISION.
005300 FILE                   SECTION.
005400 FD  FILE-SNAPIN.
005500     COPY  SNAPREC  PREFIXING  I5-.
005600
005700 FD  FILE-CATIN.
005800     COPY  SNAPCAT  PREFIXING  I6-.
005820
005850 FD  FILE-ARC-CTL.
005870     COPY  ARCCTL   PREFIXING  I7-.
005900
006000 FD  FILE-MAST.
006100     COPY  OUTFILE  PREFIXING  O1-.
006200
006300 FD  FILE-SUSP.
006400     COPY  SUSPENSE PREFIXING  O2-.
006500
006600 FD  FILE-HIST.
006700     COPY  RUNHIST  PREFIXING  O3-.
006800
006900 FD  FILE-CHAIN.
007000     COPY  CHNCTL   PREFIXING  C1-.
007100
007200 FD  FILE-NITE.
007300     COPY  NITESTAT PREFIXING  N1-.
007400
007500 FD  FILE-REPORT.
007600     COPY  REPORT   PREFIXING  O4-.
007700
007800 FD  FILE-BUSDATE.
007900     COPY  BUSDATE  PREFIXING  C2-.
008000
008100 WORKING-STORAGE        SECTION.
008200******************************************************************
008300*                                                                *
008400*    TARGET GENERATION WORK AREA (RBAKRUNID)                     *
008500*                                                                *
008600******************************************************************
008700 01  WK-RBAK-ENV-NAME       PIC  X(09)   VALUE  "RBAKRUNID".
008800 01  WK-RBAK-RUN-ID         PIC  X(16)   VALUE  SPACES.
008900 01  WK-REFUSE-REASON       PIC  X(44)   VALUE  SPACES.
009000 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
009100 01  WK-MISMATCH-COUNTER    PIC  S9(04)  COMP  VALUE  ZERO.
009200******************************************************************
009300*                                                                *
009400*    CATALOG WORK AREA (FILE-CATIN)                              *
009500*    WN- = CATALOG ENTRY OF THE TARGET, WV- = RESTORED COUNTS    *
009600*                                                                *
009700******************************************************************
009800 COPY  SNAPCAT  PREFIXING  W6-.
009900 COPY  SNAPCAT  PREFIXING  WN-.
010000 COPY  SNAPCAT  PREFIXING  WV-.
010100 01  WK-CATIN-EOF-FLG       PIC   X      VALUE  ZERO.
010200 01  WK-CAT-FOUND-FLG       PIC   X      VALUE  ZERO.
010300 01  WK-CAT-COUNTER         PIC  S9(11)  VALUE  ZERO.
010305******************************************************************
010310*                                                                *
010320*    ARCHIVE CONTROL WORK AREA (FILE-ARC-CTL)                    *
010330*    WK-ACTL-CHANGED-FLG "1" = PURGE/RECALL AFTER THE SNAPSHOT   *
010340*                                                                *
010350******************************************************************
010355 COPY  ARCCTL  PREFIXING  WC-.
010360 01  WK-ACTL-FOUND-FLG      PIC   X      VALUE  ZERO.
010370 01  WK-ACTL-CHANGED-FLG    PIC   X      VALUE  ZERO.
010380 01  WK-ARCCHK-ENV-NAME     PIC  X(10)   VALUE  "RBAKARCCHK".
010390 01  WK-ARCCHK-ENV-VALUE    PIC  X(01)   VALUE  SPACE.
010400******************************************************************
010500*                                                                *
010600*    SNAPSHOT STORE WORK AREA (FILE-SNAPIN)                      *
010700*                                                                *
010800******************************************************************
010900 COPY  SNAPREC  PREFIXING  W5-.
011000 01  WK-SNAPIN-EOF-FLG      PIC   X      VALUE  ZERO.
011100 01  WK-STORE-IN-COUNTER    PIC  S9(11)  VALUE  ZERO.
011200 01  WK-STORE-TARGET-COUNTER PIC S9(11)  VALUE  ZERO.
011300 01  WK-RESTORE-COUNTER     PIC  S9(11)  VALUE  ZERO.
011400******************************************************************
011500*                                                                *
011600*    RESTORED FILE WORK AREA                                     *
011700*                                                                *
011800******************************************************************
011900 01  WK-MAST-EOF-FLG        PIC   X      VALUE  ZERO.
012000 01  WK-SUSP-EOF-FLG        PIC   X      VALUE  ZERO.
012100 01  WK-HIST-EOF-FLG        PIC   X      VALUE  ZERO.
012200 01  WK-CHAIN-EOF-FLG       PIC   X      VALUE  ZERO.
012300 01  WK-NITE-EOF-FLG        PIC   X      VALUE  ZERO.
012400 01  WK-HASH-KEY            PIC  X(10).
012500 01  WK-HASH-KEY-NUM        REDEFINES  WK-HASH-KEY  PIC  9(10).
012600******************************************************************
012700*                                                                *
012800*    RUN STATUS WORK AREA                                        *
012900*                                                                *
013000******************************************************************
013100 COPY  RESULT  PREFIXING  W2-.
013200 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
013300 01  W4-RUN-DATE             PIC  9(08).
013400 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
013500     05  W4-RUN-YYYY         PIC  9(04).
013600     05  W4-RUN-MM           PIC  9(02).
013700     05  W4-RUN-DD           PIC  9(02).
013800******************************************************************
013900*                                                                *
014000*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
014100*                                                                *
014200******************************************************************
014300 COPY  BUSDATE  PREFIXING  WY-.
014400 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
014500 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
014600 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
014700******************************************************************
014800*                                                                *
014900*    FILE STATUS WORK AREA                                       *
015000*                                                                *
015100******************************************************************
015200 01  FS-FILE-SNAPIN          PIC  X(02)  VALUE  "00".
015300 01  FS-FILE-CATIN           PIC  X(02)  VALUE  "00".
015350 01  FS-FILE-ARC-CTL         PIC  X(02)  VALUE  "00".
015400 01  FS-FILE-MAST            PIC  X(02)  VALUE  "00".
015500 01  FS-FILE-SUSP            PIC  X(02)  VALUE  "00".
015600 01  FS-FILE-HIST            PIC  X(02)  VALUE  "00".
015700 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
015800 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
015900 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
016000 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
016100
016200 PROCEDURE              DIVISION.
016300*
016400******************************************************************
016500*                                                                *
016600*G   MAIN PROC                                                   *
016700*                                                                *
016800******************************************************************
016900 MAIN-PROC                         SECTION.
017000*G   MAIN
017100 MAIN-PROC-010.
017200
017300     PERFORM  JUNBI-PROC.
017400
017500     PERFORM  RESTORE-PROC.
017600     PERFORM  MAST-VERIFY-PROC.
017700     PERFORM  SUSP-VERIFY-PROC.
017800     PERFORM  HIST-VERIFY-PROC.
017900     PERFORM  CHAIN-VERIFY-PROC.
018000     PERFORM  NITE-VERIFY-PROC.
018100
018200     PERFORM  SYURYO-PROC.
018300
018400     STOP     RUN.
018500                                                             SKIP3
018600******************************************************************
018700*                                                                *
018800*    CATALOG FIND PROC (TARGET RUN-ID ENTRY FROM THE CATALOG)    *
018900*                                                                *
019000******************************************************************
019100 CATALOG-FIND-PROC SECTION.
019200*G   CATALOG FIND
019300 CATALOG-FIND-010.
019400     INITIALIZE  WN-SNPC-REC.
019500     OPEN  INPUT  FILE-CATIN.
019600     IF  FS-FILE-CATIN  NOT =  "00"
019700         MOVE "FILE-CATIN(SNAPCATIN)"  TO  W2-ERR-FILE-NAME
019800         MOVE FS-FILE-CATIN          TO  W2-ERR-FILE-STATUS
019900         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
020000         PERFORM ERROR-PROC
020100     END-IF.
020200     PERFORM  UNTIL  WK-CATIN-EOF-FLG  =  "1"
020300         READ  FILE-CATIN
020400           AT END
020500             MOVE "1" TO WK-CATIN-EOF-FLG
020600           NOT AT END
020700             ADD  1  TO  WK-CAT-COUNTER
020800             MOVE I6-SNPC-REC TO W6-SNPC-REC
020900             IF  W6-SNPC-RUN-ID  =  WK-RBAK-RUN-ID
021000                 MOVE  W6-SNPC-REC  TO  WN-SNPC-REC
021100                 MOVE  "1"          TO  WK-CAT-FOUND-FLG
021200             END-IF
021300         END-READ
021400         IF  FS-FILE-CATIN  NOT =  "00"  AND
021500             FS-FILE-CATIN  NOT =  "10"
021600             MOVE "FILE-CATIN(SNAPCATIN)"  TO  W2-ERR-FILE-NAME
021700             MOVE FS-FILE-CATIN          TO  W2-ERR-FILE-STATUS
021800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
021900             PERFORM ERROR-PROC
022000         END-IF
022100     END-PERFORM.
022200     CLOSE  FILE-CATIN.
022300     IF  FS-FILE-CATIN  NOT =  "00"
022400         MOVE "FILE-CATIN(SNAPCATIN)"  TO  W2-ERR-FILE-NAME
022500         MOVE FS-FILE-CATIN          TO  W2-ERR-FILE-STATUS
022600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
022700         PERFORM ERROR-PROC
022800     END-IF.
022900 CATALOG-FIND-999.
023000 EXIT.
023100                                                             SKIP3
023101******************************************************************
023102*                                                                *
023104*    ARCHIVE CONTROL CHECK PROC (ARCCTL MUST STILL BE AS IT WAS  *
023105*    AT SNAPSHOT TIME - A LATER PURGE OR RECALL WOULD LEAVE THE  *
023106*    RESTORED MASTER AND THE ARCHIVE HOLDING THE SAME ROOTS;     *
023108*    CATALOG ENTRY WITHOUT ARCCTL STATE - ARCCTL RUN DATE AFTER  *
023110*    THE SNAPSHOT RUN DATE; RBAKARCCHK=N BYPASSES THE CHECK)     *
023111*                                                                *
023112******************************************************************
023114 ACTL-CHECK-PROC SECTION.
023115*G   ARCHIVE CONTROL CHECK
023116 ACTL-CHECK-010.
023118     MOVE  "0"  TO  WK-ACTL-CHANGED-FLG.
023120     DISPLAY WK-ARCCHK-ENV-NAME UPON ENVIRONMENT-NAME.
023122     ACCEPT  WK-ARCCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
023123     IF  WK-ARCCHK-ENV-VALUE  =  "N"
023125         DISPLAY "*** ARCHIVE CHECK BYPASSED (RBAKARCCHK=N) ***"
023126         GO  TO  ACTL-CHECK-999
023128     END-IF.
023129     INITIALIZE  WC-ACTL-REC.
023130     OPEN  INPUT  FILE-ARC-CTL.
023132     IF  FS-FILE-ARC-CTL  NOT =  "00"  AND
023134         FS-FILE-ARC-CTL  NOT =  "05"
023135         MOVE "FILE-ARC-CTL(ARCCTL)"   TO  W2-ERR-FILE-NAME
023136         MOVE FS-FILE-ARC-CTL        TO  W2-ERR-FILE-STATUS
023138         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
023140         PERFORM ERROR-PROC
023141     END-IF.
023142     READ  FILE-ARC-CTL
023144       AT END
023145         MOVE "0" TO WK-ACTL-FOUND-FLG
023146       NOT AT END
023148         MOVE I7-ACTL-REC TO WC-ACTL-REC
023150         MOVE "1" TO WK-ACTL-FOUND-FLG
023152     END-READ.
023153     IF  FS-FILE-ARC-CTL  NOT =  "00"  AND
023155         FS-FILE-ARC-CTL  NOT =  "10"
023156         MOVE "FILE-ARC-CTL(ARCCTL)"   TO  W2-ERR-FILE-NAME
023158         MOVE FS-FILE-ARC-CTL        TO  W2-ERR-FILE-STATUS
023159         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
023160         PERFORM ERROR-PROC
023162     END-IF.
023164     CLOSE  FILE-ARC-CTL.
023165     IF  FS-FILE-ARC-CTL  NOT =  "00"
023166         MOVE "FILE-ARC-CTL(ARCCTL)"   TO  W2-ERR-FILE-NAME
023168         MOVE FS-FILE-ARC-CTL        TO  W2-ERR-FILE-STATUS
023170         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
023171         PERFORM ERROR-PROC
023172     END-IF.
023174     IF  WK-ACTL-FOUND-FLG  NOT =  "1"
023175         GO  TO  ACTL-CHECK-999
023176     END-IF.
023178     IF  WN-SNPC-ACTL-RUN-DATE  NOT NUMERIC
023180         IF  WC-ACTL-RUN-DATE  >  WN-SNPC-RUN-DATE
023182             MOVE  "1"  TO  WK-ACTL-CHANGED-FLG
023183         END-IF
023185         GO  TO  ACTL-CHECK-999
023186     END-IF.
023188     IF  WC-ACTL-RUN-ID       NOT =  WN-SNPC-ACTL-RUN-ID    OR
023189         WC-ACTL-RUN-DATE     NOT =  WN-SNPC-ACTL-RUN-DATE  OR
023190         WC-ACTL-COUNT-TOTAL  NOT =  WN-SNPC-ACTL-COUNT-TOTAL
023192         MOVE  "1"  TO  WK-ACTL-CHANGED-FLG
023194     END-IF.
023195 ACTL-CHECK-999.
023196 EXIT.
023198                                                             SKIP3
023200******************************************************************
023300*                                                                *
023400*    STORE COUNT PROC (THE WHOLE TARGET GENERATION MUST BE IN    *
023500*    THE STORE BEFORE ANY FILE IS REPLACED)                      *
023600*                                                                *
023700******************************************************************
023800 STORE-COUNT-PROC SECTION.
023900*G   STORE COUNT
024000 STORE-COUNT-010.
024100     MOVE  "0"  TO  WK-SNAPIN-EOF-FLG.
024200     OPEN  INPUT  FILE-SNAPIN.
024300     IF  FS-FILE-SNAPIN  NOT =  "00"
024400         MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
024500         MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
024600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
024700         PERFORM ERROR-PROC
024800     END-IF.
024900     PERFORM  UNTIL  WK-SNAPIN-EOF-FLG  =  "1"
025000         READ  FILE-SNAPIN
025100           AT END
025200             MOVE "1" TO WK-SNAPIN-EOF-FLG
025300           NOT AT END
025400             ADD  1  TO  WK-STORE-IN-COUNTER
025500             IF  I5-SNAP-RUN-ID  =  WK-RBAK-RUN-ID
025600                 ADD  1  TO  WK-STORE-TARGET-COUNTER
025700             END-IF
025800         END-READ
025900         IF  FS-FILE-SNAPIN  NOT =  "00"  AND
026000             FS-FILE-SNAPIN  NOT =  "10"
026100             MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
026200             MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
026300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
026400             PERFORM ERROR-PROC
026500         END-IF
026600     END-PERFORM.
026700     CLOSE  FILE-SNAPIN.
026800     IF  FS-FILE-SNAPIN  NOT =  "00"
026900         MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
027000         MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
027100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
027200         PERFORM ERROR-PROC
027300     END-IF.
027400 STORE-COUNT-999.
027500 EXIT.
027600                                                             SKIP3
027700******************************************************************
027800*                                                                *
027900*    RESTORE PROC (TARGET GENERATION BACK OVER THE FIVE FILES)   *
028000*                                                                *
028100******************************************************************
028200 RESTORE-PROC SECTION.
028300*G   RESTORE
028400 RESTORE-010.
028500     OPEN  OUTPUT  FILE-MAST.
028600     IF  FS-FILE-MAST  NOT =  "00"
028700         MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
028800         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
028900         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
029000         PERFORM ERROR-PROC
029100     END-IF.
029200     OPEN  OUTPUT  FILE-SUSP.
029300     IF  FS-FILE-SUSP  NOT =  "00"
029400         MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
029500         MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
029600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
029700         PERFORM ERROR-PROC
029800     END-IF.
029900     OPEN  OUTPUT  FILE-HIST.
030000     IF  FS-FILE-HIST  NOT =  "00"
030100         MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
030200         MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
030300         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
030400         PERFORM ERROR-PROC
030500     END-IF.
030600     OPEN  OUTPUT  FILE-CHAIN.
030700     IF  FS-FILE-CHAIN  NOT =  "00"
030800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
030900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
031000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
031100         PERFORM ERROR-PROC
031200     END-IF.
031300     OPEN  OUTPUT  FILE-NITE.
031400     IF  FS-FILE-NITE  NOT =  "00"
031500         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
031600         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
031700         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
031800         PERFORM ERROR-PROC
031900     END-IF.
032000
032100     MOVE  "0"  TO  WK-SNAPIN-EOF-FLG.
032200     OPEN  INPUT  FILE-SNAPIN.
032300     IF  FS-FILE-SNAPIN  NOT =  "00"
032400         MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
032500         MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
032600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
032700         PERFORM ERROR-PROC
032800     END-IF.
032900     PERFORM  UNTIL  WK-SNAPIN-EOF-FLG  =  "1"
033000         READ  FILE-SNAPIN
033100           AT END
033200             MOVE "1" TO WK-SNAPIN-EOF-FLG
033300           NOT AT END
033400             MOVE I5-SNAP-REC TO W5-SNAP-REC
033500             IF  W5-SNAP-RUN-ID  =  WK-RBAK-RUN-ID
033600                 PERFORM  RESTORE-WRITE-PROC
033700             END-IF
033800         END-READ
033900         IF  FS-FILE-SNAPIN  NOT =  "00"  AND
034000             FS-FILE-SNAPIN  NOT =  "10"
034100             MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
034200             MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
034300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
034400             PERFORM ERROR-PROC
034500         END-IF
034600     END-PERFORM.
034700     CLOSE  FILE-SNAPIN.
034800     IF  FS-FILE-SNAPIN  NOT =  "00"
034900         MOVE "FILE-SNAPIN(SNAPIN)"    TO  W2-ERR-FILE-NAME
035000         MOVE FS-FILE-SNAPIN         TO  W2-ERR-FILE-STATUS
035100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
035200         PERFORM ERROR-PROC
035300     END-IF.
035400
035500     CLOSE  FILE-MAST.
035600     IF  FS-FILE-MAST  NOT =  "00"
035700         MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
035800         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
035900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
036000         PERFORM ERROR-PROC
036100     END-IF.
036200     CLOSE  FILE-SUSP.
036300     IF  FS-FILE-SUSP  NOT =  "00"
036400         MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
036500         MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
036600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
036700         PERFORM ERROR-PROC
036800     END-IF.
036900     CLOSE  FILE-HIST.
037000     IF  FS-FILE-HIST  NOT =  "00"
037100         MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
037200         MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
037300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
037400         PERFORM ERROR-PROC
037500     END-IF.
037600     CLOSE  FILE-CHAIN.
037700     IF  FS-FILE-CHAIN  NOT =  "00"
037800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
037900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
038000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
038100         PERFORM ERROR-PROC
038200     END-IF.
038300     CLOSE  FILE-NITE.
038400     IF  FS-FILE-NITE  NOT =  "00"
038500         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
038600         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
038700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
038800         PERFORM ERROR-PROC
038900     END-IF.
039000 RESTORE-999.
039100 EXIT.
039200                                                             SKIP3
039300******************************************************************
039400*                                                                *
039500*    RESTORE WRITE PROC (ONE SAVED RECORD TO ITS OWN FILE)       *
039600*                                                                *
039700******************************************************************
039800 RESTORE-WRITE-PROC SECTION.
039900*G   RESTORE WRITE
040000 RESTORE-WRITE-010.
040100     ADD  1  TO  WK-RESTORE-COUNTER.
040200     EVALUATE  W5-SNAP-FILE-CODE
040300       WHEN  "M"
040400         MOVE  W5-SNAP-DATA  TO  O1-OUTFILE
040500         WRITE O1-OUTFILE
040600         END-WRITE
040700         IF  FS-FILE-MAST  NOT =  "00"
040800             MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
040900             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
041000             MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
041100             PERFORM ERROR-PROC
041200         END-IF
041300       WHEN  "S"
041400         MOVE  W5-SNAP-DATA  TO  O2-SUSP-REC
041500         WRITE O2-SUSP-REC
041600         END-WRITE
041700         IF  FS-FILE-SUSP  NOT =  "00"
041800             MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
041900             MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
042000             MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
042100             PERFORM ERROR-PROC
042200         END-IF
042300       WHEN  "H"
042400         MOVE  W5-SNAP-DATA  TO  O3-HIST-REC
042500         WRITE O3-HIST-REC
042600         END-WRITE
042700         IF  FS-FILE-HIST  NOT =  "00"
042800             MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
042900             MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
043000             MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
043100             PERFORM ERROR-PROC
043200         END-IF
043300       WHEN  "C"
043400         MOVE  W5-SNAP-DATA  TO  C1-CHN-REC
043500         WRITE C1-CHN-REC
043600         END-WRITE
043700         IF  FS-FILE-CHAIN  NOT =  "00"
043800             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
043900             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
044000             MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
044100             PERFORM ERROR-PROC
044200         END-IF
044300       WHEN  "N"
044400         MOVE  W5-SNAP-DATA  TO  N1-NITE-REC
044500         WRITE N1-NITE-REC
044600         END-WRITE
044700         IF  FS-FILE-NITE  NOT =  "00"
044800             MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
044900             MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
045000             MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
045100             PERFORM ERROR-PROC
045200         END-IF
045300       WHEN  OTHER
045400         SUBTRACT  1  FROM  WK-RESTORE-COUNTER
045500         DISPLAY "UNKNOWN FILE CODE SKIPPED : " W5-SNAP-FILE-CODE
045600     END-EVALUATE.
045700 RESTORE-WRITE-999.
045800 EXIT.
045900                                                             SKIP3
046000******************************************************************
046100*                                                                *
046200*    MASTER VERIFY PROC (RESTORED COUNT AND ROOT-KEY HASH)       *
046300*                                                                *
046400******************************************************************
046500 MAST-VERIFY-PROC SECTION.
046600*G   MASTER VERIFY
046700 MAST-VERIFY-010.
046800     OPEN  INPUT  FILE-MAST.
046900     IF  FS-FILE-MAST  NOT =  "00"
047000         MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
047100         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
047200         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
047300         PERFORM ERROR-PROC
047400     END-IF.
047500     PERFORM  UNTIL  WK-MAST-EOF-FLG  =  "1"
047600         READ  FILE-MAST
047700           AT END
047800             MOVE "1" TO WK-MAST-EOF-FLG
047900           NOT AT END
048000             ADD  1  TO  WV-SNPC-MAST-COUNT
048100             IF  O1-REC-TYPE  =  "R"
048200                 PERFORM  ROOT-HASH-PROC
048300             END-IF
048400         END-READ
048500         IF  FS-FILE-MAST  NOT =  "00"  AND
048600             FS-FILE-MAST  NOT =  "10"
048700             MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
048800             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
048900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
049000             PERFORM ERROR-PROC
049100         END-IF
049200     END-PERFORM.
049300     CLOSE  FILE-MAST.
049400     IF  FS-FILE-MAST  NOT =  "00"
049500         MOVE "FILE-MAST(MASTOUT)"     TO  W2-ERR-FILE-NAME
049600         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
049700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
049800         PERFORM ERROR-PROC
049900     END-IF.
050000     IF  WV-SNPC-MAST-COUNT      NOT =  WN-SNPC-MAST-COUNT  OR
050100         WV-SNPC-MAST-ROOT-HASH  NOT =  WN-SNPC-MAST-ROOT-HASH
050200         ADD  1  TO  WK-MISMATCH-COUNTER
050300     END-IF.
050400 MAST-VERIFY-999.
050500 EXIT.
050600                                                             SKIP3
050700******************************************************************
050800*                                                                *
050900*    ROOT KEY HASH PROC (SAME HASH AS THE OUTCTL ROOT HASH:      *
051000*    LETTERS MAP TO DIGITS, SUM KEPT MODULO 10**10)              *
051100*                                                                *
051200******************************************************************
051300 ROOT-HASH-PROC SECTION.
051400*G   ROOT KEY HASH
051500 ROOT-HASH-010.
051600     MOVE  O1-ROOT-KEY  TO  WK-HASH-KEY.
051700     INSPECT  WK-HASH-KEY  CONVERTING
051800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
051900         "1234567891234567891234567800".
052000     IF  WK-HASH-KEY-NUM  NUMERIC
052100         ADD  WK-HASH-KEY-NUM  TO  WV-SNPC-MAST-ROOT-HASH
052200         IF  WV-SNPC-MAST-ROOT-HASH  >  9999999999
052300             SUBTRACT  10000000000  FROM  WV-SNPC-MAST-ROOT-HASH
052400         END-IF
052500     END-IF.
052600 ROOT-HASH-999.
052700 EXIT.
052800                                                             SKIP3
052900******************************************************************
053000*                                                                *
053100*    SUSPENSE VERIFY PROC (RESTORED COUNT)                       *
053200*                                                                *
053300******************************************************************
053400 SUSP-VERIFY-PROC SECTION.
053500*G   SUSPENSE VERIFY
053600 SUSP-VERIFY-010.
053700     OPEN  INPUT  FILE-SUSP.
053800     IF  FS-FILE-SUSP  NOT =  "00"
053900         MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
054000         MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
054100         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
054200         PERFORM ERROR-PROC
054300     END-IF.
054400     PERFORM  UNTIL  WK-SUSP-EOF-FLG  =  "1"
054500         READ  FILE-SUSP
054600           AT END
054700             MOVE "1" TO WK-SUSP-EOF-FLG
054800           NOT AT END
054900             ADD  1  TO  WV-SNPC-SUSP-COUNT
055000         END-READ
055100         IF  FS-FILE-SUSP  NOT =  "00"  AND
055200             FS-FILE-SUSP  NOT =  "10"
055300             MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
055400             MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
055500             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
055600             PERFORM ERROR-PROC
055700         END-IF
055800     END-PERFORM.
055900     CLOSE  FILE-SUSP.
056000     IF  FS-FILE-SUSP  NOT =  "00"
056100         MOVE "FILE-SUSP(SUSPOUT)"     TO  W2-ERR-FILE-NAME
056200         MOVE FS-FILE-SUSP           TO  W2-ERR-FILE-STATUS
056300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
056400         PERFORM ERROR-PROC
056500     END-IF.
056600     IF  WV-SNPC-SUSP-COUNT  NOT =  WN-SNPC-SUSP-COUNT
056700         ADD  1  TO  WK-MISMATCH-COUNTER
056800     END-IF.
056900 SUSP-VERIFY-999.
057000 EXIT.
057100                                                             SKIP3
057200******************************************************************
057300*                                                                *
057400*    RUN HISTORY VERIFY PROC (RESTORED COUNT)                    *
057500*                                                                *
057600******************************************************************
057700 HIST-VERIFY-PROC SECTION.
057800*G   RUN HISTORY VERIFY
057900 HIST-VERIFY-010.
058000     OPEN  INPUT  FILE-HIST.
058100     IF  FS-FILE-HIST  NOT =  "00"
058200         MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
058300         MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
058400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
058500         PERFORM ERROR-PROC
058600     END-IF.
058700     PERFORM  UNTIL  WK-HIST-EOF-FLG  =  "1"
058800         READ  FILE-HIST
058900           AT END
059000             MOVE "1" TO WK-HIST-EOF-FLG
059100           NOT AT END
059200             ADD  1  TO  WV-SNPC-HIST-COUNT
059300         END-READ
059400         IF  FS-FILE-HIST  NOT =  "00"  AND
059500             FS-FILE-HIST  NOT =  "10"
059600             MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
059700             MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
059800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
059900             PERFORM ERROR-PROC
060000         END-IF
060100     END-PERFORM.
060200     CLOSE  FILE-HIST.
060300     IF  FS-FILE-HIST  NOT =  "00"
060400         MOVE "FILE-HIST(RUNHIST)"     TO  W2-ERR-FILE-NAME
060500         MOVE FS-FILE-HIST           TO  W2-ERR-FILE-STATUS
060600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
060700         PERFORM ERROR-PROC
060800     END-IF.
060900     IF  WV-SNPC-HIST-COUNT  NOT =  WN-SNPC-HIST-COUNT
061000         ADD  1  TO  WK-MISMATCH-COUNTER
061100     END-IF.
061200 HIST-VERIFY-999.
061300 EXIT.
061400                                                             SKIP3
061500******************************************************************
061600*                                                                *
061700*    CHAIN CONTROL VERIFY PROC (RESTORED COUNT)                  *
061800*                                                                *
061900******************************************************************
062000 CHAIN-VERIFY-PROC SECTION.
062100*G   CHAIN CONTROL VERIFY
062200 CHAIN-VERIFY-010.
062300     OPEN  INPUT  FILE-CHAIN.
062400     IF  FS-FILE-CHAIN  NOT =  "00"
062500         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
062600         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
062700         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
062800         PERFORM ERROR-PROC
062900     END-IF.
063000     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
063100         READ  FILE-CHAIN
063200           AT END
063300             MOVE "1" TO WK-CHAIN-EOF-FLG
063400           NOT AT END
063500             ADD  1  TO  WV-SNPC-CHAIN-COUNT
063600         END-READ
063700         IF  FS-FILE-CHAIN  NOT =  "00"  AND
063800             FS-FILE-CHAIN  NOT =  "10"
063900             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
064000             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
064100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
064200             PERFORM ERROR-PROC
064300         END-IF
064400     END-PERFORM.
064500     CLOSE  FILE-CHAIN.
064600     IF  FS-FILE-CHAIN  NOT =  "00"
064700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
064800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
064900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
065000         PERFORM ERROR-PROC
065100     END-IF.
065200     IF  WV-SNPC-CHAIN-COUNT  NOT =  WN-SNPC-CHAIN-COUNT
065300         ADD  1  TO  WK-MISMATCH-COUNTER
065400     END-IF.
065500 CHAIN-VERIFY-999.
065600 EXIT.
065700                                                             SKIP3
065800******************************************************************
065900*                                                                *
066000*    NIGHTLY STATUS VERIFY PROC (RESTORED COUNT)                 *
066100*                                                                *
066200******************************************************************
066300 NITE-VERIFY-PROC SECTION.
066400*G   NIGHTLY STATUS VERIFY
066500 NITE-VERIFY-010.
066600     OPEN  INPUT  FILE-NITE.
066700     IF  FS-FILE-NITE  NOT =  "00"
066800         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
066900         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
067000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
067100         PERFORM ERROR-PROC
067200     END-IF.
067300     PERFORM  UNTIL  WK-NITE-EOF-FLG  =  "1"
067400         READ  FILE-NITE
067500           AT END
067600             MOVE "1" TO WK-NITE-EOF-FLG
067700           NOT AT END
067800             ADD  1  TO  WV-SNPC-NITE-COUNT
067900         END-READ
068000         IF  FS-FILE-NITE  NOT =  "00"  AND
068100             FS-FILE-NITE  NOT =  "10"
068200             MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
068300             MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
068400             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
068500             PERFORM ERROR-PROC
068600         END-IF
068700     END-PERFORM.
068800     CLOSE  FILE-NITE.
068900     IF  FS-FILE-NITE  NOT =  "00"
069000         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
069100         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
069200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
069300         PERFORM ERROR-PROC
069400     END-IF.
069500     IF  WV-SNPC-NITE-COUNT  NOT =  WN-SNPC-NITE-COUNT
069600         ADD  1  TO  WK-MISMATCH-COUNTER
069700     END-IF.
069800 NITE-VERIFY-999.
069900 EXIT.
070000                                                             SKIP3
070100******************************************************************
070200*                                                                *
070300*    REFUSE PROC (NO FILE REPLACED - TARGET NOT USABLE, RC=12)   *
070400*                                                                *
070500******************************************************************
070600 REFUSE-PROC SECTION.
070700*G   REFUSE
070800 REFUSE-010.
070900     DISPLAY "*** ROLLBACK REFUSED ***".
071000     DISPLAY "TARGET RUN-ID : " WK-RBAK-RUN-ID.
071100     DISPLAY "REASON        : " WK-REFUSE-REASON.
071200     OPEN  OUTPUT  FILE-REPORT.
071300     IF  FS-FILE-REPORT  =  "00"
071400         MOVE "FILERBAK"    TO  O4-RPT-PROGRAM-NAME
071500         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
071600                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
071700         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
071800         WRITE O4-RPT-TITLE-LINE
071900         MOVE "ROLLBACK REFUSED" TO O4-RPT-RESULT-LABEL
072000         MOVE "NG"           TO O4-RPT-RESULT-VALUE
072100         WRITE O4-RPT-RESULT-LINE
072200         MOVE "TARGET RUN-ID"    TO O4-RPT-DETAIL-LABEL
072300         MOVE WK-RBAK-RUN-ID     TO O4-RPT-DETAIL-VALUE
072400         WRITE O4-RPT-DETAIL-LINE
072500         MOVE "REASON"           TO O4-RPT-DETAIL-LABEL
072600         MOVE WK-REFUSE-REASON   TO O4-RPT-DETAIL-VALUE
072700         WRITE O4-RPT-DETAIL-LINE
072800         CLOSE FILE-REPORT
072900     END-IF.
073000     MOVE  12  TO  RETURN-CODE.
073100     STOP RUN.
073200 REFUSE-999.
073300 EXIT.
073400                                                             SKIP3
073500******************************************************************
073600*                                                                *
073700*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
073800*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
073900*                                                                *
074000******************************************************************
074100 BUSDATE-READ-PROC SECTION.
074200*G   BUSINESS DATE READ
074300 BUSDATE-READ-010.
074400     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
074500     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
074600     MOVE  ZERO  TO  WK-BUSDATE-PREV.
074700     OPEN  INPUT  FILE-BUSDATE.
074800     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
074900         FS-FILE-BUSDATE  NOT =  "05"
075000         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
075100         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
075200         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
075300         PERFORM ERROR-PROC
075400     END-IF.
075500     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
075600         READ  FILE-BUSDATE
075700           AT END
075800             MOVE "1" TO WK-BUSDATE-EOF-FLG
075900           NOT AT END
076000             MOVE C2-BDT-REC TO WY-BDT-REC
076100             IF  WY-BDT-REC-TYPE  =  "C"
076200                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
076300                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
076400                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
076500             END-IF
076600         END-READ
076700         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
076800             FS-FILE-BUSDATE  NOT =  "10"
076900             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
077000             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
077100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
077200             PERFORM ERROR-PROC
077300         END-IF
077400     END-PERFORM.
077500     CLOSE  FILE-BUSDATE.
077600     IF  FS-FILE-BUSDATE  NOT =  "00"
077700         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
077800         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
077900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
078000         PERFORM ERROR-PROC
078100     END-IF.
078200     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
078260         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
078320         MOVE "  "                   TO  W2-ERR-FILE-STATUS
078380         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
078440         PERFORM ERROR-PROC
078500     END-IF.
078600 BUSDATE-READ-999.
078700 EXIT.
078800                                                             SKIP3
078900******************************************************************
079000*                                                                *
079100*    JUNBI PROC (TARGET RUN-ID, CATALOG ENTRY, STORE AND ARCHIVE *
079200*    CHECK - REFUSED BEFORE ANY FILE IS OPENED FOR OUTPUT)       *
079300*                                                                *
079400******************************************************************
079500 JUNBI-PROC                        SECTION.
079600*G   JUNBI
079700 JUNBI-010.
079800
079900     ACCEPT W2-START-TIME FROM TIME.
080000     PERFORM  BUSDATE-READ-PROC.
080100     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
080200     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
080300     IF  W2-RUN-ID  =  SPACES
080400         MOVE  "DEFAULT"  TO  W2-RUN-ID
080500     END-IF.
080600     DISPLAY WK-RBAK-ENV-NAME UPON ENVIRONMENT-NAME.
080700     ACCEPT  WK-RBAK-RUN-ID FROM ENVIRONMENT-VALUE.
080800     IF  WK-RBAK-RUN-ID  =  SPACES
080900         MOVE "RBAKRUNID NOT SPECIFIED"  TO  WK-REFUSE-REASON
081000         PERFORM  REFUSE-PROC
081100     END-IF.
081200
081300     PERFORM  CATALOG-FIND-PROC.
081400     IF  WK-CAT-FOUND-FLG  NOT =  "1"
081500         MOVE "RUN-ID NOT IN SNAPSHOT CATALOG"
081600                                         TO  WK-REFUSE-REASON
081700         PERFORM  REFUSE-PROC
081800     END-IF.
081900     PERFORM  STORE-COUNT-PROC.
082000     IF  WK-STORE-TARGET-COUNTER  NOT =  WN-SNPC-TOTAL-COUNT
082100         MOVE "STORE COUNT DOES NOT MATCH CATALOG TOTAL"
082200                                         TO  WK-REFUSE-REASON
082300         PERFORM  REFUSE-PROC
082400     END-IF.
082410     PERFORM  ACTL-CHECK-PROC.
082420     IF  WK-ACTL-CHANGED-FLG  =  "1"
082440         MOVE "ARCHIVE PURGED/RECALLED AFTER THIS SNAPSHOT"
082450                                         TO  WK-REFUSE-REASON
082470         PERFORM  REFUSE-PROC
082480     END-IF.
082500
082600     INITIALIZE  WV-SNPC-REC.
082700     MOVE  WK-RBAK-RUN-ID  TO  WV-SNPC-RUN-ID.
082800
082900 JUNBI-999.
083000 EXIT.
083100                                                             SKIP3
083200******************************************************************
083300*                                                                *
083400*    SYURYO PROC (CATALOG VERSUS RESTORED COUNTS; RC=8 WHEN THE  *
083500*    RESTORED SET DOES NOT AGREE WITH THE CATALOG)               *
083600*                                                                *
083700******************************************************************
083800 SYURYO-PROC                       SECTION.
083900*G   SYURYO
084000 SYURYO-010.
084100
084200     ACCEPT W2-END-TIME FROM TIME.
084300
084400     OPEN   OUTPUT FILE-REPORT.
084500     IF  FS-FILE-REPORT  NOT =  "00"
084600         MOVE "FILE-REPORT(RBAKRPT)" TO  W2-ERR-FILE-NAME
084700         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
084800         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
084900         PERFORM ERROR-PROC
085000     END-IF.
085100
085200     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
085300                                     + (W2-S_SS * 100) + W2-S_TT)
085400     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
085500                                    + (W2-E_SS * 100) + W2-E_TT).
085600     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
085700
085800     COMPUTE  WV-SNPC-TOTAL-COUNT  =  WV-SNPC-MAST-COUNT
085900                                   +  WV-SNPC-SUSP-COUNT
086000                                   +  WV-SNPC-HIST-COUNT
086100                                   +  WV-SNPC-CHAIN-COUNT
086200                                   +  WV-SNPC-NITE-COUNT.
086300     IF  WV-SNPC-TOTAL-COUNT  NOT =  WN-SNPC-TOTAL-COUNT
086400         ADD  1  TO  WK-MISMATCH-COUNTER
086500     END-IF.
086600     IF  WK-MISMATCH-COUNTER  =  ZERO
086700         MOVE  "OK"  TO  WK-CTL-RESULT
086800     ELSE
086900         MOVE  "NG"  TO  WK-CTL-RESULT
087000         MOVE  8     TO  RETURN-CODE
087100     END-IF.
087200
087300     DISPLAY "TARGET RUN-ID      : " WK-RBAK-RUN-ID.
087400     DISPLAY "RECORDS RESTORED   : " WK-RESTORE-COUNTER.
087500     DISPLAY "VERIFY RESULT      : " WK-CTL-RESULT.
087600
087700     MOVE "FILERBAK"    TO  O4-RPT-PROGRAM-NAME.
087800     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
087900             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
088000     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
088100     WRITE O4-RPT-TITLE-LINE.
088200     PERFORM SYURYO-CHK-RPT-WRITE.
088300     MOVE "SNAPIN"      TO O4-RPT-FILE-NAME.
088400     WRITE O4-RPT-FILE-LINE.
088500     PERFORM SYURYO-CHK-RPT-WRITE.
088600     MOVE "SNAPCATIN"   TO O4-RPT-FILE-NAME.
088700     WRITE O4-RPT-FILE-LINE.
088800     PERFORM SYURYO-CHK-RPT-WRITE.
088820     MOVE "ARCCTL"      TO O4-RPT-FILE-NAME.
088850     WRITE O4-RPT-FILE-LINE.
088870     PERFORM SYURYO-CHK-RPT-WRITE.
088900     MOVE "TARGET RUN-ID"    TO O4-RPT-DETAIL-LABEL.
089000     MOVE WK-RBAK-RUN-ID     TO O4-RPT-DETAIL-VALUE.
089100     WRITE O4-RPT-DETAIL-LINE.
089200     PERFORM SYURYO-CHK-RPT-WRITE.
089300     MOVE "TARGET RUN-DATE"  TO O4-RPT-DETAIL-LABEL.
089400     MOVE WN-SNPC-RUN-DATE   TO O4-RPT-DETAIL-VALUE.
089500     WRITE O4-RPT-DETAIL-LINE.
089600     PERFORM SYURYO-CHK-RPT-WRITE.
089700
089800     WRITE O4-RPT-BLANK-LINE.
089900     PERFORM SYURYO-CHK-RPT-WRITE.
090000     WRITE O4-RPT-HEAD-LINE.
090100     PERFORM SYURYO-CHK-RPT-WRITE.
090200     MOVE "MASTOUT CATALOG"  TO O4-RPT-COUNT-NAME.
090300     MOVE WN-SNPC-MAST-COUNT TO O4-RPT-COUNT-VALUE.
090400     WRITE O4-RPT-COUNT-LINE.
090500     PERFORM SYURYO-CHK-RPT-WRITE.
090600     MOVE "MASTOUT RESTORED" TO O4-RPT-COUNT-NAME.
090700     MOVE WV-SNPC-MAST-COUNT TO O4-RPT-COUNT-VALUE.
090800     WRITE O4-RPT-COUNT-LINE.
090900     PERFORM SYURYO-CHK-RPT-WRITE.
091000     MOVE "SUSPOUT CATALOG"  TO O4-RPT-COUNT-NAME.
091100     MOVE WN-SNPC-SUSP-COUNT TO O4-RPT-COUNT-VALUE.
091200     WRITE O4-RPT-COUNT-LINE.
091300     PERFORM SYURYO-CHK-RPT-WRITE.
091400     MOVE "SUSPOUT RESTORED" TO O4-RPT-COUNT-NAME.
091500     MOVE WV-SNPC-SUSP-COUNT TO O4-RPT-COUNT-VALUE.
091600     WRITE O4-RPT-COUNT-LINE.
091700     PERFORM SYURYO-CHK-RPT-WRITE.
091800     MOVE "RUNHIST CATALOG"  TO O4-RPT-COUNT-NAME.
091900     MOVE WN-SNPC-HIST-COUNT TO O4-RPT-COUNT-VALUE.
092000     WRITE O4-RPT-COUNT-LINE.
092100     PERFORM SYURYO-CHK-RPT-WRITE.
092200     MOVE "RUNHIST RESTORED" TO O4-RPT-COUNT-NAME.
092300     MOVE WV-SNPC-HIST-COUNT TO O4-RPT-COUNT-VALUE.
092400     WRITE O4-RPT-COUNT-LINE.
092500     PERFORM SYURYO-CHK-RPT-WRITE.
092600     MOVE "CHAINCTL CATALOG" TO O4-RPT-COUNT-NAME.
092700     MOVE WN-SNPC-CHAIN-COUNT TO O4-RPT-COUNT-VALUE.
092800     WRITE O4-RPT-COUNT-LINE.
092900     PERFORM SYURYO-CHK-RPT-WRITE.
093000     MOVE "CHAINCTL RESTORED" TO O4-RPT-COUNT-NAME.
093100     MOVE WV-SNPC-CHAIN-COUNT TO O4-RPT-COUNT-VALUE.
093200     WRITE O4-RPT-COUNT-LINE.
093300     PERFORM SYURYO-CHK-RPT-WRITE.
093400     MOVE "NITESTAT CATALOG" TO O4-RPT-COUNT-NAME.
093500     MOVE WN-SNPC-NITE-COUNT TO O4-RPT-COUNT-VALUE.
093600     WRITE O4-RPT-COUNT-LINE.
093700     PERFORM SYURYO-CHK-RPT-WRITE.
093800     MOVE "NITESTAT RESTORED" TO O4-RPT-COUNT-NAME.
093900     MOVE WV-SNPC-NITE-COUNT TO O4-RPT-COUNT-VALUE.
094000     WRITE O4-RPT-COUNT-LINE.
094100     PERFORM SYURYO-CHK-RPT-WRITE.
094200     MOVE "TOTAL CATALOG"    TO O4-RPT-COUNT-NAME.
094300     MOVE WN-SNPC-TOTAL-COUNT TO O4-RPT-COUNT-VALUE.
094400     WRITE O4-RPT-COUNT-LINE.
094500     PERFORM SYURYO-CHK-RPT-WRITE.
094600     MOVE "TOTAL RESTORED"   TO O4-RPT-COUNT-NAME.
094700     MOVE WV-SNPC-TOTAL-COUNT TO O4-RPT-COUNT-VALUE.
094800     WRITE O4-RPT-COUNT-LINE.
094900     PERFORM SYURYO-CHK-RPT-WRITE.
095000     MOVE "ROOT HASH CATALOG" TO O4-RPT-DETAIL-LABEL.
095100     MOVE WN-SNPC-MAST-ROOT-HASH TO O4-RPT-DETAIL-VALUE.
095200     WRITE O4-RPT-DETAIL-LINE.
095300     PERFORM SYURYO-CHK-RPT-WRITE.
095400     MOVE "ROOT HASH RESTORED" TO O4-RPT-DETAIL-LABEL.
095500     MOVE WV-SNPC-MAST-ROOT-HASH TO O4-RPT-DETAIL-VALUE.
095600     WRITE O4-RPT-DETAIL-LINE.
095700     PERFORM SYURYO-CHK-RPT-WRITE.
095800     MOVE "OUTCTL TOTAL"     TO O4-RPT-COUNT-NAME.
095900     MOVE WN-SNPC-XCTL-COUNT-TOTAL TO O4-RPT-COUNT-VALUE.
096000     WRITE O4-RPT-COUNT-LINE.
096100     PERFORM SYURYO-CHK-RPT-WRITE.
096200     MOVE "OUTCTL ROOT HASH" TO O4-RPT-DETAIL-LABEL.
096300     MOVE WN-SNPC-XCTL-ROOT-HASH TO O4-RPT-DETAIL-VALUE.
096400     WRITE O4-RPT-DETAIL-LINE.
096500     PERFORM SYURYO-CHK-RPT-WRITE.
096600
096700     WRITE O4-RPT-BLANK-LINE.
096800     PERFORM SYURYO-CHK-RPT-WRITE.
096900     MOVE "ROLLBACK VERIFY"  TO O4-RPT-RESULT-LABEL.
097000     MOVE WK-CTL-RESULT      TO O4-RPT-RESULT-VALUE.
097100     WRITE O4-RPT-RESULT-LINE.
097200     PERFORM SYURYO-CHK-RPT-WRITE.
097300
097400     WRITE O4-RPT-BLANK-LINE.
097500     PERFORM SYURYO-CHK-RPT-WRITE.
097600
097700     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
097800     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
097900             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
098000     WRITE O4-RPT-TIME-LINE.
098100     PERFORM SYURYO-CHK-RPT-WRITE.
098200     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
098300     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
098400             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
098500     WRITE O4-RPT-TIME-LINE.
098600     PERFORM SYURYO-CHK-RPT-WRITE.
098700     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
098800     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
098900     WRITE O4-RPT-TIME-LINE.
099000     PERFORM SYURYO-CHK-RPT-WRITE.
099100
099200     CLOSE FILE-REPORT.
099300     IF  FS-FILE-REPORT  NOT =  "00"
099400         MOVE "FILE-REPORT(RBAKRPT)" TO  W2-ERR-FILE-NAME
099500         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
099600         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
099700         PERFORM ERROR-PROC
099800     END-IF.
099900
100000 SYURYO-999.
100100     EXIT.
100200                                                             SKIP3
100300******************************************************************
100400*                                                                *
100500*    REPORT WRITE CHECK PROC                                     *
100600*                                                                *
100700******************************************************************
100800 SYURYO-CHK-PROC                    SECTION.
100900*G   REPORT WRITE CHECK
101000 SYURYO-CHK-RPT-WRITE.
101100     IF  FS-FILE-REPORT  NOT =  "00"
101200         MOVE "FILE-REPORT(RBAKRPT)" TO  W2-ERR-FILE-NAME
101300         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
101400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
101500         PERFORM ERROR-PROC
101600     END-IF.
101700 SYURYO-CHK-999.
101800     EXIT.
101900                                                             SKIP3
102000******************************************************************
102100*                                                                *
102200*    ERROR PROC                                                  *
102300*                                                                *
102400******************************************************************
102500 ERROR-PROC                        SECTION.
102600*G   ERROR
102700 ERROR-010.
102800
102900     DISPLAY "*** ABEND ***".
103000     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
103100     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
103200     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
103300
103400     MOVE  16  TO  RETURN-CODE.
103500     STOP RUN.
103600
103700 ERROR-999.
103800     EXIT.
