000100* T   ROOT-KEY RE-KEY CASCADE (MASTER, SUSPENSE, RELEASE, MASTIDX)
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILERKEY.
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
001500     SELECT   FILE-RKEYMAP
001600               ASSIGN TO RKEYMAP
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-RKEYMAP.
001900     SELECT   FILE-MAST
002000               ASSIGN TO MASTIN
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-MAST.
002300     SELECT   FILE-MASTOUT
002400               ASSIGN TO MASTOUT
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-MASTOUT.
002700     SELECT   OPTIONAL  FILE-SUSPIN
002800               ASSIGN TO SUSPIN
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-SUSPIN.
003100     SELECT   FILE-SUSPOUT
003200               ASSIGN TO SUSPOUT
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-SUSPOUT.
003500     SELECT   OPTIONAL  FILE-RELIN
003600               ASSIGN TO RELIN
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-RELIN.
003900     SELECT   FILE-RELEASE
004000               ASSIGN TO RELEASEDATA
004100               ORGANIZATION IS LINE SEQUENTIAL
004200               FILE STATUS IS FS-FILE-RELEASE.
004300     SELECT   FILE-MASTIDX
004400               ASSIGN TO MASTIDX
004500               ORGANIZATION IS INDEXED
004600               ACCESS MODE IS RANDOM
004700               RECORD KEY IS O3-MSTIX-KEY
004800               FILE STATUS IS FS-FILE-MASTIDX.
004900     SELECT   FILE-DELTA
005000               ASSIGN TO RKEYDELTA
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS FS-FILE-DELTA.
005300     SELECT   OPTIONAL  FILE-OUT-CTL
005400               ASSIGN TO OUTCTL
005500               ORGANIZATION IS LINE SEQUENTIAL
005600               FILE STATUS IS FS-FILE-OUT-CTL.
005700     SELECT   FILE-XCTLOUT
005800               ASSIGN TO OUTCTLOUT
005900               ORGANIZATION IS LINE SEQUENTIAL
006000               FILE STATUS IS FS-FILE-XCTLOUT.
006100     SELECT   FILE-RKEYLIST
006200               ASSIGN TO RKEYLIST
006300               ORGANIZATION IS LINE SEQUENTIAL
006400               FILE STATUS IS FS-FILE-RKEYLIST.
006500     SELECT   FILE-REPORT
006600               ASSIGN TO RKEYRPT
006700               ORGANIZATION IS LINE SEQUENTIAL
006800               FILE STATUS IS FS-FILE-REPORT.
006900     SELECT   OPTIONAL  FILE-BUSDATE
007000               ASSIGN TO BUSDATE
007100               ORGANIZATION IS LINE SEQUENTIAL
007200               FILE STATUS IS FS-FILE-BUSDATE.
007300     SELECT   SORT-FILE
007400               ASSIGN TO SORTWK.
007500
007600 DATA                   DIVISION.
007700 FILE                   SECTION.
007800 FD  FILE-RKEYMAP.
007900     COPY  RKEYMAP  PREFIXING  I9-.
008000
008100 FD  FILE-MAST.
008200     COPY  OUTFILE  PREFIXING  I1-.
008300
008400 FD  FILE-MASTOUT.
008500     COPY  OUTFILE  PREFIXING  O1-.
008600
008700 FD  FILE-SUSPIN.
008800     COPY  SUSPENSE PREFIXING  I5-.
008900
009000 FD  FILE-SUSPOUT.
009100     COPY  SUSPENSE PREFIXING  O5-.
009200
009300 FD  FILE-RELIN.
009400     COPY  OUTFILE  PREFIXING  I6-.
009500
009600 FD  FILE-RELEASE.
009700     COPY  OUTFILE  PREFIXING  O6-.
009800
009900 FD  FILE-MASTIDX.
010000     COPY  MSTIDX   PREFIXING  O3-.
010100
010200 FD  FILE-DELTA.
010300     COPY  DELTA    PREFIXING  O7-.
010400
010500 FD  FILE-OUT-CTL.
010600     COPY  EXTCTL   PREFIXING  I8-.
010700
010800 FD  FILE-XCTLOUT.
010900     COPY  EXTCTL   PREFIXING  O8-.
011000
011100 FD  FILE-RKEYLIST.
011200     COPY  REPORT   PREFIXING  O2-.
011300     COPY  RKEYLST  PREFIXING  O2-.
011400
011500 FD  FILE-REPORT.
011600     COPY  REPORT   PREFIXING  O4-.
011700
011800 FD  FILE-BUSDATE.
011900     COPY  BUSDATE  PREFIXING  C2-.
012000
012100 SD  SORT-FILE.
012200     COPY  RKEYWRK  PREFIXING  SR-.
012300
012400 WORKING-STORAGE        SECTION.
012500******************************************************************
012600*                                                                *
012700*    KEY MAPPING TABLE (FILE-RKEYMAP)                            *
012800*    WK-RKMP-STAT  "0"=VALID, NOT YET CHECKED FOR COLLISIONS     *
012900*                  "A"=APPLIED  "C"=SUB-KEY COLLISION, NOT       *
013000*                  APPLIED  "B"=BLANK KEY  "S"=OLD KEY = NEW KEY *
013100*                  "D"=OLD KEY MAPPED TWICE  "K"=KEY IS ALSO THE *
013200*                  OTHER KEY OF ANOTHER MAPPING                  *
013300*    WK-RKMP-OLD-FOUND / WK-RKMP-NEW-FOUND  "1"=ROOT ROW OF THE  *
013400*                  KEY IS ON THE INPUT MASTER                    *
013500*                                                                *
013600******************************************************************
013700 01  WK-RKMP-EOF-FLG        PIC   X      VALUE  ZERO.
013800 01  WK-RKMP-MAX            PIC  S9(04)  COMP  VALUE  1000.
013900 01  WK-RKMP-COUNT          PIC  S9(04)  COMP  VALUE  ZERO.
014000 01  WK-RKMP-IX             PIC  S9(04)  COMP  VALUE  ZERO.
014100 01  WK-RKMP-DUP-IX         PIC  S9(04)  COMP  VALUE  ZERO.
014200 01  WK-RKMP-TABLE.
014300     05  WK-RKMP-ENTRY  OCCURS  1000.
014400         10  WK-RKMP-OLD-KEY      PIC  X(10).
014500         10  WK-RKMP-NEW-KEY      PIC  X(10).
014600         10  WK-RKMP-STAT         PIC  X(01).
014700         10  WK-RKMP-OLD-FOUND    PIC  X(01).
014800         10  WK-RKMP-NEW-FOUND    PIC  X(01).
014900         10  WK-RKMP-ROWS         PIC  S9(11).
015000 01  WK-LOOK-KEY            PIC  X(10)   VALUE  SPACES.
015100 01  WK-LOOK-ROOT           PIC  X(10)   VALUE  LOW-VALUES.
015200 01  WK-LOOK-OLD-IX         PIC  S9(04)  COMP  VALUE  ZERO.
015300 01  WK-LOOK-NEW-IX         PIC  S9(04)  COMP  VALUE  ZERO.
015400 01  WK-EDIT-ROWS           PIC  ZZZ,ZZZ,ZZ9.
015500******************************************************************
015600*                                                                *
015700*    FILE-MAST WORK AREA (INPUT MASTER, READ ONCE PER SORT PASS) *
015800*                                                                *
015900******************************************************************
016000 COPY  OUTFILE  PREFIXING  WM-.
016100 01  WM-EOF-FLG             PIC   X      VALUE  ZERO.
016200 01  WM-Z-FLG               PIC   X      VALUE  ZERO.
016300 01  WM-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
016400 01  WM-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
016500 01  WM-R-COUNTER           PIC  S9(09)  VALUE  ZERO.
016600 01  WM-S-COUNTER           PIC  S9(09)  VALUE  ZERO.
016700 01  WM-T-COUNTER           PIC  S9(09)  VALUE  ZERO.
016800 01  WM-U-COUNTER           PIC  S9(09)  VALUE  ZERO.
016900******************************************************************
017000*                                                                *
017100*    SORT WORK AREA (RETURNED RECORD / PRIOR RECORD)             *
017200*                                                                *
017300******************************************************************
017400 COPY  RKEYWRK  PREFIXING  W5-.
017500 COPY  RKEYWRK  PREFIXING  W6-.
017600 01  WK-SORT-EOF-FLG        PIC   X      VALUE  ZERO.
017700 01  WK-PREV-FLG            PIC   X      VALUE  ZERO.
017800 01  WK-PREV-LISTED-FLG     PIC   X      VALUE  ZERO.
017900 01  WK-COLL-HEAD-FLG       PIC   X      VALUE  ZERO.
018000 01  WK-RELEASE-COUNTER     PIC  S9(11)  VALUE  ZERO.
018100 01  WK-RETURN-COUNTER      PIC  S9(11)  VALUE  ZERO.
018200******************************************************************
018300*                                                                *
018400*    OUTPUT MASTER WORK AREA (FILE-MASTOUT, "G" TRAILERS         *
018500*    REGENERATED ON ROOT KEY BREAK)                              *
018600*                                                                *
018700******************************************************************
018800 COPY  OUTFILE  PREFIXING  W1-.
018900 01  W1-COUNTER             PIC  S9(11)  VALUE  ZERO.
019000 01  W1-R-COUNTER           PIC  S9(09)  VALUE  ZERO.
019100 01  W1-S-COUNTER           PIC  S9(09)  VALUE  ZERO.
019200 01  W1-T-COUNTER           PIC  S9(09)  VALUE  ZERO.
019300 01  W1-U-COUNTER           PIC  S9(09)  VALUE  ZERO.
019400 01  WK-GRP-OPEN-FLG        PIC   X      VALUE  ZERO.
019500 01  WK-GRP-MOVED-FLG       PIC   X      VALUE  ZERO.
019600 01  WK-GRP-ROOT-KEY        PIC  X(10)   VALUE  SPACES.
019700 01  WK-GRP-SUB-COUNT       PIC  S9(09)  VALUE  ZERO.
019800 01  WK-GRP-SUB2-COUNT      PIC  S9(09)  VALUE  ZERO.
019900 01  WK-GRP-SUB3-COUNT      PIC  S9(09)  VALUE  ZERO.
020000 01  WK-LAST-R-ROOT         PIC  X(10)   VALUE  LOW-VALUES.
020100******************************************************************
020200*                                                                *
020300*    RE-KEY COUNT WORK AREA                                      *
020400*                                                                *
020500******************************************************************
020600 01  WK-MOVE-ROW-COUNTER    PIC  S9(11)  VALUE  ZERO.
020700 01  WK-MERGE-R-COUNTER     PIC  S9(09)  VALUE  ZERO.
020800 01  WK-COLL-ROW-COUNTER    PIC  S9(11)  VALUE  ZERO.
020900 01  WK-APPLY-COUNTER       PIC  S9(09)  VALUE  ZERO.
021000 01  WK-MERGE-MAP-COUNTER   PIC  S9(09)  VALUE  ZERO.
021100 01  WK-NOTFOUND-COUNTER    PIC  S9(09)  VALUE  ZERO.
021200 01  WK-COLL-MAP-COUNTER    PIC  S9(09)  VALUE  ZERO.
021300 01  WK-REJECT-COUNTER      PIC  S9(09)  VALUE  ZERO.
021400 01  WK-OUT-HASH            PIC  9(11)   VALUE  ZERO.
021500 01  WK-IN-HASH             PIC  9(11)   VALUE  ZERO.
021600 01  WK-HASH-KEY            PIC  X(10).
021700 01  WK-HASH-KEY-NUM        REDEFINES  WK-HASH-KEY  PIC  9(10).
021800 01  WK-MAP-RESULT          PIC  X(04)   VALUE  SPACES.
021900 01  WK-MAST-RESULT         PIC  X(04)   VALUE  SPACES.
022000 01  WK-CNT-RESULT          PIC  X(04)   VALUE  SPACES.
022100 01  WK-IDX-RESULT          PIC  X(04)   VALUE  SPACES.
022200******************************************************************
022300*                                                                *
022400*    DELTA WORK AREA (FILE-DELTA, "D" OLD KEYS / "A" NEW KEYS)   *
022500*                                                                *
022600******************************************************************
022700 COPY  DELTA    PREFIXING  WD-.
022800 01  WK-DELTA-D-COUNTER     PIC  S9(11)  VALUE  ZERO.
022900 01  WK-DELTA-A-COUNTER     PIC  S9(11)  VALUE  ZERO.
023000******************************************************************
023100*                                                                *
023200*    MASTER INDEX WORK AREA (FILE-MASTIDX)                       *
023300*                                                                *
023400******************************************************************
023500 01  WK-IDX-DUP-FLG         PIC   X      VALUE  ZERO.
023600 01  WK-IDX-DELETE-COUNTER  PIC  S9(11)  VALUE  ZERO.
023700 01  WK-IDX-WRITE-COUNTER   PIC  S9(11)  VALUE  ZERO.
023800 01  WK-IDX-REWRITE-COUNTER PIC  S9(11)  VALUE  ZERO.
023900 01  WK-IDX-MISS-COUNTER    PIC  S9(11)  VALUE  ZERO.
024000******************************************************************
024100*                                                                *
024200*    SUSPENSE / RELEASE WORK AREA (FILE-SUSPIN / FILE-RELIN)     *
024300*                                                                *
024400******************************************************************
024500 01  WK-SUSP-EOF-FLG        PIC   X      VALUE  ZERO.
024600 01  WK-SUSP-IN-COUNTER     PIC  S9(11)  VALUE  ZERO.
024700 01  WK-SUSP-OUT-COUNTER    PIC  S9(11)  VALUE  ZERO.
024800 01  WK-SUSP-MOVE-COUNTER   PIC  S9(11)  VALUE  ZERO.
024900 01  WK-REL-EOF-FLG         PIC   X      VALUE  ZERO.
025000 01  WK-REL-IN-COUNTER      PIC  S9(11)  VALUE  ZERO.
025100 01  WK-REL-OUT-COUNTER     PIC  S9(11)  VALUE  ZERO.
025200 01  WK-REL-MOVE-COUNTER    PIC  S9(11)  VALUE  ZERO.
025300******************************************************************
025400*                                                                *
025500*    EXTRACT CONTROL WORK AREA (FILE-OUT-CTL RESTATED)           *
025600*                                                                *
025700******************************************************************
025800 COPY  EXTCTL  PREFIXING  WX-.
025900 01  WK-XCTL-FOUND-FLG      PIC   X      VALUE  ZERO.
026000 01  WK-XCTL-HASH           PIC  9(11)   VALUE  ZERO.
026100******************************************************************
026200*                                                                *
026300*    RUN STATUS WORK AREA                                        *
026400*                                                                *
026500******************************************************************
026600 COPY  RESULT  PREFIXING  W2-.
026700 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
026800 01  W4-RUN-DATE             PIC  9(08).
026900 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
027000     05  W4-RUN-YYYY         PIC  9(04).
027100     05  W4-RUN-MM           PIC  9(02).
027200     05  W4-RUN-DD           PIC  9(02).
027300******************************************************************
027400*                                                                *
027500*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
027600*                                                                *
027700******************************************************************
027800 COPY  BUSDATE  PREFIXING  WY-.
027900 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
028000 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
028100 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
028200******************************************************************
028300*                                                                *
028400*    FILE STATUS WORK AREA                                       *
028500*                                                                *
028600******************************************************************
028700 01  FS-FILE-RKEYMAP         PIC  X(02)  VALUE  "00".
028800 01  FS-FILE-MAST            PIC  X(02)  VALUE  "00".
028900 01  FS-FILE-MASTOUT         PIC  X(02)  VALUE  "00".
029000 01  FS-FILE-SUSPIN          PIC  X(02)  VALUE  "00".
029100 01  FS-FILE-SUSPOUT         PIC  X(02)  VALUE  "00".
029200 01  FS-FILE-RELIN           PIC  X(02)  VALUE  "00".
029300 01  FS-FILE-RELEASE         PIC  X(02)  VALUE  "00".
029400 01  FS-FILE-MASTIDX         PIC  X(02)  VALUE  "00".
029500 01  FS-FILE-DELTA           PIC  X(02)  VALUE  "00".
029600 01  FS-FILE-OUT-CTL         PIC  X(02)  VALUE  "00".
029700 01  FS-FILE-XCTLOUT         PIC  X(02)  VALUE  "00".
029800 01  FS-FILE-RKEYLIST        PIC  X(02)  VALUE  "00".
029900 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
030000 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
030100
030200 PROCEDURE              DIVISION.
030300*
030400******************************************************************
030500*                                                                *
030600*G   MAIN PROC                                                   *
030700*                                                                *
030800******************************************************************
030900 MAIN-PROC                         SECTION.
031000*G   MAIN
031100 MAIN-PROC-010.
031200
031300     PERFORM  JUNBI-PROC.
031400
031500     MOVE  LOW-VALUES  TO  WK-LOOK-ROOT.
031600     SORT  SORT-FILE
031700           ASCENDING KEY  SR-RKWK-SORT-ROOT-KEY
031800                          SR-RKWK-SUB-KEY
031900                          SR-RKWK-SUB2-KEY
032000                          SR-RKWK-SUB3-KEY
032100                          SR-RKWK-KIND
032200                          SR-RKWK-ORIG-ROOT-KEY
032300           INPUT  PROCEDURE IS RKEY-COLL-IN-PROC
032400           OUTPUT PROCEDURE IS RKEY-COLL-OUT-PROC.
032500     PERFORM  RKMAP-APPLY-PROC.
032600
032700     MOVE  LOW-VALUES  TO  WK-LOOK-ROOT.
032800     SORT  SORT-FILE
032900           ASCENDING KEY  SR-RKWK-SORT-ROOT-KEY
033000                          SR-RKWK-SUB-KEY
033100                          SR-RKWK-SUB2-KEY
033200                          SR-RKWK-SUB3-KEY
033300                          SR-RKWK-KIND
033400                          SR-RKWK-MOVED-FLG
033500                          SR-RKWK-ORIG-ROOT-KEY
033600           INPUT  PROCEDURE IS RKEY-MAST-IN-PROC
033700           OUTPUT PROCEDURE IS RKEY-MAST-OUT-PROC.
033800     PERFORM  GRAND-TRAILER-WRITE-PROC.
033900
034000     PERFORM  SUSP-COPY-PROC.
034100     PERFORM  REL-COPY-PROC.
034200     PERFORM  LIST-WRITE-PROC.
034300
034400     CLOSE  FILE-MASTOUT
034500            FILE-DELTA
034600            FILE-MASTIDX
034700            FILE-RKEYLIST.
034800     IF  FS-FILE-MASTOUT  NOT =  "00"
034900         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
035000         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
035100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
035200         PERFORM ERROR-PROC
035300     END-IF.
035400     IF  FS-FILE-DELTA  NOT =  "00"
035500         MOVE "FILE-DELTA(RKEYDELTA)"  TO  W2-ERR-FILE-NAME
035600         MOVE FS-FILE-DELTA          TO  W2-ERR-FILE-STATUS
035700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
035800         PERFORM ERROR-PROC
035900     END-IF.
036000     IF  FS-FILE-MASTIDX  NOT =  "00"
036100         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
036200         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
036300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
036400         PERFORM ERROR-PROC
036500     END-IF.
036600     IF  FS-FILE-RKEYLIST  NOT =  "00"
036700         MOVE "FILE-RKEYLIST(RKEYLIST)" TO  W2-ERR-FILE-NAME
036800         MOVE FS-FILE-RKEYLIST       TO  W2-ERR-FILE-STATUS
036900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
037000         PERFORM ERROR-PROC
037100     END-IF.
037200
037300     PERFORM  XCTL-RESTATE-PROC.
037400
037500     PERFORM  SYURYO-PROC.
037600
037700     STOP     RUN.
037800                                                             SKIP3
037900******************************************************************
038000*                                                                *
038100*    KEY MAPPING LOAD PROC (OLD KEY TO NEW KEY INTO TABLE; BLANK *
038200*    KEY, OLD = NEW AND OLD KEY MAPPED TWICE ARE REJECTED)       *
038300*                                                                *
038400******************************************************************
038500 RKMAP-LOAD-PROC SECTION.
038600*G   KEY MAPPING LOAD
038700 RKMAP-LOAD-010.
038800     OPEN  INPUT  FILE-RKEYMAP.
038900     IF  FS-FILE-RKEYMAP  NOT =  "00"
039000         MOVE "FILE-RKEYMAP(RKEYMAP)"  TO  W2-ERR-FILE-NAME
039100         MOVE FS-FILE-RKEYMAP        TO  W2-ERR-FILE-STATUS
039200         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
039300         PERFORM ERROR-PROC
039400     END-IF.
039500     PERFORM  UNTIL  WK-RKMP-EOF-FLG  =  "1"
039600         READ  FILE-RKEYMAP
039700           AT END
039800             MOVE "1" TO WK-RKMP-EOF-FLG
039900           NOT AT END
040000             IF  WK-RKMP-COUNT  NOT <  WK-RKMP-MAX
040100                 MOVE "FILE-RKEYMAP(RKEYMAP)" TO W2-ERR-FILE-NAME
040200                 MOVE FS-FILE-RKEYMAP  TO  W2-ERR-FILE-STATUS
040300                 MOVE "MAPPING TABLE OVERFLOW" TO W2-ERR-MESSAGE
040400                 PERFORM ERROR-PROC
040500             END-IF
040600             ADD  1  TO  WK-RKMP-COUNT
040700             MOVE I9-RKMP-OLD-ROOT-KEY
040800                  TO  WK-RKMP-OLD-KEY (WK-RKMP-COUNT)
040900             MOVE I9-RKMP-NEW-ROOT-KEY
041000                  TO  WK-RKMP-NEW-KEY (WK-RKMP-COUNT)
041100             MOVE "0"  TO WK-RKMP-OLD-FOUND (WK-RKMP-COUNT)
041200             MOVE "0"  TO WK-RKMP-NEW-FOUND (WK-RKMP-COUNT)
041300             MOVE ZERO TO WK-RKMP-ROWS (WK-RKMP-COUNT)
041400             PERFORM  RKMAP-CHECK-PROC
041500         END-READ
041600         IF  FS-FILE-RKEYMAP  NOT =  "00"  AND
041700             FS-FILE-RKEYMAP  NOT =  "10"
041800             MOVE "FILE-RKEYMAP(RKEYMAP)"  TO  W2-ERR-FILE-NAME
041900             MOVE FS-FILE-RKEYMAP        TO  W2-ERR-FILE-STATUS
042000             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
042100             PERFORM ERROR-PROC
042200         END-IF
042300     END-PERFORM.
042400     CLOSE  FILE-RKEYMAP.
042500     IF  FS-FILE-RKEYMAP  NOT =  "00"
042600         MOVE "FILE-RKEYMAP(RKEYMAP)"  TO  W2-ERR-FILE-NAME
042700         MOVE FS-FILE-RKEYMAP        TO  W2-ERR-FILE-STATUS
042800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
042900         PERFORM ERROR-PROC
043000     END-IF.
043100     PERFORM  RKMAP-CHAIN-PROC.
043200 RKMAP-LOAD-999.
043300 EXIT.
043400                                                             SKIP3
043500******************************************************************
043600*                                                                *
043700*    KEY MAPPING CHECK PROC (BLANK KEY / OLD = NEW / OLD KEY     *
043800*    ALREADY MAPPED BY AN EARLIER ENTRY)                         *
043900*                                                                *
044000******************************************************************
044100 RKMAP-CHECK-PROC SECTION.
044200*G   KEY MAPPING CHECK
044300 RKMAP-CHECK-010.
044400     MOVE  "0"  TO  WK-RKMP-STAT (WK-RKMP-COUNT).
044500     IF  WK-RKMP-OLD-KEY (WK-RKMP-COUNT)  =  SPACES  OR
044600         WK-RKMP-NEW-KEY (WK-RKMP-COUNT)  =  SPACES
044700         MOVE  "B"  TO  WK-RKMP-STAT (WK-RKMP-COUNT)
044800         ADD   1    TO  WK-REJECT-COUNTER
044900         GO  TO  RKMAP-CHECK-999
045000     END-IF.
045100     IF  WK-RKMP-OLD-KEY (WK-RKMP-COUNT)  =
045200         WK-RKMP-NEW-KEY (WK-RKMP-COUNT)
045300         MOVE  "S"  TO  WK-RKMP-STAT (WK-RKMP-COUNT)
045400         ADD   1    TO  WK-REJECT-COUNTER
045500         GO  TO  RKMAP-CHECK-999
045600     END-IF.
045700     PERFORM  VARYING  WK-RKMP-DUP-IX  FROM  1  BY  1
045800              UNTIL    WK-RKMP-DUP-IX  NOT <  WK-RKMP-COUNT
045900         IF  WK-RKMP-OLD-KEY (WK-RKMP-DUP-IX)  =
046000             WK-RKMP-OLD-KEY (WK-RKMP-COUNT)
046100             MOVE  "D"  TO  WK-RKMP-STAT (WK-RKMP-COUNT)
046200             ADD   1    TO  WK-REJECT-COUNTER
046300             GO  TO  RKMAP-CHECK-999
046400         END-IF
046500     END-PERFORM.
046600 RKMAP-CHECK-999.
046700 EXIT.
046800                                                             SKIP3
046900******************************************************************
047000*                                                                *
047100*    KEY MAPPING CHAIN PROC (AN OLD KEY THAT IS ALSO THE NEW KEY *
047200*    OF ANOTHER MAPPING, OR A NEW KEY THAT IS ALSO AN OLD KEY,   *
047300*    WOULD DEPEND ON THE ORDER OF THE MAPPINGS - BOTH REJECTED)  *
047400*                                                                *
047500******************************************************************
047600 RKMAP-CHAIN-PROC SECTION.
047700*G   KEY MAPPING CHAIN
047800 RKMAP-CHAIN-010.
047900     PERFORM  VARYING  WK-RKMP-IX  FROM  1  BY  1
048000              UNTIL    WK-RKMP-IX  >  WK-RKMP-COUNT
048100         IF  WK-RKMP-STAT (WK-RKMP-IX)  =  "0"
048200             PERFORM  VARYING  WK-RKMP-DUP-IX  FROM  1  BY  1
048300                      UNTIL    WK-RKMP-DUP-IX  >  WK-RKMP-COUNT
048400                 IF  ( WK-RKMP-STAT (WK-RKMP-DUP-IX)  =  "0"  OR
048500                       WK-RKMP-STAT (WK-RKMP-DUP-IX)  =  "K" ) AND
048600                     ( WK-RKMP-OLD-KEY (WK-RKMP-IX)  =
048700                       WK-RKMP-NEW-KEY (WK-RKMP-DUP-IX)  OR
048800                       WK-RKMP-NEW-KEY (WK-RKMP-IX)  =
048900                       WK-RKMP-OLD-KEY (WK-RKMP-DUP-IX) )  AND
049000                     WK-RKMP-STAT (WK-RKMP-IX)  =  "0"
049100                     MOVE  "K"  TO  WK-RKMP-STAT (WK-RKMP-IX)
049200                     ADD   1    TO  WK-REJECT-COUNTER
049300                 END-IF
049400             END-PERFORM
049500         END-IF
049600     END-PERFORM.
049700 RKMAP-CHAIN-999.
049800 EXIT.
049900                                                             SKIP3
050000******************************************************************
050100*                                                                *
050200*    KEY MAPPING LOOKUP PROC (TABLE INDEX OF WK-LOOK-KEY AS OLD  *
050300*    KEY AND AS NEW KEY OF A VALID MAPPING, 0=NONE; KEPT UNTIL   *
050400*    THE KEY CHANGES)                                            *
050500*                                                                *
050600******************************************************************
050700 RKMAP-LOOKUP-PROC SECTION.
050800*G   KEY MAPPING LOOKUP
050900 RKMAP-LOOKUP-010.
051000     IF  WK-LOOK-KEY  =  WK-LOOK-ROOT
051100         GO  TO  RKMAP-LOOKUP-999
051200     END-IF.
051300     MOVE  WK-LOOK-KEY  TO  WK-LOOK-ROOT.
051400     MOVE  ZERO         TO  WK-LOOK-OLD-IX.
051500     MOVE  ZERO         TO  WK-LOOK-NEW-IX.
051600     PERFORM  VARYING  WK-RKMP-IX  FROM  1  BY  1
051700              UNTIL    WK-RKMP-IX  >  WK-RKMP-COUNT
051800         IF  WK-RKMP-STAT (WK-RKMP-IX)  =  "0"  OR
051900             WK-RKMP-STAT (WK-RKMP-IX)  =  "A"
052000             IF  WK-RKMP-OLD-KEY (WK-RKMP-IX)  =  WK-LOOK-ROOT
052100                 MOVE  WK-RKMP-IX  TO  WK-LOOK-OLD-IX
052200             END-IF
052300             IF  WK-RKMP-NEW-KEY (WK-RKMP-IX)  =  WK-LOOK-ROOT
052400                 MOVE  WK-RKMP-IX  TO  WK-LOOK-NEW-IX
052500             END-IF
052600         END-IF
052700     END-PERFORM.
052800 RKMAP-LOOKUP-999.
052900 EXIT.
053000                                                             SKIP3
053100******************************************************************
053200*                                                                *
053300*    KEY MAPPING APPLY PROC (MAPPINGS WITHOUT A COLLISION ARE    *
053400*    APPLIED; A NEW KEY ALREADY ON THE MASTER IS A MERGE)        *
053500*                                                                *
053600******************************************************************
053700 RKMAP-APPLY-PROC SECTION.
053800*G   KEY MAPPING APPLY
053900 RKMAP-APPLY-010.
054000     PERFORM  VARYING  WK-RKMP-IX  FROM  1  BY  1
054100              UNTIL    WK-RKMP-IX  >  WK-RKMP-COUNT
054200         IF  WK-RKMP-STAT (WK-RKMP-IX)  =  "0"
054300             MOVE  "A"  TO  WK-RKMP-STAT (WK-RKMP-IX)
054400             ADD   1    TO  WK-APPLY-COUNTER
054500             IF  WK-RKMP-OLD-FOUND (WK-RKMP-IX)  NOT =  "1"
054600                 ADD   1    TO  WK-NOTFOUND-COUNTER
054700             ELSE
054800                 IF  WK-RKMP-NEW-FOUND (WK-RKMP-IX)  =  "1"
054900                     ADD   1    TO  WK-MERGE-MAP-COUNTER
055000                 END-IF
055100             END-IF
055200         END-IF
055300     END-PERFORM.
055400 RKMAP-APPLY-999.
055500 EXIT.
055600                                                             SKIP3
055700******************************************************************
055800*                                                                *
055900*    MASTER READ PROC ("Z" GRAND TRAILER HELD FOR THE CHECK)     *
056000*                                                                *
056100******************************************************************
056200 MAST-READ-PROC SECTION.
056300*G   MASTER READ
056400 MAST-READ-010.
056500     PERFORM  WITH TEST AFTER  UNTIL
056600         WM-EOF-FLG  =  "1"  OR  WM-REC-TYPE  NOT =  "Z"
056700         READ  FILE-MAST
056800           AT END
056900             MOVE "1" TO WM-EOF-FLG
057000           NOT AT END
057100             MOVE I1-OUTFILE  TO WM-OUTFILE
057200             IF  WM-REC-TYPE  =  "Z"
057300                 MOVE "1"                  TO  WM-Z-FLG
057400                 MOVE WM-TRLR-GRAND-COUNT  TO  WM-Z-GRAND-COUNT
057500             END-IF
057600         END-READ
057700         IF  FS-FILE-MAST  NOT =  "00"  AND
057800             FS-FILE-MAST  NOT =  "10"
057900             MOVE "FILE-MAST(MASTIN)"     TO  W2-ERR-FILE-NAME
058000             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
058100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
058200             PERFORM ERROR-PROC
058300         END-IF
058400     END-PERFORM.
058500 MAST-READ-999.
058600 EXIT.
058700                                                             SKIP3
058800******************************************************************
058900*                                                                *
059000*    MASTER OPEN PROC (INPUT MASTER OPENED FOR ONE SORT PASS)    *
059100*                                                                *
059200******************************************************************
059300 MAST-OPEN-PROC SECTION.
059400*G   MASTER OPEN
059500 MAST-OPEN-010.
059600     MOVE  "0"  TO  WM-EOF-FLG.
059700     OPEN   INPUT  FILE-MAST.
059800     IF  FS-FILE-MAST  NOT =  "00"
059900         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
060000         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
060100         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
060200         PERFORM ERROR-PROC
060300     END-IF.
060400 MAST-OPEN-999.
060500 EXIT.
060600                                                             SKIP3
060700******************************************************************
060800*                                                                *
060900*    MASTER CLOSE PROC                                           *
061000*                                                                *
061100******************************************************************
061200 MAST-CLOSE-PROC SECTION.
061300*G   MASTER CLOSE
061400 MAST-CLOSE-010.
061500     CLOSE  FILE-MAST.
061600     IF  FS-FILE-MAST  NOT =  "00"
061700         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
061800         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
061900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
062000         PERFORM ERROR-PROC
062100     END-IF.
062200 MAST-CLOSE-999.
062300 EXIT.
062400                                                             SKIP3
062500******************************************************************
062600*                                                                *
062700*    COLLISION SORT INPUT PROC (ROOT ROWS MARK THE OLD AND NEW   *
062800*    KEYS FOUND; CHILD ROWS OF AN OLD KEY ARE RELEASED UNDER THE *
062900*    NEW KEY, CHILD ROWS OF A NEW KEY AS THEY ARE)               *
063000*                                                                *
063100******************************************************************
063200 RKEY-COLL-IN-PROC SECTION.
063300*G   COLLISION SORT INPUT
063400 RKEY-COLL-IN-010.
063500     PERFORM  MAST-OPEN-PROC.
063600     PERFORM  MAST-READ-PROC.
063700     PERFORM  UNTIL  WM-EOF-FLG  =  "1"
063800         PERFORM  COLL-ROW-PROC
063900         PERFORM  MAST-READ-PROC
064000     END-PERFORM.
064100     PERFORM  MAST-CLOSE-PROC.
064200 RKEY-COLL-IN-999.
064300 EXIT.
064400                                                             SKIP3
064500******************************************************************
064600*                                                                *
064700*    COLLISION ROW PROC (ONE INPUT MASTER ROW)                   *
064800*                                                                *
064900******************************************************************
065000 COLL-ROW-PROC SECTION.
065100*G   COLLISION ROW
065200 COLL-ROW-010.
065300     IF  WM-REC-TYPE  =  "G"
065400         GO  TO  COLL-ROW-999
065500     END-IF.
065600     IF  WM-REC-TYPE  =  "R"
065700         PERFORM  VARYING  WK-RKMP-IX  FROM  1  BY  1
065800                  UNTIL    WK-RKMP-IX  >  WK-RKMP-COUNT
065900             IF  WK-RKMP-OLD-KEY (WK-RKMP-IX)  =  WM-ROOT-KEY
066000                 MOVE  "1"  TO  WK-RKMP-OLD-FOUND (WK-RKMP-IX)
066100             END-IF
066200             IF  WK-RKMP-NEW-KEY (WK-RKMP-IX)  =  WM-ROOT-KEY
066300                 MOVE  "1"  TO  WK-RKMP-NEW-FOUND (WK-RKMP-IX)
066400             END-IF
066500         END-PERFORM
066600         GO  TO  COLL-ROW-999
066700     END-IF.
066800     MOVE  WM-ROOT-KEY  TO  WK-LOOK-KEY.
066900     PERFORM  RKMAP-LOOKUP-PROC.
067000     IF  WK-LOOK-OLD-IX  =  ZERO  AND
067100         WK-LOOK-NEW-IX  =  ZERO
067200         GO  TO  COLL-ROW-999
067300     END-IF.
067400     INITIALIZE  SR-RKWK-REC.
067500     MOVE  WM-SUB-KEY        TO  SR-RKWK-SUB-KEY.
067600     MOVE  WM-SUB2-KEY       TO  SR-RKWK-SUB2-KEY.
067700     MOVE  WM-SUB3-KEY       TO  SR-RKWK-SUB3-KEY.
067800     MOVE  WM-REC-TYPE       TO  SR-RKWK-REC-TYPE.
067900     MOVE  WM-ROOT-KEY       TO  SR-RKWK-ORIG-ROOT-KEY.
068000     MOVE  WM-REC-DATA       TO  SR-RKWK-REC-DATA.
068100     MOVE  WM-ROOT-UPDATE-DATE  TO  SR-RKWK-ROOT-UPDATE-DATE.
068200     IF  WK-LOOK-OLD-IX  >  ZERO
068300         MOVE  WK-RKMP-NEW-KEY (WK-LOOK-OLD-IX)
068400                                 TO  SR-RKWK-SORT-ROOT-KEY
068500         MOVE  "O"               TO  SR-RKWK-KIND
068600         MOVE  WK-LOOK-OLD-IX    TO  SR-RKWK-MAP-IX
068700     ELSE
068800         MOVE  WM-ROOT-KEY       TO  SR-RKWK-SORT-ROOT-KEY
068900         MOVE  "N"               TO  SR-RKWK-KIND
069000         MOVE  ZERO              TO  SR-RKWK-MAP-IX
069100     END-IF.
069200     RELEASE SR-RKWK-REC.
069300     ADD  1  TO  WK-RELEASE-COUNTER.
069400 COLL-ROW-999.
069500 EXIT.
069600                                                             SKIP3
069700******************************************************************
069800*                                                                *
069900*    COLLISION SORT OUTPUT PROC (THE SAME CHILD KEYS TWICE UNDER *
070000*    ONE NEW KEY, FROM DIFFERENT ROOT KEYS, IS A COLLISION)      *
070100*                                                                *
070200******************************************************************
070300 RKEY-COLL-OUT-PROC SECTION.
070400*G   COLLISION SORT OUTPUT
070500 RKEY-COLL-OUT-010.
070600     MOVE  "0"  TO  WK-SORT-EOF-FLG.
070700     MOVE  "0"  TO  WK-PREV-FLG.
070800     PERFORM  RKWK-RETURN-PROC.
070900     PERFORM  UNTIL  WK-SORT-EOF-FLG  =  "1"
071000         PERFORM  COLL-CHECK-PROC
071100         PERFORM  RKWK-RETURN-PROC
071200     END-PERFORM.
071300 RKEY-COLL-OUT-999.
071400 EXIT.
071500                                                             SKIP3
071600******************************************************************
071700*                                                                *
071800*    SORT RETURN PROC (NEXT SORTED RECORD)                       *
071900*                                                                *
072000******************************************************************
072100 RKWK-RETURN-PROC SECTION.
072200*G   SORT RETURN
072300 RKWK-RETURN-010.
072400     RETURN  SORT-FILE
072500       AT END
072600         MOVE "1"          TO  WK-SORT-EOF-FLG
072700       NOT AT END
072800         ADD  1  TO  WK-RETURN-COUNTER
072900         MOVE SR-RKWK-REC  TO  W5-RKWK-REC
073000     END-RETURN.
073100 RKWK-RETURN-999.
073200 EXIT.
073300                                                             SKIP3
073400******************************************************************
073500*                                                                *
073600*    COLLISION CHECK PROC (RECORD AGAINST THE PRIOR RECORD; BOTH *
073700*    ARE LISTED, THE PRIOR ONE ONCE)                             *
073800*                                                                *
073900******************************************************************
074000 COLL-CHECK-PROC SECTION.
074100*G   COLLISION CHECK
074200 COLL-CHECK-010.
074300     IF  WK-PREV-FLG  =  "1"                              AND
074400         W5-RKWK-SORT-ROOT-KEY  =  W6-RKWK-SORT-ROOT-KEY  AND
074500         W5-RKWK-SUB-KEY        =  W6-RKWK-SUB-KEY        AND
074600         W5-RKWK-SUB2-KEY       =  W6-RKWK-SUB2-KEY       AND
074700         W5-RKWK-SUB3-KEY       =  W6-RKWK-SUB3-KEY       AND
074800         W5-RKWK-REC-TYPE       =  W6-RKWK-REC-TYPE       AND
074900         ( W5-RKWK-KIND    NOT =  W6-RKWK-KIND  OR
075000           W5-RKWK-MAP-IX  NOT =  W6-RKWK-MAP-IX )
075100         IF  WK-PREV-LISTED-FLG  NOT =  "1"
075200             MOVE  W6-RKWK-REC  TO  W5-RKWK-REC
075300             PERFORM  COLL-MARK-PROC
075400             MOVE  SR-RKWK-REC  TO  W5-RKWK-REC
075500         END-IF
075600         PERFORM  COLL-MARK-PROC
075700         MOVE  "1"  TO  WK-PREV-LISTED-FLG
075800     ELSE
075900         MOVE  "0"  TO  WK-PREV-LISTED-FLG
076000     END-IF.
076100     MOVE  W5-RKWK-REC  TO  W6-RKWK-REC.
076200     MOVE  "1"          TO  WK-PREV-FLG.
076300 COLL-CHECK-999.
076400 EXIT.
076500                                                             SKIP3
076600******************************************************************
076700*                                                                *
076800*    COLLISION MARK PROC (MAPPING OF THE ROW NOT APPLIED, ROW    *
076900*    LISTED)                                                     *
077000*                                                                *
077100******************************************************************
077200 COLL-MARK-PROC SECTION.
077300*G   COLLISION MARK
077400 COLL-MARK-010.
077500     ADD  1  TO  WK-COLL-ROW-COUNTER.
077600     IF  W5-RKWK-KIND  =  "O"
077700         IF  WK-RKMP-STAT (W5-RKWK-MAP-IX)  =  "0"
077800             MOVE  "C"  TO  WK-RKMP-STAT (W5-RKWK-MAP-IX)
077900             ADD   1    TO  WK-COLL-MAP-COUNTER
078000         END-IF
078100     END-IF.
078200     IF  WK-COLL-HEAD-FLG  NOT =  "1"
078300         MOVE  "1"  TO  WK-COLL-HEAD-FLG
078400         WRITE O2-RKLS-COLL-HEAD-LINE
078500         PERFORM  SYURYO-CHK-LIST-WRITE
078600     END-IF.
078700     MOVE  W5-RKWK-SORT-ROOT-KEY  TO  O2-RKLS-COLL-NEW-KEY.
078800     MOVE  W5-RKWK-REC-TYPE       TO  O2-RKLS-COLL-TYPE.
078900     MOVE  W5-RKWK-SUB-KEY        TO  O2-RKLS-COLL-SUB-KEY.
079000     MOVE  W5-RKWK-SUB2-KEY       TO  O2-RKLS-COLL-SUB2-KEY.
079100     MOVE  W5-RKWK-SUB3-KEY       TO  O2-RKLS-COLL-SUB3-KEY.
079200     MOVE  W5-RKWK-ORIG-ROOT-KEY  TO  O2-RKLS-COLL-FROM-KEY.
079300     WRITE O2-RKLS-COLL-LINE.
079400     PERFORM  SYURYO-CHK-LIST-WRITE.
079500 COLL-MARK-999.
079600 EXIT.
079700                                                             SKIP3
079800******************************************************************
079900*                                                                *
080000*    MASTER SORT INPUT PROC (ROWS OF AN APPLIED OLD KEY ARE      *
080100*    RELEASED TWICE: "D" UNDER THE OLD KEY FOR THE DELETE DELTA  *
080200*    AND "M" UNDER THE NEW KEY; EVERY OTHER ROW AS IT IS)        *
080300*                                                                *
080400******************************************************************
080500 RKEY-MAST-IN-PROC SECTION.
080600*G   MASTER SORT INPUT
080700 RKEY-MAST-IN-010.
080800     MOVE  "0"  TO  WM-Z-FLG.
080900     PERFORM  MAST-OPEN-PROC.
081000     PERFORM  MAST-READ-PROC.
081100     PERFORM  UNTIL  WM-EOF-FLG  =  "1"
081200         PERFORM  MAST-ROW-PROC
081300         PERFORM  MAST-READ-PROC
081400     END-PERFORM.
081500     PERFORM  MAST-CLOSE-PROC.
081600 RKEY-MAST-IN-999.
081700 EXIT.
081800                                                             SKIP3
081900******************************************************************
082000*                                                                *
082100*    MASTER ROW PROC (ONE INPUT MASTER ROW COUNTED AND RELEASED; *
082200*    "G" TRAILERS ARE REGENERATED ON OUTPUT)                     *
082300*                                                                *
082400******************************************************************
082500 MAST-ROW-PROC SECTION.
082600*G   MASTER ROW
082700 MAST-ROW-010.
082800     IF  WM-REC-TYPE  =  "G"
082900         GO  TO  MAST-ROW-999
083000     END-IF.
083100     ADD  1  TO  WM-DATA-COUNTER.
083200     EVALUATE  WM-REC-TYPE
083300       WHEN "R"
083400         ADD  1  TO  WM-R-COUNTER
083500       WHEN "S"
083600         ADD  1  TO  WM-S-COUNTER
083700       WHEN "T"
083800         ADD  1  TO  WM-T-COUNTER
083900       WHEN "U"
084000         ADD  1  TO  WM-U-COUNTER
084100     END-EVALUATE.
084200     INITIALIZE  SR-RKWK-REC.
084300     MOVE  WM-SUB-KEY        TO  SR-RKWK-SUB-KEY.
084400     MOVE  WM-SUB2-KEY       TO  SR-RKWK-SUB2-KEY.
084500     MOVE  WM-SUB3-KEY       TO  SR-RKWK-SUB3-KEY.
084600     MOVE  WM-REC-TYPE       TO  SR-RKWK-REC-TYPE.
084700     MOVE  WM-ROOT-KEY       TO  SR-RKWK-ORIG-ROOT-KEY.
084800     MOVE  WM-REC-DATA       TO  SR-RKWK-REC-DATA.
084900     MOVE  WM-ROOT-UPDATE-DATE  TO  SR-RKWK-ROOT-UPDATE-DATE.
085000     MOVE  WM-ROOT-KEY  TO  WK-LOOK-KEY.
085100     PERFORM  RKMAP-LOOKUP-PROC.
085200     IF  WK-LOOK-OLD-IX  =  ZERO
085300         MOVE  WM-ROOT-KEY       TO  SR-RKWK-SORT-ROOT-KEY
085400         MOVE  "M"               TO  SR-RKWK-KIND
085500         MOVE  "0"               TO  SR-RKWK-MOVED-FLG
085600         MOVE  ZERO              TO  SR-RKWK-MAP-IX
085700         RELEASE SR-RKWK-REC
085800         ADD  1  TO  WK-RELEASE-COUNTER
085900         GO  TO  MAST-ROW-999
086000     END-IF.
086100     MOVE  WM-ROOT-KEY       TO  SR-RKWK-SORT-ROOT-KEY.
086200     MOVE  "D"               TO  SR-RKWK-KIND.
086300     MOVE  "1"               TO  SR-RKWK-MOVED-FLG.
086400     MOVE  WK-LOOK-OLD-IX    TO  SR-RKWK-MAP-IX.
086500     RELEASE SR-RKWK-REC.
086600     ADD  1  TO  WK-RELEASE-COUNTER.
086700     MOVE  WK-RKMP-NEW-KEY (WK-LOOK-OLD-IX)
086800                             TO  SR-RKWK-SORT-ROOT-KEY.
086900     MOVE  "M"               TO  SR-RKWK-KIND.
087000     RELEASE SR-RKWK-REC.
087100     ADD  1  TO  WK-RELEASE-COUNTER.
087200     ADD  1  TO  WK-MOVE-ROW-COUNTER.
087300     ADD  1  TO  WK-RKMP-ROWS (WK-LOOK-OLD-IX).
087400 MAST-ROW-999.
087500 EXIT.
087600                                                             SKIP3
087700******************************************************************
087800*                                                                *
087900*    MASTER SORT OUTPUT PROC (NEW MASTER IN KEY ORDER WITH ITS   *
088000*    DELTAS AND INDEX UPDATES)                                   *
088100*                                                                *
088200******************************************************************
088300 RKEY-MAST-OUT-PROC SECTION.
088400*G   MASTER SORT OUTPUT
088500 RKEY-MAST-OUT-010.
088600     MOVE  "0"  TO  WK-SORT-EOF-FLG.
088700     PERFORM  RKWK-RETURN-PROC.
088800     PERFORM  UNTIL  WK-SORT-EOF-FLG  =  "1"
088900         IF  W5-RKWK-KIND  =  "D"
089000             PERFORM  MOVE-DELETE-PROC
089100         ELSE
089200             PERFORM  MOVE-WRITE-PROC
089300         END-IF
089400         PERFORM  RKWK-RETURN-PROC
089500     END-PERFORM.
089600 RKEY-MAST-OUT-999.
089700 EXIT.
089800                                                             SKIP3
089900******************************************************************
090000*                                                                *
090100*    MOVE DELETE PROC (ROW LEAVING ITS OLD KEY: "D" DELTA AND    *
090200*    INDEX ENTRY DELETED, WITH THE "G" ENTRY OF THE OLD KEY)     *
090300*                                                                *
090400******************************************************************
090500 MOVE-DELETE-PROC SECTION.
090600*G   MOVE DELETE
090700 MOVE-DELETE-010.
090800     INITIALIZE  WD-DELTA.
090900     MOVE  "D"                     TO  WD-DELTA-ACTION.
091000     MOVE  W5-RKWK-REC-TYPE        TO  WD-DELTA-REC-TYPE.
091100     MOVE  W5-RKWK-ORIG-ROOT-KEY   TO  WD-DELTA-ROOT-KEY.
091200     MOVE  W5-RKWK-SUB-KEY         TO  WD-DELTA-SUB-KEY.
091300     MOVE  W5-RKWK-SUB2-KEY        TO  WD-DELTA-SUB2-KEY.
091400     MOVE  W5-RKWK-SUB3-KEY        TO  WD-DELTA-SUB3-KEY.
091500     MOVE  W5-RKWK-REC-DATA        TO  WD-DELTA-REC-DATA.
091600     MOVE  W5-RKWK-ROOT-UPDATE-DATE
091700                                   TO  WD-DELTA-ROOT-UPDATE-DATE.
091800     PERFORM  DELTA-WRITE-PROC.
091900     ADD  1  TO  WK-DELTA-D-COUNTER.
092000
092100     MOVE  W5-RKWK-REC-TYPE        TO  O3-MSTIX-REC-TYPE.
092200     MOVE  W5-RKWK-ORIG-ROOT-KEY   TO  O3-MSTIX-ROOT-KEY.
092300     MOVE  W5-RKWK-SUB-KEY         TO  O3-MSTIX-SUB-KEY.
092400     MOVE  W5-RKWK-SUB2-KEY        TO  O3-MSTIX-SUB2-KEY.
092500     MOVE  W5-RKWK-SUB3-KEY        TO  O3-MSTIX-SUB3-KEY.
092600     PERFORM  MSTIDX-DELETE-PROC.
092700     IF  W5-RKWK-REC-TYPE  =  "R"
092800         MOVE  "G"                 TO  O3-MSTIX-REC-TYPE
092900         MOVE  W5-RKWK-ORIG-ROOT-KEY
093000                                   TO  O3-MSTIX-ROOT-KEY
093100         MOVE  SPACES              TO  O3-MSTIX-SUB-KEY
093200         MOVE  SPACES              TO  O3-MSTIX-SUB2-KEY
093300         MOVE  SPACES              TO  O3-MSTIX-SUB3-KEY
093400         PERFORM  MSTIDX-DELETE-PROC
093500     END-IF.
093600 MOVE-DELETE-999.
093700 EXIT.
093800                                                             SKIP3
093900******************************************************************
094000*                                                                *
094100*    MOVE WRITE PROC (ROW TO THE NEW MASTER; A MOVED ROOT ROW    *
094200*    WHOSE NEW KEY ALREADY HAS A ROOT ROW IS MERGED AND DROPPED; *
094300*    A MOVED ROW GETS AN "A" DELTA AND A NEW INDEX ENTRY)        *
094400*                                                                *
094500******************************************************************
094600 MOVE-WRITE-PROC SECTION.
094700*G   MOVE WRITE
094800 MOVE-WRITE-010.
094900     IF  W5-RKWK-REC-TYPE       =  "R"  AND
095000         W5-RKWK-MOVED-FLG      =  "1"  AND
095100         W5-RKWK-SORT-ROOT-KEY  =  WK-LAST-R-ROOT
095200         ADD   1    TO  WK-MERGE-R-COUNTER
095300         MOVE  "1"  TO  WK-GRP-MOVED-FLG
095400         MOVE  W5-RKWK-ORIG-ROOT-KEY  TO  WK-HASH-KEY
095500         PERFORM  OUT-HASH-PROC
095600         GO  TO  MOVE-WRITE-999
095700     END-IF.
095800     INITIALIZE  W1-OUTFILE.
095900     MOVE  W5-RKWK-REC-TYPE        TO  W1-REC-TYPE.
096000     MOVE  W5-RKWK-SORT-ROOT-KEY   TO  W1-ROOT-KEY.
096100     MOVE  W5-RKWK-SUB-KEY         TO  W1-SUB-KEY.
096200     MOVE  W5-RKWK-SUB2-KEY        TO  W1-SUB2-KEY.
096300     MOVE  W5-RKWK-SUB3-KEY        TO  W1-SUB3-KEY.
096400     MOVE  W5-RKWK-REC-DATA        TO  W1-REC-DATA.
096500     MOVE  W5-RKWK-ROOT-UPDATE-DATE
096600                                   TO  W1-ROOT-UPDATE-DATE.
096700     PERFORM  MAST-WRITE-PROC.
096800     IF  W1-REC-TYPE  =  "R"
096900         MOVE  W1-ROOT-KEY  TO  WK-LAST-R-ROOT
097000     END-IF.
097100     IF  W5-RKWK-MOVED-FLG  NOT =  "1"
097200         GO  TO  MOVE-WRITE-999
097300     END-IF.
097400     MOVE  "1"  TO  WK-GRP-MOVED-FLG.
097500     IF  W1-REC-TYPE  =  "R"
097600         MOVE  W5-RKWK-ORIG-ROOT-KEY  TO  WK-HASH-KEY
097700         PERFORM  OUT-HASH-PROC
097800         MOVE  W1-ROOT-KEY            TO  WK-HASH-KEY
097900         PERFORM  IN-HASH-PROC
098000     END-IF.
098100
098200     INITIALIZE  WD-DELTA.
098300     MOVE  "A"                     TO  WD-DELTA-ACTION.
098400     MOVE  W1-REC-TYPE             TO  WD-DELTA-REC-TYPE.
098500     MOVE  W1-ROOT-KEY             TO  WD-DELTA-ROOT-KEY.
098600     MOVE  W1-SUB-KEY              TO  WD-DELTA-SUB-KEY.
098700     MOVE  W1-SUB2-KEY             TO  WD-DELTA-SUB2-KEY.
098800     MOVE  W1-SUB3-KEY             TO  WD-DELTA-SUB3-KEY.
098900     MOVE  W1-REC-DATA             TO  WD-DELTA-REC-DATA.
099000     MOVE  W1-ROOT-UPDATE-DATE     TO  WD-DELTA-ROOT-UPDATE-DATE.
099100     PERFORM  DELTA-WRITE-PROC.
099200     ADD  1  TO  WK-DELTA-A-COUNTER.
099300
099400     MOVE  W1-REC-TYPE             TO  O3-MSTIX-REC-TYPE.
099500     MOVE  W1-ROOT-KEY             TO  O3-MSTIX-ROOT-KEY.
099600     MOVE  W1-SUB-KEY              TO  O3-MSTIX-SUB-KEY.
099700     MOVE  W1-SUB2-KEY             TO  O3-MSTIX-SUB2-KEY.
099800     MOVE  W1-SUB3-KEY             TO  O3-MSTIX-SUB3-KEY.
099900     MOVE  W1-REC-DATA             TO  O3-MSTIX-REC-DATA.
100000     PERFORM  MSTIDX-PUT-PROC.
100100 MOVE-WRITE-999.
100200 EXIT.
100300                                                             SKIP3
100400******************************************************************
100500*                                                                *
100600*    MASTER WRITE PROC (GROUP TRAILER REGENERATED ON KEY BREAK)  *
100700*                                                                *
100800******************************************************************
100900 MAST-WRITE-PROC SECTION.
101000*G   MASTER WRITE
101100 MAST-WRITE-010.
101200     IF  WK-GRP-OPEN-FLG  =  "1"  AND
101300         W1-ROOT-KEY  NOT =  WK-GRP-ROOT-KEY
101400         PERFORM  GROUP-TRAILER-WRITE-PROC
101500     END-IF.
101600     IF  WK-GRP-OPEN-FLG  =  "0"
101700         MOVE  "1"          TO  WK-GRP-OPEN-FLG
101800         MOVE  W1-ROOT-KEY  TO  WK-GRP-ROOT-KEY
101900     END-IF.
102000     EVALUATE  W1-REC-TYPE
102100       WHEN "R"
102200         ADD  1  TO  W1-R-COUNTER
102300       WHEN "S"
102400         ADD  1  TO  W1-S-COUNTER
102500         ADD  1  TO  WK-GRP-SUB-COUNT
102600       WHEN "T"
102700         ADD  1  TO  W1-T-COUNTER
102800         ADD  1  TO  WK-GRP-SUB2-COUNT
102900       WHEN "U"
103000         ADD  1  TO  W1-U-COUNTER
103100         ADD  1  TO  WK-GRP-SUB3-COUNT
103200     END-EVALUATE.
103300     MOVE W1-OUTFILE TO O1-OUTFILE.
103400     WRITE O1-OUTFILE
103500     END-WRITE.
103600     IF  FS-FILE-MASTOUT  NOT =  "00"
103700         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
103800         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
103900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
104000         PERFORM ERROR-PROC
104100     END-IF.
104200     ADD 1 TO W1-COUNTER.
104300 MAST-WRITE-999.
104400 EXIT.
104500                                                             SKIP3
104600******************************************************************
104700*                                                                *
104800*    GROUP TRAILER WRITE PROC (PER ROOT GROUP "G" RECORD; THE    *
104900*    INDEX ENTRY IS REWRITTEN FOR A GROUP THAT RECEIVED ROWS)    *
105000*                                                                *
105100******************************************************************
105200 GROUP-TRAILER-WRITE-PROC SECTION.
105300*G   GROUP TRAILER WRITE
105400 GROUP-TRAILER-WRITE-010.
105500     INITIALIZE O1-OUTFILE.
105600     MOVE "G"               TO O1-REC-TYPE.
105700     MOVE WK-GRP-ROOT-KEY   TO O1-ROOT-KEY.
105800     MOVE WK-GRP-SUB-COUNT  TO O1-TRLR-SUB-COUNT.
105900     MOVE WK-GRP-SUB2-COUNT TO O1-TRLR-SUB2-COUNT.
106000     MOVE WK-GRP-SUB3-COUNT TO O1-TRLR-SUB3-COUNT.
106100     MOVE ZERO              TO O1-TRLR-GRAND-COUNT.
106200     WRITE O1-OUTFILE
106300     END-WRITE.
106400     IF  FS-FILE-MASTOUT  NOT =  "00"
106500         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
106600         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
106700         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
106800         PERFORM ERROR-PROC
106900     END-IF.
107000     IF  WK-GRP-MOVED-FLG  =  "1"
107100         MOVE  "G"              TO  O3-MSTIX-REC-TYPE
107200         MOVE  WK-GRP-ROOT-KEY  TO  O3-MSTIX-ROOT-KEY
107300         MOVE  SPACES           TO  O3-MSTIX-SUB-KEY
107400         MOVE  SPACES           TO  O3-MSTIX-SUB2-KEY
107500         MOVE  SPACES           TO  O3-MSTIX-SUB3-KEY
107600         MOVE  O1-REC-DATA      TO  O3-MSTIX-REC-DATA
107700         PERFORM  MSTIDX-PUT-PROC
107800     END-IF.
107900     MOVE ZERO  TO  WK-GRP-SUB-COUNT.
108000     MOVE ZERO  TO  WK-GRP-SUB2-COUNT.
108100     MOVE ZERO  TO  WK-GRP-SUB3-COUNT.
108200     MOVE "0"   TO  WK-GRP-OPEN-FLG.
108300     MOVE "0"   TO  WK-GRP-MOVED-FLG.
108400 GROUP-TRAILER-WRITE-999.
108500 EXIT.
108600                                                             SKIP3
108700******************************************************************
108800*                                                                *
108900*    GRAND TRAILER WRITE PROC (END OF FILE "Z" RECORD; THE INDEX *
109000*    ENTRY IS REWRITTEN WHEN ROOT ROWS WERE MERGED)              *
109100*                                                                *
109200******************************************************************
109300 GRAND-TRAILER-WRITE-PROC SECTION.
109400*G   GRAND TRAILER WRITE
109500 GRAND-TRAILER-WRITE-010.
109600     IF  WK-GRP-OPEN-FLG  =  "1"
109700         PERFORM  GROUP-TRAILER-WRITE-PROC
109800     END-IF.
109900     INITIALIZE O1-OUTFILE.
110000     MOVE "Z"          TO O1-REC-TYPE.
110100     MOVE ALL "9"      TO O1-ROOT-KEY.
110200     MOVE ZERO         TO O1-TRLR-SUB-COUNT.
110300     MOVE ZERO         TO O1-TRLR-SUB2-COUNT.
110400     MOVE ZERO         TO O1-TRLR-SUB3-COUNT.
110500     MOVE W1-COUNTER   TO O1-TRLR-GRAND-COUNT.
110600     WRITE O1-OUTFILE
110700     END-WRITE.
110800     IF  FS-FILE-MASTOUT  NOT =  "00"
110900         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
111000         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
111100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
111200         PERFORM ERROR-PROC
111300     END-IF.
111400     IF  WK-MERGE-R-COUNTER  >  ZERO
111500         MOVE  "Z"              TO  O3-MSTIX-REC-TYPE
111600         MOVE  ALL "9"          TO  O3-MSTIX-ROOT-KEY
111700         MOVE  SPACES           TO  O3-MSTIX-SUB-KEY
111800         MOVE  SPACES           TO  O3-MSTIX-SUB2-KEY
111900         MOVE  SPACES           TO  O3-MSTIX-SUB3-KEY
112000         MOVE  O1-REC-DATA      TO  O3-MSTIX-REC-DATA
112100         PERFORM  MSTIDX-PUT-PROC
112200     END-IF.
112300 GRAND-TRAILER-WRITE-999.
112400 EXIT.
112500                                                             SKIP3
112600******************************************************************
112700*                                                                *
112800*    DELTA WRITE PROC                                            *
112900*                                                                *
113000******************************************************************
113100 DELTA-WRITE-PROC SECTION.
113200*G   DELTA WRITE
113300 DELTA-WRITE-010.
113400     MOVE WD-DELTA TO O7-DELTA.
113500     WRITE O7-DELTA
113600     END-WRITE.
113700     IF  FS-FILE-DELTA  NOT =  "00"
113800         MOVE "FILE-DELTA(RKEYDELTA)"  TO  W2-ERR-FILE-NAME
113900         MOVE FS-FILE-DELTA          TO  W2-ERR-FILE-STATUS
114000         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
114100         PERFORM ERROR-PROC
114200     END-IF.
114300 DELTA-WRITE-999.
114400 EXIT.
114500                                                             SKIP3
114600******************************************************************
114700*                                                                *
114800*    MASTER INDEX DELETE PROC (ENTRY OF O3-MSTIX-KEY; AN ENTRY   *
114900*    ALREADY MISSING IS COUNTED)                                 *
115000*                                                                *
115100******************************************************************
115200 MSTIDX-DELETE-PROC SECTION.
115300*G   MASTER INDEX DELETE
115400 MSTIDX-DELETE-010.
115500     DELETE  FILE-MASTIDX
115600       INVALID KEY
115700         ADD  1  TO  WK-IDX-MISS-COUNTER
115800       NOT INVALID KEY
115900         ADD  1  TO  WK-IDX-DELETE-COUNTER
116000     END-DELETE.
116100     IF  FS-FILE-MASTIDX  NOT =  "00"  AND
116200         FS-FILE-MASTIDX  NOT =  "23"
116300         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
116400         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
116500         MOVE "DELETE FAILED"        TO  W2-ERR-MESSAGE
116600         PERFORM ERROR-PROC
116700     END-IF.
116800 MSTIDX-DELETE-999.
116900 EXIT.
117000                                                             SKIP3
117100******************************************************************
117200*                                                                *
117300*    MASTER INDEX PUT PROC (ENTRY WRITTEN, OR REWRITTEN WHEN THE *
117400*    KEY IS ALREADY ON THE INDEX)                                *
117500*                                                                *
117600******************************************************************
117700 MSTIDX-PUT-PROC SECTION.
117800*G   MASTER INDEX PUT
117900 MSTIDX-PUT-010.
118000     MOVE  "0"  TO  WK-IDX-DUP-FLG.
118100     WRITE  O3-MSTIX-REC
118200       INVALID KEY
118300         MOVE  "1"  TO  WK-IDX-DUP-FLG
118400       NOT INVALID KEY
118500         ADD  1  TO  WK-IDX-WRITE-COUNTER
118600     END-WRITE.
118700     IF  FS-FILE-MASTIDX  NOT =  "00"  AND
118800         FS-FILE-MASTIDX  NOT =  "22"
118900         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
119000         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
119100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
119200         PERFORM ERROR-PROC
119300     END-IF.
119400     IF  WK-IDX-DUP-FLG  NOT =  "1"
119500         GO  TO  MSTIDX-PUT-999
119600     END-IF.
119700     REWRITE  O3-MSTIX-REC
119800       INVALID KEY
119900         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
120000         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
120100         MOVE "REWRITE FAILED"       TO  W2-ERR-MESSAGE
120200         PERFORM ERROR-PROC
120300     END-REWRITE.
120400     IF  FS-FILE-MASTIDX  NOT =  "00"
120500         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
120600         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
120700         MOVE "REWRITE FAILED"       TO  W2-ERR-MESSAGE
120800         PERFORM ERROR-PROC
120900     END-IF.
121000     ADD  1  TO  WK-IDX-REWRITE-COUNTER.
121100 MSTIDX-PUT-999.
121200 EXIT.
121300                                                             SKIP3
121400******************************************************************
121500*                                                                *
121600*    ROOT KEY HASH PROCS (SAME HASH AS THE OUTCTL ROOT HASH:     *
121700*    LETTERS MAP TO DIGITS, SUM KEPT MODULO 10**10)              *
121800*                                                                *
121900******************************************************************
122000 ROOT-HASH-PROC SECTION.
122100*G   ROOT KEY HASH
122200 OUT-HASH-PROC.
122300     INSPECT  WK-HASH-KEY  CONVERTING
122400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
122500         "1234567891234567891234567800".
122600     IF  WK-HASH-KEY-NUM  NUMERIC
122700         ADD  WK-HASH-KEY-NUM  TO  WK-OUT-HASH
122800         IF  WK-OUT-HASH  >  9999999999
122900             SUBTRACT  10000000000  FROM  WK-OUT-HASH
123000         END-IF
123100     END-IF.
123200 IN-HASH-PROC.
123300     INSPECT  WK-HASH-KEY  CONVERTING
123400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
123500         "1234567891234567891234567800".
123600     IF  WK-HASH-KEY-NUM  NUMERIC
123700         ADD  WK-HASH-KEY-NUM  TO  WK-IN-HASH
123800         IF  WK-IN-HASH  >  9999999999
123900             SUBTRACT  10000000000  FROM  WK-IN-HASH
124000         END-IF
124100     END-IF.
124200 ROOT-HASH-999.
124300     EXIT.
124400                                                             SKIP3
124500******************************************************************
124600*                                                                *
124700*    SUSPENSE COPY PROC (SUSPENSE RECORDS OF AN APPLIED OLD KEY  *
124800*    MOVE TO THE NEW KEY; NO SUSPIN - EMPTY SUSPOUT)             *
124900*                                                                *
125000******************************************************************
125100 SUSP-COPY-PROC SECTION.
125200*G   SUSPENSE COPY
125300 SUSP-COPY-010.
125400     OPEN  INPUT  FILE-SUSPIN.
125500     IF  FS-FILE-SUSPIN  NOT =  "00"  AND
125600         FS-FILE-SUSPIN  NOT =  "05"
125700         MOVE "FILE-SUSPIN(SUSPIN)"    TO  W2-ERR-FILE-NAME
125800         MOVE FS-FILE-SUSPIN         TO  W2-ERR-FILE-STATUS
125900         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
126000         PERFORM ERROR-PROC
126100     END-IF.
126200     OPEN  OUTPUT  FILE-SUSPOUT.
126300     IF  FS-FILE-SUSPOUT  NOT =  "00"
126400         MOVE "FILE-SUSPOUT(SUSPOUT)"  TO  W2-ERR-FILE-NAME
126500         MOVE FS-FILE-SUSPOUT        TO  W2-ERR-FILE-STATUS
126600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
126700         PERFORM ERROR-PROC
126800     END-IF.
126900     PERFORM  UNTIL  WK-SUSP-EOF-FLG  =  "1"
127000         READ  FILE-SUSPIN
127100           AT END
127200             MOVE "1" TO WK-SUSP-EOF-FLG
127300           NOT AT END
127400             ADD  1  TO  WK-SUSP-IN-COUNTER
127500             MOVE I5-SUSP-REC TO O5-SUSP-REC
127600             MOVE I5-SUSP-ROOT-KEY  TO  WK-LOOK-KEY
127700             PERFORM  RKMAP-LOOKUP-PROC
127800             IF  WK-LOOK-OLD-IX  >  ZERO
127900                 MOVE WK-RKMP-NEW-KEY (WK-LOOK-OLD-IX)
128000                                     TO  O5-SUSP-ROOT-KEY
128100                 ADD  1  TO  WK-SUSP-MOVE-COUNTER
128200             END-IF
128300             WRITE O5-SUSP-REC
128400             END-WRITE
128500             IF  FS-FILE-SUSPOUT  NOT =  "00"
128600                 MOVE "FILE-SUSPOUT(SUSPOUT)"  TO W2-ERR-FILE-NAME
128700                 MOVE FS-FILE-SUSPOUT    TO  W2-ERR-FILE-STATUS
128800                 MOVE "WRITE FAILED"     TO  W2-ERR-MESSAGE
128900                 PERFORM ERROR-PROC
129000             END-IF
129100             ADD  1  TO  WK-SUSP-OUT-COUNTER
129200         END-READ
129300         IF  FS-FILE-SUSPIN  NOT =  "00"  AND
129400             FS-FILE-SUSPIN  NOT =  "10"
129500             MOVE "FILE-SUSPIN(SUSPIN)"    TO  W2-ERR-FILE-NAME
129600             MOVE FS-FILE-SUSPIN         TO  W2-ERR-FILE-STATUS
129700             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
129800             PERFORM ERROR-PROC
129900         END-IF
130000     END-PERFORM.
130100     CLOSE  FILE-SUSPIN
130200            FILE-SUSPOUT.
130300     IF  FS-FILE-SUSPIN  NOT =  "00"
130400         MOVE "FILE-SUSPIN(SUSPIN)"    TO  W2-ERR-FILE-NAME
130500         MOVE FS-FILE-SUSPIN         TO  W2-ERR-FILE-STATUS
130600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
130700         PERFORM ERROR-PROC
130800     END-IF.
130900     IF  FS-FILE-SUSPOUT  NOT =  "00"
131000         MOVE "FILE-SUSPOUT(SUSPOUT)"  TO  W2-ERR-FILE-NAME
131100         MOVE FS-FILE-SUSPOUT        TO  W2-ERR-FILE-STATUS
131200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
131300         PERFORM ERROR-PROC
131400     END-IF.
131500 SUSP-COPY-999.
131600 EXIT.
131700                                                             SKIP3
131800******************************************************************
131900*                                                                *
132000*    RELEASE COPY PROC (WAITING RELEASE ROWS OF AN APPLIED OLD   *
132100*    KEY MOVE TO THE NEW KEY; NO RELIN - EMPTY RELEASEDATA)      *
132200*                                                                *
132300******************************************************************
132400 REL-COPY-PROC SECTION.
132500*G   RELEASE COPY
132600 REL-COPY-010.
132700     OPEN  INPUT  FILE-RELIN.
132800     IF  FS-FILE-RELIN  NOT =  "00"  AND
132900         FS-FILE-RELIN  NOT =  "05"
133000         MOVE "FILE-RELIN(RELIN)"      TO  W2-ERR-FILE-NAME
133100         MOVE FS-FILE-RELIN          TO  W2-ERR-FILE-STATUS
133200         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
133300         PERFORM ERROR-PROC
133400     END-IF.
133500     OPEN  OUTPUT  FILE-RELEASE.
133600     IF  FS-FILE-RELEASE  NOT =  "00"
133700         MOVE "FILE-RELEASE(RELEASEDATA)" TO  W2-ERR-FILE-NAME
133800         MOVE FS-FILE-RELEASE        TO  W2-ERR-FILE-STATUS
133900         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
134000         PERFORM ERROR-PROC
134100     END-IF.
134200     PERFORM  UNTIL  WK-REL-EOF-FLG  =  "1"
134300         READ  FILE-RELIN
134400           AT END
134500             MOVE "1" TO WK-REL-EOF-FLG
134600           NOT AT END
134700             ADD  1  TO  WK-REL-IN-COUNTER
134800             MOVE I6-OUTFILE TO O6-OUTFILE
134900             MOVE I6-ROOT-KEY  TO  WK-LOOK-KEY
135000             PERFORM  RKMAP-LOOKUP-PROC
135100             IF  WK-LOOK-OLD-IX  >  ZERO
135200                 MOVE WK-RKMP-NEW-KEY (WK-LOOK-OLD-IX)
135300                                     TO  O6-ROOT-KEY
135400                 ADD  1  TO  WK-REL-MOVE-COUNTER
135500             END-IF
135600             WRITE O6-OUTFILE
135700             END-WRITE
135800             IF  FS-FILE-RELEASE  NOT =  "00"
135900                 MOVE "FILE-RELEASE(RELEASEDATA)"
136000                                         TO  W2-ERR-FILE-NAME
136100                 MOVE FS-FILE-RELEASE    TO  W2-ERR-FILE-STATUS
136200                 MOVE "WRITE FAILED"     TO  W2-ERR-MESSAGE
136300                 PERFORM ERROR-PROC
136400             END-IF
136500             ADD  1  TO  WK-REL-OUT-COUNTER
136600         END-READ
136700         IF  FS-FILE-RELIN  NOT =  "00"  AND
136800             FS-FILE-RELIN  NOT =  "10"
136900             MOVE "FILE-RELIN(RELIN)"      TO  W2-ERR-FILE-NAME
137000             MOVE FS-FILE-RELIN          TO  W2-ERR-FILE-STATUS
137100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
137200             PERFORM ERROR-PROC
137300         END-IF
137400     END-PERFORM.
137500     CLOSE  FILE-RELIN
137600            FILE-RELEASE.
137700     IF  FS-FILE-RELIN  NOT =  "00"
137800         MOVE "FILE-RELIN(RELIN)"      TO  W2-ERR-FILE-NAME
137900         MOVE FS-FILE-RELIN          TO  W2-ERR-FILE-STATUS
138000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
138100         PERFORM ERROR-PROC
138200     END-IF.
138300     IF  FS-FILE-RELEASE  NOT =  "00"
138400         MOVE "FILE-RELEASE(RELEASEDATA)" TO  W2-ERR-FILE-NAME
138500         MOVE FS-FILE-RELEASE        TO  W2-ERR-FILE-STATUS
138600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
138700         PERFORM ERROR-PROC
138800     END-IF.
138900 REL-COPY-999.
139000 EXIT.
139100                                                             SKIP3
139200******************************************************************
139300*                                                                *
139400*    LIST WRITE PROC (ONE LINE PER KEY MAPPING)                  *
139500*                                                                *
139600******************************************************************
139700 LIST-WRITE-PROC SECTION.
139800*G   LIST WRITE
139900 LIST-WRITE-010.
140000     WRITE O2-RPT-BLANK-LINE.
140100     PERFORM  SYURYO-CHK-LIST-WRITE.
140200     WRITE O2-RKLS-MAP-HEAD-LINE.
140300     PERFORM  SYURYO-CHK-LIST-WRITE.
140400     PERFORM  VARYING  WK-RKMP-IX  FROM  1  BY  1
140500              UNTIL    WK-RKMP-IX  >  WK-RKMP-COUNT
140600         MOVE  SPACES  TO  O2-RKLS-MAP-LINE
140700         MOVE  WK-RKMP-OLD-KEY (WK-RKMP-IX)  TO  O2-RKLS-OLD-KEY
140800         MOVE  WK-RKMP-NEW-KEY (WK-RKMP-IX)  TO  O2-RKLS-NEW-KEY
140900         MOVE  WK-RKMP-ROWS (WK-RKMP-IX)     TO  O2-RKLS-ROWS
141000         EVALUATE  WK-RKMP-STAT (WK-RKMP-IX)
141100           WHEN "A"
141200             IF  WK-RKMP-OLD-FOUND (WK-RKMP-IX)  NOT =  "1"
141300                 MOVE  "OLD KEY NOT ON MASTER"
141400                                           TO  O2-RKLS-RESULT
141500             ELSE
141600                 IF  WK-RKMP-NEW-FOUND (WK-RKMP-IX)  =  "1"
141700                     MOVE  "MERGED INTO EXISTING ROOT-KEY"
141800                                           TO  O2-RKLS-RESULT
141900                 ELSE
142000                     MOVE  "RE-KEYED"      TO  O2-RKLS-RESULT
142100                 END-IF
142200             END-IF
142300           WHEN "C"
142400             MOVE  "SUB-KEY COLLISION - NOT RE-KEYED"
142500                                           TO  O2-RKLS-RESULT
142600           WHEN "B"
142700             MOVE  "BLANK KEY - REJECTED"  TO  O2-RKLS-RESULT
142800           WHEN "S"
142900             MOVE  "OLD KEY = NEW KEY - REJECTED"
143000                                           TO  O2-RKLS-RESULT
143100           WHEN "D"
143200             MOVE  "OLD KEY MAPPED TWICE - REJECTED"
143300                                           TO  O2-RKLS-RESULT
143400           WHEN OTHER
143500             MOVE  "KEY IN ANOTHER MAPPING - REJECTED"
143600                                           TO  O2-RKLS-RESULT
143700         END-EVALUATE
143800         WRITE O2-RKLS-MAP-LINE
143900         PERFORM  SYURYO-CHK-LIST-WRITE
144000     END-PERFORM.
144100 LIST-WRITE-999.
144200 EXIT.
144300                                                             SKIP3
144400******************************************************************
144500*                                                                *
144600*    EXTRACT CONTROL RESTATE PROC (OUTCTL LESS THE MERGED ROOT   *
144700*    ROWS, HASH MOVED FROM THE OLD TO THE NEW ROOT KEYS; NO      *
144800*    OUTCTL - NOTHING TO RESTATE)                                *
144900*                                                                *
145000******************************************************************
145100 XCTL-RESTATE-PROC SECTION.
145200*G   EXTRACT CONTROL RESTATE
145300 XCTL-RESTATE-010.
145400     INITIALIZE  WX-EXTCTL-REC.
145500     OPEN  INPUT  FILE-OUT-CTL.
145600     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
145700         FS-FILE-OUT-CTL  NOT =  "05"
145800         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
145900         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
146000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
146100         PERFORM ERROR-PROC
146200     END-IF.
146300     READ  FILE-OUT-CTL
146400       AT END
146500         MOVE "0" TO WK-XCTL-FOUND-FLG
146600       NOT AT END
146700         MOVE I8-EXTCTL-REC TO WX-EXTCTL-REC
146800         MOVE "1" TO WK-XCTL-FOUND-FLG
146900     END-READ.
147000     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
147100         FS-FILE-OUT-CTL  NOT =  "10"
147200         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
147300         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
147400         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
147500         PERFORM ERROR-PROC
147600     END-IF.
147700     CLOSE  FILE-OUT-CTL.
147800     IF  FS-FILE-OUT-CTL  NOT =  "00"
147900         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
148000         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
148100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
148200         PERFORM ERROR-PROC
148300     END-IF.
148400
148500     OPEN  OUTPUT  FILE-XCTLOUT.
148600     IF  FS-FILE-XCTLOUT  NOT =  "00"
148700         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
148800         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
148900         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
149000         PERFORM ERROR-PROC
149100     END-IF.
149200     IF  WK-XCTL-FOUND-FLG  NOT =  "1"
149300         DISPLAY "*** OUTCTL NOT FOUND - NOT RESTATED ***"
149400         GO  TO  XCTL-RESTATE-090
149500     END-IF.
149600     SUBTRACT  WK-MERGE-R-COUNTER  FROM  WX-XCTL-COUNT-R.
149700     SUBTRACT  WK-MERGE-R-COUNTER  FROM  WX-XCTL-COUNT-TOTAL.
149800     MOVE  WX-XCTL-ROOT-HASH  TO  WK-XCTL-HASH.
149900     ADD   WK-IN-HASH         TO  WK-XCTL-HASH.
150000     IF  WK-XCTL-HASH  >  9999999999
150100         SUBTRACT  10000000000  FROM  WK-XCTL-HASH
150200     END-IF.
150300     IF  WK-XCTL-HASH  <  WK-OUT-HASH
150400         ADD  10000000000  TO  WK-XCTL-HASH
150500     END-IF.
150600     SUBTRACT  WK-OUT-HASH  FROM  WK-XCTL-HASH.
150700     MOVE  WK-XCTL-HASH  TO  WX-XCTL-ROOT-HASH.
150800     MOVE  WX-EXTCTL-REC  TO  O8-EXTCTL-REC.
150900     WRITE O8-EXTCTL-REC
151000     END-WRITE.
151100     IF  FS-FILE-XCTLOUT  NOT =  "00"
151200         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
151300         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
151400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
151500         PERFORM ERROR-PROC
151600     END-IF.
151700 XCTL-RESTATE-090.
151800     CLOSE  FILE-XCTLOUT.
151900     IF  FS-FILE-XCTLOUT  NOT =  "00"
152000         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
152100         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
152200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
152300         PERFORM ERROR-PROC
152400     END-IF.
152500 XCTL-RESTATE-999.
152600 EXIT.
152700                                                             SKIP3
152800******************************************************************
152900*                                                                *
153000*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
153100*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
153200*                                                                *
153300******************************************************************
153400 BUSDATE-READ-PROC SECTION.
153500*G   BUSINESS DATE READ
153600 BUSDATE-READ-010.
153700     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
153800     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
153900     MOVE  ZERO  TO  WK-BUSDATE-PREV.
154000     OPEN  INPUT  FILE-BUSDATE.
154100     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
154200         FS-FILE-BUSDATE  NOT =  "05"
154300         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
154400         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
154500         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
154600         PERFORM ERROR-PROC
154700     END-IF.
154800     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
154900         READ  FILE-BUSDATE
155000           AT END
155100             MOVE "1" TO WK-BUSDATE-EOF-FLG
155200           NOT AT END
155300             MOVE C2-BDT-REC TO WY-BDT-REC
155400             IF  WY-BDT-REC-TYPE  =  "C"
155500                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
155600                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
155700                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
155800             END-IF
155900         END-READ
156000         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
156100             FS-FILE-BUSDATE  NOT =  "10"
156200             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
156300             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
156400             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
156500             PERFORM ERROR-PROC
156600         END-IF
156700     END-PERFORM.
156800     CLOSE  FILE-BUSDATE.
156900     IF  FS-FILE-BUSDATE  NOT =  "00"
157000         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
157100         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
157200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
157300         PERFORM ERROR-PROC
157400     END-IF.
157500     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
157560         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
157620         MOVE "  "                   TO  W2-ERR-FILE-STATUS
157680         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
157740         PERFORM ERROR-PROC
157800     END-IF.
157900 BUSDATE-READ-999.
158000 EXIT.
158100                                                             SKIP3
158200******************************************************************
158300*                                                                *
158400*    JUNBI PROC (MASTER INDEX, KEY MAPPINGS, FILE OPEN AND LIST  *
158500*    HEADING)                                                    *
158600*                                                                *
158700******************************************************************
158800 JUNBI-PROC                        SECTION.
158900*G   JUNBI
159000 JUNBI-010.
159100
159200     ACCEPT W2-START-TIME FROM TIME.
159300     PERFORM  BUSDATE-READ-PROC.
159400     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
159500     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
159600     IF  W2-RUN-ID  =  SPACES
159700         MOVE  "DEFAULT"  TO  W2-RUN-ID
159800     END-IF.
159900
160000     OPEN   I-O    FILE-MASTIDX.
160100     IF  FS-FILE-MASTIDX  NOT =  "00"
160200         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
160300         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
160400         MOVE "OPEN I-O FAILED"      TO  W2-ERR-MESSAGE
160500         PERFORM ERROR-PROC
160600     END-IF.
160700     PERFORM  RKMAP-LOAD-PROC.
160800
160900     OPEN   OUTPUT FILE-MASTOUT
161000                   FILE-DELTA
161100                   FILE-RKEYLIST.
161200     IF  FS-FILE-MASTOUT  NOT =  "00"
161300         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
161400         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
161500         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
161600         PERFORM ERROR-PROC
161700     END-IF.
161800     IF  FS-FILE-DELTA  NOT =  "00"
161900         MOVE "FILE-DELTA(RKEYDELTA)"  TO  W2-ERR-FILE-NAME
162000         MOVE FS-FILE-DELTA          TO  W2-ERR-FILE-STATUS
162100         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
162200         PERFORM ERROR-PROC
162300     END-IF.
162400     IF  FS-FILE-RKEYLIST  NOT =  "00"
162500         MOVE "FILE-RKEYLIST(RKEYLIST)" TO  W2-ERR-FILE-NAME
162600         MOVE FS-FILE-RKEYLIST       TO  W2-ERR-FILE-STATUS
162700         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
162800         PERFORM ERROR-PROC
162900     END-IF.
163000
163100     MOVE "FILERKEY"    TO  O2-RPT-PROGRAM-NAME.
163200     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
163300             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
163400     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
163500     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
163600     PERFORM  SYURYO-CHK-LIST-WRITE.
163700     WRITE O2-RPT-BLANK-LINE.
163800     PERFORM  SYURYO-CHK-LIST-WRITE.
163900
164000 JUNBI-999.
164100 EXIT.
164200                                                             SKIP3
164300******************************************************************
164400*                                                                *
164500*    SYURYO PROC (BEFORE/AFTER COUNTS; RC=8 WHEN A ROW WAS LOST  *
164600*    OR GAINED, RC=4 WHEN A MAPPING WAS NOT APPLIED AS GIVEN OR  *
164700*    AN INPUT CONTROL DOES NOT MATCH)                            *
164800*                                                                *
164900******************************************************************
165000 SYURYO-PROC                       SECTION.
165100*G   SYURYO
165200 SYURYO-010.
165300
165400     ACCEPT W2-END-TIME FROM TIME.
165500
165600     OPEN   OUTPUT FILE-REPORT.
165700     IF  FS-FILE-REPORT  NOT =  "00"
165800         MOVE "FILE-REPORT(RKEYRPT)" TO  W2-ERR-FILE-NAME
165900         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
166000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
166100         PERFORM ERROR-PROC
166200     END-IF.
166300
166400     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
166500                                     + (W2-S_SS * 100) + W2-S_TT)
166600     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
166700                                    + (W2-E_SS * 100) + W2-E_TT).
166800     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
166900
167000     MOVE  "OK"  TO  WK-MAP-RESULT.
167100     IF  WK-REJECT-COUNTER    >  ZERO  OR
167200         WK-COLL-MAP-COUNTER  >  ZERO  OR
167300         WK-NOTFOUND-COUNTER  >  ZERO
167400         MOVE  "NG"  TO  WK-MAP-RESULT
167500     END-IF.
167600     MOVE  "OK"  TO  WK-MAST-RESULT.
167700     IF  WM-Z-FLG  NOT =  "1"  OR
167800         WM-Z-GRAND-COUNT  NOT =  WM-DATA-COUNTER
167900         MOVE  "NG"  TO  WK-MAST-RESULT
168000     END-IF.
168100     MOVE  "OK"  TO  WK-IDX-RESULT.
168200     IF  WK-IDX-MISS-COUNTER  >  ZERO
168300         MOVE  "NG"  TO  WK-IDX-RESULT
168400     END-IF.
168500     MOVE  "OK"  TO  WK-CNT-RESULT.
168600     IF  W1-R-COUNTER  NOT =  WM-R-COUNTER - WK-MERGE-R-COUNTER OR
168700         W1-S-COUNTER  NOT =  WM-S-COUNTER                      OR
168800         W1-T-COUNTER  NOT =  WM-T-COUNTER                      OR
168900         W1-U-COUNTER  NOT =  WM-U-COUNTER                      OR
169000         W1-COUNTER    NOT =
169100                         WM-DATA-COUNTER - WK-MERGE-R-COUNTER
169200         MOVE  "FAIL"  TO  WK-CNT-RESULT
169300     END-IF.
169400     IF  WK-DELTA-D-COUNTER  NOT =  WK-MOVE-ROW-COUNTER  OR
169500         WK-DELTA-A-COUNTER  NOT =
169600                         WK-MOVE-ROW-COUNTER - WK-MERGE-R-COUNTER
169700         MOVE  "FAIL"  TO  WK-CNT-RESULT
169800     END-IF.
169900     IF  WK-SUSP-OUT-COUNTER  NOT =  WK-SUSP-IN-COUNTER  OR
170000         WK-REL-OUT-COUNTER   NOT =  WK-REL-IN-COUNTER
170100         MOVE  "FAIL"  TO  WK-CNT-RESULT
170200     END-IF.
170300     IF  WK-MAP-RESULT   NOT =  "OK"  OR
170400         WK-MAST-RESULT  NOT =  "OK"  OR
170500         WK-IDX-RESULT   NOT =  "OK"
170600         MOVE  4  TO  RETURN-CODE
170700     END-IF.
170800     IF  WK-CNT-RESULT  NOT =  "OK"
170900         MOVE  8  TO  RETURN-CODE
171000     END-IF.
171100
171200     DISPLAY "MAPPINGS READ     : " WK-RKMP-COUNT.
171300     DISPLAY "MAPPINGS APPLIED  : " WK-APPLY-COUNTER.
171400     DISPLAY "ROWS RE-KEYED     : " WK-MOVE-ROW-COUNTER.
171500     DISPLAY "ROOT ROWS MERGED  : " WK-MERGE-R-COUNTER.
171600     DISPLAY "COLLISIONS        : " WK-COLL-MAP-COUNTER.
171700     DISPLAY "REJECTED          : " WK-REJECT-COUNTER.
171800     DISPLAY "ROW COUNT CHECK   : " WK-CNT-RESULT.
171900
172000     MOVE "FILERKEY"    TO  O4-RPT-PROGRAM-NAME.
172100     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
172200             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
172300     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
172400     WRITE O4-RPT-TITLE-LINE.
172500     PERFORM SYURYO-CHK-RPT-WRITE.
172600     MOVE "RKEYMAP"     TO O4-RPT-FILE-NAME.
172700     WRITE O4-RPT-FILE-LINE.
172800     PERFORM SYURYO-CHK-RPT-WRITE.
172900     MOVE "MASTIN"      TO O4-RPT-FILE-NAME.
173000     WRITE O4-RPT-FILE-LINE.
173100     PERFORM SYURYO-CHK-RPT-WRITE.
173200     MOVE "SUSPIN"      TO O4-RPT-FILE-NAME.
173300     WRITE O4-RPT-FILE-LINE.
173400     PERFORM SYURYO-CHK-RPT-WRITE.
173500     MOVE "RELIN"       TO O4-RPT-FILE-NAME.
173600     WRITE O4-RPT-FILE-LINE.
173700     PERFORM SYURYO-CHK-RPT-WRITE.
173800
173900     WRITE O4-RPT-BLANK-LINE.
174000     PERFORM SYURYO-CHK-RPT-WRITE.
174100     WRITE O4-RPT-HEAD-LINE.
174200     PERFORM SYURYO-CHK-RPT-WRITE.
174300     MOVE "MAPPINGS READ"   TO O4-RPT-COUNT-NAME.
174400     MOVE WK-RKMP-COUNT     TO O4-RPT-COUNT-VALUE.
174500     WRITE O4-RPT-COUNT-LINE.
174600     PERFORM SYURYO-CHK-RPT-WRITE.
174700     MOVE "MAPPINGS APPLIED" TO O4-RPT-COUNT-NAME.
174800     MOVE WK-APPLY-COUNTER  TO O4-RPT-COUNT-VALUE.
174900     WRITE O4-RPT-COUNT-LINE.
175000     PERFORM SYURYO-CHK-RPT-WRITE.
175100     MOVE "  MERGED"        TO O4-RPT-COUNT-NAME.
175200     MOVE WK-MERGE-MAP-COUNTER TO O4-RPT-COUNT-VALUE.
175300     WRITE O4-RPT-COUNT-LINE.
175400     PERFORM SYURYO-CHK-RPT-WRITE.
175500     MOVE "  OLD KEY NOT FOUND" TO O4-RPT-COUNT-NAME.
175600     MOVE WK-NOTFOUND-COUNTER TO O4-RPT-COUNT-VALUE.
175700     WRITE O4-RPT-COUNT-LINE.
175800     PERFORM SYURYO-CHK-RPT-WRITE.
175900     MOVE "MAPPINGS COLLIDED" TO O4-RPT-COUNT-NAME.
176000     MOVE WK-COLL-MAP-COUNTER TO O4-RPT-COUNT-VALUE.
176100     WRITE O4-RPT-COUNT-LINE.
176200     PERFORM SYURYO-CHK-RPT-WRITE.
176300     MOVE "MAPPINGS REJECTED" TO O4-RPT-COUNT-NAME.
176400     MOVE WK-REJECT-COUNTER TO O4-RPT-COUNT-VALUE.
176500     WRITE O4-RPT-COUNT-LINE.
176600     PERFORM SYURYO-CHK-RPT-WRITE.
176700     MOVE "COLLISION ROWS"  TO O4-RPT-COUNT-NAME.
176800     MOVE WK-COLL-ROW-COUNTER TO O4-RPT-COUNT-VALUE.
176900     WRITE O4-RPT-COUNT-LINE.
177000     PERFORM SYURYO-CHK-RPT-WRITE.
177100
177200     WRITE O4-RPT-BLANK-LINE.
177300     PERFORM SYURYO-CHK-RPT-WRITE.
177400     MOVE "BEFORE ROOT ROWS"  TO O4-RPT-COUNT-NAME.
177500     MOVE WM-R-COUNTER      TO O4-RPT-COUNT-VALUE.
177600     WRITE O4-RPT-COUNT-LINE.
177700     PERFORM SYURYO-CHK-RPT-WRITE.
177800     MOVE "BEFORE SUB ROWS"   TO O4-RPT-COUNT-NAME.
177900     MOVE WM-S-COUNTER      TO O4-RPT-COUNT-VALUE.
178000     WRITE O4-RPT-COUNT-LINE.
178100     PERFORM SYURYO-CHK-RPT-WRITE.
178200     MOVE "BEFORE SUB2 ROWS"  TO O4-RPT-COUNT-NAME.
178300     MOVE WM-T-COUNTER      TO O4-RPT-COUNT-VALUE.
178400     WRITE O4-RPT-COUNT-LINE.
178500     PERFORM SYURYO-CHK-RPT-WRITE.
178600     MOVE "BEFORE SUB3 ROWS"  TO O4-RPT-COUNT-NAME.
178700     MOVE WM-U-COUNTER      TO O4-RPT-COUNT-VALUE.
178800     WRITE O4-RPT-COUNT-LINE.
178900     PERFORM SYURYO-CHK-RPT-WRITE.
179000     MOVE "BEFORE TOTAL ROWS" TO O4-RPT-COUNT-NAME.
179100     MOVE WM-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
179200     WRITE O4-RPT-COUNT-LINE.
179300     PERFORM SYURYO-CHK-RPT-WRITE.
179400     MOVE "AFTER ROOT ROWS"   TO O4-RPT-COUNT-NAME.
179500     MOVE W1-R-COUNTER      TO O4-RPT-COUNT-VALUE.
179600     WRITE O4-RPT-COUNT-LINE.
179700     PERFORM SYURYO-CHK-RPT-WRITE.
179800     MOVE "AFTER SUB ROWS"    TO O4-RPT-COUNT-NAME.
179900     MOVE W1-S-COUNTER      TO O4-RPT-COUNT-VALUE.
180000     WRITE O4-RPT-COUNT-LINE.
180100     PERFORM SYURYO-CHK-RPT-WRITE.
180200     MOVE "AFTER SUB2 ROWS"   TO O4-RPT-COUNT-NAME.
180300     MOVE W1-T-COUNTER      TO O4-RPT-COUNT-VALUE.
180400     WRITE O4-RPT-COUNT-LINE.
180500     PERFORM SYURYO-CHK-RPT-WRITE.
180600     MOVE "AFTER SUB3 ROWS"   TO O4-RPT-COUNT-NAME.
180700     MOVE W1-U-COUNTER      TO O4-RPT-COUNT-VALUE.
180800     WRITE O4-RPT-COUNT-LINE.
180900     PERFORM SYURYO-CHK-RPT-WRITE.
181000     MOVE "AFTER TOTAL ROWS"  TO O4-RPT-COUNT-NAME.
181100     MOVE W1-COUNTER        TO O4-RPT-COUNT-VALUE.
181200     WRITE O4-RPT-COUNT-LINE.
181300     PERFORM SYURYO-CHK-RPT-WRITE.
181400     MOVE "ROWS RE-KEYED"     TO O4-RPT-COUNT-NAME.
181500     MOVE WK-MOVE-ROW-COUNTER TO O4-RPT-COUNT-VALUE.
181600     WRITE O4-RPT-COUNT-LINE.
181700     PERFORM SYURYO-CHK-RPT-WRITE.
181800     MOVE "ROOT ROWS MERGED"  TO O4-RPT-COUNT-NAME.
181900     MOVE WK-MERGE-R-COUNTER TO O4-RPT-COUNT-VALUE.
182000     WRITE O4-RPT-COUNT-LINE.
182100     PERFORM SYURYO-CHK-RPT-WRITE.
182200     MOVE "SUSPIN ROWS"       TO O4-RPT-COUNT-NAME.
182300     MOVE WK-SUSP-IN-COUNTER TO O4-RPT-COUNT-VALUE.
182400     WRITE O4-RPT-COUNT-LINE.
182500     PERFORM SYURYO-CHK-RPT-WRITE.
182600     MOVE "SUSPOUT ROWS"      TO O4-RPT-COUNT-NAME.
182700     MOVE WK-SUSP-OUT-COUNTER TO O4-RPT-COUNT-VALUE.
182800     WRITE O4-RPT-COUNT-LINE.
182900     PERFORM SYURYO-CHK-RPT-WRITE.
183000     MOVE "  RE-KEYED"        TO O4-RPT-COUNT-NAME.
183100     MOVE WK-SUSP-MOVE-COUNTER TO O4-RPT-COUNT-VALUE.
183200     WRITE O4-RPT-COUNT-LINE.
183300     PERFORM SYURYO-CHK-RPT-WRITE.
183400     MOVE "RELIN ROWS"        TO O4-RPT-COUNT-NAME.
183500     MOVE WK-REL-IN-COUNTER TO O4-RPT-COUNT-VALUE.
183600     WRITE O4-RPT-COUNT-LINE.
183700     PERFORM SYURYO-CHK-RPT-WRITE.
183800     MOVE "RELEASEDATA ROWS"  TO O4-RPT-COUNT-NAME.
183900     MOVE WK-REL-OUT-COUNTER TO O4-RPT-COUNT-VALUE.
184000     WRITE O4-RPT-COUNT-LINE.
184100     PERFORM SYURYO-CHK-RPT-WRITE.
184200     MOVE "  RE-KEYED"        TO O4-RPT-COUNT-NAME.
184300     MOVE WK-REL-MOVE-COUNTER TO O4-RPT-COUNT-VALUE.
184400     WRITE O4-RPT-COUNT-LINE.
184500     PERFORM SYURYO-CHK-RPT-WRITE.
184600     MOVE "DELTA D WRITTEN"   TO O4-RPT-COUNT-NAME.
184700     MOVE WK-DELTA-D-COUNTER TO O4-RPT-COUNT-VALUE.
184800     WRITE O4-RPT-COUNT-LINE.
184900     PERFORM SYURYO-CHK-RPT-WRITE.
185000     MOVE "DELTA A WRITTEN"   TO O4-RPT-COUNT-NAME.
185100     MOVE WK-DELTA-A-COUNTER TO O4-RPT-COUNT-VALUE.
185200     WRITE O4-RPT-COUNT-LINE.
185300     PERFORM SYURYO-CHK-RPT-WRITE.
185400     MOVE "MASTIDX DELETED"   TO O4-RPT-COUNT-NAME.
185500     MOVE WK-IDX-DELETE-COUNTER TO O4-RPT-COUNT-VALUE.
185600     WRITE O4-RPT-COUNT-LINE.
185700     PERFORM SYURYO-CHK-RPT-WRITE.
185800     MOVE "MASTIDX WRITTEN"   TO O4-RPT-COUNT-NAME.
185900     MOVE WK-IDX-WRITE-COUNTER TO O4-RPT-COUNT-VALUE.
186000     WRITE O4-RPT-COUNT-LINE.
186100     PERFORM SYURYO-CHK-RPT-WRITE.
186200     MOVE "MASTIDX REWRITTEN" TO O4-RPT-COUNT-NAME.
186300     MOVE WK-IDX-REWRITE-COUNTER TO O4-RPT-COUNT-VALUE.
186400     WRITE O4-RPT-COUNT-LINE.
186500     PERFORM SYURYO-CHK-RPT-WRITE.
186600     MOVE "MASTIDX NOT FOUND" TO O4-RPT-COUNT-NAME.
186700     MOVE WK-IDX-MISS-COUNTER TO O4-RPT-COUNT-VALUE.
186800     WRITE O4-RPT-COUNT-LINE.
186900     PERFORM SYURYO-CHK-RPT-WRITE.
187000
187100     WRITE O4-RPT-BLANK-LINE.
187200     PERFORM SYURYO-CHK-RPT-WRITE.
187300     MOVE "OUTCTL RESTATED" TO O4-RPT-DETAIL-LABEL.
187400     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
187500     IF  WK-XCTL-FOUND-FLG  =  "1"
187600         STRING  "TOTAL "  WX-XCTL-COUNT-TOTAL
187700                 "  HASH "  WX-XCTL-ROOT-HASH
187800                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
187900     ELSE
188000         MOVE "NOT FOUND - NOT RESTATED" TO O4-RPT-DETAIL-VALUE
188100     END-IF.
188200     WRITE O4-RPT-DETAIL-LINE.
188300     PERFORM SYURYO-CHK-RPT-WRITE.
188400
188500     WRITE O4-RPT-BLANK-LINE.
188600     PERFORM SYURYO-CHK-RPT-WRITE.
188700     MOVE "KEY MAPPINGS"    TO O4-RPT-RESULT-LABEL.
188800     MOVE WK-MAP-RESULT     TO O4-RPT-RESULT-VALUE.
188900     WRITE O4-RPT-RESULT-LINE.
189000     PERFORM SYURYO-CHK-RPT-WRITE.
189100     MOVE "MASTER CONTROL"  TO O4-RPT-RESULT-LABEL.
189200     MOVE WK-MAST-RESULT    TO O4-RPT-RESULT-VALUE.
189300     WRITE O4-RPT-RESULT-LINE.
189400     PERFORM SYURYO-CHK-RPT-WRITE.
189500     MOVE "MASTIDX ENTRIES" TO O4-RPT-RESULT-LABEL.
189600     MOVE WK-IDX-RESULT     TO O4-RPT-RESULT-VALUE.
189700     WRITE O4-RPT-RESULT-LINE.
189800     PERFORM SYURYO-CHK-RPT-WRITE.
189900     MOVE "ROW COUNT CHECK" TO O4-RPT-RESULT-LABEL.
190000     MOVE WK-CNT-RESULT     TO O4-RPT-RESULT-VALUE.
190100     WRITE O4-RPT-RESULT-LINE.
190200     PERFORM SYURYO-CHK-RPT-WRITE.
190300
190400     WRITE O4-RPT-BLANK-LINE.
190500     PERFORM SYURYO-CHK-RPT-WRITE.
190600
190700     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
190800     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
190900             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
191000     WRITE O4-RPT-TIME-LINE.
191100     PERFORM SYURYO-CHK-RPT-WRITE.
191200     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
191300     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
191400             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
191500     WRITE O4-RPT-TIME-LINE.
191600     PERFORM SYURYO-CHK-RPT-WRITE.
191700     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
191800     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
191900     WRITE O4-RPT-TIME-LINE.
192000     PERFORM SYURYO-CHK-RPT-WRITE.
192100
192200     CLOSE FILE-REPORT.
192300     IF  FS-FILE-REPORT  NOT =  "00"
192400         MOVE "FILE-REPORT(RKEYRPT)" TO  W2-ERR-FILE-NAME
192500         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
192600         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
192700         PERFORM ERROR-PROC
192800     END-IF.
192900
193000 SYURYO-999.
193100     EXIT.
193200                                                             SKIP3
193300******************************************************************
193400*                                                                *
193500*    REPORT WRITE CHECK PROC                                     *
193600*                                                                *
193700******************************************************************
193800 SYURYO-CHK-PROC                    SECTION.
193900*G   REPORT WRITE CHECK
194000 SYURYO-CHK-RPT-WRITE.
194100     IF  FS-FILE-REPORT  NOT =  "00"
194200         MOVE "FILE-REPORT(RKEYRPT)" TO  W2-ERR-FILE-NAME
194300         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
194400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
194500         PERFORM ERROR-PROC
194600     END-IF.
194700 SYURYO-CHK-LIST-WRITE.
194800     IF  FS-FILE-RKEYLIST  NOT =  "00"
194900         MOVE "FILE-RKEYLIST(RKEYLIST)" TO  W2-ERR-FILE-NAME
195000         MOVE FS-FILE-RKEYLIST       TO  W2-ERR-FILE-STATUS
195100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
195200         PERFORM ERROR-PROC
195300     END-IF.
195400 SYURYO-CHK-999.
195500     EXIT.
195600                                                             SKIP3
195700******************************************************************
195800*                                                                *
195900*    ERROR PROC                                                  *
196000*                                                                *
196100******************************************************************
196200 ERROR-PROC                        SECTION.
196300*G   ERROR
196400 ERROR-010.
196500
196600     DISPLAY "*** ABEND ***".
196700     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
196800     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
196900     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
197000
197100     MOVE  16  TO  RETURN-CODE.
197200     STOP RUN.
197300
197400 ERROR-999.
197500     EXIT.
