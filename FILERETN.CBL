000100* T   ARCHIVE AND PURGE OF INACTIVE ROOT HIERARCHIES FROM MASTER
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILERETN.
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
001600               ASSIGN TO MASTIN
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-MAST.
001900     SELECT   FILE-MASTOUT
002000               ASSIGN TO MASTOUT
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-MASTOUT.
002300     SELECT   OPTIONAL  FILE-GENLIST
002400               ASSIGN TO GENLIST
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-GENLIST.
002700     SELECT   OPTIONAL  FILE-GENS
002800               ASSIGN TO DELTAGENS
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-GENS.
003100     SELECT   OPTIONAL  FILE-ARCIN
003200               ASSIGN TO ARCIN
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-ARCIN.
003500     SELECT   FILE-ARCOUT
003600               ASSIGN TO ARCOUT
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-ARCOUT.
003900     SELECT   FILE-ARCIDX
004000               ASSIGN TO ARCIDX
004100               ORGANIZATION IS INDEXED
004200               ACCESS MODE IS RANDOM
004300               RECORD KEY IS O6-ARCX-ROOT-KEY
004400               FILE STATUS IS FS-FILE-ARCIDX.
004500     SELECT   OPTIONAL  FILE-ACTLIN
004600               ASSIGN TO ARCCTLIN
004700               ORGANIZATION IS LINE SEQUENTIAL
004800               FILE STATUS IS FS-FILE-ACTLIN.
004900     SELECT   FILE-ACTLOUT
005000               ASSIGN TO ARCCTLOUT
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS FS-FILE-ACTLOUT.
005300     SELECT   OPTIONAL  FILE-OUT-CTL
005400               ASSIGN TO OUTCTL
005500               ORGANIZATION IS LINE SEQUENTIAL
005600               FILE STATUS IS FS-FILE-OUT-CTL.
005700     SELECT   FILE-XCTLOUT
005800               ASSIGN TO OUTCTLOUT
005900               ORGANIZATION IS LINE SEQUENTIAL
006000               FILE STATUS IS FS-FILE-XCTLOUT.
006100     SELECT   FILE-RETNLIST
006200               ASSIGN TO RETNLIST
006300               ORGANIZATION IS LINE SEQUENTIAL
006400               FILE STATUS IS FS-FILE-RETNLIST.
006500     SELECT   FILE-REPORT
006600               ASSIGN TO RETNRPT
006700               ORGANIZATION IS LINE SEQUENTIAL
006800               FILE STATUS IS FS-FILE-REPORT.
006900     SELECT   SORT-FILE
007000               ASSIGN TO SORTWK.
007100     SELECT   OPTIONAL  FILE-CHAIN
007200               ASSIGN TO CHAINCTL
007300               ORGANIZATION IS LINE SEQUENTIAL
007400               FILE STATUS IS FS-FILE-CHAIN.
007500     SELECT   OPTIONAL  FILE-NITE
007600               ASSIGN TO NITESTAT
007700               ORGANIZATION IS LINE SEQUENTIAL
007800               FILE STATUS IS FS-FILE-NITE.
007900     SELECT   OPTIONAL  FILE-BUSDATE
008000               ASSIGN TO BUSDATE
008100               ORGANIZATION IS LINE SEQUENTIAL
008200               FILE STATUS IS FS-FILE-BUSDATE.
008300
008400 DATA                   DIVISION.
008500 FILE                   SECTION.
008600 FD  FILE-MAST.
008700     COPY  OUTFILE  PREFIXING  I1-.
008800
008900 FD  FILE-MASTOUT.
009000     COPY  OUTFILE  PREFIXING  O1-.
009100
009200 FD  FILE-GENLIST.
009300     COPY  GENLIST  PREFIXING  I3-.
009400
009500 FD  FILE-GENS.
009600     COPY  DELTA    PREFIXING  I2-.
009700
009800 FD  FILE-ARCIN.
009900     COPY  OUTFILE  PREFIXING  I5-.
010000
010100 FD  FILE-ARCOUT.
010200     COPY  OUTFILE  PREFIXING  O5-.
010300
010400 FD  FILE-ARCIDX.
010500     COPY  ARCIDX   PREFIXING  O6-.
010600
010700 FD  FILE-ACTLIN.
010800     COPY  ARCCTL   PREFIXING  I7-.
010900
011000 FD  FILE-ACTLOUT.
011100     COPY  ARCCTL   PREFIXING  O7-.
011200
011300 FD  FILE-OUT-CTL.
011400     COPY  EXTCTL   PREFIXING  I8-.
011500
011600 FD  FILE-XCTLOUT.
011700     COPY  EXTCTL   PREFIXING  O8-.
011800
011900 FD  FILE-RETNLIST.
012000     COPY  REPORT   PREFIXING  O2-.
012100
012200 FD  FILE-REPORT.
012300     COPY  REPORT   PREFIXING  O4-.
012400
012500 SD  SORT-FILE.
012600     COPY  RETNACT  PREFIXING  SR-.
012700
012800 FD  FILE-CHAIN.
012900     COPY  CHNCTL   PREFIXING  C1-.
013000
013100 FD  FILE-NITE.
013200     COPY  NITESTAT PREFIXING  N1-.
013300
013400 FD  FILE-BUSDATE.
013500     COPY  BUSDATE  PREFIXING  C2-.
013600
013700 WORKING-STORAGE        SECTION.
013800******************************************************************
013900*                                                                *
014000*    FILE-MAST WORK AREA (MASTER AFTER TONIGHT'S APPLY)          *
014100*                                                                *
014200******************************************************************
014300 COPY  OUTFILE  PREFIXING  WM-.
014400 01  WM-COUNTER             PIC  S9(11)  VALUE  ZERO.
014500 01  WM-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
014600 01  WM-EOF-FLG             PIC   X      VALUE  ZERO.
014700 01  WM-Z-FLG               PIC   X      VALUE  ZERO.
014800 01  WM-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
014900******************************************************************
015000*                                                                *
015100*    FILE-ARCIN WORK AREA (ARCHIVE BEFORE TONIGHT'S PURGE)       *
015200*                                                                *
015300******************************************************************
015400 COPY  OUTFILE  PREFIXING  WA-.
015500 01  WA-COUNTER             PIC  S9(11)  VALUE  ZERO.
015600 01  WA-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
015700 01  WA-EOF-FLG             PIC   X      VALUE  ZERO.
015800 01  WA-Z-FLG               PIC   X      VALUE  ZERO.
015900 01  WA-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
016000 01  WA-ROOT-HASH           PIC  9(11)   VALUE  ZERO.
016100 01  WA-CUR-KEY             PIC  X(10)   VALUE  LOW-VALUES.
016200******************************************************************
016300*                                                                *
016400*    OUTPUT WORK AREA (FILE-MASTOUT / FILE-ARCOUT)               *
016500*                                                                *
016600******************************************************************
016700 COPY  OUTFILE  PREFIXING  W1-.
016800 01  W1-COUNTER             PIC  S9(11)  VALUE  ZERO.
016900 01  W1-G-COUNTER           PIC  S9(11)  VALUE  ZERO.
017000 01  W5-COUNTER             PIC  S9(11)  VALUE  ZERO.
017100 01  W5-G-COUNTER           PIC  S9(11)  VALUE  ZERO.
017200 01  W5-ROOT-COUNT          PIC  S9(09)  VALUE  ZERO.
017300 01  W5-SUB-COUNT           PIC  S9(09)  VALUE  ZERO.
017400 01  W5-SUB2-COUNT          PIC  S9(09)  VALUE  ZERO.
017500 01  W5-SUB3-COUNT          PIC  S9(09)  VALUE  ZERO.
017600 01  W5-ROOT-HASH           PIC  9(11)   VALUE  ZERO.
017700 01  WK-ARC-LIMIT-KEY       PIC  X(10)   VALUE  LOW-VALUES.
017800 01  WK-HASH-KEY            PIC  X(10).
017900 01  WK-HASH-KEY-NUM        REDEFINES  WK-HASH-KEY  PIC  9(10).
018000******************************************************************
018100*                                                                *
018200*    ROOT GROUP WORK AREA (ONE ROOT HIERARCHY OF THE MASTER)     *
018300*    WK-GRP-DEST  "M"=STAYS ON THE MASTER  "A"=ARCHIVED          *
018400*    WK-GRP-SOURCE "U"=ROOT-UPDATE-DATE  "D"=DELTA GENERATION    *
018500*                                                                *
018600******************************************************************
018700 01  WK-GRP-OPEN-FLG        PIC   X      VALUE  ZERO.
018800 01  WK-GRP-TRLR-FLG        PIC   X      VALUE  ZERO.
018900 01  WK-GRP-ROOT-KEY        PIC  X(10)   VALUE  SPACES.
019000 01  WK-GRP-DEST            PIC  X(01)   VALUE  SPACE.
019100 01  WK-GRP-SOURCE          PIC  X(01)   VALUE  SPACE.
019200 01  WK-GRP-UPD-DATE        PIC  9(08)   VALUE  ZERO.
019300 01  WK-GRP-DELTA-DATE      PIC  9(08)   VALUE  ZERO.
019400 01  WK-GRP-LAST-DATE       PIC  9(08)   VALUE  ZERO.
019500 01  WK-GRP-LAST-DATE-R     REDEFINES  WK-GRP-LAST-DATE.
019600     05  WK-GRP-LAST-YYYY   PIC  9(04).
019700     05  WK-GRP-LAST-MM     PIC  9(02).
019800     05  WK-GRP-LAST-DD     PIC  9(02).
019900 01  WK-GRP-ROOT-COUNT      PIC  S9(09)  VALUE  ZERO.
020000 01  WK-GRP-SUB-COUNT       PIC  S9(09)  VALUE  ZERO.
020100 01  WK-GRP-SUB2-COUNT      PIC  S9(09)  VALUE  ZERO.
020200 01  WK-GRP-SUB3-COUNT      PIC  S9(09)  VALUE  ZERO.
020300 01  WK-GRP-ROW-COUNT       PIC  S9(11)  VALUE  ZERO.
020400 01  WK-EDIT-ROWS           PIC  ZZZ,ZZZ,ZZ9.
020500******************************************************************
020600*                                                                *
020700*    PURGE COUNT WORK AREA                                       *
020800*                                                                *
020900******************************************************************
021000 01  WK-KEEP-ROOT-COUNTER   PIC  S9(11)  VALUE  ZERO.
021100 01  WK-NODATE-COUNTER      PIC  S9(11)  VALUE  ZERO.
021200 01  WK-NOTRLR-COUNTER      PIC  S9(11)  VALUE  ZERO.
021300 01  WK-REPLACE-COUNTER     PIC  S9(11)  VALUE  ZERO.
021400 01  WK-IDX-WRITE-COUNTER   PIC  S9(11)  VALUE  ZERO.
021500 01  WK-IDX-REWRITE-COUNTER PIC  S9(11)  VALUE  ZERO.
021600 01  WK-IDX-DUP-FLG         PIC   X      VALUE  ZERO.
021700 01  WK-PURGE-ROOT-COUNTER  PIC  S9(11)  VALUE  ZERO.
021800 01  WK-PURGE-R-COUNTER     PIC  S9(09)  VALUE  ZERO.
021900 01  WK-PURGE-S-COUNTER     PIC  S9(09)  VALUE  ZERO.
022000 01  WK-PURGE-T-COUNTER     PIC  S9(09)  VALUE  ZERO.
022100 01  WK-PURGE-U-COUNTER     PIC  S9(09)  VALUE  ZERO.
022200 01  WK-PURGE-ROW-COUNTER   PIC  S9(11)  VALUE  ZERO.
022300 01  WK-PURGE-HASH          PIC  9(11)   VALUE  ZERO.
022400 01  WK-LIST-COUNTER        PIC  S9(11)  VALUE  ZERO.
022500 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
022600 01  WK-MAST-RESULT         PIC  X(02)   VALUE  SPACES.
022700 01  WK-ARC-RESULT          PIC  X(02)   VALUE  SPACES.
022800******************************************************************
022900*                                                                *
023000*    DELTA ACTIVITY WORK AREA (FILE-GENLIST / FILE-GENS /        *
023100*    SORT-FILE)                                                  *
023200*                                                                *
023300******************************************************************
023400 01  WG-GEN-EOF-FLG         PIC   X      VALUE  ZERO.
023500 01  WG-GEN-USED            PIC  S9(04)  COMP  VALUE  ZERO.
023600 01  WG-GEN-IX              PIC  S9(04)  COMP  VALUE  ZERO.
023700 01  WG-GEN-TABLE.
023800     05  WG-GEN-ENTRY  OCCURS  60.
023900         10  WG-RUN-DATE         PIC  9(08).
024000         10  WG-RUN-ID           PIC  X(16).
024100         10  WG-REC-COUNT        PIC  S9(11).
024200 COPY  RETNACT  PREFIXING  W3-.
024300 01  WK-GEN-REMAIN          PIC  S9(11)  VALUE  ZERO.
024400 01  WK-GENS-COUNTER        PIC  S9(11)  VALUE  ZERO.
024500 01  WK-SORT-EOF-FLG        PIC   X      VALUE  ZERO.
024600 01  WK-ACT-KEY             PIC  X(10)   VALUE  LOW-VALUES.
024700 01  WK-ACT-DATE            PIC  9(08)   VALUE  ZERO.
024800 01  WK-ACT-SKIP-COUNTER    PIC  S9(11)  VALUE  ZERO.
024900******************************************************************
025000*                                                                *
025100*    RETENTION PERIOD WORK AREA (RETNDAYS, DEFAULT 365 DAYS)     *
025200*    A ROOT IS PURGED WHEN ITS LAST ACTIVITY IS NOT AFTER THE    *
025300*    CUTOFF DATE (RUN DATE LESS THE RETENTION DAYS)              *
025400*                                                                *
025500******************************************************************
025600 01  WK-RETNDAYS-ENV-NAME   PIC  X(08)   VALUE  "RETNDAYS".
025700 01  WK-RETNDAYS-ENV-VALUE  PIC  X(09).
025800 01  WK-RETN-DAYS           PIC  9(05)   VALUE  365.
025900 01  WK-ENV-NUM-TEXT        PIC  X(09).
026000 01  WK-ENV-NUM-VALUE       PIC  9(09)   VALUE  ZERO.
026100 01  WK-ENV-NUM-IX          PIC  S9(04)  COMP  VALUE  ZERO.
026200 01  WK-ENV-NUM-DIGIT-X     PIC  X(01).
026300 01  WK-ENV-NUM-DIGIT-9     REDEFINES  WK-ENV-NUM-DIGIT-X
026400                            PIC  9(01).
026500 01  WK-CUTOFF-DATE         PIC  9(08).
026600 01  WK-CUTOFF-DATE-R       REDEFINES  WK-CUTOFF-DATE.
026700     05  WK-CUT-YYYY        PIC  9(04).
026800     05  WK-CUT-MM          PIC  9(02).
026900     05  WK-CUT-DD          PIC  9(02).
027000 01  WK-MONTH-DAYS-TEXT     PIC  X(24)   VALUE
027100     "312831303130313130313031".
027200 01  WK-MONTH-DAYS-R        REDEFINES  WK-MONTH-DAYS-TEXT.
027300     05  WK-MONTH-DAYS      PIC  9(02)   OCCURS  12.
027400 01  WK-LEAP-QUOT           PIC  9(04).
027500 01  WK-LEAP-REM-4          PIC  9(04).
027600 01  WK-LEAP-REM-100        PIC  9(04).
027700 01  WK-LEAP-REM-400        PIC  9(04).
027800******************************************************************
027900*                                                                *
028000*    ARCHIVE CONTROL WORK AREA (FILE-ACTLIN PRIOR / NEW TOTALS)  *
028100*                                                                *
028200******************************************************************
028300 COPY  ARCCTL  PREFIXING  WC-.
028400 COPY  ARCCTL  PREFIXING  WN-.
028500 01  WK-ACTL-FOUND-FLG      PIC   X      VALUE  ZERO.
028600******************************************************************
028700*                                                                *
028800*    EXTRACT CONTROL WORK AREA (FILE-OUT-CTL RESTATED)           *
028900*                                                                *
029000******************************************************************
029100 COPY  EXTCTL  PREFIXING  WX-.
029200 01  WK-XCTL-FOUND-FLG      PIC   X      VALUE  ZERO.
029300 01  WK-XCTL-HASH           PIC  9(11)   VALUE  ZERO.
029400******************************************************************
029500*                                                                *
029600*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
029700*                                                                *
029800******************************************************************
029900 COPY  CHNCTL  PREFIXING  W8-.
030000 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
030100 01  WK-CHAIN-FOUND-FLG     PIC   X     VALUE  ZERO.
030200 01  WK-CHAIN-PRED-NAME     PIC  X(08)  VALUE  "FILEAPLY".
030300 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
030400 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
030500******************************************************************
030600*                                                                *
030700*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
030800*                                                                *
030900******************************************************************
031000 COPY  NITESTAT  PREFIXING  W9-.
031100******************************************************************
031200*                                                                *
031300*    RUN STATUS WORK AREA                                        *
031400*                                                                *
031500******************************************************************
031600 COPY  RESULT  PREFIXING  W2-.
031700 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
031800 01  W4-RUN-DATE             PIC  9(08).
031900 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
032000     05  W4-RUN-YYYY         PIC  9(04).
032100     05  W4-RUN-MM           PIC  9(02).
032200     05  W4-RUN-DD           PIC  9(02).
032300******************************************************************
032400*                                                                *
032500*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
032600*                                                                *
032700******************************************************************
032800 COPY  BUSDATE  PREFIXING  WY-.
032900 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
033000 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
033100 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
033200******************************************************************
033300*                                                                *
033400*    FILE STATUS WORK AREA                                       *
033500*                                                                *
033600******************************************************************
033700 01  FS-FILE-MAST            PIC  X(02)  VALUE  "00".
033800 01  FS-FILE-MASTOUT         PIC  X(02)  VALUE  "00".
033900 01  FS-FILE-GENLIST         PIC  X(02)  VALUE  "00".
034000 01  FS-FILE-GENS            PIC  X(02)  VALUE  "00".
034100 01  FS-FILE-ARCIN           PIC  X(02)  VALUE  "00".
034200 01  FS-FILE-ARCOUT          PIC  X(02)  VALUE  "00".
034300 01  FS-FILE-ARCIDX          PIC  X(02)  VALUE  "00".
034400 01  FS-FILE-ACTLIN          PIC  X(02)  VALUE  "00".
034500 01  FS-FILE-ACTLOUT         PIC  X(02)  VALUE  "00".
034600 01  FS-FILE-OUT-CTL         PIC  X(02)  VALUE  "00".
034700 01  FS-FILE-XCTLOUT         PIC  X(02)  VALUE  "00".
034800 01  FS-FILE-RETNLIST        PIC  X(02)  VALUE  "00".
034900 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
035000 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
035100 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
035200 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
035300
035400 PROCEDURE              DIVISION.
035500*
035600******************************************************************
035700*                                                                *
035800*G   MAIN PROC                                                   *
035900*                                                                *
036000******************************************************************
036100 MAIN-PROC                         SECTION.
036200*G   MAIN
036300 MAIN-PROC-010.
036400
036500     PERFORM  JUNBI-PROC.
036600
036700     SORT  SORT-FILE
036800           ASCENDING KEY  SR-RACT-ROOT-KEY
036900                          SR-RACT-ACT-DATE
037000           INPUT  PROCEDURE IS RETN-SORT-IN-PROC
037100           OUTPUT PROCEDURE IS RETN-PURGE-PROC.
037200
037300     CLOSE  FILE-MAST
037400            FILE-GENS
037500            FILE-ARCIN.
037600     IF  FS-FILE-MAST  NOT =  "00"
037700         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
037800         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
037900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
038000         PERFORM ERROR-PROC
038100     END-IF.
038200     IF  FS-FILE-GENS  NOT =  "00"
038300         MOVE "FILE-GENS(DELTAGENS)"   TO  W2-ERR-FILE-NAME
038400         MOVE FS-FILE-GENS           TO  W2-ERR-FILE-STATUS
038500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
038600         PERFORM ERROR-PROC
038700     END-IF.
038800     IF  FS-FILE-ARCIN  NOT =  "00"
038900         MOVE "FILE-ARCIN(ARCIN)"      TO  W2-ERR-FILE-NAME
039000         MOVE FS-FILE-ARCIN          TO  W2-ERR-FILE-STATUS
039100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
039200         PERFORM ERROR-PROC
039300     END-IF.
039400     CLOSE  FILE-MASTOUT
039500            FILE-ARCOUT
039600            FILE-ARCIDX
039700            FILE-RETNLIST.
039800     IF  FS-FILE-MASTOUT  NOT =  "00"
039900         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
040000         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
040100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
040200         PERFORM ERROR-PROC
040300     END-IF.
040400     IF  FS-FILE-ARCOUT  NOT =  "00"
040500         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
040600         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
040700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
040800         PERFORM ERROR-PROC
040900     END-IF.
041000     IF  FS-FILE-ARCIDX  NOT =  "00"
041100         MOVE "FILE-ARCIDX(ARCIDX)"    TO  W2-ERR-FILE-NAME
041200         MOVE FS-FILE-ARCIDX         TO  W2-ERR-FILE-STATUS
041300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
041400         PERFORM ERROR-PROC
041500     END-IF.
041600     IF  FS-FILE-RETNLIST  NOT =  "00"
041700         MOVE "FILE-RETNLIST(RETNLIST)" TO  W2-ERR-FILE-NAME
041800         MOVE FS-FILE-RETNLIST       TO  W2-ERR-FILE-STATUS
041900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
042000         PERFORM ERROR-PROC
042100     END-IF.
042200
042300     PERFORM  ACTL-WRITE-PROC.
042400     PERFORM  XCTL-RESTATE-PROC.
042500
042600     PERFORM  SYURYO-PROC.
042700
042800     STOP     RUN.
042900                                                             SKIP3
043000******************************************************************
043100*                                                                *
043200*    GENERATION LIST LOAD PROC (DATE ORDER ENFORCED)             *
043300*    NO GENLIST - ACTIVITY IS TAKEN FROM ROOT-UPDATE-DATE ONLY   *
043400*                                                                *
043500******************************************************************
043600 GENLIST-LOAD-PROC SECTION.
043700*G   GENERATION LIST LOAD
043800 GENLIST-LOAD-010.
043900     OPEN  INPUT  FILE-GENLIST.
044000     IF  FS-FILE-GENLIST  NOT =  "00"  AND
044100         FS-FILE-GENLIST  NOT =  "05"
044200         MOVE "FILE-GENLIST(GENLIST)"  TO  W2-ERR-FILE-NAME
044300         MOVE FS-FILE-GENLIST        TO  W2-ERR-FILE-STATUS
044400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
044500         PERFORM ERROR-PROC
044600     END-IF.
044700     PERFORM  UNTIL  WG-GEN-EOF-FLG  =  "1"
044800         READ  FILE-GENLIST
044900           AT END
045000             MOVE "1" TO WG-GEN-EOF-FLG
045100           NOT AT END
045200             IF  WG-GEN-USED  NOT <  60
045300                 MOVE "FILE-GENLIST(GENLIST)"
045400                      TO  W2-ERR-FILE-NAME
045500                 MOVE FS-FILE-GENLIST  TO  W2-ERR-FILE-STATUS
045600                 MOVE "GENERATION TABLE OVERFLOW"
045700                      TO  W2-ERR-MESSAGE
045800                 PERFORM ERROR-PROC
045900             END-IF
046000             IF  WG-GEN-USED  >  ZERO  AND
046100                 I3-GEN-RUN-DATE  <  WG-RUN-DATE (WG-GEN-USED)
046200                 MOVE "FILE-GENLIST(GENLIST)"
046300                      TO  W2-ERR-FILE-NAME
046400                 MOVE "  "             TO  W2-ERR-FILE-STATUS
046500                 MOVE "GENERATION DATES OUT OF ORDER"
046600                      TO  W2-ERR-MESSAGE
046700                 PERFORM ERROR-PROC
046800             END-IF
046900             ADD  1  TO  WG-GEN-USED
047000             MOVE  I3-GEN-RUN-DATE
047100                   TO  WG-RUN-DATE (WG-GEN-USED)
047200             MOVE  I3-GEN-RUN-ID
047300                   TO  WG-RUN-ID (WG-GEN-USED)
047400             MOVE  I3-GEN-REC-COUNT
047500                   TO  WG-REC-COUNT (WG-GEN-USED)
047600         END-READ
047700         IF  FS-FILE-GENLIST  NOT =  "00"  AND
047800             FS-FILE-GENLIST  NOT =  "10"
047900             MOVE "FILE-GENLIST(GENLIST)"  TO  W2-ERR-FILE-NAME
048000             MOVE FS-FILE-GENLIST        TO  W2-ERR-FILE-STATUS
048100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
048200             PERFORM ERROR-PROC
048300         END-IF
048400     END-PERFORM.
048500     CLOSE  FILE-GENLIST.
048600     IF  FS-FILE-GENLIST  NOT =  "00"
048700         MOVE "FILE-GENLIST(GENLIST)"  TO  W2-ERR-FILE-NAME
048800         MOVE FS-FILE-GENLIST        TO  W2-ERR-FILE-STATUS
048900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
049000         PERFORM ERROR-PROC
049100     END-IF.
049200     IF  WG-GEN-USED  =  ZERO
049300         DISPLAY "*** GENLIST EMPTY - NO DELTA ACTIVITY USED ***"
049400     END-IF.
049500 GENLIST-LOAD-999.
049600 EXIT.
049700                                                             SKIP3
049800******************************************************************
049900*                                                                *
050000*    SORT INPUT PROC (ONE ACTIVITY RECORD PER DELTA, DATED BY    *
050100*    THE GENERATION THAT CARRIED IT)                             *
050200*                                                                *
050300******************************************************************
050400 RETN-SORT-IN-PROC SECTION.
050500*G   SORT INPUT
050600 RETN-SORT-IN-010.
050700     PERFORM  VARYING  WG-GEN-IX  FROM  1  BY  1
050800              UNTIL    WG-GEN-IX  >  WG-GEN-USED
050900         MOVE  WG-REC-COUNT (WG-GEN-IX)  TO  WK-GEN-REMAIN
051000         PERFORM  UNTIL  WK-GEN-REMAIN  NOT >  ZERO
051100             PERFORM  GEN-DELTA-READ-PROC
051200         END-PERFORM
051300     END-PERFORM.
051400 RETN-SORT-IN-999.
051500 EXIT.
051600                                                             SKIP3
051700******************************************************************
051800*                                                                *
051900*    GENERATION DELTA READ PROC (COUNTED SLICE OF DELTAGENS)     *
052000*                                                                *
052100******************************************************************
052200 GEN-DELTA-READ-PROC SECTION.
052300*G   GENERATION DELTA READ
052400 GEN-DELTA-READ-010.
052500     READ  FILE-GENS
052600       AT END
052700         MOVE "FILE-GENS(DELTAGENS)"  TO  W2-ERR-FILE-NAME
052800         MOVE FS-FILE-GENS           TO  W2-ERR-FILE-STATUS
052900         MOVE "GENERATION COUNT SHORT"  TO  W2-ERR-MESSAGE
053000         PERFORM ERROR-PROC
053100       NOT AT END
053200         ADD 1 TO WK-GENS-COUNTER
053300         SUBTRACT 1 FROM WK-GEN-REMAIN
053400         MOVE I2-DELTA-ROOT-KEY        TO  W3-RACT-ROOT-KEY
053500         MOVE WG-RUN-DATE (WG-GEN-IX)  TO  W3-RACT-ACT-DATE
053600         MOVE W3-RACT-REC  TO  SR-RACT-REC
053700         RELEASE SR-RACT-REC
053800     END-READ.
053900     IF  FS-FILE-GENS  NOT =  "00"  AND
054000         FS-FILE-GENS  NOT =  "10"
054100         MOVE "FILE-GENS(DELTAGENS)"  TO  W2-ERR-FILE-NAME
054200         MOVE FS-FILE-GENS           TO  W2-ERR-FILE-STATUS
054300         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
054400         PERFORM ERROR-PROC
054500     END-IF.
054600 GEN-DELTA-READ-999.
054700 EXIT.
054800                                                             SKIP3
054900******************************************************************
055000*                                                                *
055100*    SORT OUTPUT PROC (MASTER PASSED ONE ROOT GROUP AT A TIME;   *
055200*    INACTIVE GROUPS ARE MERGED INTO THE ARCHIVE IN KEY ORDER)   *
055300*                                                                *
055400******************************************************************
055500 RETN-PURGE-PROC SECTION.
055600*G   SORT OUTPUT
055700 RETN-PURGE-010.
055800     PERFORM  ACT-RETURN-PROC.
055900     PERFORM  ARCIN-READ-PROC.
056000     PERFORM  MAST-READ-PROC.
056100     PERFORM  UNTIL  WM-EOF-FLG  =  "1"
056200         PERFORM  MAST-ROW-PROC
056300         PERFORM  MAST-READ-PROC
056400     END-PERFORM.
056500     IF  WK-GRP-OPEN-FLG  =  "1"
056600         PERFORM  GROUP-CLOSE-PROC
056700     END-IF.
056800     PERFORM  UNTIL  WK-SORT-EOF-FLG  =  "1"
056900         ADD  1  TO  WK-ACT-SKIP-COUNTER
057000         PERFORM  ACT-RETURN-PROC
057100     END-PERFORM.
057200     MOVE  HIGH-VALUES  TO  WK-ARC-LIMIT-KEY.
057300     PERFORM  ARCIN-COPY-PROC.
057400     PERFORM  GRAND-TRAILER-WRITE-PROC.
057500 RETN-PURGE-999.
057600 EXIT.
057700                                                             SKIP3
057800******************************************************************
057900*                                                                *
058000*    ACTIVITY RETURN PROC (NEXT SORTED ACTIVITY RECORD)          *
058100*                                                                *
058200******************************************************************
058300 ACT-RETURN-PROC SECTION.
058400*G   ACTIVITY RETURN
058500 ACT-RETURN-010.
058600     RETURN  SORT-FILE
058700       AT END
058800         MOVE "1"          TO  WK-SORT-EOF-FLG
058900         MOVE HIGH-VALUES  TO  WK-ACT-KEY
059000         MOVE ZERO         TO  WK-ACT-DATE
059100       NOT AT END
059200         MOVE SR-RACT-REC      TO  W3-RACT-REC
059300         MOVE W3-RACT-ROOT-KEY TO  WK-ACT-KEY
059400         MOVE W3-RACT-ACT-DATE TO  WK-ACT-DATE
059500     END-RETURN.
059600 ACT-RETURN-999.
059700 EXIT.
059800                                                             SKIP3
059900******************************************************************
060000*                                                                *
060100*    MASTER READ PROC ("Z" GRAND TRAILER HELD FOR THE CHECK)     *
060200*                                                                *
060300******************************************************************
060400 MAST-READ-PROC SECTION.
060500*G   MASTER READ
060600 MAST-READ-010.
060700     PERFORM  WITH TEST AFTER  UNTIL
060800         WM-EOF-FLG  =  "1"  OR  WM-REC-TYPE  NOT =  "Z"
060900         READ  FILE-MAST
061000           AT END
061100             MOVE "1" TO WM-EOF-FLG
061200           NOT AT END
061300             ADD 1 TO WM-COUNTER
061400             MOVE I1-OUTFILE TO WM-OUTFILE
061500             EVALUATE  WM-REC-TYPE
061600               WHEN "Z"
061700                 MOVE "1"                  TO  WM-Z-FLG
061800                 MOVE WM-TRLR-GRAND-COUNT  TO  WM-Z-GRAND-COUNT
061900               WHEN "G"
062000                 CONTINUE
062100               WHEN OTHER
062200                 ADD 1 TO WM-DATA-COUNTER
062300             END-EVALUATE
062400         END-READ
062500         IF  FS-FILE-MAST  NOT =  "00"  AND
062600             FS-FILE-MAST  NOT =  "10"
062700             MOVE "FILE-MAST(MASTIN)"     TO  W2-ERR-FILE-NAME
062800             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
062900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
063000             PERFORM ERROR-PROC
063100         END-IF
063200     END-PERFORM.
063300 MAST-READ-999.
063400 EXIT.
063500                                                             SKIP3
063600******************************************************************
063700*                                                                *
063800*    MASTER ROW PROC (ROUTE ONE MASTER ROW TO ITS GROUP'S FILE)  *
063900*                                                                *
064000******************************************************************
064100 MAST-ROW-PROC SECTION.
064200*G   MASTER ROW
064300 MAST-ROW-010.
064400     IF  WK-GRP-OPEN-FLG  =  "1"  AND
064500         WM-ROOT-KEY  NOT =  WK-GRP-ROOT-KEY
064600         PERFORM  GROUP-CLOSE-PROC
064700     END-IF.
064800     IF  WM-REC-TYPE  =  "G"
064900         MOVE  WM-OUTFILE  TO  W1-OUTFILE
065000         IF  WK-GRP-OPEN-FLG  =  "1"  AND
065100             WK-GRP-DEST  =  "A"
065200             PERFORM  ARC-WRITE-PROC
065300         ELSE
065400             PERFORM  MAST-WRITE-PROC
065500         END-IF
065600         IF  WK-GRP-OPEN-FLG  =  "1"
065700             MOVE  "1"  TO  WK-GRP-TRLR-FLG
065800             PERFORM  GROUP-CLOSE-PROC
065900         END-IF
066000         GO  TO  MAST-ROW-999
066100     END-IF.
066200     IF  WK-GRP-OPEN-FLG  NOT =  "1"
066300         PERFORM  GROUP-OPEN-PROC
066400     END-IF.
066500     ADD  1  TO  WK-GRP-ROW-COUNT.
066600     EVALUATE  WM-REC-TYPE
066700       WHEN "R"
066800         ADD  1  TO  WK-GRP-ROOT-COUNT
066900       WHEN "S"
067000         ADD  1  TO  WK-GRP-SUB-COUNT
067100       WHEN "T"
067200         ADD  1  TO  WK-GRP-SUB2-COUNT
067300       WHEN "U"
067400         ADD  1  TO  WK-GRP-SUB3-COUNT
067500     END-EVALUATE.
067600     MOVE  WM-OUTFILE  TO  W1-OUTFILE.
067700     IF  WK-GRP-DEST  =  "A"
067800         PERFORM  ARC-WRITE-PROC
067900     ELSE
068000         PERFORM  MAST-WRITE-PROC
068100     END-IF.
068200 MAST-ROW-999.
068300 EXIT.
068400                                                             SKIP3
068500******************************************************************
068600*                                                                *
068700*    GROUP OPEN PROC (LAST ACTIVITY OF THE ROOT AND DECISION)    *
068800*    LAST ACTIVITY IS THE LATER OF ROOT-UPDATE-DATE ON THE "R"   *
068900*    ROW AND THE LAST DELTA GENERATION CARRYING THE ROOT KEY;    *
069000*    A ROOT WITH NEITHER IS KEPT                                 *
069100*                                                                *
069200******************************************************************
069300 GROUP-OPEN-PROC SECTION.
069400*G   GROUP OPEN
069500 GROUP-OPEN-010.
069600     MOVE  "1"          TO  WK-GRP-OPEN-FLG.
069700     MOVE  "0"          TO  WK-GRP-TRLR-FLG.
069800     MOVE  WM-ROOT-KEY  TO  WK-GRP-ROOT-KEY.
069900     MOVE  ZERO         TO  WK-GRP-ROOT-COUNT
070000                            WK-GRP-SUB-COUNT
070100                            WK-GRP-SUB2-COUNT
070200                            WK-GRP-SUB3-COUNT
070300                            WK-GRP-ROW-COUNT
070400                            WK-GRP-UPD-DATE
070500                            WK-GRP-DELTA-DATE
070600                            WK-GRP-LAST-DATE.
070700     MOVE  SPACE        TO  WK-GRP-SOURCE.
070800     IF  WM-REC-TYPE  =  "R"  AND
070900         WM-ROOT-UPDATE-DATE  NUMERIC
071000         MOVE  WM-ROOT-UPDATE-DATE  TO  WK-GRP-UPD-DATE
071100     END-IF.
071200
071300     PERFORM  UNTIL  WK-ACT-KEY  NOT <  WK-GRP-ROOT-KEY
071400         ADD  1  TO  WK-ACT-SKIP-COUNTER
071500         PERFORM  ACT-RETURN-PROC
071600     END-PERFORM.
071700     PERFORM  UNTIL  WK-ACT-KEY  NOT =  WK-GRP-ROOT-KEY
071800         IF  WK-ACT-DATE  >  WK-GRP-DELTA-DATE
071900             MOVE  WK-ACT-DATE  TO  WK-GRP-DELTA-DATE
072000         END-IF
072100         PERFORM  ACT-RETURN-PROC
072200     END-PERFORM.
072300
072400     IF  WK-GRP-UPD-DATE  >  ZERO
072500         MOVE  WK-GRP-UPD-DATE    TO  WK-GRP-LAST-DATE
072600         MOVE  "U"                TO  WK-GRP-SOURCE
072700     END-IF.
072800     IF  WK-GRP-DELTA-DATE  >  WK-GRP-LAST-DATE
072900         MOVE  WK-GRP-DELTA-DATE  TO  WK-GRP-LAST-DATE
073000         MOVE  "D"                TO  WK-GRP-SOURCE
073100     END-IF.
073200
073300     IF  WK-GRP-LAST-DATE  =  ZERO
073400         MOVE  "M"  TO  WK-GRP-DEST
073500         ADD   1    TO  WK-NODATE-COUNTER
073600         ADD   1    TO  WK-KEEP-ROOT-COUNTER
073700         GO  TO  GROUP-OPEN-999
073800     END-IF.
073900     IF  WK-GRP-LAST-DATE  >  WK-CUTOFF-DATE
074000         MOVE  "M"  TO  WK-GRP-DEST
074100         ADD   1    TO  WK-KEEP-ROOT-COUNTER
074200         GO  TO  GROUP-OPEN-999
074300     END-IF.
074400     MOVE  "A"  TO  WK-GRP-DEST.
074500     ADD   1    TO  WK-PURGE-ROOT-COUNTER.
074600     MOVE  WK-GRP-ROOT-KEY  TO  WK-ARC-LIMIT-KEY.
074700     PERFORM  ARCIN-COPY-PROC.
074800 GROUP-OPEN-999.
074900 EXIT.
075000                                                             SKIP3
075100******************************************************************
075200*                                                                *
075300*    GROUP CLOSE PROC (ARCHIVED GROUP - INDEX ENTRY AND LIST)    *
075400*                                                                *
075500******************************************************************
075600 GROUP-CLOSE-PROC SECTION.
075700*G   GROUP CLOSE
075800 GROUP-CLOSE-010.
075900     IF  WK-GRP-TRLR-FLG  NOT =  "1"
076000         ADD  1  TO  WK-NOTRLR-COUNTER
076100         DISPLAY "*** GROUP TRAILER MISSING : " WK-GRP-ROOT-KEY
076200     END-IF.
076300     IF  WK-GRP-DEST  =  "A"
076400         ADD  WK-GRP-ROOT-COUNT  TO  WK-PURGE-R-COUNTER
076500         ADD  WK-GRP-SUB-COUNT   TO  WK-PURGE-S-COUNTER
076600         ADD  WK-GRP-SUB2-COUNT  TO  WK-PURGE-T-COUNTER
076700         ADD  WK-GRP-SUB3-COUNT  TO  WK-PURGE-U-COUNTER
076800         ADD  WK-GRP-ROW-COUNT   TO  WK-PURGE-ROW-COUNTER
076900         PERFORM  ARCIDX-WRITE-PROC
077000         PERFORM  LIST-WRITE-PROC
077100     END-IF.
077200     MOVE  "0"  TO  WK-GRP-OPEN-FLG.
077300 GROUP-CLOSE-999.
077400 EXIT.
077500                                                             SKIP3
077600******************************************************************
077700*                                                                *
077800*    ARCHIVE INPUT READ PROC ("Z" GRAND TRAILER HELD)            *
077900*                                                                *
078000******************************************************************
078100 ARCIN-READ-PROC SECTION.
078200*G   ARCHIVE INPUT READ
078300 ARCIN-READ-010.
078400     PERFORM  WITH TEST AFTER  UNTIL
078500         WA-EOF-FLG  =  "1"  OR  WA-REC-TYPE  NOT =  "Z"
078600         READ  FILE-ARCIN
078700           AT END
078800             MOVE "1" TO WA-EOF-FLG
078900             MOVE HIGH-VALUES TO WA-CUR-KEY
079000           NOT AT END
079100             ADD 1 TO WA-COUNTER
079200             MOVE I5-OUTFILE  TO WA-OUTFILE
079300             MOVE WA-ROOT-KEY TO WA-CUR-KEY
079400             EVALUATE  WA-REC-TYPE
079500               WHEN "Z"
079600                 MOVE "1"                  TO  WA-Z-FLG
079700                 MOVE WA-TRLR-GRAND-COUNT  TO  WA-Z-GRAND-COUNT
079800               WHEN "G"
079900                 CONTINUE
080000               WHEN "R"
080100                 ADD 1 TO WA-DATA-COUNTER
080200                 MOVE WA-ROOT-KEY TO WK-HASH-KEY
080300                 PERFORM  ARCIN-HASH-PROC
080400               WHEN OTHER
080500                 ADD 1 TO WA-DATA-COUNTER
080600             END-EVALUATE
080700         END-READ
080800         IF  FS-FILE-ARCIN  NOT =  "00"  AND
080900             FS-FILE-ARCIN  NOT =  "10"
081000             MOVE "FILE-ARCIN(ARCIN)"      TO  W2-ERR-FILE-NAME
081100             MOVE FS-FILE-ARCIN          TO  W2-ERR-FILE-STATUS
081200             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
081300             PERFORM ERROR-PROC
081400         END-IF
081500     END-PERFORM.
081600 ARCIN-READ-999.
081700 EXIT.
081800                                                             SKIP3
081900******************************************************************
082000*                                                                *
082100*    ARCHIVE INPUT COPY PROC (ARCHIVE GROUPS BELOW WK-ARC-LIMIT- *
082200*    KEY PASS THROUGH; A GROUP ON THE LIMIT KEY IS REPLACED BY   *
082300*    THE GROUP NOW BEING ARCHIVED)                               *
082400*                                                                *
082500******************************************************************
082600 ARCIN-COPY-PROC SECTION.
082700*G   ARCHIVE INPUT COPY
082800 ARCIN-COPY-010.
082900     PERFORM  UNTIL  WA-CUR-KEY  NOT <  WK-ARC-LIMIT-KEY
083000         MOVE  WA-OUTFILE  TO  W1-OUTFILE
083100         PERFORM  ARC-WRITE-PROC
083200         PERFORM  ARCIN-READ-PROC
083300     END-PERFORM.
083400     IF  WA-CUR-KEY  =  WK-ARC-LIMIT-KEY  AND
083500         WA-EOF-FLG  NOT =  "1"
083600         ADD  1  TO  WK-REPLACE-COUNTER
083700         DISPLAY "*** ARCHIVED ROOT REPLACED : " WK-ARC-LIMIT-KEY
083800         PERFORM  UNTIL  WA-CUR-KEY  NOT =  WK-ARC-LIMIT-KEY
083900             PERFORM  ARCIN-READ-PROC
084000         END-PERFORM
084100     END-IF.
084200 ARCIN-COPY-999.
084300 EXIT.
084400                                                             SKIP3
084500******************************************************************
084600*                                                                *
084700*    MASTER WRITE PROC (KEPT ROW OR TRAILER TO THE NEW MASTER)   *
084800*                                                                *
084900******************************************************************
085000 MAST-WRITE-PROC SECTION.
085100*G   MASTER WRITE
085200 MAST-WRITE-010.
085300     MOVE W1-OUTFILE TO O1-OUTFILE.
085400     WRITE O1-OUTFILE
085500     END-WRITE.
085600     IF  FS-FILE-MASTOUT  NOT =  "00"
085700         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
085800         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
085900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
086000         PERFORM ERROR-PROC
086100     END-IF.
086200     IF  W1-REC-TYPE  =  "G"
086300         ADD 1 TO W1-G-COUNTER
086400     ELSE
086500         ADD 1 TO W1-COUNTER
086600     END-IF.
086700 MAST-WRITE-999.
086800 EXIT.
086900                                                             SKIP3
087000******************************************************************
087100*                                                                *
087200*    ARCHIVE WRITE PROC (ROW OR TRAILER TO THE NEW ARCHIVE,      *
087300*    ARCHIVE CONTROL TOTALS ACCUMULATED)                         *
087400*                                                                *
087500******************************************************************
087600 ARC-WRITE-PROC SECTION.
087700*G   ARCHIVE WRITE
087800 ARC-WRITE-010.
087900     MOVE W1-OUTFILE TO O5-OUTFILE.
088000     WRITE O5-OUTFILE
088100     END-WRITE.
088200     IF  FS-FILE-ARCOUT  NOT =  "00"
088300         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
088400         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
088500         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
088600         PERFORM ERROR-PROC
088700     END-IF.
088800     EVALUATE  W1-REC-TYPE
088900       WHEN "G"
089000         ADD 1 TO W5-G-COUNTER
089100       WHEN "R"
089200         ADD 1 TO W5-COUNTER
089300         ADD 1 TO W5-ROOT-COUNT
089400         MOVE W1-ROOT-KEY TO WK-HASH-KEY
089500         PERFORM  ARC-HASH-PROC
089600       WHEN "S"
089700         ADD 1 TO W5-COUNTER
089800         ADD 1 TO W5-SUB-COUNT
089900       WHEN "T"
090000         ADD 1 TO W5-COUNTER
090100         ADD 1 TO W5-SUB2-COUNT
090200       WHEN "U"
090300         ADD 1 TO W5-COUNTER
090400         ADD 1 TO W5-SUB3-COUNT
090500       WHEN OTHER
090600         ADD 1 TO W5-COUNTER
090700     END-EVALUATE.
090800     IF  WK-GRP-OPEN-FLG  =  "1"  AND
090900         WK-GRP-DEST  =  "A"  AND
091000         W1-ROOT-KEY  =  WK-GRP-ROOT-KEY  AND
091100         W1-REC-TYPE  =  "R"
091200         PERFORM  PURGE-HASH-PROC
091300     END-IF.
091400 ARC-WRITE-999.
091500 EXIT.
091600                                                             SKIP3
091700******************************************************************
091800*                                                                *
091900*    ROOT KEY HASH PROCS (SAME HASH AS THE OUTCTL ROOT HASH:     *
092000*    LETTERS MAP TO DIGITS, SUM KEPT MODULO 10**10)              *
092100*                                                                *
092200******************************************************************
092300 ROOT-HASH-PROC SECTION.
092400*G   ROOT KEY HASH
092500 ARCIN-HASH-PROC.
092600     INSPECT  WK-HASH-KEY  CONVERTING
092700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
092800         "1234567891234567891234567800".
092900     IF  WK-HASH-KEY-NUM  NUMERIC
093000         ADD  WK-HASH-KEY-NUM  TO  WA-ROOT-HASH
093100         IF  WA-ROOT-HASH  >  9999999999
093200             SUBTRACT  10000000000  FROM  WA-ROOT-HASH
093300         END-IF
093400     END-IF.
093500 ARC-HASH-PROC.
093600     INSPECT  WK-HASH-KEY  CONVERTING
093700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
093800         "1234567891234567891234567800".
093900     IF  WK-HASH-KEY-NUM  NUMERIC
094000         ADD  WK-HASH-KEY-NUM  TO  W5-ROOT-HASH
094100         IF  W5-ROOT-HASH  >  9999999999
094200             SUBTRACT  10000000000  FROM  W5-ROOT-HASH
094300         END-IF
094400     END-IF.
094500 PURGE-HASH-PROC.
094600     IF  WK-HASH-KEY-NUM  NUMERIC
094700         ADD  WK-HASH-KEY-NUM  TO  WK-PURGE-HASH
094800         IF  WK-PURGE-HASH  >  9999999999
094900             SUBTRACT  10000000000  FROM  WK-PURGE-HASH
095000         END-IF
095100     END-IF.
095200 ROOT-HASH-999.
095300     EXIT.
095400                                                             SKIP3
095500******************************************************************
095600*                                                                *
095700*    ARCHIVE INDEX WRITE PROC (ONE ENTRY PER ARCHIVED ROOT; AN   *
095800*    ENTRY LEFT FROM AN EARLIER ARCHIVING IS REWRITTEN)          *
095900*                                                                *
096000******************************************************************
096100 ARCIDX-WRITE-PROC SECTION.
096200*G   ARCHIVE INDEX WRITE
096300 ARCIDX-WRITE-010.
096400     INITIALIZE  O6-ARCX-REC.
096500     MOVE  WK-GRP-ROOT-KEY    TO  O6-ARCX-ROOT-KEY.
096600     MOVE  W4-RUN-DATE        TO  O6-ARCX-ARCHIVE-DATE.
096700     MOVE  W2-RUN-ID          TO  O6-ARCX-RUN-ID.
096800     MOVE  WK-GRP-LAST-DATE   TO  O6-ARCX-LAST-ACT-DATE.
096900     MOVE  WK-GRP-SUB-COUNT   TO  O6-ARCX-SUB-COUNT.
097000     MOVE  WK-GRP-SUB2-COUNT  TO  O6-ARCX-SUB2-COUNT.
097100     MOVE  WK-GRP-SUB3-COUNT  TO  O6-ARCX-SUB3-COUNT.
097200     MOVE  WK-GRP-ROW-COUNT   TO  O6-ARCX-ROW-COUNT.
097300     WRITE O6-ARCX-REC
097400       INVALID KEY
097500         MOVE "1" TO WK-IDX-DUP-FLG
097600       NOT INVALID KEY
097700         MOVE "0" TO WK-IDX-DUP-FLG
097800         ADD 1 TO WK-IDX-WRITE-COUNTER
097900     END-WRITE.
098000     IF  FS-FILE-ARCIDX  NOT =  "00"  AND
098100         FS-FILE-ARCIDX  NOT =  "22"
098200         MOVE "FILE-ARCIDX(ARCIDX)"    TO  W2-ERR-FILE-NAME
098300         MOVE FS-FILE-ARCIDX         TO  W2-ERR-FILE-STATUS
098400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
098500         PERFORM ERROR-PROC
098600     END-IF.
098700     IF  WK-IDX-DUP-FLG  =  "1"
098800         REWRITE O6-ARCX-REC
098900           INVALID KEY
099000             MOVE "FILE-ARCIDX(ARCIDX)"  TO  W2-ERR-FILE-NAME
099100             MOVE FS-FILE-ARCIDX       TO  W2-ERR-FILE-STATUS
099200             MOVE "REWRITE FAILED"     TO  W2-ERR-MESSAGE
099300             PERFORM ERROR-PROC
099400         END-REWRITE
099500         IF  FS-FILE-ARCIDX  NOT =  "00"
099600             MOVE "FILE-ARCIDX(ARCIDX)"  TO  W2-ERR-FILE-NAME
099700             MOVE FS-FILE-ARCIDX       TO  W2-ERR-FILE-STATUS
099800             MOVE "REWRITE FAILED"     TO  W2-ERR-MESSAGE
099900             PERFORM ERROR-PROC
100000         END-IF
100100         ADD 1 TO WK-IDX-REWRITE-COUNTER
100200     END-IF.
100300 ARCIDX-WRITE-999.
100400 EXIT.
100500                                                             SKIP3
100600******************************************************************
100700*                                                                *
100800*    LIST WRITE PROC (ONE ARCHIVED ROOT ON THE PURGE LIST)       *
100900*                                                                *
101000******************************************************************
101100 LIST-WRITE-PROC SECTION.
101200*G   LIST WRITE
101300 LIST-WRITE-010.
101400     MOVE  SPACES            TO  O2-RPT-DETAIL-LINE.
101500     MOVE  WK-GRP-ROOT-KEY   TO  O2-RPT-DETAIL-LABEL.
101600     MOVE  WK-GRP-ROW-COUNT  TO  WK-EDIT-ROWS.
101700     IF  WK-GRP-SOURCE  =  "U"
101800         STRING  WK-GRP-LAST-YYYY  "-"  WK-GRP-LAST-MM  "-"
101900                 WK-GRP-LAST-DD  "  UPDATE  "  WK-EDIT-ROWS
102000                 DELIMITED BY SIZE  INTO  O2-RPT-DETAIL-VALUE
102100     ELSE
102200         STRING  WK-GRP-LAST-YYYY  "-"  WK-GRP-LAST-MM  "-"
102300                 WK-GRP-LAST-DD  "  DELTA   "  WK-EDIT-ROWS
102400                 DELIMITED BY SIZE  INTO  O2-RPT-DETAIL-VALUE
102500     END-IF.
102600     WRITE O2-RPT-DETAIL-LINE.
102700     PERFORM  SYURYO-CHK-LIST-WRITE.
102800     ADD  1  TO  WK-LIST-COUNTER.
102900 LIST-WRITE-999.
103000 EXIT.
103100                                                             SKIP3
103200******************************************************************
103300*                                                                *
103400*    GRAND TRAILER WRITE PROC ("Z" RECORDS OF MASTER AND         *
103500*    ARCHIVE, GRAND COUNT = DATA ROWS WRITTEN)                   *
103600*                                                                *
103700******************************************************************
103800 GRAND-TRAILER-WRITE-PROC SECTION.
103900*G   GRAND TRAILER WRITE
104000 GRAND-TRAILER-WRITE-010.
104100     INITIALIZE O1-OUTFILE.
104200     MOVE "Z"          TO O1-REC-TYPE.
104300     MOVE ALL "9"      TO O1-ROOT-KEY.
104400     MOVE ZERO         TO O1-TRLR-SUB-COUNT.
104500     MOVE ZERO         TO O1-TRLR-SUB2-COUNT.
104600     MOVE ZERO         TO O1-TRLR-SUB3-COUNT.
104700     MOVE W1-COUNTER   TO O1-TRLR-GRAND-COUNT.
104800     WRITE O1-OUTFILE
104900     END-WRITE.
105000     IF  FS-FILE-MASTOUT  NOT =  "00"
105100         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
105200         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
105300         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
105400         PERFORM ERROR-PROC
105500     END-IF.
105600     INITIALIZE O5-OUTFILE.
105700     MOVE "Z"          TO O5-REC-TYPE.
105800     MOVE ALL "9"      TO O5-ROOT-KEY.
105900     MOVE ZERO         TO O5-TRLR-SUB-COUNT.
106000     MOVE ZERO         TO O5-TRLR-SUB2-COUNT.
106100     MOVE ZERO         TO O5-TRLR-SUB3-COUNT.
106200     MOVE W5-COUNTER   TO O5-TRLR-GRAND-COUNT.
106300     WRITE O5-OUTFILE
106400     END-WRITE.
106500     IF  FS-FILE-ARCOUT  NOT =  "00"
106600         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
106700         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
106800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
106900         PERFORM ERROR-PROC
107000     END-IF.
107100 GRAND-TRAILER-WRITE-999.
107200 EXIT.
107300                                                             SKIP3
107400******************************************************************
107500*                                                                *
107600*    ARCHIVE CONTROL READ PROC (TOTALS OF THE INCOMING ARCHIVE)  *
107700*                                                                *
107800******************************************************************
107900 ACTL-READ-PROC SECTION.
108000*G   ARCHIVE CONTROL READ
108100 ACTL-READ-010.
108200     INITIALIZE  WC-ACTL-REC.
108300     OPEN  INPUT  FILE-ACTLIN.
108400     IF  FS-FILE-ACTLIN  NOT =  "00"  AND
108500         FS-FILE-ACTLIN  NOT =  "05"
108600         MOVE "FILE-ACTLIN(ARCCTLIN)"  TO  W2-ERR-FILE-NAME
108700         MOVE FS-FILE-ACTLIN         TO  W2-ERR-FILE-STATUS
108800         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
108900         PERFORM ERROR-PROC
109000     END-IF.
109100     READ  FILE-ACTLIN
109200       AT END
109300         MOVE "0" TO WK-ACTL-FOUND-FLG
109400       NOT AT END
109500         MOVE I7-ACTL-REC TO WC-ACTL-REC
109600         MOVE "1" TO WK-ACTL-FOUND-FLG
109700     END-READ.
109800     IF  FS-FILE-ACTLIN  NOT =  "00"  AND
109900         FS-FILE-ACTLIN  NOT =  "10"
110000         MOVE "FILE-ACTLIN(ARCCTLIN)"  TO  W2-ERR-FILE-NAME
110100         MOVE FS-FILE-ACTLIN         TO  W2-ERR-FILE-STATUS
110200         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
110300         PERFORM ERROR-PROC
110400     END-IF.
110500     CLOSE  FILE-ACTLIN.
110600     IF  FS-FILE-ACTLIN  NOT =  "00"
110700         MOVE "FILE-ACTLIN(ARCCTLIN)"  TO  W2-ERR-FILE-NAME
110800         MOVE FS-FILE-ACTLIN         TO  W2-ERR-FILE-STATUS
110900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
111000         PERFORM ERROR-PROC
111100     END-IF.
111200 ACTL-READ-999.
111300 EXIT.
111400                                                             SKIP3
111500******************************************************************
111600*                                                                *
111700*    ARCHIVE CONTROL WRITE PROC (TOTALS OF THE NEW ARCHIVE)      *
111800*                                                                *
111900******************************************************************
112000 ACTL-WRITE-PROC SECTION.
112100*G   ARCHIVE CONTROL WRITE
112200 ACTL-WRITE-010.
112300     INITIALIZE  WN-ACTL-REC.
112400     MOVE  W4-RUN-DATE            TO  WN-ACTL-RUN-DATE.
112500     MOVE  W2-RUN-ID              TO  WN-ACTL-RUN-ID.
112600     MOVE  "FILERETN"             TO  WN-ACTL-PROGRAM.
112700     MOVE  W5-ROOT-COUNT          TO  WN-ACTL-COUNT-R.
112800     MOVE  W5-SUB-COUNT           TO  WN-ACTL-COUNT-S.
112900     MOVE  W5-SUB2-COUNT          TO  WN-ACTL-COUNT-T.
113000     MOVE  W5-SUB3-COUNT          TO  WN-ACTL-COUNT-U.
113100     MOVE  W5-COUNTER             TO  WN-ACTL-COUNT-TOTAL.
113200     MOVE  W5-ROOT-HASH           TO  WN-ACTL-ROOT-HASH.
113300     MOVE  WK-PURGE-ROOT-COUNTER  TO  WN-ACTL-PURGE-ROOTS.
113400     MOVE  WK-PURGE-ROW-COUNTER   TO  WN-ACTL-PURGE-TOTAL.
113500     MOVE  ZERO                   TO  WN-ACTL-RECALL-ROOTS.
113600     MOVE  ZERO                   TO  WN-ACTL-RECALL-TOTAL.
113700     OPEN  OUTPUT  FILE-ACTLOUT.
113800     IF  FS-FILE-ACTLOUT  NOT =  "00"
113900         MOVE "FILE-ACTLOUT(ARCCTLOUT)" TO  W2-ERR-FILE-NAME
114000         MOVE FS-FILE-ACTLOUT        TO  W2-ERR-FILE-STATUS
114100         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
114200         PERFORM ERROR-PROC
114300     END-IF.
114400     MOVE  WN-ACTL-REC  TO  O7-ACTL-REC.
114500     WRITE O7-ACTL-REC
114600     END-WRITE.
114700     IF  FS-FILE-ACTLOUT  NOT =  "00"
114800         MOVE "FILE-ACTLOUT(ARCCTLOUT)" TO  W2-ERR-FILE-NAME
114900         MOVE FS-FILE-ACTLOUT        TO  W2-ERR-FILE-STATUS
115000         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
115100         PERFORM ERROR-PROC
115200     END-IF.
115300     CLOSE  FILE-ACTLOUT.
115400     IF  FS-FILE-ACTLOUT  NOT =  "00"
115500         MOVE "FILE-ACTLOUT(ARCCTLOUT)" TO  W2-ERR-FILE-NAME
115600         MOVE FS-FILE-ACTLOUT        TO  W2-ERR-FILE-STATUS
115700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
115800         PERFORM ERROR-PROC
115900     END-IF.
116000 ACTL-WRITE-999.
116100 EXIT.
116200                                                             SKIP3
116300******************************************************************
116400*                                                                *
116500*    EXTRACT CONTROL RESTATE PROC (OUTCTL LESS THE PURGED ROWS   *
116600*    AND ROOT KEYS; NO OUTCTL - NOTHING TO RESTATE)              *
116700*                                                                *
116800******************************************************************
116900 XCTL-RESTATE-PROC SECTION.
117000*G   EXTRACT CONTROL RESTATE
117100 XCTL-RESTATE-010.
117200     INITIALIZE  WX-EXTCTL-REC.
117300     OPEN  INPUT  FILE-OUT-CTL.
117400     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
117500         FS-FILE-OUT-CTL  NOT =  "05"
117600         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
117700         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
117800         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
117900         PERFORM ERROR-PROC
118000     END-IF.
118100     READ  FILE-OUT-CTL
118200       AT END
118300         MOVE "0" TO WK-XCTL-FOUND-FLG
118400       NOT AT END
118500         MOVE I8-EXTCTL-REC TO WX-EXTCTL-REC
118600         MOVE "1" TO WK-XCTL-FOUND-FLG
118700     END-READ.
118800     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
118900         FS-FILE-OUT-CTL  NOT =  "10"
119000         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
119100         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
119200         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
119300         PERFORM ERROR-PROC
119400     END-IF.
119500     CLOSE  FILE-OUT-CTL.
119600     IF  FS-FILE-OUT-CTL  NOT =  "00"
119700         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
119800         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
119900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
120000         PERFORM ERROR-PROC
120100     END-IF.
120200
120300     OPEN  OUTPUT  FILE-XCTLOUT.
120400     IF  FS-FILE-XCTLOUT  NOT =  "00"
120500         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
120600         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
120700         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
120800         PERFORM ERROR-PROC
120900     END-IF.
121000     IF  WK-XCTL-FOUND-FLG  NOT =  "1"
121100         DISPLAY "*** OUTCTL NOT FOUND - NOT RESTATED ***"
121200         GO  TO  XCTL-RESTATE-090
121300     END-IF.
121400     IF  WX-XCTL-COUNT-R  >  WK-PURGE-R-COUNTER
121500         SUBTRACT  WK-PURGE-R-COUNTER  FROM  WX-XCTL-COUNT-R
121600     ELSE
121700         MOVE  ZERO  TO  WX-XCTL-COUNT-R
121800     END-IF.
121900     IF  WX-XCTL-COUNT-S  >  WK-PURGE-S-COUNTER
122000         SUBTRACT  WK-PURGE-S-COUNTER  FROM  WX-XCTL-COUNT-S
122100     ELSE
122200         MOVE  ZERO  TO  WX-XCTL-COUNT-S
122300     END-IF.
122400     IF  WX-XCTL-COUNT-T  >  WK-PURGE-T-COUNTER
122500         SUBTRACT  WK-PURGE-T-COUNTER  FROM  WX-XCTL-COUNT-T
122600     ELSE
122700         MOVE  ZERO  TO  WX-XCTL-COUNT-T
122800     END-IF.
122900     IF  WX-XCTL-COUNT-U  >  WK-PURGE-U-COUNTER
123000         SUBTRACT  WK-PURGE-U-COUNTER  FROM  WX-XCTL-COUNT-U
123100     ELSE
123200         MOVE  ZERO  TO  WX-XCTL-COUNT-U
123300     END-IF.
123400     IF  WX-XCTL-COUNT-TOTAL  >  WK-PURGE-ROW-COUNTER
123500         SUBTRACT  WK-PURGE-ROW-COUNTER  FROM  WX-XCTL-COUNT-TOTAL
123600     ELSE
123700         MOVE  ZERO  TO  WX-XCTL-COUNT-TOTAL
123800     END-IF.
123900     MOVE  WX-XCTL-ROOT-HASH  TO  WK-XCTL-HASH.
124000     IF  WK-XCTL-HASH  <  WK-PURGE-HASH
124100         ADD  10000000000  TO  WK-XCTL-HASH
124200     END-IF.
124300     SUBTRACT  WK-PURGE-HASH  FROM  WK-XCTL-HASH.
124400     MOVE  WK-XCTL-HASH  TO  WX-XCTL-ROOT-HASH.
124500     MOVE  WX-EXTCTL-REC  TO  O8-EXTCTL-REC.
124600     WRITE O8-EXTCTL-REC
124700     END-WRITE.
124800     IF  FS-FILE-XCTLOUT  NOT =  "00"
124900         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
125000         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
125100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
125200         PERFORM ERROR-PROC
125300     END-IF.
125400 XCTL-RESTATE-090.
125500     CLOSE  FILE-XCTLOUT.
125600     IF  FS-FILE-XCTLOUT  NOT =  "00"
125700         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
125800         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
125900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
126000         PERFORM ERROR-PROC
126100     END-IF.
126200 XCTL-RESTATE-999.
126300 EXIT.
126400                                                             SKIP3
126500******************************************************************
126600*                                                                *
126700*    CUTOFF DATE PROC (RUN DATE LESS RETNDAYS CALENDAR DAYS)     *
126800*                                                                *
126900******************************************************************
127000 CUTOFF-DATE-PROC SECTION.
127100*G   CUTOFF DATE
127200 CUTOFF-DATE-010.
127300     DISPLAY WK-RETNDAYS-ENV-NAME UPON ENVIRONMENT-NAME.
127400     ACCEPT  WK-RETNDAYS-ENV-VALUE FROM ENVIRONMENT-VALUE.
127500     IF  WK-RETNDAYS-ENV-VALUE  NOT =  SPACES
127600         MOVE  WK-RETNDAYS-ENV-VALUE  TO  WK-ENV-NUM-TEXT
127700         PERFORM  ENV-NUM-PROC
127800         IF  WK-ENV-NUM-VALUE  >  ZERO  AND
127900             WK-ENV-NUM-VALUE  <  100000
128000             MOVE  WK-ENV-NUM-VALUE  TO  WK-RETN-DAYS
128100         ELSE
128200             DISPLAY "*** RETNDAYS INVALID - DEFAULT USED ***"
128300         END-IF
128400     END-IF.
128500     MOVE  W4-RUN-DATE  TO  WK-CUTOFF-DATE.
128600     PERFORM  PREV-DAY-PROC  WK-RETN-DAYS  TIMES.
128700 CUTOFF-DATE-999.
128800 EXIT.
128900                                                             SKIP3
129000******************************************************************
129100*                                                                *
129200*    PREV DAY PROC (WK-CUTOFF-DATE LESS ONE CALENDAR DAY)        *
129300*                                                                *
129400******************************************************************
129500 PREV-DAY-PROC SECTION.
129600*G   PREV DAY
129700 PREV-DAY-010.
129800     IF  WK-CUT-DD  >  1
129900         SUBTRACT  1  FROM  WK-CUT-DD
130000         GO  TO  PREV-DAY-999
130100     END-IF.
130200     IF  WK-CUT-MM  >  1
130300         SUBTRACT  1  FROM  WK-CUT-MM
130400     ELSE
130500         MOVE      12  TO    WK-CUT-MM
130600         SUBTRACT  1   FROM  WK-CUT-YYYY
130700     END-IF.
130800     MOVE  WK-MONTH-DAYS (WK-CUT-MM)  TO  WK-CUT-DD.
130900     IF  WK-CUT-MM  =  2
131000         DIVIDE  WK-CUT-YYYY  BY  4    GIVING  WK-LEAP-QUOT
131100                 REMAINDER  WK-LEAP-REM-4
131200         DIVIDE  WK-CUT-YYYY  BY  100  GIVING  WK-LEAP-QUOT
131300                 REMAINDER  WK-LEAP-REM-100
131400         DIVIDE  WK-CUT-YYYY  BY  400  GIVING  WK-LEAP-QUOT
131500                 REMAINDER  WK-LEAP-REM-400
131600         IF  WK-LEAP-REM-4  =  ZERO  AND
131700             ( WK-LEAP-REM-100  NOT =  ZERO  OR
131800               WK-LEAP-REM-400  =  ZERO )
131900             MOVE  29  TO  WK-CUT-DD
132000         END-IF
132100     END-IF.
132200 PREV-DAY-999.
132300 EXIT.
132400                                                             SKIP3
132500******************************************************************
132600*                                                                *
132700*    ENV NUM PROC (LEFT-JUSTIFIED DIGIT TEXT TO NUMBER)          *
132800*                                                                *
132900******************************************************************
133000 ENV-NUM-PROC SECTION.
133100*G   ENV NUM
133200 ENV-NUM-010.
133300     MOVE  ZERO  TO  WK-ENV-NUM-VALUE.
133400     PERFORM  VARYING  WK-ENV-NUM-IX  FROM  1  BY  1
133500              UNTIL    WK-ENV-NUM-IX  >  9
133600                   OR  WK-ENV-NUM-TEXT (WK-ENV-NUM-IX:1) = SPACE
133700         MOVE  WK-ENV-NUM-TEXT (WK-ENV-NUM-IX:1)
133800               TO  WK-ENV-NUM-DIGIT-X
133900         IF  WK-ENV-NUM-DIGIT-X  NUMERIC
134000             COMPUTE  WK-ENV-NUM-VALUE  =
134100                 WK-ENV-NUM-VALUE * 10 + WK-ENV-NUM-DIGIT-9
134200         END-IF
134300     END-PERFORM.
134400 ENV-NUM-999.
134500 EXIT.
134600                                                             SKIP3
134700******************************************************************
134800*                                                                *
134900*    CHAIN CHECK PROC (PREDECESSOR STAMP WITH RC=0 FOR RUN-ID)   *
135000*                                                                *
135100******************************************************************
135200 CHAIN-CHECK-PROC SECTION.
135300*G   CHAIN CHECK
135400 CHAIN-CHECK-010.
135500     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
135600     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
135700     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
135800         WK-CHAINCHK-ENV-VALUE  =  "n"
135900         GO  TO  CHAIN-CHECK-999
136000     END-IF.
136100     OPEN  INPUT  FILE-CHAIN.
136200     IF  FS-FILE-CHAIN  NOT =  "00"  AND
136300         FS-FILE-CHAIN  NOT =  "05"
136400         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
136500         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
136600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
136700         PERFORM ERROR-PROC
136800     END-IF.
136900     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
137000         READ  FILE-CHAIN
137100           AT END
137200             MOVE "1" TO WK-CHAIN-EOF-FLG
137300           NOT AT END
137400             MOVE C1-CHN-REC TO W8-CHN-REC
137500             IF  W8-CHN-PROGRAM  =  WK-CHAIN-PRED-NAME  AND
137600                 W8-CHN-RUN-ID   =  W2-RUN-ID
137700                 IF  W8-CHN-RETURN-CODE  =  ZERO
137800                     MOVE "1" TO WK-CHAIN-FOUND-FLG
137900                 ELSE
138000                     MOVE "0" TO WK-CHAIN-FOUND-FLG
138100                 END-IF
138200             END-IF
138300         END-READ
138400         IF  FS-FILE-CHAIN  NOT =  "00"  AND
138500             FS-FILE-CHAIN  NOT =  "10"
138600             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
138700             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
138800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
138900             PERFORM ERROR-PROC
139000         END-IF
139100     END-PERFORM.
139200     CLOSE  FILE-CHAIN.
139300     IF  FS-FILE-CHAIN  NOT =  "00"
139400         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
139500         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
139600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
139700         PERFORM ERROR-PROC
139800     END-IF.
139900     IF  WK-CHAIN-FOUND-FLG  NOT =  "1"
140000         PERFORM  CHAIN-ABORT-PROC
140100     END-IF.
140200 CHAIN-CHECK-999.
140300 EXIT.
140400                                                             SKIP3
140500******************************************************************
140600*                                                                *
140700*    CHAIN ABORT PROC (REPORT AND STOP WITH RC=12)               *
140800*                                                                *
140900******************************************************************
141000 CHAIN-ABORT-PROC SECTION.
141100*G   CHAIN ABORT
141200 CHAIN-ABORT-010.
141300     DISPLAY "*** RUN STOPPED - CHAIN CHECK FAILED ***".
141400     DISPLAY "PREDECESSOR : " WK-CHAIN-PRED-NAME.
141500     DISPLAY "RUN-ID      : " W2-RUN-ID.
141600     OPEN  OUTPUT  FILE-REPORT.
141700     IF  FS-FILE-REPORT  =  "00"
141800         MOVE "FILERETN"    TO  O4-RPT-PROGRAM-NAME
141900         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
142000                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
142100         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
142200         WRITE O4-RPT-TITLE-LINE
142300         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
142400         MOVE "NG"           TO O4-RPT-RESULT-VALUE
142500         WRITE O4-RPT-RESULT-LINE
142600         MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
142700         MOVE SPACES         TO O4-RPT-DETAIL-VALUE
142800         STRING  WK-CHAIN-PRED-NAME
142900                 " NOT COMPLETE FOR THIS RUN-ID"
143000                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
143100         WRITE O4-RPT-DETAIL-LINE
143200         CLOSE FILE-REPORT
143300     END-IF.
143400     MOVE  12  TO  RETURN-CODE.
143500     STOP RUN.
143600 CHAIN-ABORT-999.
143700 EXIT.
143800                                                             SKIP3
143900******************************************************************
144000*                                                                *
144100*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
144200*                                                                *
144300******************************************************************
144400 CHAIN-STAMP-PROC SECTION.
144500*G   CHAIN STAMP WRITE
144600 CHAIN-STAMP-010.
144700     OPEN  EXTEND  FILE-CHAIN.
144800     IF  FS-FILE-CHAIN  NOT =  "00"  AND
144900         FS-FILE-CHAIN  NOT =  "05"
145000         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
145100         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
145200         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
145300         PERFORM ERROR-PROC
145400     END-IF.
145500     MOVE  "FILERETN"           TO  W8-CHN-PROGRAM.
145600     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
145700     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
145800     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
145900     MOVE  W1-COUNTER           TO  W8-CHN-REC-COUNT.
146000     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
146100     WRITE C1-CHN-REC
146200     END-WRITE.
146300     IF  FS-FILE-CHAIN  NOT =  "00"
146400         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
146500         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
146600         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
146700         PERFORM ERROR-PROC
146800     END-IF.
146900     CLOSE  FILE-CHAIN.
147000     IF  FS-FILE-CHAIN  NOT =  "00"
147100         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
147200         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
147300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
147400         PERFORM ERROR-PROC
147500     END-IF.
147600 CHAIN-STAMP-999.
147700 EXIT.
147800                                                             SKIP3
147900******************************************************************
148000*                                                                *
148100*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
148200*                                                                *
148300******************************************************************
148400 NITE-STAMP-PROC SECTION.
148500*G   NIGHTLY STATUS WRITE
148600 NITE-STAMP-010.
148700     OPEN  EXTEND  FILE-NITE.
148800     IF  FS-FILE-NITE  NOT =  "00"  AND
148900         FS-FILE-NITE  NOT =  "05"
149000         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
149100         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
149200         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
149300         PERFORM ERROR-PROC
149400     END-IF.
149500     MOVE  "FILERETN"           TO  W9-NITE-PROGRAM.
149600     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
149700     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
149800     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
149900     MOVE  WM-DATA-COUNTER      TO  W9-NITE-READ-COUNT.
150000     MOVE  W1-COUNTER           TO  W9-NITE-WRITE-COUNT.
150100     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
150200     MOVE  WK-PURGE-ROOT-COUNTER  TO  W9-NITE-EXCEPT-COUNT.
150300     MOVE  WK-NODATE-COUNTER    TO  W9-NITE-ALERT-COUNT.
150400     MOVE  WK-CTL-RESULT        TO  W9-NITE-CTL-RESULT.
150500     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
150600     WRITE N1-NITE-REC
150700     END-WRITE.
150800     IF  FS-FILE-NITE  NOT =  "00"
150900         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
151000         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
151100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
151200         PERFORM ERROR-PROC
151300     END-IF.
151400     CLOSE  FILE-NITE.
151500     IF  FS-FILE-NITE  NOT =  "00"
151600         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
151700         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
151800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
151900         PERFORM ERROR-PROC
152000     END-IF.
152100 NITE-STAMP-999.
152200 EXIT.
152300                                                             SKIP3
152400******************************************************************
152500*                                                                *
152600*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
152700*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
152800*                                                                *
152900******************************************************************
153000 BUSDATE-READ-PROC SECTION.
153100*G   BUSINESS DATE READ
153200 BUSDATE-READ-010.
153300     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
153400     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
153500     MOVE  ZERO  TO  WK-BUSDATE-PREV.
153600     OPEN  INPUT  FILE-BUSDATE.
153700     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
153800         FS-FILE-BUSDATE  NOT =  "05"
153900         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
154000         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
154100         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
154200         PERFORM ERROR-PROC
154300     END-IF.
154400     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
154500         READ  FILE-BUSDATE
154600           AT END
154700             MOVE "1" TO WK-BUSDATE-EOF-FLG
154800           NOT AT END
154900             MOVE C2-BDT-REC TO WY-BDT-REC
155000             IF  WY-BDT-REC-TYPE  =  "C"
155100                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
155200                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
155300                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
155400             END-IF
155500         END-READ
155600         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
155700             FS-FILE-BUSDATE  NOT =  "10"
155800             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
155900             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
156000             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
156100             PERFORM ERROR-PROC
156200         END-IF
156300     END-PERFORM.
156400     CLOSE  FILE-BUSDATE.
156500     IF  FS-FILE-BUSDATE  NOT =  "00"
156600         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
156700         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
156800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
156900         PERFORM ERROR-PROC
157000     END-IF.
157100     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
157160         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
157220         MOVE "  "                   TO  W2-ERR-FILE-STATUS
157280         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
157340         PERFORM ERROR-PROC
157400     END-IF.
157500 BUSDATE-READ-999.
157600 EXIT.
157700                                                             SKIP3
157800******************************************************************
157900*                                                                *
158000*    JUNBI PROC (CUTOFF DATE, GENERATIONS, FILE OPEN AND LIST    *
158100*    HEADING)                                                    *
158200*                                                                *
158300******************************************************************
158400 JUNBI-PROC                        SECTION.
158500*G   JUNBI
158600 JUNBI-010.
158700
158800     ACCEPT W2-START-TIME FROM TIME.
158900     PERFORM  BUSDATE-READ-PROC.
159000     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
159100     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
159200     IF  W2-RUN-ID  =  SPACES
159300         MOVE  "DEFAULT"  TO  W2-RUN-ID
159400     END-IF.
159500     PERFORM  CHAIN-CHECK-PROC.
159600     PERFORM  CUTOFF-DATE-PROC.
159700     PERFORM  GENLIST-LOAD-PROC.
159800     PERFORM  ACTL-READ-PROC.
159900
160000     OPEN   INPUT  FILE-MAST
160100                   FILE-GENS
160200                   FILE-ARCIN.
160300     IF  FS-FILE-MAST  NOT =  "00"
160400         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
160500         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
160600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
160700         PERFORM ERROR-PROC
160800     END-IF.
160900     IF  FS-FILE-GENS  NOT =  "00"  AND
161000         FS-FILE-GENS  NOT =  "05"
161100         MOVE "FILE-GENS(DELTAGENS)"   TO  W2-ERR-FILE-NAME
161200         MOVE FS-FILE-GENS           TO  W2-ERR-FILE-STATUS
161300         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
161400         PERFORM ERROR-PROC
161500     END-IF.
161600     IF  FS-FILE-ARCIN  NOT =  "00"  AND
161700         FS-FILE-ARCIN  NOT =  "05"
161800         MOVE "FILE-ARCIN(ARCIN)"      TO  W2-ERR-FILE-NAME
161900         MOVE FS-FILE-ARCIN          TO  W2-ERR-FILE-STATUS
162000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
162100         PERFORM ERROR-PROC
162200     END-IF.
162300     OPEN   OUTPUT FILE-MASTOUT
162400                   FILE-ARCOUT
162500                   FILE-RETNLIST.
162600     IF  FS-FILE-MASTOUT  NOT =  "00"
162700         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
162800         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
162900         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
163000         PERFORM ERROR-PROC
163100     END-IF.
163200     IF  FS-FILE-ARCOUT  NOT =  "00"
163300         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
163400         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
163500         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
163600         PERFORM ERROR-PROC
163700     END-IF.
163800     IF  FS-FILE-RETNLIST  NOT =  "00"
163900         MOVE "FILE-RETNLIST(RETNLIST)" TO  W2-ERR-FILE-NAME
164000         MOVE FS-FILE-RETNLIST       TO  W2-ERR-FILE-STATUS
164100         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
164200         PERFORM ERROR-PROC
164300     END-IF.
164400     OPEN   I-O    FILE-ARCIDX.
164500     IF  FS-FILE-ARCIDX  =  "35"
164600         OPEN   OUTPUT FILE-ARCIDX
164700         IF  FS-FILE-ARCIDX  NOT =  "00"
164800             MOVE "FILE-ARCIDX(ARCIDX)"  TO  W2-ERR-FILE-NAME
164900             MOVE FS-FILE-ARCIDX       TO  W2-ERR-FILE-STATUS
165000             MOVE "OPEN OUTPUT FAILED" TO  W2-ERR-MESSAGE
165100             PERFORM ERROR-PROC
165200         END-IF
165300         CLOSE  FILE-ARCIDX
165400         OPEN   I-O    FILE-ARCIDX
165500     END-IF.
165600     IF  FS-FILE-ARCIDX  NOT =  "00"
165700         MOVE "FILE-ARCIDX(ARCIDX)"    TO  W2-ERR-FILE-NAME
165800         MOVE FS-FILE-ARCIDX         TO  W2-ERR-FILE-STATUS
165900         MOVE "OPEN I-O FAILED"      TO  W2-ERR-MESSAGE
166000         PERFORM ERROR-PROC
166100     END-IF.
166200
166300     MOVE "FILERETN"    TO  O2-RPT-PROGRAM-NAME.
166400     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
166500             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
166600     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
166700     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
166800     PERFORM  SYURYO-CHK-LIST-WRITE.
166900     WRITE O2-RPT-BLANK-LINE.
167000     PERFORM  SYURYO-CHK-LIST-WRITE.
167100     MOVE  SPACES                  TO  O2-RPT-DETAIL-LINE.
167200     MOVE  "ARCHIVED ROOT-KEY"     TO  O2-RPT-DETAIL-LABEL.
167300     MOVE  "LAST ACT    SOURCE          ROWS"
167400                                   TO  O2-RPT-DETAIL-VALUE.
167500     WRITE O2-RPT-DETAIL-LINE.
167600     PERFORM  SYURYO-CHK-LIST-WRITE.
167700
167800 JUNBI-999.
167900 EXIT.
168000                                                             SKIP3
168100******************************************************************
168200*                                                                *
168300*    SYURYO PROC (PURGE SUMMARY; NG WHEN AN INPUT GRAND TRAILER  *
168400*    OR THE INCOMING ARCHIVE CONTROL DOES NOT MATCH THE ROWS     *
168500*    READ, OR A ROOT GROUP HAD NO "G" TRAILER - RC=4)            *
168600*                                                                *
168700******************************************************************
168800 SYURYO-PROC                       SECTION.
168900*G   SYURYO
169000 SYURYO-010.
169100
169200     ACCEPT W2-END-TIME FROM TIME.
169300
169400     OPEN   OUTPUT FILE-REPORT.
169500     IF  FS-FILE-REPORT  NOT =  "00"
169600         MOVE "FILE-REPORT(RETNRPT)" TO  W2-ERR-FILE-NAME
169700         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
169800         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
169900         PERFORM ERROR-PROC
170000     END-IF.
170100
170200     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
170300                                     + (W2-S_SS * 100) + W2-S_TT)
170400     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
170500                                    + (W2-E_SS * 100) + W2-E_TT).
170600     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
170700
170800     MOVE  "OK"  TO  WK-MAST-RESULT.
170900     IF  WM-Z-FLG  NOT =  "1"  OR
171000         WM-Z-GRAND-COUNT  NOT =  WM-DATA-COUNTER  OR
171100         WK-NOTRLR-COUNTER  >  ZERO
171200         MOVE  "NG"  TO  WK-MAST-RESULT
171300     END-IF.
171400     MOVE  "OK"  TO  WK-ARC-RESULT.
171500     IF  WK-ACTL-FOUND-FLG  =  "1"
171600         IF  WC-ACTL-COUNT-TOTAL  NOT =  WA-DATA-COUNTER  OR
171700             WC-ACTL-ROOT-HASH    NOT =  WA-ROOT-HASH
171800             MOVE  "NG"  TO  WK-ARC-RESULT
171900         END-IF
172000     ELSE
172100         IF  WA-COUNTER  >  ZERO
172200             MOVE  "NG"  TO  WK-ARC-RESULT
172300         END-IF
172400     END-IF.
172500     IF  WA-COUNTER  >  ZERO  AND
172600         ( WA-Z-FLG  NOT =  "1"  OR
172700           WA-Z-GRAND-COUNT  NOT =  WA-DATA-COUNTER )
172800         MOVE  "NG"  TO  WK-ARC-RESULT
172900     END-IF.
173000     IF  WK-MAST-RESULT  =  "OK"  AND
173100         WK-ARC-RESULT   =  "OK"
173200         MOVE  "OK"  TO  WK-CTL-RESULT
173300     ELSE
173400         MOVE  "NG"  TO  WK-CTL-RESULT
173500         MOVE  4     TO  RETURN-CODE
173600     END-IF.
173700
173800     DISPLAY "RETENTION DAYS    : " WK-RETN-DAYS.
173900     DISPLAY "CUTOFF DATE       : " WK-CUTOFF-DATE.
174000     DISPLAY "MASTER ROWS READ  : " WM-DATA-COUNTER.
174100     DISPLAY "MASTER ROWS KEPT  : " W1-COUNTER.
174200     DISPLAY "ROOTS KEPT        : " WK-KEEP-ROOT-COUNTER.
174300     DISPLAY "ROOTS ARCHIVED    : " WK-PURGE-ROOT-COUNTER.
174400     DISPLAY "ROWS ARCHIVED     : " WK-PURGE-ROW-COUNTER.
174500     DISPLAY "NO ACTIVITY DATE  : " WK-NODATE-COUNTER.
174600     DISPLAY "ARCHIVE ROWS      : " W5-COUNTER.
174700
174800     MOVE "FILERETN"    TO  O4-RPT-PROGRAM-NAME.
174900     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
175000             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
175100     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
175200     WRITE O4-RPT-TITLE-LINE.
175300     PERFORM SYURYO-CHK-RPT-WRITE.
175400     MOVE "MASTIN"      TO O4-RPT-FILE-NAME.
175500     WRITE O4-RPT-FILE-LINE.
175600     PERFORM SYURYO-CHK-RPT-WRITE.
175700     MOVE "DELTAGENS"   TO O4-RPT-FILE-NAME.
175800     WRITE O4-RPT-FILE-LINE.
175900     PERFORM SYURYO-CHK-RPT-WRITE.
176000     MOVE "ARCIN"       TO O4-RPT-FILE-NAME.
176100     WRITE O4-RPT-FILE-LINE.
176200     PERFORM SYURYO-CHK-RPT-WRITE.
176300
176400     WRITE O4-RPT-BLANK-LINE.
176500     PERFORM SYURYO-CHK-RPT-WRITE.
176600     MOVE "RETENTION DAYS"  TO O4-RPT-DETAIL-LABEL.
176700     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
176800     MOVE WK-RETN-DAYS      TO O4-RPT-DETAIL-VALUE (1:5).
176900     WRITE O4-RPT-DETAIL-LINE.
177000     PERFORM SYURYO-CHK-RPT-WRITE.
177100     MOVE "CUTOFF DATE"     TO O4-RPT-DETAIL-LABEL.
177200     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
177300     STRING  WK-CUT-YYYY  "-"  WK-CUT-MM  "-"  WK-CUT-DD
177400             DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE.
177500     WRITE O4-RPT-DETAIL-LINE.
177600     PERFORM SYURYO-CHK-RPT-WRITE.
177700
177800     WRITE O4-RPT-BLANK-LINE.
177900     PERFORM SYURYO-CHK-RPT-WRITE.
178000     WRITE O4-RPT-HEAD-LINE.
178100     PERFORM SYURYO-CHK-RPT-WRITE.
178200     MOVE "MASTIN ROWS"     TO O4-RPT-COUNT-NAME.
178300     MOVE WM-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
178400     WRITE O4-RPT-COUNT-LINE.
178500     PERFORM SYURYO-CHK-RPT-WRITE.
178600     MOVE "MASTIN GRAND"    TO O4-RPT-COUNT-NAME.
178700     MOVE WM-Z-GRAND-COUNT  TO O4-RPT-COUNT-VALUE.
178800     WRITE O4-RPT-COUNT-LINE.
178900     PERFORM SYURYO-CHK-RPT-WRITE.
179000     MOVE "MASTOUT ROWS"    TO O4-RPT-COUNT-NAME.
179100     MOVE W1-COUNTER        TO O4-RPT-COUNT-VALUE.
179200     WRITE O4-RPT-COUNT-LINE.
179300     PERFORM SYURYO-CHK-RPT-WRITE.
179400     MOVE "ROOTS KEPT"      TO O4-RPT-COUNT-NAME.
179500     MOVE WK-KEEP-ROOT-COUNTER TO O4-RPT-COUNT-VALUE.
179600     WRITE O4-RPT-COUNT-LINE.
179700     PERFORM SYURYO-CHK-RPT-WRITE.
179800     MOVE "NO ACTIVITY DATE" TO O4-RPT-COUNT-NAME.
179900     MOVE WK-NODATE-COUNTER TO O4-RPT-COUNT-VALUE.
180000     WRITE O4-RPT-COUNT-LINE.
180100     PERFORM SYURYO-CHK-RPT-WRITE.
180200     MOVE "ROOTS ARCHIVED"  TO O4-RPT-COUNT-NAME.
180300     MOVE WK-PURGE-ROOT-COUNTER TO O4-RPT-COUNT-VALUE.
180400     WRITE O4-RPT-COUNT-LINE.
180500     PERFORM SYURYO-CHK-RPT-WRITE.
180600     MOVE "  ROOT ROWS"     TO O4-RPT-COUNT-NAME.
180700     MOVE WK-PURGE-R-COUNTER TO O4-RPT-COUNT-VALUE.
180800     WRITE O4-RPT-COUNT-LINE.
180900     PERFORM SYURYO-CHK-RPT-WRITE.
181000     MOVE "  SUB ROWS"      TO O4-RPT-COUNT-NAME.
181100     MOVE WK-PURGE-S-COUNTER TO O4-RPT-COUNT-VALUE.
181200     WRITE O4-RPT-COUNT-LINE.
181300     PERFORM SYURYO-CHK-RPT-WRITE.
181400     MOVE "  SUB2 ROWS"     TO O4-RPT-COUNT-NAME.
181500     MOVE WK-PURGE-T-COUNTER TO O4-RPT-COUNT-VALUE.
181600     WRITE O4-RPT-COUNT-LINE.
181700     PERFORM SYURYO-CHK-RPT-WRITE.
181800     MOVE "  SUB3 ROWS"     TO O4-RPT-COUNT-NAME.
181900     MOVE WK-PURGE-U-COUNTER TO O4-RPT-COUNT-VALUE.
182000     WRITE O4-RPT-COUNT-LINE.
182100     PERFORM SYURYO-CHK-RPT-WRITE.
182200     MOVE "  TOTAL ROWS"    TO O4-RPT-COUNT-NAME.
182300     MOVE WK-PURGE-ROW-COUNTER TO O4-RPT-COUNT-VALUE.
182400     WRITE O4-RPT-COUNT-LINE.
182500     PERFORM SYURYO-CHK-RPT-WRITE.
182600     MOVE "DELTAGENS"       TO O4-RPT-COUNT-NAME.
182700     MOVE WK-GENS-COUNTER   TO O4-RPT-COUNT-VALUE.
182800     WRITE O4-RPT-COUNT-LINE.
182900     PERFORM SYURYO-CHK-RPT-WRITE.
183000     MOVE "DELTA NOT ON MAST" TO O4-RPT-COUNT-NAME.
183100     MOVE WK-ACT-SKIP-COUNTER TO O4-RPT-COUNT-VALUE.
183200     WRITE O4-RPT-COUNT-LINE.
183300     PERFORM SYURYO-CHK-RPT-WRITE.
183400     MOVE "ARCIN ROWS"      TO O4-RPT-COUNT-NAME.
183500     MOVE WA-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
183600     WRITE O4-RPT-COUNT-LINE.
183700     PERFORM SYURYO-CHK-RPT-WRITE.
183800     MOVE "ARCHIVE REPLACED" TO O4-RPT-COUNT-NAME.
183900     MOVE WK-REPLACE-COUNTER TO O4-RPT-COUNT-VALUE.
184000     WRITE O4-RPT-COUNT-LINE.
184100     PERFORM SYURYO-CHK-RPT-WRITE.
184200     MOVE "ARCOUT ROWS"     TO O4-RPT-COUNT-NAME.
184300     MOVE W5-COUNTER        TO O4-RPT-COUNT-VALUE.
184400     WRITE O4-RPT-COUNT-LINE.
184500     PERFORM SYURYO-CHK-RPT-WRITE.
184600     MOVE "ARCOUT ROOTS"    TO O4-RPT-COUNT-NAME.
184700     MOVE W5-ROOT-COUNT     TO O4-RPT-COUNT-VALUE.
184800     WRITE O4-RPT-COUNT-LINE.
184900     PERFORM SYURYO-CHK-RPT-WRITE.
185000     MOVE "ARCIDX ADDED"    TO O4-RPT-COUNT-NAME.
185100     MOVE WK-IDX-WRITE-COUNTER TO O4-RPT-COUNT-VALUE.
185200     WRITE O4-RPT-COUNT-LINE.
185300     PERFORM SYURYO-CHK-RPT-WRITE.
185400     MOVE "ARCIDX REWRITTEN" TO O4-RPT-COUNT-NAME.
185500     MOVE WK-IDX-REWRITE-COUNTER TO O4-RPT-COUNT-VALUE.
185600     WRITE O4-RPT-COUNT-LINE.
185700     PERFORM SYURYO-CHK-RPT-WRITE.
185800
185900     WRITE O4-RPT-BLANK-LINE.
186000     PERFORM SYURYO-CHK-RPT-WRITE.
186100     MOVE "ARCHIVE ROOT HASH" TO O4-RPT-DETAIL-LABEL.
186200     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
186300     MOVE W5-ROOT-HASH (2:10) TO O4-RPT-DETAIL-VALUE (1:10).
186400     WRITE O4-RPT-DETAIL-LINE.
186500     PERFORM SYURYO-CHK-RPT-WRITE.
186600     MOVE "OUTCTL RESTATED" TO O4-RPT-DETAIL-LABEL.
186700     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
186800     IF  WK-XCTL-FOUND-FLG  =  "1"
186900         STRING  "TOTAL "  WX-XCTL-COUNT-TOTAL
187000                 "  HASH "  WX-XCTL-ROOT-HASH
187100                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
187200     ELSE
187300         MOVE "NOT FOUND - NOT RESTATED" TO O4-RPT-DETAIL-VALUE
187400     END-IF.
187500     WRITE O4-RPT-DETAIL-LINE.
187600     PERFORM SYURYO-CHK-RPT-WRITE.
187700
187800     WRITE O4-RPT-BLANK-LINE.
187900     PERFORM SYURYO-CHK-RPT-WRITE.
188000     MOVE "MASTER CONTROL"  TO O4-RPT-RESULT-LABEL.
188100     MOVE WK-MAST-RESULT    TO O4-RPT-RESULT-VALUE.
188200     WRITE O4-RPT-RESULT-LINE.
188300     PERFORM SYURYO-CHK-RPT-WRITE.
188400     MOVE "ARCHIVE CONTROL" TO O4-RPT-RESULT-LABEL.
188500     MOVE WK-ARC-RESULT     TO O4-RPT-RESULT-VALUE.
188600     WRITE O4-RPT-RESULT-LINE.
188700     PERFORM SYURYO-CHK-RPT-WRITE.
188800
188900     WRITE O4-RPT-BLANK-LINE.
189000     PERFORM SYURYO-CHK-RPT-WRITE.
189100
189200     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
189300     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
189400             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
189500     WRITE O4-RPT-TIME-LINE.
189600     PERFORM SYURYO-CHK-RPT-WRITE.
189700     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
189800     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
189900             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
190000     WRITE O4-RPT-TIME-LINE.
190100     PERFORM SYURYO-CHK-RPT-WRITE.
190200     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
190300     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
190400     WRITE O4-RPT-TIME-LINE.
190500     PERFORM SYURYO-CHK-RPT-WRITE.
190600
190700     CLOSE FILE-REPORT.
190800     IF  FS-FILE-REPORT  NOT =  "00"
190900         MOVE "FILE-REPORT(RETNRPT)" TO  W2-ERR-FILE-NAME
191000         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
191100         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
191200         PERFORM ERROR-PROC
191300     END-IF.
191400     PERFORM  CHAIN-STAMP-PROC.
191500     PERFORM  NITE-STAMP-PROC.
191600
191700 SYURYO-999.
191800     EXIT.
191900                                                             SKIP3
192000******************************************************************
192100*                                                                *
192200*    REPORT WRITE CHECK PROC                                     *
192300*                                                                *
192400******************************************************************
192500 SYURYO-CHK-PROC                    SECTION.
192600*G   REPORT WRITE CHECK
192700 SYURYO-CHK-RPT-WRITE.
192800     IF  FS-FILE-REPORT  NOT =  "00"
192900         MOVE "FILE-REPORT(RETNRPT)" TO  W2-ERR-FILE-NAME
193000         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
193100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
193200         PERFORM ERROR-PROC
193300     END-IF.
193400 SYURYO-CHK-LIST-WRITE.
193500     IF  FS-FILE-RETNLIST  NOT =  "00"
193600         MOVE "FILE-RETNLIST(RETNLIST)" TO  W2-ERR-FILE-NAME
193700         MOVE FS-FILE-RETNLIST       TO  W2-ERR-FILE-STATUS
193800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
193900         PERFORM ERROR-PROC
194000     END-IF.
194100 SYURYO-CHK-999.
194200     EXIT.
194300                                                             SKIP3
194400******************************************************************
194500*                                                                *
194600*    ERROR PROC                                                  *
194700*                                                                *
194800******************************************************************
194900 ERROR-PROC                        SECTION.
195000*G   ERROR
195100 ERROR-010.
195200
195300     DISPLAY "*** ABEND ***".
195400     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
195500     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
195600     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
195700
195800     MOVE  16  TO  RETURN-CODE.
195900     STOP RUN.
196000
196100 ERROR-999.
196200     EXIT.
