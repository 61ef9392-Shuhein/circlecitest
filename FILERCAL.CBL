000100* T   RECALL OF ARCHIVED ROOT HIERARCHIES INTO THE MASTER
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILERCAL.
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
001500     SELECT   FILE-RCALKEY
001600               ASSIGN TO RECALLKEYS
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-RCALKEY.
001900     SELECT   FILE-MAST
002000               ASSIGN TO MASTIN
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-MAST.
002300     SELECT   FILE-MASTOUT
002400               ASSIGN TO MASTOUT
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-MASTOUT.
002700     SELECT   OPTIONAL  FILE-ARCIN
002800               ASSIGN TO ARCIN
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-ARCIN.
003100     SELECT   FILE-ARCOUT
003200               ASSIGN TO ARCOUT
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-ARCOUT.
003500     SELECT   FILE-ARCIDX
003600               ASSIGN TO ARCIDX
003700               ORGANIZATION IS INDEXED
003800               ACCESS MODE IS RANDOM
003900               RECORD KEY IS O6-ARCX-ROOT-KEY
004000               FILE STATUS IS FS-FILE-ARCIDX.
004100     SELECT   OPTIONAL  FILE-ACTLIN
004200               ASSIGN TO ARCCTLIN
004300               ORGANIZATION IS LINE SEQUENTIAL
004400               FILE STATUS IS FS-FILE-ACTLIN.
004500     SELECT   FILE-ACTLOUT
004600               ASSIGN TO ARCCTLOUT
004700               ORGANIZATION IS LINE SEQUENTIAL
004800               FILE STATUS IS FS-FILE-ACTLOUT.
004900     SELECT   OPTIONAL  FILE-OUT-CTL
005000               ASSIGN TO OUTCTL
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS FS-FILE-OUT-CTL.
005300     SELECT   FILE-XCTLOUT
005400               ASSIGN TO OUTCTLOUT
005500               ORGANIZATION IS LINE SEQUENTIAL
005600               FILE STATUS IS FS-FILE-XCTLOUT.
005700     SELECT   FILE-RCALLIST
005800               ASSIGN TO RCALLIST
005900               ORGANIZATION IS LINE SEQUENTIAL
006000               FILE STATUS IS FS-FILE-RCALLIST.
006100     SELECT   FILE-REPORT
006200               ASSIGN TO RCALRPT
006300               ORGANIZATION IS LINE SEQUENTIAL
006400               FILE STATUS IS FS-FILE-REPORT.
006500     SELECT   OPTIONAL  FILE-BUSDATE
006600               ASSIGN TO BUSDATE
006700               ORGANIZATION IS LINE SEQUENTIAL
006800               FILE STATUS IS FS-FILE-BUSDATE.
006900
007000 DATA                   DIVISION.
007100 FILE                   SECTION.
007200 FD  FILE-RCALKEY.
007300     COPY  REQKEY   PREFIXING  I9-.
007400
007500 FD  FILE-MAST.
007600     COPY  OUTFILE  PREFIXING  I1-.
007700
007800 FD  FILE-MASTOUT.
007900     COPY  OUTFILE  PREFIXING  O1-.
008000
008100 FD  FILE-ARCIN.
008200     COPY  OUTFILE  PREFIXING  I5-.
008300
008400 FD  FILE-ARCOUT.
008500     COPY  OUTFILE  PREFIXING  O5-.
008600
008700 FD  FILE-ARCIDX.
008800     COPY  ARCIDX   PREFIXING  O6-.
008900
009000 FD  FILE-ACTLIN.
009100     COPY  ARCCTL   PREFIXING  I7-.
009200
009300 FD  FILE-ACTLOUT.
009400     COPY  ARCCTL   PREFIXING  O7-.
009500
009600 FD  FILE-OUT-CTL.
009700     COPY  EXTCTL   PREFIXING  I8-.
009800
009900 FD  FILE-XCTLOUT.
010000     COPY  EXTCTL   PREFIXING  O8-.
010100
010200 FD  FILE-RCALLIST.
010300     COPY  REPORT   PREFIXING  O2-.
010400
010500 FD  FILE-REPORT.
010600     COPY  REPORT   PREFIXING  O4-.
010700
010800 FD  FILE-BUSDATE.
010900     COPY  BUSDATE  PREFIXING  C2-.
011000
011100 WORKING-STORAGE        SECTION.
011200******************************************************************
011300*                                                                *
011400*    RECALL KEY TABLE (FILE-RCALKEY)                             *
011500*    WK-RCAL-STAT  "0"=ON ARCIDX, NOT YET MOVED  "R"=RECALLED    *
011600*                  "N"=NOT ON ARCIDX  "C"=ROOT KEY ALREADY ON    *
011700*                  THE MASTER  "D"=REQUESTED TWICE               *
011800*                  "M"=ON ARCIDX BUT NOT ON THE ARCHIVE FILE     *
011900*                                                                *
012000******************************************************************
012100 01  WK-RCAL-EOF-FLG        PIC   X      VALUE  ZERO.
012200 01  WK-RCAL-MAX            PIC  S9(04)  COMP  VALUE  1000.
012300 01  WK-RCAL-COUNT          PIC  S9(04)  COMP  VALUE  ZERO.
012400 01  WK-RCAL-IX             PIC  S9(04)  COMP  VALUE  ZERO.
012500 01  WK-RCAL-DUP-IX         PIC  S9(04)  COMP  VALUE  ZERO.
012600 01  WK-RCAL-TABLE.
012700     05  WK-RCAL-ENTRY  OCCURS  1000.
012800         10  WK-RCAL-KEY          PIC  X(10).
012900         10  WK-RCAL-STAT         PIC  X(01).
013000         10  WK-RCAL-ROWS         PIC  S9(11).
013100 01  WK-RCAL-FOUND-IX       PIC  S9(04)  COMP  VALUE  ZERO.
013200 01  WK-EDIT-ROWS           PIC  ZZZ,ZZZ,ZZ9.
013300******************************************************************
013400*                                                                *
013500*    FILE-MAST WORK AREA                                         *
013600*                                                                *
013700******************************************************************
013800 COPY  OUTFILE  PREFIXING  WM-.
013900 01  WM-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
014000 01  WM-EOF-FLG             PIC   X      VALUE  ZERO.
014100 01  WM-Z-FLG               PIC   X      VALUE  ZERO.
014200 01  WM-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
014300 01  WM-CUR-KEY             PIC  X(10)   VALUE  LOW-VALUES.
014400******************************************************************
014500*                                                                *
014600*    FILE-ARCIN WORK AREA                                        *
014700*                                                                *
014800******************************************************************
014900 COPY  OUTFILE  PREFIXING  WA-.
015000 01  WA-COUNTER             PIC  S9(11)  VALUE  ZERO.
015100 01  WA-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
015200 01  WA-EOF-FLG             PIC   X      VALUE  ZERO.
015300 01  WA-Z-FLG               PIC   X      VALUE  ZERO.
015400 01  WA-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
015500 01  WA-ROOT-HASH           PIC  9(11)   VALUE  ZERO.
015600 01  WA-CUR-KEY             PIC  X(10)   VALUE  LOW-VALUES.
015700 01  WA-GRP-KEY             PIC  X(10)   VALUE  LOW-VALUES.
015800 01  WA-GRP-DEST            PIC  X(01)   VALUE  SPACE.
015900******************************************************************
016000*                                                                *
016100*    OUTPUT WORK AREA (FILE-MASTOUT / FILE-ARCOUT)               *
016200*                                                                *
016300******************************************************************
016400 COPY  OUTFILE  PREFIXING  W1-.
016500 01  W1-COUNTER             PIC  S9(11)  VALUE  ZERO.
016600 01  W5-COUNTER             PIC  S9(11)  VALUE  ZERO.
016700 01  W5-ROOT-COUNT          PIC  S9(09)  VALUE  ZERO.
016800 01  W5-SUB-COUNT           PIC  S9(09)  VALUE  ZERO.
016900 01  W5-SUB2-COUNT          PIC  S9(09)  VALUE  ZERO.
017000 01  W5-SUB3-COUNT          PIC  S9(09)  VALUE  ZERO.
017100 01  W5-ROOT-HASH           PIC  9(11)   VALUE  ZERO.
017200 01  WK-HASH-KEY            PIC  X(10).
017300 01  WK-HASH-KEY-NUM        REDEFINES  WK-HASH-KEY  PIC  9(10).
017400******************************************************************
017500*                                                                *
017600*    RECALL COUNT WORK AREA                                      *
017700*                                                                *
017800******************************************************************
017900 01  WK-RECALL-ROOT-COUNTER PIC  S9(11)  VALUE  ZERO.
018000 01  WK-RECALL-R-COUNTER    PIC  S9(09)  VALUE  ZERO.
018100 01  WK-RECALL-S-COUNTER    PIC  S9(09)  VALUE  ZERO.
018200 01  WK-RECALL-T-COUNTER    PIC  S9(09)  VALUE  ZERO.
018300 01  WK-RECALL-U-COUNTER    PIC  S9(09)  VALUE  ZERO.
018400 01  WK-RECALL-ROW-COUNTER  PIC  S9(11)  VALUE  ZERO.
018500 01  WK-RECALL-HASH         PIC  9(11)   VALUE  ZERO.
018600 01  WK-NOTFOUND-COUNTER    PIC  S9(11)  VALUE  ZERO.
018700 01  WK-CONFLICT-COUNTER    PIC  S9(11)  VALUE  ZERO.
018800 01  WK-MISSING-COUNTER     PIC  S9(11)  VALUE  ZERO.
018900 01  WK-DUPREQ-COUNTER      PIC  S9(11)  VALUE  ZERO.
019000 01  WK-IDX-DELETE-COUNTER  PIC  S9(11)  VALUE  ZERO.
019100 01  WK-REQ-RESULT          PIC  X(02)   VALUE  SPACES.
019200 01  WK-MAST-RESULT         PIC  X(02)   VALUE  SPACES.
019300 01  WK-ARC-RESULT          PIC  X(02)   VALUE  SPACES.
019400******************************************************************
019500*                                                                *
019600*    ARCHIVE CONTROL WORK AREA (FILE-ACTLIN PRIOR / NEW TOTALS)  *
019700*                                                                *
019800******************************************************************
019900 COPY  ARCCTL  PREFIXING  WC-.
020000 COPY  ARCCTL  PREFIXING  WN-.
020100 01  WK-ACTL-FOUND-FLG      PIC   X      VALUE  ZERO.
020200******************************************************************
020300*                                                                *
020400*    EXTRACT CONTROL WORK AREA (FILE-OUT-CTL RESTATED)           *
020500*                                                                *
020600******************************************************************
020700 COPY  EXTCTL  PREFIXING  WX-.
020800 01  WK-XCTL-FOUND-FLG      PIC   X      VALUE  ZERO.
020900 01  WK-XCTL-HASH           PIC  9(11)   VALUE  ZERO.
021000******************************************************************
021100*                                                                *
021200*    RUN STATUS WORK AREA                                        *
021300*                                                                *
021400******************************************************************
021500 COPY  RESULT  PREFIXING  W2-.
021600 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
021700 01  W4-RUN-DATE             PIC  9(08).
021800 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
021900     05  W4-RUN-YYYY         PIC  9(04).
022000     05  W4-RUN-MM           PIC  9(02).
022100     05  W4-RUN-DD           PIC  9(02).
022200******************************************************************
022300*                                                                *
022400*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
022500*                                                                *
022600******************************************************************
022700 COPY  BUSDATE  PREFIXING  WY-.
022800 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
022900 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
023000 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
023100******************************************************************
023200*                                                                *
023300*    FILE STATUS WORK AREA                                       *
023400*                                                                *
023500******************************************************************
023600 01  FS-FILE-RCALKEY         PIC  X(02)  VALUE  "00".
023700 01  FS-FILE-MAST            PIC  X(02)  VALUE  "00".
023800 01  FS-FILE-MASTOUT         PIC  X(02)  VALUE  "00".
023900 01  FS-FILE-ARCIN           PIC  X(02)  VALUE  "00".
024000 01  FS-FILE-ARCOUT          PIC  X(02)  VALUE  "00".
024100 01  FS-FILE-ARCIDX          PIC  X(02)  VALUE  "00".
024200 01  FS-FILE-ACTLIN          PIC  X(02)  VALUE  "00".
024300 01  FS-FILE-ACTLOUT         PIC  X(02)  VALUE  "00".
024400 01  FS-FILE-OUT-CTL         PIC  X(02)  VALUE  "00".
024500 01  FS-FILE-XCTLOUT         PIC  X(02)  VALUE  "00".
024600 01  FS-FILE-RCALLIST        PIC  X(02)  VALUE  "00".
024700 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
024800 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
024900
025000 PROCEDURE              DIVISION.
025100*
025200******************************************************************
025300*                                                                *
025400*G   MAIN PROC                                                   *
025500*                                                                *
025600******************************************************************
025700 MAIN-PROC                         SECTION.
025800*G   MAIN
025900 MAIN-PROC-010.
026000
026100     PERFORM  JUNBI-PROC.
026200
026300     PERFORM  ARCIN-READ-PROC.
026400     PERFORM  MAST-READ-PROC.
026500     PERFORM  UNTIL  WM-EOF-FLG  =  "1"  AND
026600                     WA-EOF-FLG  =  "1"
026700         IF  WA-CUR-KEY  NOT >  WM-CUR-KEY
026800             PERFORM  ARC-ROW-PROC
026900             PERFORM  ARCIN-READ-PROC
027000         ELSE
027100             MOVE  WM-OUTFILE  TO  W1-OUTFILE
027200             PERFORM  MAST-WRITE-PROC
027300             PERFORM  MAST-READ-PROC
027400         END-IF
027500     END-PERFORM.
027600     PERFORM  GRAND-TRAILER-WRITE-PROC.
027700     PERFORM  ARCIDX-DELETE-PROC.
027800     PERFORM  LIST-WRITE-PROC.
027900
028000     CLOSE  FILE-MAST
028100            FILE-ARCIN.
028200     IF  FS-FILE-MAST  NOT =  "00"
028300         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
028400         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
028500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
028600         PERFORM ERROR-PROC
028700     END-IF.
028800     IF  FS-FILE-ARCIN  NOT =  "00"
028900         MOVE "FILE-ARCIN(ARCIN)"      TO  W2-ERR-FILE-NAME
029000         MOVE FS-FILE-ARCIN          TO  W2-ERR-FILE-STATUS
029100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
029200         PERFORM ERROR-PROC
029300     END-IF.
029400     CLOSE  FILE-MASTOUT
029500            FILE-ARCOUT
029600            FILE-ARCIDX
029700            FILE-RCALLIST.
029800     IF  FS-FILE-MASTOUT  NOT =  "00"
029900         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
030000         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
030100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
030200         PERFORM ERROR-PROC
030300     END-IF.
030400     IF  FS-FILE-ARCOUT  NOT =  "00"
030500         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
030600         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
030700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
030800         PERFORM ERROR-PROC
030900     END-IF.
031000     IF  FS-FILE-ARCIDX  NOT =  "00"
031100         MOVE "FILE-ARCIDX(ARCIDX)"    TO  W2-ERR-FILE-NAME
031200         MOVE FS-FILE-ARCIDX         TO  W2-ERR-FILE-STATUS
031300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
031400         PERFORM ERROR-PROC
031500     END-IF.
031600     IF  FS-FILE-RCALLIST  NOT =  "00"
031700         MOVE "FILE-RCALLIST(RCALLIST)" TO  W2-ERR-FILE-NAME
031800         MOVE FS-FILE-RCALLIST       TO  W2-ERR-FILE-STATUS
031900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
032000         PERFORM ERROR-PROC
032100     END-IF.
032200
032300     PERFORM  ACTL-WRITE-PROC.
032400     PERFORM  XCTL-RESTATE-PROC.
032500
032600     PERFORM  SYURYO-PROC.
032700
032800     STOP     RUN.
032900                                                             SKIP3
033000******************************************************************
033100*                                                                *
033200*    RECALL KEY LOAD PROC (REQUESTED ROOT KEYS INTO TABLE, EACH  *
033300*    CHECKED AGAINST THE ARCHIVE INDEX)                          *
033400*                                                                *
033500******************************************************************
033600 RCALKEY-LOAD-PROC SECTION.
033700*G   RECALL KEY LOAD
033800 RCALKEY-LOAD-010.
033900     OPEN  INPUT  FILE-RCALKEY.
034000     IF  FS-FILE-RCALKEY  NOT =  "00"
034100         MOVE "FILE-RCALKEY(RECALLKEYS)" TO  W2-ERR-FILE-NAME
034200         MOVE FS-FILE-RCALKEY        TO  W2-ERR-FILE-STATUS
034300         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
034400         PERFORM ERROR-PROC
034500     END-IF.
034600     PERFORM  UNTIL  WK-RCAL-EOF-FLG  =  "1"
034700         READ  FILE-RCALKEY
034800           AT END
034900             MOVE "1" TO WK-RCAL-EOF-FLG
035000           NOT AT END
035100             IF  WK-RCAL-COUNT  NOT <  WK-RCAL-MAX
035200                 MOVE "FILE-RCALKEY(RECALLKEYS)"
035300                      TO  W2-ERR-FILE-NAME
035400                 MOVE FS-FILE-RCALKEY  TO  W2-ERR-FILE-STATUS
035500                 MOVE "RECALL TABLE OVERFLOW" TO W2-ERR-MESSAGE
035600                 PERFORM ERROR-PROC
035700             END-IF
035800             ADD  1  TO  WK-RCAL-COUNT
035900             MOVE I9-REQ-ROOT-KEY
036000                  TO  WK-RCAL-KEY (WK-RCAL-COUNT)
036100             MOVE ZERO TO WK-RCAL-ROWS (WK-RCAL-COUNT)
036200             PERFORM  RCALKEY-CHECK-PROC
036300         END-READ
036400         IF  FS-FILE-RCALKEY  NOT =  "00"  AND
036500             FS-FILE-RCALKEY  NOT =  "10"
036600             MOVE "FILE-RCALKEY(RECALLKEYS)" TO  W2-ERR-FILE-NAME
036700             MOVE FS-FILE-RCALKEY        TO  W2-ERR-FILE-STATUS
036800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
036900             PERFORM ERROR-PROC
037000         END-IF
037100     END-PERFORM.
037200     CLOSE  FILE-RCALKEY.
037300     IF  FS-FILE-RCALKEY  NOT =  "00"
037400         MOVE "FILE-RCALKEY(RECALLKEYS)" TO  W2-ERR-FILE-NAME
037500         MOVE FS-FILE-RCALKEY        TO  W2-ERR-FILE-STATUS
037600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
037700         PERFORM ERROR-PROC
037800     END-IF.
037900 RCALKEY-LOAD-999.
038000 EXIT.
038100                                                             SKIP3
038200******************************************************************
038300*                                                                *
038400*    RECALL KEY CHECK PROC (DUPLICATE REQUEST / ARCIDX ENTRY)    *
038500*                                                                *
038600******************************************************************
038700 RCALKEY-CHECK-PROC SECTION.
038800*G   RECALL KEY CHECK
038900 RCALKEY-CHECK-010.
039000     PERFORM  VARYING  WK-RCAL-DUP-IX  FROM  1  BY  1
039100              UNTIL    WK-RCAL-DUP-IX  NOT <  WK-RCAL-COUNT
039200         IF  WK-RCAL-KEY (WK-RCAL-DUP-IX)  =
039300             WK-RCAL-KEY (WK-RCAL-COUNT)
039400             MOVE  "D"  TO  WK-RCAL-STAT (WK-RCAL-COUNT)
039500             ADD   1    TO  WK-DUPREQ-COUNTER
039600             GO  TO  RCALKEY-CHECK-999
039700         END-IF
039800     END-PERFORM.
039900     MOVE  WK-RCAL-KEY (WK-RCAL-COUNT)  TO  O6-ARCX-ROOT-KEY.
040000     READ  FILE-ARCIDX
040100       INVALID KEY
040200         MOVE  "N"  TO  WK-RCAL-STAT (WK-RCAL-COUNT)
040300         ADD   1    TO  WK-NOTFOUND-COUNTER
040400       NOT INVALID KEY
040500         MOVE  "0"  TO  WK-RCAL-STAT (WK-RCAL-COUNT)
040600     END-READ.
040700     IF  FS-FILE-ARCIDX  NOT =  "00"  AND
040800         FS-FILE-ARCIDX  NOT =  "23"
040900         MOVE "FILE-ARCIDX(ARCIDX)"    TO  W2-ERR-FILE-NAME
041000         MOVE FS-FILE-ARCIDX         TO  W2-ERR-FILE-STATUS
041100         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
041200         PERFORM ERROR-PROC
041300     END-IF.
041400 RCALKEY-CHECK-999.
041500 EXIT.
041600                                                             SKIP3
041700******************************************************************
041800*                                                                *
041900*    RECALL KEY FIND PROC (TABLE INDEX OF WA-GRP-KEY, 0=NONE)    *
042000*                                                                *
042100******************************************************************
042200 RCALKEY-FIND-PROC SECTION.
042300*G   RECALL KEY FIND
042400 RCALKEY-FIND-010.
042500     MOVE  ZERO  TO  WK-RCAL-FOUND-IX.
042600     PERFORM  VARYING  WK-RCAL-IX  FROM  1  BY  1
042700              UNTIL    WK-RCAL-IX  >  WK-RCAL-COUNT
042800                   OR  WK-RCAL-FOUND-IX  >  ZERO
042900         IF  WK-RCAL-KEY (WK-RCAL-IX)  =  WA-GRP-KEY  AND
043000             WK-RCAL-STAT (WK-RCAL-IX)  =  "0"
043100             MOVE  WK-RCAL-IX  TO  WK-RCAL-FOUND-IX
043200         END-IF
043300     END-PERFORM.
043400 RCALKEY-FIND-999.
043500 EXIT.
043600                                                             SKIP3
043700******************************************************************
043800*                                                                *
043900*    ARCHIVE ROW PROC (REQUESTED GROUP TO THE MASTER IN KEY      *
044000*    ORDER; EVERY OTHER GROUP STAYS ON THE ARCHIVE)              *
044030*    A RECALLED ROOT IS STAMPED WITH THE RUN DATE AS ITS LAST    *
044050*    UPDATE SO RETENTION DOES NOT ARCHIVE IT AGAIN AT ONCE       *
044100*                                                                *
044200******************************************************************
044300 ARC-ROW-PROC SECTION.
044400*G   ARCHIVE ROW
044500 ARC-ROW-010.
044600     IF  WA-ROOT-KEY  NOT =  WA-GRP-KEY
044700         MOVE  WA-ROOT-KEY  TO  WA-GRP-KEY
044800         MOVE  "A"          TO  WA-GRP-DEST
044900         PERFORM  RCALKEY-FIND-PROC
045000         IF  WK-RCAL-FOUND-IX  >  ZERO
045100             IF  WA-GRP-KEY  =  WM-CUR-KEY
045200                 MOVE  "C"  TO  WK-RCAL-STAT (WK-RCAL-FOUND-IX)
045300                 ADD   1    TO  WK-CONFLICT-COUNTER
045400             ELSE
045500                 MOVE  "R"  TO  WK-RCAL-STAT (WK-RCAL-FOUND-IX)
045600                 MOVE  "M"  TO  WA-GRP-DEST
045700                 ADD   1    TO  WK-RECALL-ROOT-COUNTER
045800             END-IF
045900         END-IF
046000     END-IF.
046100     MOVE  WA-OUTFILE  TO  W1-OUTFILE.
046200     IF  WA-GRP-DEST  NOT =  "M"
046300         PERFORM  ARC-WRITE-PROC
046400         GO  TO  ARC-ROW-999
046500     END-IF.
046520     IF  W1-REC-TYPE  =  "R"
046550         MOVE  W4-RUN-DATE  TO  W1-ROOT-UPDATE-DATE
046570     END-IF.
046600     PERFORM  MAST-WRITE-PROC.
046700     IF  WA-REC-TYPE  =  "G"
046800         GO  TO  ARC-ROW-999
046900     END-IF.
047000     ADD  1  TO  WK-RECALL-ROW-COUNTER.
047100     ADD  1  TO  WK-RCAL-ROWS (WK-RCAL-FOUND-IX).
047200     EVALUATE  WA-REC-TYPE
047300       WHEN "R"
047400         ADD  1  TO  WK-RECALL-R-COUNTER
047500         MOVE WA-ROOT-KEY TO WK-HASH-KEY
047600         PERFORM  RECALL-HASH-PROC
047700       WHEN "S"
047800         ADD  1  TO  WK-RECALL-S-COUNTER
047900       WHEN "T"
048000         ADD  1  TO  WK-RECALL-T-COUNTER
048100       WHEN "U"
048200         ADD  1  TO  WK-RECALL-U-COUNTER
048300     END-EVALUATE.
048400 ARC-ROW-999.
048500 EXIT.
048600                                                             SKIP3
048700******************************************************************
048800*                                                                *
048900*    MASTER READ PROC ("Z" GRAND TRAILER HELD FOR THE CHECK)     *
049000*                                                                *
049100******************************************************************
049200 MAST-READ-PROC SECTION.
049300*G   MASTER READ
049400 MAST-READ-010.
049500     PERFORM  WITH TEST AFTER  UNTIL
049600         WM-EOF-FLG  =  "1"  OR  WM-REC-TYPE  NOT =  "Z"
049700         READ  FILE-MAST
049800           AT END
049900             MOVE "1" TO WM-EOF-FLG
050000             MOVE HIGH-VALUES TO WM-CUR-KEY
050100           NOT AT END
050200             MOVE I1-OUTFILE  TO WM-OUTFILE
050300             MOVE WM-ROOT-KEY TO WM-CUR-KEY
050400             EVALUATE  WM-REC-TYPE
050500               WHEN "Z"
050600                 MOVE "1"                  TO  WM-Z-FLG
050700                 MOVE WM-TRLR-GRAND-COUNT  TO  WM-Z-GRAND-COUNT
050800               WHEN "G"
050900                 CONTINUE
051000               WHEN OTHER
051100                 ADD 1 TO WM-DATA-COUNTER
051200             END-EVALUATE
051300         END-READ
051400         IF  FS-FILE-MAST  NOT =  "00"  AND
051500             FS-FILE-MAST  NOT =  "10"
051600             MOVE "FILE-MAST(MASTIN)"     TO  W2-ERR-FILE-NAME
051700             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
051800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
051900             PERFORM ERROR-PROC
052000         END-IF
052100     END-PERFORM.
052200 MAST-READ-999.
052300 EXIT.
052400                                                             SKIP3
052500******************************************************************
052600*                                                                *
052700*    ARCHIVE INPUT READ PROC ("Z" GRAND TRAILER HELD)            *
052800*                                                                *
052900******************************************************************
053000 ARCIN-READ-PROC SECTION.
053100*G   ARCHIVE INPUT READ
053200 ARCIN-READ-010.
053300     PERFORM  WITH TEST AFTER  UNTIL
053400         WA-EOF-FLG  =  "1"  OR  WA-REC-TYPE  NOT =  "Z"
053500         READ  FILE-ARCIN
053600           AT END
053700             MOVE "1" TO WA-EOF-FLG
053800             MOVE HIGH-VALUES TO WA-CUR-KEY
053900           NOT AT END
054000             ADD 1 TO WA-COUNTER
054100             MOVE I5-OUTFILE  TO WA-OUTFILE
054200             MOVE WA-ROOT-KEY TO WA-CUR-KEY
054300             EVALUATE  WA-REC-TYPE
054400               WHEN "Z"
054500                 MOVE "1"                  TO  WA-Z-FLG
054600                 MOVE WA-TRLR-GRAND-COUNT  TO  WA-Z-GRAND-COUNT
054700               WHEN "G"
054800                 CONTINUE
054900               WHEN "R"
055000                 ADD 1 TO WA-DATA-COUNTER
055100                 MOVE WA-ROOT-KEY TO WK-HASH-KEY
055200                 PERFORM  ARCIN-HASH-PROC
055300               WHEN OTHER
055400                 ADD 1 TO WA-DATA-COUNTER
055500             END-EVALUATE
055600         END-READ
055700         IF  FS-FILE-ARCIN  NOT =  "00"  AND
055800             FS-FILE-ARCIN  NOT =  "10"
055900             MOVE "FILE-ARCIN(ARCIN)"      TO  W2-ERR-FILE-NAME
056000             MOVE FS-FILE-ARCIN          TO  W2-ERR-FILE-STATUS
056100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
056200             PERFORM ERROR-PROC
056300         END-IF
056400     END-PERFORM.
056500 ARCIN-READ-999.
056600 EXIT.
056700                                                             SKIP3
056800******************************************************************
056900*                                                                *
057000*    MASTER WRITE PROC (MASTER ROW OR RECALLED ROW)              *
057100*                                                                *
057200******************************************************************
057300 MAST-WRITE-PROC SECTION.
057400*G   MASTER WRITE
057500 MAST-WRITE-010.
057600     MOVE W1-OUTFILE TO O1-OUTFILE.
057700     WRITE O1-OUTFILE
057800     END-WRITE.
057900     IF  FS-FILE-MASTOUT  NOT =  "00"
058000         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
058100         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
058200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
058300         PERFORM ERROR-PROC
058400     END-IF.
058500     IF  W1-REC-TYPE  NOT =  "G"
058600         ADD 1 TO W1-COUNTER
058700     END-IF.
058800 MAST-WRITE-999.
058900 EXIT.
059000                                                             SKIP3
059100******************************************************************
059200*                                                                *
059300*    ARCHIVE WRITE PROC (ROW STAYING ON THE ARCHIVE, ARCHIVE     *
059400*    CONTROL TOTALS ACCUMULATED)                                 *
059500*                                                                *
059600******************************************************************
059700 ARC-WRITE-PROC SECTION.
059800*G   ARCHIVE WRITE
059900 ARC-WRITE-010.
060000     MOVE W1-OUTFILE TO O5-OUTFILE.
060100     WRITE O5-OUTFILE
060200     END-WRITE.
060300     IF  FS-FILE-ARCOUT  NOT =  "00"
060400         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
060500         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
060600         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
060700         PERFORM ERROR-PROC
060800     END-IF.
060900     EVALUATE  W1-REC-TYPE
061000       WHEN "G"
061100         CONTINUE
061200       WHEN "R"
061300         ADD 1 TO W5-COUNTER
061400         ADD 1 TO W5-ROOT-COUNT
061500         MOVE W1-ROOT-KEY TO WK-HASH-KEY
061600         PERFORM  ARC-HASH-PROC
061700       WHEN "S"
061800         ADD 1 TO W5-COUNTER
061900         ADD 1 TO W5-SUB-COUNT
062000       WHEN "T"
062100         ADD 1 TO W5-COUNTER
062200         ADD 1 TO W5-SUB2-COUNT
062300       WHEN "U"
062400         ADD 1 TO W5-COUNTER
062500         ADD 1 TO W5-SUB3-COUNT
062600       WHEN OTHER
062700         ADD 1 TO W5-COUNTER
062800     END-EVALUATE.
062900 ARC-WRITE-999.
063000 EXIT.
063100                                                             SKIP3
063200******************************************************************
063300*                                                                *
063400*    ROOT KEY HASH PROCS (SAME HASH AS THE OUTCTL ROOT HASH:     *
063500*    LETTERS MAP TO DIGITS, SUM KEPT MODULO 10**10)              *
063600*                                                                *
063700******************************************************************
063800 ROOT-HASH-PROC SECTION.
063900*G   ROOT KEY HASH
064000 ARCIN-HASH-PROC.
064100     INSPECT  WK-HASH-KEY  CONVERTING
064200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
064300         "1234567891234567891234567800".
064400     IF  WK-HASH-KEY-NUM  NUMERIC
064500         ADD  WK-HASH-KEY-NUM  TO  WA-ROOT-HASH
064600         IF  WA-ROOT-HASH  >  9999999999
064700             SUBTRACT  10000000000  FROM  WA-ROOT-HASH
064800         END-IF
064900     END-IF.
065000 ARC-HASH-PROC.
065100     INSPECT  WK-HASH-KEY  CONVERTING
065200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
065300         "1234567891234567891234567800".
065400     IF  WK-HASH-KEY-NUM  NUMERIC
065500         ADD  WK-HASH-KEY-NUM  TO  W5-ROOT-HASH
065600         IF  W5-ROOT-HASH  >  9999999999
065700             SUBTRACT  10000000000  FROM  W5-ROOT-HASH
065800         END-IF
065900     END-IF.
066000 RECALL-HASH-PROC.
066100     INSPECT  WK-HASH-KEY  CONVERTING
066200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
066300         "1234567891234567891234567800".
066400     IF  WK-HASH-KEY-NUM  NUMERIC
066500         ADD  WK-HASH-KEY-NUM  TO  WK-RECALL-HASH
066600         IF  WK-RECALL-HASH  >  9999999999
066700             SUBTRACT  10000000000  FROM  WK-RECALL-HASH
066800         END-IF
066900     END-IF.
067000 ROOT-HASH-999.
067100     EXIT.
067200                                                             SKIP3
067300******************************************************************
067400*                                                                *
067500*    GRAND TRAILER WRITE PROC ("Z" RECORDS OF MASTER AND         *
067600*    ARCHIVE, GRAND COUNT = DATA ROWS WRITTEN)                   *
067700*                                                                *
067800******************************************************************
067900 GRAND-TRAILER-WRITE-PROC SECTION.
068000*G   GRAND TRAILER WRITE
068100 GRAND-TRAILER-WRITE-010.
068200     INITIALIZE O1-OUTFILE.
068300     MOVE "Z"          TO O1-REC-TYPE.
068400     MOVE ALL "9"      TO O1-ROOT-KEY.
068500     MOVE ZERO         TO O1-TRLR-SUB-COUNT.
068600     MOVE ZERO         TO O1-TRLR-SUB2-COUNT.
068700     MOVE ZERO         TO O1-TRLR-SUB3-COUNT.
068800     MOVE W1-COUNTER   TO O1-TRLR-GRAND-COUNT.
068900     WRITE O1-OUTFILE
069000     END-WRITE.
069100     IF  FS-FILE-MASTOUT  NOT =  "00"
069200         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
069300         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
069400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
069500         PERFORM ERROR-PROC
069600     END-IF.
069700     INITIALIZE O5-OUTFILE.
069800     MOVE "Z"          TO O5-REC-TYPE.
069900     MOVE ALL "9"      TO O5-ROOT-KEY.
070000     MOVE ZERO         TO O5-TRLR-SUB-COUNT.
070100     MOVE ZERO         TO O5-TRLR-SUB2-COUNT.
070200     MOVE ZERO         TO O5-TRLR-SUB3-COUNT.
070300     MOVE W5-COUNTER   TO O5-TRLR-GRAND-COUNT.
070400     WRITE O5-OUTFILE
070500     END-WRITE.
070600     IF  FS-FILE-ARCOUT  NOT =  "00"
070700         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
070800         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
070900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
071000         PERFORM ERROR-PROC
071100     END-IF.
071200 GRAND-TRAILER-WRITE-999.
071300 EXIT.
071400                                                             SKIP3
071500******************************************************************
071600*                                                                *
071700*    ARCHIVE INDEX DELETE PROC (ENTRIES OF RECALLED ROOTS; AN    *
071800*    INDEX ENTRY WITH NO ARCHIVE ROWS IS LEFT AND REPORTED)      *
071900*                                                                *
072000******************************************************************
072100 ARCIDX-DELETE-PROC SECTION.
072200*G   ARCHIVE INDEX DELETE
072300 ARCIDX-DELETE-010.
072400     PERFORM  VARYING  WK-RCAL-IX  FROM  1  BY  1
072500              UNTIL    WK-RCAL-IX  >  WK-RCAL-COUNT
072600         IF  WK-RCAL-STAT (WK-RCAL-IX)  =  "0"
072700             MOVE  "M"  TO  WK-RCAL-STAT (WK-RCAL-IX)
072800             ADD   1    TO  WK-MISSING-COUNTER
072900         END-IF
073000         IF  WK-RCAL-STAT (WK-RCAL-IX)  =  "R"
073100             MOVE  WK-RCAL-KEY (WK-RCAL-IX)  TO  O6-ARCX-ROOT-KEY
073200             DELETE  FILE-ARCIDX
073300               INVALID KEY
073400                 MOVE "FILE-ARCIDX(ARCIDX)"  TO  W2-ERR-FILE-NAME
073500                 MOVE FS-FILE-ARCIDX       TO  W2-ERR-FILE-STATUS
073600                 MOVE "DELETE FAILED"      TO  W2-ERR-MESSAGE
073700                 PERFORM ERROR-PROC
073800             END-DELETE
073900             IF  FS-FILE-ARCIDX  NOT =  "00"
074000                 MOVE "FILE-ARCIDX(ARCIDX)"  TO  W2-ERR-FILE-NAME
074100                 MOVE FS-FILE-ARCIDX       TO  W2-ERR-FILE-STATUS
074200                 MOVE "DELETE FAILED"      TO  W2-ERR-MESSAGE
074300                 PERFORM ERROR-PROC
074400             END-IF
074500             ADD  1  TO  WK-IDX-DELETE-COUNTER
074600         END-IF
074700     END-PERFORM.
074800 ARCIDX-DELETE-999.
074900 EXIT.
075000                                                             SKIP3
075100******************************************************************
075200*                                                                *
075300*    LIST WRITE PROC (ONE LINE PER REQUESTED ROOT KEY)           *
075400*                                                                *
075500******************************************************************
075600 LIST-WRITE-PROC SECTION.
075700*G   LIST WRITE
075800 LIST-WRITE-010.
075900     PERFORM  VARYING  WK-RCAL-IX  FROM  1  BY  1
076000              UNTIL    WK-RCAL-IX  >  WK-RCAL-COUNT
076100         MOVE  SPACES  TO  O2-RPT-DETAIL-LINE
076200         MOVE  WK-RCAL-KEY (WK-RCAL-IX)  TO  O2-RPT-DETAIL-LABEL
076300         EVALUATE  WK-RCAL-STAT (WK-RCAL-IX)
076400           WHEN "R"
076500             MOVE  WK-RCAL-ROWS (WK-RCAL-IX)  TO  WK-EDIT-ROWS
076600             STRING  "RECALLED          "  WK-EDIT-ROWS
076700                     DELIMITED BY SIZE  INTO  O2-RPT-DETAIL-VALUE
076800           WHEN "N"
076900             MOVE  "NOT ON ARCHIVE INDEX"  TO  O2-RPT-DETAIL-VALUE
077000           WHEN "C"
077100             MOVE  "ALREADY ON MASTER - LEFT ARCHIVED"
077200                                           TO  O2-RPT-DETAIL-VALUE
077300           WHEN "D"
077400             MOVE  "DUPLICATE REQUEST - IGNORED"
077500                                           TO  O2-RPT-DETAIL-VALUE
077600           WHEN OTHER
077700             MOVE  "ON INDEX BUT NOT ON ARCHIVE FILE"
077800                                           TO  O2-RPT-DETAIL-VALUE
077900         END-EVALUATE
078000         WRITE O2-RPT-DETAIL-LINE
078100         PERFORM  SYURYO-CHK-LIST-WRITE
078200     END-PERFORM.
078300 LIST-WRITE-999.
078400 EXIT.
078500                                                             SKIP3
078600******************************************************************
078700*                                                                *
078800*    ARCHIVE CONTROL READ PROC (TOTALS OF THE INCOMING ARCHIVE)  *
078900*                                                                *
079000******************************************************************
079100 ACTL-READ-PROC SECTION.
079200*G   ARCHIVE CONTROL READ
079300 ACTL-READ-010.
079400     INITIALIZE  WC-ACTL-REC.
079500     OPEN  INPUT  FILE-ACTLIN.
079600     IF  FS-FILE-ACTLIN  NOT =  "00"  AND
079700         FS-FILE-ACTLIN  NOT =  "05"
079800         MOVE "FILE-ACTLIN(ARCCTLIN)"  TO  W2-ERR-FILE-NAME
079900         MOVE FS-FILE-ACTLIN         TO  W2-ERR-FILE-STATUS
080000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
080100         PERFORM ERROR-PROC
080200     END-IF.
080300     READ  FILE-ACTLIN
080400       AT END
080500         MOVE "0" TO WK-ACTL-FOUND-FLG
080600       NOT AT END
080700         MOVE I7-ACTL-REC TO WC-ACTL-REC
080800         MOVE "1" TO WK-ACTL-FOUND-FLG
080900     END-READ.
081000     IF  FS-FILE-ACTLIN  NOT =  "00"  AND
081100         FS-FILE-ACTLIN  NOT =  "10"
081200         MOVE "FILE-ACTLIN(ARCCTLIN)"  TO  W2-ERR-FILE-NAME
081300         MOVE FS-FILE-ACTLIN         TO  W2-ERR-FILE-STATUS
081400         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
081500         PERFORM ERROR-PROC
081600     END-IF.
081700     CLOSE  FILE-ACTLIN.
081800     IF  FS-FILE-ACTLIN  NOT =  "00"
081900         MOVE "FILE-ACTLIN(ARCCTLIN)"  TO  W2-ERR-FILE-NAME
082000         MOVE FS-FILE-ACTLIN         TO  W2-ERR-FILE-STATUS
082100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
082200         PERFORM ERROR-PROC
082300     END-IF.
082400 ACTL-READ-999.
082500 EXIT.
082600                                                             SKIP3
082700******************************************************************
082800*                                                                *
082900*    ARCHIVE CONTROL WRITE PROC (TOTALS OF THE NEW ARCHIVE)      *
083000*                                                                *
083100******************************************************************
083200 ACTL-WRITE-PROC SECTION.
083300*G   ARCHIVE CONTROL WRITE
083400 ACTL-WRITE-010.
083500     INITIALIZE  WN-ACTL-REC.
083600     MOVE  W4-RUN-DATE             TO  WN-ACTL-RUN-DATE.
083700     MOVE  W2-RUN-ID               TO  WN-ACTL-RUN-ID.
083800     MOVE  "FILERCAL"              TO  WN-ACTL-PROGRAM.
083900     MOVE  W5-ROOT-COUNT           TO  WN-ACTL-COUNT-R.
084000     MOVE  W5-SUB-COUNT            TO  WN-ACTL-COUNT-S.
084100     MOVE  W5-SUB2-COUNT           TO  WN-ACTL-COUNT-T.
084200     MOVE  W5-SUB3-COUNT           TO  WN-ACTL-COUNT-U.
084300     MOVE  W5-COUNTER              TO  WN-ACTL-COUNT-TOTAL.
084400     MOVE  W5-ROOT-HASH            TO  WN-ACTL-ROOT-HASH.
084500     MOVE  ZERO                    TO  WN-ACTL-PURGE-ROOTS.
084600     MOVE  ZERO                    TO  WN-ACTL-PURGE-TOTAL.
084700     MOVE  WK-RECALL-ROOT-COUNTER  TO  WN-ACTL-RECALL-ROOTS.
084800     MOVE  WK-RECALL-ROW-COUNTER   TO  WN-ACTL-RECALL-TOTAL.
084900     OPEN  OUTPUT  FILE-ACTLOUT.
085000     IF  FS-FILE-ACTLOUT  NOT =  "00"
085100         MOVE "FILE-ACTLOUT(ARCCTLOUT)" TO  W2-ERR-FILE-NAME
085200         MOVE FS-FILE-ACTLOUT        TO  W2-ERR-FILE-STATUS
085300         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
085400         PERFORM ERROR-PROC
085500     END-IF.
085600     MOVE  WN-ACTL-REC  TO  O7-ACTL-REC.
085700     WRITE O7-ACTL-REC
085800     END-WRITE.
085900     IF  FS-FILE-ACTLOUT  NOT =  "00"
086000         MOVE "FILE-ACTLOUT(ARCCTLOUT)" TO  W2-ERR-FILE-NAME
086100         MOVE FS-FILE-ACTLOUT        TO  W2-ERR-FILE-STATUS
086200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
086300         PERFORM ERROR-PROC
086400     END-IF.
086500     CLOSE  FILE-ACTLOUT.
086600     IF  FS-FILE-ACTLOUT  NOT =  "00"
086700         MOVE "FILE-ACTLOUT(ARCCTLOUT)" TO  W2-ERR-FILE-NAME
086800         MOVE FS-FILE-ACTLOUT        TO  W2-ERR-FILE-STATUS
086900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
087000         PERFORM ERROR-PROC
087100     END-IF.
087200 ACTL-WRITE-999.
087300 EXIT.
087400                                                             SKIP3
087500******************************************************************
087600*                                                                *
087700*    EXTRACT CONTROL RESTATE PROC (OUTCTL PLUS THE RECALLED ROWS *
087800*    AND ROOT KEYS; NO OUTCTL - NOTHING TO RESTATE)              *
087900*                                                                *
088000******************************************************************
088100 XCTL-RESTATE-PROC SECTION.
088200*G   EXTRACT CONTROL RESTATE
088300 XCTL-RESTATE-010.
088400     INITIALIZE  WX-EXTCTL-REC.
088500     OPEN  INPUT  FILE-OUT-CTL.
088600     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
088700         FS-FILE-OUT-CTL  NOT =  "05"
088800         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
088900         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
089000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
089100         PERFORM ERROR-PROC
089200     END-IF.
089300     READ  FILE-OUT-CTL
089400       AT END
089500         MOVE "0" TO WK-XCTL-FOUND-FLG
089600       NOT AT END
089700         MOVE I8-EXTCTL-REC TO WX-EXTCTL-REC
089800         MOVE "1" TO WK-XCTL-FOUND-FLG
089900     END-READ.
090000     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
090100         FS-FILE-OUT-CTL  NOT =  "10"
090200         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
090300         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
090400         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
090500         PERFORM ERROR-PROC
090600     END-IF.
090700     CLOSE  FILE-OUT-CTL.
090800     IF  FS-FILE-OUT-CTL  NOT =  "00"
090900         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
091000         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
091100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
091200         PERFORM ERROR-PROC
091300     END-IF.
091400
091500     OPEN  OUTPUT  FILE-XCTLOUT.
091600     IF  FS-FILE-XCTLOUT  NOT =  "00"
091700         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
091800         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
091900         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
092000         PERFORM ERROR-PROC
092100     END-IF.
092200     IF  WK-XCTL-FOUND-FLG  NOT =  "1"
092300         DISPLAY "*** OUTCTL NOT FOUND - NOT RESTATED ***"
092400         GO  TO  XCTL-RESTATE-090
092500     END-IF.
092600     ADD  WK-RECALL-R-COUNTER    TO  WX-XCTL-COUNT-R.
092700     ADD  WK-RECALL-S-COUNTER    TO  WX-XCTL-COUNT-S.
092800     ADD  WK-RECALL-T-COUNTER    TO  WX-XCTL-COUNT-T.
092900     ADD  WK-RECALL-U-COUNTER    TO  WX-XCTL-COUNT-U.
093000     ADD  WK-RECALL-ROW-COUNTER  TO  WX-XCTL-COUNT-TOTAL.
093100     MOVE  WX-XCTL-ROOT-HASH  TO  WK-XCTL-HASH.
093200     ADD   WK-RECALL-HASH     TO  WK-XCTL-HASH.
093300     IF  WK-XCTL-HASH  >  9999999999
093400         SUBTRACT  10000000000  FROM  WK-XCTL-HASH
093500     END-IF.
093600     MOVE  WK-XCTL-HASH  TO  WX-XCTL-ROOT-HASH.
093700     MOVE  WX-EXTCTL-REC  TO  O8-EXTCTL-REC.
093800     WRITE O8-EXTCTL-REC
093900     END-WRITE.
094000     IF  FS-FILE-XCTLOUT  NOT =  "00"
094100         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
094200         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
094300         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
094400         PERFORM ERROR-PROC
094500     END-IF.
094600 XCTL-RESTATE-090.
094700     CLOSE  FILE-XCTLOUT.
094800     IF  FS-FILE-XCTLOUT  NOT =  "00"
094900         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
095000         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
095100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
095200         PERFORM ERROR-PROC
095300     END-IF.
095400 XCTL-RESTATE-999.
095500 EXIT.
095600                                                             SKIP3
095700******************************************************************
095800*                                                                *
095900*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
096000*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
096100*                                                                *
096200******************************************************************
096300 BUSDATE-READ-PROC SECTION.
096400*G   BUSINESS DATE READ
096500 BUSDATE-READ-010.
096600     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
096700     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
096800     MOVE  ZERO  TO  WK-BUSDATE-PREV.
096900     OPEN  INPUT  FILE-BUSDATE.
097000     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
097100         FS-FILE-BUSDATE  NOT =  "05"
097200         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
097300         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
097400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
097500         PERFORM ERROR-PROC
097600     END-IF.
097700     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
097800         READ  FILE-BUSDATE
097900           AT END
098000             MOVE "1" TO WK-BUSDATE-EOF-FLG
098100           NOT AT END
098200             MOVE C2-BDT-REC TO WY-BDT-REC
098300             IF  WY-BDT-REC-TYPE  =  "C"
098400                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
098500                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
098600                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
098700             END-IF
098800         END-READ
098900         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
099000             FS-FILE-BUSDATE  NOT =  "10"
099100             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
099200             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
099300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
099400             PERFORM ERROR-PROC
099500         END-IF
099600     END-PERFORM.
099700     CLOSE  FILE-BUSDATE.
099800     IF  FS-FILE-BUSDATE  NOT =  "00"
099900         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
100000         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
100100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
100200         PERFORM ERROR-PROC
100300     END-IF.
100400     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
100460         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
100520         MOVE "  "                   TO  W2-ERR-FILE-STATUS
100580         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
100640         PERFORM ERROR-PROC
100700     END-IF.
100800 BUSDATE-READ-999.
100900 EXIT.
101000                                                             SKIP3
101100******************************************************************
101200*                                                                *
101300*    JUNBI PROC (ARCHIVE INDEX, RECALL KEYS, FILE OPEN AND LIST  *
101400*    HEADING)                                                    *
101500*                                                                *
101600******************************************************************
101700 JUNBI-PROC                        SECTION.
101800*G   JUNBI
101900 JUNBI-010.
102000
102100     ACCEPT W2-START-TIME FROM TIME.
102200     PERFORM  BUSDATE-READ-PROC.
102300     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
102400     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
102500     IF  W2-RUN-ID  =  SPACES
102600         MOVE  "DEFAULT"  TO  W2-RUN-ID
102700     END-IF.
102800
102900     OPEN   I-O    FILE-ARCIDX.
103000     IF  FS-FILE-ARCIDX  NOT =  "00"
103100         MOVE "FILE-ARCIDX(ARCIDX)"    TO  W2-ERR-FILE-NAME
103200         MOVE FS-FILE-ARCIDX         TO  W2-ERR-FILE-STATUS
103300         MOVE "OPEN I-O FAILED"      TO  W2-ERR-MESSAGE
103400         PERFORM ERROR-PROC
103500     END-IF.
103600     PERFORM  RCALKEY-LOAD-PROC.
103700     PERFORM  ACTL-READ-PROC.
103800
103900     OPEN   INPUT  FILE-MAST
104000                   FILE-ARCIN.
104100     IF  FS-FILE-MAST  NOT =  "00"
104200         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
104300         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
104400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
104500         PERFORM ERROR-PROC
104600     END-IF.
104700     IF  FS-FILE-ARCIN  NOT =  "00"  AND
104800         FS-FILE-ARCIN  NOT =  "05"
104900         MOVE "FILE-ARCIN(ARCIN)"      TO  W2-ERR-FILE-NAME
105000         MOVE FS-FILE-ARCIN          TO  W2-ERR-FILE-STATUS
105100         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
105200         PERFORM ERROR-PROC
105300     END-IF.
105400     OPEN   OUTPUT FILE-MASTOUT
105500                   FILE-ARCOUT
105600                   FILE-RCALLIST.
105700     IF  FS-FILE-MASTOUT  NOT =  "00"
105800         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
105900         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
106000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
106100         PERFORM ERROR-PROC
106200     END-IF.
106300     IF  FS-FILE-ARCOUT  NOT =  "00"
106400         MOVE "FILE-ARCOUT(ARCOUT)"    TO  W2-ERR-FILE-NAME
106500         MOVE FS-FILE-ARCOUT         TO  W2-ERR-FILE-STATUS
106600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
106700         PERFORM ERROR-PROC
106800     END-IF.
106900     IF  FS-FILE-RCALLIST  NOT =  "00"
107000         MOVE "FILE-RCALLIST(RCALLIST)" TO  W2-ERR-FILE-NAME
107100         MOVE FS-FILE-RCALLIST       TO  W2-ERR-FILE-STATUS
107200         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
107300         PERFORM ERROR-PROC
107400     END-IF.
107500
107600     MOVE "FILERCAL"    TO  O2-RPT-PROGRAM-NAME.
107700     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
107800             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
107900     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
108000     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
108100     PERFORM  SYURYO-CHK-LIST-WRITE.
108200     WRITE O2-RPT-BLANK-LINE.
108300     PERFORM  SYURYO-CHK-LIST-WRITE.
108400     MOVE  SPACES                  TO  O2-RPT-DETAIL-LINE.
108500     MOVE  "REQUESTED ROOT-KEY"    TO  O2-RPT-DETAIL-LABEL.
108600     MOVE  "RESULT                    ROWS"
108700                                   TO  O2-RPT-DETAIL-VALUE.
108800     WRITE O2-RPT-DETAIL-LINE.
108900     PERFORM  SYURYO-CHK-LIST-WRITE.
109000
109100 JUNBI-999.
109200 EXIT.
109300                                                             SKIP3
109400******************************************************************
109500*                                                                *
109600*    SYURYO PROC (RECALL SUMMARY; RC=4 WHEN A REQUESTED KEY WAS  *
109700*    NOT RECALLED OR AN INPUT CONTROL DOES NOT MATCH)            *
109800*                                                                *
109900******************************************************************
110000 SYURYO-PROC                       SECTION.
110100*G   SYURYO
110200 SYURYO-010.
110300
110400     ACCEPT W2-END-TIME FROM TIME.
110500
110600     OPEN   OUTPUT FILE-REPORT.
110700     IF  FS-FILE-REPORT  NOT =  "00"
110800         MOVE "FILE-REPORT(RCALRPT)" TO  W2-ERR-FILE-NAME
110900         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
111000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
111100         PERFORM ERROR-PROC
111200     END-IF.
111300
111400     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
111500                                     + (W2-S_SS * 100) + W2-S_TT)
111600     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
111700                                    + (W2-E_SS * 100) + W2-E_TT).
111800     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
111900
112000     MOVE  "OK"  TO  WK-REQ-RESULT.
112100     IF  WK-NOTFOUND-COUNTER  >  ZERO  OR
112200         WK-CONFLICT-COUNTER  >  ZERO  OR
112300         WK-MISSING-COUNTER   >  ZERO
112400         MOVE  "NG"  TO  WK-REQ-RESULT
112500     END-IF.
112600     MOVE  "OK"  TO  WK-MAST-RESULT.
112700     IF  WM-Z-FLG  NOT =  "1"  OR
112800         WM-Z-GRAND-COUNT  NOT =  WM-DATA-COUNTER
112900         MOVE  "NG"  TO  WK-MAST-RESULT
113000     END-IF.
113100     MOVE  "OK"  TO  WK-ARC-RESULT.
113200     IF  WK-ACTL-FOUND-FLG  =  "1"
113300         IF  WC-ACTL-COUNT-TOTAL  NOT =  WA-DATA-COUNTER  OR
113400             WC-ACTL-ROOT-HASH    NOT =  WA-ROOT-HASH
113500             MOVE  "NG"  TO  WK-ARC-RESULT
113600         END-IF
113700     ELSE
113800         IF  WA-COUNTER  >  ZERO
113900             MOVE  "NG"  TO  WK-ARC-RESULT
114000         END-IF
114100     END-IF.
114200     IF  WA-COUNTER  >  ZERO  AND
114300         ( WA-Z-FLG  NOT =  "1"  OR
114400           WA-Z-GRAND-COUNT  NOT =  WA-DATA-COUNTER )
114500         MOVE  "NG"  TO  WK-ARC-RESULT
114600     END-IF.
114700     IF  WK-REQ-RESULT   NOT =  "OK"  OR
114800         WK-MAST-RESULT  NOT =  "OK"  OR
114900         WK-ARC-RESULT   NOT =  "OK"
115000         MOVE  4  TO  RETURN-CODE
115100     END-IF.
115200
115300     DISPLAY "KEYS REQUESTED    : " WK-RCAL-COUNT.
115400     DISPLAY "ROOTS RECALLED    : " WK-RECALL-ROOT-COUNTER.
115500     DISPLAY "ROWS RECALLED     : " WK-RECALL-ROW-COUNTER.
115600     DISPLAY "NOT ON ARCIDX     : " WK-NOTFOUND-COUNTER.
115700     DISPLAY "ALREADY ON MASTER : " WK-CONFLICT-COUNTER.
115800     DISPLAY "NOT ON ARCHIVE    : " WK-MISSING-COUNTER.
115900
116000     MOVE "FILERCAL"    TO  O4-RPT-PROGRAM-NAME.
116100     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
116200             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
116300     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
116400     WRITE O4-RPT-TITLE-LINE.
116500     PERFORM SYURYO-CHK-RPT-WRITE.
116600     MOVE "RECALLKEYS"  TO O4-RPT-FILE-NAME.
116700     WRITE O4-RPT-FILE-LINE.
116800     PERFORM SYURYO-CHK-RPT-WRITE.
116900     MOVE "MASTIN"      TO O4-RPT-FILE-NAME.
117000     WRITE O4-RPT-FILE-LINE.
117100     PERFORM SYURYO-CHK-RPT-WRITE.
117200     MOVE "ARCIN"       TO O4-RPT-FILE-NAME.
117300     WRITE O4-RPT-FILE-LINE.
117400     PERFORM SYURYO-CHK-RPT-WRITE.
117500
117600     WRITE O4-RPT-BLANK-LINE.
117700     PERFORM SYURYO-CHK-RPT-WRITE.
117800     WRITE O4-RPT-HEAD-LINE.
117900     PERFORM SYURYO-CHK-RPT-WRITE.
118000     MOVE "KEYS REQUESTED"  TO O4-RPT-COUNT-NAME.
118100     MOVE WK-RCAL-COUNT     TO O4-RPT-COUNT-VALUE.
118200     WRITE O4-RPT-COUNT-LINE.
118300     PERFORM SYURYO-CHK-RPT-WRITE.
118400     MOVE "ROOTS RECALLED"  TO O4-RPT-COUNT-NAME.
118500     MOVE WK-RECALL-ROOT-COUNTER TO O4-RPT-COUNT-VALUE.
118600     WRITE O4-RPT-COUNT-LINE.
118700     PERFORM SYURYO-CHK-RPT-WRITE.
118800     MOVE "  ROOT ROWS"     TO O4-RPT-COUNT-NAME.
118900     MOVE WK-RECALL-R-COUNTER TO O4-RPT-COUNT-VALUE.
119000     WRITE O4-RPT-COUNT-LINE.
119100     PERFORM SYURYO-CHK-RPT-WRITE.
119200     MOVE "  SUB ROWS"      TO O4-RPT-COUNT-NAME.
119300     MOVE WK-RECALL-S-COUNTER TO O4-RPT-COUNT-VALUE.
119400     WRITE O4-RPT-COUNT-LINE.
119500     PERFORM SYURYO-CHK-RPT-WRITE.
119600     MOVE "  SUB2 ROWS"     TO O4-RPT-COUNT-NAME.
119700     MOVE WK-RECALL-T-COUNTER TO O4-RPT-COUNT-VALUE.
119800     WRITE O4-RPT-COUNT-LINE.
119900     PERFORM SYURYO-CHK-RPT-WRITE.
120000     MOVE "  SUB3 ROWS"     TO O4-RPT-COUNT-NAME.
120100     MOVE WK-RECALL-U-COUNTER TO O4-RPT-COUNT-VALUE.
120200     WRITE O4-RPT-COUNT-LINE.
120300     PERFORM SYURYO-CHK-RPT-WRITE.
120400     MOVE "  TOTAL ROWS"    TO O4-RPT-COUNT-NAME.
120500     MOVE WK-RECALL-ROW-COUNTER TO O4-RPT-COUNT-VALUE.
120600     WRITE O4-RPT-COUNT-LINE.
120700     PERFORM SYURYO-CHK-RPT-WRITE.
120800     MOVE "NOT ON ARCIDX"   TO O4-RPT-COUNT-NAME.
120900     MOVE WK-NOTFOUND-COUNTER TO O4-RPT-COUNT-VALUE.
121000     WRITE O4-RPT-COUNT-LINE.
121100     PERFORM SYURYO-CHK-RPT-WRITE.
121200     MOVE "ALREADY ON MASTER" TO O4-RPT-COUNT-NAME.
121300     MOVE WK-CONFLICT-COUNTER TO O4-RPT-COUNT-VALUE.
121400     WRITE O4-RPT-COUNT-LINE.
121500     PERFORM SYURYO-CHK-RPT-WRITE.
121600     MOVE "NOT ON ARCHIVE"  TO O4-RPT-COUNT-NAME.
121700     MOVE WK-MISSING-COUNTER TO O4-RPT-COUNT-VALUE.
121800     WRITE O4-RPT-COUNT-LINE.
121900     PERFORM SYURYO-CHK-RPT-WRITE.
122000     MOVE "DUPLICATE REQUEST" TO O4-RPT-COUNT-NAME.
122100     MOVE WK-DUPREQ-COUNTER TO O4-RPT-COUNT-VALUE.
122200     WRITE O4-RPT-COUNT-LINE.
122300     PERFORM SYURYO-CHK-RPT-WRITE.
122400     MOVE "MASTIN ROWS"     TO O4-RPT-COUNT-NAME.
122500     MOVE WM-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
122600     WRITE O4-RPT-COUNT-LINE.
122700     PERFORM SYURYO-CHK-RPT-WRITE.
122800     MOVE "MASTOUT ROWS"    TO O4-RPT-COUNT-NAME.
122900     MOVE W1-COUNTER        TO O4-RPT-COUNT-VALUE.
123000     WRITE O4-RPT-COUNT-LINE.
123100     PERFORM SYURYO-CHK-RPT-WRITE.
123200     MOVE "ARCIN ROWS"      TO O4-RPT-COUNT-NAME.
123300     MOVE WA-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
123400     WRITE O4-RPT-COUNT-LINE.
123500     PERFORM SYURYO-CHK-RPT-WRITE.
123600     MOVE "ARCOUT ROWS"     TO O4-RPT-COUNT-NAME.
123700     MOVE W5-COUNTER        TO O4-RPT-COUNT-VALUE.
123800     WRITE O4-RPT-COUNT-LINE.
123900     PERFORM SYURYO-CHK-RPT-WRITE.
124000     MOVE "ARCIDX DELETED"  TO O4-RPT-COUNT-NAME.
124100     MOVE WK-IDX-DELETE-COUNTER TO O4-RPT-COUNT-VALUE.
124200     WRITE O4-RPT-COUNT-LINE.
124300     PERFORM SYURYO-CHK-RPT-WRITE.
124400
124500     WRITE O4-RPT-BLANK-LINE.
124600     PERFORM SYURYO-CHK-RPT-WRITE.
124700     MOVE "ARCHIVE ROOT HASH" TO O4-RPT-DETAIL-LABEL.
124800     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
124900     MOVE W5-ROOT-HASH (2:10) TO O4-RPT-DETAIL-VALUE (1:10).
125000     WRITE O4-RPT-DETAIL-LINE.
125100     PERFORM SYURYO-CHK-RPT-WRITE.
125200     MOVE "OUTCTL RESTATED" TO O4-RPT-DETAIL-LABEL.
125300     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
125400     IF  WK-XCTL-FOUND-FLG  =  "1"
125500         STRING  "TOTAL "  WX-XCTL-COUNT-TOTAL
125600                 "  HASH "  WX-XCTL-ROOT-HASH
125700                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
125800     ELSE
125900         MOVE "NOT FOUND - NOT RESTATED" TO O4-RPT-DETAIL-VALUE
126000     END-IF.
126100     WRITE O4-RPT-DETAIL-LINE.
126200     PERFORM SYURYO-CHK-RPT-WRITE.
126300
126400     WRITE O4-RPT-BLANK-LINE.
126500     PERFORM SYURYO-CHK-RPT-WRITE.
126600     MOVE "REQUESTED KEYS"  TO O4-RPT-RESULT-LABEL.
126700     MOVE WK-REQ-RESULT     TO O4-RPT-RESULT-VALUE.
126800     WRITE O4-RPT-RESULT-LINE.
126900     PERFORM SYURYO-CHK-RPT-WRITE.
127000     MOVE "MASTER CONTROL"  TO O4-RPT-RESULT-LABEL.
127100     MOVE WK-MAST-RESULT    TO O4-RPT-RESULT-VALUE.
127200     WRITE O4-RPT-RESULT-LINE.
127300     PERFORM SYURYO-CHK-RPT-WRITE.
127400     MOVE "ARCHIVE CONTROL" TO O4-RPT-RESULT-LABEL.
127500     MOVE WK-ARC-RESULT     TO O4-RPT-RESULT-VALUE.
127600     WRITE O4-RPT-RESULT-LINE.
127700     PERFORM SYURYO-CHK-RPT-WRITE.
127800
127900     WRITE O4-RPT-BLANK-LINE.
128000     PERFORM SYURYO-CHK-RPT-WRITE.
128100
128200     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
128300     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
128400             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
128500     WRITE O4-RPT-TIME-LINE.
128600     PERFORM SYURYO-CHK-RPT-WRITE.
128700     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
128800     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
128900             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
129000     WRITE O4-RPT-TIME-LINE.
129100     PERFORM SYURYO-CHK-RPT-WRITE.
129200     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
129300     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
129400     WRITE O4-RPT-TIME-LINE.
129500     PERFORM SYURYO-CHK-RPT-WRITE.
129600
129700     CLOSE FILE-REPORT.
129800     IF  FS-FILE-REPORT  NOT =  "00"
129900         MOVE "FILE-REPORT(RCALRPT)" TO  W2-ERR-FILE-NAME
130000         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
130100         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
130200         PERFORM ERROR-PROC
130300     END-IF.
130400
130500 SYURYO-999.
130600     EXIT.
130700                                                             SKIP3
130800******************************************************************
130900*                                                                *
131000*    REPORT WRITE CHECK PROC                                     *
131100*                                                                *
131200******************************************************************
131300 SYURYO-CHK-PROC                    SECTION.
131400*G   REPORT WRITE CHECK
131500 SYURYO-CHK-RPT-WRITE.
131600     IF  FS-FILE-REPORT  NOT =  "00"
131700         MOVE "FILE-REPORT(RCALRPT)" TO  W2-ERR-FILE-NAME
131800         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
131900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
132000         PERFORM ERROR-PROC
132100     END-IF.
132200 SYURYO-CHK-LIST-WRITE.
132300     IF  FS-FILE-RCALLIST  NOT =  "00"
132400         MOVE "FILE-RCALLIST(RCALLIST)" TO  W2-ERR-FILE-NAME
132500         MOVE FS-FILE-RCALLIST       TO  W2-ERR-FILE-STATUS
132600         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
132700         PERFORM ERROR-PROC
132800     END-IF.
132900 SYURYO-CHK-999.
133000     EXIT.
133100                                                             SKIP3
133200******************************************************************
133300*                                                                *
133400*    ERROR PROC                                                  *
133500*                                                                *
133600******************************************************************
133700 ERROR-PROC                        SECTION.
133800*G   ERROR
133900 ERROR-010.
134000
134100     DISPLAY "*** ABEND ***".
134200     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
134300     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
134400     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
134500
134600     MOVE  16  TO  RETURN-CODE.
134700     STOP RUN.
134800
134900 ERROR-999.
135000     EXIT.
