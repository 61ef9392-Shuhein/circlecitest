000100* T   MANUAL CORRECTION OF MASTER ROWS WITH AUDIT JOURNAL
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILECORR.
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
001500     SELECT   FILE-CORRIN
001600               ASSIGN TO CORRTRAN
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-CORRIN.
001900     SELECT   FILE-MAST
002000               ASSIGN TO MASTIN
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-MAST.
002300     SELECT   FILE-MASTOUT
002400               ASSIGN TO MASTOUT
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-MASTOUT.
002700     SELECT   FILE-MASTIDX
002800               ASSIGN TO MASTIDX
002900               ORGANIZATION IS INDEXED
003000               ACCESS MODE IS RANDOM
003100               RECORD KEY IS O3-MSTIX-KEY
003200               FILE STATUS IS FS-FILE-MASTIDX.
003300     SELECT   OPTIONAL  FILE-JRNLIN
003400               ASSIGN TO JRNLIN
003500               ORGANIZATION IS LINE SEQUENTIAL
003600               FILE STATUS IS FS-FILE-JRNLIN.
003700     SELECT   FILE-JRNLOUT
003800               ASSIGN TO JRNLOUT
003900               ORGANIZATION IS LINE SEQUENTIAL
004000               FILE STATUS IS FS-FILE-JRNLOUT.
004100     SELECT   OPTIONAL  FILE-OUT-CTL
004200               ASSIGN TO OUTCTL
004300               ORGANIZATION IS LINE SEQUENTIAL
004400               FILE STATUS IS FS-FILE-OUT-CTL.
004500     SELECT   FILE-XCTLOUT
004600               ASSIGN TO OUTCTLOUT
004700               ORGANIZATION IS LINE SEQUENTIAL
004800               FILE STATUS IS FS-FILE-XCTLOUT.
004900     SELECT   FILE-CORRLIST
005000               ASSIGN TO CORRLIST
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS FS-FILE-CORRLIST.
005300     SELECT   FILE-REPORT
005400               ASSIGN TO CORRRPT
005500               ORGANIZATION IS LINE SEQUENTIAL
005600               FILE STATUS IS FS-FILE-REPORT.
005700     SELECT   OPTIONAL  FILE-BUSDATE
005800               ASSIGN TO BUSDATE
005900               ORGANIZATION IS LINE SEQUENTIAL
006000               FILE STATUS IS FS-FILE-BUSDATE.
006100     SELECT   SORT-FILE
006200               ASSIGN TO SORTWK.
006300
006400 DATA                   DIVISION.
006500 FILE                   SECTION.
006600 FD  FILE-CORRIN.
006700     COPY  CORRTRN  PREFIXING  I9-.
006800
006900 FD  FILE-MAST.
007000     COPY  OUTFILE  PREFIXING  I1-.
007100
007200 FD  FILE-MASTOUT.
007300     COPY  OUTFILE  PREFIXING  O1-.
007400
007500 FD  FILE-MASTIDX.
007600     COPY  MSTIDX   PREFIXING  O3-.
007700
007800 FD  FILE-JRNLIN.
007900     COPY  CORRJRN  PREFIXING  I5-.
008000
008100 FD  FILE-JRNLOUT.
008200     COPY  CORRJRN  PREFIXING  O5-.
008300
008400 FD  FILE-OUT-CTL.
008500     COPY  EXTCTL   PREFIXING  I8-.
008600
008700 FD  FILE-XCTLOUT.
008800     COPY  EXTCTL   PREFIXING  O8-.
008900
009000 FD  FILE-CORRLIST.
009100     COPY  REPORT   PREFIXING  O2-.
009200     COPY  CORRLST  PREFIXING  O2-.
009300
009400 FD  FILE-REPORT.
009500     COPY  REPORT   PREFIXING  O4-.
009600
009700 FD  FILE-BUSDATE.
009800     COPY  BUSDATE  PREFIXING  C2-.
009900
010000 SD  SORT-FILE.
010100     COPY  CORRWRK  PREFIXING  SR-.
010200
010300 WORKING-STORAGE        SECTION.
010400******************************************************************
010500*                                                                *
010600*    CORRECTION TRANSACTION WORK AREA (SORTED BY ROOT KEY, THEN  *
010700*    IN THE ORDER KEYED)                                         *
010800*                                                                *
010900******************************************************************
011000 COPY  CORRWRK  PREFIXING  W5-.
011100 COPY  CORRTRN  PREFIXING  WT-.
011200 01  WK-CORRIN-EOF-FLG      PIC   X      VALUE  ZERO.
011300 01  WK-SORT-EOF-FLG        PIC   X      VALUE  ZERO.
011400 01  WK-TRAN-ROOT           PIC  X(10)   VALUE  SPACES.
011500 01  WK-TRAN-READ-COUNTER   PIC  S9(09)  VALUE  ZERO.
011600 01  WK-RELEASE-COUNTER     PIC  S9(09)  VALUE  ZERO.
011700 01  WK-RETURN-COUNTER      PIC  S9(09)  VALUE  ZERO.
011800 01  WK-ADD-COUNTER         PIC  S9(09)  VALUE  ZERO.
011900 01  WK-CHANGE-COUNTER      PIC  S9(09)  VALUE  ZERO.
012000 01  WK-DELETE-COUNTER      PIC  S9(09)  VALUE  ZERO.
012100 01  WK-REJECT-COUNTER      PIC  S9(09)  VALUE  ZERO.
012200 01  WK-ADD-R-COUNTER       PIC  S9(09)  VALUE  ZERO.
012300 01  WK-ADD-S-COUNTER       PIC  S9(09)  VALUE  ZERO.
012400 01  WK-ADD-T-COUNTER       PIC  S9(09)  VALUE  ZERO.
012500 01  WK-ADD-U-COUNTER       PIC  S9(09)  VALUE  ZERO.
012600 01  WK-DEL-R-COUNTER       PIC  S9(09)  VALUE  ZERO.
012700 01  WK-DEL-S-COUNTER       PIC  S9(09)  VALUE  ZERO.
012800 01  WK-DEL-T-COUNTER       PIC  S9(09)  VALUE  ZERO.
012900 01  WK-DEL-U-COUNTER       PIC  S9(09)  VALUE  ZERO.
013000 01  WK-REJECT-MSG          PIC  X(32)   VALUE  SPACES.
013100 01  WK-CHILD-FLG           PIC   X      VALUE  ZERO.
013200******************************************************************
013300*                                                                *
013400*    ROOT GROUP TABLE (ROWS OF ONE ROOT KEY IN KEY ORDER WHILE   *
013500*    ITS CORRECTIONS ARE APPLIED)                                *
013600*    WK-GE-ACTIVE  "1"=ROW IS ON THE MASTER  "0"=ROW DELETED     *
013700*                                                                *
013800******************************************************************
013900 01  WK-GE-MAX              PIC  S9(04)  COMP  VALUE  5000.
014000 01  WK-GE-COUNT            PIC  S9(04)  COMP  VALUE  ZERO.
014100 01  WK-GE-LOAD-COUNT       PIC  S9(04)  COMP  VALUE  ZERO.
014200 01  WK-GE-IX               PIC  S9(04)  COMP  VALUE  ZERO.
014300 01  WK-GE-FIND-IX          PIC  S9(04)  COMP  VALUE  ZERO.
014400 01  WK-GE-INS-IX           PIC  S9(04)  COMP  VALUE  ZERO.
014500 01  WK-GE-TABLE.
014600     05  WK-GE-ENTRY  OCCURS  5000.
014700         10  WK-GE-REC-TYPE       PIC  X(01).
014800         10  WK-GE-KEYS.
014900             15  WK-GE-SUB-KEY    PIC  X(10).
015000             15  WK-GE-SUB2-KEY   PIC  X(10).
015100             15  WK-GE-SUB3-KEY   PIC  X(10).
015200         10  WK-GE-REC-DATA       PIC  X(40).
015300         10  WK-GE-UPDATE-DATE    PIC  9(08).
015400         10  WK-GE-ACTIVE         PIC  X(01).
015500 01  WK-FIND-KEYS.
015600     05  WK-FIND-SUB-KEY        PIC  X(10).
015700     05  WK-FIND-SUB2-KEY       PIC  X(10).
015800     05  WK-FIND-SUB3-KEY       PIC  X(10).
015900 01  WK-CUR-ROOT            PIC  X(10)   VALUE  SPACES.
016000******************************************************************
016100*                                                                *
016200*    FILE-MAST WORK AREA (INPUT MASTER)                          *
016300*                                                                *
016400******************************************************************
016500 COPY  OUTFILE  PREFIXING  WM-.
016600 01  WM-EOF-FLG             PIC   X      VALUE  ZERO.
016700 01  WM-Z-FLG               PIC   X      VALUE  ZERO.
016800 01  WM-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
016900 01  WM-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
017000 01  WM-R-COUNTER           PIC  S9(09)  VALUE  ZERO.
017100 01  WM-S-COUNTER           PIC  S9(09)  VALUE  ZERO.
017200 01  WM-T-COUNTER           PIC  S9(09)  VALUE  ZERO.
017300 01  WM-U-COUNTER           PIC  S9(09)  VALUE  ZERO.
017400 01  WK-MAST-ROOT           PIC  X(10)   VALUE  SPACES.
017500******************************************************************
017600*                                                                *
017700*    OUTPUT MASTER WORK AREA (FILE-MASTOUT, "G" TRAILERS         *
017800*    REGENERATED ON ROOT KEY BREAK)                              *
017900*                                                                *
018000******************************************************************
018100 COPY  OUTFILE  PREFIXING  W1-.
018200 01  W1-COUNTER             PIC  S9(11)  VALUE  ZERO.
018300 01  W1-R-COUNTER           PIC  S9(09)  VALUE  ZERO.
018400 01  W1-S-COUNTER           PIC  S9(09)  VALUE  ZERO.
018500 01  W1-T-COUNTER           PIC  S9(09)  VALUE  ZERO.
018600 01  W1-U-COUNTER           PIC  S9(09)  VALUE  ZERO.
018700 01  WK-GRP-OPEN-FLG        PIC   X      VALUE  ZERO.
018800 01  WK-GRP-CHG-FLG         PIC   X      VALUE  ZERO.
018900 01  WK-GRP-ROOT-KEY        PIC  X(10)   VALUE  SPACES.
019000 01  WK-GRP-SUB-COUNT       PIC  S9(09)  VALUE  ZERO.
019100 01  WK-GRP-SUB2-COUNT      PIC  S9(09)  VALUE  ZERO.
019200 01  WK-GRP-SUB3-COUNT      PIC  S9(09)  VALUE  ZERO.
019300******************************************************************
019400*                                                                *
019500*    AUDIT JOURNAL WORK AREA (FILE-JRNLIN COPIED TO FILE-JRNLOUT *
019600*    AND THE APPLIED CORRECTIONS ADDED)                          *
019700*                                                                *
019800******************************************************************
019900 COPY  CORRJRN  PREFIXING  WJ-.
020000 01  WK-JRNL-EOF-FLG        PIC   X      VALUE  ZERO.
020100 01  WK-JRNL-IN-COUNTER     PIC  S9(11)  VALUE  ZERO.
020200 01  WK-JRNL-NEW-COUNTER    PIC  S9(11)  VALUE  ZERO.
020300 01  WK-JRNL-OUT-COUNTER    PIC  S9(11)  VALUE  ZERO.
020400 01  WK-STAMP-DATE          PIC  9(08)   VALUE  ZERO.
020500 01  WK-STAMP-TIME          PIC  9(08)   VALUE  ZERO.
020600******************************************************************
020700*                                                                *
020800*    MASTER INDEX WORK AREA (FILE-MASTIDX)                       *
020900*                                                                *
021000******************************************************************
021100 01  WK-IDX-DUP-FLG         PIC   X      VALUE  ZERO.
021200 01  WK-IDX-DELETE-COUNTER  PIC  S9(11)  VALUE  ZERO.
021300 01  WK-IDX-WRITE-COUNTER   PIC  S9(11)  VALUE  ZERO.
021400 01  WK-IDX-REWRITE-COUNTER PIC  S9(11)  VALUE  ZERO.
021500 01  WK-IDX-MISS-COUNTER    PIC  S9(11)  VALUE  ZERO.
021600******************************************************************
021700*                                                                *
021800*    CHECK WORK AREA                                             *
021900*                                                                *
022000******************************************************************
022100 01  WK-OUT-HASH            PIC  9(11)   VALUE  ZERO.
022200 01  WK-IN-HASH             PIC  9(11)   VALUE  ZERO.
022300 01  WK-HASH-KEY            PIC  X(10).
022400 01  WK-HASH-KEY-NUM        REDEFINES  WK-HASH-KEY  PIC  9(10).
022500 01  WK-TRAN-RESULT         PIC  X(04)   VALUE  SPACES.
022600 01  WK-MAST-RESULT         PIC  X(04)   VALUE  SPACES.
022700 01  WK-CNT-RESULT          PIC  X(04)   VALUE  SPACES.
022800 01  WK-IDX-RESULT          PIC  X(04)   VALUE  SPACES.
022900******************************************************************
023000*                                                                *
023100*    EXTRACT CONTROL WORK AREA (FILE-OUT-CTL RESTATED)           *
023200*                                                                *
023300******************************************************************
023400 COPY  EXTCTL  PREFIXING  WX-.
023500 01  WK-XCTL-FOUND-FLG      PIC   X      VALUE  ZERO.
023600 01  WK-XCTL-HASH           PIC  9(11)   VALUE  ZERO.
023700******************************************************************
023800*                                                                *
023900*    RUN STATUS WORK AREA                                        *
024000*                                                                *
024100******************************************************************
024200 COPY  RESULT  PREFIXING  W2-.
024300 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
024400 01  W4-RUN-DATE             PIC  9(08).
024500 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
024600     05  W4-RUN-YYYY         PIC  9(04).
024700     05  W4-RUN-MM           PIC  9(02).
024800     05  W4-RUN-DD           PIC  9(02).
024900******************************************************************
025000*                                                                *
025100*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
025200*                                                                *
025300******************************************************************
025400 COPY  BUSDATE  PREFIXING  WY-.
025500 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
025600 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
025700 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
025800******************************************************************
025900*                                                                *
026000*    FILE STATUS WORK AREA                                       *
026100*                                                                *
026200******************************************************************
026300 01  FS-FILE-CORRIN          PIC  X(02)  VALUE  "00".
026400 01  FS-FILE-MAST            PIC  X(02)  VALUE  "00".
026500 01  FS-FILE-MASTOUT         PIC  X(02)  VALUE  "00".
026600 01  FS-FILE-MASTIDX         PIC  X(02)  VALUE  "00".
026700 01  FS-FILE-JRNLIN          PIC  X(02)  VALUE  "00".
026800 01  FS-FILE-JRNLOUT         PIC  X(02)  VALUE  "00".
026900 01  FS-FILE-OUT-CTL         PIC  X(02)  VALUE  "00".
027000 01  FS-FILE-XCTLOUT         PIC  X(02)  VALUE  "00".
027100 01  FS-FILE-CORRLIST        PIC  X(02)  VALUE  "00".
027200 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
027300 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
027400
027500 PROCEDURE              DIVISION.
027600*
027700******************************************************************
027800*                                                                *
027900*G   MAIN PROC                                                   *
028000*                                                                *
028100******************************************************************
028200 MAIN-PROC                         SECTION.
028300*G   MAIN
028400 MAIN-PROC-010.
028500
028600     PERFORM  JUNBI-PROC.
028700
028800     SORT  SORT-FILE
028900           ASCENDING KEY  SR-CRWK-ROOT-KEY
029000                          SR-CRWK-SEQ-NO
029100           INPUT  PROCEDURE IS CORR-SORT-IN-PROC
029200           OUTPUT PROCEDURE IS CORR-SORT-OUT-PROC.
029300     PERFORM  GRAND-TRAILER-WRITE-PROC.
029400     PERFORM  MAST-CLOSE-PROC.
029500
029600     CLOSE  FILE-MASTOUT
029700            FILE-MASTIDX
029800            FILE-JRNLOUT
029900            FILE-CORRLIST.
030000     IF  FS-FILE-MASTOUT  NOT =  "00"
030100         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
030200         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
030300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
030400         PERFORM ERROR-PROC
030500     END-IF.
030600     IF  FS-FILE-MASTIDX  NOT =  "00"
030700         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
030800         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
030900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
031000         PERFORM ERROR-PROC
031100     END-IF.
031200     IF  FS-FILE-JRNLOUT  NOT =  "00"
031300         MOVE "FILE-JRNLOUT(JRNLOUT)"  TO  W2-ERR-FILE-NAME
031400         MOVE FS-FILE-JRNLOUT        TO  W2-ERR-FILE-STATUS
031500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
031600         PERFORM ERROR-PROC
031700     END-IF.
031800     IF  FS-FILE-CORRLIST  NOT =  "00"
031900         MOVE "FILE-CORRLIST(CORRLIST)" TO  W2-ERR-FILE-NAME
032000         MOVE FS-FILE-CORRLIST       TO  W2-ERR-FILE-STATUS
032100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
032200         PERFORM ERROR-PROC
032300     END-IF.
032400
032500     PERFORM  XCTL-RESTATE-PROC.
032600
032700     PERFORM  SYURYO-PROC.
032800
032900     STOP     RUN.
033000                                                             SKIP3
033100******************************************************************
033200*                                                                *
033300*    CORRECTION SORT INPUT PROC (EACH TRANSACTION RELEASED WITH  *
033400*    ITS INPUT SEQUENCE NUMBER)                                  *
033500*                                                                *
033600******************************************************************
033700 CORR-SORT-IN-PROC SECTION.
033800*G   CORRECTION SORT INPUT
033900 CORR-SORT-IN-010.
034000     OPEN  INPUT  FILE-CORRIN.
034100     IF  FS-FILE-CORRIN  NOT =  "00"
034200         MOVE "FILE-CORRIN(CORRTRAN)"  TO  W2-ERR-FILE-NAME
034300         MOVE FS-FILE-CORRIN         TO  W2-ERR-FILE-STATUS
034400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
034500         PERFORM ERROR-PROC
034600     END-IF.
034700     PERFORM  UNTIL  WK-CORRIN-EOF-FLG  =  "1"
034800         READ  FILE-CORRIN
034900           AT END
035000             MOVE "1" TO WK-CORRIN-EOF-FLG
035100           NOT AT END
035200             ADD  1  TO  WK-TRAN-READ-COUNTER
035300             INITIALIZE  SR-CRWK-REC
035400             MOVE  I9-CTRN-ROOT-KEY      TO  SR-CRWK-ROOT-KEY
035500             MOVE  WK-TRAN-READ-COUNTER  TO  SR-CRWK-SEQ-NO
035600             MOVE  I9-CTRN-REC           TO  SR-CRWK-TRAN-IMAGE
035700             RELEASE SR-CRWK-REC
035800             ADD  1  TO  WK-RELEASE-COUNTER
035900         END-READ
036000         IF  FS-FILE-CORRIN  NOT =  "00"  AND
036100             FS-FILE-CORRIN  NOT =  "10"
036200             MOVE "FILE-CORRIN(CORRTRAN)"  TO  W2-ERR-FILE-NAME
036300             MOVE FS-FILE-CORRIN         TO  W2-ERR-FILE-STATUS
036400             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
036500             PERFORM ERROR-PROC
036600         END-IF
036700     END-PERFORM.
036800     CLOSE  FILE-CORRIN.
036900     IF  FS-FILE-CORRIN  NOT =  "00"
037000         MOVE "FILE-CORRIN(CORRTRAN)"  TO  W2-ERR-FILE-NAME
037100         MOVE FS-FILE-CORRIN         TO  W2-ERR-FILE-STATUS
037200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
037300         PERFORM ERROR-PROC
037400     END-IF.
037500 CORR-SORT-IN-999.
037600 EXIT.
037700                                                             SKIP3
037800******************************************************************
037900*                                                                *
038000*    CORRECTION SORT OUTPUT PROC (MASTER AND TRANSACTIONS        *
038100*    MATCHED BY ROOT KEY; A ROOT KEY WITHOUT TRANSACTIONS IS     *
038200*    COPIED)                                                     *
038300*                                                                *
038400******************************************************************
038500 CORR-SORT-OUT-PROC SECTION.
038600*G   CORRECTION SORT OUTPUT
038700 CORR-SORT-OUT-010.
038800     MOVE  "0"  TO  WK-SORT-EOF-FLG.
038900     PERFORM  MAST-READ-PROC.
039000     PERFORM  CRWK-RETURN-PROC.
039100     PERFORM  UNTIL  WK-MAST-ROOT  =  HIGH-VALUES  AND
039200                     WK-TRAN-ROOT  =  HIGH-VALUES
039300         IF  WK-MAST-ROOT  <  WK-TRAN-ROOT
039400             PERFORM  MAST-COPY-PROC
039500         ELSE
039600             PERFORM  CORR-GROUP-PROC
039700         END-IF
039800     END-PERFORM.
039900 CORR-SORT-OUT-999.
040000 EXIT.
040100                                                             SKIP3
040200******************************************************************
040300*                                                                *
040400*    SORT RETURN PROC (NEXT TRANSACTION; HIGH-VALUES AT END)     *
040500*                                                                *
040600******************************************************************
040700 CRWK-RETURN-PROC SECTION.
040800*G   SORT RETURN
040900 CRWK-RETURN-010.
041000     RETURN  SORT-FILE
041100       AT END
041200         MOVE "1"          TO  WK-SORT-EOF-FLG
041300         MOVE HIGH-VALUES  TO  WK-TRAN-ROOT
041400       NOT AT END
041500         ADD  1  TO  WK-RETURN-COUNTER
041600         MOVE SR-CRWK-REC  TO  W5-CRWK-REC
041700         MOVE W5-CRWK-TRAN-IMAGE  TO  WT-CTRN-REC
041800         MOVE W5-CRWK-ROOT-KEY    TO  WK-TRAN-ROOT
041900     END-RETURN.
042000 CRWK-RETURN-999.
042100 EXIT.
042200                                                             SKIP3
042300******************************************************************
042400*                                                                *
042500*    MASTER READ PROC ("Z" GRAND TRAILER HELD FOR THE CHECK, "G" *
042600*    TRAILERS SKIPPED; HIGH-VALUES AT END)                       *
042700*                                                                *
042800******************************************************************
042900 MAST-READ-PROC SECTION.
043000*G   MASTER READ
043100 MAST-READ-010.
043200     PERFORM  WITH TEST AFTER  UNTIL
043300         WM-EOF-FLG  =  "1"  OR
043400         ( WM-REC-TYPE  NOT =  "Z"  AND  WM-REC-TYPE  NOT =  "G" )
043500         READ  FILE-MAST
043600           AT END
043700             MOVE "1" TO WM-EOF-FLG
043800           NOT AT END
043900             MOVE I1-OUTFILE  TO WM-OUTFILE
044000             IF  WM-REC-TYPE  =  "Z"
044100                 MOVE "1"                  TO  WM-Z-FLG
044200                 MOVE WM-TRLR-GRAND-COUNT  TO  WM-Z-GRAND-COUNT
044300             END-IF
044400         END-READ
044500         IF  FS-FILE-MAST  NOT =  "00"  AND
044600             FS-FILE-MAST  NOT =  "10"
044700             MOVE "FILE-MAST(MASTIN)"     TO  W2-ERR-FILE-NAME
044800             MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
044900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
045000             PERFORM ERROR-PROC
045100         END-IF
045200     END-PERFORM.
045300     IF  WM-EOF-FLG  =  "1"
045400         MOVE  HIGH-VALUES  TO  WK-MAST-ROOT
045500         GO  TO  MAST-READ-999
045600     END-IF.
045700     MOVE  WM-ROOT-KEY  TO  WK-MAST-ROOT.
045800     ADD  1  TO  WM-DATA-COUNTER.
045900     EVALUATE  WM-REC-TYPE
046000       WHEN "R"
046100         ADD  1  TO  WM-R-COUNTER
046200       WHEN "S"
046300         ADD  1  TO  WM-S-COUNTER
046400       WHEN "T"
046500         ADD  1  TO  WM-T-COUNTER
046600       WHEN "U"
046700         ADD  1  TO  WM-U-COUNTER
046800     END-EVALUATE.
046900 MAST-READ-999.
047000 EXIT.
047100                                                             SKIP3
047200******************************************************************
047300*                                                                *
047400*    MASTER OPEN PROC                                            *
047500*                                                                *
047600******************************************************************
047700 MAST-OPEN-PROC SECTION.
047800*G   MASTER OPEN
047900 MAST-OPEN-010.
048000     MOVE  "0"  TO  WM-EOF-FLG.
048100     OPEN   INPUT  FILE-MAST.
048200     IF  FS-FILE-MAST  NOT =  "00"
048300         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
048400         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
048500         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
048600         PERFORM ERROR-PROC
048700     END-IF.
048800 MAST-OPEN-999.
048900 EXIT.
049000                                                             SKIP3
049100******************************************************************
049200*                                                                *
049300*    MASTER CLOSE PROC                                           *
049400*                                                                *
049500******************************************************************
049600 MAST-CLOSE-PROC SECTION.
049700*G   MASTER CLOSE
049800 MAST-CLOSE-010.
049900     CLOSE  FILE-MAST.
050000     IF  FS-FILE-MAST  NOT =  "00"
050100         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
050200         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
050300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
050400         PERFORM ERROR-PROC
050500     END-IF.
050600 MAST-CLOSE-999.
050700 EXIT.
050800                                                             SKIP3
050900******************************************************************
051000*                                                                *
051100*    MASTER COPY PROC (ROWS OF A ROOT KEY WITHOUT CORRECTIONS    *
051200*    COPIED AS THEY ARE)                                         *
051300*                                                                *
051400******************************************************************
051500 MAST-COPY-PROC SECTION.
051600*G   MASTER COPY
051700 MAST-COPY-010.
051800     MOVE  WK-MAST-ROOT  TO  WK-CUR-ROOT.
051900     PERFORM  UNTIL  WK-MAST-ROOT  NOT =  WK-CUR-ROOT
052000         MOVE  WM-OUTFILE  TO  W1-OUTFILE
052100         PERFORM  MAST-WRITE-PROC
052200         PERFORM  MAST-READ-PROC
052300     END-PERFORM.
052400 MAST-COPY-999.
052500 EXIT.
052600                                                             SKIP3
052700******************************************************************
052800*                                                                *
052900*    CORRECTION GROUP PROC (ROWS OF THE ROOT KEY LOADED, ITS     *
053000*    TRANSACTIONS CHECKED AND APPLIED IN THE ORDER KEYED, THE    *
053100*    REMAINING ROWS WRITTEN IN KEY ORDER)                        *
053200*                                                                *
053300******************************************************************
053400 CORR-GROUP-PROC SECTION.
053500*G   CORRECTION GROUP
053600 CORR-GROUP-010.
053700     IF  WK-GRP-OPEN-FLG  =  "1"
053800         PERFORM  GROUP-TRAILER-WRITE-PROC
053900     END-IF.
054000     MOVE  WK-TRAN-ROOT  TO  WK-CUR-ROOT.
054100     MOVE  ZERO          TO  WK-GE-COUNT.
054200     MOVE  "0"           TO  WK-GRP-CHG-FLG.
054300     PERFORM  UNTIL  WK-MAST-ROOT  NOT =  WK-CUR-ROOT
054400         PERFORM  GROUP-LOAD-PROC
054500         PERFORM  MAST-READ-PROC
054600     END-PERFORM.
054700     MOVE  WK-GE-COUNT   TO  WK-GE-LOAD-COUNT.
054800
054900     PERFORM  UNTIL  WK-TRAN-ROOT  NOT =  WK-CUR-ROOT
055000         PERFORM  TRAN-CHECK-PROC
055100         IF  WK-REJECT-MSG  =  SPACES
055200             PERFORM  TRAN-APPLY-PROC
055300         ELSE
055400             PERFORM  TRAN-REJECT-PROC
055500         END-IF
055600         PERFORM  CRWK-RETURN-PROC
055700     END-PERFORM.
055800
055900     PERFORM  VARYING  WK-GE-IX  FROM  1  BY  1
056000              UNTIL    WK-GE-IX  >  WK-GE-COUNT
056100         IF  WK-GE-ACTIVE (WK-GE-IX)  =  "1"
056200             INITIALIZE  W1-OUTFILE
056300             MOVE  WK-GE-REC-TYPE (WK-GE-IX)  TO  W1-REC-TYPE
056400             MOVE  WK-CUR-ROOT                TO  W1-ROOT-KEY
056500             MOVE  WK-GE-SUB-KEY (WK-GE-IX)   TO  W1-SUB-KEY
056600             MOVE  WK-GE-SUB2-KEY (WK-GE-IX)  TO  W1-SUB2-KEY
056700             MOVE  WK-GE-SUB3-KEY (WK-GE-IX)  TO  W1-SUB3-KEY
056800             MOVE  WK-GE-REC-DATA (WK-GE-IX)  TO  W1-REC-DATA
056900             MOVE  WK-GE-UPDATE-DATE (WK-GE-IX)
057000                                         TO  W1-ROOT-UPDATE-DATE
057100             PERFORM  MAST-WRITE-PROC
057200         END-IF
057300     END-PERFORM.
057400     IF  WK-GRP-OPEN-FLG  =  "1"
057500         PERFORM  GROUP-TRAILER-WRITE-PROC
057600         GO  TO  CORR-GROUP-999
057700     END-IF.
057800     IF  WK-GRP-CHG-FLG    =  "1"  AND
057900         WK-GE-LOAD-COUNT  >  ZERO
058000         MOVE  "G"              TO  O3-MSTIX-REC-TYPE
058100         MOVE  WK-CUR-ROOT      TO  O3-MSTIX-ROOT-KEY
058200         MOVE  SPACES           TO  O3-MSTIX-SUB-KEY
058300         MOVE  SPACES           TO  O3-MSTIX-SUB2-KEY
058400         MOVE  SPACES           TO  O3-MSTIX-SUB3-KEY
058500         PERFORM  MSTIDX-DELETE-PROC
058600     END-IF.
058700     MOVE  "0"  TO  WK-GRP-CHG-FLG.
058800 CORR-GROUP-999.
058900 EXIT.
059000                                                             SKIP3
059100******************************************************************
059200*                                                                *
059300*    GROUP LOAD PROC (ONE INPUT MASTER ROW INTO THE GROUP TABLE) *
059400*                                                                *
059500******************************************************************
059600 GROUP-LOAD-PROC SECTION.
059700*G   GROUP LOAD
059800 GROUP-LOAD-010.
059900     IF  WK-GE-COUNT  NOT <  WK-GE-MAX
060000         MOVE "FILE-MAST(MASTIN)"      TO  W2-ERR-FILE-NAME
060100         MOVE FS-FILE-MAST           TO  W2-ERR-FILE-STATUS
060200         MOVE "GROUP TABLE OVERFLOW" TO  W2-ERR-MESSAGE
060300         PERFORM ERROR-PROC
060400     END-IF.
060500     ADD  1  TO  WK-GE-COUNT.
060600     MOVE  WM-REC-TYPE          TO  WK-GE-REC-TYPE (WK-GE-COUNT).
060700     MOVE  WM-SUB-KEY           TO  WK-GE-SUB-KEY (WK-GE-COUNT).
060800     MOVE  WM-SUB2-KEY          TO  WK-GE-SUB2-KEY (WK-GE-COUNT).
060900     MOVE  WM-SUB3-KEY          TO  WK-GE-SUB3-KEY (WK-GE-COUNT).
061000     MOVE  WM-REC-DATA          TO  WK-GE-REC-DATA (WK-GE-COUNT).
061100     MOVE  WM-ROOT-UPDATE-DATE
061200                           TO  WK-GE-UPDATE-DATE (WK-GE-COUNT).
061300     MOVE  "1"                  TO  WK-GE-ACTIVE (WK-GE-COUNT).
061400 GROUP-LOAD-999.
061500 EXIT.
061600                                                             SKIP3
061700******************************************************************
061800*                                                                *
061900*    GROUP FIND PROC (TABLE INDEX OF THE ROW WITH WK-FIND-KEYS   *
062000*    STILL ON THE MASTER, 0=NONE)                                *
062100*                                                                *
062200******************************************************************
062300 GROUP-FIND-PROC SECTION.
062400*G   GROUP FIND
062500 GROUP-FIND-010.
062600     MOVE  ZERO  TO  WK-GE-FIND-IX.
062700     PERFORM  VARYING  WK-GE-IX  FROM  1  BY  1
062800              UNTIL    WK-GE-IX  >  WK-GE-COUNT  OR
062900                       WK-GE-FIND-IX  >  ZERO
063000         IF  WK-GE-ACTIVE (WK-GE-IX)  =  "1"  AND
063100             WK-GE-KEYS (WK-GE-IX)    =  WK-FIND-KEYS
063200             MOVE  WK-GE-IX  TO  WK-GE-FIND-IX
063300         END-IF
063400     END-PERFORM.
063500 GROUP-FIND-999.
063600 EXIT.
063700                                                             SKIP3
063800******************************************************************
063900*                                                                *
064000*    GROUP CHILD PROC (ANY ROW STILL ON THE MASTER BELOW THE ROW *
064100*    OF THE TRANSACTION SETS WK-CHILD-FLG)                       *
064200*                                                                *
064300******************************************************************
064400 GROUP-CHILD-PROC SECTION.
064500*G   GROUP CHILD
064600 GROUP-CHILD-010.
064700     MOVE  "0"  TO  WK-CHILD-FLG.
064800     PERFORM  VARYING  WK-GE-IX  FROM  1  BY  1
064900              UNTIL    WK-GE-IX  >  WK-GE-COUNT
065000         IF  WK-GE-ACTIVE (WK-GE-IX)  =  "1"  AND
065100             WK-GE-IX  NOT =  WK-GE-FIND-IX
065200             EVALUATE  WT-CTRN-REC-TYPE
065300               WHEN "R"
065400                 MOVE  "1"  TO  WK-CHILD-FLG
065500               WHEN "S"
065600                 IF  WK-GE-SUB-KEY (WK-GE-IX)  =  WT-CTRN-SUB-KEY
065700                     MOVE  "1"  TO  WK-CHILD-FLG
065800                 END-IF
065900               WHEN "T"
066000                 IF  WK-GE-SUB-KEY (WK-GE-IX)  =  WT-CTRN-SUB-KEY
066100                     AND
066200                     WK-GE-SUB2-KEY (WK-GE-IX) =  WT-CTRN-SUB2-KEY
066300                     MOVE  "1"  TO  WK-CHILD-FLG
066400                 END-IF
066500             END-EVALUATE
066600         END-IF
066700     END-PERFORM.
066800 GROUP-CHILD-999.
066900 EXIT.
067000                                                             SKIP3
067100******************************************************************
067200*                                                                *
067300*    GROUP INSERT PROC (NEW ROW INTO THE GROUP TABLE IN KEY      *
067400*    ORDER; WK-GE-FIND-IX SET TO THE NEW ROW)                    *
067500*                                                                *
067600******************************************************************
067700 GROUP-INSERT-PROC SECTION.
067800*G   GROUP INSERT
067900 GROUP-INSERT-010.
068000     IF  WK-GE-COUNT  NOT <  WK-GE-MAX
068100         MOVE "FILE-CORRIN(CORRTRAN)"  TO  W2-ERR-FILE-NAME
068200         MOVE FS-FILE-CORRIN         TO  W2-ERR-FILE-STATUS
068300         MOVE "GROUP TABLE OVERFLOW" TO  W2-ERR-MESSAGE
068400         PERFORM ERROR-PROC
068500     END-IF.
068600     COMPUTE  WK-GE-INS-IX  =  WK-GE-COUNT  +  1.
068700     PERFORM  VARYING  WK-GE-IX  FROM  1  BY  1
068800              UNTIL    WK-GE-IX  >  WK-GE-COUNT  OR
068900                       WK-GE-INS-IX  NOT >  WK-GE-COUNT
069000         IF  WK-GE-KEYS (WK-GE-IX)  >  WK-FIND-KEYS
069100             MOVE  WK-GE-IX  TO  WK-GE-INS-IX
069200         END-IF
069300     END-PERFORM.
069400     PERFORM  VARYING  WK-GE-IX  FROM  WK-GE-COUNT  BY  -1
069500              UNTIL    WK-GE-IX  <  WK-GE-INS-IX
069600         MOVE  WK-GE-ENTRY (WK-GE-IX)
069700                           TO  WK-GE-ENTRY (WK-GE-IX + 1)
069800     END-PERFORM.
069900     ADD   1  TO  WK-GE-COUNT.
070000     MOVE  WT-CTRN-REC-TYPE  TO  WK-GE-REC-TYPE (WK-GE-INS-IX).
070100     MOVE  WK-FIND-KEYS      TO  WK-GE-KEYS (WK-GE-INS-IX).
070200     MOVE  SPACES            TO  WK-GE-REC-DATA (WK-GE-INS-IX).
070300     MOVE  ZERO              TO  WK-GE-UPDATE-DATE (WK-GE-INS-IX).
070400     MOVE  "1"               TO  WK-GE-ACTIVE (WK-GE-INS-IX).
070500     MOVE  WK-GE-INS-IX      TO  WK-GE-FIND-IX.
070600 GROUP-INSERT-999.
070700 EXIT.
070800                                                             SKIP3
070900******************************************************************
071000*                                                                *
071100*    TRANSACTION CHECK PROC (ACTION, RECORD TYPE AND KEY SHAPE,  *
071200*    OPERATOR AND REASON, THEN THE ROW AGAINST THE HIERARCHY;    *
071300*    WK-REJECT-MSG LEFT BLANK WHEN THE TRANSACTION IS VALID)     *
071400*                                                                *
071500******************************************************************
071600 TRAN-CHECK-PROC SECTION.
071700*G   TRANSACTION CHECK
071800 TRAN-CHECK-010.
071900     MOVE  SPACES  TO  WK-REJECT-MSG.
072000     IF  WT-CTRN-ACTION  NOT =  "A"  AND
072100         WT-CTRN-ACTION  NOT =  "C"  AND
072200         WT-CTRN-ACTION  NOT =  "D"
072300         MOVE  "INVALID ACTION"  TO  WK-REJECT-MSG
072400         GO  TO  TRAN-CHECK-999
072500     END-IF.
072600     EVALUATE  WT-CTRN-REC-TYPE
072700       WHEN "R"
072800         IF  WT-CTRN-ROOT-KEY  =  SPACES      OR
072900             WT-CTRN-SUB-KEY   NOT =  SPACES  OR
073000             WT-CTRN-SUB2-KEY  NOT =  SPACES  OR
073100             WT-CTRN-SUB3-KEY  NOT =  SPACES
073200             MOVE "KEYS DO NOT MATCH RECORD TYPE" TO WK-REJECT-MSG
073300         END-IF
073400       WHEN "S"
073500         IF  WT-CTRN-ROOT-KEY  =  SPACES      OR
073600             WT-CTRN-SUB-KEY   =  SPACES      OR
073700             WT-CTRN-SUB2-KEY  NOT =  SPACES  OR
073800             WT-CTRN-SUB3-KEY  NOT =  SPACES
073900             MOVE "KEYS DO NOT MATCH RECORD TYPE" TO WK-REJECT-MSG
074000         END-IF
074100       WHEN "T"
074200         IF  WT-CTRN-ROOT-KEY  =  SPACES      OR
074300             WT-CTRN-SUB-KEY   =  SPACES      OR
074400             WT-CTRN-SUB2-KEY  =  SPACES      OR
074500             WT-CTRN-SUB3-KEY  NOT =  SPACES
074600             MOVE "KEYS DO NOT MATCH RECORD TYPE" TO WK-REJECT-MSG
074700         END-IF
074800       WHEN "U"
074900         IF  WT-CTRN-ROOT-KEY  =  SPACES      OR
075000             WT-CTRN-SUB-KEY   =  SPACES      OR
075100             WT-CTRN-SUB2-KEY  =  SPACES      OR
075200             WT-CTRN-SUB3-KEY  =  SPACES
075300             MOVE "KEYS DO NOT MATCH RECORD TYPE" TO WK-REJECT-MSG
075400         END-IF
075500       WHEN OTHER
075600         MOVE  "INVALID RECORD TYPE"  TO  WK-REJECT-MSG
075700     END-EVALUATE.
075800     IF  WK-REJECT-MSG  NOT =  SPACES
075900         GO  TO  TRAN-CHECK-999
076000     END-IF.
076100     IF  WT-CTRN-OPERATOR-ID  =  SPACES
076200         MOVE  "OPERATOR ID MISSING"  TO  WK-REJECT-MSG
076300         GO  TO  TRAN-CHECK-999
076400     END-IF.
076500     IF  WT-CTRN-REASON-CODE  =  SPACES
076600         MOVE  "REASON CODE MISSING"  TO  WK-REJECT-MSG
076700         GO  TO  TRAN-CHECK-999
076800     END-IF.
076900
077000     MOVE  WT-CTRN-SUB-KEY   TO  WK-FIND-SUB-KEY.
077100     MOVE  WT-CTRN-SUB2-KEY  TO  WK-FIND-SUB2-KEY.
077200     MOVE  WT-CTRN-SUB3-KEY  TO  WK-FIND-SUB3-KEY.
077300     PERFORM  GROUP-FIND-PROC.
077400     IF  WT-CTRN-ACTION  NOT =  "A"
077500         GO  TO  TRAN-CHECK-050
077600     END-IF.
077700     IF  WK-GE-FIND-IX  >  ZERO
077800         MOVE  "ROW ALREADY EXISTS"  TO  WK-REJECT-MSG
077900         GO  TO  TRAN-CHECK-999
078000     END-IF.
078100     EVALUATE  WT-CTRN-REC-TYPE
078200       WHEN "S"
078300         MOVE  SPACES            TO  WK-FIND-SUB-KEY
078400         MOVE  SPACES            TO  WK-FIND-SUB2-KEY
078500         MOVE  SPACES            TO  WK-FIND-SUB3-KEY
078600         MOVE  "ROOT NOT FOUND"         TO  WK-REJECT-MSG
078700       WHEN "T"
078800         MOVE  SPACES            TO  WK-FIND-SUB2-KEY
078900         MOVE  SPACES            TO  WK-FIND-SUB3-KEY
079000         MOVE  "PARENT SUB NOT FOUND"   TO  WK-REJECT-MSG
079100       WHEN "U"
079200         MOVE  SPACES            TO  WK-FIND-SUB3-KEY
079300         MOVE  "PARENT SUB2 NOT FOUND"  TO  WK-REJECT-MSG
079400       WHEN OTHER
079500         GO  TO  TRAN-CHECK-999
079600     END-EVALUATE.
079700     PERFORM  GROUP-FIND-PROC.
079800     IF  WK-GE-FIND-IX  >  ZERO
079900         MOVE  SPACES  TO  WK-REJECT-MSG
080000     END-IF.
080100     GO  TO  TRAN-CHECK-999.
080200 TRAN-CHECK-050.
080300     IF  WK-GE-FIND-IX  =  ZERO
080400         MOVE  "ROW NOT FOUND"  TO  WK-REJECT-MSG
080500         GO  TO  TRAN-CHECK-999
080600     END-IF.
080700     IF  WT-CTRN-ACTION  =  "D"
080800         PERFORM  GROUP-CHILD-PROC
080900         IF  WK-CHILD-FLG  =  "1"
081000             MOVE  "CHILD ROWS STILL EXIST"  TO  WK-REJECT-MSG
081100         END-IF
081200     END-IF.
081300 TRAN-CHECK-999.
081400 EXIT.
081500                                                             SKIP3
081600******************************************************************
081700*                                                                *
081800*    TRANSACTION APPLY PROC (ROW ADDED, CHANGED OR DELETED IN    *
081900*    THE GROUP TABLE AND ON THE INDEX, BEFORE AND AFTER IMAGES   *
082000*    TO THE AUDIT JOURNAL; A ROOT ROW ADDED OR CHANGED TAKES THE *
082100*    RUN DATE AS ITS UPDATE DATE)                                *
082200*                                                                *
082300******************************************************************
082400 TRAN-APPLY-PROC SECTION.
082500*G   TRANSACTION APPLY
082600 TRAN-APPLY-010.
082700     ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
082800     ACCEPT  WK-STAMP-TIME  FROM  TIME.
082900     INITIALIZE  WJ-CJRN-REC.
083000     MOVE  WK-STAMP-DATE         TO  WJ-CJRN-STAMP-DATE.
083100     MOVE  WK-STAMP-TIME         TO  WJ-CJRN-STAMP-TIME.
083200     MOVE  W2-RUN-ID             TO  WJ-CJRN-RUN-ID.
083300     MOVE  W4-RUN-DATE           TO  WJ-CJRN-RUN-DATE.
083400     MOVE  W5-CRWK-SEQ-NO        TO  WJ-CJRN-SEQ-NO.
083500     MOVE  WT-CTRN-OPERATOR-ID   TO  WJ-CJRN-OPERATOR-ID.
083600     MOVE  WT-CTRN-REASON-CODE   TO  WJ-CJRN-REASON-CODE.
083700     MOVE  WT-CTRN-ACTION        TO  WJ-CJRN-ACTION.
083800     MOVE  WT-CTRN-REC-TYPE      TO  WJ-CJRN-REC-TYPE.
083900     MOVE  WT-CTRN-ROOT-KEY      TO  WJ-CJRN-ROOT-KEY.
084000     MOVE  WT-CTRN-SUB-KEY       TO  WJ-CJRN-SUB-KEY.
084100     MOVE  WT-CTRN-SUB2-KEY      TO  WJ-CJRN-SUB2-KEY.
084200     MOVE  WT-CTRN-SUB3-KEY      TO  WJ-CJRN-SUB3-KEY.
084300
084400     MOVE  WT-CTRN-REC-TYPE      TO  O3-MSTIX-REC-TYPE.
084500     MOVE  WT-CTRN-ROOT-KEY      TO  O3-MSTIX-ROOT-KEY.
084600     MOVE  WT-CTRN-SUB-KEY       TO  O3-MSTIX-SUB-KEY.
084700     MOVE  WT-CTRN-SUB2-KEY      TO  O3-MSTIX-SUB2-KEY.
084800     MOVE  WT-CTRN-SUB3-KEY      TO  O3-MSTIX-SUB3-KEY.
084900     MOVE  WT-CTRN-REC-DATA      TO  O3-MSTIX-REC-DATA.
085000
085100     EVALUATE  WT-CTRN-ACTION
085200       WHEN "A"
085300         MOVE  WT-CTRN-SUB-KEY   TO  WK-FIND-SUB-KEY
085400         MOVE  WT-CTRN-SUB2-KEY  TO  WK-FIND-SUB2-KEY
085500         MOVE  WT-CTRN-SUB3-KEY  TO  WK-FIND-SUB3-KEY
085600         PERFORM  GROUP-INSERT-PROC
085700         MOVE  "1"  TO  WK-GRP-CHG-FLG
085800         ADD   1    TO  WK-ADD-COUNTER
085900         EVALUATE  WT-CTRN-REC-TYPE
086000           WHEN "R"
086100             ADD  1  TO  WK-ADD-R-COUNTER
086200             MOVE  WT-CTRN-ROOT-KEY  TO  WK-HASH-KEY
086300             PERFORM  IN-HASH-PROC
086400           WHEN "S"
086500             ADD  1  TO  WK-ADD-S-COUNTER
086600           WHEN "T"
086700             ADD  1  TO  WK-ADD-T-COUNTER
086800           WHEN "U"
086900             ADD  1  TO  WK-ADD-U-COUNTER
087000         END-EVALUATE
087100       WHEN "C"
087200         MOVE  WK-GE-REC-DATA (WK-GE-FIND-IX)
087300                                 TO  WJ-CJRN-BEFORE-DATA
087400         MOVE  WK-GE-UPDATE-DATE (WK-GE-FIND-IX)
087500                                 TO  WJ-CJRN-BEFORE-DATE
087600         ADD   1    TO  WK-CHANGE-COUNTER
087700       WHEN "D"
087800         MOVE  WK-GE-REC-DATA (WK-GE-FIND-IX)
087900                                 TO  WJ-CJRN-BEFORE-DATA
088000         MOVE  WK-GE-UPDATE-DATE (WK-GE-FIND-IX)
088100                                 TO  WJ-CJRN-BEFORE-DATE
088200         MOVE  "0"  TO  WK-GE-ACTIVE (WK-GE-FIND-IX)
088300         MOVE  "1"  TO  WK-GRP-CHG-FLG
088400         ADD   1    TO  WK-DELETE-COUNTER
088500         EVALUATE  WT-CTRN-REC-TYPE
088600           WHEN "R"
088700             ADD  1  TO  WK-DEL-R-COUNTER
088800             MOVE  WT-CTRN-ROOT-KEY  TO  WK-HASH-KEY
088900             PERFORM  OUT-HASH-PROC
089000           WHEN "S"
089100             ADD  1  TO  WK-DEL-S-COUNTER
089200           WHEN "T"
089300             ADD  1  TO  WK-DEL-T-COUNTER
089400           WHEN "U"
089500             ADD  1  TO  WK-DEL-U-COUNTER
089600         END-EVALUATE
089700         PERFORM  MSTIDX-DELETE-PROC
089800         GO  TO  TRAN-APPLY-090
089900     END-EVALUATE.
090000
090100     MOVE  WT-CTRN-REC-DATA  TO  WK-GE-REC-DATA (WK-GE-FIND-IX).
090200     IF  WT-CTRN-REC-TYPE  =  "R"
090300         MOVE  W4-RUN-DATE   TO  WK-GE-UPDATE-DATE (WK-GE-FIND-IX)
090400     END-IF.
090500     MOVE  WK-GE-REC-DATA (WK-GE-FIND-IX)
090600                             TO  WJ-CJRN-AFTER-DATA.
090700     MOVE  WK-GE-UPDATE-DATE (WK-GE-FIND-IX)
090800                             TO  WJ-CJRN-AFTER-DATE.
090900     PERFORM  MSTIDX-PUT-PROC.
091000 TRAN-APPLY-090.
091100     PERFORM  JRNL-WRITE-PROC.
091200 TRAN-APPLY-999.
091300 EXIT.
091400                                                             SKIP3
091500******************************************************************
091600*                                                                *
091700*    TRANSACTION REJECT PROC (TRANSACTION AND REASON TO THE      *
091800*    ERROR LISTING)                                              *
091900*                                                                *
092000******************************************************************
092100 TRAN-REJECT-PROC SECTION.
092200*G   TRANSACTION REJECT
092300 TRAN-REJECT-010.
092400     ADD  1  TO  WK-REJECT-COUNTER.
092500     MOVE  SPACES               TO  O2-CRLS-TRAN-LINE.
092600     MOVE  W5-CRWK-SEQ-NO       TO  O2-CRLS-SEQ-NO.
092700     MOVE  WT-CTRN-ACTION       TO  O2-CRLS-ACTION.
092800     MOVE  WT-CTRN-REC-TYPE     TO  O2-CRLS-REC-TYPE.
092900     MOVE  WT-CTRN-ROOT-KEY     TO  O2-CRLS-ROOT-KEY.
093000     MOVE  WT-CTRN-SUB-KEY      TO  O2-CRLS-SUB-KEY.
093100     MOVE  WT-CTRN-SUB2-KEY     TO  O2-CRLS-SUB2-KEY.
093200     MOVE  WT-CTRN-SUB3-KEY     TO  O2-CRLS-SUB3-KEY.
093300     MOVE  WT-CTRN-OPERATOR-ID  TO  O2-CRLS-OPERATOR-ID.
093400     MOVE  WT-CTRN-REASON-CODE  TO  O2-CRLS-REASON-CODE.
093500     WRITE O2-CRLS-TRAN-LINE.
093600     PERFORM  SYURYO-CHK-LIST-WRITE.
093700     MOVE  WK-REJECT-MSG        TO  O2-CRLS-ERROR.
093800     MOVE  WT-CTRN-REC-DATA     TO  O2-CRLS-REC-DATA.
093900     WRITE O2-CRLS-ERROR-LINE.
094000     PERFORM  SYURYO-CHK-LIST-WRITE.
094100 TRAN-REJECT-999.
094200 EXIT.
094300                                                             SKIP3
094400******************************************************************
094500*                                                                *
094600*    MASTER WRITE PROC (GROUP TRAILER REGENERATED ON KEY BREAK)  *
094700*                                                                *
094800******************************************************************
094900 MAST-WRITE-PROC SECTION.
095000*G   MASTER WRITE
095100 MAST-WRITE-010.
095200     IF  WK-GRP-OPEN-FLG  =  "1"  AND
095300         W1-ROOT-KEY  NOT =  WK-GRP-ROOT-KEY
095400         PERFORM  GROUP-TRAILER-WRITE-PROC
095500     END-IF.
095600     IF  WK-GRP-OPEN-FLG  =  "0"
095700         MOVE  "1"          TO  WK-GRP-OPEN-FLG
095800         MOVE  W1-ROOT-KEY  TO  WK-GRP-ROOT-KEY
095900     END-IF.
096000     EVALUATE  W1-REC-TYPE
096100       WHEN "R"
096200         ADD  1  TO  W1-R-COUNTER
096300       WHEN "S"
096400         ADD  1  TO  W1-S-COUNTER
096500         ADD  1  TO  WK-GRP-SUB-COUNT
096600       WHEN "T"
096700         ADD  1  TO  W1-T-COUNTER
096800         ADD  1  TO  WK-GRP-SUB2-COUNT
096900       WHEN "U"
097000         ADD  1  TO  W1-U-COUNTER
097100         ADD  1  TO  WK-GRP-SUB3-COUNT
097200     END-EVALUATE.
097300     MOVE W1-OUTFILE TO O1-OUTFILE.
097400     WRITE O1-OUTFILE
097500     END-WRITE.
097600     IF  FS-FILE-MASTOUT  NOT =  "00"
097700         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
097800         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
097900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
098000         PERFORM ERROR-PROC
098100     END-IF.
098200     ADD 1 TO W1-COUNTER.
098300 MAST-WRITE-999.
098400 EXIT.
098500                                                             SKIP3
098600******************************************************************
098700*                                                                *
098800*    GROUP TRAILER WRITE PROC (PER ROOT GROUP "G" RECORD; THE    *
098900*    INDEX ENTRY IS REWRITTEN FOR A GROUP THAT GAINED OR LOST    *
099000*    ROWS)                                                       *
099100*                                                                *
099200******************************************************************
099300 GROUP-TRAILER-WRITE-PROC SECTION.
099400*G   GROUP TRAILER WRITE
099500 GROUP-TRAILER-WRITE-010.
099600     INITIALIZE O1-OUTFILE.
099700     MOVE "G"               TO O1-REC-TYPE.
099800     MOVE WK-GRP-ROOT-KEY   TO O1-ROOT-KEY.
099900     MOVE WK-GRP-SUB-COUNT  TO O1-TRLR-SUB-COUNT.
100000     MOVE WK-GRP-SUB2-COUNT TO O1-TRLR-SUB2-COUNT.
100100     MOVE WK-GRP-SUB3-COUNT TO O1-TRLR-SUB3-COUNT.
100200     MOVE ZERO              TO O1-TRLR-GRAND-COUNT.
100300     WRITE O1-OUTFILE
100400     END-WRITE.
100500     IF  FS-FILE-MASTOUT  NOT =  "00"
100600         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
100700         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
100800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
100900         PERFORM ERROR-PROC
101000     END-IF.
101100     IF  WK-GRP-CHG-FLG  =  "1"
101200         MOVE  "G"              TO  O3-MSTIX-REC-TYPE
101300         MOVE  WK-GRP-ROOT-KEY  TO  O3-MSTIX-ROOT-KEY
101400         MOVE  SPACES           TO  O3-MSTIX-SUB-KEY
101500         MOVE  SPACES           TO  O3-MSTIX-SUB2-KEY
101600         MOVE  SPACES           TO  O3-MSTIX-SUB3-KEY
101700         MOVE  O1-REC-DATA      TO  O3-MSTIX-REC-DATA
101800         PERFORM  MSTIDX-PUT-PROC
101900     END-IF.
102000     MOVE ZERO  TO  WK-GRP-SUB-COUNT.
102100     MOVE ZERO  TO  WK-GRP-SUB2-COUNT.
102200     MOVE ZERO  TO  WK-GRP-SUB3-COUNT.
102300     MOVE "0"   TO  WK-GRP-OPEN-FLG.
102400     MOVE "0"   TO  WK-GRP-CHG-FLG.
102500 GROUP-TRAILER-WRITE-999.
102600 EXIT.
102700                                                             SKIP3
102800******************************************************************
102900*                                                                *
103000*    GRAND TRAILER WRITE PROC (END OF FILE "Z" RECORD; THE INDEX *
103100*    ENTRY IS REWRITTEN WHEN THE ROW COUNT CHANGED)              *
103200*                                                                *
103300******************************************************************
103400 GRAND-TRAILER-WRITE-PROC SECTION.
103500*G   GRAND TRAILER WRITE
103600 GRAND-TRAILER-WRITE-010.
103700     IF  WK-GRP-OPEN-FLG  =  "1"
103800         PERFORM  GROUP-TRAILER-WRITE-PROC
103900     END-IF.
104000     INITIALIZE O1-OUTFILE.
104100     MOVE "Z"          TO O1-REC-TYPE.
104200     MOVE ALL "9"      TO O1-ROOT-KEY.
104300     MOVE ZERO         TO O1-TRLR-SUB-COUNT.
104400     MOVE ZERO         TO O1-TRLR-SUB2-COUNT.
104500     MOVE ZERO         TO O1-TRLR-SUB3-COUNT.
104600     MOVE W1-COUNTER   TO O1-TRLR-GRAND-COUNT.
104700     WRITE O1-OUTFILE
104800     END-WRITE.
104900     IF  FS-FILE-MASTOUT  NOT =  "00"
105000         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
105100         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
105200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
105300         PERFORM ERROR-PROC
105400     END-IF.
105500     IF  WK-ADD-COUNTER  NOT =  WK-DELETE-COUNTER
105600         MOVE  "Z"              TO  O3-MSTIX-REC-TYPE
105700         MOVE  ALL "9"          TO  O3-MSTIX-ROOT-KEY
105800         MOVE  SPACES           TO  O3-MSTIX-SUB-KEY
105900         MOVE  SPACES           TO  O3-MSTIX-SUB2-KEY
106000         MOVE  SPACES           TO  O3-MSTIX-SUB3-KEY
106100         MOVE  O1-REC-DATA      TO  O3-MSTIX-REC-DATA
106200         PERFORM  MSTIDX-PUT-PROC
106300     END-IF.
106400 GRAND-TRAILER-WRITE-999.
106500 EXIT.
106600                                                             SKIP3
106700******************************************************************
106800*                                                                *
106900*    JOURNAL WRITE PROC                                          *
107000*                                                                *
107100******************************************************************
107200 JRNL-WRITE-PROC SECTION.
107300*G   JOURNAL WRITE
107400 JRNL-WRITE-010.
107500     MOVE WJ-CJRN-REC TO O5-CJRN-REC.
107600     WRITE O5-CJRN-REC
107700     END-WRITE.
107800     IF  FS-FILE-JRNLOUT  NOT =  "00"
107900         MOVE "FILE-JRNLOUT(JRNLOUT)"  TO  W2-ERR-FILE-NAME
108000         MOVE FS-FILE-JRNLOUT        TO  W2-ERR-FILE-STATUS
108100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
108200         PERFORM ERROR-PROC
108300     END-IF.
108400     ADD  1  TO  WK-JRNL-NEW-COUNTER.
108500     ADD  1  TO  WK-JRNL-OUT-COUNTER.
108600 JRNL-WRITE-999.
108700 EXIT.
108800                                                             SKIP3
108900******************************************************************
109000*                                                                *
109100*    JOURNAL COPY PROC (PRIOR JOURNAL CARRIED FORWARD AHEAD OF   *
109200*    THIS RUN; NO JRNLIN - THE JOURNAL STARTS EMPTY)             *
109300*                                                                *
109400******************************************************************
109500 JRNL-COPY-PROC SECTION.
109600*G   JOURNAL COPY
109700 JRNL-COPY-010.
109800     OPEN  INPUT  FILE-JRNLIN.
109900     IF  FS-FILE-JRNLIN  NOT =  "00"  AND
110000         FS-FILE-JRNLIN  NOT =  "05"
110100         MOVE "FILE-JRNLIN(JRNLIN)"    TO  W2-ERR-FILE-NAME
110200         MOVE FS-FILE-JRNLIN         TO  W2-ERR-FILE-STATUS
110300         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
110400         PERFORM ERROR-PROC
110500     END-IF.
110600     PERFORM  UNTIL  WK-JRNL-EOF-FLG  =  "1"
110700         READ  FILE-JRNLIN
110800           AT END
110900             MOVE "1" TO WK-JRNL-EOF-FLG
111000           NOT AT END
111100             ADD  1  TO  WK-JRNL-IN-COUNTER
111200             MOVE I5-CJRN-REC TO O5-CJRN-REC
111300             WRITE O5-CJRN-REC
111400             END-WRITE
111500             IF  FS-FILE-JRNLOUT  NOT =  "00"
111600                 MOVE "FILE-JRNLOUT(JRNLOUT)" TO  W2-ERR-FILE-NAME
111700                 MOVE FS-FILE-JRNLOUT       TO  W2-ERR-FILE-STATUS
111800                 MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
111900                 PERFORM ERROR-PROC
112000             END-IF
112100             ADD  1  TO  WK-JRNL-OUT-COUNTER
112200         END-READ
112300         IF  FS-FILE-JRNLIN  NOT =  "00"  AND
112400             FS-FILE-JRNLIN  NOT =  "10"
112500             MOVE "FILE-JRNLIN(JRNLIN)"    TO  W2-ERR-FILE-NAME
112600             MOVE FS-FILE-JRNLIN         TO  W2-ERR-FILE-STATUS
112700             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
112800             PERFORM ERROR-PROC
112900         END-IF
113000     END-PERFORM.
113100     CLOSE  FILE-JRNLIN.
113200     IF  FS-FILE-JRNLIN  NOT =  "00"
113300         MOVE "FILE-JRNLIN(JRNLIN)"    TO  W2-ERR-FILE-NAME
113400         MOVE FS-FILE-JRNLIN         TO  W2-ERR-FILE-STATUS
113500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
113600         PERFORM ERROR-PROC
113700     END-IF.
113800 JRNL-COPY-999.
113900 EXIT.
114000                                                             SKIP3
114100******************************************************************
114200*                                                                *
114300*    MASTER INDEX DELETE PROC (ENTRY OF O3-MSTIX-KEY; AN ENTRY   *
114400*    ALREADY MISSING IS COUNTED)                                 *
114500*                                                                *
114600******************************************************************
114700 MSTIDX-DELETE-PROC SECTION.
114800*G   MASTER INDEX DELETE
114900 MSTIDX-DELETE-010.
115000     DELETE  FILE-MASTIDX
115100       INVALID KEY
115200         ADD  1  TO  WK-IDX-MISS-COUNTER
115300       NOT INVALID KEY
115400         ADD  1  TO  WK-IDX-DELETE-COUNTER
115500     END-DELETE.
115600     IF  FS-FILE-MASTIDX  NOT =  "00"  AND
115700         FS-FILE-MASTIDX  NOT =  "23"
115800         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
115900         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
116000         MOVE "DELETE FAILED"        TO  W2-ERR-MESSAGE
116100         PERFORM ERROR-PROC
116200     END-IF.
116300 MSTIDX-DELETE-999.
116400 EXIT.
116500                                                             SKIP3
116600******************************************************************
116700*                                                                *
116800*    MASTER INDEX PUT PROC (ENTRY WRITTEN, OR REWRITTEN WHEN THE *
116900*    KEY IS ALREADY ON THE INDEX)                                *
117000*                                                                *
117100******************************************************************
117200 MSTIDX-PUT-PROC SECTION.
117300*G   MASTER INDEX PUT
117400 MSTIDX-PUT-010.
117500     MOVE  "0"  TO  WK-IDX-DUP-FLG.
117600     WRITE  O3-MSTIX-REC
117700       INVALID KEY
117800         MOVE  "1"  TO  WK-IDX-DUP-FLG
117900       NOT INVALID KEY
118000         ADD  1  TO  WK-IDX-WRITE-COUNTER
118100     END-WRITE.
118200     IF  FS-FILE-MASTIDX  NOT =  "00"  AND
118300         FS-FILE-MASTIDX  NOT =  "22"
118400         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
118500         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
118600         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
118700         PERFORM ERROR-PROC
118800     END-IF.
118900     IF  WK-IDX-DUP-FLG  NOT =  "1"
119000         GO  TO  MSTIDX-PUT-999
119100     END-IF.
119200     REWRITE  O3-MSTIX-REC
119300       INVALID KEY
119400         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
119500         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
119600         MOVE "REWRITE FAILED"       TO  W2-ERR-MESSAGE
119700         PERFORM ERROR-PROC
119800     END-REWRITE.
119900     IF  FS-FILE-MASTIDX  NOT =  "00"
120000         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
120100         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
120200         MOVE "REWRITE FAILED"       TO  W2-ERR-MESSAGE
120300         PERFORM ERROR-PROC
120400     END-IF.
120500     ADD  1  TO  WK-IDX-REWRITE-COUNTER.
120600 MSTIDX-PUT-999.
120700 EXIT.
120800                                                             SKIP3
120900******************************************************************
121000*                                                                *
121100*    ROOT KEY HASH PROCS (SAME HASH AS THE OUTCTL ROOT HASH:     *
121200*    LETTERS MAP TO DIGITS, SUM KEPT MODULO 10**10)              *
121300*                                                                *
121400******************************************************************
121500 ROOT-HASH-PROC SECTION.
121600*G   ROOT KEY HASH
121700 OUT-HASH-PROC.
121800     INSPECT  WK-HASH-KEY  CONVERTING
121900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
122000         "1234567891234567891234567800".
122100     IF  WK-HASH-KEY-NUM  NUMERIC
122200         ADD  WK-HASH-KEY-NUM  TO  WK-OUT-HASH
122300         IF  WK-OUT-HASH  >  9999999999
122400             SUBTRACT  10000000000  FROM  WK-OUT-HASH
122500         END-IF
122600     END-IF.
122700 IN-HASH-PROC.
122800     INSPECT  WK-HASH-KEY  CONVERTING
122900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ- "  TO
123000         "1234567891234567891234567800".
123100     IF  WK-HASH-KEY-NUM  NUMERIC
123200         ADD  WK-HASH-KEY-NUM  TO  WK-IN-HASH
123300         IF  WK-IN-HASH  >  9999999999
123400             SUBTRACT  10000000000  FROM  WK-IN-HASH
123500         END-IF
123600     END-IF.
123700 ROOT-HASH-999.
123800     EXIT.
123900                                                             SKIP3
124000******************************************************************
124100*                                                                *
124200*    EXTRACT CONTROL RESTATE PROC (OUTCTL PLUS THE ROWS ADDED,   *
124300*    LESS THE ROWS DELETED, HASH OF ADDED AND DELETED ROOT KEYS; *
124400*    NO OUTCTL - NOTHING TO RESTATE)                             *
124500*                                                                *
124600******************************************************************
124700 XCTL-RESTATE-PROC SECTION.
124800*G   EXTRACT CONTROL RESTATE
124900 XCTL-RESTATE-010.
125000     INITIALIZE  WX-EXTCTL-REC.
125100     OPEN  INPUT  FILE-OUT-CTL.
125200     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
125300         FS-FILE-OUT-CTL  NOT =  "05"
125400         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
125500         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
125600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
125700         PERFORM ERROR-PROC
125800     END-IF.
125900     READ  FILE-OUT-CTL
126000       AT END
126100         MOVE "0" TO WK-XCTL-FOUND-FLG
126200       NOT AT END
126300         MOVE I8-EXTCTL-REC TO WX-EXTCTL-REC
126400         MOVE "1" TO WK-XCTL-FOUND-FLG
126500     END-READ.
126600     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
126700         FS-FILE-OUT-CTL  NOT =  "10"
126800         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
126900         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
127000         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
127100         PERFORM ERROR-PROC
127200     END-IF.
127300     CLOSE  FILE-OUT-CTL.
127400     IF  FS-FILE-OUT-CTL  NOT =  "00"
127500         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
127600         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
127700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
127800         PERFORM ERROR-PROC
127900     END-IF.
128000
128100     OPEN  OUTPUT  FILE-XCTLOUT.
128200     IF  FS-FILE-XCTLOUT  NOT =  "00"
128300         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
128400         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
128500         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
128600         PERFORM ERROR-PROC
128700     END-IF.
128800     IF  WK-XCTL-FOUND-FLG  NOT =  "1"
128900         DISPLAY "*** OUTCTL NOT FOUND - NOT RESTATED ***"
129000         GO  TO  XCTL-RESTATE-090
129100     END-IF.
129200     COMPUTE  WX-XCTL-COUNT-R  =  WX-XCTL-COUNT-R
129300                               +  WK-ADD-R-COUNTER
129400                               -  WK-DEL-R-COUNTER.
129500     COMPUTE  WX-XCTL-COUNT-S  =  WX-XCTL-COUNT-S
129600                               +  WK-ADD-S-COUNTER
129700                               -  WK-DEL-S-COUNTER.
129800     COMPUTE  WX-XCTL-COUNT-T  =  WX-XCTL-COUNT-T
129900                               +  WK-ADD-T-COUNTER
130000                               -  WK-DEL-T-COUNTER.
130100     COMPUTE  WX-XCTL-COUNT-U  =  WX-XCTL-COUNT-U
130200                               +  WK-ADD-U-COUNTER
130300                               -  WK-DEL-U-COUNTER.
130400     COMPUTE  WX-XCTL-COUNT-TOTAL  =  WX-XCTL-COUNT-TOTAL
130500                               +  WK-ADD-COUNTER
130600                               -  WK-DELETE-COUNTER.
130700     MOVE  WX-XCTL-ROOT-HASH  TO  WK-XCTL-HASH.
130800     ADD   WK-IN-HASH         TO  WK-XCTL-HASH.
130900     IF  WK-XCTL-HASH  >  9999999999
131000         SUBTRACT  10000000000  FROM  WK-XCTL-HASH
131100     END-IF.
131200     IF  WK-XCTL-HASH  <  WK-OUT-HASH
131300         ADD  10000000000  TO  WK-XCTL-HASH
131400     END-IF.
131500     SUBTRACT  WK-OUT-HASH  FROM  WK-XCTL-HASH.
131600     MOVE  WK-XCTL-HASH  TO  WX-XCTL-ROOT-HASH.
131700     MOVE  WX-EXTCTL-REC  TO  O8-EXTCTL-REC.
131800     WRITE O8-EXTCTL-REC
131900     END-WRITE.
132000     IF  FS-FILE-XCTLOUT  NOT =  "00"
132100         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
132200         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
132300         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
132400         PERFORM ERROR-PROC
132500     END-IF.
132600 XCTL-RESTATE-090.
132700     CLOSE  FILE-XCTLOUT.
132800     IF  FS-FILE-XCTLOUT  NOT =  "00"
132900         MOVE "FILE-XCTLOUT(OUTCTLOUT)" TO  W2-ERR-FILE-NAME
133000         MOVE FS-FILE-XCTLOUT        TO  W2-ERR-FILE-STATUS
133100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
133200         PERFORM ERROR-PROC
133300     END-IF.
133400 XCTL-RESTATE-999.
133500 EXIT.
133600                                                             SKIP3
133700******************************************************************
133800*                                                                *
133900*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
134000*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
134100*                                                                *
134200******************************************************************
134300 BUSDATE-READ-PROC SECTION.
134400*G   BUSINESS DATE READ
134500 BUSDATE-READ-010.
134600     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
134700     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
134800     MOVE  ZERO  TO  WK-BUSDATE-PREV.
134900     OPEN  INPUT  FILE-BUSDATE.
135000     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
135100         FS-FILE-BUSDATE  NOT =  "05"
135200         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
135300         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
135400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
135500         PERFORM ERROR-PROC
135600     END-IF.
135700     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
135800         READ  FILE-BUSDATE
135900           AT END
136000             MOVE "1" TO WK-BUSDATE-EOF-FLG
136100           NOT AT END
136200             MOVE C2-BDT-REC TO WY-BDT-REC
136300             IF  WY-BDT-REC-TYPE  =  "C"
136400                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
136500                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
136600                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
136700             END-IF
136800         END-READ
136900         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
137000             FS-FILE-BUSDATE  NOT =  "10"
137100             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
137200             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
137300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
137400             PERFORM ERROR-PROC
137500         END-IF
137600     END-PERFORM.
137700     CLOSE  FILE-BUSDATE.
137800     IF  FS-FILE-BUSDATE  NOT =  "00"
137900         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
138000         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
138100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
138200         PERFORM ERROR-PROC
138300     END-IF.
138400     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
138460         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
138520         MOVE "  "                   TO  W2-ERR-FILE-STATUS
138580         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
138640         PERFORM ERROR-PROC
138700     END-IF.
138800 BUSDATE-READ-999.
138900 EXIT.
139000                                                             SKIP3
139100******************************************************************
139200*                                                                *
139300*    JUNBI PROC (MASTER INDEX, FILE OPEN, JOURNAL CARRIED        *
139400*    FORWARD AND LIST HEADING)                                   *
139500*                                                                *
139600******************************************************************
139700 JUNBI-PROC                        SECTION.
139800*G   JUNBI
139900 JUNBI-010.
140000
140100     ACCEPT W2-START-TIME FROM TIME.
140200     PERFORM  BUSDATE-READ-PROC.
140300     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
140400     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
140500     IF  W2-RUN-ID  =  SPACES
140600         MOVE  "DEFAULT"  TO  W2-RUN-ID
140700     END-IF.
140800
140900     OPEN   I-O    FILE-MASTIDX.
141000     IF  FS-FILE-MASTIDX  NOT =  "00"
141100         MOVE "FILE-MASTIDX(MASTIDX)"  TO  W2-ERR-FILE-NAME
141200         MOVE FS-FILE-MASTIDX        TO  W2-ERR-FILE-STATUS
141300         MOVE "OPEN I-O FAILED"      TO  W2-ERR-MESSAGE
141400         PERFORM ERROR-PROC
141500     END-IF.
141600     PERFORM  MAST-OPEN-PROC.
141700
141800     OPEN   OUTPUT FILE-MASTOUT
141900                   FILE-JRNLOUT
142000                   FILE-CORRLIST.
142100     IF  FS-FILE-MASTOUT  NOT =  "00"
142200         MOVE "FILE-MASTOUT(MASTOUT)" TO  W2-ERR-FILE-NAME
142300         MOVE FS-FILE-MASTOUT        TO  W2-ERR-FILE-STATUS
142400         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
142500         PERFORM ERROR-PROC
142600     END-IF.
142700     IF  FS-FILE-JRNLOUT  NOT =  "00"
142800         MOVE "FILE-JRNLOUT(JRNLOUT)"  TO  W2-ERR-FILE-NAME
142900         MOVE FS-FILE-JRNLOUT        TO  W2-ERR-FILE-STATUS
143000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
143100         PERFORM ERROR-PROC
143200     END-IF.
143300     IF  FS-FILE-CORRLIST  NOT =  "00"
143400         MOVE "FILE-CORRLIST(CORRLIST)" TO  W2-ERR-FILE-NAME
143500         MOVE FS-FILE-CORRLIST       TO  W2-ERR-FILE-STATUS
143600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
143700         PERFORM ERROR-PROC
143800     END-IF.
143900     PERFORM  JRNL-COPY-PROC.
144000
144100     MOVE "FILECORR"    TO  O2-RPT-PROGRAM-NAME.
144200     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
144300             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
144400     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
144500     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
144600     PERFORM  SYURYO-CHK-LIST-WRITE.
144700     WRITE O2-RPT-BLANK-LINE.
144800     PERFORM  SYURYO-CHK-LIST-WRITE.
144900     WRITE O2-CRLS-HEAD-LINE.
145000     PERFORM  SYURYO-CHK-LIST-WRITE.
145100
145200 JUNBI-999.
145300 EXIT.
145400                                                             SKIP3
145500******************************************************************
145600*                                                                *
145700*    SYURYO PROC (BEFORE/AFTER COUNTS; RC=8 WHEN THE MASTER OR   *
145800*    THE JOURNAL DOES NOT AGREE WITH THE CORRECTIONS APPLIED,    *
145900*    RC=4 WHEN A TRANSACTION WAS REJECTED OR AN INPUT CONTROL    *
146000*    OR INDEX ENTRY DOES NOT MATCH)                              *
146100*                                                                *
146200******************************************************************
146300 SYURYO-PROC                       SECTION.
146400*G   SYURYO
146500 SYURYO-010.
146600
146700     ACCEPT W2-END-TIME FROM TIME.
146800
146900     OPEN   OUTPUT FILE-REPORT.
147000     IF  FS-FILE-REPORT  NOT =  "00"
147100         MOVE "FILE-REPORT(CORRRPT)" TO  W2-ERR-FILE-NAME
147200         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
147300         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
147400         PERFORM ERROR-PROC
147500     END-IF.
147600
147700     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
147800                                     + (W2-S_SS * 100) + W2-S_TT)
147900     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
148000                                    + (W2-E_SS * 100) + W2-E_TT).
148100     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
148200
148300     MOVE  "OK"  TO  WK-TRAN-RESULT.
148400     IF  WK-REJECT-COUNTER  >  ZERO
148500         MOVE  "NG"  TO  WK-TRAN-RESULT
148600     END-IF.
148700     MOVE  "OK"  TO  WK-MAST-RESULT.
148800     IF  WM-Z-FLG  NOT =  "1"  OR
148900         WM-Z-GRAND-COUNT  NOT =  WM-DATA-COUNTER
149000         MOVE  "NG"  TO  WK-MAST-RESULT
149100     END-IF.
149200     MOVE  "OK"  TO  WK-IDX-RESULT.
149300     IF  WK-IDX-MISS-COUNTER  >  ZERO
149400         MOVE  "NG"  TO  WK-IDX-RESULT
149500     END-IF.
149600     MOVE  "OK"  TO  WK-CNT-RESULT.
149700     IF  W1-R-COUNTER  NOT =
149800                 WM-R-COUNTER + WK-ADD-R-COUNTER
149900                               - WK-DEL-R-COUNTER  OR
150000         W1-S-COUNTER  NOT =
150100                 WM-S-COUNTER + WK-ADD-S-COUNTER
150200                               - WK-DEL-S-COUNTER  OR
150300         W1-T-COUNTER  NOT =
150400                 WM-T-COUNTER + WK-ADD-T-COUNTER
150500                               - WK-DEL-T-COUNTER  OR
150600         W1-U-COUNTER  NOT =
150700                 WM-U-COUNTER + WK-ADD-U-COUNTER
150800                               - WK-DEL-U-COUNTER  OR
150900         W1-COUNTER    NOT =
151000                 WM-DATA-COUNTER + WK-ADD-COUNTER
151100                               - WK-DELETE-COUNTER
151200         MOVE  "FAIL"  TO  WK-CNT-RESULT
151300     END-IF.
151400     IF  WK-JRNL-NEW-COUNTER  NOT =
151500                 WK-ADD-COUNTER + WK-CHANGE-COUNTER
151600                               + WK-DELETE-COUNTER  OR
151700         WK-JRNL-OUT-COUNTER  NOT =
151800                 WK-JRNL-IN-COUNTER + WK-JRNL-NEW-COUNTER
151900         MOVE  "FAIL"  TO  WK-CNT-RESULT
152000     END-IF.
152100     IF  WK-RETURN-COUNTER  NOT =  WK-TRAN-READ-COUNTER  OR
152200         WK-TRAN-READ-COUNTER  NOT =
152300                 WK-ADD-COUNTER + WK-CHANGE-COUNTER
152400                 + WK-DELETE-COUNTER + WK-REJECT-COUNTER
152500         MOVE  "FAIL"  TO  WK-CNT-RESULT
152600     END-IF.
152700     IF  WK-TRAN-RESULT  NOT =  "OK"  OR
152800         WK-MAST-RESULT  NOT =  "OK"  OR
152900         WK-IDX-RESULT   NOT =  "OK"
153000         MOVE  4  TO  RETURN-CODE
153100     END-IF.
153200     IF  WK-CNT-RESULT  NOT =  "OK"
153300         MOVE  8  TO  RETURN-CODE
153400     END-IF.
153500
153600     DISPLAY "TRANSACTIONS READ : " WK-TRAN-READ-COUNTER.
153700     DISPLAY "ROWS ADDED        : " WK-ADD-COUNTER.
153800     DISPLAY "ROWS CHANGED      : " WK-CHANGE-COUNTER.
153900     DISPLAY "ROWS DELETED      : " WK-DELETE-COUNTER.
154000     DISPLAY "REJECTED          : " WK-REJECT-COUNTER.
154100     DISPLAY "ROW COUNT CHECK   : " WK-CNT-RESULT.
154200
154300     MOVE "FILECORR"    TO  O4-RPT-PROGRAM-NAME.
154400     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
154500             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
154600     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
154700     WRITE O4-RPT-TITLE-LINE.
154800     PERFORM SYURYO-CHK-RPT-WRITE.
154900     MOVE "CORRTRAN"    TO O4-RPT-FILE-NAME.
155000     WRITE O4-RPT-FILE-LINE.
155100     PERFORM SYURYO-CHK-RPT-WRITE.
155200     MOVE "MASTIN"      TO O4-RPT-FILE-NAME.
155300     WRITE O4-RPT-FILE-LINE.
155400     PERFORM SYURYO-CHK-RPT-WRITE.
155500     MOVE "JRNLIN"      TO O4-RPT-FILE-NAME.
155600     WRITE O4-RPT-FILE-LINE.
155700     PERFORM SYURYO-CHK-RPT-WRITE.
155800
155900     WRITE O4-RPT-BLANK-LINE.
156000     PERFORM SYURYO-CHK-RPT-WRITE.
156100     WRITE O4-RPT-HEAD-LINE.
156200     PERFORM SYURYO-CHK-RPT-WRITE.
156300     MOVE "TRANSACTIONS READ" TO O4-RPT-COUNT-NAME.
156400     MOVE WK-TRAN-READ-COUNTER TO O4-RPT-COUNT-VALUE.
156500     WRITE O4-RPT-COUNT-LINE.
156600     PERFORM SYURYO-CHK-RPT-WRITE.
156700     MOVE "  ROWS ADDED"      TO O4-RPT-COUNT-NAME.
156800     MOVE WK-ADD-COUNTER      TO O4-RPT-COUNT-VALUE.
156900     WRITE O4-RPT-COUNT-LINE.
157000     PERFORM SYURYO-CHK-RPT-WRITE.
157100     MOVE "  ROWS CHANGED"    TO O4-RPT-COUNT-NAME.
157200     MOVE WK-CHANGE-COUNTER   TO O4-RPT-COUNT-VALUE.
157300     WRITE O4-RPT-COUNT-LINE.
157400     PERFORM SYURYO-CHK-RPT-WRITE.
157500     MOVE "  ROWS DELETED"    TO O4-RPT-COUNT-NAME.
157600     MOVE WK-DELETE-COUNTER   TO O4-RPT-COUNT-VALUE.
157700     WRITE O4-RPT-COUNT-LINE.
157800     PERFORM SYURYO-CHK-RPT-WRITE.
157900     MOVE "  REJECTED"        TO O4-RPT-COUNT-NAME.
158000     MOVE WK-REJECT-COUNTER   TO O4-RPT-COUNT-VALUE.
158100     WRITE O4-RPT-COUNT-LINE.
158200     PERFORM SYURYO-CHK-RPT-WRITE.
158300
158400     WRITE O4-RPT-BLANK-LINE.
158500     PERFORM SYURYO-CHK-RPT-WRITE.
158600     MOVE "BEFORE ROOT ROWS"  TO O4-RPT-COUNT-NAME.
158700     MOVE WM-R-COUNTER      TO O4-RPT-COUNT-VALUE.
158800     WRITE O4-RPT-COUNT-LINE.
158900     PERFORM SYURYO-CHK-RPT-WRITE.
159000     MOVE "BEFORE SUB ROWS"   TO O4-RPT-COUNT-NAME.
159100     MOVE WM-S-COUNTER      TO O4-RPT-COUNT-VALUE.
159200     WRITE O4-RPT-COUNT-LINE.
159300     PERFORM SYURYO-CHK-RPT-WRITE.
159400     MOVE "BEFORE SUB2 ROWS"  TO O4-RPT-COUNT-NAME.
159500     MOVE WM-T-COUNTER      TO O4-RPT-COUNT-VALUE.
159600     WRITE O4-RPT-COUNT-LINE.
159700     PERFORM SYURYO-CHK-RPT-WRITE.
159800     MOVE "BEFORE SUB3 ROWS"  TO O4-RPT-COUNT-NAME.
159900     MOVE WM-U-COUNTER      TO O4-RPT-COUNT-VALUE.
160000     WRITE O4-RPT-COUNT-LINE.
160100     PERFORM SYURYO-CHK-RPT-WRITE.
160200     MOVE "BEFORE TOTAL ROWS" TO O4-RPT-COUNT-NAME.
160300     MOVE WM-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
160400     WRITE O4-RPT-COUNT-LINE.
160500     PERFORM SYURYO-CHK-RPT-WRITE.
160600     MOVE "AFTER ROOT ROWS"   TO O4-RPT-COUNT-NAME.
160700     MOVE W1-R-COUNTER      TO O4-RPT-COUNT-VALUE.
160800     WRITE O4-RPT-COUNT-LINE.
160900     PERFORM SYURYO-CHK-RPT-WRITE.
161000     MOVE "AFTER SUB ROWS"    TO O4-RPT-COUNT-NAME.
161100     MOVE W1-S-COUNTER      TO O4-RPT-COUNT-VALUE.
161200     WRITE O4-RPT-COUNT-LINE.
161300     PERFORM SYURYO-CHK-RPT-WRITE.
161400     MOVE "AFTER SUB2 ROWS"   TO O4-RPT-COUNT-NAME.
161500     MOVE W1-T-COUNTER      TO O4-RPT-COUNT-VALUE.
161600     WRITE O4-RPT-COUNT-LINE.
161700     PERFORM SYURYO-CHK-RPT-WRITE.
161800     MOVE "AFTER SUB3 ROWS"   TO O4-RPT-COUNT-NAME.
161900     MOVE W1-U-COUNTER      TO O4-RPT-COUNT-VALUE.
162000     WRITE O4-RPT-COUNT-LINE.
162100     PERFORM SYURYO-CHK-RPT-WRITE.
162200     MOVE "AFTER TOTAL ROWS"  TO O4-RPT-COUNT-NAME.
162300     MOVE W1-COUNTER        TO O4-RPT-COUNT-VALUE.
162400     WRITE O4-RPT-COUNT-LINE.
162500     PERFORM SYURYO-CHK-RPT-WRITE.
162600     MOVE "JRNLIN RECORDS"    TO O4-RPT-COUNT-NAME.
162700     MOVE WK-JRNL-IN-COUNTER TO O4-RPT-COUNT-VALUE.
162800     WRITE O4-RPT-COUNT-LINE.
162900     PERFORM SYURYO-CHK-RPT-WRITE.
163000     MOVE "JOURNAL WRITTEN"   TO O4-RPT-COUNT-NAME.
163100     MOVE WK-JRNL-NEW-COUNTER TO O4-RPT-COUNT-VALUE.
163200     WRITE O4-RPT-COUNT-LINE.
163300     PERFORM SYURYO-CHK-RPT-WRITE.
163400     MOVE "JRNLOUT RECORDS"   TO O4-RPT-COUNT-NAME.
163500     MOVE WK-JRNL-OUT-COUNTER TO O4-RPT-COUNT-VALUE.
163600     WRITE O4-RPT-COUNT-LINE.
163700     PERFORM SYURYO-CHK-RPT-WRITE.
163800     MOVE "MASTIDX DELETED"   TO O4-RPT-COUNT-NAME.
163900     MOVE WK-IDX-DELETE-COUNTER TO O4-RPT-COUNT-VALUE.
164000     WRITE O4-RPT-COUNT-LINE.
164100     PERFORM SYURYO-CHK-RPT-WRITE.
164200     MOVE "MASTIDX WRITTEN"   TO O4-RPT-COUNT-NAME.
164300     MOVE WK-IDX-WRITE-COUNTER TO O4-RPT-COUNT-VALUE.
164400     WRITE O4-RPT-COUNT-LINE.
164500     PERFORM SYURYO-CHK-RPT-WRITE.
164600     MOVE "MASTIDX REWRITTEN" TO O4-RPT-COUNT-NAME.
164700     MOVE WK-IDX-REWRITE-COUNTER TO O4-RPT-COUNT-VALUE.
164800     WRITE O4-RPT-COUNT-LINE.
164900     PERFORM SYURYO-CHK-RPT-WRITE.
165000     MOVE "MASTIDX NOT FOUND" TO O4-RPT-COUNT-NAME.
165100     MOVE WK-IDX-MISS-COUNTER TO O4-RPT-COUNT-VALUE.
165200     WRITE O4-RPT-COUNT-LINE.
165300     PERFORM SYURYO-CHK-RPT-WRITE.
165400
165500     WRITE O4-RPT-BLANK-LINE.
165600     PERFORM SYURYO-CHK-RPT-WRITE.
165700     MOVE "OUTCTL RESTATED" TO O4-RPT-DETAIL-LABEL.
165800     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
165900     IF  WK-XCTL-FOUND-FLG  =  "1"
166000         STRING  "TOTAL "  WX-XCTL-COUNT-TOTAL
166100                 "  HASH "  WX-XCTL-ROOT-HASH
166200                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
166300     ELSE
166400         MOVE "NOT FOUND - NOT RESTATED" TO O4-RPT-DETAIL-VALUE
166500     END-IF.
166600     WRITE O4-RPT-DETAIL-LINE.
166700     PERFORM SYURYO-CHK-RPT-WRITE.
166800
166900     WRITE O4-RPT-BLANK-LINE.
167000     PERFORM SYURYO-CHK-RPT-WRITE.
167100     MOVE "TRANSACTIONS"    TO O4-RPT-RESULT-LABEL.
167200     MOVE WK-TRAN-RESULT    TO O4-RPT-RESULT-VALUE.
167300     WRITE O4-RPT-RESULT-LINE.
167400     PERFORM SYURYO-CHK-RPT-WRITE.
167500     MOVE "MASTER CONTROL"  TO O4-RPT-RESULT-LABEL.
167600     MOVE WK-MAST-RESULT    TO O4-RPT-RESULT-VALUE.
167700     WRITE O4-RPT-RESULT-LINE.
167800     PERFORM SYURYO-CHK-RPT-WRITE.
167900     MOVE "MASTIDX ENTRIES" TO O4-RPT-RESULT-LABEL.
168000     MOVE WK-IDX-RESULT     TO O4-RPT-RESULT-VALUE.
168100     WRITE O4-RPT-RESULT-LINE.
168200     PERFORM SYURYO-CHK-RPT-WRITE.
168300     MOVE "ROW COUNT CHECK" TO O4-RPT-RESULT-LABEL.
168400     MOVE WK-CNT-RESULT     TO O4-RPT-RESULT-VALUE.
168500     WRITE O4-RPT-RESULT-LINE.
168600     PERFORM SYURYO-CHK-RPT-WRITE.
168700
168800     WRITE O4-RPT-BLANK-LINE.
168900     PERFORM SYURYO-CHK-RPT-WRITE.
169000
169100     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
169200     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
169300             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
169400     WRITE O4-RPT-TIME-LINE.
169500     PERFORM SYURYO-CHK-RPT-WRITE.
169600     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
169700     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
169800             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
169900     WRITE O4-RPT-TIME-LINE.
170000     PERFORM SYURYO-CHK-RPT-WRITE.
170100     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
170200     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
170300     WRITE O4-RPT-TIME-LINE.
170400     PERFORM SYURYO-CHK-RPT-WRITE.
170500
170600     CLOSE FILE-REPORT.
170700     IF  FS-FILE-REPORT  NOT =  "00"
170800         MOVE "FILE-REPORT(CORRRPT)" TO  W2-ERR-FILE-NAME
170900         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
171000         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
171100         PERFORM ERROR-PROC
171200     END-IF.
171300
171400 SYURYO-999.
171500     EXIT.
171600                                                             SKIP3
171700******************************************************************
171800*                                                                *
171900*    REPORT WRITE CHECK PROC                                     *
172000*                                                                *
172100******************************************************************
172200 SYURYO-CHK-PROC                    SECTION.
172300*G   REPORT WRITE CHECK
172400 SYURYO-CHK-RPT-WRITE.
172500     IF  FS-FILE-REPORT  NOT =  "00"
172600         MOVE "FILE-REPORT(CORRRPT)" TO  W2-ERR-FILE-NAME
172700         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
172800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
172900         PERFORM ERROR-PROC
173000     END-IF.
173100 SYURYO-CHK-LIST-WRITE.
173200     IF  FS-FILE-CORRLIST  NOT =  "00"
173300         MOVE "FILE-CORRLIST(CORRLIST)" TO  W2-ERR-FILE-NAME
173400         MOVE FS-FILE-CORRLIST       TO  W2-ERR-FILE-STATUS
173500         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
173600         PERFORM ERROR-PROC
173700     END-IF.
173800 SYURYO-CHK-999.
173900     EXIT.
174000                                                             SKIP3
174100******************************************************************
174200*                                                                *
174300*    ERROR PROC                                                  *
174400*                                                                *
174500******************************************************************
174600 ERROR-PROC                        SECTION.
174700*G   ERROR
174800 ERROR-010.
174900
175000     DISPLAY "*** ABEND ***".
175100     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
175200     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
175300     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
175400
175500     MOVE  16  TO  RETURN-CODE.
175600     STOP RUN.
175700
175800 ERROR-999.
175900     EXIT.
