000100* T   DUPLICATE-ENTITY CANDIDATE REPORT ACROSS ROOT KEYS
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEDUPE.
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
001500     SELECT   FILE-A
001600               ASSIGN TO INPUTDATA1
001700               FILE STATUS IS FS-FILE-A.
001800     SELECT   OPTIONAL  FILE-EXTRACT
001900               ASSIGN TO OUTPUTDATA
002000               ORGANIZATION IS LINE SEQUENTIAL
002100               FILE STATUS IS FS-FILE-EXTRACT.
002120     SELECT   OPTIONAL  FILE-OUT-CTL
002140               ASSIGN TO OUTCTL
002150               ORGANIZATION IS LINE SEQUENTIAL
002180               FILE STATUS IS FS-FILE-OUT-CTL.
002200     SELECT   FILE-DUPECAND
002300               ASSIGN TO DUPECAND
002400               ORGANIZATION IS LINE SEQUENTIAL
002500               FILE STATUS IS FS-FILE-DUPECAND.
002600     SELECT   FILE-DUPELIST
002700               ASSIGN TO DUPELIST
002800               ORGANIZATION IS LINE SEQUENTIAL
002900               FILE STATUS IS FS-FILE-DUPELIST.
003000     SELECT   FILE-REPORT
003100               ASSIGN TO DUPERPT
003200               ORGANIZATION IS LINE SEQUENTIAL
003300               FILE STATUS IS FS-FILE-REPORT.
003400     SELECT   SORT-FILE
003500               ASSIGN TO SORTWK.
003600     SELECT   OPTIONAL  FILE-CHAIN
003700               ASSIGN TO CHAINCTL
003800               ORGANIZATION IS LINE SEQUENTIAL
003900               FILE STATUS IS FS-FILE-CHAIN.
004000     SELECT   OPTIONAL  FILE-NITE
004100               ASSIGN TO NITESTAT
004200               ORGANIZATION IS LINE SEQUENTIAL
004300               FILE STATUS IS FS-FILE-NITE.
004400     SELECT   OPTIONAL  FILE-BUSDATE
004500               ASSIGN TO BUSDATE
004600               ORGANIZATION IS LINE SEQUENTIAL
004700               FILE STATUS IS FS-FILE-BUSDATE.
004800
004900 DATA                   DIVISION.
005000 FILE                   SECTION.
005100 FD  FILE-A.
005200     COPY  ROOT     PREFIXING  IA-.
005300
005400 FD  FILE-EXTRACT.
005500     COPY  OUTFILE  PREFIXING  I1-.
005520
005550 FD  FILE-OUT-CTL.
005570     COPY  EXTCTL   PREFIXING  I8-.
005600
005700 FD  FILE-DUPECAND.
005800     COPY  DUPECAND PREFIXING  O1-.
005900
006000 FD  FILE-DUPELIST.
006100     COPY  REPORT   PREFIXING  O2-.
006200     COPY  DUPELST  PREFIXING  O2-.
006300
006400 FD  FILE-REPORT.
006500     COPY  REPORT   PREFIXING  O4-.
006600
006700 SD  SORT-FILE.
006800     COPY  DUPECAND PREFIXING  SR-.
006900
007000 FD  FILE-CHAIN.
007100     COPY  CHNCTL   PREFIXING  C1-.
007200
007300 FD  FILE-NITE.
007400     COPY  NITESTAT PREFIXING  N1-.
007500
007600 FD  FILE-BUSDATE.
007700     COPY  BUSDATE  PREFIXING  C2-.
007800
007900 WORKING-STORAGE        SECTION.
008000******************************************************************
008100*                                                                *
008200*    FILE-EXTRACT WORK AREA ("R" ROWS AND "G" TRAILERS)          *
008300*                                                                *
008400******************************************************************
008500 COPY  OUTFILE  PREFIXING  WE-.
008600 01  WE-COUNTER             PIC  S9(11)  VALUE  ZERO.
008700 01  WE-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
008800 01  WE-G-COUNTER           PIC  S9(11)  VALUE  ZERO.
008900 01  WE-OPEN-FLG            PIC   X      VALUE  ZERO.
009000 01  WE-EOF-FLG             PIC   X      VALUE  ZERO.
009100 01  WE-Z-FLG               PIC   X      VALUE  ZERO.
009200 01  WE-Z-GRAND-COUNT       PIC  S9(11)  VALUE  ZERO.
009220 01  WE-R-COUNTER           PIC  S9(11)  VALUE  ZERO.
009250 01  WE-TRLR-COUNT          PIC  S9(11)  VALUE  ZERO.
009270 01  WE-EXPECT-COUNTER      PIC  S9(11)  VALUE  ZERO.
009300 01  WE-G-KEY               PIC  X(10)   VALUE  LOW-VALUES.
009310******************************************************************
009320*                                                                *
009330*    EXTRACT CONTROL WORK AREA (FILE-OUT-CTL; SCOPE OF THE       *
009340*    EXTRACT FOR DUPESRC=X)                                      *
009350*                                                                *
009360******************************************************************
009370 COPY  EXTCTL   PREFIXING  WX-.
009380 01  WK-XCTL-FOUND-FLG      PIC   X      VALUE  ZERO.
009400******************************************************************
009500*                                                                *
009600*    FILE-A WORK AREA (INPUTDATA1 ROOT RECORDS)                  *
009700*                                                                *
009800******************************************************************
009900 COPY  ROOT     PREFIXING  WA-.
010000 01  WA-COUNTER             PIC  S9(11)  VALUE  ZERO.
010100 01  WA-EOF-FLG             PIC   X      VALUE  ZERO.
010200 01  WA-PREV-KEY            PIC  X(10)   VALUE  LOW-VALUES.
010300******************************************************************
010400*                                                                *
010500*    CANDIDATE WORK AREA (ONE ROOT KEY BEFORE AND AFTER SORT)    *
010600*    WK-HOLD-FLG  "1"=EXTRACT "R" ROW WAITING FOR ITS "G"        *
010700*                                                                *
010800******************************************************************
010900 COPY  DUPECAND PREFIXING  W3-.
011000 COPY  DUPECAND PREFIXING  W5-.
011100 COPY  DUPECAND PREFIXING  WH-.
011200 01  WK-HOLD-FLG            PIC   X      VALUE  ZERO.
011300 01  WK-HOLD-KEY            PIC  X(10)   VALUE  SPACES.
011400 01  WK-HOLD-DATA           PIC  X(40)   VALUE  SPACES.
011500 01  WK-CAND-KEY            PIC  X(10)   VALUE  SPACES.
011600 01  WK-CAND-DATA           PIC  X(40)   VALUE  SPACES.
011700 01  WK-CAND-SUB-COUNT      PIC  9(09)   VALUE  ZERO.
011800 01  WK-CAND-SUB2-COUNT     PIC  9(09)   VALUE  ZERO.
011900 01  WK-CAND-SUB3-COUNT     PIC  9(09)   VALUE  ZERO.
012000 01  WK-CAND-TRLR-FLG       PIC   X      VALUE  ZERO.
012100 01  WK-SORT-EOF-FLG        PIC   X      VALUE  ZERO.
012200******************************************************************
012300*                                                                *
012400*    NORMALIZE WORK AREA (UPPER CASE, SPACES REMOVED, CUT TO     *
012500*    THE MATCH LENGTH)                                           *
012600*                                                                *
012700******************************************************************
012800 01  WK-NORM-IN             PIC  X(40)   VALUE  SPACES.
012900 01  WK-NORM-OUT            PIC  X(40)   VALUE  SPACES.
013000 01  WK-NORM-IX             PIC  S9(04)  COMP  VALUE  ZERO.
013100 01  WK-NORM-OX             PIC  S9(04)  COMP  VALUE  ZERO.
013200******************************************************************
013300*                                                                *
013400*    CANDIDATE GROUP WORK AREA                                   *
013500*    WK-GRP-STATE "0"=NOTHING HELD  "1"=FIRST KEY OF A MATCH     *
013600*                 HELD  "2"=GROUP OF TWO OR MORE KEYS OPEN       *
013700*                                                                *
013800******************************************************************
013900 01  WK-GRP-STATE           PIC   X      VALUE  "0".
014000 01  WK-GRP-MATCH           PIC  X(40)   VALUE  SPACES.
014100 01  WK-GRP-LAST-KEY        PIC  X(10)   VALUE  SPACES.
014200 01  WK-GRP-NO              PIC  9(07)   VALUE  ZERO.
014300******************************************************************
014400*                                                                *
014500*    COUNT WORK AREA                                             *
014600*                                                                *
014700******************************************************************
014800 01  W1-COUNTER             PIC  S9(11)  VALUE  ZERO.
014900 01  WK-SOURCE-COUNTER      PIC  S9(11)  VALUE  ZERO.
015000 01  WK-BLANK-COUNTER       PIC  S9(11)  VALUE  ZERO.
015100 01  WK-RELEASE-COUNTER     PIC  S9(11)  VALUE  ZERO.
015200 01  WK-RETURN-COUNTER      PIC  S9(11)  VALUE  ZERO.
015300 01  WK-GROUP-COUNTER       PIC  S9(11)  VALUE  ZERO.
015400 01  WK-NOTRLR-COUNTER      PIC  S9(11)  VALUE  ZERO.
015500 01  WK-SEQ-COUNTER         PIC  S9(11)  VALUE  ZERO.
015600 01  WK-DUPKEY-COUNTER      PIC  S9(11)  VALUE  ZERO.
015700 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
015800******************************************************************
015900*                                                                *
016000*    PARAMETER WORK AREA                                         *
016100*    DUPESRC  "A"=INPUTDATA1  "X"=EXTRACT "R" ROWS (DEFAULT)     *
016200*    DUPELEN  LEADING CHARACTERS COMPARED, 1-40 (DEFAULT 40)     *
016300*                                                                *
016400******************************************************************
016500 01  WK-DUPESRC-ENV-NAME    PIC  X(07)   VALUE  "DUPESRC".
016600 01  WK-DUPESRC-ENV-VALUE   PIC  X(01).
016700 01  WK-SOURCE-MODE         PIC  X(01)   VALUE  "X".
016800 01  WK-DUPELEN-ENV-NAME    PIC  X(07)   VALUE  "DUPELEN".
016900 01  WK-DUPELEN-ENV-VALUE   PIC  X(09).
017000 01  WK-MATCH-LEN           PIC  9(02)   VALUE  40.
017100 01  WK-ENV-NUM-TEXT        PIC  X(09).
017200 01  WK-ENV-NUM-VALUE       PIC  9(09)   VALUE  ZERO.
017300 01  WK-ENV-NUM-IX          PIC  S9(04)  COMP  VALUE  ZERO.
017400 01  WK-ENV-NUM-DIGIT-X     PIC  X(01).
017500 01  WK-ENV-NUM-DIGIT-9     REDEFINES  WK-ENV-NUM-DIGIT-X
017600                            PIC  9(01).
017700******************************************************************
017800*                                                                *
017900*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
018000*                                                                *
018100******************************************************************
018200 COPY  CHNCTL   PREFIXING  W8-.
018300 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
018400 01  WK-CHAIN-FOUND-FLG     PIC   X     VALUE  ZERO.
018500 01  WK-CHAIN-PRED-NAME     PIC  X(08)  VALUE  "FILETEST".
018600 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
018700 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
018800******************************************************************
018900*                                                                *
019000*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
019100*                                                                *
019200******************************************************************
019300 COPY  NITESTAT  PREFIXING  W9-.
019400******************************************************************
019500*                                                                *
019600*    RUN STATUS WORK AREA                                        *
019700*                                                                *
019800******************************************************************
019900 COPY  RESULT  PREFIXING  W2-.
020000 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
020100 01  W4-RUN-DATE             PIC  9(08).
020200 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
020300     05  W4-RUN-YYYY         PIC  9(04).
020400     05  W4-RUN-MM           PIC  9(02).
020500     05  W4-RUN-DD           PIC  9(02).
020600******************************************************************
020700*                                                                *
020800*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
020900*                                                                *
021000******************************************************************
021100 COPY  BUSDATE  PREFIXING  WY-.
021200 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
021300 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
021400 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
021500******************************************************************
021600*                                                                *
021700*    FILE STATUS WORK AREA                                       *
021800*                                                                *
021900******************************************************************
022000 01  FS-FILE-A               PIC  X(02)  VALUE  "00".
022100 01  FS-FILE-EXTRACT         PIC  X(02)  VALUE  "00".
022150 01  FS-FILE-OUT-CTL         PIC  X(02)  VALUE  "00".
022200 01  FS-FILE-DUPECAND        PIC  X(02)  VALUE  "00".
022300 01  FS-FILE-DUPELIST        PIC  X(02)  VALUE  "00".
022400 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
022500 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
022600 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
022700 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
022800
022900 PROCEDURE              DIVISION.
023000*
023100******************************************************************
023200*                                                                *
023300*G   MAIN PROC                                                   *
023400*                                                                *
023500******************************************************************
023600 MAIN-PROC                         SECTION.
023700*G   MAIN
023800 MAIN-PROC-010.
023900
024000     PERFORM  JUNBI-PROC.
024100
024200     SORT  SORT-FILE
024300           ASCENDING KEY  SR-DUPC-MATCH-DATA
024400                          SR-DUPC-ROOT-KEY
024500           INPUT  PROCEDURE IS DUPE-SORT-IN-PROC
024600           OUTPUT PROCEDURE IS DUPE-GROUP-PROC.
024700
024800     IF  WE-OPEN-FLG  =  "1"
024900         CLOSE  FILE-EXTRACT
025000         IF  FS-FILE-EXTRACT  NOT =  "00"
025100             MOVE "FILE-EXTRACT(OUTPUTDATA)" TO W2-ERR-FILE-NAME
025200             MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
025300             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
025400             PERFORM ERROR-PROC
025500         END-IF
025600     END-IF.
025700     IF  WK-SOURCE-MODE  =  "A"
025800         CLOSE  FILE-A
025900         IF  FS-FILE-A  NOT =  "00"
026000             MOVE "FILE-A(INPUTDATA1)"   TO  W2-ERR-FILE-NAME
026100             MOVE FS-FILE-A              TO  W2-ERR-FILE-STATUS
026200             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
026300             PERFORM ERROR-PROC
026400         END-IF
026500     END-IF.
026600     CLOSE  FILE-DUPECAND
026700            FILE-DUPELIST.
026800     IF  FS-FILE-DUPECAND  NOT =  "00"
026900         MOVE "FILE-DUPECAND(DUPECAND)" TO  W2-ERR-FILE-NAME
027000         MOVE FS-FILE-DUPECAND       TO  W2-ERR-FILE-STATUS
027100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
027200         PERFORM ERROR-PROC
027300     END-IF.
027400     IF  FS-FILE-DUPELIST  NOT =  "00"
027500         MOVE "FILE-DUPELIST(DUPELIST)" TO  W2-ERR-FILE-NAME
027600         MOVE FS-FILE-DUPELIST       TO  W2-ERR-FILE-STATUS
027700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
027800         PERFORM ERROR-PROC
027900     END-IF.
028000
028100     PERFORM  SYURYO-PROC.
028200
028300     STOP     RUN.
028400                                                             SKIP3
028500******************************************************************
028600*                                                                *
028700*    SORT INPUT PROC (ONE CANDIDATE PER ROOT KEY OF THE SOURCE)  *
028800*                                                                *
028900******************************************************************
029000 DUPE-SORT-IN-PROC SECTION.
029100*G   SORT INPUT
029200 DUPE-SORT-IN-010.
029300     IF  WK-SOURCE-MODE  =  "A"
029400         PERFORM  ROOT-SOURCE-PROC
029500     ELSE
029600         PERFORM  EXTRACT-SOURCE-PROC
029700     END-IF.
029800 DUPE-SORT-IN-999.
029900 EXIT.
030000                                                             SKIP3
030100******************************************************************
030200*                                                                *
030300*    EXTRACT SOURCE PROC ("R" ROW HELD UNTIL ITS "G" TRAILER     *
030400*    GIVES THE SUB COUNTS; AN "R" WITHOUT "G" GOES WITH ZEROS)   *
030500*                                                                *
030600******************************************************************
030700 EXTRACT-SOURCE-PROC SECTION.
030800*G   EXTRACT SOURCE
030900 EXTRACT-SOURCE-010.
031000     PERFORM  EXTRACT-READ-PROC.
031100     PERFORM  UNTIL  WE-EOF-FLG  =  "1"
031200         EVALUATE  WE-REC-TYPE
031300           WHEN "R"
031400             IF  WK-HOLD-FLG  =  "1"
031500                 PERFORM  HOLD-NOTRLR-PROC
031600             END-IF
031700             ADD   1                TO  WK-SOURCE-COUNTER
031800             MOVE  "1"              TO  WK-HOLD-FLG
031900             MOVE  WE-ROOT-KEY      TO  WK-HOLD-KEY
032000             MOVE  WE-REC-DATA      TO  WK-HOLD-DATA
032100           WHEN "G"
032200             IF  WK-HOLD-FLG  =  "1"  AND
032300                 WE-ROOT-KEY  =  WK-HOLD-KEY
032400                 MOVE  WK-HOLD-KEY        TO  WK-CAND-KEY
032500                 MOVE  WK-HOLD-DATA       TO  WK-CAND-DATA
032600                 MOVE  WE-TRLR-SUB-COUNT  TO  WK-CAND-SUB-COUNT
032700                 MOVE  WE-TRLR-SUB2-COUNT TO  WK-CAND-SUB2-COUNT
032800                 MOVE  WE-TRLR-SUB3-COUNT TO  WK-CAND-SUB3-COUNT
032900                 MOVE  "1"                TO  WK-CAND-TRLR-FLG
033000                 PERFORM  CAND-RELEASE-PROC
033100                 MOVE  "0"                TO  WK-HOLD-FLG
033200             END-IF
033300         END-EVALUATE
033400         PERFORM  EXTRACT-READ-PROC
033500     END-PERFORM.
033600     IF  WK-HOLD-FLG  =  "1"
033700         PERFORM  HOLD-NOTRLR-PROC
033800     END-IF.
033900 EXTRACT-SOURCE-999.
034000 EXIT.
034100                                                             SKIP3
034200******************************************************************
034300*                                                                *
034400*    HOLD NO TRAILER PROC (HELD "R" ROW RELEASED WITHOUT COUNTS) *
034500*                                                                *
034600******************************************************************
034700 HOLD-NOTRLR-PROC SECTION.
034800*G   HOLD NO TRAILER
034900 HOLD-NOTRLR-010.
035000     MOVE  WK-HOLD-KEY   TO  WK-CAND-KEY.
035100     MOVE  WK-HOLD-DATA  TO  WK-CAND-DATA.
035200     MOVE  ZERO          TO  WK-CAND-SUB-COUNT
035300                             WK-CAND-SUB2-COUNT
035400                             WK-CAND-SUB3-COUNT.
035500     MOVE  "0"           TO  WK-CAND-TRLR-FLG.
035600     PERFORM  CAND-RELEASE-PROC.
035700     MOVE  "0"           TO  WK-HOLD-FLG.
035800 HOLD-NOTRLR-999.
035900 EXIT.
036000                                                             SKIP3
036100******************************************************************
036200*                                                                *
036300*    ROOT SOURCE PROC (INPUTDATA1 ROOTS; SUB COUNTS FROM THE     *
036400*    EXTRACT "G" TRAILERS MATCHED IN KEY ORDER)                  *
036500*                                                                *
036600******************************************************************
036700 ROOT-SOURCE-PROC SECTION.
036800*G   ROOT SOURCE
036900 ROOT-SOURCE-010.
037000     IF  WE-OPEN-FLG  =  "1"
037100         PERFORM  EXTRACT-G-NEXT-PROC
037200     ELSE
037300         MOVE  HIGH-VALUES  TO  WE-G-KEY
037400     END-IF.
037500     PERFORM  ROOT-READ-PROC.
037600     PERFORM  UNTIL  WA-EOF-FLG  =  "1"
037700         ADD   1  TO  WK-SOURCE-COUNTER
037800         IF  WA-ROOT-KEY  <  WA-PREV-KEY
037900             ADD  1  TO  WK-SEQ-COUNTER
038000             DISPLAY "*** INPUTDATA1 OUT OF SEQUENCE : "
038100                     WA-ROOT-KEY
038200         END-IF
038300         MOVE  WA-ROOT-KEY  TO  WA-PREV-KEY
038400         PERFORM  UNTIL  WE-G-KEY  NOT <  WA-ROOT-KEY
038500             PERFORM  EXTRACT-G-NEXT-PROC
038600         END-PERFORM
038700         MOVE  WA-ROOT-KEY   TO  WK-CAND-KEY
038800         MOVE  WA-ROOT-DATA  TO  WK-CAND-DATA
038900         IF  WE-G-KEY  =  WA-ROOT-KEY
039000             MOVE  WE-TRLR-SUB-COUNT  TO  WK-CAND-SUB-COUNT
039100             MOVE  WE-TRLR-SUB2-COUNT TO  WK-CAND-SUB2-COUNT
039200             MOVE  WE-TRLR-SUB3-COUNT TO  WK-CAND-SUB3-COUNT
039300             MOVE  "1"                TO  WK-CAND-TRLR-FLG
039400         ELSE
039500             MOVE  ZERO  TO  WK-CAND-SUB-COUNT
039600                             WK-CAND-SUB2-COUNT
039700                             WK-CAND-SUB3-COUNT
039800             MOVE  "0"   TO  WK-CAND-TRLR-FLG
039900         END-IF
040000         PERFORM  CAND-RELEASE-PROC
040100         PERFORM  ROOT-READ-PROC
040200     END-PERFORM.
040300     PERFORM  UNTIL  WE-G-KEY  =  HIGH-VALUES
040400         PERFORM  EXTRACT-G-NEXT-PROC
040500     END-PERFORM.
040600 ROOT-SOURCE-999.
040700 EXIT.
040800                                                             SKIP3
040900******************************************************************
041000*                                                                *
041100*    ROOT READ PROC (FILE-A)                                     *
041200*                                                                *
041300******************************************************************
041400 ROOT-READ-PROC SECTION.
041500*G   ROOT READ
041600 ROOT-READ-010.
041700     READ  FILE-A
041800       AT END
041900         MOVE "1" TO WA-EOF-FLG
042000       NOT AT END
042100         ADD 1 TO WA-COUNTER
042200         MOVE IA-ROOT TO WA-ROOT
042300     END-READ.
042400     IF  FS-FILE-A  NOT =  "00"  AND
042500         FS-FILE-A  NOT =  "10"
042600         MOVE "FILE-A(INPUTDATA1)"   TO  W2-ERR-FILE-NAME
042700         MOVE FS-FILE-A              TO  W2-ERR-FILE-STATUS
042800         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
042900         PERFORM ERROR-PROC
043000     END-IF.
043100 ROOT-READ-999.
043200 EXIT.
043300                                                             SKIP3
043400******************************************************************
043500*                                                                *
043600*    EXTRACT "G" NEXT PROC (NEXT GROUP TRAILER OF THE EXTRACT;   *
043700*    HIGH-VALUES AT END)                                         *
043800*                                                                *
043900******************************************************************
044000 EXTRACT-G-NEXT-PROC SECTION.
044100*G   EXTRACT G NEXT
044200 EXTRACT-G-NEXT-010.
044300     PERFORM  WITH TEST AFTER  UNTIL
044400         WE-EOF-FLG  =  "1"  OR  WE-REC-TYPE  =  "G"
044500         PERFORM  EXTRACT-READ-PROC
044600     END-PERFORM.
044700     IF  WE-EOF-FLG  =  "1"
044800         MOVE  HIGH-VALUES  TO  WE-G-KEY
044900     ELSE
045000         MOVE  WE-ROOT-KEY  TO  WE-G-KEY
045100     END-IF.
045200 EXTRACT-G-NEXT-999.
045300 EXIT.
045400                                                             SKIP3
045500******************************************************************
045600*                                                                *
045650*    EXTRACT READ PROC ("G" COUNTS AND "R" ROWS KEPT FOR THE     *
045700*    CHECK; "Z" GRAND TRAILER HELD FOR INFORMATION)              *
045800*                                                                *
045900******************************************************************
046000 EXTRACT-READ-PROC SECTION.
046100*G   EXTRACT READ
046200 EXTRACT-READ-010.
046300     PERFORM  WITH TEST AFTER  UNTIL
046400         WE-EOF-FLG  =  "1"  OR  WE-REC-TYPE  NOT =  "Z"
046500         READ  FILE-EXTRACT
046600           AT END
046700             MOVE "1"    TO WE-EOF-FLG
046800             MOVE SPACE  TO WE-REC-TYPE
046900           NOT AT END
047000             ADD 1 TO WE-COUNTER
047100             MOVE I1-OUTFILE TO WE-OUTFILE
047200             EVALUATE  WE-REC-TYPE
047300               WHEN "Z"
047400                 MOVE "1"                  TO  WE-Z-FLG
047500                 MOVE WE-TRLR-GRAND-COUNT  TO  WE-Z-GRAND-COUNT
047600               WHEN "G"
047700                 ADD 1 TO WE-G-COUNTER
047710                 ADD WE-TRLR-SUB-COUNT  WE-TRLR-SUB2-COUNT
047730                     WE-TRLR-SUB3-COUNT TO WE-TRLR-COUNT
047750               WHEN "R"
047760                 ADD 1 TO WE-DATA-COUNTER
047780                 ADD 1 TO WE-R-COUNTER
047800               WHEN OTHER
047900                 ADD 1 TO WE-DATA-COUNTER
048000             END-EVALUATE
048100         END-READ
048200         IF  FS-FILE-EXTRACT  NOT =  "00"  AND
048300             FS-FILE-EXTRACT  NOT =  "10"
048400             MOVE "FILE-EXTRACT(OUTPUTDATA)" TO W2-ERR-FILE-NAME
048500             MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
048600             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
048700             PERFORM ERROR-PROC
048800         END-IF
048900     END-PERFORM.
049000 EXTRACT-READ-999.
049100 EXIT.
049200                                                             SKIP3
049300******************************************************************
049400*                                                                *
049500*    CANDIDATE RELEASE PROC (NORMALIZE ROOT-DATA AND RELEASE;    *
049600*    A ROOT WHOSE ROOT-DATA IS ALL SPACES IS NOT A CANDIDATE)    *
049700*                                                                *
049800******************************************************************
049900 CAND-RELEASE-PROC SECTION.
050000*G   CANDIDATE RELEASE
050100 CAND-RELEASE-010.
050200     IF  WK-CAND-TRLR-FLG  NOT =  "1"
050300         ADD  1  TO  WK-NOTRLR-COUNTER
050400     END-IF.
050500     MOVE  WK-CAND-DATA  TO  WK-NORM-IN.
050600     PERFORM  NORMALIZE-PROC.
050700     IF  WK-NORM-OUT  =  SPACES
050800         ADD  1  TO  WK-BLANK-COUNTER
050900         GO  TO  CAND-RELEASE-999
051000     END-IF.
051100     MOVE  SPACES              TO  W3-DUPC-REC.
051200     MOVE  ZERO                TO  W3-DUPC-GROUP-NO.
051300     MOVE  WK-NORM-OUT         TO  W3-DUPC-MATCH-DATA.
051400     MOVE  WK-CAND-KEY         TO  W3-DUPC-ROOT-KEY.
051500     MOVE  WK-CAND-DATA        TO  W3-DUPC-ROOT-DATA.
051600     MOVE  WK-CAND-SUB-COUNT   TO  W3-DUPC-SUB-COUNT.
051700     MOVE  WK-CAND-SUB2-COUNT  TO  W3-DUPC-SUB2-COUNT.
051800     MOVE  WK-CAND-SUB3-COUNT  TO  W3-DUPC-SUB3-COUNT.
051900     MOVE  WK-CAND-TRLR-FLG    TO  W3-DUPC-TRLR-FLG.
052000     MOVE  WK-SOURCE-MODE      TO  W3-DUPC-SOURCE.
052100     MOVE  W4-RUN-DATE         TO  W3-DUPC-RUN-DATE.
052200     MOVE  W3-DUPC-REC  TO  SR-DUPC-REC.
052300     RELEASE SR-DUPC-REC.
052400     ADD  1  TO  WK-RELEASE-COUNTER.
052500 CAND-RELEASE-999.
052600 EXIT.
052700                                                             SKIP3
052800******************************************************************
052900*                                                                *
053000*    NORMALIZE PROC (WK-NORM-IN TO WK-NORM-OUT: UPPER CASE, ALL  *
053100*    SPACES REMOVED, ONLY THE FIRST WK-MATCH-LEN CHARACTERS)     *
053200*                                                                *
053300******************************************************************
053400 NORMALIZE-PROC SECTION.
053500*G   NORMALIZE
053600 NORMALIZE-010.
053700     INSPECT  WK-NORM-IN  CONVERTING
053800              "abcdefghijklmnopqrstuvwxyz"
053900          TO  "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
054000     MOVE  SPACES  TO  WK-NORM-OUT.
054100     MOVE  ZERO    TO  WK-NORM-OX.
054200     PERFORM  VARYING  WK-NORM-IX  FROM  1  BY  1
054300              UNTIL    WK-NORM-IX  >  40
054400         IF  WK-NORM-IN (WK-NORM-IX:1)  NOT =  SPACE
054500             ADD   1  TO  WK-NORM-OX
054600             MOVE  WK-NORM-IN (WK-NORM-IX:1)
054700                   TO  WK-NORM-OUT (WK-NORM-OX:1)
054800         END-IF
054900     END-PERFORM.
055000     IF  WK-MATCH-LEN  <  40
055100         MOVE  SPACES  TO  WK-NORM-OUT (WK-MATCH-LEN + 1:)
055200     END-IF.
055300 NORMALIZE-999.
055400 EXIT.
055500                                                             SKIP3
055600******************************************************************
055700*                                                                *
055800*    SORT OUTPUT PROC (KEYS WITH THE SAME MATCH DATA; A MATCH    *
055900*    WITH ONE KEY ONLY IS NOT A CANDIDATE GROUP)                 *
056000*                                                                *
056100******************************************************************
056200 DUPE-GROUP-PROC SECTION.
056300*G   SORT OUTPUT
056400 DUPE-GROUP-010.
056500     PERFORM  CAND-RETURN-PROC.
056600     PERFORM  UNTIL  WK-SORT-EOF-FLG  =  "1"
056700         PERFORM  CAND-GROUP-PROC
056800         PERFORM  CAND-RETURN-PROC
056900     END-PERFORM.
057000 DUPE-GROUP-999.
057100 EXIT.
057200                                                             SKIP3
057300******************************************************************
057400*                                                                *
057500*    CANDIDATE RETURN PROC (NEXT SORTED CANDIDATE)               *
057600*                                                                *
057700******************************************************************
057800 CAND-RETURN-PROC SECTION.
057900*G   CANDIDATE RETURN
058000 CAND-RETURN-010.
058100     RETURN  SORT-FILE
058200       AT END
058300         MOVE "1"          TO  WK-SORT-EOF-FLG
058400       NOT AT END
058500         ADD  1  TO  WK-RETURN-COUNTER
058600         MOVE SR-DUPC-REC  TO  W5-DUPC-REC
058700     END-RETURN.
058800 CAND-RETURN-999.
058900 EXIT.
059000                                                             SKIP3
059100******************************************************************
059200*                                                                *
059300*    CANDIDATE GROUP PROC (FIRST KEY OF A MATCH IS HELD; THE     *
059400*    SECOND KEY OPENS THE GROUP AND BOTH ARE WRITTEN; A ROOT KEY *
059500*    REPEATED IN THE SOURCE IS COUNTED AND LISTED ONCE)          *
059600*                                                                *
059700******************************************************************
059800 CAND-GROUP-PROC SECTION.
059900*G   CANDIDATE GROUP
060000 CAND-GROUP-010.
060100     IF  WK-GRP-STATE  NOT =  "0"  AND
060200         W5-DUPC-MATCH-DATA  =  WK-GRP-MATCH
060300         IF  W5-DUPC-ROOT-KEY  =  WK-GRP-LAST-KEY
060400             ADD  1  TO  WK-DUPKEY-COUNTER
060500             DISPLAY "*** ROOT KEY REPEATED IN SOURCE : "
060600                     W5-DUPC-ROOT-KEY
060700             GO  TO  CAND-GROUP-999
060800         END-IF
060900         IF  WK-GRP-STATE  =  "1"
061000             ADD   1    TO  WK-GROUP-COUNTER
061100             ADD   1    TO  WK-GRP-NO
061200             MOVE  "2"  TO  WK-GRP-STATE
061300             PERFORM  GROUP-HEAD-WRITE-PROC
061400             MOVE  WH-DUPC-REC  TO  W3-DUPC-REC
061500             PERFORM  MEMBER-WRITE-PROC
061600         END-IF
061700         MOVE  W5-DUPC-REC       TO  W3-DUPC-REC
061800         PERFORM  MEMBER-WRITE-PROC
061900         MOVE  W5-DUPC-ROOT-KEY  TO  WK-GRP-LAST-KEY
062000         GO  TO  CAND-GROUP-999
062100     END-IF.
062200     MOVE  "1"                 TO  WK-GRP-STATE.
062300     MOVE  W5-DUPC-REC         TO  WH-DUPC-REC.
062400     MOVE  W5-DUPC-MATCH-DATA  TO  WK-GRP-MATCH.
062500     MOVE  W5-DUPC-ROOT-KEY    TO  WK-GRP-LAST-KEY.
062600 CAND-GROUP-999.
062700 EXIT.
062800                                                             SKIP3
062900******************************************************************
063000*                                                                *
063100*    GROUP HEAD WRITE PROC (LIST HEADING OF ONE CANDIDATE GROUP) *
063200*                                                                *
063300******************************************************************
063400 GROUP-HEAD-WRITE-PROC SECTION.
063500*G   GROUP HEAD WRITE
063600 GROUP-HEAD-WRITE-010.
063700     WRITE O2-RPT-BLANK-LINE.
063800     PERFORM  SYURYO-CHK-LIST-WRITE.
063900     MOVE  WK-GRP-NO     TO  O2-DLST-GROUP-NO.
064000     MOVE  WK-GRP-MATCH  TO  O2-DLST-MATCH-DATA.
064100     WRITE O2-DLST-GROUP-LINE.
064200     PERFORM  SYURYO-CHK-LIST-WRITE.
064300 GROUP-HEAD-WRITE-999.
064400 EXIT.
064500                                                             SKIP3
064600******************************************************************
064700*                                                                *
064800*    MEMBER WRITE PROC (ONE KEY OF A GROUP TO THE CANDIDATE FILE *
064850*    AND THE LIST; "*" MARKS A KEY WITHOUT A "G" TRAILER, WHOSE  *
064900*    SUB COUNTS ARE UNAVAILABLE)                                 *
065000*                                                                *
065100******************************************************************
065200 MEMBER-WRITE-PROC SECTION.
065300*G   MEMBER WRITE
065400 MEMBER-WRITE-010.
065500     MOVE  WK-GRP-NO    TO  W3-DUPC-GROUP-NO.
065600     MOVE  W3-DUPC-REC  TO  O1-DUPC-REC.
065700     WRITE O1-DUPC-REC
065800     END-WRITE.
065900     IF  FS-FILE-DUPECAND  NOT =  "00"
066000         MOVE "FILE-DUPECAND(DUPECAND)" TO  W2-ERR-FILE-NAME
066100         MOVE FS-FILE-DUPECAND       TO  W2-ERR-FILE-STATUS
066200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
066300         PERFORM ERROR-PROC
066400     END-IF.
066500     ADD  1  TO  W1-COUNTER.
066600
066700     MOVE  SPACES               TO  O2-DLST-DETAIL-LINE.
066800     MOVE  W3-DUPC-ROOT-KEY     TO  O2-DLST-ROOT-KEY.
066900     MOVE  W3-DUPC-SUB-COUNT    TO  O2-DLST-SUB.
067000     MOVE  W3-DUPC-SUB2-COUNT   TO  O2-DLST-SUB2.
067100     MOVE  W3-DUPC-SUB3-COUNT   TO  O2-DLST-SUB3.
067200     MOVE  W3-DUPC-ROOT-DATA    TO  O2-DLST-ROOT-DATA.
067300     IF  W3-DUPC-TRLR-FLG  NOT =  "1"
067400         MOVE  "*"              TO  O2-DLST-TRLR-MARK
067500     END-IF.
067600     WRITE O2-DLST-DETAIL-LINE.
067700     PERFORM  SYURYO-CHK-LIST-WRITE.
067800 MEMBER-WRITE-999.
067900 EXIT.
068000                                                             SKIP3
068100******************************************************************
068200*                                                                *
068300*    PARAMETER PROC (DUPESRC SOURCE AND DUPELEN MATCH LENGTH)    *
068400*                                                                *
068500******************************************************************
068600 DUPE-PARAM-PROC SECTION.
068700*G   PARAMETER
068800 DUPE-PARAM-010.
068900     DISPLAY WK-DUPESRC-ENV-NAME UPON ENVIRONMENT-NAME.
069000     ACCEPT  WK-DUPESRC-ENV-VALUE FROM ENVIRONMENT-VALUE.
069100     EVALUATE  WK-DUPESRC-ENV-VALUE
069200       WHEN "A"
069300       WHEN "a"
069400         MOVE  "A"  TO  WK-SOURCE-MODE
069500       WHEN "X"
069600       WHEN "x"
069700       WHEN SPACE
069800         MOVE  "X"  TO  WK-SOURCE-MODE
069900       WHEN OTHER
070000         MOVE  "X"  TO  WK-SOURCE-MODE
070100         DISPLAY "*** DUPESRC INVALID - EXTRACT USED ***"
070200     END-EVALUATE.
070300     DISPLAY WK-DUPELEN-ENV-NAME UPON ENVIRONMENT-NAME.
070400     ACCEPT  WK-DUPELEN-ENV-VALUE FROM ENVIRONMENT-VALUE.
070500     IF  WK-DUPELEN-ENV-VALUE  NOT =  SPACES
070600         MOVE  WK-DUPELEN-ENV-VALUE  TO  WK-ENV-NUM-TEXT
070700         PERFORM  ENV-NUM-PROC
070800         IF  WK-ENV-NUM-VALUE  >  ZERO  AND
070900             WK-ENV-NUM-VALUE  NOT >  40
071000             MOVE  WK-ENV-NUM-VALUE  TO  WK-MATCH-LEN
071100         ELSE
071200             DISPLAY "*** DUPELEN INVALID - DEFAULT USED ***"
071300         END-IF
071400     END-IF.
071500 DUPE-PARAM-999.
071600 EXIT.
071700                                                             SKIP3
071800******************************************************************
071900*                                                                *
072000*    ENV NUM PROC (LEFT-JUSTIFIED DIGIT TEXT TO NUMBER)          *
072100*                                                                *
072200******************************************************************
072300 ENV-NUM-PROC SECTION.
072400*G   ENV NUM
072500 ENV-NUM-010.
072600     MOVE  ZERO  TO  WK-ENV-NUM-VALUE.
072700     PERFORM  VARYING  WK-ENV-NUM-IX  FROM  1  BY  1
072800              UNTIL    WK-ENV-NUM-IX  >  9
072900                   OR  WK-ENV-NUM-TEXT (WK-ENV-NUM-IX:1) = SPACE
073000         MOVE  WK-ENV-NUM-TEXT (WK-ENV-NUM-IX:1)
073100               TO  WK-ENV-NUM-DIGIT-X
073200         IF  WK-ENV-NUM-DIGIT-X  NUMERIC
073300             COMPUTE  WK-ENV-NUM-VALUE  =
073400                 WK-ENV-NUM-VALUE * 10 + WK-ENV-NUM-DIGIT-9
073500         END-IF
073600     END-PERFORM.
073700 ENV-NUM-999.
073800 EXIT.
073900                                                             SKIP3
074000******************************************************************
074100*                                                                *
074200*    CHAIN CHECK PROC (PREDECESSOR STAMP WITH RC=0 FOR RUN-ID)   *
074300*                                                                *
074400******************************************************************
074500 CHAIN-CHECK-PROC SECTION.
074600*G   CHAIN CHECK
074700 CHAIN-CHECK-010.
074800     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
074900     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
075000     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
075100         WK-CHAINCHK-ENV-VALUE  =  "n"
075200         GO  TO  CHAIN-CHECK-999
075300     END-IF.
075400     OPEN  INPUT  FILE-CHAIN.
075500     IF  FS-FILE-CHAIN  NOT =  "00"  AND
075600         FS-FILE-CHAIN  NOT =  "05"
075700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
075800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
075900         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
076000         PERFORM ERROR-PROC
076100     END-IF.
076200     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
076300         READ  FILE-CHAIN
076400           AT END
076500             MOVE "1" TO WK-CHAIN-EOF-FLG
076600           NOT AT END
076700             MOVE C1-CHN-REC TO W8-CHN-REC
076800             IF  W8-CHN-PROGRAM  =  WK-CHAIN-PRED-NAME  AND
076900                 W8-CHN-RUN-ID   =  W2-RUN-ID
077000                 IF  W8-CHN-RETURN-CODE  =  ZERO
077100                     MOVE "1" TO WK-CHAIN-FOUND-FLG
077200                 ELSE
077300                     MOVE "0" TO WK-CHAIN-FOUND-FLG
077400                 END-IF
077500             END-IF
077600         END-READ
077700         IF  FS-FILE-CHAIN  NOT =  "00"  AND
077800             FS-FILE-CHAIN  NOT =  "10"
077900             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
078000             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
078100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
078200             PERFORM ERROR-PROC
078300         END-IF
078400     END-PERFORM.
078500     CLOSE  FILE-CHAIN.
078600     IF  FS-FILE-CHAIN  NOT =  "00"
078700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
078800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
078900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
079000         PERFORM ERROR-PROC
079100     END-IF.
079200     IF  WK-CHAIN-FOUND-FLG  NOT =  "1"
079300         PERFORM  CHAIN-ABORT-PROC
079400     END-IF.
079500 CHAIN-CHECK-999.
079600 EXIT.
079700                                                             SKIP3
079800******************************************************************
079900*                                                                *
080000*    CHAIN ABORT PROC (REPORT AND STOP WITH RC=12)               *
080100*                                                                *
080200******************************************************************
080300 CHAIN-ABORT-PROC SECTION.
080400*G   CHAIN ABORT
080500 CHAIN-ABORT-010.
080600     DISPLAY "*** RUN STOPPED - CHAIN CHECK FAILED ***".
080700     DISPLAY "PREDECESSOR : " WK-CHAIN-PRED-NAME.
080800     DISPLAY "RUN-ID      : " W2-RUN-ID.
080900     OPEN  OUTPUT  FILE-REPORT.
081000     IF  FS-FILE-REPORT  =  "00"
081100         MOVE "FILEDUPE"    TO  O4-RPT-PROGRAM-NAME
081200         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
081300                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
081400         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
081500         WRITE O4-RPT-TITLE-LINE
081600         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
081700         MOVE "NG"           TO O4-RPT-RESULT-VALUE
081800         WRITE O4-RPT-RESULT-LINE
081900         MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
082000         MOVE SPACES         TO O4-RPT-DETAIL-VALUE
082100         STRING  WK-CHAIN-PRED-NAME
082200                 " NOT COMPLETE FOR THIS RUN-ID"
082300                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
082400         WRITE O4-RPT-DETAIL-LINE
082500         CLOSE FILE-REPORT
082600     END-IF.
082700     MOVE  12  TO  RETURN-CODE.
082800     STOP RUN.
082900 CHAIN-ABORT-999.
083000 EXIT.
083001                                                             SKIP3
083002******************************************************************
083003*                                                                *
083004*    EXTRACT SCOPE PROC (DUPESRC=X NEEDS A FULL EXTRACT; AN      *
083005*    INCREMENTAL OR REQUESTED-KEY EXTRACT IS REFUSED, RC=12)     *
083006*                                                                *
083007******************************************************************
083008 XCTL-SCOPE-PROC SECTION.
083009*G   EXTRACT SCOPE
083010 XCTL-SCOPE-010.
083011     IF  WK-SOURCE-MODE  =  "A"
083012         GO  TO  XCTL-SCOPE-999
083013     END-IF.
083014     INITIALIZE  WX-EXTCTL-REC.
083015     OPEN  INPUT  FILE-OUT-CTL.
083016     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
083017         FS-FILE-OUT-CTL  NOT =  "05"
083018         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
083020         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
083021         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
083022         PERFORM ERROR-PROC
083023     END-IF.
083024     READ  FILE-OUT-CTL
083025       AT END
083026         MOVE "0" TO WK-XCTL-FOUND-FLG
083027       NOT AT END
083028         MOVE I8-EXTCTL-REC TO WX-EXTCTL-REC
083029         MOVE "1" TO WK-XCTL-FOUND-FLG
083030     END-READ.
083031     IF  FS-FILE-OUT-CTL  NOT =  "00"  AND
083032         FS-FILE-OUT-CTL  NOT =  "10"
083033         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
083034         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
083035         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
083036         PERFORM ERROR-PROC
083037     END-IF.
083038     CLOSE  FILE-OUT-CTL.
083040     IF  FS-FILE-OUT-CTL  NOT =  "00"
083041         MOVE "FILE-OUT-CTL(OUTCTL)"   TO  W2-ERR-FILE-NAME
083042         MOVE FS-FILE-OUT-CTL        TO  W2-ERR-FILE-STATUS
083043         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
083044         PERFORM ERROR-PROC
083045     END-IF.
083046     IF  WK-XCTL-FOUND-FLG  NOT =  "1"
083047         DISPLAY "*** OUTCTL NOT FOUND - SCOPE NOT CHECKED ***"
083048         GO  TO  XCTL-SCOPE-999
083049     END-IF.
083050     IF  WX-XCTL-SCOPE  =  "I"  OR
083051         WX-XCTL-SCOPE  =  "K"
083052         PERFORM  SCOPE-ABORT-PROC
083053     END-IF.
083054 XCTL-SCOPE-999.
083055 EXIT.
083056                                                             SKIP3
083057******************************************************************
083058*                                                                *
083060*    SCOPE ABORT PROC (REPORT AND STOP WITH RC=12)               *
083061*                                                                *
083062******************************************************************
083063 SCOPE-ABORT-PROC SECTION.
083064*G   SCOPE ABORT
083065 SCOPE-ABORT-010.
083066     DISPLAY "*** RUN STOPPED - NOT A FULL EXTRACT ***".
083067     DISPLAY "EXTRACT SCOPE : " WX-XCTL-SCOPE.
083068     DISPLAY "FROM DATE     : " WX-XCTL-FROM-DATE.
083069     OPEN  OUTPUT  FILE-REPORT.
083070     IF  FS-FILE-REPORT  =  "00"
083071         MOVE "FILEDUPE"    TO  O4-RPT-PROGRAM-NAME
083072         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
083073                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
083074         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
083075         WRITE O4-RPT-TITLE-LINE
083076         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
083077         MOVE "NG"           TO O4-RPT-RESULT-VALUE
083078         WRITE O4-RPT-RESULT-LINE
083080         MOVE "EXTRACT SCOPE" TO O4-RPT-DETAIL-LABEL
083081         MOVE SPACES          TO O4-RPT-DETAIL-VALUE
083082         IF  WX-XCTL-SCOPE  =  "I"
083083             STRING  "INCREMENTAL FROM "  WX-XCTL-FROM-DATE
083084                     DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
083085         ELSE
083086             MOVE "REQUESTED KEYS ONLY" TO O4-RPT-DETAIL-VALUE
083087         END-IF
083088         WRITE O4-RPT-DETAIL-LINE
083089         MOVE "SOURCE"        TO O4-RPT-DETAIL-LABEL
083090         MOVE "FULL EXTRACT OR DUPESRC=A REQUIRED"
083091                              TO O4-RPT-DETAIL-VALUE
083092         WRITE O4-RPT-DETAIL-LINE
083093         CLOSE FILE-REPORT
083094     END-IF.
083095     MOVE  12  TO  RETURN-CODE.
083096     STOP RUN.
083097 SCOPE-ABORT-999.
083098 EXIT.
083100                                                             SKIP3
083200******************************************************************
083300*                                                                *
083400*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
083500*                                                                *
083600******************************************************************
083700 CHAIN-STAMP-PROC SECTION.
083800*G   CHAIN STAMP WRITE
083900 CHAIN-STAMP-010.
084000     OPEN  EXTEND  FILE-CHAIN.
084100     IF  FS-FILE-CHAIN  NOT =  "00"  AND
084200         FS-FILE-CHAIN  NOT =  "05"
084300         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
084400         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
084500         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
084600         PERFORM ERROR-PROC
084700     END-IF.
084800     MOVE  "FILEDUPE"           TO  W8-CHN-PROGRAM.
084900     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
085000     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
085100     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
085200     MOVE  W1-COUNTER           TO  W8-CHN-REC-COUNT.
085300     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
085400     WRITE C1-CHN-REC
085500     END-WRITE.
085600     IF  FS-FILE-CHAIN  NOT =  "00"
085700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
085800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
085900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
086000         PERFORM ERROR-PROC
086100     END-IF.
086200     CLOSE  FILE-CHAIN.
086300     IF  FS-FILE-CHAIN  NOT =  "00"
086400         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
086500         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
086600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
086700         PERFORM ERROR-PROC
086800     END-IF.
086900 CHAIN-STAMP-999.
087000 EXIT.
087100                                                             SKIP3
087200******************************************************************
087300*                                                                *
087400*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
087500*                                                                *
087600******************************************************************
087700 NITE-STAMP-PROC SECTION.
087800*G   NIGHTLY STATUS WRITE
087900 NITE-STAMP-010.
088000     OPEN  EXTEND  FILE-NITE.
088100     IF  FS-FILE-NITE  NOT =  "00"  AND
088200         FS-FILE-NITE  NOT =  "05"
088300         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
088400         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
088500         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
088600         PERFORM ERROR-PROC
088700     END-IF.
088800     MOVE  "FILEDUPE"           TO  W9-NITE-PROGRAM.
088900     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
089000     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
089100     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
089200     MOVE  WK-SOURCE-COUNTER    TO  W9-NITE-READ-COUNT.
089300     MOVE  W1-COUNTER           TO  W9-NITE-WRITE-COUNT.
089400     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
089500     MOVE  WK-GROUP-COUNTER     TO  W9-NITE-EXCEPT-COUNT.
089600     MOVE  WK-NOTRLR-COUNTER    TO  W9-NITE-ALERT-COUNT.
089700     MOVE  WK-CTL-RESULT        TO  W9-NITE-CTL-RESULT.
089800     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
089900     WRITE N1-NITE-REC
090000     END-WRITE.
090100     IF  FS-FILE-NITE  NOT =  "00"
090200         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
090300         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
090400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
090500         PERFORM ERROR-PROC
090600     END-IF.
090700     CLOSE  FILE-NITE.
090800     IF  FS-FILE-NITE  NOT =  "00"
090900         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
091000         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
091100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
091200         PERFORM ERROR-PROC
091300     END-IF.
091400 NITE-STAMP-999.
091500 EXIT.
091600                                                             SKIP3
091700******************************************************************
091800*                                                                *
091900*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
092000*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
092100*                                                                *
092200******************************************************************
092300 BUSDATE-READ-PROC SECTION.
092400*G   BUSINESS DATE READ
092500 BUSDATE-READ-010.
092600     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
092700     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
092800     MOVE  ZERO  TO  WK-BUSDATE-PREV.
092900     OPEN  INPUT  FILE-BUSDATE.
093000     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
093100         FS-FILE-BUSDATE  NOT =  "05"
093200         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
093300         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
093400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
093500         PERFORM ERROR-PROC
093600     END-IF.
093700     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
093800         READ  FILE-BUSDATE
093900           AT END
094000             MOVE "1" TO WK-BUSDATE-EOF-FLG
094100           NOT AT END
094200             MOVE C2-BDT-REC TO WY-BDT-REC
094300             IF  WY-BDT-REC-TYPE  =  "C"
094400                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
094500                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
094600                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
094700             END-IF
094800         END-READ
094900         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
095000             FS-FILE-BUSDATE  NOT =  "10"
095100             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
095200             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
095300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
095400             PERFORM ERROR-PROC
095500         END-IF
095600     END-PERFORM.
095700     CLOSE  FILE-BUSDATE.
095800     IF  FS-FILE-BUSDATE  NOT =  "00"
095900         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
096000         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
096100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
096200         PERFORM ERROR-PROC
096300     END-IF.
096400     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
096460         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
096520         MOVE "  "                   TO  W2-ERR-FILE-STATUS
096580         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
096640         PERFORM ERROR-PROC
096700     END-IF.
096800 BUSDATE-READ-999.
096900 EXIT.
097000                                                             SKIP3
097100******************************************************************
097200*                                                                *
097300*    JUNBI PROC (PARAMETERS, FILE OPEN AND LIST HEADING)         *
097400*                                                                *
097500******************************************************************
097600 JUNBI-PROC                        SECTION.
097700*G   JUNBI
097800 JUNBI-010.
097900
098000     ACCEPT W2-START-TIME FROM TIME.
098100     PERFORM  BUSDATE-READ-PROC.
098200     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
098300     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
098400     IF  W2-RUN-ID  =  SPACES
098500         MOVE  "DEFAULT"  TO  W2-RUN-ID
098600     END-IF.
098700     PERFORM  CHAIN-CHECK-PROC.
098800     PERFORM  DUPE-PARAM-PROC.
098850     PERFORM  XCTL-SCOPE-PROC.
098900
099000     IF  WK-SOURCE-MODE  =  "A"
099100         OPEN   INPUT  FILE-A
099200         IF  FS-FILE-A  NOT =  "00"
099300             MOVE "FILE-A(INPUTDATA1)"   TO  W2-ERR-FILE-NAME
099400             MOVE FS-FILE-A              TO  W2-ERR-FILE-STATUS
099500             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
099600             PERFORM ERROR-PROC
099700         END-IF
099800     END-IF.
099900     OPEN   INPUT  FILE-EXTRACT.
100000     IF  FS-FILE-EXTRACT  =  "00"
100100         MOVE  "1"  TO  WE-OPEN-FLG
100200     ELSE
100300         IF  FS-FILE-EXTRACT  NOT =  "05"  OR
100400             WK-SOURCE-MODE   NOT =  "A"
100500             MOVE "FILE-EXTRACT(OUTPUTDATA)" TO W2-ERR-FILE-NAME
100600             MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
100700             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
100800             PERFORM ERROR-PROC
100900         END-IF
101000         CLOSE  FILE-EXTRACT
101100         DISPLAY "*** OUTPUTDATA NOT FOUND - NO SUB COUNTS ***"
101200     END-IF.
101300     OPEN   OUTPUT FILE-DUPECAND
101400                   FILE-DUPELIST.
101500     IF  FS-FILE-DUPECAND  NOT =  "00"
101600         MOVE "FILE-DUPECAND(DUPECAND)" TO  W2-ERR-FILE-NAME
101700         MOVE FS-FILE-DUPECAND       TO  W2-ERR-FILE-STATUS
101800         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
101900         PERFORM ERROR-PROC
102000     END-IF.
102100     IF  FS-FILE-DUPELIST  NOT =  "00"
102200         MOVE "FILE-DUPELIST(DUPELIST)" TO  W2-ERR-FILE-NAME
102300         MOVE FS-FILE-DUPELIST       TO  W2-ERR-FILE-STATUS
102400         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
102500         PERFORM ERROR-PROC
102600     END-IF.
102700
102800     MOVE "FILEDUPE"    TO  O2-RPT-PROGRAM-NAME.
102900     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
103000             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
103100     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
103200     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
103300     PERFORM  SYURYO-CHK-LIST-WRITE.
103400     WRITE O2-RPT-BLANK-LINE.
103500     PERFORM  SYURYO-CHK-LIST-WRITE.
103600     MOVE  SPACES                  TO  O2-RPT-DETAIL-LINE.
103700     MOVE  "SOURCE"                TO  O2-RPT-DETAIL-LABEL.
103800     IF  WK-SOURCE-MODE  =  "A"
103900         MOVE  "INPUTDATA1"        TO  O2-RPT-DETAIL-VALUE
104000     ELSE
104100         MOVE  "OUTPUTDATA R ROWS" TO  O2-RPT-DETAIL-VALUE
104200     END-IF.
104300     WRITE O2-RPT-DETAIL-LINE.
104400     PERFORM  SYURYO-CHK-LIST-WRITE.
104500     MOVE  SPACES                  TO  O2-RPT-DETAIL-LINE.
104600     MOVE  "MATCH LENGTH"          TO  O2-RPT-DETAIL-LABEL.
104700     MOVE  WK-MATCH-LEN            TO  O2-RPT-DETAIL-VALUE (1:2).
104800     WRITE O2-RPT-DETAIL-LINE.
104900     PERFORM  SYURYO-CHK-LIST-WRITE.
105000     MOVE  SPACES                  TO  O2-RPT-DETAIL-LINE.
105100     MOVE  "NOTE"                  TO  O2-RPT-DETAIL-LABEL.
105200     MOVE  "* = NO G TRAILER, SUB COUNTS UNKNOWN"
105300                                   TO  O2-RPT-DETAIL-VALUE.
105400     WRITE O2-RPT-DETAIL-LINE.
105500     PERFORM  SYURYO-CHK-LIST-WRITE.
105600     WRITE O2-RPT-BLANK-LINE.
105700     PERFORM  SYURYO-CHK-LIST-WRITE.
105800     WRITE O2-DLST-HEAD-LINE.
105900     PERFORM  SYURYO-CHK-LIST-WRITE.
106000
106100 JUNBI-999.
106200 EXIT.
106300                                                             SKIP3
106400******************************************************************
106500*                                                                *
106600*    SYURYO PROC (CANDIDATE SUMMARY; NG WHEN THE EXTRACT GRAND   *
106700*    TRAILER DOES NOT MATCH THE ROWS READ OR A ROOT KEY HAD NO   *
106800*    "G" TRAILER - RC=4)                                         *
106900*                                                                *
107000******************************************************************
107100 SYURYO-PROC                       SECTION.
107200*G   SYURYO
107300 SYURYO-010.
107400
107500     ACCEPT W2-END-TIME FROM TIME.
107600
107700     OPEN   OUTPUT FILE-REPORT.
107800     IF  FS-FILE-REPORT  NOT =  "00"
107900         MOVE "FILE-REPORT(DUPERPT)" TO  W2-ERR-FILE-NAME
108000         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
108100         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
108200         PERFORM ERROR-PROC
108300     END-IF.
108400
108500     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
108600                                     + (W2-S_SS * 100) + W2-S_TT)
108700     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
108800                                    + (W2-E_SS * 100) + W2-E_TT).
108900     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
109000
109050     COMPUTE  WE-EXPECT-COUNTER  =  WE-TRLR-COUNT
109070                                 +  WE-R-COUNTER.
109100     MOVE  "OK"  TO  WK-CTL-RESULT.
109200     IF  WE-OPEN-FLG  =  "1"
109300         IF  WE-Z-FLG  NOT =  "1"  OR
109350             WE-EXPECT-COUNTER  NOT =  WE-DATA-COUNTER  OR
109400             ( WK-NOTRLR-COUNTER  >  ZERO  AND
109500               WK-SOURCE-MODE  NOT =  "A" )
109600             MOVE  "NG"  TO  WK-CTL-RESULT
109700             MOVE  4     TO  RETURN-CODE
109800         END-IF
109900     END-IF.
110000
110100     DISPLAY "SOURCE            : " WK-SOURCE-MODE.
110200     DISPLAY "MATCH LENGTH      : " WK-MATCH-LEN.
110300     DISPLAY "ROOT KEYS READ    : " WK-SOURCE-COUNTER.
110400     DISPLAY "BLANK ROOT-DATA   : " WK-BLANK-COUNTER.
110500     DISPLAY "CANDIDATE GROUPS  : " WK-GROUP-COUNTER.
110600     DISPLAY "KEYS IN GROUPS    : " W1-COUNTER.
110700     DISPLAY "SUB CNT UNAVAIL   : " WK-NOTRLR-COUNTER.
110800
110900     MOVE "FILEDUPE"    TO  O4-RPT-PROGRAM-NAME.
111000     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
111100             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
111200     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
111300     WRITE O4-RPT-TITLE-LINE.
111400     PERFORM SYURYO-CHK-RPT-WRITE.
111500     IF  WK-SOURCE-MODE  =  "A"
111600         MOVE "INPUTDATA1"  TO O4-RPT-FILE-NAME
111700         WRITE O4-RPT-FILE-LINE
111800         PERFORM SYURYO-CHK-RPT-WRITE
111900     END-IF.
112000     MOVE "OUTPUTDATA"  TO O4-RPT-FILE-NAME.
112100     WRITE O4-RPT-FILE-LINE.
112200     PERFORM SYURYO-CHK-RPT-WRITE.
112300
112400     WRITE O4-RPT-BLANK-LINE.
112500     PERFORM SYURYO-CHK-RPT-WRITE.
112600     MOVE "SOURCE"          TO O4-RPT-DETAIL-LABEL.
112700     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
112800     IF  WK-SOURCE-MODE  =  "A"
112900         MOVE "INPUTDATA1"        TO O4-RPT-DETAIL-VALUE
113000     ELSE
113100         MOVE "OUTPUTDATA R ROWS" TO O4-RPT-DETAIL-VALUE
113200     END-IF.
113300     WRITE O4-RPT-DETAIL-LINE.
113400     PERFORM SYURYO-CHK-RPT-WRITE.
113500     MOVE "MATCH LENGTH"    TO O4-RPT-DETAIL-LABEL.
113600     MOVE SPACES            TO O4-RPT-DETAIL-VALUE.
113700     MOVE WK-MATCH-LEN      TO O4-RPT-DETAIL-VALUE (1:2).
113800     WRITE O4-RPT-DETAIL-LINE.
113900     PERFORM SYURYO-CHK-RPT-WRITE.
113905     IF  WK-SOURCE-MODE  NOT =  "A"
113910         MOVE "EXTRACT SCOPE"   TO O4-RPT-DETAIL-LABEL
113920         IF  WK-XCTL-FOUND-FLG  =  "1"
113930             MOVE "FULL EXTRACT"      TO O4-RPT-DETAIL-VALUE
113940         ELSE
113950             MOVE "NOT CHECKED - NO OUTCTL" TO O4-RPT-DETAIL-VALUE
113960         END-IF
113970         WRITE O4-RPT-DETAIL-LINE
113980         PERFORM SYURYO-CHK-RPT-WRITE
113990     END-IF.
114000
114100     WRITE O4-RPT-BLANK-LINE.
114200     PERFORM SYURYO-CHK-RPT-WRITE.
114300     WRITE O4-RPT-HEAD-LINE.
114400     PERFORM SYURYO-CHK-RPT-WRITE.
114500     IF  WK-SOURCE-MODE  =  "A"
114600         MOVE "INPUTDATA1 ROOTS"  TO O4-RPT-COUNT-NAME
114700         MOVE WA-COUNTER          TO O4-RPT-COUNT-VALUE
114800         WRITE O4-RPT-COUNT-LINE
114900         PERFORM SYURYO-CHK-RPT-WRITE
115000         MOVE "OUT OF SEQUENCE"   TO O4-RPT-COUNT-NAME
115100         MOVE WK-SEQ-COUNTER      TO O4-RPT-COUNT-VALUE
115200         WRITE O4-RPT-COUNT-LINE
115300         PERFORM SYURYO-CHK-RPT-WRITE
115400     END-IF.
115500     MOVE "OUTPUTDATA ROWS"  TO O4-RPT-COUNT-NAME.
115600     MOVE WE-DATA-COUNTER    TO O4-RPT-COUNT-VALUE.
115700     WRITE O4-RPT-COUNT-LINE.
115800     PERFORM SYURYO-CHK-RPT-WRITE.
115900     MOVE "OUTPUTDATA GRAND" TO O4-RPT-COUNT-NAME.
116000     MOVE WE-Z-GRAND-COUNT   TO O4-RPT-COUNT-VALUE.
116020     WRITE O4-RPT-COUNT-LINE.
116040     PERFORM SYURYO-CHK-RPT-WRITE.
116050     MOVE "G TRAILER + ROOTS" TO O4-RPT-COUNT-NAME.
116080     MOVE WE-EXPECT-COUNTER  TO O4-RPT-COUNT-VALUE.
116100     WRITE O4-RPT-COUNT-LINE.
116200     PERFORM SYURYO-CHK-RPT-WRITE.
116300     MOVE "G TRAILERS"       TO O4-RPT-COUNT-NAME.
116400     MOVE WE-G-COUNTER       TO O4-RPT-COUNT-VALUE.
116500     WRITE O4-RPT-COUNT-LINE.
116600     PERFORM SYURYO-CHK-RPT-WRITE.
116700     MOVE "ROOT KEYS READ"   TO O4-RPT-COUNT-NAME.
116800     MOVE WK-SOURCE-COUNTER  TO O4-RPT-COUNT-VALUE.
116900     WRITE O4-RPT-COUNT-LINE.
117000     PERFORM SYURYO-CHK-RPT-WRITE.
117100     MOVE "BLANK ROOT-DATA"  TO O4-RPT-COUNT-NAME.
117200     MOVE WK-BLANK-COUNTER   TO O4-RPT-COUNT-VALUE.
117300     WRITE O4-RPT-COUNT-LINE.
117400     PERFORM SYURYO-CHK-RPT-WRITE.
117500     MOVE "SUB CNT UNAVAILABLE" TO O4-RPT-COUNT-NAME.
117600     MOVE WK-NOTRLR-COUNTER  TO O4-RPT-COUNT-VALUE.
117700     WRITE O4-RPT-COUNT-LINE.
117800     PERFORM SYURYO-CHK-RPT-WRITE.
117900     MOVE "KEYS COMPARED"    TO O4-RPT-COUNT-NAME.
118000     MOVE WK-RETURN-COUNTER  TO O4-RPT-COUNT-VALUE.
118100     WRITE O4-RPT-COUNT-LINE.
118200     PERFORM SYURYO-CHK-RPT-WRITE.
118300     MOVE "KEY REPEATED"     TO O4-RPT-COUNT-NAME.
118400     MOVE WK-DUPKEY-COUNTER  TO O4-RPT-COUNT-VALUE.
118500     WRITE O4-RPT-COUNT-LINE.
118600     PERFORM SYURYO-CHK-RPT-WRITE.
118700     MOVE "CANDIDATE GROUPS" TO O4-RPT-COUNT-NAME.
118800     MOVE WK-GROUP-COUNTER   TO O4-RPT-COUNT-VALUE.
118900     WRITE O4-RPT-COUNT-LINE.
119000     PERFORM SYURYO-CHK-RPT-WRITE.
119100     MOVE "KEYS IN GROUPS"   TO O4-RPT-COUNT-NAME.
119200     MOVE W1-COUNTER         TO O4-RPT-COUNT-VALUE.
119300     WRITE O4-RPT-COUNT-LINE.
119400     PERFORM SYURYO-CHK-RPT-WRITE.
119500
119600     WRITE O4-RPT-BLANK-LINE.
119700     PERFORM SYURYO-CHK-RPT-WRITE.
119800     MOVE "EXTRACT CONTROL" TO O4-RPT-RESULT-LABEL.
119900     MOVE WK-CTL-RESULT     TO O4-RPT-RESULT-VALUE.
120000     WRITE O4-RPT-RESULT-LINE.
120100     PERFORM SYURYO-CHK-RPT-WRITE.
120200
120300     WRITE O4-RPT-BLANK-LINE.
120400     PERFORM SYURYO-CHK-RPT-WRITE.
120500
120600     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
120700     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
120800             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
120900     WRITE O4-RPT-TIME-LINE.
121000     PERFORM SYURYO-CHK-RPT-WRITE.
121100     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
121200     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
121300             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
121400     WRITE O4-RPT-TIME-LINE.
121500     PERFORM SYURYO-CHK-RPT-WRITE.
121600     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
121700     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
121800     WRITE O4-RPT-TIME-LINE.
121900     PERFORM SYURYO-CHK-RPT-WRITE.
122000
122100     CLOSE FILE-REPORT.
122200     IF  FS-FILE-REPORT  NOT =  "00"
122300         MOVE "FILE-REPORT(DUPERPT)" TO  W2-ERR-FILE-NAME
122400         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
122500         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
122600         PERFORM ERROR-PROC
122700     END-IF.
122800     PERFORM  CHAIN-STAMP-PROC.
122900     PERFORM  NITE-STAMP-PROC.
123000
123100 SYURYO-999.
123200     EXIT.
123300                                                             SKIP3
123400******************************************************************
123500*                                                                *
123600*    REPORT WRITE CHECK PROC                                     *
123700*                                                                *
123800******************************************************************
123900 SYURYO-CHK-PROC                    SECTION.
124000*G   REPORT WRITE CHECK
124100 SYURYO-CHK-RPT-WRITE.
124200     IF  FS-FILE-REPORT  NOT =  "00"
124300         MOVE "FILE-REPORT(DUPERPT)" TO  W2-ERR-FILE-NAME
124400         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
124500         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
124600         PERFORM ERROR-PROC
124700     END-IF.
124800 SYURYO-CHK-LIST-WRITE.
124900     IF  FS-FILE-DUPELIST  NOT =  "00"
125000         MOVE "FILE-DUPELIST(DUPELIST)" TO  W2-ERR-FILE-NAME
125100         MOVE FS-FILE-DUPELIST       TO  W2-ERR-FILE-STATUS
125200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
125300         PERFORM ERROR-PROC
125400     END-IF.
125500 SYURYO-CHK-999.
125600     EXIT.
125700                                                             SKIP3
125800******************************************************************
125900*                                                                *
126000*    ERROR PROC                                                  *
126100*                                                                *
126200******************************************************************
126300 ERROR-PROC                        SECTION.
126400*G   ERROR
126500 ERROR-010.
126600
126700     DISPLAY "*** ABEND ***".
126800     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
126900     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
127000     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
127100
127200     MOVE  16  TO  RETURN-CODE.
127300     STOP RUN.
127400
127500 ERROR-999.
127600     EXIT.
