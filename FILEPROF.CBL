000100* T   HIERARCHY FAN-OUT PROFILE OF THE EXTRACT (GROUP TRAILERS)
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEPROF.
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
001500     SELECT   FILE-EXTRACT
001600               ASSIGN TO OUTPUTDATA
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-EXTRACT.
001900     SELECT   FILE-PART1
002000               ASSIGN TO OUTPART1
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-PART1.
002300     SELECT   FILE-PART2
002400               ASSIGN TO OUTPART2
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-PART2.
002700     SELECT   FILE-PART3
002800               ASSIGN TO OUTPART3
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-PART3.
003100     SELECT   FILE-PART4
003200               ASSIGN TO OUTPART4
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-PART4.
003500     SELECT   FILE-SUMMARY
003600               ASSIGN TO PROFSUM
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-SUMMARY.
003900     SELECT   FILE-REPORT
004000               ASSIGN TO PROFRPT
004100               ORGANIZATION IS LINE SEQUENTIAL
004200               FILE STATUS IS FS-FILE-REPORT.
004300     SELECT   OPTIONAL  FILE-CHAIN
004400               ASSIGN TO CHAINCTL
004500               ORGANIZATION IS LINE SEQUENTIAL
004600               FILE STATUS IS FS-FILE-CHAIN.
004700     SELECT   OPTIONAL  FILE-NITE
004800               ASSIGN TO NITESTAT
004900               ORGANIZATION IS LINE SEQUENTIAL
005000               FILE STATUS IS FS-FILE-NITE.
005002     SELECT   OPTIONAL  FILE-BUSDATE
005004               ASSIGN TO BUSDATE
005006               ORGANIZATION IS LINE SEQUENTIAL
005008               FILE STATUS IS FS-FILE-BUSDATE.
005100
005200 DATA                   DIVISION.
005300 FILE                   SECTION.
005400 FD  FILE-EXTRACT.
005500     COPY  OUTFILE  PREFIXING  I1-.
005600
005700 FD  FILE-PART1.
005800     COPY  OUTFILE  PREFIXING  P1-.
005900
006000 FD  FILE-PART2.
006100     COPY  OUTFILE  PREFIXING  P2-.
006200
006300 FD  FILE-PART3.
006400     COPY  OUTFILE  PREFIXING  P3-.
006500
006600 FD  FILE-PART4.
006700     COPY  OUTFILE  PREFIXING  P4-.
006800
006900 FD  FILE-SUMMARY.
007000     COPY  PROFSUM  PREFIXING  O1-.
007100
007200 FD  FILE-REPORT.
007300     COPY  REPORT   PREFIXING  O4-.
007400     COPY  PROFRPT  PREFIXING  O4-.
007500
007600 FD  FILE-CHAIN.
007700     COPY  CHNCTL   PREFIXING  C1-.
007800
007900 FD  FILE-NITE.
008000     COPY  NITESTAT PREFIXING  N1-.
008100
008102 FD  FILE-BUSDATE.
008104     COPY  BUSDATE  PREFIXING  C2-.
008106
008200 WORKING-STORAGE        SECTION.
008300******************************************************************
008400*                                                                *
008500*    EXTRACT INPUT WORK AREA (OUTPUTDATA OR OUTPART1-4)          *
008600*                                                                *
008700******************************************************************
008800 COPY  OUTFILE  PREFIXING  WM-.
008900 01  WM-COUNTER    PIC  S9(11)  VALUE  ZERO.
009000 01  WM-EOF-FLG    PIC   X      VALUE  ZERO.
009100 01  WK-PART-COUNT          PIC  9(01)   VALUE  ZERO.
009200 01  WK-PART-IX             PIC  S9(04)  COMP  VALUE  ZERO.
009250 01  WK-PART-NO             PIC  9(01)   VALUE  ZERO.
009300 01  WK-PARTCNT-ENV-NAME    PIC  X(07)   VALUE  "PARTCNT".
009400 01  WK-PARTCNT-ENV-VALUE   PIC  X(01).
009500******************************************************************
009600*                                                                *
009700*    FAN-OUT TOTALS WORK AREA (FROM THE "G" GROUP TRAILERS)      *
009800*                                                                *
009900******************************************************************
010000 01  WK-ROOT-COUNT          PIC  S9(11)  VALUE  ZERO.
010100 01  WK-SUB-TOTAL           PIC  S9(11)  VALUE  ZERO.
010200 01  WK-SUB2-TOTAL          PIC  S9(11)  VALUE  ZERO.
010300 01  WK-SUB3-TOTAL          PIC  S9(11)  VALUE  ZERO.
010400 01  WK-DESC-TOTAL          PIC  S9(11)  VALUE  ZERO.
010500 01  WK-SUB-MAX             PIC  S9(11)  VALUE  ZERO.
010600 01  WK-SUB-MAX-KEY         PIC  X(10)   VALUE  SPACES.
010700 01  WK-SUB-AVG             PIC  9(07)V99  VALUE  ZERO.
010800 01  WK-SUB2-AVG            PIC  9(07)V99  VALUE  ZERO.
010900 01  WK-SUB3-AVG            PIC  9(07)V99  VALUE  ZERO.
011000 01  WK-GRAND-COUNT         PIC  S9(11)  VALUE  ZERO.
011100 01  WK-GRAND-FOUND-FLG     PIC   X      VALUE  ZERO.
011200 01  WK-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
011300******************************************************************
011400*                                                                *
011500*    PER-PARENT WORK AREA (SUB2 PER SUB, SUB3 PER SUB2 FROM      *
011600*    THE DATA ROWS; THE TRAILERS ONLY CARRY PER-ROOT TOTALS)     *
011700*                                                                *
011800******************************************************************
011900 01  WK-SUB-OPEN-FLG        PIC   X      VALUE  ZERO.
012000 01  WK-SUB2-OPEN-FLG       PIC   X      VALUE  ZERO.
012100 01  WK-CUR-SUB2-COUNT      PIC  S9(11)  VALUE  ZERO.
012200 01  WK-CUR-SUB3-COUNT      PIC  S9(11)  VALUE  ZERO.
012300 01  WK-SUB2-MAX            PIC  S9(11)  VALUE  ZERO.
012400 01  WK-SUB2-MAX-KEY        PIC  X(20)   VALUE  SPACES.
012500 01  WK-SUB3-MAX            PIC  S9(11)  VALUE  ZERO.
012600 01  WK-SUB3-MAX-KEY        PIC  X(30)   VALUE  SPACES.
012700 01  WK-CUR-SUB-KEY         PIC  X(20)   VALUE  SPACES.
012800 01  WK-CUR-SUB2-KEY        PIC  X(30)   VALUE  SPACES.
012900******************************************************************
013000*                                                                *
013100*    FAN-OUT BAND WORK AREA (ROOTS PER BAND AT EACH LEVEL)       *
013200*                                                                *
013300******************************************************************
013400 01  WB-BAND-LOW-VALUES.
013500     05  FILLER             PIC  9(09)   VALUE  0.
013600     05  FILLER             PIC  9(09)   VALUE  1.
013700     05  FILLER             PIC  9(09)   VALUE  10.
013800     05  FILLER             PIC  9(09)   VALUE  100.
013900     05  FILLER             PIC  9(09)   VALUE  1000.
014000     05  FILLER             PIC  9(09)   VALUE  10000.
014100 01  WB-BAND-LOW-TABLE      REDEFINES  WB-BAND-LOW-VALUES.
014200     05  WB-BAND-LOW        OCCURS  6    PIC  9(09).
014300 01  WB-BAND-LABEL-VALUES.
014400     05  FILLER             PIC  X(20)   VALUE  "0".
014500     05  FILLER             PIC  X(20)   VALUE  "1 - 9".
014600     05  FILLER             PIC  X(20)   VALUE  "10 - 99".
014700     05  FILLER             PIC  X(20)   VALUE  "100 - 999".
014800     05  FILLER             PIC  X(20)   VALUE  "1000 - 9999".
014900     05  FILLER             PIC  X(20)   VALUE  "10000 AND OVER".
015000 01  WB-BAND-LABEL-TABLE    REDEFINES  WB-BAND-LABEL-VALUES.
015100     05  WB-BAND-LABEL      OCCURS  6    PIC  X(20).
015200 01  WB-BAND-COUNT-TABLE.
015300     05  WB-BAND-ENTRY  OCCURS  6.
015400         10  WB-BAND-SUB         PIC  S9(11)  VALUE  ZERO.
015500         10  WB-BAND-SUB2        PIC  S9(11)  VALUE  ZERO.
015600         10  WB-BAND-SUB3        PIC  S9(11)  VALUE  ZERO.
015700 01  WB-BAND-MAX            PIC  S9(04)  COMP  VALUE  6.
015800 01  WB-BAND-IX             PIC  S9(04)  COMP  VALUE  ZERO.
015900 01  WB-BAND-HIT            PIC  S9(04)  COMP  VALUE  ZERO.
016000 01  WB-BAND-VALUE          PIC  S9(11)  VALUE  ZERO.
016100******************************************************************
016200*                                                                *
016300*    TOP-N WORK AREA (LARGEST ROOTS BY TOTAL DESCENDANTS)        *
016400*                                                                *
016500******************************************************************
016600 01  WT-TOP-MAX             PIC  S9(04)  COMP  VALUE  20.
016700 01  WT-TOP-N               PIC  S9(04)  COMP  VALUE  10.
016800 01  WT-TOP-USED            PIC  S9(04)  COMP  VALUE  ZERO.
016900 01  WT-TOP-IX              PIC  S9(04)  COMP  VALUE  ZERO.
017000 01  WT-TOP-TABLE.
017100     05  WT-TOP-ENTRY  OCCURS  20.
017200         10  WT-ROOT-KEY         PIC  X(10).
017300         10  WT-SUB-COUNT        PIC  S9(11).
017400         10  WT-SUB2-COUNT       PIC  S9(11).
017500         10  WT-SUB3-COUNT       PIC  S9(11).
017600         10  WT-DESC-COUNT       PIC  S9(11).
017700 01  WT-TOP-HOLD.
017800     05  WT-HOLD-ROOT-KEY        PIC  X(10).
017900     05  WT-HOLD-SUB-COUNT       PIC  S9(11).
018000     05  WT-HOLD-SUB2-COUNT      PIC  S9(11).
018100     05  WT-HOLD-SUB3-COUNT      PIC  S9(11).
018200     05  WT-HOLD-DESC-COUNT      PIC  S9(11).
018300 01  WK-TOPN-ENV-NAME       PIC  X(08)   VALUE  "PROFTOPN".
018400 01  WK-TOPN-ENV-VALUE      PIC  X(02).
018500 01  WK-LIMIT-ENV-NAME      PIC  X(09)   VALUE  "PROFLIMIT".
018600 01  WK-LIMIT-ENV-VALUE     PIC  X(09).
018700 01  WK-DESC-LIMIT          PIC  9(09)   VALUE  ZERO.
018800 01  WK-OUTLIER-COUNTER     PIC  S9(11)  VALUE  ZERO.
018900 01  WK-ENV-NUM-TEXT        PIC  X(09).
019000 01  WK-ENV-NUM-VALUE       PIC  9(09)   VALUE  ZERO.
019100 01  WK-ENV-NUM-IX          PIC  S9(04)  COMP  VALUE  ZERO.
019200 01  WK-ENV-NUM-DIGIT-X     PIC  X(01).
019300 01  WK-ENV-NUM-DIGIT-9     REDEFINES  WK-ENV-NUM-DIGIT-X
019400                            PIC  9(01).
019500******************************************************************
019600*                                                                *
019700*    SUMMARY OUTPUT WORK AREA (FILE-SUMMARY)                     *
019800*                                                                *
019900******************************************************************
020000 COPY  PROFSUM  PREFIXING  W7-.
020100******************************************************************
020200*                                                                *
020300*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
020400*                                                                *
020500******************************************************************
020600 COPY  CHNCTL  PREFIXING  W8-.
020700 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
020800 01  WK-CHAIN-FOUND-FLG     PIC   X     VALUE  ZERO.
020900 01  WK-CHAIN-PRED-NAME     PIC  X(08)  VALUE  "FILETEST".
021000 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
021100 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
021200******************************************************************
021300*                                                                *
021400*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
021500*                                                                *
021600******************************************************************
021700 COPY  NITESTAT  PREFIXING  W9-.
021800******************************************************************
021900*                                                                *
022000*    RUN STATUS WORK AREA                                        *
022100*                                                                *
022200******************************************************************
022300 COPY  RESULT  PREFIXING  W2-.
022400 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
022500 01  W4-RUN-DATE             PIC  9(08).
022600 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
022700     05  W4-RUN-YYYY         PIC  9(04).
022800     05  W4-RUN-MM           PIC  9(02).
022900     05  W4-RUN-DD           PIC  9(02).
022902******************************************************************
022904*                                                                *
022906*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
022908*                                                                *
022910******************************************************************
022912 COPY  BUSDATE  PREFIXING  WY-.
022914 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
022916 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
022918 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
023000******************************************************************
023100*                                                                *
023200*    FILE STATUS WORK AREA                                       *
023300*                                                                *
023400******************************************************************
023500 01  FS-FILE-EXTRACT         PIC  X(02)  VALUE  "00".
023600 01  FS-FILE-PART1           PIC  X(02)  VALUE  "00".
023700 01  FS-FILE-PART2           PIC  X(02)  VALUE  "00".
023800 01  FS-FILE-PART3           PIC  X(02)  VALUE  "00".
023900 01  FS-FILE-PART4           PIC  X(02)  VALUE  "00".
024000 01  FS-FILE-SUMMARY         PIC  X(02)  VALUE  "00".
024100 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
024102 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
024200 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
024300 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
024400
024500 PROCEDURE              DIVISION.
024600*
024700******************************************************************
024800*                                                                *
024900*G   MAIN PROC                                                   *
025000*                                                                *
025100******************************************************************
025200 MAIN-PROC                         SECTION.
025300*G   MAIN
025400 MAIN-PROC-010.
025500
025600     PERFORM  JUNBI-PROC.
025700
025800     IF  WK-PART-COUNT  =  ZERO
025900         MOVE  ZERO  TO  WK-PART-IX
026000         PERFORM  EXTRACT-PASS-PROC
026100     ELSE
026200         PERFORM  VARYING  WK-PART-IX  FROM  1  BY  1
026300                  UNTIL    WK-PART-IX  >  WK-PART-COUNT
026400             PERFORM  EXTRACT-PASS-PROC
026500         END-PERFORM
026600     END-IF.
026700
026800     PERFORM  PROFILE-CALC-PROC.
026900     PERFORM  SUMMARY-WRITE-PROC.
027000     PERFORM  SYURYO-PROC.
027100
027200     STOP     RUN.
027300                                                             SKIP3
027400******************************************************************
027500*                                                                *
027600*    EXTRACT PASS PROC (ONE INPUT FILE FROM OPEN TO CLOSE)       *
027700*    WK-PART-IX ZERO = OUTPUTDATA, 1-4 = OUTPART1-4              *
027800*                                                                *
027900******************************************************************
028000 EXTRACT-PASS-PROC SECTION.
028100*G   EXTRACT PASS
028200 EXTRACT-PASS-010.
028300     PERFORM  EXTRACT-OPEN-PROC.
028400     MOVE  "0"  TO  WM-EOF-FLG.
028500     PERFORM  EXTRACT-READ-PROC.
028600     PERFORM  UNTIL  WM-EOF-FLG  =  "1"
028700         PERFORM  PROFILE-RECORD-PROC
028800         PERFORM  EXTRACT-READ-PROC
028900     END-PERFORM.
029000     PERFORM  EXTRACT-CLOSE-PROC.
029100 EXTRACT-PASS-999.
029200 EXIT.
029300                                                             SKIP3
029400******************************************************************
029500*                                                                *
029600*    EXTRACT OPEN PROC                                           *
029700*                                                                *
029800******************************************************************
029900 EXTRACT-OPEN-PROC SECTION.
030000*G   EXTRACT OPEN
030100 EXTRACT-OPEN-010.
030200     EVALUATE  WK-PART-IX
030300       WHEN 0
030400         OPEN  INPUT  FILE-EXTRACT
030500         IF  FS-FILE-EXTRACT  NOT =  "00"
030600             MOVE "FILE-EXTRACT(OUTPUTDATA)" TO  W2-ERR-FILE-NAME
030700             MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
030800             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
030900             PERFORM ERROR-PROC
031000         END-IF
031100       WHEN 1
031200         OPEN  INPUT  FILE-PART1
031300         IF  FS-FILE-PART1  NOT =  "00"
031400             MOVE "FILE-PART1(OUTPART1)"  TO  W2-ERR-FILE-NAME
031500             MOVE FS-FILE-PART1          TO  W2-ERR-FILE-STATUS
031600             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
031700             PERFORM ERROR-PROC
031800         END-IF
031900       WHEN 2
032000         OPEN  INPUT  FILE-PART2
032100         IF  FS-FILE-PART2  NOT =  "00"
032200             MOVE "FILE-PART2(OUTPART2)"  TO  W2-ERR-FILE-NAME
032300             MOVE FS-FILE-PART2          TO  W2-ERR-FILE-STATUS
032400             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
032500             PERFORM ERROR-PROC
032600         END-IF
032700       WHEN 3
032800         OPEN  INPUT  FILE-PART3
032900         IF  FS-FILE-PART3  NOT =  "00"
033000             MOVE "FILE-PART3(OUTPART3)"  TO  W2-ERR-FILE-NAME
033100             MOVE FS-FILE-PART3          TO  W2-ERR-FILE-STATUS
033200             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
033300             PERFORM ERROR-PROC
033400         END-IF
033500       WHEN 4
033600         OPEN  INPUT  FILE-PART4
033700         IF  FS-FILE-PART4  NOT =  "00"
033800             MOVE "FILE-PART4(OUTPART4)"  TO  W2-ERR-FILE-NAME
033900             MOVE FS-FILE-PART4          TO  W2-ERR-FILE-STATUS
034000             MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
034100             PERFORM ERROR-PROC
034200         END-IF
034300     END-EVALUATE.
034400 EXTRACT-OPEN-999.
034500 EXIT.
034600                                                             SKIP3
034700******************************************************************
034800*                                                                *
034900*    EXTRACT READ PROC (NEXT RECORD INTO WM-OUTFILE)             *
035000*                                                                *
035100******************************************************************
035200 EXTRACT-READ-PROC SECTION.
035300*G   EXTRACT READ
035400 EXTRACT-READ-010.
035500     EVALUATE  WK-PART-IX
035600       WHEN 0
035700         READ  FILE-EXTRACT
035800           AT END
035900             MOVE "1" TO WM-EOF-FLG
036000           NOT AT END
036100             ADD 1 TO WM-COUNTER
036200             MOVE I1-OUTFILE TO WM-OUTFILE
036300         END-READ
036400         IF  FS-FILE-EXTRACT  NOT =  "00"  AND
036500             FS-FILE-EXTRACT  NOT =  "10"
036600             MOVE "FILE-EXTRACT(OUTPUTDATA)" TO  W2-ERR-FILE-NAME
036700             MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
036800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
036900             PERFORM ERROR-PROC
037000         END-IF
037100       WHEN 1
037200         READ  FILE-PART1
037300           AT END
037400             MOVE "1" TO WM-EOF-FLG
037500           NOT AT END
037600             ADD 1 TO WM-COUNTER
037700             MOVE P1-OUTFILE TO WM-OUTFILE
037800         END-READ
037900         IF  FS-FILE-PART1  NOT =  "00"  AND
038000             FS-FILE-PART1  NOT =  "10"
038100             MOVE "FILE-PART1(OUTPART1)"  TO  W2-ERR-FILE-NAME
038200             MOVE FS-FILE-PART1          TO  W2-ERR-FILE-STATUS
038300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
038400             PERFORM ERROR-PROC
038500         END-IF
038600       WHEN 2
038700         READ  FILE-PART2
038800           AT END
038900             MOVE "1" TO WM-EOF-FLG
039000           NOT AT END
039100             ADD 1 TO WM-COUNTER
039200             MOVE P2-OUTFILE TO WM-OUTFILE
039300         END-READ
039400         IF  FS-FILE-PART2  NOT =  "00"  AND
039500             FS-FILE-PART2  NOT =  "10"
039600             MOVE "FILE-PART2(OUTPART2)"  TO  W2-ERR-FILE-NAME
039700             MOVE FS-FILE-PART2          TO  W2-ERR-FILE-STATUS
039800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
039900             PERFORM ERROR-PROC
040000         END-IF
040100       WHEN 3
040200         READ  FILE-PART3
040300           AT END
040400             MOVE "1" TO WM-EOF-FLG
040500           NOT AT END
040600             ADD 1 TO WM-COUNTER
040700             MOVE P3-OUTFILE TO WM-OUTFILE
040800         END-READ
040900         IF  FS-FILE-PART3  NOT =  "00"  AND
041000             FS-FILE-PART3  NOT =  "10"
041100             MOVE "FILE-PART3(OUTPART3)"  TO  W2-ERR-FILE-NAME
041200             MOVE FS-FILE-PART3          TO  W2-ERR-FILE-STATUS
041300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
041400             PERFORM ERROR-PROC
041500         END-IF
041600       WHEN 4
041700         READ  FILE-PART4
041800           AT END
041900             MOVE "1" TO WM-EOF-FLG
042000           NOT AT END
042100             ADD 1 TO WM-COUNTER
042200             MOVE P4-OUTFILE TO WM-OUTFILE
042300         END-READ
042400         IF  FS-FILE-PART4  NOT =  "00"  AND
042500             FS-FILE-PART4  NOT =  "10"
042600             MOVE "FILE-PART4(OUTPART4)"  TO  W2-ERR-FILE-NAME
042700             MOVE FS-FILE-PART4          TO  W2-ERR-FILE-STATUS
042800             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
042900             PERFORM ERROR-PROC
043000         END-IF
043100     END-EVALUATE.
043200 EXTRACT-READ-999.
043300 EXIT.
043400                                                             SKIP3
043500******************************************************************
043600*                                                                *
043700*    EXTRACT CLOSE PROC                                          *
043800*                                                                *
043900******************************************************************
044000 EXTRACT-CLOSE-PROC SECTION.
044100*G   EXTRACT CLOSE
044200 EXTRACT-CLOSE-010.
044300     EVALUATE  WK-PART-IX
044400       WHEN 0
044500         CLOSE  FILE-EXTRACT
044600         IF  FS-FILE-EXTRACT  NOT =  "00"
044700             MOVE "FILE-EXTRACT(OUTPUTDATA)" TO  W2-ERR-FILE-NAME
044800             MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
044900             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
045000             PERFORM ERROR-PROC
045100         END-IF
045200       WHEN 1
045300         CLOSE  FILE-PART1
045400         IF  FS-FILE-PART1  NOT =  "00"
045500             MOVE "FILE-PART1(OUTPART1)"  TO  W2-ERR-FILE-NAME
045600             MOVE FS-FILE-PART1          TO  W2-ERR-FILE-STATUS
045700             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
045800             PERFORM ERROR-PROC
045900         END-IF
046000       WHEN 2
046100         CLOSE  FILE-PART2
046200         IF  FS-FILE-PART2  NOT =  "00"
046300             MOVE "FILE-PART2(OUTPART2)"  TO  W2-ERR-FILE-NAME
046400             MOVE FS-FILE-PART2          TO  W2-ERR-FILE-STATUS
046500             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
046600             PERFORM ERROR-PROC
046700         END-IF
046800       WHEN 3
046900         CLOSE  FILE-PART3
047000         IF  FS-FILE-PART3  NOT =  "00"
047100             MOVE "FILE-PART3(OUTPART3)"  TO  W2-ERR-FILE-NAME
047200             MOVE FS-FILE-PART3          TO  W2-ERR-FILE-STATUS
047300             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
047400             PERFORM ERROR-PROC
047500         END-IF
047600       WHEN 4
047700         CLOSE  FILE-PART4
047800         IF  FS-FILE-PART4  NOT =  "00"
047900             MOVE "FILE-PART4(OUTPART4)"  TO  W2-ERR-FILE-NAME
048000             MOVE FS-FILE-PART4          TO  W2-ERR-FILE-STATUS
048100             MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
048200             PERFORM ERROR-PROC
048300         END-IF
048400     END-EVALUATE.
048500 EXTRACT-CLOSE-999.
048600 EXIT.
048700                                                             SKIP3
048800******************************************************************
048900*                                                                *
049000*    PROFILE RECORD PROC (ONE EXTRACT RECORD BY RECORD TYPE)     *
049100*                                                                *
049200******************************************************************
049300 PROFILE-RECORD-PROC SECTION.
049400*G   PROFILE RECORD
049500 PROFILE-RECORD-010.
049600     EVALUATE  WM-REC-TYPE
049700       WHEN "R"
049800         ADD  1  TO  WK-DATA-COUNTER
049900         PERFORM  SUB-PARENT-END-PROC
050000       WHEN "S"
050100         ADD  1  TO  WK-DATA-COUNTER
050200         PERFORM  SUB-PARENT-END-PROC
050300         MOVE  "1"              TO  WK-SUB-OPEN-FLG
050400         MOVE  ZERO             TO  WK-CUR-SUB2-COUNT
050500         MOVE  WM-OUTFILE (2:20) TO  WK-CUR-SUB-KEY
050600       WHEN "T"
050700         ADD  1  TO  WK-DATA-COUNTER
050800         PERFORM  SUB2-PARENT-END-PROC
050900         ADD  1  TO  WK-CUR-SUB2-COUNT
051000         MOVE  "1"              TO  WK-SUB2-OPEN-FLG
051100         MOVE  ZERO             TO  WK-CUR-SUB3-COUNT
051200         MOVE  WM-OUTFILE (2:30) TO  WK-CUR-SUB2-KEY
051300       WHEN "U"
051400         ADD  1  TO  WK-DATA-COUNTER
051500         ADD  1  TO  WK-CUR-SUB3-COUNT
051600       WHEN "G"
051700         PERFORM  SUB-PARENT-END-PROC
051800         PERFORM  GROUP-TRAILER-PROC
051900       WHEN "Z"
052000         PERFORM  SUB-PARENT-END-PROC
052100         MOVE  "1"                   TO  WK-GRAND-FOUND-FLG
052200         MOVE  WM-TRLR-GRAND-COUNT   TO  WK-GRAND-COUNT
052300     END-EVALUATE.
052400 PROFILE-RECORD-999.
052500 EXIT.
052600                                                             SKIP3
052700******************************************************************
052800*                                                                *
052900*    SUB PARENT END PROC (CLOSE THE OPEN SUB AND ITS SUB2)       *
053000*                                                                *
053100******************************************************************
053200 SUB-PARENT-END-PROC SECTION.
053300*G   SUB PARENT END
053400 SUB-PARENT-END-010.
053500     PERFORM  SUB2-PARENT-END-PROC.
053600     IF  WK-SUB-OPEN-FLG  =  "1"
053700         IF  WK-CUR-SUB2-COUNT  >  WK-SUB2-MAX
053800             MOVE  WK-CUR-SUB2-COUNT  TO  WK-SUB2-MAX
053900             MOVE  WK-CUR-SUB-KEY     TO  WK-SUB2-MAX-KEY
054000         END-IF
054100         MOVE  "0"   TO  WK-SUB-OPEN-FLG
054200         MOVE  ZERO  TO  WK-CUR-SUB2-COUNT
054300     END-IF.
054400 SUB-PARENT-END-999.
054500 EXIT.
054600                                                             SKIP3
054700******************************************************************
054800*                                                                *
054900*    SUB2 PARENT END PROC (CLOSE THE OPEN SUB2)                  *
055000*                                                                *
055100******************************************************************
055200 SUB2-PARENT-END-PROC SECTION.
055300*G   SUB2 PARENT END
055400 SUB2-PARENT-END-010.
055500     IF  WK-SUB2-OPEN-FLG  =  "1"
055600         IF  WK-CUR-SUB3-COUNT  >  WK-SUB3-MAX
055700             MOVE  WK-CUR-SUB3-COUNT  TO  WK-SUB3-MAX
055800             MOVE  WK-CUR-SUB2-KEY    TO  WK-SUB3-MAX-KEY
055900         END-IF
056000         MOVE  "0"   TO  WK-SUB2-OPEN-FLG
056100         MOVE  ZERO  TO  WK-CUR-SUB3-COUNT
056200     END-IF.
056300 SUB2-PARENT-END-999.
056400 EXIT.
056500                                                             SKIP3
056600******************************************************************
056700*                                                                *
056800*    GROUP TRAILER PROC (PER ROOT TOTALS, BANDS AND TOP-N)       *
056900*                                                                *
057000******************************************************************
057100 GROUP-TRAILER-PROC SECTION.
057200*G   GROUP TRAILER
057300 GROUP-TRAILER-010.
057400     ADD  1                     TO  WK-ROOT-COUNT.
057500     ADD  WM-TRLR-SUB-COUNT     TO  WK-SUB-TOTAL.
057600     ADD  WM-TRLR-SUB2-COUNT    TO  WK-SUB2-TOTAL.
057700     ADD  WM-TRLR-SUB3-COUNT    TO  WK-SUB3-TOTAL.
057800     IF  WM-TRLR-SUB-COUNT  >  WK-SUB-MAX
057900         MOVE  WM-TRLR-SUB-COUNT  TO  WK-SUB-MAX
058000         MOVE  WM-ROOT-KEY        TO  WK-SUB-MAX-KEY
058100     END-IF.
058200
058300     MOVE  WM-TRLR-SUB-COUNT   TO  WB-BAND-VALUE.
058400     PERFORM  BAND-FIND-PROC.
058500     ADD  1  TO  WB-BAND-SUB (WB-BAND-HIT).
058600     MOVE  WM-TRLR-SUB2-COUNT  TO  WB-BAND-VALUE.
058700     PERFORM  BAND-FIND-PROC.
058800     ADD  1  TO  WB-BAND-SUB2 (WB-BAND-HIT).
058900     MOVE  WM-TRLR-SUB3-COUNT  TO  WB-BAND-VALUE.
059000     PERFORM  BAND-FIND-PROC.
059100     ADD  1  TO  WB-BAND-SUB3 (WB-BAND-HIT).
059200
059300     MOVE  WM-ROOT-KEY         TO  WT-HOLD-ROOT-KEY.
059400     MOVE  WM-TRLR-SUB-COUNT   TO  WT-HOLD-SUB-COUNT.
059500     MOVE  WM-TRLR-SUB2-COUNT  TO  WT-HOLD-SUB2-COUNT.
059600     MOVE  WM-TRLR-SUB3-COUNT  TO  WT-HOLD-SUB3-COUNT.
059700     COMPUTE  WT-HOLD-DESC-COUNT  =  WM-TRLR-SUB-COUNT
059800              +  WM-TRLR-SUB2-COUNT  +  WM-TRLR-SUB3-COUNT.
059900     IF  WK-DESC-LIMIT  >  ZERO  AND
060000         WT-HOLD-DESC-COUNT  >  WK-DESC-LIMIT
060100         ADD  1  TO  WK-OUTLIER-COUNTER
060200     END-IF.
060300     PERFORM  TOP-INSERT-PROC.
060400 GROUP-TRAILER-999.
060500 EXIT.
060600                                                             SKIP3
060700******************************************************************
060800*                                                                *
060900*    BAND FIND PROC (WB-BAND-VALUE TO BAND INDEX WB-BAND-HIT)    *
061000*                                                                *
061100******************************************************************
061200 BAND-FIND-PROC SECTION.
061300*G   BAND FIND
061400 BAND-FIND-010.
061500     MOVE  1  TO  WB-BAND-HIT.
061600     PERFORM  VARYING  WB-BAND-IX  FROM  2  BY  1
061700              UNTIL    WB-BAND-IX  >  WB-BAND-MAX
061800         IF  WB-BAND-VALUE  NOT <  WB-BAND-LOW (WB-BAND-IX)
061900             MOVE  WB-BAND-IX  TO  WB-BAND-HIT
062000         END-IF
062100     END-PERFORM.
062200 BAND-FIND-999.
062300 EXIT.
062400                                                             SKIP3
062500******************************************************************
062600*                                                                *
062700*    TOP INSERT PROC (KEEP THE N LARGEST ROOTS IN DESCENDING     *
062800*    ORDER OF TOTAL DESCENDANTS; TIES KEEP THE EARLIER KEY)      *
062900*                                                                *
063000******************************************************************
063100 TOP-INSERT-PROC SECTION.
063200*G   TOP INSERT
063300 TOP-INSERT-010.
063400     IF  WT-TOP-USED  <  WT-TOP-N
063500         ADD  1  TO  WT-TOP-USED
063600     ELSE
063700         IF  WT-HOLD-DESC-COUNT  NOT >
063800             WT-DESC-COUNT (WT-TOP-USED)
063900             GO  TO  TOP-INSERT-999
064000         END-IF
064100     END-IF.
064200     MOVE  WT-TOP-USED  TO  WT-TOP-IX.
064300     PERFORM  UNTIL  WT-TOP-IX  =  1
064400                OR   WT-DESC-COUNT (WT-TOP-IX - 1)
064500                     NOT <  WT-HOLD-DESC-COUNT
064600         MOVE  WT-TOP-ENTRY (WT-TOP-IX - 1)
064700               TO  WT-TOP-ENTRY (WT-TOP-IX)
064800         SUBTRACT  1  FROM  WT-TOP-IX
064900     END-PERFORM.
065000     MOVE  WT-TOP-HOLD  TO  WT-TOP-ENTRY (WT-TOP-IX).
065100 TOP-INSERT-999.
065200 EXIT.
065300                                                             SKIP3
065400******************************************************************
065500*                                                                *
065600*    PROFILE CALC PROC (AVERAGES PER PARENT AT EACH LEVEL)       *
065700*                                                                *
065800******************************************************************
065900 PROFILE-CALC-PROC SECTION.
066000*G   PROFILE CALC
066100 PROFILE-CALC-010.
066200     COMPUTE  WK-DESC-TOTAL  =  WK-SUB-TOTAL  +  WK-SUB2-TOTAL
066300                             +  WK-SUB3-TOTAL.
066400     IF  WK-ROOT-COUNT  >  ZERO
066500         COMPUTE  WK-SUB-AVG  ROUNDED  =
066600                  WK-SUB-TOTAL  /  WK-ROOT-COUNT
066700     END-IF.
066800     IF  WK-SUB-TOTAL  >  ZERO
066900         COMPUTE  WK-SUB2-AVG  ROUNDED  =
067000                  WK-SUB2-TOTAL  /  WK-SUB-TOTAL
067100     END-IF.
067200     IF  WK-SUB2-TOTAL  >  ZERO
067300         COMPUTE  WK-SUB3-AVG  ROUNDED  =
067400                  WK-SUB3-TOTAL  /  WK-SUB2-TOTAL
067500     END-IF.
067600 PROFILE-CALC-999.
067700 EXIT.
067800                                                             SKIP3
067900******************************************************************
068000*                                                                *
068100*    SUMMARY WRITE PROC (ONE RECORD FOR NIGHT-OVER-NIGHT USE)    *
068200*                                                                *
068300******************************************************************
068400 SUMMARY-WRITE-PROC SECTION.
068500*G   SUMMARY WRITE
068600 SUMMARY-WRITE-010.
068700     OPEN  OUTPUT  FILE-SUMMARY.
068800     IF  FS-FILE-SUMMARY  NOT =  "00"
068900         MOVE "FILE-SUMMARY(PROFSUM)"  TO  W2-ERR-FILE-NAME
069000         MOVE FS-FILE-SUMMARY        TO  W2-ERR-FILE-STATUS
069100         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
069200         PERFORM ERROR-PROC
069300     END-IF.
069400     INITIALIZE W7-PROF-REC.
069500     MOVE  W4-RUN-DATE          TO  W7-PROF-RUN-DATE.
069600     MOVE  W2-RUN-ID            TO  W7-PROF-RUN-ID.
069700     MOVE  WK-ROOT-COUNT        TO  W7-PROF-ROOT-COUNT.
069800     MOVE  WK-SUB-TOTAL         TO  W7-PROF-SUB-TOTAL.
069900     MOVE  WK-SUB2-TOTAL        TO  W7-PROF-SUB2-TOTAL.
070000     MOVE  WK-SUB3-TOTAL        TO  W7-PROF-SUB3-TOTAL.
070100     MOVE  WK-SUB-AVG           TO  W7-PROF-SUB-AVG.
070200     MOVE  WK-SUB2-AVG          TO  W7-PROF-SUB2-AVG.
070300     MOVE  WK-SUB3-AVG          TO  W7-PROF-SUB3-AVG.
070400     MOVE  WK-SUB-MAX           TO  W7-PROF-SUB-MAX.
070500     MOVE  WK-SUB2-MAX          TO  W7-PROF-SUB2-MAX.
070600     MOVE  WK-SUB3-MAX          TO  W7-PROF-SUB3-MAX.
070700     IF  WT-TOP-USED  >  ZERO
070800         MOVE  WT-ROOT-KEY (1)      TO  W7-PROF-TOP-ROOT-KEY
070900         MOVE  WT-DESC-COUNT (1)    TO  W7-PROF-TOP-DESC-COUNT
071000     END-IF.
071100     MOVE  WK-OUTLIER-COUNTER   TO  W7-PROF-OUTLIER-COUNT.
071200     MOVE  W7-PROF-REC  TO  O1-PROF-REC.
071300     WRITE O1-PROF-REC
071400     END-WRITE.
071500     IF  FS-FILE-SUMMARY  NOT =  "00"
071600         MOVE "FILE-SUMMARY(PROFSUM)"  TO  W2-ERR-FILE-NAME
071700         MOVE FS-FILE-SUMMARY        TO  W2-ERR-FILE-STATUS
071800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
071900         PERFORM ERROR-PROC
072000     END-IF.
072100     CLOSE  FILE-SUMMARY.
072200     IF  FS-FILE-SUMMARY  NOT =  "00"
072300         MOVE "FILE-SUMMARY(PROFSUM)"  TO  W2-ERR-FILE-NAME
072400         MOVE FS-FILE-SUMMARY        TO  W2-ERR-FILE-STATUS
072500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
072600         PERFORM ERROR-PROC
072700     END-IF.
072800 SUMMARY-WRITE-999.
072900 EXIT.
073000                                                             SKIP3
073100******************************************************************
073200*                                                                *
073300*    ENV NUM PROC (LEFT-JUSTIFIED DIGIT TEXT TO NUMBER)          *
073400*                                                                *
073500******************************************************************
073600 ENV-NUM-PROC SECTION.
073700*G   ENV NUM
073800 ENV-NUM-010.
073900     MOVE  ZERO  TO  WK-ENV-NUM-VALUE.
074000     PERFORM  VARYING  WK-ENV-NUM-IX  FROM  1  BY  1
074100              UNTIL    WK-ENV-NUM-IX  >  9
074200                   OR  WK-ENV-NUM-TEXT (WK-ENV-NUM-IX:1) = SPACE
074300         MOVE  WK-ENV-NUM-TEXT (WK-ENV-NUM-IX:1)
074400               TO  WK-ENV-NUM-DIGIT-X
074500         IF  WK-ENV-NUM-DIGIT-X  NUMERIC
074600             COMPUTE  WK-ENV-NUM-VALUE  =
074700                 WK-ENV-NUM-VALUE * 10 + WK-ENV-NUM-DIGIT-9
074800         END-IF
074900     END-PERFORM.
075000 ENV-NUM-999.
075100 EXIT.
075200                                                             SKIP3
075300******************************************************************
075400*                                                                *
075500*    CHAIN CHECK PROC (PREDECESSOR COMPLETE FOR THIS RUN-ID)     *
075600*                                                                *
075700******************************************************************
075800 CHAIN-CHECK-PROC SECTION.
075900*G   CHAIN CHECK
076000 CHAIN-CHECK-010.
076100     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
076200     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
076300     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
076400         WK-CHAINCHK-ENV-VALUE  =  "n"
076500         GO  TO  CHAIN-CHECK-999
076600     END-IF.
076700     OPEN  INPUT  FILE-CHAIN.
076800     IF  FS-FILE-CHAIN  NOT =  "00"  AND
076900         FS-FILE-CHAIN  NOT =  "05"
077000         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
077100         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
077200         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
077300         PERFORM ERROR-PROC
077400     END-IF.
077500     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
077600         READ  FILE-CHAIN
077700           AT END
077800             MOVE "1" TO WK-CHAIN-EOF-FLG
077900           NOT AT END
078000             MOVE C1-CHN-REC TO W8-CHN-REC
078100             IF  W8-CHN-PROGRAM  =  WK-CHAIN-PRED-NAME  AND
078200                 W8-CHN-RUN-ID   =  W2-RUN-ID
078300                 IF  W8-CHN-RETURN-CODE  =  ZERO
078400                     MOVE "1" TO WK-CHAIN-FOUND-FLG
078500                 ELSE
078600                     MOVE "0" TO WK-CHAIN-FOUND-FLG
078700                 END-IF
078800             END-IF
078900         END-READ
079000         IF  FS-FILE-CHAIN  NOT =  "00"  AND
079100             FS-FILE-CHAIN  NOT =  "10"
079200             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
079300             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
079400             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
079500             PERFORM ERROR-PROC
079600         END-IF
079700     END-PERFORM.
079800     CLOSE  FILE-CHAIN.
079900     IF  FS-FILE-CHAIN  NOT =  "00"
080000         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
080100         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
080200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
080300         PERFORM ERROR-PROC
080400     END-IF.
080500     IF  WK-CHAIN-FOUND-FLG  NOT =  "1"
080600         PERFORM  CHAIN-ABORT-PROC
080700     END-IF.
080800 CHAIN-CHECK-999.
080900 EXIT.
081000                                                             SKIP3
081100******************************************************************
081200*                                                                *
081300*    CHAIN ABORT PROC (REPORT AND STOP WITH RC=12)               *
081400*                                                                *
081500******************************************************************
081600 CHAIN-ABORT-PROC SECTION.
081700*G   CHAIN ABORT
081800 CHAIN-ABORT-010.
081900     DISPLAY "*** RUN STOPPED - CHAIN CHECK FAILED ***".
082000     DISPLAY "PREDECESSOR : " WK-CHAIN-PRED-NAME.
082100     DISPLAY "RUN-ID      : " W2-RUN-ID.
082200     OPEN  OUTPUT  FILE-REPORT.
082300     IF  FS-FILE-REPORT  =  "00"
082400         MOVE "FILEPROF"    TO  O4-RPT-PROGRAM-NAME
082500         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
082600                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
082700         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
082800         WRITE O4-RPT-TITLE-LINE
082900         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
083000         MOVE "NG"           TO O4-RPT-RESULT-VALUE
083100         WRITE O4-RPT-RESULT-LINE
083200         MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
083300         MOVE SPACES         TO O4-RPT-DETAIL-VALUE
083400         STRING  WK-CHAIN-PRED-NAME
083500                 " NOT COMPLETE FOR THIS RUN-ID"
083600                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
083700         WRITE O4-RPT-DETAIL-LINE
083800         CLOSE FILE-REPORT
083900     END-IF.
084000     MOVE  12  TO  RETURN-CODE.
084100     STOP RUN.
084200 CHAIN-ABORT-999.
084300 EXIT.
084400                                                             SKIP3
084500******************************************************************
084600*                                                                *
084700*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
084800*                                                                *
084900******************************************************************
085000 CHAIN-STAMP-PROC SECTION.
085100*G   CHAIN STAMP WRITE
085200 CHAIN-STAMP-010.
085300     OPEN  EXTEND  FILE-CHAIN.
085400     IF  FS-FILE-CHAIN  NOT =  "00"  AND
085500         FS-FILE-CHAIN  NOT =  "05"
085600         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
085700         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
085800         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
085900         PERFORM ERROR-PROC
086000     END-IF.
086100     MOVE  "FILEPROF"           TO  W8-CHN-PROGRAM.
086200     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
086300     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
086400     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
086500     MOVE  WK-ROOT-COUNT        TO  W8-CHN-REC-COUNT.
086600     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
086700     WRITE C1-CHN-REC
086800     END-WRITE.
086900     IF  FS-FILE-CHAIN  NOT =  "00"
087000         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
087100         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
087200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
087300         PERFORM ERROR-PROC
087400     END-IF.
087500     CLOSE  FILE-CHAIN.
087600     IF  FS-FILE-CHAIN  NOT =  "00"
087700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
087800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
087900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
088000         PERFORM ERROR-PROC
088100     END-IF.
088200 CHAIN-STAMP-999.
088300 EXIT.
088400                                                             SKIP3
088500******************************************************************
088600*                                                                *
088700*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
088800*                                                                *
088900******************************************************************
089000 NITE-STAMP-PROC SECTION.
089100*G   NIGHTLY STATUS WRITE
089200 NITE-STAMP-010.
089300     OPEN  EXTEND  FILE-NITE.
089400     IF  FS-FILE-NITE  NOT =  "00"  AND
089500         FS-FILE-NITE  NOT =  "05"
089600         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
089700         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
089800         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
089900         PERFORM ERROR-PROC
090000     END-IF.
090100     MOVE  "FILEPROF"           TO  W9-NITE-PROGRAM.
090200     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
090300     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
090400     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
090500     MOVE  WM-COUNTER           TO  W9-NITE-READ-COUNT.
090600     MOVE  1                    TO  W9-NITE-WRITE-COUNT.
090700     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
090800     MOVE  ZERO                 TO  W9-NITE-EXCEPT-COUNT.
090900     MOVE  WK-OUTLIER-COUNTER   TO  W9-NITE-ALERT-COUNT.
091000     IF  WK-GRAND-FOUND-FLG  =  "1"
091100         MOVE  "OK"             TO  W9-NITE-CTL-RESULT
091200     ELSE
091300         MOVE  "NG"             TO  W9-NITE-CTL-RESULT
091400     END-IF.
091500     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
091600     WRITE N1-NITE-REC
091700     END-WRITE.
091800     IF  FS-FILE-NITE  NOT =  "00"
091900         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
092000         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
092100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
092200         PERFORM ERROR-PROC
092300     END-IF.
092400     CLOSE  FILE-NITE.
092500     IF  FS-FILE-NITE  NOT =  "00"
092600         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
092700         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
092800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
092900         PERFORM ERROR-PROC
093000     END-IF.
093100 NITE-STAMP-999.
093200 EXIT.
093300                                                             SKIP3
093301******************************************************************
093302*                                                                *
093303*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
093304*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
093305*                                                                *
093306******************************************************************
093307 BUSDATE-READ-PROC SECTION.
093308*G   BUSINESS DATE READ
093309 BUSDATE-READ-010.
093310     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
093311     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
093312     MOVE  ZERO  TO  WK-BUSDATE-PREV.
093313     OPEN  INPUT  FILE-BUSDATE.
093314     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
093315         FS-FILE-BUSDATE  NOT =  "05"
093316         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
093317         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
093318         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
093319         PERFORM ERROR-PROC
093320     END-IF.
093321     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
093322         READ  FILE-BUSDATE
093323           AT END
093324             MOVE "1" TO WK-BUSDATE-EOF-FLG
093325           NOT AT END
093326             MOVE C2-BDT-REC TO WY-BDT-REC
093327             IF  WY-BDT-REC-TYPE  =  "C"
093328                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
093329                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
093330                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
093331             END-IF
093332         END-READ
093333         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
093334             FS-FILE-BUSDATE  NOT =  "10"
093335             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
093336             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
093337             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
093338             PERFORM ERROR-PROC
093339         END-IF
093340     END-PERFORM.
093341     CLOSE  FILE-BUSDATE.
093342     IF  FS-FILE-BUSDATE  NOT =  "00"
093343         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
093344         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
093345         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
093346         PERFORM ERROR-PROC
093347     END-IF.
093348     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
093349         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
093350         MOVE "  "                   TO  W2-ERR-FILE-STATUS
093351         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
093352         PERFORM ERROR-PROC
093353     END-IF.
093354 BUSDATE-READ-999.
093355 EXIT.
093356                                                             SKIP3
093400******************************************************************
093500*                                                                *
093600*    JUNBI PROC                                                  *
093700*                                                                *
093800******************************************************************
093900 JUNBI-PROC                        SECTION.
094000*G   JUNBI
094100 JUNBI-010.
094200
094300     ACCEPT W2-START-TIME FROM TIME.
094302     PERFORM  BUSDATE-READ-PROC.
094500     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
094600     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
094700     IF  W2-RUN-ID  =  SPACES
094800         MOVE  "DEFAULT"  TO  W2-RUN-ID
094900     END-IF.
095000     PERFORM  CHAIN-CHECK-PROC.
095100     DISPLAY WK-PARTCNT-ENV-NAME UPON ENVIRONMENT-NAME.
095200     ACCEPT  WK-PARTCNT-ENV-VALUE FROM ENVIRONMENT-VALUE.
095300     IF  WK-PARTCNT-ENV-VALUE  NOT =  SPACES
095400         IF  WK-PARTCNT-ENV-VALUE  <  "2"  OR
095500             WK-PARTCNT-ENV-VALUE  >  "4"
095600             MOVE "FILE-PART1(OUTPART1)" TO  W2-ERR-FILE-NAME
095700             MOVE "  "                   TO  W2-ERR-FILE-STATUS
095800             MOVE "INVALID PARTCNT VALUE" TO  W2-ERR-MESSAGE
095900             PERFORM ERROR-PROC
096000         END-IF
096100         MOVE  WK-PARTCNT-ENV-VALUE  TO  WK-PART-COUNT
096200     END-IF.
096300     DISPLAY WK-TOPN-ENV-NAME UPON ENVIRONMENT-NAME.
096400     ACCEPT  WK-TOPN-ENV-VALUE FROM ENVIRONMENT-VALUE.
096500     IF  WK-TOPN-ENV-VALUE  NOT =  SPACES
096600         MOVE  SPACES  TO  WK-ENV-NUM-TEXT
096700         MOVE  WK-TOPN-ENV-VALUE  TO  WK-ENV-NUM-TEXT
096800         PERFORM  ENV-NUM-PROC
096900         IF  WK-ENV-NUM-VALUE  >  ZERO
097000             MOVE  WK-ENV-NUM-VALUE  TO  WT-TOP-N
097100         END-IF
097200     END-IF.
097300     IF  WT-TOP-N  >  WT-TOP-MAX
097400         MOVE  WT-TOP-MAX  TO  WT-TOP-N
097500     END-IF.
097600     DISPLAY WK-LIMIT-ENV-NAME UPON ENVIRONMENT-NAME.
097700     ACCEPT  WK-LIMIT-ENV-VALUE FROM ENVIRONMENT-VALUE.
097800     IF  WK-LIMIT-ENV-VALUE  NOT =  SPACES
097900         MOVE  WK-LIMIT-ENV-VALUE  TO  WK-ENV-NUM-TEXT
098000         PERFORM  ENV-NUM-PROC
098100         MOVE  WK-ENV-NUM-VALUE  TO  WK-DESC-LIMIT
098200     END-IF.
098300
098400 JUNBI-999.
098500 EXIT.
098600                                                             SKIP3
098700******************************************************************
098800*                                                                *
098900*    SYURYO PROC (BANDS, TOP-N, PER-PARENT STATISTICS)           *
099000*    RC=4 WHEN A ROOT EXCEEDS PROFLIMIT OR THE "Z" IS MISSING    *
099100*                                                                *
099200******************************************************************
099300 SYURYO-PROC                       SECTION.
099400*G   SYURYO
099500 SYURYO-010.
099600
099700     ACCEPT W2-END-TIME FROM TIME.
099800
099900     OPEN   OUTPUT FILE-REPORT.
100000     IF  FS-FILE-REPORT  NOT =  "00"
100100         MOVE "FILE-REPORT(PROFRPT)" TO  W2-ERR-FILE-NAME
100200         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
100300         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
100400         PERFORM ERROR-PROC
100500     END-IF.
100600
100700     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
100800                                     + (W2-S_SS * 100) + W2-S_TT)
100900     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
101000                                    + (W2-E_SS * 100) + W2-E_TT).
101100     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
101200
101300     IF  WK-OUTLIER-COUNTER  >  ZERO  OR
101400         WK-GRAND-FOUND-FLG  NOT =  "1"
101500         MOVE  4  TO  RETURN-CODE
101600     END-IF.
101700
101800     DISPLAY "EXTRACT READ     : " WM-COUNTER.
101900     DISPLAY "DATA RECORDS     : " WK-DATA-COUNTER.
102000     DISPLAY "ROOT GROUPS      : " WK-ROOT-COUNT.
102100     DISPLAY "SUB TOTAL        : " WK-SUB-TOTAL.
102200     DISPLAY "SUB2 TOTAL       : " WK-SUB2-TOTAL.
102300     DISPLAY "SUB3 TOTAL       : " WK-SUB3-TOTAL.
102400     DISPLAY "OUTLIER ROOTS    : " WK-OUTLIER-COUNTER.
102500
102600     MOVE "FILEPROF"    TO  O4-RPT-PROGRAM-NAME.
102700     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
102800             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
102900     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
103000     WRITE O4-RPT-TITLE-LINE.
103100     PERFORM SYURYO-CHK-RPT-WRITE.
103200
103300     IF  WK-PART-COUNT  =  ZERO
103400         MOVE "OUTPUTDATA"  TO O4-RPT-FILE-NAME
103500         WRITE O4-RPT-FILE-LINE
103600         PERFORM SYURYO-CHK-RPT-WRITE
103700     ELSE
103800         PERFORM  VARYING  WK-PART-IX  FROM  1  BY  1
103900                  UNTIL    WK-PART-IX  >  WK-PART-COUNT
104000             MOVE SPACES  TO  O4-RPT-FILE-NAME
104050             MOVE WK-PART-IX  TO  WK-PART-NO
104100             STRING  "OUTPART"  WK-PART-NO
104200                     DELIMITED BY SIZE  INTO  O4-RPT-FILE-NAME
104300             WRITE O4-RPT-FILE-LINE
104400             PERFORM SYURYO-CHK-RPT-WRITE
104500         END-PERFORM
104600     END-IF.
104700
104800     WRITE O4-RPT-BLANK-LINE.
104900     PERFORM SYURYO-CHK-RPT-WRITE.
105000     WRITE O4-PROF-BAND-HEAD-LINE.
105100     PERFORM SYURYO-CHK-RPT-WRITE.
105200     PERFORM  VARYING  WB-BAND-IX  FROM  1  BY  1
105300              UNTIL    WB-BAND-IX  >  WB-BAND-MAX
105400         MOVE  WB-BAND-LABEL (WB-BAND-IX)  TO  O4-PROF-BAND-LABEL
105500         MOVE  WB-BAND-SUB (WB-BAND-IX)    TO  O4-PROF-BAND-SUB
105600         MOVE  WB-BAND-SUB2 (WB-BAND-IX)   TO  O4-PROF-BAND-SUB2
105700         MOVE  WB-BAND-SUB3 (WB-BAND-IX)   TO  O4-PROF-BAND-SUB3
105800         WRITE O4-PROF-BAND-LINE
105900         PERFORM SYURYO-CHK-RPT-WRITE
106000     END-PERFORM.
106100
106200     WRITE O4-RPT-BLANK-LINE.
106300     PERFORM SYURYO-CHK-RPT-WRITE.
106400     WRITE O4-PROF-STAT-HEAD-LINE.
106500     PERFORM SYURYO-CHK-RPT-WRITE.
106600     MOVE "SUB PER ROOT"    TO  O4-PROF-STAT-LABEL.
106700     MOVE WK-ROOT-COUNT     TO  O4-PROF-STAT-PARENTS.
106800     MOVE WK-SUB-TOTAL      TO  O4-PROF-STAT-CHILDREN.
106900     MOVE WK-SUB-AVG        TO  O4-PROF-STAT-AVERAGE.
107000     MOVE WK-SUB-MAX        TO  O4-PROF-STAT-MAXIMUM.
107100     WRITE O4-PROF-STAT-LINE.
107200     PERFORM SYURYO-CHK-RPT-WRITE.
107300     MOVE "SUB2 PER SUB"    TO  O4-PROF-STAT-LABEL.
107400     MOVE WK-SUB-TOTAL      TO  O4-PROF-STAT-PARENTS.
107500     MOVE WK-SUB2-TOTAL     TO  O4-PROF-STAT-CHILDREN.
107600     MOVE WK-SUB2-AVG       TO  O4-PROF-STAT-AVERAGE.
107700     MOVE WK-SUB2-MAX       TO  O4-PROF-STAT-MAXIMUM.
107800     WRITE O4-PROF-STAT-LINE.
107900     PERFORM SYURYO-CHK-RPT-WRITE.
108000     MOVE "SUB3 PER SUB2"   TO  O4-PROF-STAT-LABEL.
108100     MOVE WK-SUB2-TOTAL     TO  O4-PROF-STAT-PARENTS.
108200     MOVE WK-SUB3-TOTAL     TO  O4-PROF-STAT-CHILDREN.
108300     MOVE WK-SUB3-AVG       TO  O4-PROF-STAT-AVERAGE.
108400     MOVE WK-SUB3-MAX       TO  O4-PROF-STAT-MAXIMUM.
108500     WRITE O4-PROF-STAT-LINE.
108600     PERFORM SYURYO-CHK-RPT-WRITE.
108700     MOVE "MAX SUB ROOT"    TO  O4-RPT-DETAIL-LABEL.
108800     MOVE WK-SUB-MAX-KEY    TO  O4-RPT-DETAIL-VALUE.
108900     WRITE O4-RPT-DETAIL-LINE.
109000     PERFORM SYURYO-CHK-RPT-WRITE.
109100     MOVE "MAX SUB2 PARENT" TO  O4-RPT-DETAIL-LABEL.
109200     MOVE SPACES            TO  O4-RPT-DETAIL-VALUE.
109300     STRING  WK-SUB2-MAX-KEY (1:10)  " "  WK-SUB2-MAX-KEY (11:10)
109400             DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE.
109500     WRITE O4-RPT-DETAIL-LINE.
109600     PERFORM SYURYO-CHK-RPT-WRITE.
109700     MOVE "MAX SUB3 PARENT" TO  O4-RPT-DETAIL-LABEL.
109800     MOVE SPACES            TO  O4-RPT-DETAIL-VALUE.
109900     STRING  WK-SUB3-MAX-KEY (1:10)  " "  WK-SUB3-MAX-KEY (11:10)
110000             " "  WK-SUB3-MAX-KEY (21:10)
110100             DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE.
110200     WRITE O4-RPT-DETAIL-LINE.
110300     PERFORM SYURYO-CHK-RPT-WRITE.
110400
110500     WRITE O4-RPT-BLANK-LINE.
110600     PERFORM SYURYO-CHK-RPT-WRITE.
110700     WRITE O4-PROF-TOP-HEAD-LINE.
110800     PERFORM SYURYO-CHK-RPT-WRITE.
110900     PERFORM  VARYING  WT-TOP-IX  FROM  1  BY  1
111000              UNTIL    WT-TOP-IX  >  WT-TOP-USED
111100         MOVE  WT-TOP-IX                 TO  O4-PROF-TOP-RANK
111200         MOVE  WT-ROOT-KEY (WT-TOP-IX)   TO  O4-PROF-TOP-ROOT-KEY
111300         MOVE  WT-SUB-COUNT (WT-TOP-IX)  TO  O4-PROF-TOP-SUB
111400         MOVE  WT-SUB2-COUNT (WT-TOP-IX) TO  O4-PROF-TOP-SUB2
111500         MOVE  WT-SUB3-COUNT (WT-TOP-IX) TO  O4-PROF-TOP-SUB3
111600         MOVE  WT-DESC-COUNT (WT-TOP-IX) TO  O4-PROF-TOP-TOTAL
111700         WRITE O4-PROF-TOP-LINE
111800         PERFORM SYURYO-CHK-RPT-WRITE
111900     END-PERFORM.
112000
112100     WRITE O4-RPT-BLANK-LINE.
112200     PERFORM SYURYO-CHK-RPT-WRITE.
112300     WRITE O4-RPT-HEAD-LINE.
112400     PERFORM SYURYO-CHK-RPT-WRITE.
112500     MOVE "EXTRACT READ"    TO O4-RPT-COUNT-NAME.
112600     MOVE WM-COUNTER        TO O4-RPT-COUNT-VALUE.
112700     WRITE O4-RPT-COUNT-LINE.
112800     PERFORM SYURYO-CHK-RPT-WRITE.
112900     MOVE "DATA RECORDS"    TO O4-RPT-COUNT-NAME.
113000     MOVE WK-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
113100     WRITE O4-RPT-COUNT-LINE.
113200     PERFORM SYURYO-CHK-RPT-WRITE.
113300     MOVE "ROOT GROUPS"     TO O4-RPT-COUNT-NAME.
113400     MOVE WK-ROOT-COUNT     TO O4-RPT-COUNT-VALUE.
113500     WRITE O4-RPT-COUNT-LINE.
113600     PERFORM SYURYO-CHK-RPT-WRITE.
113700     MOVE "TOTAL DESCENDANTS" TO O4-RPT-COUNT-NAME.
113800     MOVE WK-DESC-TOTAL     TO O4-RPT-COUNT-VALUE.
113900     WRITE O4-RPT-COUNT-LINE.
114000     PERFORM SYURYO-CHK-RPT-WRITE.
114100     MOVE "GRAND TRAILER"   TO O4-RPT-COUNT-NAME.
114200     MOVE WK-GRAND-COUNT    TO O4-RPT-COUNT-VALUE.
114300     WRITE O4-RPT-COUNT-LINE.
114400     PERFORM SYURYO-CHK-RPT-WRITE.
114500     IF  WK-DESC-LIMIT  >  ZERO
114600         MOVE "OUTLIER LIMIT"   TO O4-RPT-COUNT-NAME
114700         MOVE WK-DESC-LIMIT     TO O4-RPT-COUNT-VALUE
114800         WRITE O4-RPT-COUNT-LINE
114900         PERFORM SYURYO-CHK-RPT-WRITE
115000         MOVE "OUTLIER ROOTS"   TO O4-RPT-COUNT-NAME
115100         MOVE WK-OUTLIER-COUNTER TO O4-RPT-COUNT-VALUE
115200         WRITE O4-RPT-COUNT-LINE
115300         PERFORM SYURYO-CHK-RPT-WRITE
115400     END-IF.
115500     MOVE "GRAND TRAILER"   TO O4-RPT-RESULT-LABEL.
115600     IF  WK-GRAND-FOUND-FLG  =  "1"
115700         MOVE "OK"          TO O4-RPT-RESULT-VALUE
115800     ELSE
115900         MOVE "MISSING"     TO O4-RPT-RESULT-VALUE
116000     END-IF.
116100     WRITE O4-RPT-RESULT-LINE.
116200     PERFORM SYURYO-CHK-RPT-WRITE.
116300
116400     WRITE O4-RPT-BLANK-LINE.
116500     PERFORM SYURYO-CHK-RPT-WRITE.
116600
116700     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
116800     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
116900             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
117000     WRITE O4-RPT-TIME-LINE.
117100     PERFORM SYURYO-CHK-RPT-WRITE.
117200     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
117300     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
117400             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
117500     WRITE O4-RPT-TIME-LINE.
117600     PERFORM SYURYO-CHK-RPT-WRITE.
117700     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
117800     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
117900     WRITE O4-RPT-TIME-LINE.
118000     PERFORM SYURYO-CHK-RPT-WRITE.
118100
118200     CLOSE FILE-REPORT.
118300     IF  FS-FILE-REPORT  NOT =  "00"
118400         MOVE "FILE-REPORT(PROFRPT)" TO  W2-ERR-FILE-NAME
118500         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
118600         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
118700         PERFORM ERROR-PROC
118800     END-IF.
118900     PERFORM  CHAIN-STAMP-PROC.
119000     PERFORM  NITE-STAMP-PROC.
119100
119200 SYURYO-999.
119300     EXIT.
119400                                                             SKIP3
119500******************************************************************
119600*                                                                *
119700*    REPORT WRITE CHECK PROC                                     *
119800*                                                                *
119900******************************************************************
120000 SYURYO-CHK-PROC                    SECTION.
120100*G   REPORT WRITE CHECK
120200 SYURYO-CHK-RPT-WRITE.
120300     IF  FS-FILE-REPORT  NOT =  "00"
120400         MOVE "FILE-REPORT(PROFRPT)" TO  W2-ERR-FILE-NAME
120500         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
120600         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
120700         PERFORM ERROR-PROC
120800     END-IF.
120900 SYURYO-CHK-999.
121000     EXIT.
121100                                                             SKIP3
121200******************************************************************
121300*                                                                *
121400*    ERROR PROC                                                  *
121500*                                                                *
121600******************************************************************
121700 ERROR-PROC                        SECTION.
121800*G   ERROR
121900 ERROR-010.
122000
122100     DISPLAY "*** ABEND ***".
122200     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
122300     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
122400     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
122500
122600     MOVE  16  TO  RETURN-CODE.
122700     STOP RUN.
122800
122900 ERROR-999.
123000     EXIT.
