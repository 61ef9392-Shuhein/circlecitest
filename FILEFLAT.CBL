000100* T   FLATTENED DELIMITED EXPORT OF THE EXTRACT (ONE ROW PER LEAF)
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEFLAT.
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
001900     SELECT   FILE-FLAT
002000               ASSIGN TO FLATDATA
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-FLAT.
002300     SELECT   FILE-FLATCTL
002400               ASSIGN TO FLATCTL
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-FLATCTL.
002700     SELECT   FILE-REPORT
002800               ASSIGN TO FLATRPT
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-REPORT.
003100     SELECT   OPTIONAL  FILE-CHAIN
003200               ASSIGN TO CHAINCTL
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-CHAIN.
003500     SELECT   OPTIONAL  FILE-NITE
003600               ASSIGN TO NITESTAT
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-NITE.
003802     SELECT   OPTIONAL  FILE-BUSDATE
003804               ASSIGN TO BUSDATE
003806               ORGANIZATION IS LINE SEQUENTIAL
003808               FILE STATUS IS FS-FILE-BUSDATE.
003900
004000 DATA                   DIVISION.
004100 FILE                   SECTION.
004200 FD  FILE-EXTRACT.
004300     COPY  OUTFILE  PREFIXING  I1-.
004400
004500 FD  FILE-FLAT.
004600     COPY  FLATREC  PREFIXING  O1-.
004700
004800 FD  FILE-FLATCTL.
004900     COPY  FLATCTL  PREFIXING  O2-.
005000
005100 FD  FILE-REPORT.
005200     COPY  REPORT   PREFIXING  O4-.
005300
005400 FD  FILE-CHAIN.
005500     COPY  CHNCTL   PREFIXING  C1-.
005600
005700 FD  FILE-NITE.
005800     COPY  NITESTAT PREFIXING  N1-.
005900
005902 FD  FILE-BUSDATE.
005904     COPY  BUSDATE  PREFIXING  C2-.
005906
006000 WORKING-STORAGE        SECTION.
006100******************************************************************
006200*                                                                *
006300*    EXTRACT INPUT WORK AREA (FILE-EXTRACT)                      *
006400*                                                                *
006500******************************************************************
006600 COPY  OUTFILE  PREFIXING  WM-.
006700 01  WM-COUNTER    PIC  S9(11)  VALUE  ZERO.
006800 01  WM-EOF-FLG    PIC   X      VALUE  ZERO.
006900******************************************************************
007000*                                                                *
007100*    FLATTENED ROW WORK AREA (FILE-FLAT)                         *
007200*    HOLDS THE CURRENT ANCESTOR KEYS AND PAYLOADS; A ROW IS      *
007300*    WRITTEN WHEN THE HELD RECORD TURNS OUT TO HAVE NO CHILD     *
007400*                                                                *
007500******************************************************************
007600 COPY  FLATREC  PREFIXING  W5-.
007700 01  WK-FLAT-COUNTER        PIC  S9(11)  VALUE  ZERO.
007800 01  WK-DATA-COUNTER        PIC  S9(11)  VALUE  ZERO.
007900 01  WK-PARENT-COUNTER      PIC  S9(11)  VALUE  ZERO.
008000 01  WK-CHECK-COUNTER       PIC  S9(11)  VALUE  ZERO.
008100 01  WK-PEND-FLG            PIC   X      VALUE  ZERO.
008200 01  WK-PEND-LEVEL          PIC  9(01)   VALUE  ZERO.
008300 01  WK-CUR-LEVEL           PIC  9(01)   VALUE  ZERO.
008400 01  WK-DELIM               PIC  X(01)   VALUE  "|".
008500 01  WK-DELIM-ENV-NAME      PIC  X(09)   VALUE  "FLATDELIM".
008600 01  WK-DELIM-ENV-VALUE     PIC  X(01).
008700******************************************************************
008800*                                                                *
008850*    TRAILER CHECK WORK AREA ("G" COUNTS + "R" ROWS AGAINST THE  *
008900*    DATA RECORDS; "Z" IS SHOWN FOR INFORMATION ONLY, IT ALSO    *
008950*    COUNTS INPUT THE EXTRACT REJECTED OR FILTERED)              *
009000*                                                                *
009100******************************************************************
009200 01  WK-GRAND-COUNT         PIC  S9(11)  VALUE  ZERO.
009300 01  WK-GRAND-FOUND-FLG     PIC   X      VALUE  ZERO.
009320 01  WK-TRLR-COUNT          PIC  S9(11)  VALUE  ZERO.
009350 01  WK-ROOT-COUNTER        PIC  S9(11)  VALUE  ZERO.
009370 01  WK-EXPECT-COUNTER      PIC  S9(11)  VALUE  ZERO.
009400 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
009500 COPY  FLATCTL  PREFIXING  W6-.
009600******************************************************************
009700*                                                                *
009800*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
009900*                                                                *
010000******************************************************************
010100 COPY  CHNCTL  PREFIXING  W8-.
010200 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
010300 01  WK-CHAIN-FOUND-FLG     PIC   X     VALUE  ZERO.
010400 01  WK-CHAIN-PRED-NAME     PIC  X(08)  VALUE  "FILETEST".
010500 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
010600 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
010700******************************************************************
010800*                                                                *
010900*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
011000*                                                                *
011100******************************************************************
011200 COPY  NITESTAT  PREFIXING  W9-.
011300******************************************************************
011400*                                                                *
011500*    RUN STATUS WORK AREA                                        *
011600*                                                                *
011700******************************************************************
011800 COPY  RESULT  PREFIXING  W2-.
011900 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
012000 01  W4-RUN-DATE             PIC  9(08).
012100 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
012200     05  W4-RUN-YYYY         PIC  9(04).
012300     05  W4-RUN-MM           PIC  9(02).
012400     05  W4-RUN-DD           PIC  9(02).
012402******************************************************************
012404*                                                                *
012406*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
012408*                                                                *
012410******************************************************************
012412 COPY  BUSDATE  PREFIXING  WY-.
012414 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
012416 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
012418 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
012500******************************************************************
012600*                                                                *
012700*    FILE STATUS WORK AREA                                       *
012800*                                                                *
012900******************************************************************
013000 01  FS-FILE-EXTRACT         PIC  X(02)  VALUE  "00".
013100 01  FS-FILE-FLAT            PIC  X(02)  VALUE  "00".
013200 01  FS-FILE-FLATCTL         PIC  X(02)  VALUE  "00".
013300 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
013302 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
013400 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
013500 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
013600
013700 PROCEDURE              DIVISION.
013800*
013900******************************************************************
014000*                                                                *
014100*G   MAIN PROC                                                   *
014200*                                                                *
014300******************************************************************
014400 MAIN-PROC                         SECTION.
014500*G   MAIN
014600 MAIN-PROC-010.
014700
014800     PERFORM  JUNBI-PROC.
014900
015000     PERFORM  EXTRACT-READ-PROC.
015100     PERFORM  UNTIL  WM-EOF-FLG  =  "1"
015200         PERFORM  FLAT-RECORD-PROC
015300         PERFORM  EXTRACT-READ-PROC
015400     END-PERFORM.
015500     PERFORM  FLAT-FLUSH-PROC.
015600
015700     PERFORM  CTL-CHECK-PROC.
015800     PERFORM  SYURYO-PROC.
015900
016000     STOP     RUN.
016100                                                             SKIP3
016200******************************************************************
016300*                                                                *
016400*    EXTRACT READ PROC                                           *
016500*                                                                *
016600******************************************************************
016700 EXTRACT-READ-PROC SECTION.
016800*G   EXTRACT READ
016900 EXTRACT-READ-010.
017000     READ  FILE-EXTRACT
017100       AT END
017200         MOVE "1" TO WM-EOF-FLG
017300       NOT AT END
017400         ADD 1 TO WM-COUNTER
017500         MOVE I1-OUTFILE TO WM-OUTFILE
017600     END-READ.
017700     IF  FS-FILE-EXTRACT  NOT =  "00"  AND
017800         FS-FILE-EXTRACT  NOT =  "10"
017900         MOVE "FILE-EXTRACT(OUTPUTDATA)" TO  W2-ERR-FILE-NAME
018000         MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
018100         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
018200         PERFORM ERROR-PROC
018300     END-IF.
018400 EXTRACT-READ-999.
018500 EXIT.
018600                                                             SKIP3
018700******************************************************************
018800*                                                                *
018900*    FLAT RECORD PROC (ONE EXTRACT RECORD BY RECORD TYPE)        *
019000*    "G"/"Z" TRAILERS END THE ROOT GROUP AND ARE NOT EXPORTED    *
019100*                                                                *
019200******************************************************************
019300 FLAT-RECORD-PROC SECTION.
019400*G   FLAT RECORD
019500 FLAT-RECORD-010.
019600     EVALUATE  WM-REC-TYPE
019700       WHEN "R"
019750         ADD   1  TO  WK-ROOT-COUNTER
019800         MOVE  1  TO  WK-CUR-LEVEL
019900       WHEN "S"
020000         MOVE  2  TO  WK-CUR-LEVEL
020100       WHEN "T"
020200         MOVE  3  TO  WK-CUR-LEVEL
020300       WHEN "U"
020400         MOVE  4  TO  WK-CUR-LEVEL
020500       WHEN "G"
020530         ADD   WM-TRLR-SUB-COUNT   WM-TRLR-SUB2-COUNT
020550               WM-TRLR-SUB3-COUNT  TO  WK-TRLR-COUNT
020600         PERFORM  FLAT-FLUSH-PROC
020700         GO  TO  FLAT-RECORD-999
020800       WHEN "Z"
020900         PERFORM  FLAT-FLUSH-PROC
021000         MOVE  "1"                   TO  WK-GRAND-FOUND-FLG
021100         MOVE  WM-TRLR-GRAND-COUNT   TO  WK-GRAND-COUNT
021200         GO  TO  FLAT-RECORD-999
021300       WHEN OTHER
021400         GO  TO  FLAT-RECORD-999
021500     END-EVALUATE.
021600
021700     ADD  1  TO  WK-DATA-COUNTER.
021800     IF  WK-PEND-FLG  =  "1"
021900         IF  WK-PEND-LEVEL  NOT <  WK-CUR-LEVEL
022000             PERFORM  FLAT-WRITE-PROC
022100         ELSE
022200             ADD  1  TO  WK-PARENT-COUNTER
022300         END-IF
022400     END-IF.
022500
022600     EVALUATE  WK-CUR-LEVEL
022700       WHEN 1
022800         MOVE  WM-ROOT-KEY    TO  W5-FLAT-ROOT-KEY
022900         MOVE  WM-REC-DATA    TO  W5-FLAT-ROOT-DATA
023000         MOVE  SPACES         TO  W5-FLAT-SUB-KEY
023100                                  W5-FLAT-SUB-DATA
023200                                  W5-FLAT-SUB2-KEY
023300                                  W5-FLAT-SUB2-DATA
023400                                  W5-FLAT-SUB3-KEY
023500                                  W5-FLAT-SUB3-DATA
023600       WHEN 2
023700         MOVE  WM-ROOT-KEY    TO  W5-FLAT-ROOT-KEY
023800         MOVE  WM-SUB-KEY     TO  W5-FLAT-SUB-KEY
023900         MOVE  WM-REC-DATA    TO  W5-FLAT-SUB-DATA
024000         MOVE  SPACES         TO  W5-FLAT-SUB2-KEY
024100                                  W5-FLAT-SUB2-DATA
024200                                  W5-FLAT-SUB3-KEY
024300                                  W5-FLAT-SUB3-DATA
024400       WHEN 3
024500         MOVE  WM-ROOT-KEY    TO  W5-FLAT-ROOT-KEY
024600         MOVE  WM-SUB-KEY     TO  W5-FLAT-SUB-KEY
024700         MOVE  WM-SUB2-KEY    TO  W5-FLAT-SUB2-KEY
024800         MOVE  WM-REC-DATA    TO  W5-FLAT-SUB2-DATA
024900         MOVE  SPACES         TO  W5-FLAT-SUB3-KEY
025000                                  W5-FLAT-SUB3-DATA
025100       WHEN 4
025200         MOVE  WM-ROOT-KEY    TO  W5-FLAT-ROOT-KEY
025300         MOVE  WM-SUB-KEY     TO  W5-FLAT-SUB-KEY
025400         MOVE  WM-SUB2-KEY    TO  W5-FLAT-SUB2-KEY
025500         MOVE  WM-SUB3-KEY    TO  W5-FLAT-SUB3-KEY
025600         MOVE  WM-REC-DATA    TO  W5-FLAT-SUB3-DATA
025700     END-EVALUATE.
025800     MOVE  WM-REC-TYPE    TO  W5-FLAT-LEAF-TYPE.
025900     MOVE  WK-CUR-LEVEL   TO  WK-PEND-LEVEL.
026000     MOVE  "1"            TO  WK-PEND-FLG.
026100 FLAT-RECORD-999.
026200 EXIT.
026300                                                             SKIP3
026400******************************************************************
026500*                                                                *
026600*    FLAT FLUSH PROC (WRITE THE HELD RECORD AS A LEAF ROW)       *
026700*                                                                *
026800******************************************************************
026900 FLAT-FLUSH-PROC SECTION.
027000*G   FLAT FLUSH
027100 FLAT-FLUSH-010.
027200     IF  WK-PEND-FLG  =  "1"
027300         PERFORM  FLAT-WRITE-PROC
027400     END-IF.
027500     MOVE  "0"   TO  WK-PEND-FLG.
027600     MOVE  ZERO  TO  WK-PEND-LEVEL.
027700 FLAT-FLUSH-999.
027800 EXIT.
027900                                                             SKIP3
028000******************************************************************
028100*                                                                *
028200*    FLAT WRITE PROC                                             *
028300*                                                                *
028400******************************************************************
028500 FLAT-WRITE-PROC SECTION.
028600*G   FLAT WRITE
028700 FLAT-WRITE-010.
028800     MOVE  W5-FLAT-REC  TO  O1-FLAT-REC.
028900     WRITE O1-FLAT-REC
029000     END-WRITE.
029100     IF  FS-FILE-FLAT  NOT =  "00"
029200         MOVE "FILE-FLAT(FLATDATA)"    TO  W2-ERR-FILE-NAME
029300         MOVE FS-FILE-FLAT           TO  W2-ERR-FILE-STATUS
029400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
029500         PERFORM ERROR-PROC
029600     END-IF.
029700     ADD  1  TO  WK-FLAT-COUNTER.
029800 FLAT-WRITE-999.
029900 EXIT.
030000                                                             SKIP3
030100******************************************************************
030200*                                                                *
030300*    CTL CHECK PROC (ROWS + PARENT RECORDS AGAINST "G" TRAILERS) *
030400*    EVERY DATA RECORD IS EITHER A ROW OR THE ANCESTOR OF ONE    *
030500*                                                                *
030600******************************************************************
030700 CTL-CHECK-PROC SECTION.
030800*G   CTL CHECK
030900 CTL-CHECK-010.
031000     COMPUTE  WK-CHECK-COUNTER  =  WK-FLAT-COUNTER
031100                                +  WK-PARENT-COUNTER.
031150     COMPUTE  WK-EXPECT-COUNTER  =  WK-TRLR-COUNT
031200                                 +  WK-ROOT-COUNTER.
031250     IF  WK-GRAND-FOUND-FLG  =  "1"  AND
031300         WK-CHECK-COUNTER  =  WK-EXPECT-COUNTER  AND
031400         WK-CHECK-COUNTER  =  WK-DATA-COUNTER
031500         MOVE  "OK"  TO  WK-CTL-RESULT
031600     ELSE
031700         MOVE  "NG"  TO  WK-CTL-RESULT
031800         MOVE  4     TO  RETURN-CODE
031900     END-IF.
032000
032100     INITIALIZE W6-FLTC-REC.
032200     MOVE  W4-RUN-DATE          TO  W6-FLTC-RUN-DATE.
032300     MOVE  W2-RUN-ID            TO  W6-FLTC-RUN-ID.
032400     MOVE  WK-DELIM             TO  W6-FLTC-DELIMITER.
032500     MOVE  WM-COUNTER           TO  W6-FLTC-READ-COUNT.
032600     MOVE  WK-DATA-COUNTER      TO  W6-FLTC-DATA-COUNT.
032700     MOVE  WK-FLAT-COUNTER      TO  W6-FLTC-ROW-COUNT.
032800     MOVE  WK-PARENT-COUNTER    TO  W6-FLTC-PARENT-COUNT.
032900     MOVE  WK-GRAND-COUNT       TO  W6-FLTC-GRAND-COUNT.
033000     MOVE  WK-CTL-RESULT        TO  W6-FLTC-RESULT.
033100     MOVE  W6-FLTC-REC  TO  O2-FLTC-REC.
033200     WRITE O2-FLTC-REC
033300     END-WRITE.
033400     IF  FS-FILE-FLATCTL  NOT =  "00"
033500         MOVE "FILE-FLATCTL(FLATCTL)"  TO  W2-ERR-FILE-NAME
033600         MOVE FS-FILE-FLATCTL        TO  W2-ERR-FILE-STATUS
033700         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
033800         PERFORM ERROR-PROC
033900     END-IF.
034000
034100     CLOSE  FILE-EXTRACT.
034200     IF  FS-FILE-EXTRACT  NOT =  "00"
034300         MOVE "FILE-EXTRACT(OUTPUTDATA)" TO  W2-ERR-FILE-NAME
034400         MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
034500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
034600         PERFORM ERROR-PROC
034700     END-IF.
034800     CLOSE  FILE-FLAT.
034900     IF  FS-FILE-FLAT  NOT =  "00"
035000         MOVE "FILE-FLAT(FLATDATA)"    TO  W2-ERR-FILE-NAME
035100         MOVE FS-FILE-FLAT           TO  W2-ERR-FILE-STATUS
035200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
035300         PERFORM ERROR-PROC
035400     END-IF.
035500     CLOSE  FILE-FLATCTL.
035600     IF  FS-FILE-FLATCTL  NOT =  "00"
035700         MOVE "FILE-FLATCTL(FLATCTL)"  TO  W2-ERR-FILE-NAME
035800         MOVE FS-FILE-FLATCTL        TO  W2-ERR-FILE-STATUS
035900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
036000         PERFORM ERROR-PROC
036100     END-IF.
036200 CTL-CHECK-999.
036300 EXIT.
036400                                                             SKIP3
036500******************************************************************
036600*                                                                *
036700*    CHAIN CHECK PROC (PREDECESSOR COMPLETE FOR THIS RUN-ID)     *
036800*                                                                *
036900******************************************************************
037000 CHAIN-CHECK-PROC SECTION.
037100*G   CHAIN CHECK
037200 CHAIN-CHECK-010.
037300     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
037400     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
037500     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
037600         WK-CHAINCHK-ENV-VALUE  =  "n"
037700         GO  TO  CHAIN-CHECK-999
037800     END-IF.
037900     OPEN  INPUT  FILE-CHAIN.
038000     IF  FS-FILE-CHAIN  NOT =  "00"  AND
038100         FS-FILE-CHAIN  NOT =  "05"
038200         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
038300         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
038400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
038500         PERFORM ERROR-PROC
038600     END-IF.
038700     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
038800         READ  FILE-CHAIN
038900           AT END
039000             MOVE "1" TO WK-CHAIN-EOF-FLG
039100           NOT AT END
039200             MOVE C1-CHN-REC TO W8-CHN-REC
039300             IF  W8-CHN-PROGRAM  =  WK-CHAIN-PRED-NAME  AND
039400                 W8-CHN-RUN-ID   =  W2-RUN-ID
039500                 IF  W8-CHN-RETURN-CODE  =  ZERO
039600                     MOVE "1" TO WK-CHAIN-FOUND-FLG
039700                 ELSE
039800                     MOVE "0" TO WK-CHAIN-FOUND-FLG
039900                 END-IF
040000             END-IF
040100         END-READ
040200         IF  FS-FILE-CHAIN  NOT =  "00"  AND
040300             FS-FILE-CHAIN  NOT =  "10"
040400             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
040500             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
040600             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
040700             PERFORM ERROR-PROC
040800         END-IF
040900     END-PERFORM.
041000     CLOSE  FILE-CHAIN.
041100     IF  FS-FILE-CHAIN  NOT =  "00"
041200         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
041300         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
041400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
041500         PERFORM ERROR-PROC
041600     END-IF.
041700     IF  WK-CHAIN-FOUND-FLG  NOT =  "1"
041800         PERFORM  CHAIN-ABORT-PROC
041900     END-IF.
042000 CHAIN-CHECK-999.
042100 EXIT.
042200                                                             SKIP3
042300******************************************************************
042400*                                                                *
042500*    CHAIN ABORT PROC (REPORT AND STOP WITH RC=12)               *
042600*                                                                *
042700******************************************************************
042800 CHAIN-ABORT-PROC SECTION.
042900*G   CHAIN ABORT
043000 CHAIN-ABORT-010.
043100     DISPLAY "*** RUN STOPPED - CHAIN CHECK FAILED ***".
043200     DISPLAY "PREDECESSOR : " WK-CHAIN-PRED-NAME.
043300     DISPLAY "RUN-ID      : " W2-RUN-ID.
043400     OPEN  OUTPUT  FILE-REPORT.
043500     IF  FS-FILE-REPORT  =  "00"
043600         MOVE "FILEFLAT"    TO  O4-RPT-PROGRAM-NAME
043700         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
043800                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
043900         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
044000         WRITE O4-RPT-TITLE-LINE
044100         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
044200         MOVE "NG"           TO O4-RPT-RESULT-VALUE
044300         WRITE O4-RPT-RESULT-LINE
044400         MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
044500         MOVE SPACES         TO O4-RPT-DETAIL-VALUE
044600         STRING  WK-CHAIN-PRED-NAME
044700                 " NOT COMPLETE FOR THIS RUN-ID"
044800                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
044900         WRITE O4-RPT-DETAIL-LINE
045000         CLOSE FILE-REPORT
045100     END-IF.
045200     MOVE  12  TO  RETURN-CODE.
045300     STOP RUN.
045400 CHAIN-ABORT-999.
045500 EXIT.
045600                                                             SKIP3
045700******************************************************************
045800*                                                                *
045900*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
046000*                                                                *
046100******************************************************************
046200 CHAIN-STAMP-PROC SECTION.
046300*G   CHAIN STAMP WRITE
046400 CHAIN-STAMP-010.
046500     OPEN  EXTEND  FILE-CHAIN.
046600     IF  FS-FILE-CHAIN  NOT =  "00"  AND
046700         FS-FILE-CHAIN  NOT =  "05"
046800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
046900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
047000         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
047100         PERFORM ERROR-PROC
047200     END-IF.
047300     MOVE  "FILEFLAT"           TO  W8-CHN-PROGRAM.
047400     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
047500     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
047600     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
047700     MOVE  WK-FLAT-COUNTER      TO  W8-CHN-REC-COUNT.
047800     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
047900     WRITE C1-CHN-REC
048000     END-WRITE.
048100     IF  FS-FILE-CHAIN  NOT =  "00"
048200         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
048300         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
048400         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
048500         PERFORM ERROR-PROC
048600     END-IF.
048700     CLOSE  FILE-CHAIN.
048800     IF  FS-FILE-CHAIN  NOT =  "00"
048900         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
049000         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
049100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
049200         PERFORM ERROR-PROC
049300     END-IF.
049400 CHAIN-STAMP-999.
049500 EXIT.
049600                                                             SKIP3
049700******************************************************************
049800*                                                                *
049900*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
050000*                                                                *
050100******************************************************************
050200 NITE-STAMP-PROC SECTION.
050300*G   NIGHTLY STATUS WRITE
050400 NITE-STAMP-010.
050500     OPEN  EXTEND  FILE-NITE.
050600     IF  FS-FILE-NITE  NOT =  "00"  AND
050700         FS-FILE-NITE  NOT =  "05"
050800         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
050900         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
051000         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
051100         PERFORM ERROR-PROC
051200     END-IF.
051300     MOVE  "FILEFLAT"           TO  W9-NITE-PROGRAM.
051400     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
051500     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
051600     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
051700     MOVE  WM-COUNTER           TO  W9-NITE-READ-COUNT.
051800     MOVE  WK-FLAT-COUNTER      TO  W9-NITE-WRITE-COUNT.
051900     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
052000     MOVE  ZERO                 TO  W9-NITE-EXCEPT-COUNT.
052100     MOVE  ZERO                 TO  W9-NITE-ALERT-COUNT.
052200     MOVE  WK-CTL-RESULT        TO  W9-NITE-CTL-RESULT.
052300     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
052400     WRITE N1-NITE-REC
052500     END-WRITE.
052600     IF  FS-FILE-NITE  NOT =  "00"
052700         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
052800         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
052900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
053000         PERFORM ERROR-PROC
053100     END-IF.
053200     CLOSE  FILE-NITE.
053300     IF  FS-FILE-NITE  NOT =  "00"
053400         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
053500         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
053600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
053700         PERFORM ERROR-PROC
053800     END-IF.
053900 NITE-STAMP-999.
054000 EXIT.
054100                                                             SKIP3
054101******************************************************************
054102*                                                                *
054103*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
054104*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
054105*                                                                *
054106******************************************************************
054107 BUSDATE-READ-PROC SECTION.
054108*G   BUSINESS DATE READ
054109 BUSDATE-READ-010.
054110     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
054111     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
054112     MOVE  ZERO  TO  WK-BUSDATE-PREV.
054113     OPEN  INPUT  FILE-BUSDATE.
054114     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
054115         FS-FILE-BUSDATE  NOT =  "05"
054116         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
054117         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
054118         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
054119         PERFORM ERROR-PROC
054120     END-IF.
054121     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
054122         READ  FILE-BUSDATE
054123           AT END
054124             MOVE "1" TO WK-BUSDATE-EOF-FLG
054125           NOT AT END
054126             MOVE C2-BDT-REC TO WY-BDT-REC
054127             IF  WY-BDT-REC-TYPE  =  "C"
054128                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
054129                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
054130                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
054131             END-IF
054132         END-READ
054133         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
054134             FS-FILE-BUSDATE  NOT =  "10"
054135             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
054136             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
054137             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
054138             PERFORM ERROR-PROC
054139         END-IF
054140     END-PERFORM.
054141     CLOSE  FILE-BUSDATE.
054142     IF  FS-FILE-BUSDATE  NOT =  "00"
054143         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
054144         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
054145         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
054146         PERFORM ERROR-PROC
054147     END-IF.
054148     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
054149         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
054150         MOVE "  "                   TO  W2-ERR-FILE-STATUS
054151         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
054152         PERFORM ERROR-PROC
054153     END-IF.
054154 BUSDATE-READ-999.
054155 EXIT.
054156                                                             SKIP3
054200******************************************************************
054300*                                                                *
054400*    JUNBI PROC (OPEN FILES AND WRITE THE HEADER ROW)            *
054500*                                                                *
054600******************************************************************
054700 JUNBI-PROC                        SECTION.
054800*G   JUNBI
054900 JUNBI-010.
055000
055100     ACCEPT W2-START-TIME FROM TIME.
055102     PERFORM  BUSDATE-READ-PROC.
055300     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
055400     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
055500     IF  W2-RUN-ID  =  SPACES
055600         MOVE  "DEFAULT"  TO  W2-RUN-ID
055700     END-IF.
055800     PERFORM  CHAIN-CHECK-PROC.
055900     DISPLAY WK-DELIM-ENV-NAME UPON ENVIRONMENT-NAME.
056000     ACCEPT  WK-DELIM-ENV-VALUE FROM ENVIRONMENT-VALUE.
056100     IF  WK-DELIM-ENV-VALUE  NOT =  SPACES
056200         MOVE  WK-DELIM-ENV-VALUE  TO  WK-DELIM
056300     END-IF.
056400
056500     OPEN   INPUT  FILE-EXTRACT.
056600     IF  FS-FILE-EXTRACT  NOT =  "00"
056700         MOVE "FILE-EXTRACT(OUTPUTDATA)" TO  W2-ERR-FILE-NAME
056800         MOVE FS-FILE-EXTRACT        TO  W2-ERR-FILE-STATUS
056900         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
057000         PERFORM ERROR-PROC
057100     END-IF.
057200     OPEN   OUTPUT FILE-FLAT.
057300     IF  FS-FILE-FLAT  NOT =  "00"
057400         MOVE "FILE-FLAT(FLATDATA)"    TO  W2-ERR-FILE-NAME
057500         MOVE FS-FILE-FLAT           TO  W2-ERR-FILE-STATUS
057600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
057700         PERFORM ERROR-PROC
057800     END-IF.
057900     OPEN   OUTPUT FILE-FLATCTL.
058000     IF  FS-FILE-FLATCTL  NOT =  "00"
058100         MOVE "FILE-FLATCTL(FLATCTL)"  TO  W2-ERR-FILE-NAME
058200         MOVE FS-FILE-FLATCTL        TO  W2-ERR-FILE-STATUS
058300         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
058400         PERFORM ERROR-PROC
058500     END-IF.
058600
058700     MOVE  SPACES  TO  W5-FLAT-REC.
058800     MOVE  WK-DELIM  TO  W5-FLAT-DELIM-1  W5-FLAT-DELIM-2
058900                         W5-FLAT-DELIM-3  W5-FLAT-DELIM-4
059000                         W5-FLAT-DELIM-5  W5-FLAT-DELIM-6
059100                         W5-FLAT-DELIM-7  W5-FLAT-DELIM-8.
059200     MOVE  SPACES  TO  W5-FLAT-HEAD-TEXT.
059300     STRING  "LEVEL"      WK-DELIM  "ROOT-KEY"   WK-DELIM
059400             "ROOT-DATA"  WK-DELIM  "SUB-KEY"    WK-DELIM
059500             "SUB-DATA"   WK-DELIM  "SUB2-KEY"   WK-DELIM
059600             "SUB2-DATA"  WK-DELIM  "SUB3-KEY"   WK-DELIM
059700             "SUB3-DATA"
059800             DELIMITED BY SIZE  INTO  W5-FLAT-HEAD-TEXT.
059900     MOVE  W5-FLAT-HEAD-REC  TO  O1-FLAT-HEAD-REC.
060000     WRITE O1-FLAT-HEAD-REC
060100     END-WRITE.
060200     IF  FS-FILE-FLAT  NOT =  "00"
060300         MOVE "FILE-FLAT(FLATDATA)"    TO  W2-ERR-FILE-NAME
060400         MOVE FS-FILE-FLAT           TO  W2-ERR-FILE-STATUS
060500         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
060600         PERFORM ERROR-PROC
060700     END-IF.
060800
060900 JUNBI-999.
061000 EXIT.
061100                                                             SKIP3
061200******************************************************************
061300*                                                                *
061400*    SYURYO PROC (RC=4 WHEN THE ROWS DO NOT BALANCE TO "Z")      *
061500*                                                                *
061600******************************************************************
061700 SYURYO-PROC                       SECTION.
061800*G   SYURYO
061900 SYURYO-010.
062000
062100     ACCEPT W2-END-TIME FROM TIME.
062200
062300     OPEN   OUTPUT FILE-REPORT.
062400     IF  FS-FILE-REPORT  NOT =  "00"
062500         MOVE "FILE-REPORT(FLATRPT)" TO  W2-ERR-FILE-NAME
062600         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
062700         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
062800         PERFORM ERROR-PROC
062900     END-IF.
063000
063100     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
063200                                     + (W2-S_SS * 100) + W2-S_TT)
063300     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
063400                                    + (W2-E_SS * 100) + W2-E_TT).
063500     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
063600
063700     DISPLAY "EXTRACT READ     : " WM-COUNTER.
063800     DISPLAY "DATA RECORDS     : " WK-DATA-COUNTER.
063900     DISPLAY "ROWS WRITTEN     : " WK-FLAT-COUNTER.
064000     DISPLAY "PARENT RECORDS   : " WK-PARENT-COUNTER.
064100     DISPLAY "GRAND TRAILER    : " WK-GRAND-COUNT.
064200     DISPLAY "CONTROL CHECK    : " WK-CTL-RESULT.
064300
064400     MOVE "FILEFLAT"    TO  O4-RPT-PROGRAM-NAME.
064500     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
064600             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
064700     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
064800     WRITE O4-RPT-TITLE-LINE.
064900     PERFORM SYURYO-CHK-RPT-WRITE.
065000     MOVE "OUTPUTDATA"  TO O4-RPT-FILE-NAME.
065100     WRITE O4-RPT-FILE-LINE.
065200     PERFORM SYURYO-CHK-RPT-WRITE.
065300
065400     WRITE O4-RPT-BLANK-LINE.
065500     PERFORM SYURYO-CHK-RPT-WRITE.
065600     WRITE O4-RPT-HEAD-LINE.
065700     PERFORM SYURYO-CHK-RPT-WRITE.
065800     MOVE "EXTRACT READ"    TO O4-RPT-COUNT-NAME.
065900     MOVE WM-COUNTER        TO O4-RPT-COUNT-VALUE.
066000     WRITE O4-RPT-COUNT-LINE.
066100     PERFORM SYURYO-CHK-RPT-WRITE.
066200     MOVE "DATA RECORDS"    TO O4-RPT-COUNT-NAME.
066300     MOVE WK-DATA-COUNTER   TO O4-RPT-COUNT-VALUE.
066400     WRITE O4-RPT-COUNT-LINE.
066500     PERFORM SYURYO-CHK-RPT-WRITE.
066600     MOVE "ROWS WRITTEN"    TO O4-RPT-COUNT-NAME.
066700     MOVE WK-FLAT-COUNTER   TO O4-RPT-COUNT-VALUE.
066800     WRITE O4-RPT-COUNT-LINE.
066900     PERFORM SYURYO-CHK-RPT-WRITE.
067000     MOVE "PARENT RECORDS"  TO O4-RPT-COUNT-NAME.
067100     MOVE WK-PARENT-COUNTER TO O4-RPT-COUNT-VALUE.
067200     WRITE O4-RPT-COUNT-LINE.
067300     PERFORM SYURYO-CHK-RPT-WRITE.
067400     MOVE "GRAND TRAILER"   TO O4-RPT-COUNT-NAME.
067500     MOVE WK-GRAND-COUNT    TO O4-RPT-COUNT-VALUE.
067520     WRITE O4-RPT-COUNT-LINE.
067540     PERFORM SYURYO-CHK-RPT-WRITE.
067550     MOVE "G TRAILER + ROOTS" TO O4-RPT-COUNT-NAME.
067580     MOVE WK-EXPECT-COUNTER TO O4-RPT-COUNT-VALUE.
067600     WRITE O4-RPT-COUNT-LINE.
067700     PERFORM SYURYO-CHK-RPT-WRITE.
067800     MOVE "CONTROL CHECK"   TO O4-RPT-RESULT-LABEL.
067900     MOVE WK-CTL-RESULT     TO O4-RPT-RESULT-VALUE.
068000     WRITE O4-RPT-RESULT-LINE.
068100     PERFORM SYURYO-CHK-RPT-WRITE.
068200     IF  WK-GRAND-FOUND-FLG  NOT =  "1"
068300         MOVE "GRAND TRAILER"   TO O4-RPT-DETAIL-LABEL
068400         MOVE "NO Z TRAILER ON THE EXTRACT"
068500                                TO O4-RPT-DETAIL-VALUE
068600         WRITE O4-RPT-DETAIL-LINE
068700         PERFORM SYURYO-CHK-RPT-WRITE
068800     END-IF.
068900
069000     WRITE O4-RPT-BLANK-LINE.
069100     PERFORM SYURYO-CHK-RPT-WRITE.
069200
069300     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
069400     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
069500             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
069600     WRITE O4-RPT-TIME-LINE.
069700     PERFORM SYURYO-CHK-RPT-WRITE.
069800     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
069900     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
070000             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
070100     WRITE O4-RPT-TIME-LINE.
070200     PERFORM SYURYO-CHK-RPT-WRITE.
070300     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
070400     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
070500     WRITE O4-RPT-TIME-LINE.
070600     PERFORM SYURYO-CHK-RPT-WRITE.
070700
070800     CLOSE FILE-REPORT.
070900     IF  FS-FILE-REPORT  NOT =  "00"
071000         MOVE "FILE-REPORT(FLATRPT)" TO  W2-ERR-FILE-NAME
071100         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
071200         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
071300         PERFORM ERROR-PROC
071400     END-IF.
071500     PERFORM  CHAIN-STAMP-PROC.
071600     PERFORM  NITE-STAMP-PROC.
071700
071800 SYURYO-999.
071900     EXIT.
072000                                                             SKIP3
072100******************************************************************
072200*                                                                *
072300*    REPORT WRITE CHECK PROC                                     *
072400*                                                                *
072500******************************************************************
072600 SYURYO-CHK-PROC                    SECTION.
072700*G   REPORT WRITE CHECK
072800 SYURYO-CHK-RPT-WRITE.
072900     IF  FS-FILE-REPORT  NOT =  "00"
073000         MOVE "FILE-REPORT(FLATRPT)" TO  W2-ERR-FILE-NAME
073100         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
073200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
073300         PERFORM ERROR-PROC
073400     END-IF.
073500 SYURYO-CHK-999.
073600     EXIT.
073700                                                             SKIP3
073800******************************************************************
073900*                                                                *
074000*    ERROR PROC                                                  *
074100*                                                                *
074200******************************************************************
074300 ERROR-PROC                        SECTION.
074400*G   ERROR
074500 ERROR-010.
074600
074700     DISPLAY "*** ABEND ***".
074800     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
074900     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
075000     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
075100
075200     MOVE  16  TO  RETURN-CODE.
075300     STOP RUN.
075400
075500 ERROR-999.
075600     EXIT.
