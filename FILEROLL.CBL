000100* T   BUSINESS DATE ROLL-FORWARD (BUSDATE) AFTER A COMPLETE CHAIN
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEROLL.
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
001500     SELECT   FILE-BUSDATE
001600               ASSIGN TO BUSDATE
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-BUSDATE.
001820     SELECT   FILE-BUSDATEOUT
001840               ASSIGN TO BUSDATEOUT
001850               ORGANIZATION IS LINE SEQUENTIAL
001880               FILE STATUS IS FS-FILE-BUSDATEOUT.
001900     SELECT   FILE-REPORT
002000               ASSIGN TO ROLLRPT
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-REPORT.
002300     SELECT   OPTIONAL  FILE-CHAIN
002400               ASSIGN TO CHAINCTL
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-CHAIN.
002700     SELECT   OPTIONAL  FILE-NITE
002800               ASSIGN TO NITESTAT
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-NITE.
003100
003200 DATA                   DIVISION.
003300 FILE                   SECTION.
003400 FD  FILE-BUSDATE.
003500     COPY  BUSDATE  PREFIXING  C2-.
003520
003550 FD  FILE-BUSDATEOUT.
003570     COPY  BUSDATE  PREFIXING  O2-.
003600
003700 FD  FILE-REPORT.
003800     COPY  REPORT   PREFIXING  O4-.
003900
004000 FD  FILE-CHAIN.
004100     COPY  CHNCTL   PREFIXING  C1-.
004200
004300 FD  FILE-NITE.
004400     COPY  NITESTAT PREFIXING  N1-.
004500
004600 WORKING-STORAGE        SECTION.
004700******************************************************************
004800*                                                                *
004900*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
005000*                                                                *
005100******************************************************************
005200 COPY  BUSDATE  PREFIXING  WY-.
005300 01  WK-BUSDATE-EOF-FLG     PIC   X      VALUE  ZERO.
005400 01  WK-BUSDATE-FOUND-FLG   PIC   X      VALUE  ZERO.
005500 01  WK-BUSDATE-COUNTER     PIC  S9(11)  VALUE  ZERO.
005600 01  WK-OLD-DATE            PIC  9(08)   VALUE  ZERO.
005700 01  WK-OLD-PREV-DATE       PIC  9(08)   VALUE  ZERO.
005800 01  WK-NEW-DATE            PIC  9(08)   VALUE  ZERO.
005900 01  WK-DISP-DATE           PIC  X(10).
006000 01  WK-DISP-DATE-IN        PIC  9(08).
006100 01  WK-DISP-DATE-IN-R      REDEFINES  WK-DISP-DATE-IN.
006200     05  WK-DISP-YYYY       PIC  9(04).
006300     05  WK-DISP-MM         PIC  9(02).
006400     05  WK-DISP-DD         PIC  9(02).
006500******************************************************************
006600*                                                                *
006700*    HOLIDAY CALENDAR WORK AREA ("H" RECORDS KEPT IN FILE ORDER) *
006800*                                                                *
006900******************************************************************
007000 01  WH-HOL-MAX             PIC  S9(04)  COMP  VALUE  500.
007100 01  WH-HOL-USED            PIC  S9(04)  COMP  VALUE  ZERO.
007200 01  WH-HOL-IX              PIC  S9(04)  COMP  VALUE  ZERO.
007300 01  WH-HOL-FOUND-FLG       PIC   X      VALUE  ZERO.
007400 01  WH-HOL-TABLE.
007500     05  WH-HOL-ENTRY  OCCURS  500.
007600         10  WH-HOL-DATE         PIC  9(08).
007700         10  WH-HOL-DESC         PIC  X(20).
007800******************************************************************
007900*                                                                *
008000*    DATE ARITHMETIC WORK AREA (NEXT CALENDAR DAY, WEEKDAY)      *
008100*                                                                *
008200******************************************************************
008300 01  WK-NEXT-DATE           PIC  9(08)   VALUE  ZERO.
008400 01  WK-NEXT-DATE-R         REDEFINES  WK-NEXT-DATE.
008500     05  WK-NEXT-YYYY       PIC  9(04).
008600     05  WK-NEXT-MM         PIC  9(02).
008700     05  WK-NEXT-DD         PIC  9(02).
008800 01  WK-MONTH-DAYS-VALUES   PIC  X(24)   VALUE
008900                            "312831303130313130313031".
009000 01  WK-MONTH-DAYS-TABLE    REDEFINES  WK-MONTH-DAYS-VALUES.
009100     05  WK-MONTH-DAYS      OCCURS  12   PIC  9(02).
009200 01  WK-MONTH-LIMIT         PIC  9(02)   VALUE  ZERO.
009300 01  WK-LEAP-QUOT           PIC  9(04)   VALUE  ZERO.
009400 01  WK-LEAP-REM-4          PIC  9(04)   VALUE  ZERO.
009500 01  WK-LEAP-REM-100        PIC  9(04)   VALUE  ZERO.
009600 01  WK-LEAP-REM-400        PIC  9(04)   VALUE  ZERO.
009700 01  WK-DOW-YEAR            PIC  9(04)   VALUE  ZERO.
009800 01  WK-DOW-MONTH           PIC  9(02)   VALUE  ZERO.
009900 01  WK-DOW-CENT            PIC  9(02)   VALUE  ZERO.
010000 01  WK-DOW-YOFC            PIC  9(02)   VALUE  ZERO.
010100 01  WK-DOW-TERM-M          PIC  9(04)   VALUE  ZERO.
010200 01  WK-DOW-TERM-Y          PIC  9(04)   VALUE  ZERO.
010300 01  WK-DOW-TERM-C          PIC  9(04)   VALUE  ZERO.
010400 01  WK-DOW-SUM             PIC  9(06)   VALUE  ZERO.
010500 01  WK-DOW-QUOT            PIC  9(06)   VALUE  ZERO.
010600 01  WK-DOW-DAY             PIC  9(01)   VALUE  ZERO.
010700*                                 0=SAT 1=SUN 2=MON ... 6=FRI
010800 01  WK-SKIP-COUNTER        PIC  S9(11)  VALUE  ZERO.
010900 01  WK-STEP-COUNTER        PIC  S9(04)  COMP  VALUE  ZERO.
011000 01  WK-NONPROC-FLG         PIC   X      VALUE  ZERO.
011100 01  WK-WEEKEND-FLG         PIC   X      VALUE  "1".
011200 01  WK-WEEKEND-ENV-NAME    PIC  X(09)   VALUE  "ROLLWKEND".
011300 01  WK-WEEKEND-ENV-VALUE   PIC  X(01).
011400******************************************************************
011500*                                                                *
011600*    REQUIRED CHAIN WORK AREA (PROGRAMS THAT MUST HAVE STAMPED   *
011700*    RC=0 FOR THIS RUN-ID AND BUSINESS DATE BEFORE THE ROLL)     *
011800*                                                                *
011900******************************************************************
012000 01  WR-REQ-LIST            PIC  X(90)   VALUE
012100     "FILETEST FILEDLTA FILEAPLY FILESUSP FILETRND".
012200 01  WR-REQ-LIST-R          REDEFINES  WR-REQ-LIST.
012300     05  WR-REQ-SLOT   OCCURS  10.
012400         10  WR-REQ-SLOT-NAME    PIC  X(08).
012500         10  FILLER              PIC  X(01).
012600 01  WR-REQ-MAX             PIC  S9(04)  COMP  VALUE  10.
012700 01  WR-REQ-USED            PIC  S9(04)  COMP  VALUE  ZERO.
012800 01  WR-REQ-IX              PIC  S9(04)  COMP  VALUE  ZERO.
012900 01  WR-REQ-TABLE.
013000     05  WR-REQ-ENTRY  OCCURS  10.
013100         10  WR-REQ-PROGRAM      PIC  X(08).
013200         10  WR-REQ-FOUND-FLG    PIC  X(01).
013300 01  WR-REQ-MISSING         PIC  S9(04)  COMP  VALUE  ZERO.
013400 01  WK-ROLLCHAIN-ENV-NAME  PIC  X(09)   VALUE  "ROLLCHAIN".
013500 01  WK-ROLLCHAIN-ENV-VALUE PIC  X(90).
013600******************************************************************
013700*                                                                *
013800*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
013900*                                                                *
014000******************************************************************
014100 COPY  CHNCTL  PREFIXING  W8-.
014200 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
014300 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
014400 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
014500******************************************************************
014600*                                                                *
014700*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
014800*                                                                *
014900******************************************************************
015000 COPY  NITESTAT  PREFIXING  W9-.
015100******************************************************************
015200*                                                                *
015300*    RUN STATUS WORK AREA                                        *
015400*                                                                *
015500******************************************************************
015600 COPY  RESULT  PREFIXING  W2-.
015700 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
015800 01  W4-RUN-DATE             PIC  9(08).
015900 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
016000     05  W4-RUN-YYYY         PIC  9(04).
016100     05  W4-RUN-MM           PIC  9(02).
016200     05  W4-RUN-DD           PIC  9(02).
016300******************************************************************
016400*                                                                *
016500*    FILE STATUS WORK AREA                                       *
016600*                                                                *
016700******************************************************************
016800 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
016850 01  FS-FILE-BUSDATEOUT      PIC  X(02)  VALUE  "00".
016900 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
017000 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
017100 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
017200
017300 PROCEDURE              DIVISION.
017400*
017500******************************************************************
017600*                                                                *
017700*G   MAIN PROC                                                   *
017800*                                                                *
017900******************************************************************
018000 MAIN-PROC                         SECTION.
018100*G   MAIN
018200 MAIN-PROC-010.
018300
018400     PERFORM  JUNBI-PROC.
018500     PERFORM  BUSDATE-LOAD-PROC.
018600     PERFORM  CHAIN-CHECK-PROC.
018700     PERFORM  NEXT-BUSDATE-PROC.
018800     PERFORM  BUSDATE-WRITE-PROC.
018900     PERFORM  SYURYO-PROC.
019000
019100     STOP     RUN.
019200                                                             SKIP3
019300******************************************************************
019400*                                                                *
019500*    BUSINESS DATE LOAD PROC ("C" RECORD AND HOLIDAY TABLE)      *
019600*                                                                *
019700******************************************************************
019800 BUSDATE-LOAD-PROC SECTION.
019900*G   BUSINESS DATE LOAD
020000 BUSDATE-LOAD-010.
020100     OPEN  INPUT  FILE-BUSDATE.
020200     IF  FS-FILE-BUSDATE  NOT =  "00"
020300         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
020400         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
020500         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
020600         PERFORM ERROR-PROC
020700     END-IF.
020800     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
020900         READ  FILE-BUSDATE
021000           AT END
021100             MOVE "1" TO WK-BUSDATE-EOF-FLG
021200           NOT AT END
021300             ADD  1  TO  WK-BUSDATE-COUNTER
021400             MOVE C2-BDT-REC TO WY-BDT-REC
021500             PERFORM  BUSDATE-KEEP-PROC
021600         END-READ
021700         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
021800             FS-FILE-BUSDATE  NOT =  "10"
021900             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
022000             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
022100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
022200             PERFORM ERROR-PROC
022300         END-IF
022400     END-PERFORM.
022500     CLOSE  FILE-BUSDATE.
022600     IF  FS-FILE-BUSDATE  NOT =  "00"
022700         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
022800         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
022900         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
023000         PERFORM ERROR-PROC
023100     END-IF.
023200     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
023300         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
023400         MOVE "  "                   TO  W2-ERR-FILE-STATUS
023500         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
023600         PERFORM ERROR-PROC
023700     END-IF.
023800     MOVE  WK-OLD-DATE  TO  W4-RUN-DATE.
023900 BUSDATE-LOAD-999.
024000 EXIT.
024100                                                             SKIP3
024200******************************************************************
024300*                                                                *
024400*    BUSINESS DATE KEEP PROC (ONE BUSDATE RECORD BY TYPE)        *
024500*                                                                *
024600******************************************************************
024700 BUSDATE-KEEP-PROC SECTION.
024800*G   BUSINESS DATE KEEP
024900 BUSDATE-KEEP-010.
025000     EVALUATE  WY-BDT-REC-TYPE
025100       WHEN "C"
025200         MOVE  "1"               TO  WK-BUSDATE-FOUND-FLG
025300         MOVE  WY-BDT-DATE       TO  WK-OLD-DATE
025400         MOVE  WY-BDT-PREV-DATE  TO  WK-OLD-PREV-DATE
025500       WHEN "H"
025600         IF  WH-HOL-USED  NOT <  WH-HOL-MAX
025700             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
025800             MOVE "  "                   TO  W2-ERR-FILE-STATUS
025900             MOVE "HOLIDAY TABLE OVERFLOW" TO  W2-ERR-MESSAGE
026000             PERFORM ERROR-PROC
026100         END-IF
026200         ADD   1                 TO  WH-HOL-USED
026300         MOVE  WY-BDT-DATE       TO  WH-HOL-DATE (WH-HOL-USED)
026400         MOVE  WY-BDT-DESC       TO  WH-HOL-DESC (WH-HOL-USED)
026500     END-EVALUATE.
026600 BUSDATE-KEEP-999.
026700 EXIT.
026800                                                             SKIP3
026900******************************************************************
027000*                                                                *
027100*    CHAIN CHECK PROC (EVERY REQUIRED PROGRAM STAMPED RC=0 FOR   *
027200*    THIS RUN-ID ON THE CURRENT BUSINESS DATE; LAST STAMP WINS)  *
027300*                                                                *
027400******************************************************************
027500 CHAIN-CHECK-PROC SECTION.
027600*G   CHAIN CHECK
027700 CHAIN-CHECK-010.
027800     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
027900     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
028000     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
028100         WK-CHAINCHK-ENV-VALUE  =  "n"
028200         GO  TO  CHAIN-CHECK-999
028300     END-IF.
028400     OPEN  INPUT  FILE-CHAIN.
028500     IF  FS-FILE-CHAIN  NOT =  "00"  AND
028600         FS-FILE-CHAIN  NOT =  "05"
028700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
028800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
028900         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
029000         PERFORM ERROR-PROC
029100     END-IF.
029200     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
029300         READ  FILE-CHAIN
029400           AT END
029500             MOVE "1" TO WK-CHAIN-EOF-FLG
029600           NOT AT END
029700             MOVE C1-CHN-REC TO W8-CHN-REC
029800             IF  W8-CHN-RUN-ID    =  W2-RUN-ID  AND
029900                 W8-CHN-RUN-DATE  =  WK-OLD-DATE
030000                 PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
030100                          UNTIL    WR-REQ-IX  >  WR-REQ-USED
030200                     IF  W8-CHN-PROGRAM  =
030300                         WR-REQ-PROGRAM (WR-REQ-IX)
030400                         IF  W8-CHN-RETURN-CODE  =  ZERO
030500                             MOVE "1" TO
030600                                  WR-REQ-FOUND-FLG (WR-REQ-IX)
030700                         ELSE
030800                             MOVE "0" TO
030900                                  WR-REQ-FOUND-FLG (WR-REQ-IX)
031000                         END-IF
031100                     END-IF
031200                 END-PERFORM
031300             END-IF
031400         END-READ
031500         IF  FS-FILE-CHAIN  NOT =  "00"  AND
031600             FS-FILE-CHAIN  NOT =  "10"
031700             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
031800             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
031900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
032000             PERFORM ERROR-PROC
032100         END-IF
032200     END-PERFORM.
032300     CLOSE  FILE-CHAIN.
032400     IF  FS-FILE-CHAIN  NOT =  "00"
032500         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
032600         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
032700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
032800         PERFORM ERROR-PROC
032900     END-IF.
033000     MOVE  ZERO  TO  WR-REQ-MISSING.
033100     PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
033200              UNTIL    WR-REQ-IX  >  WR-REQ-USED
033300         IF  WR-REQ-FOUND-FLG (WR-REQ-IX)  NOT =  "1"
033400             ADD  1  TO  WR-REQ-MISSING
033500         END-IF
033600     END-PERFORM.
033700     IF  WR-REQ-MISSING  >  ZERO
033800         PERFORM  CHAIN-ABORT-PROC
033900     END-IF.
034000 CHAIN-CHECK-999.
034100 EXIT.
034200                                                             SKIP3
034300******************************************************************
034400*                                                                *
034500*    CHAIN ABORT PROC (ROLL REFUSED - BUSDATE NOT CHANGED, RC=12)*
034600*                                                                *
034700******************************************************************
034800 CHAIN-ABORT-PROC SECTION.
034900*G   CHAIN ABORT
035000 CHAIN-ABORT-010.
035100     DISPLAY "*** ROLL REFUSED - CHAIN NOT COMPLETE ***".
035200     DISPLAY "BUSINESS DATE : " WK-OLD-DATE.
035300     DISPLAY "RUN-ID        : " W2-RUN-ID.
035400     OPEN  OUTPUT  FILE-REPORT.
035500     IF  FS-FILE-REPORT  =  "00"
035600         MOVE "FILEROLL"    TO  O4-RPT-PROGRAM-NAME
035700         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
035800                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
035900         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
036000         WRITE O4-RPT-TITLE-LINE
036100         MOVE "ROLL REFUSED" TO O4-RPT-RESULT-LABEL
036200         MOVE "NG"           TO O4-RPT-RESULT-VALUE
036300         WRITE O4-RPT-RESULT-LINE
036400         PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
036500                  UNTIL    WR-REQ-IX  >  WR-REQ-USED
036600             IF  WR-REQ-FOUND-FLG (WR-REQ-IX)  NOT =  "1"
036700                 DISPLAY "NOT COMPLETE  : "
036800                         WR-REQ-PROGRAM (WR-REQ-IX)
036900                 MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
037000                 MOVE SPACES         TO O4-RPT-DETAIL-VALUE
037100                 STRING  WR-REQ-PROGRAM (WR-REQ-IX)
037200                         " NOT COMPLETE FOR THIS RUN-ID"
037300                         DELIMITED BY SIZE
037350                         INTO  O4-RPT-DETAIL-VALUE
037400                 WRITE O4-RPT-DETAIL-LINE
037500             END-IF
037600         END-PERFORM
037700         CLOSE FILE-REPORT
037800     END-IF.
037900     MOVE  12  TO  RETURN-CODE.
038000     STOP RUN.
038100 CHAIN-ABORT-999.
038200 EXIT.
038300                                                             SKIP3
038400******************************************************************
038500*                                                                *
038600*    NEXT BUSINESS DATE PROC (NEXT DAY THAT IS NOT A HOLIDAY     *
038700*    AND, UNLESS ROLLWKEND=N, NOT A SATURDAY OR SUNDAY)          *
038800*                                                                *
038900******************************************************************
039000 NEXT-BUSDATE-PROC SECTION.
039100*G   NEXT BUSINESS DATE
039200 NEXT-BUSDATE-010.
039300     MOVE  WK-OLD-DATE  TO  WK-NEXT-DATE.
039400     MOVE  ZERO         TO  WK-STEP-COUNTER.
039500     MOVE  "1"          TO  WK-NONPROC-FLG.
039600     PERFORM  UNTIL  WK-NONPROC-FLG  =  "0"
039700         PERFORM  NEXT-DAY-PROC
039800         PERFORM  NONPROC-CHECK-PROC
039900         IF  WK-NONPROC-FLG  =  "1"
040000             ADD  1  TO  WK-SKIP-COUNTER
040100         END-IF
040200         ADD  1  TO  WK-STEP-COUNTER
040300         IF  WK-STEP-COUNTER  >  366
040400             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
040500             MOVE "  "                   TO  W2-ERR-FILE-STATUS
040600             MOVE "NO BUSINESS DAY WITHIN ONE YEAR"
040700                                         TO  W2-ERR-MESSAGE
040800             PERFORM ERROR-PROC
040900         END-IF
041000     END-PERFORM.
041100     MOVE  WK-NEXT-DATE  TO  WK-NEW-DATE.
041200 NEXT-BUSDATE-999.
041300 EXIT.
041400                                                             SKIP3
041500******************************************************************
041600*                                                                *
041700*    NEXT DAY PROC (WK-NEXT-DATE PLUS ONE CALENDAR DAY)          *
041800*                                                                *
041900******************************************************************
042000 NEXT-DAY-PROC SECTION.
042100*G   NEXT DAY
042200 NEXT-DAY-010.
042300     MOVE  WK-MONTH-DAYS (WK-NEXT-MM)  TO  WK-MONTH-LIMIT.
042400     IF  WK-NEXT-MM  =  2
042500         DIVIDE  WK-NEXT-YYYY  BY  4    GIVING  WK-LEAP-QUOT
042600                 REMAINDER  WK-LEAP-REM-4
042700         DIVIDE  WK-NEXT-YYYY  BY  100  GIVING  WK-LEAP-QUOT
042800                 REMAINDER  WK-LEAP-REM-100
042900         DIVIDE  WK-NEXT-YYYY  BY  400  GIVING  WK-LEAP-QUOT
043000                 REMAINDER  WK-LEAP-REM-400
043100         IF  WK-LEAP-REM-4  =  ZERO  AND
043200             ( WK-LEAP-REM-100  NOT =  ZERO  OR
043300               WK-LEAP-REM-400  =  ZERO )
043400             MOVE  29  TO  WK-MONTH-LIMIT
043500         END-IF
043600     END-IF.
043700     ADD  1  TO  WK-NEXT-DD.
043800     IF  WK-NEXT-DD  >  WK-MONTH-LIMIT
043900         MOVE  1  TO  WK-NEXT-DD
044000         ADD   1  TO  WK-NEXT-MM
044100         IF  WK-NEXT-MM  >  12
044200             MOVE  1  TO  WK-NEXT-MM
044300             ADD   1  TO  WK-NEXT-YYYY
044400         END-IF
044500     END-IF.
044600 NEXT-DAY-999.
044700 EXIT.
044800                                                             SKIP3
044900******************************************************************
045000*                                                                *
045100*    NON-PROCESSING DAY CHECK PROC (HOLIDAY TABLE AND WEEKDAY)   *
045200*    WEEKDAY BY ZELLER: H = (D + 13(M+1)/5 + K + K/4 + J/4 + 5J) *
045300*    MOD 7, JAN/FEB COUNTED AS MONTHS 13/14 OF THE PRIOR YEAR    *
045400*                                                                *
045500******************************************************************
045600 NONPROC-CHECK-PROC SECTION.
045700*G   NON-PROCESSING DAY CHECK
045800 NONPROC-CHECK-010.
045900     MOVE  "0"  TO  WK-NONPROC-FLG.
046000     PERFORM  VARYING  WH-HOL-IX  FROM  1  BY  1
046100              UNTIL    WH-HOL-IX  >  WH-HOL-USED
046200         IF  WH-HOL-DATE (WH-HOL-IX)  =  WK-NEXT-DATE
046300             MOVE  "1"  TO  WK-NONPROC-FLG
046400         END-IF
046500     END-PERFORM.
046600     IF  WK-NONPROC-FLG  =  "1"  OR
046700         WK-WEEKEND-FLG  NOT =  "1"
046800         GO  TO  NONPROC-CHECK-999
046900     END-IF.
047000
047100     MOVE  WK-NEXT-YYYY  TO  WK-DOW-YEAR.
047200     MOVE  WK-NEXT-MM    TO  WK-DOW-MONTH.
047300     IF  WK-DOW-MONTH  <  3
047400         ADD       12  TO    WK-DOW-MONTH
047500         SUBTRACT  1   FROM  WK-DOW-YEAR
047600     END-IF.
047700     DIVIDE  WK-DOW-YEAR  BY  100  GIVING  WK-DOW-CENT
047800             REMAINDER  WK-DOW-YOFC.
047900     COMPUTE  WK-DOW-TERM-M  =  13 * (WK-DOW-MONTH + 1).
048000     DIVIDE   WK-DOW-TERM-M  BY  5  GIVING  WK-DOW-TERM-M.
048100     DIVIDE   WK-DOW-YOFC    BY  4  GIVING  WK-DOW-TERM-Y.
048200     DIVIDE   WK-DOW-CENT    BY  4  GIVING  WK-DOW-TERM-C.
048300     COMPUTE  WK-DOW-SUM  =  WK-NEXT-DD  +  WK-DOW-TERM-M
048400                          +  WK-DOW-YOFC +  WK-DOW-TERM-Y
048500                          +  WK-DOW-TERM-C
048600                          +  5 * WK-DOW-CENT.
048700     DIVIDE  WK-DOW-SUM  BY  7  GIVING  WK-DOW-QUOT
048800             REMAINDER  WK-DOW-DAY.
048900     IF  WK-DOW-DAY  <  2
049000         MOVE  "1"  TO  WK-NONPROC-FLG
049100     END-IF.
049200 NONPROC-CHECK-999.
049300 EXIT.
049400                                                             SKIP3
049500******************************************************************
049600*                                                                *
049700*    BUSINESS DATE WRITE PROC (NEW "C" RECORD AND CALENDAR TO    *
049750*    BUSDATEOUT)                                                 *
049800*                                                                *
049900******************************************************************
050000 BUSDATE-WRITE-PROC SECTION.
050100*G   BUSINESS DATE WRITE
050200 BUSDATE-WRITE-010.
050300     OPEN  OUTPUT  FILE-BUSDATEOUT.
050400     IF  FS-FILE-BUSDATEOUT  NOT =  "00"
050500         MOVE "FILE-BUSDATEOUT(BUSDATEOUT)" TO W2-ERR-FILE-NAME
050600         MOVE FS-FILE-BUSDATEOUT     TO  W2-ERR-FILE-STATUS
050700         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
050800         PERFORM ERROR-PROC
050900     END-IF.
051000     MOVE  SPACES       TO  WY-BDT-REC.
051100     MOVE  "C"          TO  WY-BDT-REC-TYPE.
051200     MOVE  WK-NEW-DATE  TO  WY-BDT-DATE.
051300     MOVE  WK-OLD-DATE  TO  WY-BDT-PREV-DATE.
051400     MOVE  W2-RUN-ID    TO  WY-BDT-ROLL-RUN-ID.
051500     MOVE  "CURRENT"    TO  WY-BDT-DESC.
051600     PERFORM  BUSDATE-PUT-PROC.
051700     PERFORM  VARYING  WH-HOL-IX  FROM  1  BY  1
051800              UNTIL    WH-HOL-IX  >  WH-HOL-USED
051900         MOVE  SPACES                  TO  WY-BDT-REC
052000         MOVE  "H"                     TO  WY-BDT-REC-TYPE
052100         MOVE  WH-HOL-DATE (WH-HOL-IX) TO  WY-BDT-DATE
052200         MOVE  ZERO                    TO  WY-BDT-PREV-DATE
052300         MOVE  WH-HOL-DESC (WH-HOL-IX) TO  WY-BDT-DESC
052400         PERFORM  BUSDATE-PUT-PROC
052500     END-PERFORM.
052600     CLOSE  FILE-BUSDATEOUT.
052700     IF  FS-FILE-BUSDATEOUT  NOT =  "00"
052800         MOVE "FILE-BUSDATEOUT(BUSDATEOUT)" TO W2-ERR-FILE-NAME
052900         MOVE FS-FILE-BUSDATEOUT     TO  W2-ERR-FILE-STATUS
053000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
053100         PERFORM ERROR-PROC
053200     END-IF.
053300 BUSDATE-WRITE-999.
053400 EXIT.
053500                                                             SKIP3
053600******************************************************************
053700*                                                                *
053800*    BUSINESS DATE PUT PROC (ONE BUSDATE RECORD)                 *
053900*                                                                *
054000******************************************************************
054100 BUSDATE-PUT-PROC SECTION.
054200*G   BUSINESS DATE PUT
054300 BUSDATE-PUT-010.
054400     MOVE  WY-BDT-REC  TO  O2-BDT-REC.
054500     WRITE O2-BDT-REC
054600     END-WRITE.
054700     IF  FS-FILE-BUSDATEOUT  NOT =  "00"
054800         MOVE "FILE-BUSDATEOUT(BUSDATEOUT)" TO W2-ERR-FILE-NAME
054900         MOVE FS-FILE-BUSDATEOUT     TO  W2-ERR-FILE-STATUS
055000         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
055100         PERFORM ERROR-PROC
055200     END-IF.
055300 BUSDATE-PUT-999.
055400 EXIT.
055500                                                             SKIP3
055600******************************************************************
055700*                                                                *
055800*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
055900*                                                                *
056000******************************************************************
056100 CHAIN-STAMP-PROC SECTION.
056200*G   CHAIN STAMP WRITE
056300 CHAIN-STAMP-010.
056400     OPEN  EXTEND  FILE-CHAIN.
056500     IF  FS-FILE-CHAIN  NOT =  "00"  AND
056600         FS-FILE-CHAIN  NOT =  "05"
056700         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
056800         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
056900         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
057000         PERFORM ERROR-PROC
057100     END-IF.
057200     MOVE  "FILEROLL"           TO  W8-CHN-PROGRAM.
057300     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
057400     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
057500     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
057600     MOVE  1                    TO  W8-CHN-REC-COUNT.
057700     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
057800     WRITE C1-CHN-REC
057900     END-WRITE.
058000     IF  FS-FILE-CHAIN  NOT =  "00"
058100         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
058200         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
058300         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
058400         PERFORM ERROR-PROC
058500     END-IF.
058600     CLOSE  FILE-CHAIN.
058700     IF  FS-FILE-CHAIN  NOT =  "00"
058800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
058900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
059000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
059100         PERFORM ERROR-PROC
059200     END-IF.
059300 CHAIN-STAMP-999.
059400 EXIT.
059500                                                             SKIP3
059600******************************************************************
059700*                                                                *
059800*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
059900*                                                                *
060000******************************************************************
060100 NITE-STAMP-PROC SECTION.
060200*G   NIGHTLY STATUS WRITE
060300 NITE-STAMP-010.
060400     OPEN  EXTEND  FILE-NITE.
060500     IF  FS-FILE-NITE  NOT =  "00"  AND
060600         FS-FILE-NITE  NOT =  "05"
060700         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
060800         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
060900         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
061000         PERFORM ERROR-PROC
061100     END-IF.
061200     MOVE  "FILEROLL"           TO  W9-NITE-PROGRAM.
061300     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
061400     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
061500     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
061600     MOVE  WK-BUSDATE-COUNTER   TO  W9-NITE-READ-COUNT.
061700     COMPUTE  W9-NITE-WRITE-COUNT  =  WH-HOL-USED  +  1.
061800     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
061900     MOVE  ZERO                 TO  W9-NITE-EXCEPT-COUNT.
062000     MOVE  ZERO                 TO  W9-NITE-ALERT-COUNT.
062100     MOVE  "OK"                 TO  W9-NITE-CTL-RESULT.
062200     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
062300     WRITE N1-NITE-REC
062400     END-WRITE.
062500     IF  FS-FILE-NITE  NOT =  "00"
062600         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
062700         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
062800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
062900         PERFORM ERROR-PROC
063000     END-IF.
063100     CLOSE  FILE-NITE.
063200     IF  FS-FILE-NITE  NOT =  "00"
063300         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
063400         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
063500         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
063600         PERFORM ERROR-PROC
063700     END-IF.
063800 NITE-STAMP-999.
063900 EXIT.
064000                                                             SKIP3
064100******************************************************************
064200*                                                                *
064300*    JUNBI PROC (RUN-ID, WEEKEND RULE AND REQUIRED CHAIN LIST)   *
064400*                                                                *
064500******************************************************************
064600 JUNBI-PROC                        SECTION.
064700*G   JUNBI
064800 JUNBI-010.
064900
065000     ACCEPT W2-START-TIME FROM TIME.
065100     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
065200     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
065300     IF  W2-RUN-ID  =  SPACES
065400         MOVE  "DEFAULT"  TO  W2-RUN-ID
065500     END-IF.
065600     DISPLAY WK-WEEKEND-ENV-NAME UPON ENVIRONMENT-NAME.
065700     ACCEPT  WK-WEEKEND-ENV-VALUE FROM ENVIRONMENT-VALUE.
065800     IF  WK-WEEKEND-ENV-VALUE  =  "N"  OR
065900         WK-WEEKEND-ENV-VALUE  =  "n"
066000         MOVE  "0"  TO  WK-WEEKEND-FLG
066100     END-IF.
066200     DISPLAY WK-ROLLCHAIN-ENV-NAME UPON ENVIRONMENT-NAME.
066300     ACCEPT  WK-ROLLCHAIN-ENV-VALUE FROM ENVIRONMENT-VALUE.
066400     IF  WK-ROLLCHAIN-ENV-VALUE  NOT =  SPACES
066500         MOVE  WK-ROLLCHAIN-ENV-VALUE  TO  WR-REQ-LIST
066600     END-IF.
066700     MOVE  ZERO  TO  WR-REQ-USED.
066800     PERFORM  VARYING  WR-REQ-IX  FROM  1  BY  1
066900              UNTIL    WR-REQ-IX  >  WR-REQ-MAX
067000         IF  WR-REQ-SLOT-NAME (WR-REQ-IX)  NOT =  SPACES
067100             ADD   1  TO  WR-REQ-USED
067200             MOVE  WR-REQ-SLOT-NAME (WR-REQ-IX)
067300                   TO  WR-REQ-PROGRAM (WR-REQ-USED)
067400             MOVE  "0"  TO  WR-REQ-FOUND-FLG (WR-REQ-USED)
067500         END-IF
067600     END-PERFORM.
067700
067800 JUNBI-999.
067900 EXIT.
068000                                                             SKIP3
068100******************************************************************
068200*                                                                *
068300*    SYURYO PROC                                                 *
068400*                                                                *
068500******************************************************************
068600 SYURYO-PROC                       SECTION.
068700*G   SYURYO
068800 SYURYO-010.
068900
069000     ACCEPT W2-END-TIME FROM TIME.
069100
069200     OPEN   OUTPUT FILE-REPORT.
069300     IF  FS-FILE-REPORT  NOT =  "00"
069400         MOVE "FILE-REPORT(ROLLRPT)" TO  W2-ERR-FILE-NAME
069500         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
069600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
069700         PERFORM ERROR-PROC
069800     END-IF.
069900
070000     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
070100                                     + (W2-S_SS * 100) + W2-S_TT)
070200     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
070300                                    + (W2-E_SS * 100) + W2-E_TT).
070400     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
070500
070600     DISPLAY "OLD BUSINESS DATE : " WK-OLD-DATE.
070700     DISPLAY "NEW BUSINESS DATE : " WK-NEW-DATE.
070800     DISPLAY "DAYS SKIPPED      : " WK-SKIP-COUNTER.
070900     DISPLAY "HOLIDAYS ON FILE  : " WH-HOL-USED.
071000
071100     MOVE "FILEROLL"    TO  O4-RPT-PROGRAM-NAME.
071200     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
071300             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
071400     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
071500     WRITE O4-RPT-TITLE-LINE.
071600     PERFORM SYURYO-CHK-RPT-WRITE.
071700     MOVE "BUSDATE"     TO O4-RPT-FILE-NAME.
071800     WRITE O4-RPT-FILE-LINE.
071820     PERFORM SYURYO-CHK-RPT-WRITE.
071850     MOVE "BUSDATEOUT"  TO O4-RPT-FILE-NAME.
071870     WRITE O4-RPT-FILE-LINE.
071900     PERFORM SYURYO-CHK-RPT-WRITE.
072000
072100     WRITE O4-RPT-BLANK-LINE.
072200     PERFORM SYURYO-CHK-RPT-WRITE.
072300     MOVE "ROLL FORWARD"    TO O4-RPT-RESULT-LABEL.
072400     MOVE "OK"              TO O4-RPT-RESULT-VALUE.
072500     WRITE O4-RPT-RESULT-LINE.
072600     PERFORM SYURYO-CHK-RPT-WRITE.
072700     MOVE WK-OLD-PREV-DATE  TO WK-DISP-DATE-IN.
072800     PERFORM DISP-DATE-PROC.
072900     MOVE "PRIOR BUS DATE"  TO O4-RPT-DETAIL-LABEL.
073000     MOVE WK-DISP-DATE      TO O4-RPT-DETAIL-VALUE.
073100     WRITE O4-RPT-DETAIL-LINE.
073200     PERFORM SYURYO-CHK-RPT-WRITE.
073300     MOVE WK-OLD-DATE       TO WK-DISP-DATE-IN.
073400     PERFORM DISP-DATE-PROC.
073500     MOVE "OLD BUS DATE"    TO O4-RPT-DETAIL-LABEL.
073600     MOVE WK-DISP-DATE      TO O4-RPT-DETAIL-VALUE.
073700     WRITE O4-RPT-DETAIL-LINE.
073800     PERFORM SYURYO-CHK-RPT-WRITE.
073900     MOVE WK-NEW-DATE       TO WK-DISP-DATE-IN.
074000     PERFORM DISP-DATE-PROC.
074100     MOVE "NEW BUS DATE"    TO O4-RPT-DETAIL-LABEL.
074200     MOVE WK-DISP-DATE      TO O4-RPT-DETAIL-VALUE.
074300     WRITE O4-RPT-DETAIL-LINE.
074400     PERFORM SYURYO-CHK-RPT-WRITE.
074500
074600     WRITE O4-RPT-BLANK-LINE.
074700     PERFORM SYURYO-CHK-RPT-WRITE.
074800     WRITE O4-RPT-HEAD-LINE.
074900     PERFORM SYURYO-CHK-RPT-WRITE.
075000     MOVE "BUSDATE READ"    TO O4-RPT-COUNT-NAME.
075100     MOVE WK-BUSDATE-COUNTER TO O4-RPT-COUNT-VALUE.
075200     WRITE O4-RPT-COUNT-LINE.
075300     PERFORM SYURYO-CHK-RPT-WRITE.
075400     MOVE "HOLIDAYS ON FILE" TO O4-RPT-COUNT-NAME.
075500     MOVE WH-HOL-USED       TO O4-RPT-COUNT-VALUE.
075600     WRITE O4-RPT-COUNT-LINE.
075700     PERFORM SYURYO-CHK-RPT-WRITE.
075800     MOVE "DAYS SKIPPED"    TO O4-RPT-COUNT-NAME.
075900     MOVE WK-SKIP-COUNTER   TO O4-RPT-COUNT-VALUE.
076000     WRITE O4-RPT-COUNT-LINE.
076100     PERFORM SYURYO-CHK-RPT-WRITE.
076200
076300     WRITE O4-RPT-BLANK-LINE.
076400     PERFORM SYURYO-CHK-RPT-WRITE.
076500
076600     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
076700     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
076800             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
076900     WRITE O4-RPT-TIME-LINE.
077000     PERFORM SYURYO-CHK-RPT-WRITE.
077100     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
077200     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
077300             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
077400     WRITE O4-RPT-TIME-LINE.
077500     PERFORM SYURYO-CHK-RPT-WRITE.
077600     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
077700     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
077800     WRITE O4-RPT-TIME-LINE.
077900     PERFORM SYURYO-CHK-RPT-WRITE.
078000
078100     CLOSE FILE-REPORT.
078200     IF  FS-FILE-REPORT  NOT =  "00"
078300         MOVE "FILE-REPORT(ROLLRPT)" TO  W2-ERR-FILE-NAME
078400         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
078500         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
078600         PERFORM ERROR-PROC
078700     END-IF.
078800     PERFORM  CHAIN-STAMP-PROC.
078900     PERFORM  NITE-STAMP-PROC.
079000
079100 SYURYO-999.
079200     EXIT.
079300                                                             SKIP3
079400******************************************************************
079500*                                                                *
079600*    DISPLAY DATE PROC (YYYYMMDD TO YYYY-MM-DD)                  *
079700*                                                                *
079800******************************************************************
079900 DISP-DATE-PROC SECTION.
080000*G   DISPLAY DATE
080100 DISP-DATE-010.
080200     MOVE  SPACES  TO  WK-DISP-DATE.
080300     STRING  WK-DISP-YYYY  "-"  WK-DISP-MM  "-"  WK-DISP-DD
080400             DELIMITED BY SIZE  INTO  WK-DISP-DATE.
080500 DISP-DATE-999.
080600 EXIT.
080700                                                             SKIP3
080800******************************************************************
080900*                                                                *
081000*    REPORT WRITE CHECK PROC                                     *
081100*                                                                *
081200******************************************************************
081300 SYURYO-CHK-PROC                    SECTION.
081400*G   REPORT WRITE CHECK
081500 SYURYO-CHK-RPT-WRITE.
081600     IF  FS-FILE-REPORT  NOT =  "00"
081700         MOVE "FILE-REPORT(ROLLRPT)" TO  W2-ERR-FILE-NAME
081800         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
081900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
082000         PERFORM ERROR-PROC
082100     END-IF.
082200 SYURYO-CHK-999.
082300     EXIT.
082400                                                             SKIP3
082500******************************************************************
082600*                                                                *
082700*    ERROR PROC                                                  *
082800*                                                                *
082900******************************************************************
083000 ERROR-PROC                        SECTION.
083100*G   ERROR
083200 ERROR-010.
083300
083400     DISPLAY "*** ABEND ***".
083500     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
083600     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
083700     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
083800
083900     MOVE  16  TO  RETURN-CODE.
084000     STOP RUN.
084100
084200 ERROR-999.
084300     EXIT.
