000100* T   EXCEPTION CLASSIFICATION AGAINST PRIOR NIGHT AND WAIVERS
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEWAIV.
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
001500     SELECT   OPTIONAL  FILE-WAIVER
001600               ASSIGN TO WAIVERS
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-WAIVER.
001900     SELECT   OPTIONAL  FILE-EXCIN
002000               ASSIGN TO EXCPTDATA
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-EXCIN.
002300     SELECT   OPTIONAL  FILE-EXCPRV
002400               ASSIGN TO EXCPTPREV
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-EXCPRV.
002700     SELECT   FILE-WAIVCLS
002800               ASSIGN TO WAIVCLS
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-WAIVCLS.
003100     SELECT   FILE-WAIVLIST
003200               ASSIGN TO WAIVLIST
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-WAIVLIST.
003500     SELECT   FILE-REPORT
003600               ASSIGN TO WAIVRPT
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-REPORT.
003900     SELECT   SORT-FILE
004000               ASSIGN TO SORTWK.
004100     SELECT   OPTIONAL  FILE-CHAIN
004200               ASSIGN TO CHAINCTL
004300               ORGANIZATION IS LINE SEQUENTIAL
004400               FILE STATUS IS FS-FILE-CHAIN.
004500     SELECT   OPTIONAL  FILE-NITE
004600               ASSIGN TO NITESTAT
004700               ORGANIZATION IS LINE SEQUENTIAL
004800               FILE STATUS IS FS-FILE-NITE.
004900     SELECT   OPTIONAL  FILE-BUSDATE
005000               ASSIGN TO BUSDATE
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS FS-FILE-BUSDATE.
005300
005400 DATA                   DIVISION.
005500 FILE                   SECTION.
005600 FD  FILE-WAIVER.
005700     COPY  WAIVER   PREFIXING  I4-.
005800
005900 FD  FILE-EXCIN.
006000     COPY  EXCEPT   PREFIXING  I1-.
006100
006200 FD  FILE-EXCPRV.
006300     COPY  EXCEPT   PREFIXING  I2-.
006400
006500 FD  FILE-WAIVCLS.
006600     COPY  WAIVCLS  PREFIXING  O1-.
006700
006800 FD  FILE-WAIVLIST.
006900     COPY  REPORT   PREFIXING  O2-.
007000     COPY  WAIVLST  PREFIXING  O2-.
007100
007200 FD  FILE-REPORT.
007300     COPY  REPORT   PREFIXING  O4-.
007400     COPY  WAIVLST  PREFIXING  O4-.
007500
007600 SD  SORT-FILE.
007700     COPY  WAIVCLS  PREFIXING  SR-.
007800
007900 FD  FILE-CHAIN.
008000     COPY  CHNCTL   PREFIXING  C1-.
008100
008200 FD  FILE-NITE.
008300     COPY  NITESTAT PREFIXING  N1-.
008400
008500 FD  FILE-BUSDATE.
008600     COPY  BUSDATE  PREFIXING  C2-.
008700
008800 WORKING-STORAGE        SECTION.
008900******************************************************************
009000*                                                                *
009100*    INPUT WORK AREA (FILE-EXCIN TONIGHT / FILE-EXCPRV PRIOR)    *
009200*                                                                *
009300******************************************************************
009400 01  WK-EXCIN-EOF-FLG       PIC   X      VALUE  ZERO.
009500 01  WK-EXCPRV-EOF-FLG      PIC   X      VALUE  ZERO.
009600 01  WK-TONIGHT-COUNTER     PIC  S9(11)  VALUE  ZERO.
009700 01  WK-PRIOR-COUNTER       PIC  S9(11)  VALUE  ZERO.
009800 01  WK-IN-COUNTER          PIC  S9(11)  VALUE  ZERO.
009900******************************************************************
010000*                                                                *
010100*    WAIVER TABLE WORK AREA (FILE-WAIVER, FILE ORDER)            *
010200*    EXPIRED WAIVERS ARE KEPT SO THAT THEY CAN BE REPORTED       *
010300*                                                                *
010400******************************************************************
010500 COPY  WAIVER  PREFIXING  W3-.
010600 01  WK-WAIVER-EOF-FLG      PIC   X      VALUE  ZERO.
010700 01  WV-WAIV-MAX            PIC  S9(04)  COMP  VALUE  2000.
010800 01  WV-WAIV-USED           PIC  S9(04)  COMP  VALUE  ZERO.
010900 01  WV-WAIV-IX             PIC  S9(04)  COMP  VALUE  ZERO.
011000 01  WV-WAIV-TABLE.
011100     05  WV-WAIV-ENTRY  OCCURS  2000.
011200         10  WV-MATCH-KEY        PIC  X(60).
011300         10  WV-APPROVER         PIC  X(10).
011400         10  WV-EXPIRY-DATE      PIC  9(08).
011500         10  WV-EXPIRED-FLG      PIC  X(01).
011600         10  WV-HIT-FLG          PIC  X(01).
011700 01  WK-WAIV-ACTIVE-COUNTER PIC  S9(11)  VALUE  ZERO.
011800 01  WK-WAIV-EXPIRED-COUNTER PIC S9(11)  VALUE  ZERO.
011900 01  WK-FIND-KEY            PIC  X(60).
012000 01  WK-FIND-IX             PIC  S9(04)  COMP  VALUE  ZERO.
012100 01  WK-EXP-DATE            PIC  9(08).
012200 01  WK-EXP-DATE-R          REDEFINES  WK-EXP-DATE.
012300     05  WK-EXP-YYYY        PIC  9(04).
012400     05  WK-EXP-MM          PIC  9(02).
012500     05  WK-EXP-DD          PIC  9(02).
012600******************************************************************
012700*                                                                *
012800*    CLASSIFICATION WORK AREA (FILE-WAIVCLS / SORT-FILE)         *
012900*    ONE GROUP PER MATCH KEY; PRIOR ("P") SORTS BEFORE "T"       *
013000*                                                                *
013100******************************************************************
013200 COPY  WAIVCLS  PREFIXING  W5-.
013300 01  WK-SORT-EOF-FLG        PIC   X      VALUE  ZERO.
013400 01  WK-HOLD-FLG            PIC   X      VALUE  ZERO.
013500 01  WK-HOLD-KEY            PIC  X(61).
013600 01  WK-HOLD-PRIOR-FLG      PIC   X      VALUE  ZERO.
013700 01  WK-HOLD-TONIGHT-FLG    PIC   X      VALUE  ZERO.
013800 01  WK-CLASS-CODE          PIC  X(01).
013900 01  WK-CLASS-NAME          PIC  X(09).
014000 01  WK-CLS-COUNTER         PIC  S9(11)  VALUE  ZERO.
014100 01  WK-NEW-COUNTER         PIC  S9(11)  VALUE  ZERO.
014200 01  WK-RECUR-COUNTER       PIC  S9(11)  VALUE  ZERO.
014300 01  WK-WAIVED-COUNTER      PIC  S9(11)  VALUE  ZERO.
014400 01  WK-CLEARED-COUNTER     PIC  S9(11)  VALUE  ZERO.
014500 01  WK-EXP-HIT-COUNTER     PIC  S9(11)  VALUE  ZERO.
014600 01  WK-LIST-COUNTER        PIC  S9(11)  VALUE  ZERO.
014700 01  WK-CTL-TOTAL           PIC  S9(11)  VALUE  ZERO.
014800 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
014900******************************************************************
015000*                                                                *
015100*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
015200*                                                                *
015300******************************************************************
015400 COPY  CHNCTL  PREFIXING  W8-.
015500 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
015600 01  WK-CHAIN-FOUND-FLG     PIC   X     VALUE  ZERO.
015700 01  WK-CHAIN-PRED-NAME     PIC  X(08)  VALUE  "FILETEST".
015800 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
015900 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
016000******************************************************************
016100*                                                                *
016200*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
016300*                                                                *
016400******************************************************************
016500 COPY  NITESTAT  PREFIXING  W9-.
016600******************************************************************
016700*                                                                *
016800*    RUN STATUS WORK AREA                                        *
016900*                                                                *
017000******************************************************************
017100 COPY  RESULT  PREFIXING  W2-.
017200 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
017300 01  W4-RUN-DATE             PIC  9(08).
017400 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
017500     05  W4-RUN-YYYY         PIC  9(04).
017600     05  W4-RUN-MM           PIC  9(02).
017700     05  W4-RUN-DD           PIC  9(02).
017800******************************************************************
017900*                                                                *
018000*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
018100*                                                                *
018200******************************************************************
018300 COPY  BUSDATE  PREFIXING  WY-.
018400 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
018500 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
018600 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
018700******************************************************************
018800*                                                                *
018900*    FILE STATUS WORK AREA                                       *
019000*                                                                *
019100******************************************************************
019200 01  FS-FILE-WAIVER          PIC  X(02)  VALUE  "00".
019300 01  FS-FILE-EXCIN           PIC  X(02)  VALUE  "00".
019400 01  FS-FILE-EXCPRV          PIC  X(02)  VALUE  "00".
019500 01  FS-FILE-WAIVCLS         PIC  X(02)  VALUE  "00".
019600 01  FS-FILE-WAIVLIST        PIC  X(02)  VALUE  "00".
019700 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
019800 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
019900 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
020000 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
020100
020200 PROCEDURE              DIVISION.
020300*
020400******************************************************************
020500*                                                                *
020600*G   MAIN PROC                                                   *
020700*                                                                *
020800******************************************************************
020900 MAIN-PROC                         SECTION.
021000*G   MAIN
021100 MAIN-PROC-010.
021200
021300     PERFORM  JUNBI-PROC.
021400
021500     SORT  SORT-FILE
021600           ASCENDING KEY  SR-WCL-MATCH-KEY
021700                          SR-WCL-CLASS
021800           INPUT  PROCEDURE IS WAIV-SORT-IN-PROC
021900           OUTPUT PROCEDURE IS WAIV-CLASS-PROC.
022000
022100     CLOSE  FILE-EXCIN
022200            FILE-EXCPRV
022300            FILE-WAIVCLS
022400            FILE-WAIVLIST.
022500     IF  FS-FILE-EXCIN  NOT =  "00"
022600         MOVE "FILE-EXCIN(EXCPTDATA)"  TO  W2-ERR-FILE-NAME
022700         MOVE FS-FILE-EXCIN          TO  W2-ERR-FILE-STATUS
022800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
022900         PERFORM ERROR-PROC
023000     END-IF.
023100     IF  FS-FILE-EXCPRV  NOT =  "00"
023200         MOVE "FILE-EXCPRV(EXCPTPREV)" TO  W2-ERR-FILE-NAME
023300         MOVE FS-FILE-EXCPRV         TO  W2-ERR-FILE-STATUS
023400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
023500         PERFORM ERROR-PROC
023600     END-IF.
023700     IF  FS-FILE-WAIVCLS  NOT =  "00"
023800         MOVE "FILE-WAIVCLS(WAIVCLS)"  TO  W2-ERR-FILE-NAME
023900         MOVE FS-FILE-WAIVCLS        TO  W2-ERR-FILE-STATUS
024000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
024100         PERFORM ERROR-PROC
024200     END-IF.
024300     IF  FS-FILE-WAIVLIST  NOT =  "00"
024400         MOVE "FILE-WAIVLIST(WAIVLIST)" TO  W2-ERR-FILE-NAME
024500         MOVE FS-FILE-WAIVLIST       TO  W2-ERR-FILE-STATUS
024600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
024700         PERFORM ERROR-PROC
024800     END-IF.
024900
025000     PERFORM  SYURYO-PROC.
025100
025200     STOP     RUN.
025300                                                             SKIP3
025400******************************************************************
025500*                                                                *
025600*    WAIVER LOAD PROC (ALL WAIVERS INTO THE TABLE, EXPIRED       *
025700*    WAIVERS FLAGGED AGAINST THE BUSINESS DATE)                  *
025800*                                                                *
025900******************************************************************
026000 WAIVER-LOAD-PROC SECTION.
026100*G   WAIVER LOAD
026200 WAIVER-LOAD-010.
026300     OPEN  INPUT  FILE-WAIVER.
026400     IF  FS-FILE-WAIVER  NOT =  "00"  AND
026500         FS-FILE-WAIVER  NOT =  "05"
026600         MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
026700         MOVE FS-FILE-WAIVER         TO  W2-ERR-FILE-STATUS
026800         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
026900         PERFORM ERROR-PROC
027000     END-IF.
027100     PERFORM  UNTIL  WK-WAIVER-EOF-FLG  =  "1"
027200         READ  FILE-WAIVER
027300           AT END
027400             MOVE "1" TO WK-WAIVER-EOF-FLG
027500           NOT AT END
027600             MOVE I4-WAIV-REC TO W3-WAIV-REC
027700             PERFORM  WAIVER-KEEP-PROC
027800         END-READ
027900         IF  FS-FILE-WAIVER  NOT =  "00"  AND
028000             FS-FILE-WAIVER  NOT =  "10"
028100             MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
028200             MOVE FS-FILE-WAIVER         TO  W2-ERR-FILE-STATUS
028300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
028400             PERFORM ERROR-PROC
028500         END-IF
028600     END-PERFORM.
028700     CLOSE  FILE-WAIVER.
028800     IF  FS-FILE-WAIVER  NOT =  "00"
028900         MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
029000         MOVE FS-FILE-WAIVER         TO  W2-ERR-FILE-STATUS
029100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
029200         PERFORM ERROR-PROC
029300     END-IF.
029400 WAIVER-LOAD-999.
029500 EXIT.
029600                                                             SKIP3
029700******************************************************************
029800*                                                                *
029900*    WAIVER KEEP PROC (ONE WAIVER; A BAD EXPIRY IS AN ERROR)     *
030000*                                                                *
030100******************************************************************
030200 WAIVER-KEEP-PROC SECTION.
030300*G   WAIVER KEEP
030400 WAIVER-KEEP-010.
030500     IF  W3-WAIV-EXPIRY-DATE  NOT NUMERIC
030600         DISPLAY "WAIVER : " W3-WAIV-ROOT-KEY " " W3-WAIV-REASON
030700         MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
030800         MOVE "  "                   TO  W2-ERR-FILE-STATUS
030900         MOVE "EXPIRY DATE NOT NUMERIC" TO  W2-ERR-MESSAGE
031000         PERFORM ERROR-PROC
031100     END-IF.
031200     IF  WV-WAIV-USED  NOT <  WV-WAIV-MAX
031300         MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
031400         MOVE "  "                   TO  W2-ERR-FILE-STATUS
031500         MOVE "WAIVER TABLE OVERFLOW" TO  W2-ERR-MESSAGE
031600         PERFORM ERROR-PROC
031700     END-IF.
031800     ADD   1                   TO  WV-WAIV-USED.
031900     MOVE  W3-WAIV-MATCH-KEY   TO  WV-MATCH-KEY   (WV-WAIV-USED).
032000     MOVE  W3-WAIV-APPROVER    TO  WV-APPROVER    (WV-WAIV-USED).
032100     MOVE  W3-WAIV-EXPIRY-DATE TO  WV-EXPIRY-DATE (WV-WAIV-USED).
032200     MOVE  "0"                 TO  WV-HIT-FLG     (WV-WAIV-USED).
032300     IF  W3-WAIV-EXPIRY-DATE  <  W4-RUN-DATE
032400         MOVE  "1"   TO  WV-EXPIRED-FLG (WV-WAIV-USED)
032500         ADD   1     TO  WK-WAIV-EXPIRED-COUNTER
032600     ELSE
032700         MOVE  "0"   TO  WV-EXPIRED-FLG (WV-WAIV-USED)
032800         ADD   1     TO  WK-WAIV-ACTIVE-COUNTER
032900     END-IF.
033000 WAIVER-KEEP-999.
033100 EXIT.
033200                                                             SKIP3
033300******************************************************************
033400*                                                                *
033500*    WAIVER FIND PROC (WK-FIND-KEY TO WK-FIND-IX, ZERO = NONE)   *
033600*    AN ACTIVE WAIVER IS PREFERRED OVER AN EXPIRED ONE           *
033700*                                                                *
033800******************************************************************
033900 WAIVER-FIND-PROC SECTION.
034000*G   WAIVER FIND
034100 WAIVER-FIND-010.
034200     MOVE  ZERO  TO  WK-FIND-IX.
034300     PERFORM  VARYING  WV-WAIV-IX  FROM  1  BY  1
034400              UNTIL    WV-WAIV-IX  >  WV-WAIV-USED
034500         IF  WV-MATCH-KEY (WV-WAIV-IX)  =  WK-FIND-KEY
034600             IF  WK-FIND-IX  =  ZERO
034700                 MOVE  WV-WAIV-IX  TO  WK-FIND-IX
034800             ELSE
034900                 IF  WV-EXPIRED-FLG (WK-FIND-IX)  =  "1"  AND
035000                     WV-EXPIRED-FLG (WV-WAIV-IX)  =  "0"
035100                     MOVE  WV-WAIV-IX  TO  WK-FIND-IX
035200                 END-IF
035300             END-IF
035400         END-IF
035500     END-PERFORM.
035600 WAIVER-FIND-999.
035700 EXIT.
035800                                                             SKIP3
035900******************************************************************
036000*                                                                *
036100*    SORT INPUT PROC (PRIOR NIGHT "P" AND TONIGHT "T")           *
036200*                                                                *
036300******************************************************************
036400 WAIV-SORT-IN-PROC SECTION.
036500*G   SORT INPUT
036600 WAIV-SORT-IN-010.
036700     PERFORM  UNTIL  WK-EXCPRV-EOF-FLG  =  "1"
036800         READ  FILE-EXCPRV
036900           AT END
037000             MOVE "1" TO WK-EXCPRV-EOF-FLG
037100           NOT AT END
037200             ADD 1 TO WK-PRIOR-COUNTER
037300             INITIALIZE W5-WCL-REC
037400             MOVE "P"                  TO  W5-WCL-CLASS
037500             MOVE I2-EXCPT-SOURCE-FILE TO  W5-WCL-SOURCE-FILE
037600             MOVE I2-EXCPT-ROOT-KEY    TO  W5-WCL-ROOT-KEY
037700             MOVE I2-EXCPT-SUB-KEY     TO  W5-WCL-SUB-KEY
037800             MOVE I2-EXCPT-SUB2-KEY    TO  W5-WCL-SUB2-KEY
037900             MOVE I2-EXCPT-SUB3-KEY    TO  W5-WCL-SUB3-KEY
038000             MOVE I2-EXCPT-REASON      TO  W5-WCL-REASON
038100             PERFORM  WAIV-RELEASE-PROC
038200         END-READ
038300         IF  FS-FILE-EXCPRV  NOT =  "00"  AND
038400             FS-FILE-EXCPRV  NOT =  "10"
038500             MOVE "FILE-EXCPRV(EXCPTPREV)" TO  W2-ERR-FILE-NAME
038600             MOVE FS-FILE-EXCPRV         TO  W2-ERR-FILE-STATUS
038700             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
038800             PERFORM ERROR-PROC
038900         END-IF
039000     END-PERFORM.
039100     PERFORM  UNTIL  WK-EXCIN-EOF-FLG  =  "1"
039200         READ  FILE-EXCIN
039300           AT END
039400             MOVE "1" TO WK-EXCIN-EOF-FLG
039500           NOT AT END
039600             ADD 1 TO WK-TONIGHT-COUNTER
039700             INITIALIZE W5-WCL-REC
039800             MOVE "T"                  TO  W5-WCL-CLASS
039900             MOVE I1-EXCPT-SOURCE-FILE TO  W5-WCL-SOURCE-FILE
040000             MOVE I1-EXCPT-ROOT-KEY    TO  W5-WCL-ROOT-KEY
040100             MOVE I1-EXCPT-SUB-KEY     TO  W5-WCL-SUB-KEY
040200             MOVE I1-EXCPT-SUB2-KEY    TO  W5-WCL-SUB2-KEY
040300             MOVE I1-EXCPT-SUB3-KEY    TO  W5-WCL-SUB3-KEY
040400             MOVE I1-EXCPT-REASON      TO  W5-WCL-REASON
040500             PERFORM  WAIV-RELEASE-PROC
040600         END-READ
040700         IF  FS-FILE-EXCIN  NOT =  "00"  AND
040800             FS-FILE-EXCIN  NOT =  "10"
040900             MOVE "FILE-EXCIN(EXCPTDATA)"  TO  W2-ERR-FILE-NAME
041000             MOVE FS-FILE-EXCIN          TO  W2-ERR-FILE-STATUS
041100             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
041200             PERFORM ERROR-PROC
041300         END-IF
041400     END-PERFORM.
041500 WAIV-SORT-IN-999.
041600 EXIT.
041700                                                             SKIP3
041800******************************************************************
041900*                                                                *
042000*    WAIV RELEASE PROC (ONE EXCEPTION TO THE SORT)               *
042100*                                                                *
042200******************************************************************
042300 WAIV-RELEASE-PROC SECTION.
042400*G   WAIV RELEASE
042500 WAIV-RELEASE-010.
042600     ADD   1            TO  WK-IN-COUNTER.
042700     MOVE  W5-WCL-REC   TO  SR-WCL-REC.
042800     RELEASE SR-WCL-REC.
042900 WAIV-RELEASE-999.
043000 EXIT.
043100                                                             SKIP3
043200******************************************************************
043300*                                                                *
043400*    SORT OUTPUT PROC (ONE GROUP PER MATCH KEY)                  *
043500*    TONIGHT WITH AN ACTIVE WAIVER          - "W" WAIVED         *
043600*    TONIGHT, ALSO PRESENT THE PRIOR NIGHT  - "R" RECURRING      *
043700*    TONIGHT ONLY                           - "N" NEW            *
043800*    PRIOR NIGHT ONLY                       - "C" CLEARED        *
043900*                                                                *
044000******************************************************************
044100 WAIV-CLASS-PROC SECTION.
044200*G   SORT OUTPUT
044300 WAIV-CLASS-010.
044400     PERFORM  UNTIL  WK-SORT-EOF-FLG  =  "1"
044500         RETURN  SORT-FILE
044600           AT END
044700             MOVE "1" TO WK-SORT-EOF-FLG
044800           NOT AT END
044900             IF  WK-HOLD-FLG  =  "1"  AND
045000                 SR-WCL-MATCH-KEY  NOT =  WK-HOLD-KEY
045100                 PERFORM  GROUP-END-PROC
045200             END-IF
045300             MOVE SR-WCL-REC TO W5-WCL-REC
045400             IF  WK-HOLD-FLG  NOT =  "1"
045500                 MOVE  "1"               TO  WK-HOLD-FLG
045600                 MOVE  W5-WCL-MATCH-KEY  TO  WK-HOLD-KEY
045700                 MOVE  "0"               TO  WK-HOLD-PRIOR-FLG
045800                 MOVE  "0"               TO  WK-HOLD-TONIGHT-FLG
045900             END-IF
046000             IF  W5-WCL-CLASS  =  "P"
046100                 MOVE  "1"  TO  WK-HOLD-PRIOR-FLG
046200             ELSE
046300                 MOVE  "1"  TO  WK-HOLD-TONIGHT-FLG
046400                 PERFORM  TONIGHT-ITEM-PROC
046500             END-IF
046600         END-RETURN
046700     END-PERFORM.
046800     IF  WK-HOLD-FLG  =  "1"
046900         PERFORM  GROUP-END-PROC
047000     END-IF.
047100 WAIV-CLASS-999.
047200 EXIT.
047300                                                             SKIP3
047400******************************************************************
047500*                                                                *
047600*    TONIGHT ITEM PROC (CLASSIFY ONE OF TONIGHT'S EXCEPTIONS)    *
047700*                                                                *
047800******************************************************************
047900 TONIGHT-ITEM-PROC SECTION.
048000*G   TONIGHT ITEM
048100 TONIGHT-ITEM-010.
048200     MOVE  W5-WCL-WAIV-KEY  TO  WK-FIND-KEY.
048300     PERFORM  WAIVER-FIND-PROC.
048400     MOVE  SPACES  TO  W5-WCL-WAIVER-FLG
048500                       W5-WCL-APPROVER.
048600     MOVE  ZERO    TO  W5-WCL-EXPIRY-DATE.
048700     IF  WK-FIND-IX  >  ZERO
048800         MOVE  "1"  TO  WV-HIT-FLG (WK-FIND-IX)
048900         MOVE  WV-APPROVER    (WK-FIND-IX)  TO  W5-WCL-APPROVER
049000         MOVE  WV-EXPIRY-DATE (WK-FIND-IX)  TO  W5-WCL-EXPIRY-DATE
049100         IF  WV-EXPIRED-FLG (WK-FIND-IX)  =  "0"
049200             MOVE  "A"  TO  W5-WCL-WAIVER-FLG
049300             MOVE  "W"  TO  W5-WCL-CLASS
049400             ADD   1    TO  WK-WAIVED-COUNTER
049500             PERFORM  CLASS-WRITE-PROC
049600             GO  TO  TONIGHT-ITEM-999
049700         END-IF
049800         MOVE  "E"  TO  W5-WCL-WAIVER-FLG
049900         ADD   1    TO  WK-EXP-HIT-COUNTER
050000     END-IF.
050100     IF  WK-HOLD-PRIOR-FLG  =  "1"
050200         MOVE  "R"  TO  W5-WCL-CLASS
050300         ADD   1    TO  WK-RECUR-COUNTER
050400     ELSE
050500         MOVE  "N"  TO  W5-WCL-CLASS
050600         ADD   1    TO  WK-NEW-COUNTER
050700     END-IF.
050800     PERFORM  CLASS-WRITE-PROC.
050900 TONIGHT-ITEM-999.
051000 EXIT.
051100                                                             SKIP3
051200******************************************************************
051300*                                                                *
051400*    GROUP END PROC (PRIOR NIGHT ONLY - ONE CLEARED RECORD)      *
051500*                                                                *
051600******************************************************************
051700 GROUP-END-PROC SECTION.
051800*G   GROUP END
051900 GROUP-END-010.
052000     IF  WK-HOLD-PRIOR-FLG  =  "1"  AND
052100         WK-HOLD-TONIGHT-FLG  NOT =  "1"
052200         INITIALIZE W5-WCL-REC
052300         MOVE  "C"          TO  W5-WCL-CLASS
052400         MOVE  WK-HOLD-KEY  TO  W5-WCL-MATCH-KEY
052500         MOVE  SPACES       TO  W5-WCL-WAIVER-FLG
052600                                W5-WCL-APPROVER
052700         ADD   1            TO  WK-CLEARED-COUNTER
052800         PERFORM  CLASS-WRITE-PROC
052900     END-IF.
053000     MOVE  "0"  TO  WK-HOLD-FLG.
053100 GROUP-END-999.
053200 EXIT.
053300                                                             SKIP3
053400******************************************************************
053500*                                                                *
053600*    CLASS WRITE PROC (WAIVCLS RECORD AND WORKLIST DETAIL LINE)  *
053700*                                                                *
053800******************************************************************
053900 CLASS-WRITE-PROC SECTION.
054000*G   CLASS WRITE
054100 CLASS-WRITE-010.
054200     MOVE  W5-WCL-REC  TO  O1-WCL-REC.
054300     WRITE O1-WCL-REC
054400     END-WRITE.
054500     IF  FS-FILE-WAIVCLS  NOT =  "00"
054600         MOVE "FILE-WAIVCLS(WAIVCLS)"  TO  W2-ERR-FILE-NAME
054700         MOVE FS-FILE-WAIVCLS        TO  W2-ERR-FILE-STATUS
054800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
054900         PERFORM ERROR-PROC
055000     END-IF.
055100     ADD  1  TO  WK-CLS-COUNTER.
055200
055300     MOVE  W5-WCL-CLASS           TO  WK-CLASS-CODE.
055400     PERFORM  CLASS-NAME-PROC.
055500     MOVE  SPACES                 TO  O2-WLST-DETAIL-LINE.
055600     MOVE  WK-CLASS-NAME          TO  O2-WLST-CLASS-NAME.
055700     MOVE  W5-WCL-SOURCE-FILE     TO  O2-WLST-SOURCE-FILE.
055800     MOVE  W5-WCL-ROOT-KEY        TO  O2-WLST-ROOT-KEY.
055900     MOVE  W5-WCL-SUB-KEY         TO  O2-WLST-SUB-KEY.
056000     MOVE  W5-WCL-SUB2-KEY        TO  O2-WLST-SUB2-KEY.
056100     MOVE  W5-WCL-SUB3-KEY        TO  O2-WLST-SUB3-KEY.
056200     MOVE  W5-WCL-REASON          TO  O2-WLST-REASON.
056300     WRITE O2-WLST-DETAIL-LINE.
056400     PERFORM  SYURYO-CHK-LIST-WRITE.
056500     ADD  1  TO  WK-LIST-COUNTER.
056600 CLASS-WRITE-999.
056700 EXIT.
056800                                                             SKIP3
056900******************************************************************
057000*                                                                *
057100*    CLASS NAME PROC (WK-CLASS-CODE TO A PRINTABLE NAME)         *
057200*                                                                *
057300******************************************************************
057400 CLASS-NAME-PROC SECTION.
057500*G   CLASS NAME
057600 CLASS-NAME-010.
057700     EVALUATE  WK-CLASS-CODE
057800       WHEN "N"
057900         MOVE  "NEW"        TO  WK-CLASS-NAME
058000       WHEN "R"
058100         MOVE  "RECURRING"  TO  WK-CLASS-NAME
058200       WHEN "W"
058300         MOVE  "WAIVED"     TO  WK-CLASS-NAME
058400       WHEN "C"
058500         MOVE  "CLEARED"    TO  WK-CLASS-NAME
058600       WHEN OTHER
058700         MOVE  SPACES       TO  WK-CLASS-NAME
058800     END-EVALUATE.
058900 CLASS-NAME-999.
059000 EXIT.
059100                                                             SKIP3
059200******************************************************************
059300*                                                                *
059400*    CHAIN CHECK PROC (PREDECESSOR STAMP WITH RC=0 FOR RUN-ID)   *
059500*                                                                *
059600******************************************************************
059700 CHAIN-CHECK-PROC SECTION.
059800*G   CHAIN CHECK
059900 CHAIN-CHECK-010.
060000     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
060100     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
060200     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
060300         WK-CHAINCHK-ENV-VALUE  =  "n"
060400         GO  TO  CHAIN-CHECK-999
060500     END-IF.
060600     OPEN  INPUT  FILE-CHAIN.
060700     IF  FS-FILE-CHAIN  NOT =  "00"  AND
060800         FS-FILE-CHAIN  NOT =  "05"
060900         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
061000         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
061100         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
061200         PERFORM ERROR-PROC
061300     END-IF.
061400     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
061500         READ  FILE-CHAIN
061600           AT END
061700             MOVE "1" TO WK-CHAIN-EOF-FLG
061800           NOT AT END
061900             MOVE C1-CHN-REC TO W8-CHN-REC
062000             IF  W8-CHN-PROGRAM  =  WK-CHAIN-PRED-NAME  AND
062100                 W8-CHN-RUN-ID   =  W2-RUN-ID
062200                 IF  W8-CHN-RETURN-CODE  =  ZERO
062300                     MOVE "1" TO WK-CHAIN-FOUND-FLG
062400                 ELSE
062500                     MOVE "0" TO WK-CHAIN-FOUND-FLG
062600                 END-IF
062700             END-IF
062800         END-READ
062900         IF  FS-FILE-CHAIN  NOT =  "00"  AND
063000             FS-FILE-CHAIN  NOT =  "10"
063100             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
063200             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
063300             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
063400             PERFORM ERROR-PROC
063500         END-IF
063600     END-PERFORM.
063700     CLOSE  FILE-CHAIN.
063800     IF  FS-FILE-CHAIN  NOT =  "00"
063900         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
064000         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
064100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
064200         PERFORM ERROR-PROC
064300     END-IF.
064400     IF  WK-CHAIN-FOUND-FLG  NOT =  "1"
064500         PERFORM  CHAIN-ABORT-PROC
064600     END-IF.
064700 CHAIN-CHECK-999.
064800 EXIT.
064900                                                             SKIP3
065000******************************************************************
065100*                                                                *
065200*    CHAIN ABORT PROC (REPORT AND STOP WITH RC=12)               *
065300*                                                                *
065400******************************************************************
065500 CHAIN-ABORT-PROC SECTION.
065600*G   CHAIN ABORT
065700 CHAIN-ABORT-010.
065800     DISPLAY "*** RUN STOPPED - CHAIN CHECK FAILED ***".
065900     DISPLAY "PREDECESSOR : " WK-CHAIN-PRED-NAME.
066000     DISPLAY "RUN-ID      : " W2-RUN-ID.
066100     OPEN  OUTPUT  FILE-REPORT.
066200     IF  FS-FILE-REPORT  =  "00"
066300         MOVE "FILEWAIV"    TO  O4-RPT-PROGRAM-NAME
066400         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
066500                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
066600         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
066700         WRITE O4-RPT-TITLE-LINE
066800         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
066900         MOVE "NG"           TO O4-RPT-RESULT-VALUE
067000         WRITE O4-RPT-RESULT-LINE
067100         MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
067200         MOVE SPACES         TO O4-RPT-DETAIL-VALUE
067300         STRING  WK-CHAIN-PRED-NAME
067400                 " NOT COMPLETE FOR THIS RUN-ID"
067500                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
067600         WRITE O4-RPT-DETAIL-LINE
067700         CLOSE FILE-REPORT
067800     END-IF.
067900     MOVE  12  TO  RETURN-CODE.
068000     STOP RUN.
068100 CHAIN-ABORT-999.
068200 EXIT.
068300                                                             SKIP3
068400******************************************************************
068500*                                                                *
068600*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
068700*                                                                *
068800******************************************************************
068900 CHAIN-STAMP-PROC SECTION.
069000*G   CHAIN STAMP WRITE
069100 CHAIN-STAMP-010.
069200     OPEN  EXTEND  FILE-CHAIN.
069300     IF  FS-FILE-CHAIN  NOT =  "00"  AND
069400         FS-FILE-CHAIN  NOT =  "05"
069500         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
069600         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
069700         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
069800         PERFORM ERROR-PROC
069900     END-IF.
070000     MOVE  "FILEWAIV"           TO  W8-CHN-PROGRAM.
070100     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
070200     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
070300     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
070400     MOVE  WK-CLS-COUNTER       TO  W8-CHN-REC-COUNT.
070500     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
070600     WRITE C1-CHN-REC
070700     END-WRITE.
070800     IF  FS-FILE-CHAIN  NOT =  "00"
070900         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
071000         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
071100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
071200         PERFORM ERROR-PROC
071300     END-IF.
071400     CLOSE  FILE-CHAIN.
071500     IF  FS-FILE-CHAIN  NOT =  "00"
071600         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
071700         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
071800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
071900         PERFORM ERROR-PROC
072000     END-IF.
072100 CHAIN-STAMP-999.
072200 EXIT.
072300                                                             SKIP3
072400******************************************************************
072500*                                                                *
072600*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
072700*                                                                *
072800******************************************************************
072900 NITE-STAMP-PROC SECTION.
073000*G   NIGHTLY STATUS WRITE
073100 NITE-STAMP-010.
073200     OPEN  EXTEND  FILE-NITE.
073300     IF  FS-FILE-NITE  NOT =  "00"  AND
073400         FS-FILE-NITE  NOT =  "05"
073500         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
073600         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
073700         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
073800         PERFORM ERROR-PROC
073900     END-IF.
074000     MOVE  "FILEWAIV"           TO  W9-NITE-PROGRAM.
074100     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
074200     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
074300     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
074400     MOVE  WK-IN-COUNTER        TO  W9-NITE-READ-COUNT.
074500     MOVE  WK-CLS-COUNTER       TO  W9-NITE-WRITE-COUNT.
074600     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
074700     COMPUTE  W9-NITE-EXCEPT-COUNT  =  WK-NEW-COUNTER
074800                                    +  WK-RECUR-COUNTER.
074900     MOVE  WK-WAIV-EXPIRED-COUNTER  TO  W9-NITE-ALERT-COUNT.
075000     MOVE  WK-CTL-RESULT        TO  W9-NITE-CTL-RESULT.
075100     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
075200     WRITE N1-NITE-REC
075300     END-WRITE.
075400     IF  FS-FILE-NITE  NOT =  "00"
075500         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
075600         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
075700         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
075800         PERFORM ERROR-PROC
075900     END-IF.
076000     CLOSE  FILE-NITE.
076100     IF  FS-FILE-NITE  NOT =  "00"
076200         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
076300         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
076400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
076500         PERFORM ERROR-PROC
076600     END-IF.
076700 NITE-STAMP-999.
076800 EXIT.
076900                                                             SKIP3
077000******************************************************************
077100*                                                                *
077200*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
077300*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
077400*                                                                *
077500******************************************************************
077600 BUSDATE-READ-PROC SECTION.
077700*G   BUSINESS DATE READ
077800 BUSDATE-READ-010.
077900     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
078000     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
078100     MOVE  ZERO  TO  WK-BUSDATE-PREV.
078200     OPEN  INPUT  FILE-BUSDATE.
078300     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
078400         FS-FILE-BUSDATE  NOT =  "05"
078500         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
078600         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
078700         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
078800         PERFORM ERROR-PROC
078900     END-IF.
079000     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
079100         READ  FILE-BUSDATE
079200           AT END
079300             MOVE "1" TO WK-BUSDATE-EOF-FLG
079400           NOT AT END
079500             MOVE C2-BDT-REC TO WY-BDT-REC
079600             IF  WY-BDT-REC-TYPE  =  "C"
079700                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
079800                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
079900                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
080000             END-IF
080100         END-READ
080200         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
080300             FS-FILE-BUSDATE  NOT =  "10"
080400             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
080500             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
080600             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
080700             PERFORM ERROR-PROC
080800         END-IF
080900     END-PERFORM.
081000     CLOSE  FILE-BUSDATE.
081100     IF  FS-FILE-BUSDATE  NOT =  "00"
081200         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
081300         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
081400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
081500         PERFORM ERROR-PROC
081600     END-IF.
081700     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
081760         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
081820         MOVE "  "                   TO  W2-ERR-FILE-STATUS
081880         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
081940         PERFORM ERROR-PROC
082000     END-IF.
082100 BUSDATE-READ-999.
082200 EXIT.
082300                                                             SKIP3
082400******************************************************************
082500*                                                                *
082600*    JUNBI PROC (WAIVER TABLE, FILE OPEN AND WORKLIST HEADING)   *
082700*                                                                *
082800******************************************************************
082900 JUNBI-PROC                        SECTION.
083000*G   JUNBI
083100 JUNBI-010.
083200
083300     ACCEPT W2-START-TIME FROM TIME.
083400     PERFORM  BUSDATE-READ-PROC.
083500     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
083600     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
083700     IF  W2-RUN-ID  =  SPACES
083800         MOVE  "DEFAULT"  TO  W2-RUN-ID
083900     END-IF.
084000     PERFORM  CHAIN-CHECK-PROC.
084100     PERFORM  WAIVER-LOAD-PROC.
084200
084300     OPEN   INPUT  FILE-EXCIN
084400                   FILE-EXCPRV.
084500     IF  FS-FILE-EXCIN  NOT =  "00"  AND
084600         FS-FILE-EXCIN  NOT =  "05"
084700         MOVE "FILE-EXCIN(EXCPTDATA)"  TO  W2-ERR-FILE-NAME
084800         MOVE FS-FILE-EXCIN          TO  W2-ERR-FILE-STATUS
084900         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
085000         PERFORM ERROR-PROC
085100     END-IF.
085200     IF  FS-FILE-EXCPRV  NOT =  "00"  AND
085300         FS-FILE-EXCPRV  NOT =  "05"
085400         MOVE "FILE-EXCPRV(EXCPTPREV)" TO  W2-ERR-FILE-NAME
085500         MOVE FS-FILE-EXCPRV         TO  W2-ERR-FILE-STATUS
085600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
085700         PERFORM ERROR-PROC
085800     END-IF.
085900     OPEN   OUTPUT FILE-WAIVCLS
086000                   FILE-WAIVLIST.
086100     IF  FS-FILE-WAIVCLS  NOT =  "00"
086200         MOVE "FILE-WAIVCLS(WAIVCLS)"  TO  W2-ERR-FILE-NAME
086300         MOVE FS-FILE-WAIVCLS        TO  W2-ERR-FILE-STATUS
086400         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
086500         PERFORM ERROR-PROC
086600     END-IF.
086700     IF  FS-FILE-WAIVLIST  NOT =  "00"
086800         MOVE "FILE-WAIVLIST(WAIVLIST)" TO  W2-ERR-FILE-NAME
086900         MOVE FS-FILE-WAIVLIST       TO  W2-ERR-FILE-STATUS
087000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
087100         PERFORM ERROR-PROC
087200     END-IF.
087300
087400     MOVE "FILEWAIV"    TO  O2-RPT-PROGRAM-NAME.
087500     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
087600             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
087700     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
087800     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
087900     PERFORM  SYURYO-CHK-LIST-WRITE.
088000     WRITE O2-RPT-BLANK-LINE.
088100     PERFORM  SYURYO-CHK-LIST-WRITE.
088200     WRITE O2-WLST-HEAD-LINE.
088300     PERFORM  SYURYO-CHK-LIST-WRITE.
088400
088500 JUNBI-999.
088600 EXIT.
088700                                                             SKIP3
088800******************************************************************
088900*                                                                *
089000*    SYURYO PROC (CLASSIFICATION SUMMARY AND EXPIRED WAIVERS;    *
089100*    RC=4 WHEN ANY WAIVER HAS EXPIRED, NG WHEN THE CLASSES DO    *
089200*    NOT ACCOUNT FOR EVERY EXCEPTION READ)                       *
089300*                                                                *
089400******************************************************************
089500 SYURYO-PROC                       SECTION.
089600*G   SYURYO
089700 SYURYO-010.
089800
089900     ACCEPT W2-END-TIME FROM TIME.
090000
090100     OPEN   OUTPUT FILE-REPORT.
090200     IF  FS-FILE-REPORT  NOT =  "00"
090300         MOVE "FILE-REPORT(WAIVRPT)" TO  W2-ERR-FILE-NAME
090400         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
090500         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
090600         PERFORM ERROR-PROC
090700     END-IF.
090800
090900     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
091000                                     + (W2-S_SS * 100) + W2-S_TT)
091100     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
091200                                    + (W2-E_SS * 100) + W2-E_TT).
091300     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
091400
091500     COMPUTE  WK-CTL-TOTAL  =  WK-NEW-COUNTER
091600                            +  WK-RECUR-COUNTER
091700                            +  WK-WAIVED-COUNTER.
091800     IF  WK-CTL-TOTAL  =  WK-TONIGHT-COUNTER
091900         MOVE  "OK"  TO  WK-CTL-RESULT
092000     ELSE
092100         MOVE  "NG"  TO  WK-CTL-RESULT
092200         MOVE  4     TO  RETURN-CODE
092300     END-IF.
092400     IF  WK-WAIV-EXPIRED-COUNTER  >  ZERO
092500         MOVE  4     TO  RETURN-CODE
092600     END-IF.
092700
092800     DISPLAY "PRIOR NIGHT READ  : " WK-PRIOR-COUNTER.
092900     DISPLAY "TONIGHT READ      : " WK-TONIGHT-COUNTER.
093000     DISPLAY "NEW               : " WK-NEW-COUNTER.
093100     DISPLAY "RECURRING         : " WK-RECUR-COUNTER.
093200     DISPLAY "WAIVED            : " WK-WAIVED-COUNTER.
093300     DISPLAY "CLEARED           : " WK-CLEARED-COUNTER.
093400     DISPLAY "EXPIRED WAIVERS   : " WK-WAIV-EXPIRED-COUNTER.
093500
093600     MOVE "FILEWAIV"    TO  O4-RPT-PROGRAM-NAME.
093700     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
093800             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
093900     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
094000     WRITE O4-RPT-TITLE-LINE.
094100     PERFORM SYURYO-CHK-RPT-WRITE.
094200     MOVE "EXCPTDATA"   TO O4-RPT-FILE-NAME.
094300     WRITE O4-RPT-FILE-LINE.
094400     PERFORM SYURYO-CHK-RPT-WRITE.
094500     MOVE "EXCPTPREV"   TO O4-RPT-FILE-NAME.
094600     WRITE O4-RPT-FILE-LINE.
094700     PERFORM SYURYO-CHK-RPT-WRITE.
094800     MOVE "WAIVERS"     TO O4-RPT-FILE-NAME.
094900     WRITE O4-RPT-FILE-LINE.
095000     PERFORM SYURYO-CHK-RPT-WRITE.
095100
095200     WRITE O4-RPT-BLANK-LINE.
095300     PERFORM SYURYO-CHK-RPT-WRITE.
095400     WRITE O4-RPT-HEAD-LINE.
095500     PERFORM SYURYO-CHK-RPT-WRITE.
095600     MOVE "EXCPTDATA"       TO O4-RPT-COUNT-NAME.
095700     MOVE WK-TONIGHT-COUNTER TO O4-RPT-COUNT-VALUE.
095800     WRITE O4-RPT-COUNT-LINE.
095900     PERFORM SYURYO-CHK-RPT-WRITE.
096000     MOVE "EXCPTPREV"       TO O4-RPT-COUNT-NAME.
096100     MOVE WK-PRIOR-COUNTER  TO O4-RPT-COUNT-VALUE.
096200     WRITE O4-RPT-COUNT-LINE.
096300     PERFORM SYURYO-CHK-RPT-WRITE.
096400     MOVE "WAIVERS ACTIVE"  TO O4-RPT-COUNT-NAME.
096500     MOVE WK-WAIV-ACTIVE-COUNTER TO O4-RPT-COUNT-VALUE.
096600     WRITE O4-RPT-COUNT-LINE.
096700     PERFORM SYURYO-CHK-RPT-WRITE.
096800     MOVE "WAIVERS EXPIRED" TO O4-RPT-COUNT-NAME.
096900     MOVE WK-WAIV-EXPIRED-COUNTER TO O4-RPT-COUNT-VALUE.
097000     WRITE O4-RPT-COUNT-LINE.
097100     PERFORM SYURYO-CHK-RPT-WRITE.
097200     MOVE "NEW"             TO O4-RPT-COUNT-NAME.
097300     MOVE WK-NEW-COUNTER    TO O4-RPT-COUNT-VALUE.
097400     WRITE O4-RPT-COUNT-LINE.
097500     PERFORM SYURYO-CHK-RPT-WRITE.
097600     MOVE "RECURRING"       TO O4-RPT-COUNT-NAME.
097700     MOVE WK-RECUR-COUNTER  TO O4-RPT-COUNT-VALUE.
097800     WRITE O4-RPT-COUNT-LINE.
097900     PERFORM SYURYO-CHK-RPT-WRITE.
098000     MOVE "WAIVED"          TO O4-RPT-COUNT-NAME.
098100     MOVE WK-WAIVED-COUNTER TO O4-RPT-COUNT-VALUE.
098200     WRITE O4-RPT-COUNT-LINE.
098300     PERFORM SYURYO-CHK-RPT-WRITE.
098400     MOVE "CLEARED"         TO O4-RPT-COUNT-NAME.
098500     MOVE WK-CLEARED-COUNTER TO O4-RPT-COUNT-VALUE.
098600     WRITE O4-RPT-COUNT-LINE.
098700     PERFORM SYURYO-CHK-RPT-WRITE.
098800     MOVE "EXPIRED WAIVER HIT" TO O4-RPT-COUNT-NAME.
098900     MOVE WK-EXP-HIT-COUNTER TO O4-RPT-COUNT-VALUE.
099000     WRITE O4-RPT-COUNT-LINE.
099100     PERFORM SYURYO-CHK-RPT-WRITE.
099200     MOVE "WAIVCLS"         TO O4-RPT-COUNT-NAME.
099300     MOVE WK-CLS-COUNTER    TO O4-RPT-COUNT-VALUE.
099400     WRITE O4-RPT-COUNT-LINE.
099500     PERFORM SYURYO-CHK-RPT-WRITE.
099600
099700     IF  WK-WAIV-EXPIRED-COUNTER  >  ZERO
099800         WRITE O4-RPT-BLANK-LINE
099900         PERFORM SYURYO-CHK-RPT-WRITE
100000         WRITE O4-WLST-EXPIRED-HEAD-LINE
100100         PERFORM SYURYO-CHK-RPT-WRITE
100200         PERFORM  VARYING  WV-WAIV-IX  FROM  1  BY  1
100300                  UNTIL    WV-WAIV-IX  >  WV-WAIV-USED
100400             IF  WV-EXPIRED-FLG (WV-WAIV-IX)  =  "1"
100500                 PERFORM  EXPIRED-LINE-PROC
100600             END-IF
100700         END-PERFORM
100800     END-IF.
100900
101000     WRITE O4-RPT-BLANK-LINE.
101100     PERFORM SYURYO-CHK-RPT-WRITE.
101200     MOVE "CLASSIFICATION"  TO O4-RPT-RESULT-LABEL.
101300     MOVE WK-CTL-RESULT     TO O4-RPT-RESULT-VALUE.
101400     WRITE O4-RPT-RESULT-LINE.
101500     PERFORM SYURYO-CHK-RPT-WRITE.
101600     IF  WK-WAIV-EXPIRED-COUNTER  >  ZERO
101700         MOVE "EXPIRED WAIVERS"  TO O4-RPT-RESULT-LABEL
101800         MOVE "WARNING"          TO O4-RPT-RESULT-VALUE
101900         WRITE O4-RPT-RESULT-LINE
102000         PERFORM SYURYO-CHK-RPT-WRITE
102100     END-IF.
102200
102300     WRITE O4-RPT-BLANK-LINE.
102400     PERFORM SYURYO-CHK-RPT-WRITE.
102500
102600     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
102700     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
102800             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
102900     WRITE O4-RPT-TIME-LINE.
103000     PERFORM SYURYO-CHK-RPT-WRITE.
103100     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
103200     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
103300             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
103400     WRITE O4-RPT-TIME-LINE.
103500     PERFORM SYURYO-CHK-RPT-WRITE.
103600     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
103700     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
103800     WRITE O4-RPT-TIME-LINE.
103900     PERFORM SYURYO-CHK-RPT-WRITE.
104000
104100     CLOSE FILE-REPORT.
104200     IF  FS-FILE-REPORT  NOT =  "00"
104300         MOVE "FILE-REPORT(WAIVRPT)" TO  W2-ERR-FILE-NAME
104400         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
104500         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
104600         PERFORM ERROR-PROC
104700     END-IF.
104800     PERFORM  CHAIN-STAMP-PROC.
104900     PERFORM  NITE-STAMP-PROC.
105000
105100 SYURYO-999.
105200     EXIT.
105300                                                             SKIP3
105400******************************************************************
105500*                                                                *
105600*    EXPIRED LINE PROC (ONE EXPIRED WAIVER ON THE REPORT)        *
105700*                                                                *
105800******************************************************************
105900 EXPIRED-LINE-PROC SECTION.
106000*G   EXPIRED LINE
106100 EXPIRED-LINE-010.
106200     MOVE  SPACES  TO  O4-WLST-EXPIRED-LINE.
106300     MOVE  WV-MATCH-KEY (WV-WAIV-IX) (1:10)
106400                                  TO  O4-WLST-EXP-ROOT-KEY.
106500     MOVE  WV-MATCH-KEY (WV-WAIV-IX) (41:20)
106600                                  TO  O4-WLST-EXP-REASON.
106700     MOVE  WV-APPROVER (WV-WAIV-IX)   TO  O4-WLST-EXP-APPROVER.
106800     MOVE  WV-EXPIRY-DATE (WV-WAIV-IX) TO  WK-EXP-DATE.
106900     STRING  WK-EXP-YYYY  "-"  WK-EXP-MM  "-"  WK-EXP-DD
107000             DELIMITED BY SIZE  INTO  O4-WLST-EXP-DATE.
107100     IF  WV-HIT-FLG (WV-WAIV-IX)  =  "1"
107200         MOVE  "YES"  TO  O4-WLST-EXP-HIT
107300     ELSE
107400         MOVE  "NO"   TO  O4-WLST-EXP-HIT
107500     END-IF.
107600     WRITE O4-WLST-EXPIRED-LINE.
107700     PERFORM SYURYO-CHK-RPT-WRITE.
107800 EXPIRED-LINE-999.
107900 EXIT.
108000                                                             SKIP3
108100******************************************************************
108200*                                                                *
108300*    REPORT WRITE CHECK PROC                                     *
108400*                                                                *
108500******************************************************************
108600 SYURYO-CHK-PROC                    SECTION.
108700*G   REPORT WRITE CHECK
108800 SYURYO-CHK-RPT-WRITE.
108900     IF  FS-FILE-REPORT  NOT =  "00"
109000         MOVE "FILE-REPORT(WAIVRPT)" TO  W2-ERR-FILE-NAME
109100         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
109200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
109300         PERFORM ERROR-PROC
109400     END-IF.
109500 SYURYO-CHK-LIST-WRITE.
109600     IF  FS-FILE-WAIVLIST  NOT =  "00"
109700         MOVE "FILE-WAIVLIST(WAIVLIST)" TO  W2-ERR-FILE-NAME
109800         MOVE FS-FILE-WAIVLIST       TO  W2-ERR-FILE-STATUS
109900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
110000         PERFORM ERROR-PROC
110100     END-IF.
110200 SYURYO-CHK-999.
110300     EXIT.
110400                                                             SKIP3
110500******************************************************************
110600*                                                                *
110700*    ERROR PROC                                                  *
110800*                                                                *
110900******************************************************************
111000 ERROR-PROC                        SECTION.
111100*G   ERROR
111200 ERROR-010.
111300
111400     DISPLAY "*** ABEND ***".
111500     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
111600     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
111700     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
111800
111900     MOVE  16  TO  RETURN-CODE.
112000     STOP RUN.
112100
112200 ERROR-999.
112300     EXIT.
