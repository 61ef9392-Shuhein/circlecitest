000100* T   REJECT/EXCEPTION/PURGE WORKLISTS BY ROOT-KEY OWNERSHIP
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEDIST.
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
001500     SELECT   FILE-OWNER
001600               ASSIGN TO OWNERTBL
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-OWNER.
001900     SELECT   OPTIONAL  FILE-REJIN
002000               ASSIGN TO REJECTDATA
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-REJIN.
002300     SELECT   OPTIONAL  FILE-EXCIN
002400               ASSIGN TO EXCPTDATA
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-EXCIN.
002700     SELECT   OPTIONAL  FILE-PRGIN
002800               ASSIGN TO PURGEDATA
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-PRGIN.
003100     SELECT   FILE-DISTDATA
003200               ASSIGN TO DISTDATA
003300               ORGANIZATION IS LINE SEQUENTIAL
003400               FILE STATUS IS FS-FILE-DISTDATA.
003500     SELECT   FILE-DISTLIST
003600               ASSIGN TO DISTLIST
003700               ORGANIZATION IS LINE SEQUENTIAL
003800               FILE STATUS IS FS-FILE-DISTLIST.
003900     SELECT   FILE-REPORT
004000               ASSIGN TO DISTRPT
004100               ORGANIZATION IS LINE SEQUENTIAL
004200               FILE STATUS IS FS-FILE-REPORT.
004300     SELECT   SORT-FILE
004400               ASSIGN TO SORTWK.
004500     SELECT   OPTIONAL  FILE-CHAIN
004600               ASSIGN TO CHAINCTL
004700               ORGANIZATION IS LINE SEQUENTIAL
004800               FILE STATUS IS FS-FILE-CHAIN.
004900     SELECT   OPTIONAL  FILE-NITE
005000               ASSIGN TO NITESTAT
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS FS-FILE-NITE.
005300     SELECT   OPTIONAL  FILE-BUSDATE
005400               ASSIGN TO BUSDATE
005500               ORGANIZATION IS LINE SEQUENTIAL
005600               FILE STATUS IS FS-FILE-BUSDATE.
005700
005800 DATA                   DIVISION.
005900 FILE                   SECTION.
006000 FD  FILE-OWNER.
006100     COPY  OWNER    PREFIXING  I4-.
006200
006300 FD  FILE-REJIN.
006400     COPY  REJECT   PREFIXING  I1-.
006500
006600 FD  FILE-EXCIN.
006700     COPY  EXCEPT   PREFIXING  I2-.
006800
006900 FD  FILE-PRGIN.
007000     COPY  SUSPENSE PREFIXING  I3-.
007100
007200 FD  FILE-DISTDATA.
007300     COPY  DISTWORK PREFIXING  O1-.
007400
007500 FD  FILE-DISTLIST.
007600     COPY  DISTLST  PREFIXING  O2-.
007700
007800 FD  FILE-REPORT.
007900     COPY  REPORT   PREFIXING  O4-.
008000     COPY  DISTRPT  PREFIXING  O4-.
008100
008200 SD  SORT-FILE.
008300     COPY  DISTWORK PREFIXING  SR-.
008400
008500 FD  FILE-CHAIN.
008600     COPY  CHNCTL   PREFIXING  C1-.
008700
008800 FD  FILE-NITE.
008900     COPY  NITESTAT PREFIXING  N1-.
009000
009100 FD  FILE-BUSDATE.
009200     COPY  BUSDATE  PREFIXING  C2-.
009300
009400 WORKING-STORAGE        SECTION.
009500******************************************************************
009600*                                                                *
009700*    INPUT WORK AREA (FILE-REJIN / FILE-EXCIN / FILE-PRGIN)      *
009800*                                                                *
009900******************************************************************
010000 01  WK-REJIN-EOF-FLG       PIC   X      VALUE  ZERO.
010100 01  WK-EXCIN-EOF-FLG       PIC   X      VALUE  ZERO.
010200 01  WK-PRGIN-EOF-FLG       PIC   X      VALUE  ZERO.
010300 01  WK-REJ-IN-COUNTER      PIC  S9(11)  VALUE  ZERO.
010400 01  WK-EXC-IN-COUNTER      PIC  S9(11)  VALUE  ZERO.
010500 01  WK-PRG-IN-COUNTER      PIC  S9(11)  VALUE  ZERO.
010600 01  WK-IN-COUNTER          PIC  S9(11)  VALUE  ZERO.
010700******************************************************************
010800*                                                                *
010850*    OWNERSHIP TABLE WORK AREA (FILE-OWNER, FILE ORDER)          *
010900*    UNIT TABLE HOLDS ONE ENTRY PER UNIT CODE IN UNIT-CODE ORDER *
010950*    (WORKLIST SEQUENCE); WO-UNIT-IX POINTS FROM RANGE TO UNIT   *
011000*                                                                *
011100******************************************************************
011200 COPY  OWNER  PREFIXING  W3-.
011300 01  WK-OWNER-EOF-FLG       PIC   X      VALUE  ZERO.
011400 01  WO-OWN-MAX             PIC  S9(04)  COMP  VALUE  200.
011500 01  WO-OWN-USED            PIC  S9(04)  COMP  VALUE  ZERO.
011600 01  WO-OWN-IX              PIC  S9(04)  COMP  VALUE  ZERO.
011700 01  WO-OWN-TABLE.
011800     05  WO-OWN-ENTRY  OCCURS  200.
011900         10  WO-LOW-KEY          PIC  X(10).
012000         10  WO-HIGH-KEY         PIC  X(10).
012100         10  WO-UNIT-CODE        PIC  X(08).
012200         10  WO-CONTACT          PIC  X(30).
012230         10  WO-UNIT-IX          PIC  S9(04)  COMP.
012250 01  WN-UNIT-USED           PIC  S9(04)  COMP  VALUE  ZERO.
012290 01  WN-UNIT-IX             PIC  S9(04)  COMP  VALUE  ZERO.
012300 01  WN-INS-IX              PIC  S9(04)  COMP  VALUE  ZERO.
012350 01  WN-UNIT-TABLE.
012380     05  WN-UNIT-ENTRY  OCCURS  200.
012400         10  WN-UNIT-CODE        PIC  X(08).
012440         10  WN-CONTACT          PIC  X(30).
012450         10  WN-RANGE-COUNT      PIC  S9(04)  COMP.
012500         10  WN-REJ-COUNT        PIC  S9(11).
012530         10  WN-EXC-COUNT        PIC  S9(11).
012550         10  WN-PRG-COUNT        PIC  S9(11).
012600 01  WU-UNIT-CODE           PIC  X(08)   VALUE  "UNASSIGN".
012700 01  WU-CONTACT             PIC  X(30)   VALUE
012800                            "NO OWNER RANGE MATCHED".
012900 01  WU-REJ-COUNT           PIC  S9(11)  VALUE  ZERO.
013000 01  WU-EXC-COUNT           PIC  S9(11)  VALUE  ZERO.
013100 01  WU-PRG-COUNT           PIC  S9(11)  VALUE  ZERO.
013200 01  WU-COUNTER             PIC  S9(11)  VALUE  ZERO.
013300 01  WK-FIND-KEY            PIC  X(10).
013400 01  WK-FIND-IX             PIC  S9(04)  COMP  VALUE  ZERO.
013500******************************************************************
013600*                                                                *
013700*    DISTRIBUTION RECORD WORK AREA (FILE-DISTDATA / SORT-FILE)   *
013800*                                                                *
013900******************************************************************
014000 COPY  DISTWORK  PREFIXING  W5-.
014100 01  WK-SORT-EOF-FLG        PIC   X      VALUE  ZERO.
014200 01  WK-DIST-COUNTER        PIC  S9(11)  VALUE  ZERO.
014300 01  WK-UNASSIGNED-SEQ      PIC  9(04)   VALUE  9999.
014400******************************************************************
014500*                                                                *
014600*    WORKLIST CONTROL BREAK WORK AREA (FILE-DISTLIST)            *
014700*    REASON COUNTS ARE HELD PER UNIT AND PRINTED AT THE BREAK    *
014800*                                                                *
014900******************************************************************
015000 01  WK-HOLD-SEQ            PIC  9(04)   VALUE  ZERO.
015100 01  WK-HOLD-FLG            PIC   X      VALUE  ZERO.
015200 01  WK-UNIT-ITEM-COUNTER   PIC  S9(11)  VALUE  ZERO.
015300 01  WK-UNIT-LIST-COUNTER   PIC  S9(11)  VALUE  ZERO.
015400 01  WK-ORIGIN-CODE         PIC  X(01).
015500 01  WK-ORIGIN-NAME         PIC  X(07).
015600 01  WR-RSN-MAX             PIC  S9(04)  COMP  VALUE  100.
015700 01  WR-RSN-USED            PIC  S9(04)  COMP  VALUE  ZERO.
015800 01  WR-RSN-IX              PIC  S9(04)  COMP  VALUE  ZERO.
015900 01  WR-RSN-TABLE.
016000     05  WR-RSN-ENTRY  OCCURS  100.
016100         10  WR-RSN-ORIGIN       PIC  X(01).
016200         10  WR-RSN-REASON       PIC  X(20).
016300         10  WR-RSN-COUNT        PIC  S9(11).
016400******************************************************************
016500*                                                                *
016600*    SUMMARY WORK AREA                                           *
016700*                                                                *
016800******************************************************************
016900 01  WK-TOT-REJ-COUNT       PIC  S9(11)  VALUE  ZERO.
017000 01  WK-TOT-EXC-COUNT       PIC  S9(11)  VALUE  ZERO.
017100 01  WK-TOT-PRG-COUNT       PIC  S9(11)  VALUE  ZERO.
017200 01  WK-LINE-TOTAL          PIC  S9(11)  VALUE  ZERO.
017300 01  WK-CTL-RESULT          PIC  X(02)   VALUE  SPACES.
017400******************************************************************
017500*                                                                *
017600*    CHAIN CONTROL WORK AREA (FILE-CHAIN)                        *
017700*                                                                *
017800******************************************************************
017900 COPY  CHNCTL  PREFIXING  W8-.
018000 01  WK-CHAIN-EOF-FLG       PIC   X     VALUE  ZERO.
018100 01  WK-CHAIN-FOUND-FLG     PIC   X     VALUE  ZERO.
018200 01  WK-CHAIN-PRED-NAME     PIC  X(08)  VALUE  "FILESUSP".
018300 01  WK-CHAINCHK-ENV-NAME   PIC  X(08)  VALUE  "CHAINCHK".
018400 01  WK-CHAINCHK-ENV-VALUE  PIC  X(01).
018500******************************************************************
018600*                                                                *
018700*    NIGHTLY STATUS WORK AREA (FILE-NITE)                        *
018800*                                                                *
018900******************************************************************
019000 COPY  NITESTAT  PREFIXING  W9-.
019100******************************************************************
019200*                                                                *
019300*    RUN STATUS WORK AREA                                        *
019400*                                                                *
019500******************************************************************
019600 COPY  RESULT  PREFIXING  W2-.
019700 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
019800 01  W4-RUN-DATE             PIC  9(08).
019900 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
020000     05  W4-RUN-YYYY         PIC  9(04).
020100     05  W4-RUN-MM           PIC  9(02).
020200     05  W4-RUN-DD           PIC  9(02).
020300******************************************************************
020400*                                                                *
020500*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
020600*                                                                *
020700******************************************************************
020800 COPY  BUSDATE  PREFIXING  WY-.
020900 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
021000 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
021100 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
021200******************************************************************
021300*                                                                *
021400*    FILE STATUS WORK AREA                                       *
021500*                                                                *
021600******************************************************************
021700 01  FS-FILE-OWNER           PIC  X(02)  VALUE  "00".
021800 01  FS-FILE-REJIN           PIC  X(02)  VALUE  "00".
021900 01  FS-FILE-EXCIN           PIC  X(02)  VALUE  "00".
022000 01  FS-FILE-PRGIN           PIC  X(02)  VALUE  "00".
022100 01  FS-FILE-DISTDATA        PIC  X(02)  VALUE  "00".
022200 01  FS-FILE-DISTLIST        PIC  X(02)  VALUE  "00".
022300 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
022400 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
022500 01  FS-FILE-CHAIN           PIC  X(02)  VALUE  "00".
022600 01  FS-FILE-NITE            PIC  X(02)  VALUE  "00".
022700
022800 PROCEDURE              DIVISION.
022900*
023000******************************************************************
023100*                                                                *
023200*G   MAIN PROC                                                   *
023300*                                                                *
023400******************************************************************
023500 MAIN-PROC                         SECTION.
023600*G   MAIN
023700 MAIN-PROC-010.
023800
023900     PERFORM  JUNBI-PROC.
024000
024100     SORT  SORT-FILE
024200           ASCENDING KEY  SR-DIST-OWNER-SEQ
024300                          SR-DIST-ORIGIN
024400                          SR-DIST-REASON
024500                          SR-DIST-ROOT-KEY
024600                          SR-DIST-SUB-KEY
024700                          SR-DIST-SUB2-KEY
024800                          SR-DIST-SUB3-KEY
024900           INPUT  PROCEDURE IS DIST-SORT-IN-PROC
025000           OUTPUT PROCEDURE IS DIST-LIST-PROC.
025100
025200     CLOSE  FILE-REJIN
025300            FILE-EXCIN
025400            FILE-PRGIN
025500            FILE-DISTDATA
025600            FILE-DISTLIST.
025700     IF  FS-FILE-REJIN  NOT =  "00"
025800         MOVE "FILE-REJIN(REJECTDATA)" TO  W2-ERR-FILE-NAME
025900         MOVE FS-FILE-REJIN          TO  W2-ERR-FILE-STATUS
026000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
026100         PERFORM ERROR-PROC
026200     END-IF.
026300     IF  FS-FILE-EXCIN  NOT =  "00"
026400         MOVE "FILE-EXCIN(EXCPTDATA)"  TO  W2-ERR-FILE-NAME
026500         MOVE FS-FILE-EXCIN          TO  W2-ERR-FILE-STATUS
026600         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
026700         PERFORM ERROR-PROC
026800     END-IF.
026900     IF  FS-FILE-PRGIN  NOT =  "00"
027000         MOVE "FILE-PRGIN(PURGEDATA)"  TO  W2-ERR-FILE-NAME
027100         MOVE FS-FILE-PRGIN          TO  W2-ERR-FILE-STATUS
027200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
027300         PERFORM ERROR-PROC
027400     END-IF.
027500     IF  FS-FILE-DISTDATA  NOT =  "00"
027600         MOVE "FILE-DISTDATA(DISTDATA)" TO  W2-ERR-FILE-NAME
027700         MOVE FS-FILE-DISTDATA       TO  W2-ERR-FILE-STATUS
027800         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
027900         PERFORM ERROR-PROC
028000     END-IF.
028100     IF  FS-FILE-DISTLIST  NOT =  "00"
028200         MOVE "FILE-DISTLIST(DISTLIST)" TO  W2-ERR-FILE-NAME
028300         MOVE FS-FILE-DISTLIST       TO  W2-ERR-FILE-STATUS
028400         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
028500         PERFORM ERROR-PROC
028600     END-IF.
028700
028800     PERFORM  SYURYO-PROC.
028900
029000     STOP     RUN.
029100                                                             SKIP3
029200******************************************************************
029300*                                                                *
029400*    OWNER LOAD PROC (OWNERSHIP RANGES INTO THE TABLE)           *
029500*                                                                *
029600******************************************************************
029700 OWNER-LOAD-PROC SECTION.
029800*G   OWNER LOAD
029900 OWNER-LOAD-010.
030000     OPEN  INPUT  FILE-OWNER.
030100     IF  FS-FILE-OWNER  NOT =  "00"
030200         MOVE "FILE-OWNER(OWNERTBL)"   TO  W2-ERR-FILE-NAME
030300         MOVE FS-FILE-OWNER          TO  W2-ERR-FILE-STATUS
030400         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
030500         PERFORM ERROR-PROC
030600     END-IF.
030700     PERFORM  UNTIL  WK-OWNER-EOF-FLG  =  "1"
030800         READ  FILE-OWNER
030900           AT END
031000             MOVE "1" TO WK-OWNER-EOF-FLG
031100           NOT AT END
031200             MOVE I4-OWN-REC TO W3-OWN-REC
031300             PERFORM  OWNER-KEEP-PROC
031400         END-READ
031500         IF  FS-FILE-OWNER  NOT =  "00"  AND
031600             FS-FILE-OWNER  NOT =  "10"
031700             MOVE "FILE-OWNER(OWNERTBL)"   TO  W2-ERR-FILE-NAME
031800             MOVE FS-FILE-OWNER          TO  W2-ERR-FILE-STATUS
031900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
032000             PERFORM ERROR-PROC
032100         END-IF
032200     END-PERFORM.
032300     CLOSE  FILE-OWNER.
032400     IF  FS-FILE-OWNER  NOT =  "00"
032500         MOVE "FILE-OWNER(OWNERTBL)"   TO  W2-ERR-FILE-NAME
032600         MOVE FS-FILE-OWNER          TO  W2-ERR-FILE-STATUS
032700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
032800         PERFORM ERROR-PROC
032900     END-IF.
032910     PERFORM  VARYING  WO-OWN-IX  FROM  1  BY  1
032920              UNTIL    WO-OWN-IX  >  WO-OWN-USED
032930         PERFORM  VARYING  WN-UNIT-IX  FROM  1  BY  1
032940                  UNTIL    WN-UNIT-CODE (WN-UNIT-IX)  =
032950                           WO-UNIT-CODE (WO-OWN-IX)
032960             CONTINUE
032970         END-PERFORM
032980         MOVE  WN-UNIT-IX  TO  WO-UNIT-IX (WO-OWN-IX)
032990     END-PERFORM.
033000 OWNER-LOAD-999.
033100 EXIT.
033200                                                             SKIP3
033300******************************************************************
033400*                                                                *
033500*    OWNER KEEP PROC (ONE RANGE; LOW ABOVE HIGH IS AN ERROR)     *
033600*                                                                *
033700******************************************************************
033800 OWNER-KEEP-PROC SECTION.
033900*G   OWNER KEEP
034000 OWNER-KEEP-010.
034100     IF  W3-OWN-LOW-KEY  >  W3-OWN-HIGH-KEY
034200         DISPLAY "OWNER RANGE : " W3-OWN-LOW-KEY " - "
034300                 W3-OWN-HIGH-KEY "  UNIT : " W3-OWN-UNIT-CODE
034400         MOVE "FILE-OWNER(OWNERTBL)"   TO  W2-ERR-FILE-NAME
034500         MOVE "  "                   TO  W2-ERR-FILE-STATUS
034600         MOVE "LOW KEY ABOVE HIGH KEY" TO  W2-ERR-MESSAGE
034700         PERFORM ERROR-PROC
034800     END-IF.
034900     IF  WO-OWN-USED  NOT <  WO-OWN-MAX
035000         MOVE "FILE-OWNER(OWNERTBL)"   TO  W2-ERR-FILE-NAME
035100         MOVE "  "                   TO  W2-ERR-FILE-STATUS
035200         MOVE "OWNER TABLE OVERFLOW" TO  W2-ERR-MESSAGE
035300         PERFORM ERROR-PROC
035400     END-IF.
035500     ADD   1                  TO  WO-OWN-USED.
035600     MOVE  W3-OWN-LOW-KEY     TO  WO-LOW-KEY   (WO-OWN-USED).
035700     MOVE  W3-OWN-HIGH-KEY    TO  WO-HIGH-KEY  (WO-OWN-USED).
035800     MOVE  W3-OWN-UNIT-CODE   TO  WO-UNIT-CODE (WO-OWN-USED).
035900     MOVE  W3-OWN-CONTACT     TO  WO-CONTACT   (WO-OWN-USED).
036100     PERFORM  UNIT-KEEP-PROC.
036300 OWNER-KEEP-999.
036400 EXIT.
036500                                                             SKIP3
036502******************************************************************
036504*                                                                *
036505*    UNIT KEEP PROC (UNIT CODE INTO THE UNIT TABLE, KEPT IN      *
036508*    UNIT-CODE ORDER; A REPEATED UNIT ONLY COUNTS ITS RANGE)     *
036510*                                                                *
036514******************************************************************
036515 UNIT-KEEP-PROC SECTION.
036518*G   UNIT KEEP
036520 UNIT-KEEP-010.
036524     MOVE  ZERO  TO  WN-INS-IX.
036525     PERFORM  VARYING  WN-UNIT-IX  FROM  1  BY  1
036528              UNTIL    WN-UNIT-IX  >  WN-UNIT-USED  OR
036530                       WN-INS-IX  >  ZERO
036534         IF  WN-UNIT-CODE (WN-UNIT-IX)  NOT <  W3-OWN-UNIT-CODE
036535             MOVE  WN-UNIT-IX  TO  WN-INS-IX
036538         END-IF
036540     END-PERFORM.
036542     IF  WN-INS-IX  >  ZERO
036545         IF  WN-UNIT-CODE (WN-INS-IX)  =  W3-OWN-UNIT-CODE
036548             ADD  1  TO  WN-RANGE-COUNT (WN-INS-IX)
036550             GO  TO  UNIT-KEEP-999
036552         END-IF
036555     ELSE
036558         COMPUTE  WN-INS-IX  =  WN-UNIT-USED  +  1
036560     END-IF.
036562     PERFORM  VARYING  WN-UNIT-IX  FROM  WN-UNIT-USED  BY  -1
036565              UNTIL    WN-UNIT-IX  <  WN-INS-IX
036568         MOVE  WN-UNIT-ENTRY (WN-UNIT-IX)
036570                          TO  WN-UNIT-ENTRY (WN-UNIT-IX + 1)
036572     END-PERFORM.
036575     ADD   1                  TO  WN-UNIT-USED.
036578     MOVE  W3-OWN-UNIT-CODE   TO  WN-UNIT-CODE   (WN-INS-IX).
036580     MOVE  W3-OWN-CONTACT     TO  WN-CONTACT     (WN-INS-IX).
036582     MOVE  1                  TO  WN-RANGE-COUNT (WN-INS-IX).
036585     MOVE  ZERO               TO  WN-REJ-COUNT   (WN-INS-IX)
036586                                  WN-EXC-COUNT   (WN-INS-IX)
036590                                  WN-PRG-COUNT   (WN-INS-IX).
036592 UNIT-KEEP-999.
036595 EXIT.
036596                                                             SKIP3
036600******************************************************************
036700*                                                                *
036800*    OWNER FIND PROC (WK-FIND-KEY TO WK-FIND-IX, ZERO = NONE)    *
036900*                                                                *
037000******************************************************************
037100 OWNER-FIND-PROC SECTION.
037200*G   OWNER FIND
037300 OWNER-FIND-010.
037400     MOVE  ZERO  TO  WK-FIND-IX.
037500     PERFORM  VARYING  WO-OWN-IX  FROM  1  BY  1
037600              UNTIL    WO-OWN-IX  >  WO-OWN-USED  OR
037700                       WK-FIND-IX  >  ZERO
037800         IF  WK-FIND-KEY  NOT <  WO-LOW-KEY  (WO-OWN-IX)  AND
037900             WK-FIND-KEY  NOT >  WO-HIGH-KEY (WO-OWN-IX)
038000             MOVE  WO-OWN-IX  TO  WK-FIND-IX
038100         END-IF
038200     END-PERFORM.
038300 OWNER-FIND-999.
038400 EXIT.
038500                                                             SKIP3
038600******************************************************************
038700*                                                                *
038800*    SORT INPUT PROC (REJECTS, EXCEPTIONS AND PURGED SUSPENSE)   *
038900*                                                                *
039000******************************************************************
039100 DIST-SORT-IN-PROC SECTION.
039200*G   SORT INPUT
039300 DIST-SORT-IN-010.
039400     PERFORM  UNTIL  WK-REJIN-EOF-FLG  =  "1"
039500         READ  FILE-REJIN
039600           AT END
039700             MOVE "1" TO WK-REJIN-EOF-FLG
039800           NOT AT END
039900             ADD 1 TO WK-REJ-IN-COUNTER
040000             INITIALIZE W5-DIST-REC
040100             MOVE "R"               TO  W5-DIST-ORIGIN
040200             MOVE I1-SOURCE-FILE    TO  W5-DIST-SOURCE-FILE
040300             MOVE I1-ROOT-KEY       TO  W5-DIST-ROOT-KEY
040400             MOVE I1-SUB-KEY        TO  W5-DIST-SUB-KEY
040500             MOVE I1-SUB2-KEY       TO  W5-DIST-SUB2-KEY
040600             MOVE I1-SUB3-KEY       TO  W5-DIST-SUB3-KEY
040700             MOVE I1-REASON         TO  W5-DIST-REASON
040800             MOVE I1-REC-DATA       TO  W5-DIST-REC-DATA
040900             PERFORM  DIST-RELEASE-PROC
041000         END-READ
041100         IF  FS-FILE-REJIN  NOT =  "00"  AND
041200             FS-FILE-REJIN  NOT =  "10"
041300             MOVE "FILE-REJIN(REJECTDATA)" TO  W2-ERR-FILE-NAME
041400             MOVE FS-FILE-REJIN          TO  W2-ERR-FILE-STATUS
041500             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
041600             PERFORM ERROR-PROC
041700         END-IF
041800     END-PERFORM.
041900     PERFORM  UNTIL  WK-EXCIN-EOF-FLG  =  "1"
042000         READ  FILE-EXCIN
042100           AT END
042200             MOVE "1" TO WK-EXCIN-EOF-FLG
042300           NOT AT END
042400             ADD 1 TO WK-EXC-IN-COUNTER
042500             INITIALIZE W5-DIST-REC
042600             MOVE "E"                  TO  W5-DIST-ORIGIN
042700             MOVE I2-EXCPT-SOURCE-FILE TO  W5-DIST-SOURCE-FILE
042800             MOVE I2-EXCPT-ROOT-KEY    TO  W5-DIST-ROOT-KEY
042900             MOVE I2-EXCPT-SUB-KEY     TO  W5-DIST-SUB-KEY
043000             MOVE I2-EXCPT-SUB2-KEY    TO  W5-DIST-SUB2-KEY
043100             MOVE I2-EXCPT-SUB3-KEY    TO  W5-DIST-SUB3-KEY
043200             MOVE I2-EXCPT-REASON      TO  W5-DIST-REASON
043300             PERFORM  DIST-RELEASE-PROC
043400         END-READ
043500         IF  FS-FILE-EXCIN  NOT =  "00"  AND
043600             FS-FILE-EXCIN  NOT =  "10"
043700             MOVE "FILE-EXCIN(EXCPTDATA)"  TO  W2-ERR-FILE-NAME
043800             MOVE FS-FILE-EXCIN          TO  W2-ERR-FILE-STATUS
043900             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
044000             PERFORM ERROR-PROC
044100         END-IF
044200     END-PERFORM.
044300     PERFORM  UNTIL  WK-PRGIN-EOF-FLG  =  "1"
044400         READ  FILE-PRGIN
044500           AT END
044600             MOVE "1" TO WK-PRGIN-EOF-FLG
044700           NOT AT END
044800             ADD 1 TO WK-PRG-IN-COUNTER
044900             INITIALIZE W5-DIST-REC
045000             MOVE "P"                  TO  W5-DIST-ORIGIN
045100             MOVE I3-SUSP-SOURCE-FILE  TO  W5-DIST-SOURCE-FILE
045200             MOVE I3-SUSP-ROOT-KEY     TO  W5-DIST-ROOT-KEY
045300             MOVE I3-SUSP-SUB-KEY      TO  W5-DIST-SUB-KEY
045400             MOVE I3-SUSP-SUB2-KEY     TO  W5-DIST-SUB2-KEY
045500             MOVE I3-SUSP-SUB3-KEY     TO  W5-DIST-SUB3-KEY
045600             MOVE I3-SUSP-REASON       TO  W5-DIST-REASON
045700             MOVE I3-SUSP-REC-DATA     TO  W5-DIST-REC-DATA
045800             IF  I3-SUSP-CYCLE-COUNT  NUMERIC
045900                 MOVE I3-SUSP-CYCLE-COUNT TO W5-DIST-CYCLE-COUNT
046000             END-IF
046100             PERFORM  DIST-RELEASE-PROC
046200         END-READ
046300         IF  FS-FILE-PRGIN  NOT =  "00"  AND
046400             FS-FILE-PRGIN  NOT =  "10"
046500             MOVE "FILE-PRGIN(PURGEDATA)"  TO  W2-ERR-FILE-NAME
046600             MOVE FS-FILE-PRGIN          TO  W2-ERR-FILE-STATUS
046700             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
046800             PERFORM ERROR-PROC
046900         END-IF
047000     END-PERFORM.
047100 DIST-SORT-IN-999.
047200 EXIT.
047300                                                             SKIP3
047400******************************************************************
047500*                                                                *
047600*    DIST RELEASE PROC (TAG WITH THE OWNING UNIT AND RELEASE)    *
047700*                                                                *
047800******************************************************************
047900 DIST-RELEASE-PROC SECTION.
048000*G   DIST RELEASE
048100 DIST-RELEASE-010.
048200     ADD   1                 TO  WK-IN-COUNTER.
048300     MOVE  W5-DIST-ROOT-KEY  TO  WK-FIND-KEY.
048400     PERFORM  OWNER-FIND-PROC.
048500     IF  WK-FIND-IX  =  ZERO
048600         MOVE  WK-UNASSIGNED-SEQ   TO  W5-DIST-OWNER-SEQ
048700         MOVE  WU-UNIT-CODE        TO  W5-DIST-UNIT-CODE
048800         ADD   1                   TO  WU-COUNTER
048900         EVALUATE  W5-DIST-ORIGIN
049000           WHEN "R"
049100             ADD  1  TO  WU-REJ-COUNT
049200           WHEN "E"
049300             ADD  1  TO  WU-EXC-COUNT
049400           WHEN "P"
049500             ADD  1  TO  WU-PRG-COUNT
049600         END-EVALUATE
049700     ELSE
049750         MOVE  WO-UNIT-IX (WK-FIND-IX)    TO  WN-UNIT-IX
049800         MOVE  WN-UNIT-IX                 TO  W5-DIST-OWNER-SEQ
049900         MOVE  WO-UNIT-CODE (WK-FIND-IX)  TO  W5-DIST-UNIT-CODE
050000         EVALUATE  W5-DIST-ORIGIN
050100           WHEN "R"
050200             ADD  1  TO  WN-REJ-COUNT (WN-UNIT-IX)
050300           WHEN "E"
050400             ADD  1  TO  WN-EXC-COUNT (WN-UNIT-IX)
050500           WHEN "P"
050600             ADD  1  TO  WN-PRG-COUNT (WN-UNIT-IX)
050700         END-EVALUATE
050800     END-IF.
050900     MOVE  W5-DIST-REC  TO  SR-DIST-REC.
051000     RELEASE SR-DIST-REC.
051100 DIST-RELEASE-999.
051200 EXIT.
051300                                                             SKIP3
051400******************************************************************
051500*                                                                *
051600*    SORT OUTPUT PROC (DISTDATA AND ONE WORKLIST PER UNIT)       *
051700*                                                                *
051800******************************************************************
051900 DIST-LIST-PROC SECTION.
052000*G   SORT OUTPUT
052100 DIST-LIST-010.
052200     PERFORM  UNTIL  WK-SORT-EOF-FLG  =  "1"
052300         RETURN  SORT-FILE
052400           AT END
052500             MOVE "1" TO WK-SORT-EOF-FLG
052600           NOT AT END
052700             MOVE SR-DIST-REC TO W5-DIST-REC
052800             IF  WK-HOLD-FLG  =  "1"  AND
052900                 W5-DIST-OWNER-SEQ  NOT =  WK-HOLD-SEQ
053000                 PERFORM  UNIT-END-PROC
053100             END-IF
053200             IF  WK-HOLD-FLG  NOT =  "1"
053300                 PERFORM  UNIT-START-PROC
053400             END-IF
053500             PERFORM  DIST-ITEM-PROC
053600         END-RETURN
053700     END-PERFORM.
053800     IF  WK-HOLD-FLG  =  "1"
053900         PERFORM  UNIT-END-PROC
054000     END-IF.
054100 DIST-LIST-999.
054200 EXIT.
054300                                                             SKIP3
054400******************************************************************
054500*                                                                *
054600*    UNIT START PROC (HEADER PAGE OF ONE UNIT'S WORKLIST)        *
054700*                                                                *
054800******************************************************************
054900 UNIT-START-PROC SECTION.
055000*G   UNIT START
055100 UNIT-START-010.
055200     MOVE  "1"                TO  WK-HOLD-FLG.
055300     MOVE  W5-DIST-OWNER-SEQ  TO  WK-HOLD-SEQ.
055400     MOVE  ZERO               TO  WK-UNIT-ITEM-COUNTER.
055500     MOVE  ZERO               TO  WR-RSN-USED.
055600     ADD   1                  TO  WK-UNIT-LIST-COUNTER.
055700
055800     MOVE  W5-DIST-UNIT-CODE  TO  O2-DLST-UNIT-CODE.
055900     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
056000             DELIMITED BY SIZE  INTO  O2-DLST-RUN-DATE.
056100     MOVE  W2-RUN-ID          TO  O2-DLST-RUN-ID.
056200     WRITE O2-DLST-TITLE-LINE  AFTER ADVANCING  PCHANGE.
056300     PERFORM  SYURYO-CHK-LIST-WRITE.
056350     IF  W5-DIST-OWNER-SEQ  =  WK-UNASSIGNED-SEQ
056400         MOVE  WU-CONTACT                    TO  O2-DLST-CONTACT
056500         MOVE  SPACES                        TO  O2-DLST-LOW-KEY
056600                                                 O2-DLST-HIGH-KEY
056650         WRITE O2-DLST-OWNER-LINE
056700         PERFORM  SYURYO-CHK-LIST-WRITE
056800     ELSE
056900         PERFORM  VARYING  WO-OWN-IX  FROM  1  BY  1
057000                  UNTIL    WO-OWN-IX  >  WO-OWN-USED
057050             IF  WO-UNIT-IX (WO-OWN-IX)  =  W5-DIST-OWNER-SEQ
057100                 MOVE  WO-CONTACT  (WO-OWN-IX)
057150                                      TO  O2-DLST-CONTACT
057200                 MOVE  WO-LOW-KEY  (WO-OWN-IX)
057250                                      TO  O2-DLST-LOW-KEY
057300                 MOVE  WO-HIGH-KEY (WO-OWN-IX)
057350                                      TO  O2-DLST-HIGH-KEY
057400                 WRITE O2-DLST-OWNER-LINE
057450                 PERFORM  SYURYO-CHK-LIST-WRITE
057500             END-IF
057600         END-PERFORM
057700     END-IF.
057800     WRITE O2-DLST-BLANK-LINE.
057900     PERFORM  SYURYO-CHK-LIST-WRITE.
058000     WRITE O2-DLST-HEAD-LINE.
058100     PERFORM  SYURYO-CHK-LIST-WRITE.
058200 UNIT-START-999.
058300 EXIT.
058400                                                             SKIP3
058500******************************************************************
058600*                                                                *
058700*    DIST ITEM PROC (DISTDATA RECORD, DETAIL LINE, REASON COUNT) *
058800*                                                                *
058900******************************************************************
059000 DIST-ITEM-PROC SECTION.
059100*G   DIST ITEM
059200 DIST-ITEM-010.
059300     MOVE  W5-DIST-REC  TO  O1-DIST-REC.
059400     WRITE O1-DIST-REC
059500     END-WRITE.
059600     IF  FS-FILE-DISTDATA  NOT =  "00"
059700         MOVE "FILE-DISTDATA(DISTDATA)" TO  W2-ERR-FILE-NAME
059800         MOVE FS-FILE-DISTDATA       TO  W2-ERR-FILE-STATUS
059900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
060000         PERFORM ERROR-PROC
060100     END-IF.
060200     ADD  1  TO  WK-DIST-COUNTER.
060300     ADD  1  TO  WK-UNIT-ITEM-COUNTER.
060400
060500     MOVE  W5-DIST-ORIGIN         TO  WK-ORIGIN-CODE.
060600     PERFORM  ORIGIN-NAME-PROC.
060700     MOVE  SPACES                 TO  O2-DLST-DETAIL-LINE.
060800     MOVE  WK-ORIGIN-NAME         TO  O2-DLST-ORIGIN-NAME.
060900     MOVE  W5-DIST-SOURCE-FILE    TO  O2-DLST-SOURCE-FILE.
061000     MOVE  W5-DIST-ROOT-KEY       TO  O2-DLST-ROOT-KEY.
061100     MOVE  W5-DIST-SUB-KEY        TO  O2-DLST-SUB-KEY.
061200     MOVE  W5-DIST-SUB2-KEY       TO  O2-DLST-SUB2-KEY.
061300     MOVE  W5-DIST-SUB3-KEY       TO  O2-DLST-SUB3-KEY.
061400     MOVE  W5-DIST-REASON         TO  O2-DLST-REASON.
061500     WRITE O2-DLST-DETAIL-LINE.
061600     PERFORM  SYURYO-CHK-LIST-WRITE.
061700
061800     IF  WR-RSN-USED  >  ZERO
061900         IF  WR-RSN-ORIGIN (WR-RSN-USED)  =  W5-DIST-ORIGIN  AND
062000             WR-RSN-REASON (WR-RSN-USED)  =  W5-DIST-REASON
062100             ADD  1  TO  WR-RSN-COUNT (WR-RSN-USED)
062200             GO  TO  DIST-ITEM-999
062300         END-IF
062400     END-IF.
062450     IF  WR-RSN-USED  NOT <  WR-RSN-MAX  -  1
062500         IF  WR-RSN-USED  <  WR-RSN-MAX
062550             MOVE  WR-RSN-MAX    TO  WR-RSN-USED
062600             MOVE  SPACE         TO  WR-RSN-ORIGIN (WR-RSN-MAX)
062650             MOVE  "(OTHER REASONS)"
062670                                 TO  WR-RSN-REASON (WR-RSN-MAX)
062700             MOVE  ZERO          TO  WR-RSN-COUNT  (WR-RSN-MAX)
062750         END-IF
062800         ADD   1                  TO  WR-RSN-COUNT  (WR-RSN-USED)
062850         GO  TO  DIST-ITEM-999
062900     END-IF.
063000     ADD   1                  TO  WR-RSN-USED.
063100     MOVE  W5-DIST-ORIGIN     TO  WR-RSN-ORIGIN (WR-RSN-USED).
063200     MOVE  W5-DIST-REASON     TO  WR-RSN-REASON (WR-RSN-USED).
063300     MOVE  1                  TO  WR-RSN-COUNT  (WR-RSN-USED).
063400 DIST-ITEM-999.
063500 EXIT.
063600                                                             SKIP3
063700******************************************************************
063800*                                                                *
063900*    UNIT END PROC (REASON COUNTS AND TOTAL OF ONE WORKLIST)     *
064000*                                                                *
064100******************************************************************
064200 UNIT-END-PROC SECTION.
064300*G   UNIT END
064400 UNIT-END-010.
064500     WRITE O2-DLST-BLANK-LINE.
064600     PERFORM  SYURYO-CHK-LIST-WRITE.
064700     WRITE O2-DLST-REASON-HEAD-LINE.
064800     PERFORM  SYURYO-CHK-LIST-WRITE.
064900     PERFORM  VARYING  WR-RSN-IX  FROM  1  BY  1
065000              UNTIL    WR-RSN-IX  >  WR-RSN-USED
065100         MOVE  WR-RSN-ORIGIN (WR-RSN-IX)  TO  WK-ORIGIN-CODE
065200         PERFORM  ORIGIN-NAME-PROC
065300         MOVE  SPACES                     TO  O2-DLST-REASON-LINE
065400         MOVE  WK-ORIGIN-NAME
065500                                 TO  O2-DLST-RSN-ORIGIN-NAME
065600         MOVE  WR-RSN-REASON (WR-RSN-IX)  TO  O2-DLST-RSN-REASON
065700         MOVE  WR-RSN-COUNT  (WR-RSN-IX)  TO  O2-DLST-RSN-COUNT
065800         WRITE O2-DLST-REASON-LINE
065900         PERFORM  SYURYO-CHK-LIST-WRITE
066000     END-PERFORM.
066100     WRITE O2-DLST-BLANK-LINE.
066200     PERFORM  SYURYO-CHK-LIST-WRITE.
066300     MOVE  WK-UNIT-ITEM-COUNTER  TO  O2-DLST-TOTAL-COUNT.
066400     WRITE O2-DLST-TOTAL-LINE.
066500     PERFORM  SYURYO-CHK-LIST-WRITE.
066600     MOVE  "0"  TO  WK-HOLD-FLG.
066700 UNIT-END-999.
066800 EXIT.
066900                                                             SKIP3
067000******************************************************************
067100*                                                                *
067200*    ORIGIN NAME PROC (WK-ORIGIN-CODE TO A PRINTABLE NAME)       *
067300*                                                                *
067400******************************************************************
067500 ORIGIN-NAME-PROC SECTION.
067600*G   ORIGIN NAME
067700 ORIGIN-NAME-010.
067800     EVALUATE  WK-ORIGIN-CODE
067900       WHEN "R"
068000         MOVE  "REJECT"   TO  WK-ORIGIN-NAME
068100       WHEN "E"
068200         MOVE  "EXCEPT"   TO  WK-ORIGIN-NAME
068300       WHEN "P"
068400         MOVE  "PURGED"   TO  WK-ORIGIN-NAME
068500       WHEN OTHER
068600         MOVE  SPACES     TO  WK-ORIGIN-NAME
068700     END-EVALUATE.
068800 ORIGIN-NAME-999.
068900 EXIT.
069000                                                             SKIP3
069100******************************************************************
069200*                                                                *
069300*    CHAIN CHECK PROC (PREDECESSOR STAMP WITH RC=0 FOR RUN-ID)   *
069400*                                                                *
069500******************************************************************
069600 CHAIN-CHECK-PROC SECTION.
069700*G   CHAIN CHECK
069800 CHAIN-CHECK-010.
069900     DISPLAY WK-CHAINCHK-ENV-NAME UPON ENVIRONMENT-NAME.
070000     ACCEPT  WK-CHAINCHK-ENV-VALUE FROM ENVIRONMENT-VALUE.
070100     IF  WK-CHAINCHK-ENV-VALUE  =  "N"  OR
070200         WK-CHAINCHK-ENV-VALUE  =  "n"
070300         GO  TO  CHAIN-CHECK-999
070400     END-IF.
070500     OPEN  INPUT  FILE-CHAIN.
070600     IF  FS-FILE-CHAIN  NOT =  "00"  AND
070700         FS-FILE-CHAIN  NOT =  "05"
070800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
070900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
071000         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
071100         PERFORM ERROR-PROC
071200     END-IF.
071300     PERFORM  UNTIL  WK-CHAIN-EOF-FLG  =  "1"
071400         READ  FILE-CHAIN
071500           AT END
071600             MOVE "1" TO WK-CHAIN-EOF-FLG
071700           NOT AT END
071800             MOVE C1-CHN-REC TO W8-CHN-REC
071900             IF  W8-CHN-PROGRAM  =  WK-CHAIN-PRED-NAME  AND
072000                 W8-CHN-RUN-ID   =  W2-RUN-ID
072100                 IF  W8-CHN-RETURN-CODE  =  ZERO
072200                     MOVE "1" TO WK-CHAIN-FOUND-FLG
072300                 ELSE
072400                     MOVE "0" TO WK-CHAIN-FOUND-FLG
072500                 END-IF
072600             END-IF
072700         END-READ
072800         IF  FS-FILE-CHAIN  NOT =  "00"  AND
072900             FS-FILE-CHAIN  NOT =  "10"
073000             MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
073100             MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
073200             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
073300             PERFORM ERROR-PROC
073400         END-IF
073500     END-PERFORM.
073600     CLOSE  FILE-CHAIN.
073700     IF  FS-FILE-CHAIN  NOT =  "00"
073800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
073900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
074000         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
074100         PERFORM ERROR-PROC
074200     END-IF.
074300     IF  WK-CHAIN-FOUND-FLG  NOT =  "1"
074400         PERFORM  CHAIN-ABORT-PROC
074500     END-IF.
074600 CHAIN-CHECK-999.
074700 EXIT.
074800                                                             SKIP3
074900******************************************************************
075000*                                                                *
075100*    CHAIN ABORT PROC (REPORT AND STOP WITH RC=12)               *
075200*                                                                *
075300******************************************************************
075400 CHAIN-ABORT-PROC SECTION.
075500*G   CHAIN ABORT
075600 CHAIN-ABORT-010.
075700     DISPLAY "*** RUN STOPPED - CHAIN CHECK FAILED ***".
075800     DISPLAY "PREDECESSOR : " WK-CHAIN-PRED-NAME.
075900     DISPLAY "RUN-ID      : " W2-RUN-ID.
076000     OPEN  OUTPUT  FILE-REPORT.
076100     IF  FS-FILE-REPORT  =  "00"
076200         MOVE "FILEDIST"    TO  O4-RPT-PROGRAM-NAME
076300         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
076400                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
076500         MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID
076600         WRITE O4-RPT-TITLE-LINE
076700         MOVE "RUN STOPPED"  TO O4-RPT-RESULT-LABEL
076800         MOVE "NG"           TO O4-RPT-RESULT-VALUE
076900         WRITE O4-RPT-RESULT-LINE
077000         MOVE "CHAIN CHECK"  TO O4-RPT-DETAIL-LABEL
077100         MOVE SPACES         TO O4-RPT-DETAIL-VALUE
077200         STRING  WK-CHAIN-PRED-NAME
077300                 " NOT COMPLETE FOR THIS RUN-ID"
077400                 DELIMITED BY SIZE  INTO  O4-RPT-DETAIL-VALUE
077500         WRITE O4-RPT-DETAIL-LINE
077600         CLOSE FILE-REPORT
077700     END-IF.
077800     MOVE  12  TO  RETURN-CODE.
077900     STOP RUN.
078000 CHAIN-ABORT-999.
078100 EXIT.
078200                                                             SKIP3
078300******************************************************************
078400*                                                                *
078500*    CHAIN STAMP WRITE PROC (COMPLETION RECORD FOR DOWNSTREAM)   *
078600*                                                                *
078700******************************************************************
078800 CHAIN-STAMP-PROC SECTION.
078900*G   CHAIN STAMP WRITE
079000 CHAIN-STAMP-010.
079100     OPEN  EXTEND  FILE-CHAIN.
079200     IF  FS-FILE-CHAIN  NOT =  "00"  AND
079300         FS-FILE-CHAIN  NOT =  "05"
079400         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
079500         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
079600         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
079700         PERFORM ERROR-PROC
079800     END-IF.
079900     MOVE  "FILEDIST"           TO  W8-CHN-PROGRAM.
080000     MOVE  W2-RUN-ID            TO  W8-CHN-RUN-ID.
080100     MOVE  W4-RUN-DATE          TO  W8-CHN-RUN-DATE.
080200     MOVE  RETURN-CODE          TO  W8-CHN-RETURN-CODE.
080300     MOVE  WK-DIST-COUNTER      TO  W8-CHN-REC-COUNT.
080400     MOVE  W8-CHN-REC  TO  C1-CHN-REC.
080500     WRITE C1-CHN-REC
080600     END-WRITE.
080700     IF  FS-FILE-CHAIN  NOT =  "00"
080800         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
080900         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
081000         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
081100         PERFORM ERROR-PROC
081200     END-IF.
081300     CLOSE  FILE-CHAIN.
081400     IF  FS-FILE-CHAIN  NOT =  "00"
081500         MOVE "FILE-CHAIN(CHAINCTL)"   TO  W2-ERR-FILE-NAME
081600         MOVE FS-FILE-CHAIN          TO  W2-ERR-FILE-STATUS
081700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
081800         PERFORM ERROR-PROC
081900     END-IF.
082000 CHAIN-STAMP-999.
082100 EXIT.
082200                                                             SKIP3
082300******************************************************************
082400*                                                                *
082500*    NIGHTLY STATUS WRITE PROC (ONE RESULT RECORD PER RUN)       *
082600*                                                                *
082700******************************************************************
082800 NITE-STAMP-PROC SECTION.
082900*G   NIGHTLY STATUS WRITE
083000 NITE-STAMP-010.
083100     OPEN  EXTEND  FILE-NITE.
083200     IF  FS-FILE-NITE  NOT =  "00"  AND
083300         FS-FILE-NITE  NOT =  "05"
083400         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
083500         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
083600         MOVE "OPEN EXTEND FAILED"   TO  W2-ERR-MESSAGE
083700         PERFORM ERROR-PROC
083800     END-IF.
083900     MOVE  "FILEDIST"           TO  W9-NITE-PROGRAM.
084000     MOVE  W2-RUN-ID            TO  W9-NITE-RUN-ID.
084100     MOVE  W4-RUN-DATE          TO  W9-NITE-RUN-DATE.
084200     MOVE  RETURN-CODE          TO  W9-NITE-RETURN-CODE.
084300     MOVE  WK-IN-COUNTER        TO  W9-NITE-READ-COUNT.
084400     MOVE  WK-DIST-COUNTER      TO  W9-NITE-WRITE-COUNT.
084500     MOVE  ZERO                 TO  W9-NITE-REJECT-COUNT.
084600     MOVE  ZERO                 TO  W9-NITE-EXCEPT-COUNT.
084700     MOVE  WU-COUNTER           TO  W9-NITE-ALERT-COUNT.
084800     MOVE  WK-CTL-RESULT        TO  W9-NITE-CTL-RESULT.
084900     MOVE  W9-NITE-REC  TO  N1-NITE-REC.
085000     WRITE N1-NITE-REC
085100     END-WRITE.
085200     IF  FS-FILE-NITE  NOT =  "00"
085300         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
085400         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
085500         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
085600         PERFORM ERROR-PROC
085700     END-IF.
085800     CLOSE  FILE-NITE.
085900     IF  FS-FILE-NITE  NOT =  "00"
086000         MOVE "FILE-NITE(NITESTAT)"    TO  W2-ERR-FILE-NAME
086100         MOVE FS-FILE-NITE           TO  W2-ERR-FILE-STATUS
086200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
086300         PERFORM ERROR-PROC
086400     END-IF.
086500 NITE-STAMP-999.
086600 EXIT.
086700                                                             SKIP3
086800******************************************************************
086900*                                                                *
087000*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
087100*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
087200*                                                                *
087300******************************************************************
087400 BUSDATE-READ-PROC SECTION.
087500*G   BUSINESS DATE READ
087600 BUSDATE-READ-010.
087700     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
087800     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
087900     MOVE  ZERO  TO  WK-BUSDATE-PREV.
088000     OPEN  INPUT  FILE-BUSDATE.
088100     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
088200         FS-FILE-BUSDATE  NOT =  "05"
088300         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
088400         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
088500         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
088600         PERFORM ERROR-PROC
088700     END-IF.
088800     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
088900         READ  FILE-BUSDATE
089000           AT END
089100             MOVE "1" TO WK-BUSDATE-EOF-FLG
089200           NOT AT END
089300             MOVE C2-BDT-REC TO WY-BDT-REC
089400             IF  WY-BDT-REC-TYPE  =  "C"
089500                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
089600                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
089700                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
089800             END-IF
089900         END-READ
090000         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
090100             FS-FILE-BUSDATE  NOT =  "10"
090200             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
090300             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
090400             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
090500             PERFORM ERROR-PROC
090600         END-IF
090700     END-PERFORM.
090800     CLOSE  FILE-BUSDATE.
090900     IF  FS-FILE-BUSDATE  NOT =  "00"
091000         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
091100         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
091200         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
091300         PERFORM ERROR-PROC
091400     END-IF.
091500     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
091560         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
091620         MOVE "  "                   TO  W2-ERR-FILE-STATUS
091680         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
091740         PERFORM ERROR-PROC
091800     END-IF.
091900 BUSDATE-READ-999.
092000 EXIT.
092100                                                             SKIP3
092200******************************************************************
092300*                                                                *
092400*    JUNBI PROC (OWNERSHIP TABLE AND FILE OPEN)                  *
092500*                                                                *
092600******************************************************************
092700 JUNBI-PROC                        SECTION.
092800*G   JUNBI
092900 JUNBI-010.
093000
093100     ACCEPT W2-START-TIME FROM TIME.
093200     PERFORM  BUSDATE-READ-PROC.
093300     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
093400     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
093500     IF  W2-RUN-ID  =  SPACES
093600         MOVE  "DEFAULT"  TO  W2-RUN-ID
093700     END-IF.
093800     PERFORM  CHAIN-CHECK-PROC.
093900     PERFORM  OWNER-LOAD-PROC.
094000
094100     OPEN   INPUT  FILE-REJIN
094200                   FILE-EXCIN
094300                   FILE-PRGIN.
094400     IF  FS-FILE-REJIN  NOT =  "00"  AND
094500         FS-FILE-REJIN  NOT =  "05"
094600         MOVE "FILE-REJIN(REJECTDATA)" TO  W2-ERR-FILE-NAME
094700         MOVE FS-FILE-REJIN          TO  W2-ERR-FILE-STATUS
094800         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
094900         PERFORM ERROR-PROC
095000     END-IF.
095100     IF  FS-FILE-EXCIN  NOT =  "00"  AND
095200         FS-FILE-EXCIN  NOT =  "05"
095300         MOVE "FILE-EXCIN(EXCPTDATA)"  TO  W2-ERR-FILE-NAME
095400         MOVE FS-FILE-EXCIN          TO  W2-ERR-FILE-STATUS
095500         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
095600         PERFORM ERROR-PROC
095700     END-IF.
095800     IF  FS-FILE-PRGIN  NOT =  "00"  AND
095900         FS-FILE-PRGIN  NOT =  "05"
096000         MOVE "FILE-PRGIN(PURGEDATA)"  TO  W2-ERR-FILE-NAME
096100         MOVE FS-FILE-PRGIN          TO  W2-ERR-FILE-STATUS
096200         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
096300         PERFORM ERROR-PROC
096400     END-IF.
096500     OPEN   OUTPUT FILE-DISTDATA
096600                   FILE-DISTLIST.
096700     IF  FS-FILE-DISTDATA  NOT =  "00"
096800         MOVE "FILE-DISTDATA(DISTDATA)" TO  W2-ERR-FILE-NAME
096900         MOVE FS-FILE-DISTDATA       TO  W2-ERR-FILE-STATUS
097000         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
097100         PERFORM ERROR-PROC
097200     END-IF.
097300     IF  FS-FILE-DISTLIST  NOT =  "00"
097400         MOVE "FILE-DISTLIST(DISTLIST)" TO  W2-ERR-FILE-NAME
097500         MOVE FS-FILE-DISTLIST       TO  W2-ERR-FILE-STATUS
097600         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
097700         PERFORM ERROR-PROC
097800     END-IF.
097900
098000 JUNBI-999.
098100 EXIT.
098200                                                             SKIP3
098300******************************************************************
098400*                                                                *
098500*    SYURYO PROC (DISTRIBUTION SUMMARY; RC=4 WHEN ANY ITEM IS    *
098600*    UNASSIGNED, NG WHEN ITEMS READ AND DISTRIBUTED DIFFER)      *
098700*                                                                *
098800******************************************************************
098900 SYURYO-PROC                       SECTION.
099000*G   SYURYO
099100 SYURYO-010.
099200
099300     ACCEPT W2-END-TIME FROM TIME.
099400
099500     OPEN   OUTPUT FILE-REPORT.
099600     IF  FS-FILE-REPORT  NOT =  "00"
099700         MOVE "FILE-REPORT(DISTRPT)" TO  W2-ERR-FILE-NAME
099800         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
099900         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
100000         PERFORM ERROR-PROC
100100     END-IF.
100200
100300     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
100400                                     + (W2-S_SS * 100) + W2-S_TT)
100500     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
100600                                    + (W2-E_SS * 100) + W2-E_TT).
100700     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
100800
100900     IF  WK-DIST-COUNTER  =  WK-IN-COUNTER
101000         MOVE  "OK"  TO  WK-CTL-RESULT
101100     ELSE
101200         MOVE  "NG"  TO  WK-CTL-RESULT
101300         MOVE  4     TO  RETURN-CODE
101400     END-IF.
101500     IF  WU-COUNTER  >  ZERO
101600         MOVE  4     TO  RETURN-CODE
101700     END-IF.
101800
101900     DISPLAY "REJECTS READ      : " WK-REJ-IN-COUNTER.
102000     DISPLAY "EXCEPTIONS READ   : " WK-EXC-IN-COUNTER.
102100     DISPLAY "PURGED READ       : " WK-PRG-IN-COUNTER.
102200     DISPLAY "ITEMS DISTRIBUTED : " WK-DIST-COUNTER.
102300     DISPLAY "UNASSIGNED ITEMS  : " WU-COUNTER.
102400
102500     MOVE "FILEDIST"    TO  O4-RPT-PROGRAM-NAME.
102600     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
102700             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
102800     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
102900     WRITE O4-RPT-TITLE-LINE.
103000     PERFORM SYURYO-CHK-RPT-WRITE.
103100     MOVE "REJECTDATA"  TO O4-RPT-FILE-NAME.
103200     WRITE O4-RPT-FILE-LINE.
103300     PERFORM SYURYO-CHK-RPT-WRITE.
103400     MOVE "EXCPTDATA"   TO O4-RPT-FILE-NAME.
103500     WRITE O4-RPT-FILE-LINE.
103600     PERFORM SYURYO-CHK-RPT-WRITE.
103700     MOVE "PURGEDATA"   TO O4-RPT-FILE-NAME.
103800     WRITE O4-RPT-FILE-LINE.
103900     PERFORM SYURYO-CHK-RPT-WRITE.
104000     MOVE "OWNERTBL"    TO O4-RPT-FILE-NAME.
104100     WRITE O4-RPT-FILE-LINE.
104200     PERFORM SYURYO-CHK-RPT-WRITE.
104300
104400     WRITE O4-RPT-BLANK-LINE.
104500     PERFORM SYURYO-CHK-RPT-WRITE.
104600     WRITE O4-RPT-HEAD-LINE.
104700     PERFORM SYURYO-CHK-RPT-WRITE.
104800     MOVE "REJECTDATA"      TO O4-RPT-COUNT-NAME.
104900     MOVE WK-REJ-IN-COUNTER TO O4-RPT-COUNT-VALUE.
105000     WRITE O4-RPT-COUNT-LINE.
105100     PERFORM SYURYO-CHK-RPT-WRITE.
105200     MOVE "EXCPTDATA"       TO O4-RPT-COUNT-NAME.
105300     MOVE WK-EXC-IN-COUNTER TO O4-RPT-COUNT-VALUE.
105400     WRITE O4-RPT-COUNT-LINE.
105500     PERFORM SYURYO-CHK-RPT-WRITE.
105600     MOVE "PURGEDATA"       TO O4-RPT-COUNT-NAME.
105700     MOVE WK-PRG-IN-COUNTER TO O4-RPT-COUNT-VALUE.
105800     WRITE O4-RPT-COUNT-LINE.
105900     PERFORM SYURYO-CHK-RPT-WRITE.
106000     MOVE "OWNER RANGES"    TO O4-RPT-COUNT-NAME.
106100     MOVE WO-OWN-USED       TO O4-RPT-COUNT-VALUE.
106200     WRITE O4-RPT-COUNT-LINE.
106300     PERFORM SYURYO-CHK-RPT-WRITE.
106320     MOVE "OWNER UNITS"     TO O4-RPT-COUNT-NAME.
106340     MOVE WN-UNIT-USED      TO O4-RPT-COUNT-VALUE.
106350     WRITE O4-RPT-COUNT-LINE.
106380     PERFORM SYURYO-CHK-RPT-WRITE.
106400     MOVE "DISTDATA"        TO O4-RPT-COUNT-NAME.
106500     MOVE WK-DIST-COUNTER   TO O4-RPT-COUNT-VALUE.
106600     WRITE O4-RPT-COUNT-LINE.
106700     PERFORM SYURYO-CHK-RPT-WRITE.
106800     MOVE "WORKLISTS"       TO O4-RPT-COUNT-NAME.
106900     MOVE WK-UNIT-LIST-COUNTER TO O4-RPT-COUNT-VALUE.
107000     WRITE O4-RPT-COUNT-LINE.
107100     PERFORM SYURYO-CHK-RPT-WRITE.
107200
107300     WRITE O4-RPT-BLANK-LINE.
107400     PERFORM SYURYO-CHK-RPT-WRITE.
107500     WRITE O4-DRPT-HEAD-LINE.
107600     PERFORM SYURYO-CHK-RPT-WRITE.
107700     PERFORM  VARYING  WN-UNIT-IX  FROM  1  BY  1
107800              UNTIL    WN-UNIT-IX  >  WN-UNIT-USED
107900         MOVE  SPACES                     TO  O4-DRPT-DETAIL-LINE
108000         MOVE  WN-UNIT-CODE (WN-UNIT-IX)  TO  O4-DRPT-UNIT-CODE
108100         MOVE  WN-CONTACT   (WN-UNIT-IX)  TO  O4-DRPT-CONTACT
108200         MOVE  WN-REJ-COUNT (WN-UNIT-IX)  TO  O4-DRPT-REJECT-COUNT
108300         MOVE  WN-EXC-COUNT (WN-UNIT-IX)  TO  O4-DRPT-EXCEPT-COUNT
108400         MOVE  WN-PRG-COUNT (WN-UNIT-IX)  TO  O4-DRPT-PURGE-COUNT
108500         COMPUTE  WK-LINE-TOTAL  =  WN-REJ-COUNT (WN-UNIT-IX)
108600                                 +  WN-EXC-COUNT (WN-UNIT-IX)
108700                                 +  WN-PRG-COUNT (WN-UNIT-IX)
108800         MOVE  WK-LINE-TOTAL              TO  O4-DRPT-TOTAL-COUNT
108900         ADD   WN-REJ-COUNT (WN-UNIT-IX)  TO  WK-TOT-REJ-COUNT
109000         ADD   WN-EXC-COUNT (WN-UNIT-IX)  TO  WK-TOT-EXC-COUNT
109100         ADD   WN-PRG-COUNT (WN-UNIT-IX)  TO  WK-TOT-PRG-COUNT
109200         WRITE O4-DRPT-DETAIL-LINE
109300         PERFORM SYURYO-CHK-RPT-WRITE
109400     END-PERFORM.
109500     MOVE  SPACES           TO  O4-DRPT-DETAIL-LINE.
109600     MOVE  WU-UNIT-CODE     TO  O4-DRPT-UNIT-CODE.
109700     MOVE  WU-CONTACT       TO  O4-DRPT-CONTACT.
109800     MOVE  WU-REJ-COUNT     TO  O4-DRPT-REJECT-COUNT.
109900     MOVE  WU-EXC-COUNT     TO  O4-DRPT-EXCEPT-COUNT.
110000     MOVE  WU-PRG-COUNT     TO  O4-DRPT-PURGE-COUNT.
110100     MOVE  WU-COUNTER       TO  O4-DRPT-TOTAL-COUNT.
110200     ADD   WU-REJ-COUNT     TO  WK-TOT-REJ-COUNT.
110300     ADD   WU-EXC-COUNT     TO  WK-TOT-EXC-COUNT.
110400     ADD   WU-PRG-COUNT     TO  WK-TOT-PRG-COUNT.
110500     WRITE O4-DRPT-DETAIL-LINE.
110600     PERFORM SYURYO-CHK-RPT-WRITE.
110700     MOVE  SPACES           TO  O4-DRPT-DETAIL-LINE.
110800     MOVE  "TOTAL"          TO  O4-DRPT-UNIT-CODE.
110900     MOVE  WK-TOT-REJ-COUNT TO  O4-DRPT-REJECT-COUNT.
111000     MOVE  WK-TOT-EXC-COUNT TO  O4-DRPT-EXCEPT-COUNT.
111100     MOVE  WK-TOT-PRG-COUNT TO  O4-DRPT-PURGE-COUNT.
111200     MOVE  WK-IN-COUNTER    TO  O4-DRPT-TOTAL-COUNT.
111300     WRITE O4-DRPT-DETAIL-LINE.
111400     PERFORM SYURYO-CHK-RPT-WRITE.
111500
111600     WRITE O4-RPT-BLANK-LINE.
111700     PERFORM SYURYO-CHK-RPT-WRITE.
111800     MOVE "DISTRIBUTION"    TO O4-RPT-RESULT-LABEL.
111900     MOVE WK-CTL-RESULT     TO O4-RPT-RESULT-VALUE.
112000     WRITE O4-RPT-RESULT-LINE.
112100     PERFORM SYURYO-CHK-RPT-WRITE.
112200     IF  WU-COUNTER  >  ZERO
112300         MOVE "UNASSIGNED ITEMS" TO O4-RPT-RESULT-LABEL
112400         MOVE "WARNING"          TO O4-RPT-RESULT-VALUE
112500         WRITE O4-RPT-RESULT-LINE
112600         PERFORM SYURYO-CHK-RPT-WRITE
112700     END-IF.
112800
112900     WRITE O4-RPT-BLANK-LINE.
113000     PERFORM SYURYO-CHK-RPT-WRITE.
113100
113200     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
113300     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
113400             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
113500     WRITE O4-RPT-TIME-LINE.
113600     PERFORM SYURYO-CHK-RPT-WRITE.
113700     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
113800     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
113900             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
114000     WRITE O4-RPT-TIME-LINE.
114100     PERFORM SYURYO-CHK-RPT-WRITE.
114200     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
114300     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
114400     WRITE O4-RPT-TIME-LINE.
114500     PERFORM SYURYO-CHK-RPT-WRITE.
114600
114700     CLOSE FILE-REPORT.
114800     IF  FS-FILE-REPORT  NOT =  "00"
114900         MOVE "FILE-REPORT(DISTRPT)" TO  W2-ERR-FILE-NAME
115000         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
115100         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
115200         PERFORM ERROR-PROC
115300     END-IF.
115400     PERFORM  CHAIN-STAMP-PROC.
115500     PERFORM  NITE-STAMP-PROC.
115600
115700 SYURYO-999.
115800     EXIT.
115900                                                             SKIP3
116000******************************************************************
116100*                                                                *
116200*    REPORT WRITE CHECK PROC                                     *
116300*                                                                *
116400******************************************************************
116500 SYURYO-CHK-PROC                    SECTION.
116600*G   REPORT WRITE CHECK
116700 SYURYO-CHK-RPT-WRITE.
116800     IF  FS-FILE-REPORT  NOT =  "00"
116900         MOVE "FILE-REPORT(DISTRPT)" TO  W2-ERR-FILE-NAME
117000         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
117100         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
117200         PERFORM ERROR-PROC
117300     END-IF.
117400 SYURYO-CHK-LIST-WRITE.
117500     IF  FS-FILE-DISTLIST  NOT =  "00"
117600         MOVE "FILE-DISTLIST(DISTLIST)" TO  W2-ERR-FILE-NAME
117700         MOVE FS-FILE-DISTLIST       TO  W2-ERR-FILE-STATUS
117800         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
117900         PERFORM ERROR-PROC
118000     END-IF.
118100 SYURYO-CHK-999.
118200     EXIT.
118300                                                             SKIP3
118400******************************************************************
118500*                                                                *
118600*    ERROR PROC                                                  *
118700*                                                                *
118800******************************************************************
118900 ERROR-PROC                        SECTION.
119000*G   ERROR
119100 ERROR-010.
119200
119300     DISPLAY "*** ABEND ***".
119400     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
119500     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
119600     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
119700
119800     MOVE  16  TO  RETURN-CODE.
119900     STOP RUN.
120000
120100 ERROR-999.
120200     EXIT.
