000100* T   CORRECTION AUDIT JOURNAL LISTING BY DATE RANGE / ROOT-KEY
000200 IDENTIFICATION         DIVISION.
000300 PROGRAM-ID.            FILEJRNL.
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
001500     SELECT   FILE-JRNL
001600               ASSIGN TO JRNLIN
001700               ORGANIZATION IS LINE SEQUENTIAL
001800               FILE STATUS IS FS-FILE-JRNL.
001900     SELECT   FILE-JRNLLIST
002000               ASSIGN TO JRNLLIST
002100               ORGANIZATION IS LINE SEQUENTIAL
002200               FILE STATUS IS FS-FILE-JRNLLIST.
002300     SELECT   FILE-REPORT
002400               ASSIGN TO JRNLRPT
002500               ORGANIZATION IS LINE SEQUENTIAL
002600               FILE STATUS IS FS-FILE-REPORT.
002700     SELECT   OPTIONAL  FILE-BUSDATE
002800               ASSIGN TO BUSDATE
002900               ORGANIZATION IS LINE SEQUENTIAL
003000               FILE STATUS IS FS-FILE-BUSDATE.
003100
003200 DATA                   DIVISION.
003300 FILE                   SECTION.
003400 FD  FILE-JRNL.
003500     COPY  CORRJRN  PREFIXING  I1-.
003600
003700 FD  FILE-JRNLLIST.
003800     COPY  REPORT   PREFIXING  O2-.
003900     COPY  JRNLLST  PREFIXING  O2-.
004000
004100 FD  FILE-REPORT.
004200     COPY  REPORT   PREFIXING  O4-.
004300
004400 FD  FILE-BUSDATE.
004500     COPY  BUSDATE  PREFIXING  C2-.
004600
004700 WORKING-STORAGE        SECTION.
004800******************************************************************
004900*                                                                *
005000*    SELECTION WORK AREA (JRNLFROM / JRNLTO = YYYYMMDD RANGE OF  *
005100*    THE DATE OF THE CHANGE, JRNLKEY = ONE ROOT KEY; BLANK = ALL)*
005200*                                                                *
005300******************************************************************
005400 01  WK-JRNLFROM-ENV-NAME    PIC  X(08)  VALUE  "JRNLFROM".
005500 01  WK-JRNLFROM-ENV-VALUE   PIC  X(08).
005600 01  WK-JRNLFROM             PIC  9(08)  VALUE  ZERO.
005700 01  WK-JRNLTO-ENV-NAME      PIC  X(06)  VALUE  "JRNLTO".
005800 01  WK-JRNLTO-ENV-VALUE     PIC  X(08).
005900 01  WK-JRNLTO               PIC  9(08)  VALUE  99999999.
006000 01  WK-JRNLKEY-ENV-NAME     PIC  X(07)  VALUE  "JRNLKEY".
006100 01  WK-JRNLKEY              PIC  X(10)  VALUE  SPACES.
006200******************************************************************
006300*                                                                *
006400*    JOURNAL WORK AREA (FILE-JRNL)                               *
006500*                                                                *
006600******************************************************************
006700 COPY  CORRJRN  PREFIXING  WJ-.
006800 01  WK-JRNL-EOF-FLG        PIC   X      VALUE  ZERO.
006900 01  WK-READ-COUNTER        PIC  S9(11)  VALUE  ZERO.
007000 01  WK-SELECT-COUNTER      PIC  S9(11)  VALUE  ZERO.
007100 01  WK-ADD-COUNTER         PIC  S9(11)  VALUE  ZERO.
007200 01  WK-CHANGE-COUNTER      PIC  S9(11)  VALUE  ZERO.
007300 01  WK-DELETE-COUNTER      PIC  S9(11)  VALUE  ZERO.
007400 01  WK-EDIT-DATE           PIC  9(08).
007500 01  WK-EDIT-DATE-R         REDEFINES  WK-EDIT-DATE.
007600     05  WK-EDIT-YYYY       PIC  9(04).
007700     05  WK-EDIT-MM         PIC  9(02).
007800     05  WK-EDIT-DD         PIC  9(02).
007900 01  WK-EDIT-TIME           PIC  9(08).
008000 01  WK-EDIT-TIME-R         REDEFINES  WK-EDIT-TIME.
008100     05  WK-EDIT-HH         PIC  9(02).
008200     05  WK-EDIT-MI         PIC  9(02).
008300     05  WK-EDIT-SS         PIC  9(02).
008400     05  WK-EDIT-TT         PIC  9(02).
008500 01  WK-EDIT-DATE-X         PIC  X(10).
008600******************************************************************
008700*                                                                *
008800*    RUN STATUS WORK AREA                                        *
008900*                                                                *
009000******************************************************************
009100 COPY  RESULT  PREFIXING  W2-.
009200 01  W2-RUNID-ENV-NAME  PIC  X(05)  VALUE  "RUNID".
009300 01  W4-RUN-DATE             PIC  9(08).
009400 01  W4-RUN-DATE-R           REDEFINES  W4-RUN-DATE.
009500     05  W4-RUN-YYYY         PIC  9(04).
009600     05  W4-RUN-MM           PIC  9(02).
009700     05  W4-RUN-DD           PIC  9(02).
009800******************************************************************
009900*                                                                *
010000*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
010100*                                                                *
010200******************************************************************
010300 COPY  BUSDATE  PREFIXING  WY-.
010400 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
010500 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
010600 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
010700******************************************************************
010800*                                                                *
010900*    FILE STATUS WORK AREA                                       *
011000*                                                                *
011100******************************************************************
011200 01  FS-FILE-JRNL            PIC  X(02)  VALUE  "00".
011300 01  FS-FILE-JRNLLIST        PIC  X(02)  VALUE  "00".
011400 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
011500 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
011600
011700 PROCEDURE              DIVISION.
011800*
011900******************************************************************
012000*                                                                *
012100*G   MAIN PROC                                                   *
012200*                                                                *
012300******************************************************************
012400 MAIN-PROC                         SECTION.
012500*G   MAIN
012600 MAIN-PROC-010.
012700
012800     PERFORM  JUNBI-PROC.
012900
013000     PERFORM  JRNL-READ-PROC.
013100     PERFORM  UNTIL  WK-JRNL-EOF-FLG  =  "1"
013200         PERFORM  JRNL-SELECT-PROC
013300         PERFORM  JRNL-READ-PROC
013400     END-PERFORM.
013500
013600     CLOSE  FILE-JRNL
013700            FILE-JRNLLIST.
013800     IF  FS-FILE-JRNL  NOT =  "00"
013900         MOVE "FILE-JRNL(JRNLIN)"      TO  W2-ERR-FILE-NAME
014000         MOVE FS-FILE-JRNL           TO  W2-ERR-FILE-STATUS
014100         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
014200         PERFORM ERROR-PROC
014300     END-IF.
014400     IF  FS-FILE-JRNLLIST  NOT =  "00"
014500         MOVE "FILE-JRNLLIST(JRNLLIST)" TO  W2-ERR-FILE-NAME
014600         MOVE FS-FILE-JRNLLIST       TO  W2-ERR-FILE-STATUS
014700         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
014800         PERFORM ERROR-PROC
014900     END-IF.
015000
015100     PERFORM  SYURYO-PROC.
015200
015300     STOP     RUN.
015400                                                             SKIP3
015500******************************************************************
015600*                                                                *
015700*    JOURNAL READ PROC                                           *
015800*                                                                *
015900******************************************************************
016000 JRNL-READ-PROC SECTION.
016100*G   JOURNAL READ
016200 JRNL-READ-010.
016300     READ  FILE-JRNL
016400       AT END
016500         MOVE "1" TO WK-JRNL-EOF-FLG
016600       NOT AT END
016700         ADD  1  TO  WK-READ-COUNTER
016800         MOVE I1-CJRN-REC  TO  WJ-CJRN-REC
016900     END-READ.
017000     IF  FS-FILE-JRNL  NOT =  "00"  AND
017100         FS-FILE-JRNL  NOT =  "10"
017200         MOVE "FILE-JRNL(JRNLIN)"      TO  W2-ERR-FILE-NAME
017300         MOVE FS-FILE-JRNL           TO  W2-ERR-FILE-STATUS
017400         MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
017500         PERFORM ERROR-PROC
017600     END-IF.
017700 JRNL-READ-999.
017800 EXIT.
017900                                                             SKIP3
018000******************************************************************
018100*                                                                *
018200*    JOURNAL SELECT PROC (DATE OF THE CHANGE WITHIN THE RANGE    *
018300*    AND, WHEN GIVEN, THE ROOT KEY)                              *
018400*                                                                *
018500******************************************************************
018600 JRNL-SELECT-PROC SECTION.
018700*G   JOURNAL SELECT
018800 JRNL-SELECT-010.
018900     IF  WJ-CJRN-STAMP-DATE  <  WK-JRNLFROM  OR
019000         WJ-CJRN-STAMP-DATE  >  WK-JRNLTO
019100         GO  TO  JRNL-SELECT-999
019200     END-IF.
019300     IF  WK-JRNLKEY  NOT =  SPACES  AND
019400         WJ-CJRN-ROOT-KEY  NOT =  WK-JRNLKEY
019500         GO  TO  JRNL-SELECT-999
019600     END-IF.
019700     ADD  1  TO  WK-SELECT-COUNTER.
019800     EVALUATE  WJ-CJRN-ACTION
019900       WHEN "A"
020000         ADD  1  TO  WK-ADD-COUNTER
020100       WHEN "C"
020200         ADD  1  TO  WK-CHANGE-COUNTER
020300       WHEN "D"
020400         ADD  1  TO  WK-DELETE-COUNTER
020500     END-EVALUATE.
020600     PERFORM  JRNL-PRINT-PROC.
020700 JRNL-SELECT-999.
020800 EXIT.
020900                                                             SKIP3
021000******************************************************************
021100*                                                                *
021200*    JOURNAL PRINT PROC (CHANGE, KEYS, BEFORE AND AFTER IMAGES)  *
021300*                                                                *
021400******************************************************************
021500 JRNL-PRINT-PROC SECTION.
021600*G   JOURNAL PRINT
021700 JRNL-PRINT-010.
021800     WRITE O2-RPT-BLANK-LINE.
021900     PERFORM  SYURYO-CHK-LIST-WRITE.
022000     MOVE  SPACES                TO  O2-JLST-ENTRY-LINE.
022100     MOVE  WJ-CJRN-STAMP-DATE    TO  WK-EDIT-DATE.
022200     PERFORM  DATE-EDIT-PROC.
022300     MOVE  WK-EDIT-DATE-X        TO  O2-JLST-STAMP-DATE.
022400     MOVE  WJ-CJRN-STAMP-TIME    TO  WK-EDIT-TIME.
022500     STRING  WK-EDIT-HH  ":"  WK-EDIT-MI  ":"  WK-EDIT-SS
022600             DELIMITED BY SIZE  INTO  O2-JLST-STAMP-TIME.
022700     MOVE  WJ-CJRN-RUN-ID        TO  O2-JLST-RUN-ID.
022800     MOVE  WJ-CJRN-OPERATOR-ID   TO  O2-JLST-OPERATOR-ID.
022900     MOVE  WJ-CJRN-REASON-CODE   TO  O2-JLST-REASON-CODE.
023000     MOVE  WJ-CJRN-ACTION        TO  O2-JLST-ACTION.
023100     MOVE  WJ-CJRN-REC-TYPE      TO  O2-JLST-REC-TYPE.
023200     WRITE O2-JLST-ENTRY-LINE.
023300     PERFORM  SYURYO-CHK-LIST-WRITE.
023400
023500     MOVE  SPACES                TO  O2-JLST-KEY-LINE.
023600     MOVE  "KEY"                 TO  O2-JLST-KEY-LABEL.
023700     MOVE  WJ-CJRN-ROOT-KEY      TO  O2-JLST-ROOT-KEY.
023800     MOVE  WJ-CJRN-SUB-KEY       TO  O2-JLST-SUB-KEY.
023900     MOVE  WJ-CJRN-SUB2-KEY      TO  O2-JLST-SUB2-KEY.
024000     MOVE  WJ-CJRN-SUB3-KEY      TO  O2-JLST-SUB3-KEY.
024100     WRITE O2-JLST-KEY-LINE.
024200     PERFORM  SYURYO-CHK-LIST-WRITE.
024300
024400     MOVE  SPACES                TO  O2-JLST-IMAGE-LINE.
024500     MOVE  "BEFORE"              TO  O2-JLST-IMAGE-LABEL.
024600     IF  WJ-CJRN-ACTION  =  "A"
024700         MOVE  "(NONE)"          TO  O2-JLST-IMAGE-DATA
024800     ELSE
024900         MOVE  WJ-CJRN-BEFORE-DATA  TO  O2-JLST-IMAGE-DATA
025000         MOVE  WJ-CJRN-BEFORE-DATE  TO  WK-EDIT-DATE
025100         PERFORM  DATE-EDIT-PROC
025200         MOVE  WK-EDIT-DATE-X       TO  O2-JLST-IMAGE-DATE
025300     END-IF.
025400     WRITE O2-JLST-IMAGE-LINE.
025500     PERFORM  SYURYO-CHK-LIST-WRITE.
025600
025700     MOVE  SPACES                TO  O2-JLST-IMAGE-LINE.
025800     MOVE  "AFTER"               TO  O2-JLST-IMAGE-LABEL.
025900     IF  WJ-CJRN-ACTION  =  "D"
026000         MOVE  "(NONE)"          TO  O2-JLST-IMAGE-DATA
026100     ELSE
026200         MOVE  WJ-CJRN-AFTER-DATA   TO  O2-JLST-IMAGE-DATA
026300         MOVE  WJ-CJRN-AFTER-DATE   TO  WK-EDIT-DATE
026400         PERFORM  DATE-EDIT-PROC
026500         MOVE  WK-EDIT-DATE-X       TO  O2-JLST-IMAGE-DATE
026600     END-IF.
026700     WRITE O2-JLST-IMAGE-LINE.
026800     PERFORM  SYURYO-CHK-LIST-WRITE.
026900 JRNL-PRINT-999.
027000 EXIT.
027100                                                             SKIP3
027200******************************************************************
027300*                                                                *
027400*    DATE EDIT PROC (WK-EDIT-DATE AS YYYY-MM-DD, BLANK WHEN ZERO)*
027500*                                                                *
027600******************************************************************
027700 DATE-EDIT-PROC SECTION.
027800*G   DATE EDIT
027900 DATE-EDIT-010.
028000     MOVE  SPACES  TO  WK-EDIT-DATE-X.
028100     IF  WK-EDIT-DATE  =  ZERO
028200         GO  TO  DATE-EDIT-999
028300     END-IF.
028400     STRING  WK-EDIT-YYYY  "-"  WK-EDIT-MM  "-"  WK-EDIT-DD
028500             DELIMITED BY SIZE  INTO  WK-EDIT-DATE-X.
028600 DATE-EDIT-999.
028700 EXIT.
028800                                                             SKIP3
028900******************************************************************
029000*                                                                *
029100*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
029200*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
029300*                                                                *
029400******************************************************************
029500 BUSDATE-READ-PROC SECTION.
029600*G   BUSINESS DATE READ
029700 BUSDATE-READ-010.
029800     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
029900     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
030000     MOVE  ZERO  TO  WK-BUSDATE-PREV.
030100     OPEN  INPUT  FILE-BUSDATE.
030200     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
030300         FS-FILE-BUSDATE  NOT =  "05"
030400         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
030500         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
030600         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
030700         PERFORM ERROR-PROC
030800     END-IF.
030900     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
031000         READ  FILE-BUSDATE
031100           AT END
031200             MOVE "1" TO WK-BUSDATE-EOF-FLG
031300           NOT AT END
031400             MOVE C2-BDT-REC TO WY-BDT-REC
031500             IF  WY-BDT-REC-TYPE  =  "C"
031600                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
031700                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
031800                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
031900             END-IF
032000         END-READ
032100         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
032200             FS-FILE-BUSDATE  NOT =  "10"
032300             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
032400             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
032500             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
032600             PERFORM ERROR-PROC
032700         END-IF
032800     END-PERFORM.
032900     CLOSE  FILE-BUSDATE.
033000     IF  FS-FILE-BUSDATE  NOT =  "00"
033100         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
033200         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
033300         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
033400         PERFORM ERROR-PROC
033500     END-IF.
033600     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
033660         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
033720         MOVE "  "                   TO  W2-ERR-FILE-STATUS
033780         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
033840         PERFORM ERROR-PROC
033900     END-IF.
034000 BUSDATE-READ-999.
034100 EXIT.
034200                                                             SKIP3
034300******************************************************************
034400*                                                                *
034500*    JUNBI PROC (SELECTION PARAMETERS, FILE OPEN AND LIST        *
034600*    HEADING)                                                    *
034700*                                                                *
034800******************************************************************
034900 JUNBI-PROC                        SECTION.
035000*G   JUNBI
035100 JUNBI-010.
035200
035300     ACCEPT W2-START-TIME FROM TIME.
035400     PERFORM  BUSDATE-READ-PROC.
035500     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
035600     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
035700     IF  W2-RUN-ID  =  SPACES
035800         MOVE  "DEFAULT"  TO  W2-RUN-ID
035900     END-IF.
036000
036100     DISPLAY WK-JRNLFROM-ENV-NAME UPON ENVIRONMENT-NAME.
036200     ACCEPT  WK-JRNLFROM-ENV-VALUE FROM ENVIRONMENT-VALUE.
036300     IF  WK-JRNLFROM-ENV-VALUE  NOT =  SPACES
036400         MOVE  WK-JRNLFROM-ENV-VALUE  TO  WK-JRNLFROM
036500     END-IF.
036600     DISPLAY WK-JRNLTO-ENV-NAME UPON ENVIRONMENT-NAME.
036700     ACCEPT  WK-JRNLTO-ENV-VALUE FROM ENVIRONMENT-VALUE.
036800     IF  WK-JRNLTO-ENV-VALUE  NOT =  SPACES
036900         MOVE  WK-JRNLTO-ENV-VALUE  TO  WK-JRNLTO
037000     END-IF.
037100     DISPLAY WK-JRNLKEY-ENV-NAME UPON ENVIRONMENT-NAME.
037200     ACCEPT  WK-JRNLKEY FROM ENVIRONMENT-VALUE.
037300
037400     OPEN   INPUT  FILE-JRNL.
037500     IF  FS-FILE-JRNL  NOT =  "00"
037600         MOVE "FILE-JRNL(JRNLIN)"      TO  W2-ERR-FILE-NAME
037700         MOVE FS-FILE-JRNL           TO  W2-ERR-FILE-STATUS
037800         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
037900         PERFORM ERROR-PROC
038000     END-IF.
038100     OPEN   OUTPUT FILE-JRNLLIST.
038200     IF  FS-FILE-JRNLLIST  NOT =  "00"
038300         MOVE "FILE-JRNLLIST(JRNLLIST)" TO  W2-ERR-FILE-NAME
038400         MOVE FS-FILE-JRNLLIST       TO  W2-ERR-FILE-STATUS
038500         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
038600         PERFORM ERROR-PROC
038700     END-IF.
038800
038900     MOVE "FILEJRNL"    TO  O2-RPT-PROGRAM-NAME.
039000     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
039100             DELIMITED BY SIZE  INTO  O2-RPT-RUN-DATE.
039200     MOVE W2-RUN-ID  TO  O2-RPT-RUN-ID.
039300     WRITE O2-RPT-TITLE-LINE  AFTER ADVANCING  PCHANGE.
039400     PERFORM  SYURYO-CHK-LIST-WRITE.
039500     MOVE  WK-JRNLFROM  TO  WK-EDIT-DATE.
039600     PERFORM  DATE-EDIT-PROC.
039700     MOVE  WK-EDIT-DATE-X  TO  O2-JLST-FROM-DATE.
039800     MOVE  WK-JRNLTO    TO  WK-EDIT-DATE.
039900     PERFORM  DATE-EDIT-PROC.
040000     MOVE  WK-EDIT-DATE-X  TO  O2-JLST-TO-DATE.
040100     IF  WK-JRNLKEY  =  SPACES
040200         MOVE  "(ALL)"     TO  O2-JLST-SELECT-KEY
040300     ELSE
040400         MOVE  WK-JRNLKEY  TO  O2-JLST-SELECT-KEY
040500     END-IF.
040600     WRITE O2-JLST-SELECT-LINE.
040700     PERFORM  SYURYO-CHK-LIST-WRITE.
040800     WRITE O2-RPT-BLANK-LINE.
040900     PERFORM  SYURYO-CHK-LIST-WRITE.
041000     WRITE O2-JLST-HEAD-LINE.
041100     PERFORM  SYURYO-CHK-LIST-WRITE.
041200
041300 JUNBI-999.
041400 EXIT.
041500                                                             SKIP3
041600******************************************************************
041700*                                                                *
041800*    SYURYO PROC (RECORDS READ AND SELECTED)                     *
041900*                                                                *
042000******************************************************************
042100 SYURYO-PROC                       SECTION.
042200*G   SYURYO
042300 SYURYO-010.
042400
042500     ACCEPT W2-END-TIME FROM TIME.
042600
042700     OPEN   OUTPUT FILE-REPORT.
042800     IF  FS-FILE-REPORT  NOT =  "00"
042900         MOVE "FILE-REPORT(JRNLRPT)" TO  W2-ERR-FILE-NAME
043000         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
043100         MOVE "OPEN OUTPUT FAILED"   TO  W2-ERR-MESSAGE
043200         PERFORM ERROR-PROC
043300     END-IF.
043400
043500     COMPUTE W2-STIME = ((W2-S_HH * 360000) + (W2-S_MM * 6000)
043600                                     + (W2-S_SS * 100) + W2-S_TT)
043700     COMPUTE W2-ETIME = ((W2-E_HH * 360000) + (W2-E_MM * 6000)
043800                                    + (W2-E_SS * 100) + W2-E_TT).
043900     COMPUTE W2-XTIME = W2-ETIME - W2-STIME.
044000
044100     DISPLAY "JOURNAL READ      : " WK-READ-COUNTER.
044200     DISPLAY "JOURNAL SELECTED  : " WK-SELECT-COUNTER.
044300
044400     MOVE "FILEJRNL"    TO  O4-RPT-PROGRAM-NAME.
044500     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
044600             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
044700     MOVE W2-RUN-ID  TO  O4-RPT-RUN-ID.
044800     WRITE O4-RPT-TITLE-LINE.
044900     PERFORM SYURYO-CHK-RPT-WRITE.
045000     MOVE "JRNLIN"      TO O4-RPT-FILE-NAME.
045100     WRITE O4-RPT-FILE-LINE.
045200     PERFORM SYURYO-CHK-RPT-WRITE.
045300
045400     WRITE O4-RPT-BLANK-LINE.
045500     PERFORM SYURYO-CHK-RPT-WRITE.
045600     MOVE "DATE FROM"       TO O4-RPT-DETAIL-LABEL.
045700     MOVE WK-JRNLFROM       TO WK-EDIT-DATE.
045800     PERFORM DATE-EDIT-PROC.
045900     MOVE WK-EDIT-DATE-X    TO O4-RPT-DETAIL-VALUE.
046000     WRITE O4-RPT-DETAIL-LINE.
046100     PERFORM SYURYO-CHK-RPT-WRITE.
046200     MOVE "DATE TO"         TO O4-RPT-DETAIL-LABEL.
046300     MOVE WK-JRNLTO         TO WK-EDIT-DATE.
046400     PERFORM DATE-EDIT-PROC.
046500     MOVE WK-EDIT-DATE-X    TO O4-RPT-DETAIL-VALUE.
046600     WRITE O4-RPT-DETAIL-LINE.
046700     PERFORM SYURYO-CHK-RPT-WRITE.
046800     MOVE "ROOT-KEY"        TO O4-RPT-DETAIL-LABEL.
046900     IF  WK-JRNLKEY  =  SPACES
047000         MOVE "(ALL)"       TO O4-RPT-DETAIL-VALUE
047100     ELSE
047200         MOVE WK-JRNLKEY    TO O4-RPT-DETAIL-VALUE
047300     END-IF.
047400     WRITE O4-RPT-DETAIL-LINE.
047500     PERFORM SYURYO-CHK-RPT-WRITE.
047600
047700     WRITE O4-RPT-BLANK-LINE.
047800     PERFORM SYURYO-CHK-RPT-WRITE.
047900     WRITE O4-RPT-HEAD-LINE.
048000     PERFORM SYURYO-CHK-RPT-WRITE.
048100     MOVE "JOURNAL READ"    TO O4-RPT-COUNT-NAME.
048200     MOVE WK-READ-COUNTER   TO O4-RPT-COUNT-VALUE.
048300     WRITE O4-RPT-COUNT-LINE.
048400     PERFORM SYURYO-CHK-RPT-WRITE.
048500     MOVE "JOURNAL SELECTED" TO O4-RPT-COUNT-NAME.
048600     MOVE WK-SELECT-COUNTER TO O4-RPT-COUNT-VALUE.
048700     WRITE O4-RPT-COUNT-LINE.
048800     PERFORM SYURYO-CHK-RPT-WRITE.
048900     MOVE "  ADDS"          TO O4-RPT-COUNT-NAME.
049000     MOVE WK-ADD-COUNTER    TO O4-RPT-COUNT-VALUE.
049100     WRITE O4-RPT-COUNT-LINE.
049200     PERFORM SYURYO-CHK-RPT-WRITE.
049300     MOVE "  CHANGES"       TO O4-RPT-COUNT-NAME.
049400     MOVE WK-CHANGE-COUNTER TO O4-RPT-COUNT-VALUE.
049500     WRITE O4-RPT-COUNT-LINE.
049600     PERFORM SYURYO-CHK-RPT-WRITE.
049700     MOVE "  DELETES"       TO O4-RPT-COUNT-NAME.
049800     MOVE WK-DELETE-COUNTER TO O4-RPT-COUNT-VALUE.
049900     WRITE O4-RPT-COUNT-LINE.
050000     PERFORM SYURYO-CHK-RPT-WRITE.
050100
050200     WRITE O4-RPT-BLANK-LINE.
050300     PERFORM SYURYO-CHK-RPT-WRITE.
050400
050500     MOVE "START TIME"     TO O4-RPT-TIME-LABEL.
050600     STRING  W2-S_HH  ":"  W2-S_MM  ":"  W2-S_SS  "."  W2-S_TT
050700             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
050800     WRITE O4-RPT-TIME-LINE.
050900     PERFORM SYURYO-CHK-RPT-WRITE.
051000     MOVE "END TIME"       TO O4-RPT-TIME-LABEL.
051100     STRING  W2-E_HH  ":"  W2-E_MM  ":"  W2-E_SS  "."  W2-E_TT
051200             DELIMITED BY SIZE  INTO  O4-RPT-TIME-VALUE.
051300     WRITE O4-RPT-TIME-LINE.
051400     PERFORM SYURYO-CHK-RPT-WRITE.
051500     MOVE "ELAPSED(CENTISEC)"  TO O4-RPT-TIME-LABEL.
051600     MOVE W2-XTIME  TO O4-RPT-TIME-VALUE.
051700     WRITE O4-RPT-TIME-LINE.
051800     PERFORM SYURYO-CHK-RPT-WRITE.
051900
052000     CLOSE FILE-REPORT.
052100     IF  FS-FILE-REPORT  NOT =  "00"
052200         MOVE "FILE-REPORT(JRNLRPT)" TO  W2-ERR-FILE-NAME
052300         MOVE FS-FILE-REPORT     TO  W2-ERR-FILE-STATUS
052400         MOVE "CLOSE FAILED"     TO  W2-ERR-MESSAGE
052500         PERFORM ERROR-PROC
052600     END-IF.
052700
052800 SYURYO-999.
052900     EXIT.
053000                                                             SKIP3
053100******************************************************************
053200*                                                                *
053300*    REPORT WRITE CHECK PROC                                     *
053400*                                                                *
053500******************************************************************
053600 SYURYO-CHK-PROC                    SECTION.
053700*G   REPORT WRITE CHECK
053800 SYURYO-CHK-RPT-WRITE.
053900     IF  FS-FILE-REPORT  NOT =  "00"
054000         MOVE "FILE-REPORT(JRNLRPT)" TO  W2-ERR-FILE-NAME
054100         MOVE FS-FILE-REPORT         TO  W2-ERR-FILE-STATUS
054200         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
054300         PERFORM ERROR-PROC
054400     END-IF.
054500 SYURYO-CHK-LIST-WRITE.
054600     IF  FS-FILE-JRNLLIST  NOT =  "00"
054700         MOVE "FILE-JRNLLIST(JRNLLIST)" TO  W2-ERR-FILE-NAME
054800         MOVE FS-FILE-JRNLLIST       TO  W2-ERR-FILE-STATUS
054900         MOVE "WRITE FAILED"         TO  W2-ERR-MESSAGE
055000         PERFORM ERROR-PROC
055100     END-IF.
055200 SYURYO-CHK-999.
055300     EXIT.
055400                                                             SKIP3
055500******************************************************************
055600*                                                                *
055700*    ERROR PROC                                                  *
055800*                                                                *
055900******************************************************************
056000 ERROR-PROC                        SECTION.
056100*G   ERROR
056200 ERROR-010.
056300
056400     DISPLAY "*** ABEND ***".
056500     DISPLAY "FILE    : " W2-ERR-FILE-NAME.
056600     DISPLAY "STATUS  : " W2-ERR-FILE-STATUS.
056700     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
056800
056900     MOVE  16  TO  RETURN-CODE.
057000     STOP RUN.
057100
057200 ERROR-999.
057300     EXIT.
