003036     SELECT   FILE-DS
003037               ASSIGN TO SORTDATA4
003038               FILE STATUS IS FS-FILE-DS.
003040     SELECT   OPTIONAL  FILE-BUSDATE
003042               ASSIGN TO BUSDATE
003044               ORGANIZATION IS LINE SEQUENTIAL
003046               FILE STATUS IS FS-FILE-BUSDATE.
003046     SELECT   OPTIONAL  FILE-WAIVER
003046               ASSIGN TO WAIVERS
003046               ORGANIZATION IS LINE SEQUENTIAL
003046               FILE STATUS IS FS-FILE-WAIVER.
003039     SELECT   SORT-A-FILE
003040               ASSIGN TO SORTWK1.
003041     SELECT   SORT-B-FILE
004654 SD  SORT-D-FILE.
004655     COPY  SUB3     PREFIXING  S4-.
004601
004615 FD  FILE-BUSDATE.
004629     COPY  BUSDATE  PREFIXING  C2-.
004643
004657 FD  FILE-WAIVER.
004671     COPY  WAIVER   PREFIXING  I8-.
004685
004700 WORKING-STORAGE        SECTION.
004800******************************************************************
004900*                                                                *
009320     05  W4-RUN-YYYY         PIC  9(04).
009325     05  W4-RUN-MM           PIC  9(02).
009328     05  W4-RUN-DD           PIC  9(02).
009330******************************************************************
009332*                                                                *
009334*    BUSINESS DATE WORK AREA (FILE-BUSDATE)                      *
009336*                                                                *
009338******************************************************************
009340 COPY  BUSDATE  PREFIXING  WY-.
009342 01  WK-BUSDATE-EOF-FLG     PIC   X     VALUE  ZERO.
009344 01  WK-BUSDATE-FOUND-FLG   PIC   X     VALUE  ZERO.
009346 01  WK-BUSDATE-PREV        PIC  9(08)  VALUE  ZERO.
009318
009329******************************************************************
009331*                                                                *
009414 01  WK-EDIT-LEAP-QUOT       PIC  9(04).
009415 01  WK-EDIT-LEAP-REM        PIC  9(04).
009416 01  WK-EDIT-MONTH-DAYS      PIC  9(02)   VALUE  ZERO.
009416******************************************************************
009416*                                                                *
009416*    EXCEPTION WAIVER WORK AREA (FILE-WAIVER, UNEXPIRED ONLY)    *
009416*    WAIVONLY=Y - WAIVED EXCEPTIONS DO NOT COUNT TOWARD LIMITS   *
009416*                                                                *
009416******************************************************************
009416 01  WK-WAIVONLY-FLG         PIC  X(01)  VALUE  "0".
009416     88  WAIVONLY-MODE                 VALUE  "1".
009416 01  WK-WAIVONLY-ENV-NAME    PIC  X(08)  VALUE  "WAIVONLY".
009416 01  WK-WAIVONLY-ENV-VALUE   PIC  X(01).
009416 01  WK-WAIVER-EOF-FLG       PIC  X(01)  VALUE  "0".
009416 01  WK-WAIVER-MAX           PIC  S9(04)  COMP  VALUE  2000.
009416 01  WK-WAIVER-COUNT         PIC  S9(04)  COMP  VALUE  ZERO.
009416 01  WK-WAIVER-IX            PIC  S9(04)  COMP  VALUE  ZERO.
009416 01  WK-WAIVER-READ-COUNTER  PIC  S9(11)  VALUE  ZERO.
009416 01  WK-WAIVER-FOUND-FLG     PIC  X(01)  VALUE  "0".
009416 01  WK-WAIVER-FIND-KEY      PIC  X(60).
009416 01  WK-WAIVER-TABLE.
009416     05  WK-WAIVER-ENTRY  OCCURS  2000  PIC  X(60).
009416 01  WK-WAIVED-EXC-COUNTER   PIC  S9(11)  VALUE  ZERO.
009416 01  WK-WAIVED-CHLDLS-COUNTER PIC  S9(11)  VALUE  ZERO.
009416 01  WK-TOL-EXCEPT-TOTAL     PIC  S9(11)  VALUE  ZERO.
009416 01  WK-TOL-CHLDLS-TOTAL     PIC  S9(11)  VALUE  ZERO.
009319******************************************************************
009320*                                                                *
009330*    FILE STATUS ��Ɨ̈�                                        *
009400 01  FS-FILE-OUT-STATUS      PIC  X(02)  VALUE  "00".
009410 01  FS-FILE-REJECT          PIC  X(02)  VALUE  "00".
009412 01  FS-FILE-REPORT          PIC  X(02)  VALUE  "00".
009414 01  FS-FILE-BUSDATE         PIC  X(02)  VALUE  "00".
009413 01  FS-FILE-CHECKPT         PIC  X(02)  VALUE  "00".
009414 01  FS-FILE-EXCEPT         PIC  X(02)  VALUE  "00".
009415 01  FS-FILE-CTLTOTAL       PIC  X(02)  VALUE  "00".
009427 01  FS-FILE-BS              PIC  X(02)  VALUE  "00".
009428 01  FS-FILE-CS              PIC  X(02)  VALUE  "00".
009429 01  FS-FILE-DS              PIC  X(02)  VALUE  "00".
009429 01  FS-FILE-WAIVER          PIC  X(02)  VALUE  "00".
009420 01  WK-EXESTATUS-OPEN-FLG   PIC  X(01)  VALUE  "0".
009430     88  EXESTATUS-IS-OPEN            VALUE  "1".
009431 01  WK-RESTART-MODE-FLG     PIC  X(01)  VALUE  "0".
009435 01  WK-FROMDATE-ENV-NAME    PIC  X(08)  VALUE  "FROMDATE".
009436 01  WK-FROMDATE-ENV-VALUE   PIC  X(08).
009437 01  WK-FROMDATE             PIC  9(08)  VALUE  ZERO.
009437 01  WK-INCRMODE-ENV-NAME    PIC  X(08)  VALUE  "INCRMODE".
009437 01  WK-INCRMODE-ENV-VALUE   PIC  X(01).
009438 01  WK-DATE-SKIP-HIGH-KEY   PIC  X(10)  VALUE  LOW-VALUES.
009439 01  WK-DATE-SKIP-LOW-KEY    PIC  X(10)  VALUE  LOW-VALUES.
009440 01  WK-REQMODE-FLG          PIC  X(01)  VALUE  "0".
011259         MOVE  W5-CKPT-REL-USED-U   TO  WK-REL-U-USED-COUNTER
011259         MOVE  W5-CKPT-EDIT-E-COUNT TO  WK-EDIT-E-COUNTER
011259         MOVE  W5-CKPT-EDIT-W-COUNT TO  WK-EDIT-W-COUNTER
011259         MOVE  W5-CKPT-WAIVED-EXC   TO  WK-WAIVED-EXC-COUNTER
011259         MOVE  W5-CKPT-WAIVED-CHLDLS TO WK-WAIVED-CHLDLS-COUNTER
011259         COMPUTE  WK-CHILDLESS-TOTAL  =  WK-CHILDLESS-R-COUNTER
011259                  +  WK-CHILDLESS-S-COUNTER
011259                  +  WK-CHILDLESS-T-COUNTER
021300     MOVE WA-ROOT-KEY TO W1-ROOT-KEY.
021350     MOVE "R"         TO W1-REC-TYPE.
021360     MOVE WA-ROOT-DATA TO W1-REC-DATA.
021364     MOVE WA-ROOT-UPDATE-DATE TO W1-ROOT-UPDATE-DATE.
021370     ADD 1 TO W1-ROOT-WRITE-COUNT.
021380     PERFORM ROOT-HASH-PROC.
021400     PERFORM OUT-WRITE-PROC.
025639     MOVE  WK-REL-U-USED-COUNTER   TO  W5-CKPT-REL-USED-U.
025639     MOVE  WK-EDIT-E-COUNTER       TO  W5-CKPT-EDIT-E-COUNT.
025639     MOVE  WK-EDIT-W-COUNTER       TO  W5-CKPT-EDIT-W-COUNT.
025639     MOVE  WK-WAIVED-EXC-COUNTER   TO  W5-CKPT-WAIVED-EXC.
025639     MOVE  WK-WAIVED-CHLDLS-COUNTER TO  W5-CKPT-WAIVED-CHLDLS.
025640     MOVE  W5-CKPT-REC   TO  O5-CKPT-REC.
025650     WRITE O5-CKPT-REC.
025660     IF  FS-FILE-CHECKPT  NOT =  "00"
025979 RULE-LOAD-999.
025980 EXIT.
025981                                                             SKIP3
025981******************************************************************
025981*                                                                *
025981*    WAIVER LOAD PROC (UNEXPIRED WAIVERS INTO TABLE)             *
025981*                                                                *
025981******************************************************************
025981 WAIVER-LOAD-PROC SECTION.
025981*G   WAIVER LOAD
025981 WAIVER-LOAD-010.
025981     OPEN  INPUT  FILE-WAIVER.
025981     IF  FS-FILE-WAIVER  NOT =  "00"  AND
025981         FS-FILE-WAIVER  NOT =  "05"
025981         MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
025981         MOVE FS-FILE-WAIVER         TO  W2-ERR-FILE-STATUS
025981         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
025981         PERFORM ERROR-PROC
025981     END-IF.
025981     PERFORM  UNTIL  WK-WAIVER-EOF-FLG  =  "1"
025981         READ  FILE-WAIVER
025981           AT END
025981             MOVE "1" TO WK-WAIVER-EOF-FLG
025981           NOT AT END
025981             ADD  1  TO  WK-WAIVER-READ-COUNTER
025981             IF  I8-WAIV-EXPIRY-DATE  NUMERIC  AND
025981                 I8-WAIV-EXPIRY-DATE  NOT <  W4-RUN-DATE
025981                 IF  WK-WAIVER-COUNT  NOT <  WK-WAIVER-MAX
025981                     MOVE "FILE-WAIVER(WAIVERS)"
025981                          TO  W2-ERR-FILE-NAME
025981                     MOVE FS-FILE-WAIVER TO W2-ERR-FILE-STATUS
025981                     MOVE "WAIVER TABLE OVERFLOW"
025981                          TO  W2-ERR-MESSAGE
025981                     PERFORM ERROR-PROC
025981                 END-IF
025981                 ADD  1  TO  WK-WAIVER-COUNT
025981                 MOVE I8-WAIV-MATCH-KEY
025981                      TO  WK-WAIVER-ENTRY (WK-WAIVER-COUNT)
025981             END-IF
025981         END-READ
025981         IF  FS-FILE-WAIVER  NOT =  "00"  AND
025981             FS-FILE-WAIVER  NOT =  "10"
025981             MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
025981             MOVE FS-FILE-WAIVER         TO  W2-ERR-FILE-STATUS
025981             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
025981             PERFORM ERROR-PROC
025981         END-IF
025981     END-PERFORM.
025981     CLOSE  FILE-WAIVER.
025981     IF  FS-FILE-WAIVER  NOT =  "00"
025981         MOVE "FILE-WAIVER(WAIVERS)"   TO  W2-ERR-FILE-NAME
025981         MOVE FS-FILE-WAIVER         TO  W2-ERR-FILE-STATUS
025981         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
025981         PERFORM ERROR-PROC
025981     END-IF.
025981     DISPLAY "WAIVERS READ    : " WK-WAIVER-READ-COUNTER.
025981     DISPLAY "WAIVERS IN FORCE: " WK-WAIVER-COUNT.
025981 WAIVER-LOAD-999.
025981 EXIT.
025981                                                             SKIP3
025981******************************************************************
025981*                                                                *
025981*    WAIVER FIND PROC (W6 EXCEPTION KEYS AND REASON IN TABLE)    *
025981*                                                                *
025981******************************************************************
025981 WAIVER-FIND-PROC SECTION.
025981*G   WAIVER FIND
025981 WAIVER-FIND-010.
025981     MOVE  "0"  TO  WK-WAIVER-FOUND-FLG.
025981     MOVE  W6-EXCPT-REC (2:60)  TO  WK-WAIVER-FIND-KEY.
025981     PERFORM  VARYING  WK-WAIVER-IX  FROM  1  BY  1
025981              UNTIL    WK-WAIVER-IX  >  WK-WAIVER-COUNT
025981                   OR  WK-WAIVER-FOUND-FLG  =  "1"
025981         IF  WK-WAIVER-ENTRY (WK-WAIVER-IX)  =  WK-WAIVER-FIND-KEY
025981             MOVE  "1"  TO  WK-WAIVER-FOUND-FLG
025981         END-IF
025981     END-PERFORM.
025981 WAIVER-FIND-999.
025981 EXIT.
025981                                                             SKIP3
025982******************************************************************
025983*                                                                *
025984*    PRESORT PROC (SORT EACH INPUT FEED ON ITS HIERARCHY KEY)    *
026189     MOVE  W1-SUB3-WRITE-COUNT  TO  O8-XCTL-COUNT-U.
026190     MOVE  W1-COUNTER           TO  O8-XCTL-COUNT-TOTAL.
026191     MOVE  WK-ROOT-HASH-TOTAL   TO  O8-XCTL-ROOT-HASH.
026191     MOVE  WK-FROMDATE          TO  O8-XCTL-FROM-DATE.
026191     IF  REQKEY-MODE
026191         MOVE  "K"              TO  O8-XCTL-SCOPE
026191     ELSE
026191         IF  WK-FROMDATE  >  ZERO
026191             MOVE  "I"          TO  O8-XCTL-SCOPE
026191         ELSE
026191             MOVE  "F"          TO  O8-XCTL-SCOPE
026191         END-IF
026191     END-IF.
026192     WRITE O8-EXTCTL-REC
026193     END-WRITE.
026194     IF  FS-FILE-OUT-CTL  NOT =  "00"
026267         MOVE "REJECT LIMIT EXCEEDED"  TO  W2-ERR-MESSAGE
026268         PERFORM TOLERANCE-ABORT-PROC
026269     END-IF.
026270     COMPUTE  WK-TOL-EXCEPT-TOTAL  =  WK-EXCEPTION-COUNTER
026270              -  WK-WAIVED-EXC-COUNTER.
026270     IF  WK-MAX-EXCEPT  >  ZERO  AND
026271         WK-TOL-EXCEPT-TOTAL  >  WK-MAX-EXCEPT
026272         MOVE "EXCEPTION LIMIT EXCEEDED" TO  W2-ERR-MESSAGE
026273         PERFORM TOLERANCE-ABORT-PROC
026274     END-IF.
026303     DISPLAY "MESSAGE : " W2-ERR-MESSAGE.
026304     DISPLAY "REJECTS : " WK-TOL-REJECT-TOTAL.
026305     DISPLAY "EXCEPTS : " WK-EXCEPTION-COUNTER.
026305     IF  WAIVONLY-MODE
026305         DISPLAY "WAIVED  : " WK-WAIVED-EXC-COUNTER
026305                 " / "        WK-WAIVED-CHLDLS-COUNTER
026305     END-IF.
026306     OPEN  OUTPUT  FILE-REPORT.
026307     IF  FS-FILE-REPORT  =  "00"
026309         MOVE "FILETEST"    TO  O4-RPT-PROGRAM-NAME
026310         STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
026311                 DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE
026323         MOVE "EXCEPTION"    TO O4-RPT-COUNT-NAME
026324         MOVE WK-EXCEPTION-COUNTER TO O4-RPT-COUNT-VALUE
026325         WRITE O4-RPT-COUNT-LINE
026325         IF  WAIVONLY-MODE
026325             MOVE "WAIVED-EXCEPTION" TO O4-RPT-COUNT-NAME
026325             MOVE WK-WAIVED-EXC-COUNTER TO O4-RPT-COUNT-VALUE
026325             WRITE O4-RPT-COUNT-LINE
026325             MOVE "WAIVED-CHILDLESS" TO O4-RPT-COUNT-NAME
026325             MOVE WK-WAIVED-CHLDLS-COUNTER TO O4-RPT-COUNT-VALUE
026325             WRITE O4-RPT-COUNT-LINE
026325         END-IF
026326         CLOSE FILE-REPORT
026327     END-IF.
026328     IF  NOT  EXESTATUS-IS-OPEN
297580 SUB3-REJECT-999.
297590 EXIT.
297600                                                             SKIP3
297601******************************************************************
297602*                                                                *
297603*    BUSINESS DATE READ PROC (RUN DATE FROM THE BUSDATE FILE)    *
297604*    NO "C" RECORD - ABEND (RC=16), NO SYSTEM DATE FALLBACK      *
297605*                                                                *
297606******************************************************************
297607 BUSDATE-READ-PROC SECTION.
297608*G   BUSINESS DATE READ
297609 BUSDATE-READ-010.
297610     MOVE  "0"   TO  WK-BUSDATE-EOF-FLG.
297611     MOVE  "0"   TO  WK-BUSDATE-FOUND-FLG.
297612     MOVE  ZERO  TO  WK-BUSDATE-PREV.
297613     OPEN  INPUT  FILE-BUSDATE.
297614     IF  FS-FILE-BUSDATE  NOT =  "00"  AND
297615         FS-FILE-BUSDATE  NOT =  "05"
297616         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
297617         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
297618         MOVE "OPEN INPUT FAILED"    TO  W2-ERR-MESSAGE
297619         PERFORM ERROR-PROC
297620     END-IF.
297621     PERFORM  UNTIL  WK-BUSDATE-EOF-FLG  =  "1"
297622         READ  FILE-BUSDATE
297623           AT END
297624             MOVE "1" TO WK-BUSDATE-EOF-FLG
297625           NOT AT END
297626             MOVE C2-BDT-REC TO WY-BDT-REC
297627             IF  WY-BDT-REC-TYPE  =  "C"
297628                 MOVE WY-BDT-DATE       TO  W4-RUN-DATE
297629                 MOVE WY-BDT-PREV-DATE  TO  WK-BUSDATE-PREV
297630                 MOVE "1" TO WK-BUSDATE-FOUND-FLG
297631             END-IF
297632         END-READ
297633         IF  FS-FILE-BUSDATE  NOT =  "00"  AND
297634             FS-FILE-BUSDATE  NOT =  "10"
297635             MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
297636             MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
297637             MOVE "READ FAILED"          TO  W2-ERR-MESSAGE
297638             PERFORM ERROR-PROC
297639         END-IF
297640     END-PERFORM.
297641     CLOSE  FILE-BUSDATE.
297642     IF  FS-FILE-BUSDATE  NOT =  "00"
297643         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
297644         MOVE FS-FILE-BUSDATE        TO  W2-ERR-FILE-STATUS
297645         MOVE "CLOSE FAILED"         TO  W2-ERR-MESSAGE
297646         PERFORM ERROR-PROC
297647     END-IF.
297648     IF  WK-BUSDATE-FOUND-FLG  NOT =  "1"
297649         MOVE "FILE-BUSDATE(BUSDATE)"  TO  W2-ERR-FILE-NAME
297650         MOVE "  "                   TO  W2-ERR-FILE-STATUS
297651         MOVE "NO CURRENT DATE RECORD" TO  W2-ERR-MESSAGE
297652         PERFORM ERROR-PROC
297653     END-IF.
297654 BUSDATE-READ-999.
297655 EXIT.
297656                                                             SKIP3
297700******************************************************************
297800*                                                                *
297900*    ��������                                                    *
026400 JUNBI-010.
026500
026600     ACCEPT W2-START-TIME FROM TIME.
026602     PERFORM  BUSDATE-READ-PROC.
026610     DISPLAY W2-RUNID-ENV-NAME UPON ENVIRONMENT-NAME.
026620     ACCEPT  W2-RUN-ID FROM ENVIRONMENT-VALUE.
026630     IF  W2-RUN-ID  =  SPACES
026698     IF  WK-FROMDATE-ENV-VALUE  NOT =  SPACES
026699         MOVE  WK-FROMDATE-ENV-VALUE  TO  WK-FROMDATE
026700     END-IF.
026700     DISPLAY WK-INCRMODE-ENV-NAME UPON ENVIRONMENT-NAME.
026700     ACCEPT  WK-INCRMODE-ENV-VALUE FROM ENVIRONMENT-VALUE.
026700     IF  ( WK-INCRMODE-ENV-VALUE  =  "Y"  OR
026700           WK-INCRMODE-ENV-VALUE  =  "y" )  AND
026700         WK-FROMDATE  =  ZERO
026700         IF  WK-BUSDATE-PREV  =  ZERO
026700             MOVE "FILE-BUSDATE(BUSDATE)" TO  W2-ERR-FILE-NAME
026700             MOVE "  "                   TO  W2-ERR-FILE-STATUS
026700             MOVE "NO PREVIOUS DATE FOR INCRMODE"
026700                                     TO  W2-ERR-MESSAGE
026700             PERFORM ERROR-PROC
026700         END-IF
026700         MOVE  WK-BUSDATE-PREV  TO  WK-FROMDATE
026700         DISPLAY "FROMDATE DEFAULTED TO PREVIOUS BUSINESS DATE : "
026700                 WK-FROMDATE
026700     END-IF.
026697     DISPLAY WK-SORTMODE-ENV-NAME UPON ENVIRONMENT-NAME.
026698     ACCEPT  WK-SORTMODE-ENV-VALUE FROM ENVIRONMENT-VALUE.
026699     IF  WK-SORTMODE-ENV-VALUE  =  "Y"  OR
026763     END-IF.
026764     PERFORM  REL-LOAD-PROC.
026765     PERFORM  RULE-LOAD-PROC.
026765     DISPLAY WK-WAIVONLY-ENV-NAME UPON ENVIRONMENT-NAME.
026765     ACCEPT  WK-WAIVONLY-ENV-VALUE FROM ENVIRONMENT-VALUE.
026765     IF  WK-WAIVONLY-ENV-VALUE  =  "Y"  OR
026765         WK-WAIVONLY-ENV-VALUE  =  "y"
026765         SET  WAIVONLY-MODE  TO  TRUE
026765         PERFORM  WAIVER-LOAD-PROC
026765     END-IF.
026696
026800 JUNBI-999.
026900 EXIT.
030200     DISPLAY "�I���~���b�F" W2-ETIME
030300     DISPLAY "���s�~���b�F" W2-XTIME
030400
030420     MOVE "FILETEST"    TO  O4-RPT-PROGRAM-NAME.
030430     STRING  W4-RUN-YYYY  "-"  W4-RUN-MM  "-"  W4-RUN-DD
030440             DELIMITED BY SIZE  INTO  O4-RPT-RUN-DATE.
030795     MOVE WK-EXCEPTION-COUNTER TO O4-RPT-COUNT-VALUE.
030796     WRITE O4-RPT-COUNT-LINE.
030797     PERFORM SYURYO-CHK-RPT-WRITE.
030797     IF  WAIVONLY-MODE
030797         MOVE "WAIVERS-LOADED"  TO O4-RPT-COUNT-NAME
030797         MOVE WK-WAIVER-COUNT TO O4-RPT-COUNT-VALUE
030797         WRITE O4-RPT-COUNT-LINE
030797         PERFORM SYURYO-CHK-RPT-WRITE
030797         MOVE "WAIVED-EXCEPTION"  TO O4-RPT-COUNT-NAME
030797         MOVE WK-WAIVED-EXC-COUNTER TO O4-RPT-COUNT-VALUE
030797         WRITE O4-RPT-COUNT-LINE
030797         PERFORM SYURYO-CHK-RPT-WRITE
030797         MOVE "WAIVED-CHILDLESS"  TO O4-RPT-COUNT-NAME
030797         MOVE WK-WAIVED-CHLDLS-COUNTER TO O4-RPT-COUNT-VALUE
030797         WRITE O4-RPT-COUNT-LINE
030797         PERFORM SYURYO-CHK-RPT-WRITE
030797     END-IF.
030797     MOVE "EDIT-ERROR"  TO O4-RPT-COUNT-NAME.
030797     MOVE WK-EDIT-E-COUNTER TO O4-RPT-COUNT-VALUE.
030797     WRITE O4-RPT-COUNT-LINE.
039200         PERFORM ERROR-PROC
039300     END-IF.
039400     ADD  1  TO  WK-EXCEPTION-COUNTER.
039406     IF  WAIVONLY-MODE
039412         PERFORM  WAIVER-FIND-PROC
039418         IF  WK-WAIVER-FOUND-FLG  =  "1"
039424             ADD  1  TO  WK-WAIVED-EXC-COUNTER
039430         END-IF
039436     END-IF.
039450     PERFORM TOLERANCE-CHECK-PROC.
039500 EXCEPTION-999.
039600     EXIT.
040450         PERFORM ERROR-PROC
040460     END-IF.
040470     ADD  1  TO  WK-CHILDLESS-TOTAL.
040471     IF  WAIVONLY-MODE
040472         PERFORM  WAIVER-FIND-PROC
040473         IF  WK-WAIVER-FOUND-FLG  =  "1"
040474             ADD  1  TO  WK-WAIVED-CHLDLS-COUNTER
040475         END-IF
040476     END-IF.
040477     COMPUTE  WK-TOL-CHLDLS-TOTAL  =  WK-CHILDLESS-TOTAL
040478              -  WK-WAIVED-CHLDLS-COUNTER.
040480     IF  WK-MAX-CHLDLS  >  ZERO  AND
040490         WK-TOL-CHLDLS-TOTAL  >  WK-MAX-CHLDLS
040500         MOVE "CHILDLESS LIMIT EXCEEDED"  TO  W2-ERR-MESSAGE
040510         PERFORM TOLERANCE-ABORT-PROC
040520     END-IF.
