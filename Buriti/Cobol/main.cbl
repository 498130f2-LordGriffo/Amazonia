001500*               LAST CHECKPOINT), AND SEALS THE WHOLE RUN ONCE
001510*               AT END - NO DUPLICATE SEQUENCES, NO "NO SEAL"
001520*               NIGHT FROM A LEGITIMATE RESTART.
001521* 10/15/26 EM   ADDED REVERSAL CARDS (TI-RECORD-TYPE "R", SEE
001522*               TRANREVR).  BATCH MODE READS THE NAMED ORIGINAL
001523*               FROM CALCHIST AND ACCEPTS THE REVERSAL ONLY WHEN
001524*               IT EXISTS FOR THE SAME DEPARTMENT, IS STATUS OK,
001525*               AND HAS NOT BEEN REVERSED ALREADY (ON THE MASTER
001526*               OR EARLIER IN THIS RUN); OTHERWISE IT REJECTS
001527*               REVNOTFND, REVNOTOK, OR REVDUP TO SUSPENSE.  AN
001528*               ACCEPTED REVERSAL WRITES ITS OWN TRANSOUT AND
001529*               AUDITLOG RECORD, STATUS "REVERSAL", WITH EVERY
001530*               RESULT SIGN-REVERSED, AND A REVLINK RECORD (SEE
001531*               REVLNKRC) SO HistLoad CAN MARK THE ORIGINAL.
001532*               REVERSALS NEVER FEED THE RUNNING AVERAGE OR A
001533*               CHAIN, AND STAY OUT OF THE TRAILER HASH TOTAL.
001534* 10/15/26 EM   MAKER-CHECKER HOLD.  A VALID TRANSACTION WHOSE
001535*               NUM1 OR NUM2 EXCEEDS ITS DEPARTMENT'S
001536*               DM-APPROVAL-LIMIT (BUT NOT THE OPERATOR'S OWN
001537*               LIMIT, WHICH STILL REJECTS OVERLIMIT) IS NO
001538*               LONGER CALCULATED.  IT IS WRITTEN TO PENDAPPR
001539*               (SEE PENDREC) FOR A SECOND PERSON TO DECIDE IN
001540*               ApprRvw, AND GOES OUT ON TRANSOUT AND AUDITLOG
001541*               WITH STATUS "HELD", OPERANDS CARRIED AND ZERO
001542*               RESULTS, SO THE DAY STILL BALANCES.  A HELD ITEM
001543*               NEVER FEEDS THE RUNNING AVERAGE OR A CHAIN.
001544*               ITEMS ON AN "APPR" BATCH (RELEASED BY ApprRvw)
001545*               ARE NOT HELD AGAIN; THE RELEASE SWITCH RIDES ON
001546*               CHKPOINT.  SCRATCH-PAD WORK IS NEVER HELD.
001547* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
001548*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
001549*               RUNRPT BATCH-WINDOW REPORT.
001550* 10/15/26 EM   ADDED OPERATION "AM" - LOAN AMORTIZATION.  ONE
001551*               CARD CARRIES THE PRINCIPAL (NUM1), THE ANNUAL
001552*               RATE IN PERCENT (NUM2), THE NUMBER OF PERIODS
001553*               AND THE PAYMENT FREQUENCY (SEE TRANINRC).  THE
001554*               FULL SCHEDULE - PAYMENT, INTEREST, PRINCIPAL AND
001555*               BALANCE FOR EVERY PERIOD - GOES TO SCHEDOUT (SEE
001556*               SCHEDRC) UNDER THE TRANSACTION ID; THE TOTAL
001557*               INTEREST GOES OUT IN CALC-JUROS-TOTAL ON
001558*               TRANSOUT AND AUDITLOG AND IS THE RESULT A LATER
001559*               CHAINED STEP TAKES.  BAD TERMS REJECT "BADAMORT".
001560*               THE OPERATOR'S ALLOWED OPERATIONS NOW CONTINUE
001561*               INTO OP-ALLOWED-OPS-EXT.
001562* 10/15/26 EM   AN "APPR" BATCH NO LONGER WAVES EVERY CARD PAST THE
001563*               APPROVAL BAND.  THE APPROVALS ("A") ON APPRLOG ARE
001564*               TABLED AT START-UP, AND ONLY A CARD WHOSE
001565*               TI-PRIOR-TXN-ID AND TI-PRIOR-TXN-DATE MATCH ONE OF
001566*               THEM SKIPS THE HOLD - ONCE PER APPROVAL.  ANY OTHER
001567*               CARD IN THE BATCH IS BANDED LIKE ANY DEPARTMENT'S.
001568*               REVLINK AND SCHEDOUT ARE NOW STAMPED WITH THE
001569*               POSTING DATE FROM THE PROCDATE CONTROL RECORD (SEE
001570*               PROCDTRC), THE DATE HistLoad KEYS CALCHIST BY.
001571*               BATCH MODE ENDS RC=12 WHEN PROCDATE CANNOT BE READ.
001572*               CHKPOINT NOW CARRIES THE RECORD COUNTS OF REVLINK,
001573*               PENDAPPR AND SCHEDOUT.  A RESTART CUTS EACH FILE
001574*               BACK TO ITS COUNT (THROUGH RSTWORK) BEFORE THE
001575*               REPLAY, SO NO REPLAYED TRANSACTION IS LINKED, HELD
001576*               OR SCHEDULED TWICE, AND REBUILDS THE TABLE OF THIS
001577*               RUN'S REVERSALS FROM WHAT IS LEFT ON REVLINK.  THE
001578*               SECOND RUNLOG COUNT IS NAMED "CALC", NOT "OK" - IT
001579*               HAS ALWAYS INCLUDED SIZEERR RESULTS.
001580* 10/15/26 EM   A BATCH TRANSACTION ID NOW ENDS IN THE DAY OF ITS
001581*               PROCDATE CYCLE DATE ("B" + SEQUENCE + DD).  THE
001582*               SEQUENCE RESTARTS EVERY RUN AND A WEEKEND CYCLE
001583*               POSTS UNDER THE NEXT BUSINESS DAY, SO WITHOUT THE
001584*               DAY TWO RUNS PUT THE SAME KEY ON CALCHIST.  A "T"
001585*               CARD MAY STILL NAME ITS STEP BY "B" + SEQUENCE.
001586* ----------------------------------------------------------------
001587 ENVIRONMENT DIVISION.
001588 INPUT-OUTPUT SECTION.
001589 FILE-CONTROL.
001590     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
001591         ORGANIZATION IS LINE SEQUENTIAL.
001592     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
001600         ORGANIZATION IS LINE SEQUENTIAL.
001610     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001620         ORGANIZATION IS LINE SEQUENTIAL.
001760         FILE STATUS IS WS-OPERMAST-STATUS.
001770     SELECT SEC-EVT-FILE ASSIGN TO "SECEVT"
001780         ORGANIZATION IS LINE SEQUENTIAL.
001781     SELECT CALC-HIST-FILE ASSIGN TO "CALCHIST"
001782         ORGANIZATION IS INDEXED
001783         ACCESS MODE IS RANDOM
001784         RECORD KEY IS HIST-KEY
001785         FILE STATUS IS WS-HIST-STATUS.
001786     SELECT REV-LINK-FILE ASSIGN TO "REVLINK"
001787         ORGANIZATION IS LINE SEQUENTIAL
001788         FILE STATUS IS WS-REVLINK-STATUS.
001789     SELECT PEND-APPR-FILE ASSIGN TO "PENDAPPR"
001790         ORGANIZATION IS LINE SEQUENTIAL
001791         FILE STATUS IS WS-PENDAPPR-STATUS.
001792     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001793         ORGANIZATION IS LINE SEQUENTIAL
001794         FILE STATUS IS WS-RUNLOG-STATUS.
001795     SELECT SCHEDULE-FILE ASSIGN TO "SCHEDOUT"
001796         ORGANIZATION IS LINE SEQUENTIAL
001797         FILE STATUS IS WS-SCHEDOUT-STATUS.
001798     SELECT APPR-LOG-FILE ASSIGN TO "APPRLOG"
001799         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS WS-APPRLOG-STATUS.
001801     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
001802         ORGANIZATION IS LINE SEQUENTIAL
001803         FILE STATUS IS WS-PROCDATE-STATUS.
001804     SELECT RESTART-WORK-FILE ASSIGN TO "RSTWORK"
001805         ORGANIZATION IS LINE SEQUENTIAL.
001806 DATA DIVISION.
001807 FILE SECTION.
001810 FD  TRANS-IN-FILE.
001820 01  TRAN-IN-RECORD.
001830     COPY TRANINRC.
001840 01  TRAN-IN-CONTROL.
001850     COPY TRANCTLR.
001851 01  TRAN-IN-REVERSAL.
001852     COPY TRANREVR.
001860 FD  TRANS-OUT-FILE.
001870 01  TRAN-OUT-RECORD.
001880     COPY CALCREC.
002130     05  CP-AUD-SEQ              PIC 9(07).
002140     05  CP-AUD-HASH             PIC S9(11)V99
002150                                 SIGN LEADING SEPARATE.
002160     05  CP-RELEASE-SWITCH       PIC X(01).
002161     05  CP-EXTEND-COUNTS.
002162         10  CP-REVLINK-COUNT    PIC 9(07).
002163         10  CP-PENDAPPR-COUNT   PIC 9(07).
002164         10  CP-SCHEDOUT-COUNT   PIC 9(07).
002165     05  FILLER                  PIC X(03).
002170 FD  STREAM-CTL-FILE.
002180 01  STREAM-CTL-RECORD.
002190     COPY STRMREC.
002290 FD  SEC-EVT-FILE.
002300 01  SEC-EVT-RECORD.
002310     COPY SECEVREC.
002311 FD  CALC-HIST-FILE.
002312 01  HIST-RECORD.
002313     COPY HISTREC.
002314     COPY CALCREC.
002315 FD  REV-LINK-FILE.
002316 01  REV-LINK-RECORD.
002317     COPY REVLNKRC.
002318 FD  PEND-APPR-FILE.
002319 01  PEND-APPR-RECORD.
002320     COPY PENDREC.
002321 FD  RUN-LOG-FILE.
002322 01  RUN-LOG-RECORD.
002323     COPY RUNLOGRC.
002324 FD  SCHEDULE-FILE.
002325 01  SCHEDULE-RECORD.
002326     COPY SCHEDRC.
002327 FD  APPR-LOG-FILE.
002328* ApprRvw WRITES EVERY DECISION IN THE PENDREC LAYOUT; ONLY THE
002329* STATUS AND THE HELD ITEM'S KEY ARE NEEDED HERE.
002330 01  APPR-LOG-RECORD.
002331     05  AL-STATUS               PIC X(01).
002332     05  AL-TXN-ID               PIC X(10).
002333     05  AL-HOLD-DATE            PIC X(08).
002334     05  FILLER                  PIC X(151).
002335 FD  PROC-DATE-FILE.
002336 01  PROC-DATE-RECORD.
002337     COPY PROCDTRC.
002338 FD  RESTART-WORK-FILE.
002339 01  RESTART-WORK-RECORD         PIC X(170).
002340 WORKING-STORAGE SECTION.
002341 77  WS-RUNLOG-STATUS        PIC X(02)      VALUE SPACES.
002342 77  WS-RUNLOG-TYPE          PIC X(01)      VALUE SPACES.
002343 77  WS-RUNLOG-DATE          PIC X(08)      VALUE SPACES.
002344 77  WS-RUNLOG-TIME          PIC X(08)      VALUE SPACES.
002345 77  WS-RUNLOG-END-TIME      PIC X(08)      VALUE SPACES.
002346 77  WS-REVLINK-STATUS       PIC X(02)      VALUE SPACES.
002347 77  WS-PENDAPPR-STATUS      PIC X(02)      VALUE SPACES.
002348 77  WS-SCHEDOUT-STATUS      PIC X(02)      VALUE SPACES.
002349 77  WS-APPRLOG-STATUS       PIC X(02)      VALUE SPACES.
002350 77  WS-PROCDATE-STATUS      PIC X(02)      VALUE SPACES.
002351 77  WS-POST-DATE            PIC X(08)      VALUE SPACES.
002352 77  WS-REVLINK-COUNT        PIC 9(07)      VALUE ZERO.
002353 77  WS-PENDAPPR-COUNT       PIC 9(07)      VALUE ZERO.
002354 77  WS-SCHEDOUT-COUNT       PIC 9(07)      VALUE ZERO.
002355 77  WS-COPY-COUNT           PIC 9(07)      VALUE ZERO.
002356 77  WS-DROP-COUNT           PIC 9(07)      VALUE ZERO.
002357 77  WS-TRIM-SWITCH          PIC X(01)      VALUE "N".
002358     88  WS-TRIM-EXTEND          VALUE "Y".
002359 77  WS-XFILE-EOF-SWITCH     PIC X(01)      VALUE "N".
002360     88  WS-XFILE-END            VALUE "Y".
002361 77  WS-RSTWORK-EOF-SWITCH   PIC X(01)      VALUE "N".
002362     88  WS-RSTWORK-END          VALUE "Y".
002363 01  WS-NUM1-TEXT            PIC X(13).
002364 01  WS-NUM1-EDIT REDEFINES WS-NUM1-TEXT.
002365     05  WS-NUM1-SIGN            PIC X(01).
002366     05  WS-NUM1-WHOLE           PIC 9(09).
002370     05  WS-NUM1-DOT             PIC X(01).
002380     05  WS-NUM1-DEC             PIC 9(02).
002390 01  WS-NUM2-TEXT            PIC X(13).
002510 01  Res                     PIC S9(9)V99.
002520 01  Percentual              PIC S9(9)V99.
002530 01  MediaMovel              PIC S9(9)V99.
002535 01  JurosTotal              PIC S9(9)V99.
002540 01  WS-EDIT-RESULT          PIC -(9)9.99.
002550 01  WS-DATE                 PIC X(08).
002560 01  WS-TIME                 PIC X(08).
002610     05  WS-DEPT-COUNT           PIC 9(03)  VALUE ZERO.
002620     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
002630         10  WS-DEPT-TBL-CODE    PIC X(04).
002633         10  WS-DEPT-TBL-APPROVAL
002636                                 PIC 9(09)V99.
002640 01  WS-TXN-SEQ              PIC 9(07)      VALUE ZERO.
002650 01  WS-TXN-ID               PIC X(10)      VALUE SPACES.
002660 77  WS-RUN-MODE             PIC X(01).
002840     88  WS-OP-MODULUS           VALUE "MD".
002850     88  WS-OP-PERCENT           VALUE "PC".
002860     88  WS-OP-AVERAGE           VALUE "AV".
002865     88  WS-OP-AMORTIZE          VALUE "AM".
002870 77  WS-RUNNING-SUM          PIC S9(11)V99  VALUE ZERO.
002880 77  WS-RUNNING-COUNT        PIC 9(07)      VALUE ZERO.
002890 77  WS-CHECKPOINT-STATUS    PIC X(02)      VALUE SPACES.
003260         10  WS-CH-TXN-ID        PIC X(10).
003270         10  WS-CH-RESULT        PIC S9(9)V99.
003280         10  WS-CH-VALID         PIC X(01).
003281 77  WS-REV-SUB              PIC 9(05)      VALUE ZERO.
003282 77  WS-REV-FOUND-SWITCH     PIC X(01)      VALUE "N".
003283     88  WS-REV-FOUND            VALUE "Y".
003284 01  WS-REV-TABLE.
003285     05  WS-REV-COUNT            PIC 9(05)  VALUE ZERO.
003286     05  WS-REV-ENTRY OCCURS 2000 TIMES.
003287         10  WS-RV-TXN-ID        PIC X(10).
003288         10  WS-RV-POST-DATE     PIC X(08).
003289 77  WS-APPR-SUB             PIC 9(05)      VALUE ZERO.
003290 77  WS-APPR-NEXT            PIC 9(05)      VALUE ZERO.
003291 77  WS-APPR-FOUND-SWITCH    PIC X(01)      VALUE "N".
003292     88  WS-APPR-FOUND           VALUE "Y".
003293 77  WS-APPRLOG-EOF-SWITCH   PIC X(01)      VALUE "N".
003294     88  WS-APPRLOG-END          VALUE "Y".
003295 01  WS-APPR-TABLE.
003296     05  WS-APPR-COUNT           PIC 9(05)  VALUE ZERO.
003297     05  WS-APPR-ENTRY OCCURS 5000 TIMES.
003298         10  WS-AP-TXN-ID        PIC X(10).
003299         10  WS-AP-HOLD-DATE     PIC X(08).
003300         10  WS-AP-USED          PIC X(01).
003303 77  WS-OPERMAST-STATUS      PIC X(02)      VALUE SPACES.
003306 77  WS-OPER-EOF-SWITCH      PIC X(01)      VALUE "N".
003310     88  WS-OPER-END-OF-FILE     VALUE "Y".
003320 77  WS-OPER-FOUND-SWITCH    PIC X(01)      VALUE "N".
003330     88  WS-OPER-FOUND           VALUE "Y".
003360     88  WS-AUTH-FOUND           VALUE "Y".
003370 77  WS-OPER-MAX-AMOUNT      PIC 9(09)V99   VALUE ZERO.
003380 77  WS-ABS-WORK             PIC 9(09)V99   VALUE ZERO.
003390 01  WS-OPER-ALLOWED-OPS.
003393     05  WS-OPER-ALLOWED-BASE    PIC X(16)      VALUE SPACES.
003396     05  WS-OPER-ALLOWED-EXT     PIC X(08)      VALUE SPACES.
003400 01  WS-OPER-ALLOWED-TABLE REDEFINES WS-OPER-ALLOWED-OPS.
003410     05  WS-ALLOWED-OP           PIC X(02) OCCURS 12 TIMES.
003420 77  WS-STRMCTL-STATUS       PIC X(02)      VALUE SPACES.
003430 77  WS-STREAM-NO            PIC 9(02)      VALUE ZERO.
003440 77  WS-STREAM-BASE-SEQ      PIC 9(07)      VALUE ZERO.
003480     88  WS-BOOK-SCRATCH         VALUE "S".
003490 77  WS-SESSION-TIME         PIC X(06)      VALUE SPACES.
003500 77  WS-SEQ-LOW              PIC 9(03)      VALUE ZERO.
003505 77  WS-CYCLE-DAY            PIC X(02)      VALUE SPACES.
003510 77  WS-DEPT-TEXT            PIC X(10)      VALUE SPACES.
003520 77  WS-SEC-EVENT-TYPE       PIC X(09)      VALUE SPACES.
003530 77  WS-SEC-DETAIL           PIC X(20)      VALUE SPACES.
003610 77  WS-CKPT-INTERVAL        PIC 9(05)      VALUE 100.
003620 77  WS-SKIP-COUNT           PIC 9(07)      VALUE ZERO.
003630 77  WS-SKIP-INDEX           PIC 9(07)      VALUE ZERO.
003631 77  WS-HIST-STATUS          PIC X(02)      VALUE SPACES.
003632 77  WS-HIST-OPEN-SWITCH     PIC X(01)      VALUE "N".
003633     88  WS-HIST-OPEN            VALUE "Y".
003634 77  WS-REVERSAL-SWITCH      PIC X(01)      VALUE "N".
003635     88  WS-REVERSAL-CARD        VALUE "Y".
003636 77  WS-HOLD-SWITCH          PIC X(01)      VALUE "N".
003637     88  WS-HOLD-ITEM            VALUE "Y".
003638 77  WS-RELEASE-SWITCH       PIC X(01)      VALUE "N".
003639     88  WS-RELEASE-BATCH        VALUE "Y".
003640 77  WS-APPROVAL-LIMIT       PIC 9(09)V99   VALUE ZERO.
003641 77  WS-HOLD-AMOUNT          PIC 9(09)V99   VALUE ZERO.
003642* HELD CARD IMAGE FOR PENDAPPR - SAME LAYOUT AS TRANINRC
003643 01  WS-HOLD-CARD.
003644     05  WS-HC-RECORD-TYPE       PIC X(01).
003645     05  WS-HC-DEPT-CODE         PIC X(04).
003646     05  WS-HC-NUM1              PIC X(13).
003647     05  WS-HC-NUM2              PIC X(13).
003648     05  WS-HC-OPERATION-SEL     PIC X(02).
003649     05  WS-HC-CHAIN-FLAG        PIC X(01).
003650     05  WS-HC-CHAIN-TXN-ID      PIC X(10).
003651     05  FILLER                  PIC X(18).
003652     05  WS-HC-AMORT-PERIODS     PIC X(03).
003653     05  WS-HC-AMORT-FREQ        PIC X(01).
003654     05  FILLER                  PIC X(14).
003655 01  WS-HOLD-NUM1-EDIT.
003656     05  WS-HN-SIGN              PIC X(01).
003657     05  WS-HN-WHOLE             PIC 9(09).
003658     05  WS-HN-DOT               PIC X(01)      VALUE ".".
003659     05  WS-HN-DEC               PIC 9(02).
003660* LOAN AMORTIZATION ("AM") TERMS AND SCHEDULE WORK FIELDS
003661 01  WS-AMORT-PERIODS-TEXT   PIC X(03)      VALUE SPACES.
003662 01  WS-AMORT-PERIODS REDEFINES WS-AMORT-PERIODS-TEXT
003663                             PIC 9(03).
003664 77  WS-AMORT-FREQ           PIC X(01)      VALUE SPACES.
003665 77  WS-AMORT-PER-YEAR       PIC 9(02)      VALUE ZERO.
003666 77  WS-AMORT-PERIOD         PIC 9(03)      VALUE ZERO.
003667 77  WS-AMORT-RATE           PIC 9(01)V9(12) VALUE ZERO.
003668 77  WS-AMORT-DISCOUNT       PIC 9(01)V9(15) VALUE ZERO.
003669 77  WS-AMORT-PAYMENT        PIC S9(9)V99   VALUE ZERO.
003670 77  WS-AMORT-TOTAL-PAY      PIC S9(9)V99   VALUE ZERO.
003671 77  WS-AMORT-ROW-PAY        PIC S9(9)V99   VALUE ZERO.
003672 77  WS-AMORT-INTEREST       PIC S9(9)V99   VALUE ZERO.
003673 77  WS-AMORT-PRINCIPAL      PIC S9(9)V99   VALUE ZERO.
003674 77  WS-AMORT-BALANCE        PIC S9(9)V99   VALUE ZERO.
003675 01  WS-AMORT-LINE.
003676     05  FILLER                  PIC X(04)      VALUE "AM: ".
003677     05  WS-AL-PERIOD            PIC ZZ9.
003678     05  FILLER                  PIC X(01)      VALUE SPACE.
003679     05  WS-AL-PAYMENT           PIC -(9)9.99.
003680     05  FILLER                  PIC X(01)      VALUE SPACE.
003681     05  WS-AL-INTEREST          PIC -(9)9.99.
003682     05  FILLER                  PIC X(01)      VALUE SPACE.
003683     05  WS-AL-PRINCIPAL         PIC -(9)9.99.
003684     05  FILLER                  PIC X(01)      VALUE SPACE.
003685     05  WS-AL-BALANCE           PIC -(9)9.99.
003687 PROCEDURE DIVISION.
003689 0000-MAINLINE.
003691     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003693     IF WS-BATCH-MODE
003695         PERFORM 2000-BATCH-PROCESS THRU 2000-EXIT
003697         UNTIL WS-END-OF-FILE
003700     ELSE
003710         PERFORM 3000-INTERACTIVE-PROCESS THRU 3000-EXIT
003720         UNTIL WS-CONTINUE-NO
003980     IF WS-BATCH-MODE
003990         ACCEPT WS-RESTART-PARM FROM COMMAND-LINE
004000         PERFORM 1150-READ-STREAM-CTL THRU 1150-EXIT
004003         PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
004006         PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT
004010         PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT
004015         PERFORM 1600-LOAD-APPROVALS THRU 1600-EXIT
004020         OPEN INPUT TRANS-IN-FILE
004021         PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT
004030         IF WS-RESTART-PARM = "RESTART"
004040             PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
004041             IF WS-TRIM-EXTEND
004042                 PERFORM 1190-TRIM-EXTEND-FILES THRU 1190-EXIT
004043             ELSE
004044                 PERFORM 1180-COUNT-EXTEND-FILES THRU 1180-EXIT
004045             END-IF
004050             OPEN EXTEND TRANS-OUT-FILE
004060             OPEN EXTEND SUSPENSE-FILE
004070             PERFORM 2050-SKIP-RECORD THRU 2050-EXIT
004090                 UNTIL WS-SKIP-INDEX > WS-SKIP-COUNT
004100                     OR WS-END-OF-FILE
004110         ELSE
004115             PERFORM 1180-COUNT-EXTEND-FILES THRU 1180-EXIT
004120             OPEN OUTPUT TRANS-OUT-FILE
004130             OPEN EXTEND SUSPENSE-FILE
004140         END-IF
004142         OPEN EXTEND REV-LINK-FILE
004144         OPEN EXTEND SCHEDULE-FILE
004146         OPEN EXTEND PEND-APPR-FILE
004150         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
004160     END-IF.
004170     IF WS-INTERACTIVE-MODE
004180         ACCEPT WS-TIME FROM TIME
004190         MOVE WS-TIME (1:6) TO WS-SESSION-TIME
004200         PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT
004205         PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT
004210         OPEN EXTEND TRANS-OUT-FILE
004215         OPEN EXTEND PEND-APPR-FILE
004217         OPEN EXTEND SCHEDULE-FILE
004220     END-IF.
004230     PERFORM 1400-BUILD-AUDIT-RUN-ID THRU 1400-EXIT.
004231* WRITE THE FIRST CHECKPOINT NOW, NOT AT TRANSACTION 100 - AN
004236         PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
004237     END-IF.
004240 1000-EXIT.
004241     EXIT.
004242 1050-READ-PROC-DATE.
004243* REVLINK AND SCHEDOUT CARRY THE DATE HistLoad WILL POST UNDER.
004244* A BATCH RUN POSTS TO ITS CYCLE'S PD-POST-DATE.  DAYTIME WORK IS
004245* PICKED UP BY THE COMING NIGHT'S CYCLE, SO ONCE THE CLOCK IS PAST
004246* THE LAST CYCLE'S POSTING DATE IT POSTS TO THE NEXT BUSINESS DAY.
004247     ACCEPT WS-DATE FROM DATE YYYYMMDD.
004248     OPEN INPUT PROC-DATE-FILE.
004249     IF WS-PROCDATE-STATUS = "00"
004250         READ PROC-DATE-FILE
004251             AT END
004252                 MOVE "10" TO WS-PROCDATE-STATUS
004253         END-READ
004254         CLOSE PROC-DATE-FILE
004255     END-IF.
004256     IF WS-PROCDATE-STATUS = "00"
004257         MOVE PD-POST-DATE TO WS-POST-DATE
004258         MOVE PD-CYCLE-DATE (7:2) TO WS-CYCLE-DAY
004259         IF WS-INTERACTIVE-MODE
004260             AND WS-DATE > PD-POST-DATE
004261             MOVE PD-NEXT-BUS-DATE TO WS-POST-DATE
004262         END-IF
004263     END-IF.
004264     IF WS-PROCDATE-STATUS = "00"
004265         AND WS-POST-DATE NUMERIC
004266         GO TO 1050-EXIT
004267     END-IF.
004268     DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
004269         WS-PROCDATE-STATUS.
004270     IF WS-INTERACTIVE-MODE
004271         DISPLAY "SCHEDULES DATED WITH TODAY'S DATE"
004272         MOVE WS-DATE TO WS-POST-DATE
004273         GO TO 1050-EXIT
004274     END-IF.
004275     DISPLAY "RUN PROCDT FIRST - RUN REFUSED".
004276     CLOSE AUDIT-LOG-FILE.
004277     CLOSE SEC-EVT-FILE.
004278     MOVE 12 TO RETURN-CODE.
004279     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
004280     STOP RUN.
004281 1050-EXIT.
004282     EXIT.
004283 1100-READ-CHECKPOINT.
004284     MOVE ZERO TO WS-SKIP-COUNT.
004285     OPEN INPUT CHECKPOINT-FILE.
004290     IF WS-CHECKPOINT-STATUS = "00"
004300         READ CHECKPOINT-FILE
004310             AT END
004440                 MOVE SPACES TO CP-AUD-RUN-ID
004450                 MOVE ZERO   TO CP-AUD-SEQ
004460                 MOVE ZERO   TO CP-AUD-HASH
004463                 MOVE SPACES TO CP-RELEASE-SWITCH
004466                 MOVE SPACES TO CP-EXTEND-COUNTS
004470                 DISPLAY "CHECKPOINT FILE EMPTY - STARTING AT TOP"
004480         END-READ
004490         MOVE CP-LAST-TXN-SEQ   TO WS-SKIP-COUNT
004630             MOVE CP-BATCH-ACT-COUNT TO WS-BATCH-ACT-COUNT
004640             MOVE CP-BATCH-ACT-HASH  TO WS-BATCH-ACT-HASH
004650             MOVE CP-STRAY-SWITCH    TO WS-STRAY-SWITCH
004655             MOVE CP-RELEASE-SWITCH  TO WS-RELEASE-SWITCH
004660             IF CP-LAST-VALID = "Y" OR CP-LAST-VALID = "N"
004670                 MOVE CP-LAST-RESULT TO WS-LAST-RESULT
004680                 MOVE CP-LAST-VALID  TO WS-LAST-VALID-SWITCH
004690             END-IF
004691         END-IF
004692         IF CP-REVLINK-COUNT NUMERIC
004693             AND CP-PENDAPPR-COUNT NUMERIC
004694             AND CP-SCHEDOUT-COUNT NUMERIC
004695             MOVE CP-REVLINK-COUNT  TO WS-REVLINK-COUNT
004696             MOVE CP-PENDAPPR-COUNT TO WS-PENDAPPR-COUNT
004697             MOVE CP-SCHEDOUT-COUNT TO WS-SCHEDOUT-COUNT
004698             SET WS-TRIM-EXTEND TO TRUE
004700         END-IF
004710         IF CP-AUD-RUN-ID NOT = SPACES
004720             AND CP-AUD-SEQ NUMERIC
005580     END-ADD.
005590 1170-EXIT.
005600     EXIT.
005601* ----------------------------------------------------------------
005602* REVLINK, PENDAPPR AND SCHEDOUT ARE APPENDED TO (DISP=MOD), AND
005603* MAY ALREADY HOLD EARLIER RUNS' RECORDS.  A FRESH RUN COUNTS WHAT
005604* IS THERE SO EVERY CHECKPOINT CAN RECORD HOW FAR EACH FILE HAD
005605* GOT.  ON A RESTART WITH NO USABLE COUNTS ON CHKPOINT THE FILES
005606* ARE COUNTED AS THEY STAND.
005607* ----------------------------------------------------------------
005608 1180-COUNT-EXTEND-FILES.
005609     MOVE ZERO TO WS-REVLINK-COUNT.
005610     MOVE ZERO TO WS-PENDAPPR-COUNT.
005611     MOVE ZERO TO WS-SCHEDOUT-COUNT.
005612     OPEN INPUT REV-LINK-FILE.
005613     IF WS-REVLINK-STATUS = "00"
005614         MOVE "N" TO WS-XFILE-EOF-SWITCH
005615         PERFORM 1181-COUNT-REVLINK THRU 1181-EXIT
005616             UNTIL WS-XFILE-END
005617         CLOSE REV-LINK-FILE
005618     END-IF.
005619     OPEN INPUT PEND-APPR-FILE.
005620     IF WS-PENDAPPR-STATUS = "00"
005621         MOVE "N" TO WS-XFILE-EOF-SWITCH
005622         PERFORM 1182-COUNT-PENDAPPR THRU 1182-EXIT
005623             UNTIL WS-XFILE-END
005624         CLOSE PEND-APPR-FILE
005625     END-IF.
005626     OPEN INPUT SCHEDULE-FILE.
005627     IF WS-SCHEDOUT-STATUS = "00"
005628         MOVE "N" TO WS-XFILE-EOF-SWITCH
005629         PERFORM 1183-COUNT-SCHEDOUT THRU 1183-EXIT
005630             UNTIL WS-XFILE-END
005631         CLOSE SCHEDULE-FILE
005632     END-IF.
005633 1180-EXIT.
005634     EXIT.
005635 1181-COUNT-REVLINK.
005636     READ REV-LINK-FILE
005637         AT END
005638             SET WS-XFILE-END TO TRUE
005639             GO TO 1181-EXIT
005640     END-READ.
005641     ADD 1 TO WS-REVLINK-COUNT.
005642     IF WS-RESTART-PARM = "RESTART"
005643         PERFORM 1185-TABLE-REVERSAL THRU 1185-EXIT
005644     END-IF.
005645 1181-EXIT.
005646     EXIT.
005647 1182-COUNT-PENDAPPR.
005648     READ PEND-APPR-FILE
005649         AT END
005650             SET WS-XFILE-END TO TRUE
005651             GO TO 1182-EXIT
005652     END-READ.
005653     ADD 1 TO WS-PENDAPPR-COUNT.
005654 1182-EXIT.
005655     EXIT.
005656 1183-COUNT-SCHEDOUT.
005657     READ SCHEDULE-FILE
005658         AT END
005659             SET WS-XFILE-END TO TRUE
005660             GO TO 1183-EXIT
005661     END-READ.
005662     ADD 1 TO WS-SCHEDOUT-COUNT.
005663 1183-EXIT.
005664     EXIT.
005665 1185-TABLE-REVERSAL.
005666     IF WS-REV-COUNT < 2000
005667         ADD 1 TO WS-REV-COUNT
005668         MOVE RL-ORIG-TXN-ID    TO WS-RV-TXN-ID (WS-REV-COUNT)
005669         MOVE RL-ORIG-POST-DATE TO WS-RV-POST-DATE (WS-REV-COUNT)
005670     END-IF.
005671 1185-EXIT.
005672     EXIT.
005673* ----------------------------------------------------------------
005674* RESTART.  THE ABENDED RUN KEPT APPENDING AFTER ITS LAST
005675* CHECKPOINT, AND THE TRANSACTIONS BEHIND THOSE RECORDS ARE ABOUT
005676* TO BE REPLAYED.  EACH FILE IS COPIED TO RSTWORK AND BACK AGAIN
005677* ONLY AS FAR AS THE COUNT ON CHKPOINT, SO THE REPLAY WRITES THEM
005678* ONCE.  THE REVERSALS LEFT ON REVLINK REFILL WS-REV-TABLE, SO A
005679* REVERSAL ACCEPTED BEFORE THE CHECKPOINT IS STILL A REVDUP.
005680* THE COPY BACK IS AN OPEN OUTPUT, WHICH ONLY STARTS THE FILE
005681* AGAIN WHEN THE DD IS DISP=OLD - A RESTART SWAPS REVLINK,
005682* PENDAPPR AND SCHEDOUT TO THEIR RESTART DDS (SEE ARITHBAT).
005683* ----------------------------------------------------------------
005684 1190-TRIM-EXTEND-FILES.
005685     OPEN INPUT REV-LINK-FILE.
005686     IF WS-REVLINK-STATUS = "00"
005687         OPEN OUTPUT RESTART-WORK-FILE
005688         MOVE "N" TO WS-XFILE-EOF-SWITCH
005689         MOVE ZERO TO WS-COPY-COUNT
005690         PERFORM 1191-SAVE-REVLINK THRU 1191-EXIT
005691             UNTIL WS-XFILE-END
005692         CLOSE REV-LINK-FILE
005693         CLOSE RESTART-WORK-FILE
005694         MOVE WS-COPY-COUNT TO WS-DROP-COUNT
005695         OPEN INPUT RESTART-WORK-FILE
005696         OPEN OUTPUT REV-LINK-FILE
005697         MOVE "N" TO WS-RSTWORK-EOF-SWITCH
005698         MOVE ZERO TO WS-COPY-COUNT
005699         PERFORM 1192-KEEP-REVLINK THRU 1192-EXIT
005700             UNTIL WS-RSTWORK-END
005701                 OR WS-COPY-COUNT = WS-REVLINK-COUNT
005702         CLOSE RESTART-WORK-FILE
005703         CLOSE REV-LINK-FILE
005704         MOVE WS-COPY-COUNT TO WS-REVLINK-COUNT
005705         SUBTRACT WS-COPY-COUNT FROM WS-DROP-COUNT
005706         DISPLAY "REVLINK  - " WS-DROP-COUNT
005707             " RECORDS PAST THE CHECKPOINT DROPPED"
005708     ELSE
005709         MOVE ZERO TO WS-REVLINK-COUNT
005710     END-IF.
005711     OPEN INPUT PEND-APPR-FILE.
005712     IF WS-PENDAPPR-STATUS = "00"
005713         OPEN OUTPUT RESTART-WORK-FILE
005714         MOVE "N" TO WS-XFILE-EOF-SWITCH
005715         MOVE ZERO TO WS-COPY-COUNT
005716         PERFORM 1193-SAVE-PENDAPPR THRU 1193-EXIT
005717             UNTIL WS-XFILE-END
005718         CLOSE PEND-APPR-FILE
005719         CLOSE RESTART-WORK-FILE
005720         MOVE WS-COPY-COUNT TO WS-DROP-COUNT
005721         OPEN INPUT RESTART-WORK-FILE
005722         OPEN OUTPUT PEND-APPR-FILE
005723         MOVE "N" TO WS-RSTWORK-EOF-SWITCH
005724         MOVE ZERO TO WS-COPY-COUNT
005725         PERFORM 1194-KEEP-PENDAPPR THRU 1194-EXIT
005726             UNTIL WS-RSTWORK-END
005727                 OR WS-COPY-COUNT = WS-PENDAPPR-COUNT
005728         CLOSE RESTART-WORK-FILE
005729         CLOSE PEND-APPR-FILE
005730         MOVE WS-COPY-COUNT TO WS-PENDAPPR-COUNT
005731         SUBTRACT WS-COPY-COUNT FROM WS-DROP-COUNT
005732         DISPLAY "PENDAPPR - " WS-DROP-COUNT
005733             " RECORDS PAST THE CHECKPOINT DROPPED"
005734     ELSE
005735         MOVE ZERO TO WS-PENDAPPR-COUNT
005736     END-IF.
005737     OPEN INPUT SCHEDULE-FILE.
005738     IF WS-SCHEDOUT-STATUS = "00"
005739         OPEN OUTPUT RESTART-WORK-FILE
005740         MOVE "N" TO WS-XFILE-EOF-SWITCH
005741         MOVE ZERO TO WS-COPY-COUNT
005742         PERFORM 1195-SAVE-SCHEDOUT THRU 1195-EXIT
005743             UNTIL WS-XFILE-END
005744         CLOSE SCHEDULE-FILE
005745         CLOSE RESTART-WORK-FILE
005746         MOVE WS-COPY-COUNT TO WS-DROP-COUNT
005747         OPEN INPUT RESTART-WORK-FILE
005748         OPEN OUTPUT SCHEDULE-FILE
005749         MOVE "N" TO WS-RSTWORK-EOF-SWITCH
005750         MOVE ZERO TO WS-COPY-COUNT
005751         PERFORM 1196-KEEP-SCHEDOUT THRU 1196-EXIT
005752             UNTIL WS-RSTWORK-END
005753                 OR WS-COPY-COUNT = WS-SCHEDOUT-COUNT
005754         CLOSE RESTART-WORK-FILE
005755         CLOSE SCHEDULE-FILE
005756         MOVE WS-COPY-COUNT TO WS-SCHEDOUT-COUNT
005757         SUBTRACT WS-COPY-COUNT FROM WS-DROP-COUNT
005758         DISPLAY "SCHEDOUT - " WS-DROP-COUNT
005759             " RECORDS PAST THE CHECKPOINT DROPPED"
005760     ELSE
005761         MOVE ZERO TO WS-SCHEDOUT-COUNT
005762     END-IF.
005763 1190-EXIT.
005764     EXIT.
005765 1191-SAVE-REVLINK.
005766     READ REV-LINK-FILE
005767         AT END
005768             SET WS-XFILE-END TO TRUE
005769             GO TO 1191-EXIT
005770     END-READ.
005771     MOVE REV-LINK-RECORD TO RESTART-WORK-RECORD.
005772     WRITE RESTART-WORK-RECORD.
005773     ADD 1 TO WS-COPY-COUNT.
005774 1191-EXIT.
005775     EXIT.
005776 1192-KEEP-REVLINK.
005777     READ RESTART-WORK-FILE
005778         AT END
005779             SET WS-RSTWORK-END TO TRUE
005780             GO TO 1192-EXIT
005781     END-READ.
005782     MOVE RESTART-WORK-RECORD TO REV-LINK-RECORD.
005783     WRITE REV-LINK-RECORD.
005784     ADD 1 TO WS-COPY-COUNT.
005785     PERFORM 1185-TABLE-REVERSAL THRU 1185-EXIT.
005786 1192-EXIT.
005787     EXIT.
005788 1193-SAVE-PENDAPPR.
005789     READ PEND-APPR-FILE
005790         AT END
005791             SET WS-XFILE-END TO TRUE
005792             GO TO 1193-EXIT
005793     END-READ.
005794     MOVE PEND-APPR-RECORD TO RESTART-WORK-RECORD.
005795     WRITE RESTART-WORK-RECORD.
005796     ADD 1 TO WS-COPY-COUNT.
005797 1193-EXIT.
005798     EXIT.
005799 1194-KEEP-PENDAPPR.
005800     READ RESTART-WORK-FILE
005801         AT END
005802             SET WS-RSTWORK-END TO TRUE
005803             GO TO 1194-EXIT
005804     END-READ.
005805     MOVE RESTART-WORK-RECORD TO PEND-APPR-RECORD.
005806     WRITE PEND-APPR-RECORD.
005807     ADD 1 TO WS-COPY-COUNT.
005808 1194-EXIT.
005809     EXIT.
005810 1195-SAVE-SCHEDOUT.
005811     READ SCHEDULE-FILE
005812         AT END
005813             SET WS-XFILE-END TO TRUE
005814             GO TO 1195-EXIT
005815     END-READ.
005816     MOVE SCHEDULE-RECORD TO RESTART-WORK-RECORD.
005817     WRITE RESTART-WORK-RECORD.
005818     ADD 1 TO WS-COPY-COUNT.
005819 1195-EXIT.
005820     EXIT.
005821 1196-KEEP-SCHEDOUT.
005822     READ RESTART-WORK-FILE
005823         AT END
005824             SET WS-RSTWORK-END TO TRUE
005825             GO TO 1196-EXIT
005826     END-READ.
005827     MOVE RESTART-WORK-RECORD TO SCHEDULE-RECORD.
005828     WRITE SCHEDULE-RECORD.
005829     ADD 1 TO WS-COPY-COUNT.
005830 1196-EXIT.
005831     EXIT.
005832 1200-LOAD-DEPT-TABLE.
005833     MOVE ZERO TO WS-DEPT-COUNT.
005834     ACCEPT WS-DATE FROM DATE YYYYMMDD.
005835     OPEN INPUT DEPT-MAST-FILE.
005836     IF WS-DEPTMAST-STATUS NOT = "00"
005837         DISPLAY "DEPARTMENT MASTER NOT AVAILABLE - STATUS "
005838             WS-DEPTMAST-STATUS
005839         DISPLAY "RUN REFUSED - DEPARTMENT CODES CANNOT BE "
005840             "VALIDATED"
005841         MOVE 12 TO RETURN-CODE
005842         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
005843         STOP RUN
005844     END-IF.
005845     PERFORM 1250-READ-DEPT-MASTER THRU 1250-EXIT
005846         UNTIL WS-DEPT-END-OF-FILE.
005847     CLOSE DEPT-MAST-FILE.
005848 1200-EXIT.
005849     EXIT.
005850 1250-READ-DEPT-MASTER.
005851     READ DEPT-MAST-FILE
005852         AT END
005853             SET WS-DEPT-END-OF-FILE TO TRUE
005854             GO TO 1250-EXIT
005855     END-READ.
005856     IF DM-STATUS = "A"
005857         AND (DM-EFF-FROM = SPACES OR DM-EFF-FROM NOT > WS-DATE)
005860         AND (DM-EFF-TO = SPACES OR DM-EFF-TO NOT < WS-DATE)
005870         IF WS-DEPT-COUNT < 50
005880             ADD 1 TO WS-DEPT-COUNT
005890             MOVE DM-DEPT-CODE
005900                 TO WS-DEPT-TBL-CODE (WS-DEPT-COUNT)
005901             IF DM-APPROVAL-LIMIT NUMERIC
005902                 MOVE DM-APPROVAL-LIMIT
005903                     TO WS-DEPT-TBL-APPROVAL (WS-DEPT-COUNT)
005904             ELSE
005905                 MOVE ZERO TO WS-DEPT-TBL-APPROVAL (WS-DEPT-COUNT)
005906             END-IF
005910         ELSE
005920             DISPLAY "DEPARTMENT TABLE FULL - " DM-DEPT-CODE
005930                 " NOT LOADED"
006300     IF OP-OPERATOR-ID = WS-OPERATOR-ID
006310         AND OP-STATUS = "A"
006320         SET WS-OPER-FOUND TO TRUE
006330         MOVE OP-ALLOWED-OPS TO WS-OPER-ALLOWED-BASE
006335         MOVE OP-ALLOWED-OPS-EXT TO WS-OPER-ALLOWED-EXT
006340         IF OP-MAX-AMOUNT NUMERIC
006350             MOVE OP-MAX-AMOUNT TO WS-OPER-MAX-AMOUNT
006360         ELSE
006520         DELIMITED BY SIZE INTO WS-AUD-RUN-ID.
006530 1400-EXIT.
006540     EXIT.
006541 1500-OPEN-HISTORY.
006542     OPEN INPUT CALC-HIST-FILE.
006543     IF WS-HIST-STATUS = "00"
006544         SET WS-HIST-OPEN TO TRUE
006545     ELSE
006546         DISPLAY "CALCHIST NOT AVAILABLE - STATUS " WS-HIST-STATUS
006547             " - REVERSAL CARDS WILL REJECT REVNOTFND"
006548     END-IF.
006549 1500-EXIT.
006550     EXIT.
006551* ----------------------------------------------------------------
006552* EVERY APPROVAL ("A") ApprRvw HAS LOGGED, KEYED BY THE HELD ITEM'S
006553* TRANSACTION ID AND HOLD DATE - THE SAME PAIR THE RELEASED CARD
006554* CARRIES IN TI-PRIOR-TXN-ID/TI-PRIOR-TXN-DATE.  APPRLOG ONLY
006555* GROWS, SO ONCE THE TABLE IS FULL THE OLDEST ENTRY IS REUSED; AN
006556* APPROVAL THAT OLD WAS RELEASED LONG AGO.
006557* ----------------------------------------------------------------
006558 1600-LOAD-APPROVALS.
006559     MOVE ZERO TO WS-APPR-COUNT.
006560     MOVE ZERO TO WS-APPR-NEXT.
006561     OPEN INPUT APPR-LOG-FILE.
006562     IF WS-APPRLOG-STATUS NOT = "00"
006563         DISPLAY "APPRLOG NOT AVAILABLE - STATUS "
006564             WS-APPRLOG-STATUS
006565             " - APPR BATCH ITEMS GO THROUGH THE APPROVAL BAND"
006566         GO TO 1600-EXIT
006567     END-IF.
006568     PERFORM 1650-READ-APPROVAL THRU 1650-EXIT
006569         UNTIL WS-APPRLOG-END.
006570     CLOSE APPR-LOG-FILE.
006571 1600-EXIT.
006572     EXIT.
006573 1650-READ-APPROVAL.
006574     READ APPR-LOG-FILE
006575         AT END
006576             SET WS-APPRLOG-END TO TRUE
006577             GO TO 1650-EXIT
006578     END-READ.
006579     IF AL-STATUS NOT = "A"
006580         GO TO 1650-EXIT
006581     END-IF.
006582     ADD 1 TO WS-APPR-NEXT.
006583     IF WS-APPR-NEXT > 5000
006584         MOVE 1 TO WS-APPR-NEXT
006585     END-IF.
006586     IF WS-APPR-COUNT < 5000
006587         ADD 1 TO WS-APPR-COUNT
006588     END-IF.
006589     MOVE AL-TXN-ID    TO WS-AP-TXN-ID (WS-APPR-NEXT).
006590     MOVE AL-HOLD-DATE TO WS-AP-HOLD-DATE (WS-APPR-NEXT).
006591     MOVE "N"          TO WS-AP-USED (WS-APPR-NEXT).
006592 1650-EXIT.
006593     EXIT.
006594 2000-BATCH-PROCESS.
006595     IF TI-RECORD-TYPE = "H"
006596         PERFORM 2400-PROCESS-HEADER THRU 2400-EXIT
006597         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
006598         GO TO 2000-EXIT
006600     END-IF.
006610     IF TI-RECORD-TYPE = "T"
006620         PERFORM 2500-PROCESS-TRAILER THRU 2500-EXIT
006650     END-IF.
006660     PERFORM 2600-COUNT-BATCH-DETAIL THRU 2600-EXIT.
006670     MOVE TI-DEPT-CODE     TO WS-DEPT-CODE.
006671     MOVE "N" TO WS-REVERSAL-SWITCH.
006672     MOVE "N" TO WS-HOLD-SWITCH.
006673     IF TI-RECORD-TYPE = "R"
006674         PERFORM 2700-PROCESS-REVERSAL THRU 2700-EXIT
006675         GO TO 2000-RECORD-RESULT
006676     END-IF.
006680     MOVE "N" TO WS-CHAIN-ACTIVE-SWITCH.
006690     IF TI-CHAIN-FLAG = "P" OR TI-CHAIN-FLAG = "T"
006700         SET WS-CHAIN-ACTIVE TO TRUE
006750     END-IF.
006760     MOVE TI-NUM1 TO WS-NUM1-TEXT.
006770     MOVE TI-NUM2 TO WS-NUM2-TEXT.
006773     MOVE TI-AMORT-PERIODS TO WS-AMORT-PERIODS-TEXT.
006776     MOVE TI-AMORT-FREQ TO WS-AMORT-FREQ.
006780     PERFORM 4000-VALIDATE-INPUT THRU 4000-EXIT.
006790     PERFORM 2120-GENERATE-TXN-ID THRU 2120-EXIT.
006791     IF WS-INPUT-VALID
006792         PERFORM 4700-CHECK-APPROVAL-BAND THRU 4700-EXIT
006793     END-IF.
006794     IF WS-HOLD-ITEM
006795         PERFORM 2800-HOLD-FOR-APPROVAL THRU 2800-EXIT
006796         GO TO 2000-RECORD-RESULT
006797     END-IF.
006800     IF WS-INPUT-VALID
006810         PERFORM 5000-CALCULATE THRU 5000-EXIT
006820         PERFORM 2200-WRITE-RESULT THRU 2200-EXIT
006850         PERFORM 2250-WRITE-REJECTED THRU 2250-EXIT
006860         PERFORM 2260-WRITE-REJECT-AUDIT THRU 2260-EXIT
006870     END-IF.
006875 2000-RECORD-RESULT.
006880     PERFORM 2150-RECORD-CHAIN-RESULT THRU 2150-EXIT.
006890     IF FUNCTION MOD(WS-TXN-SEQ, WS-CKPT-INTERVAL) = ZERO
006900         PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
007220         STRING WS-RUN-MODE WS-SESSION-TIME WS-SEQ-LOW
007230             DELIMITED BY SIZE INTO WS-TXN-ID
007240     ELSE
007250         STRING WS-RUN-MODE WS-TXN-SEQ WS-CYCLE-DAY
007260             DELIMITED BY SIZE INTO WS-TXN-ID
007270     END-IF.
007280     ACCEPT WS-DATE FROM DATE YYYYMMDD.
007290     ACCEPT WS-TIME FROM TIME.
007350     MOVE "N" TO WS-LAST-VALID-SWITCH.
007360     MOVE ZERO TO WS-LAST-RESULT.
007370     IF WS-INPUT-VALID AND NOT WS-SIZE-ERROR
007375         AND NOT WS-REVERSAL-CARD
007377         AND NOT WS-HOLD-ITEM
007380         EVALUATE TRUE
007390             WHEN WS-OP-ADD
007400                 MOVE Soma TO WS-LAST-RESULT
007590                     MOVE MediaMovel TO WS-LAST-RESULT
007600                     SET WS-LAST-VALID TO TRUE
007610                 END-IF
007612             WHEN WS-OP-AMORTIZE
007614                 MOVE JurosTotal TO WS-LAST-RESULT
007616                 SET WS-LAST-VALID TO TRUE
007620             WHEN OTHER
007630                 CONTINUE
007640         END-EVALUATE
007950     MOVE Res            TO CALC-RES OF TRAN-OUT-RECORD.
007960     MOVE Percentual     TO CALC-PERCENTUAL OF TRAN-OUT-RECORD.
007970     MOVE MediaMovel     TO CALC-MEDIA-MOVEL OF TRAN-OUT-RECORD.
007971     MOVE JurosTotal     TO CALC-JUROS-TOTAL OF TRAN-OUT-RECORD.
007972     IF WS-OP-AMORTIZE
007973         MOVE WS-AMORT-PERIODS
007974             TO CALC-AMORT-PERIODS OF TRAN-OUT-RECORD
007975         MOVE WS-AMORT-FREQ TO CALC-AMORT-FREQ OF TRAN-OUT-RECORD
007976     ELSE
007977         MOVE ZEROS  TO CALC-AMORT-PERIODS OF TRAN-OUT-RECORD
007978         MOVE SPACES TO CALC-AMORT-FREQ OF TRAN-OUT-RECORD
007979     END-IF.
007980     IF WS-SIZE-ERROR
007990         MOVE "SIZEERR" TO CALC-STATUS-CODE OF TRAN-OUT-RECORD
008000     ELSE
008010         MOVE "OK"      TO CALC-STATUS-CODE OF TRAN-OUT-RECORD
008011     END-IF.
008012     IF WS-REVERSAL-CARD
008013         MOVE "REVERSAL" TO CALC-STATUS-CODE OF TRAN-OUT-RECORD
008014     END-IF.
008015     IF WS-HOLD-ITEM
008016         MOVE "HELD" TO CALC-STATUS-CODE OF TRAN-OUT-RECORD
008020     END-IF.
008030     WRITE TRAN-OUT-RECORD.
008040 2200-EXIT.
008190     MOVE ZEROS TO CALC-RES OF TRAN-OUT-RECORD.
008200     MOVE ZEROS TO CALC-PERCENTUAL OF TRAN-OUT-RECORD.
008210     MOVE ZEROS TO CALC-MEDIA-MOVEL OF TRAN-OUT-RECORD.
008212     MOVE ZEROS TO CALC-JUROS-TOTAL OF TRAN-OUT-RECORD.
008214     MOVE ZEROS TO CALC-AMORT-PERIODS OF TRAN-OUT-RECORD.
008216     MOVE SPACES TO CALC-AMORT-FREQ OF TRAN-OUT-RECORD.
008220     MOVE WS-REJECT-REASON TO CALC-STATUS-CODE OF TRAN-OUT-RECORD.
008230     WRITE TRAN-OUT-RECORD.
008240     PERFORM 2270-WRITE-SUSPENSE THRU 2270-EXIT.
008400     MOVE ZEROS TO CALC-RES OF AUDIT-RECORD.
008410     MOVE ZEROS TO CALC-PERCENTUAL OF AUDIT-RECORD.
008420     MOVE ZEROS TO CALC-MEDIA-MOVEL OF AUDIT-RECORD.
008422     MOVE ZEROS TO CALC-JUROS-TOTAL OF AUDIT-RECORD.
008424     MOVE ZEROS TO CALC-AMORT-PERIODS OF AUDIT-RECORD.
008426     MOVE SPACES TO CALC-AMORT-FREQ OF AUDIT-RECORD.
008430     MOVE WS-REJECT-REASON
008440         TO CALC-STATUS-CODE OF AUDIT-RECORD.
008450     PERFORM 6700-STAMP-AUDIT-RUN THRU 6700-EXIT.
008730     MOVE WS-AUD-RUN-ID      TO CP-AUD-RUN-ID.
008740     MOVE WS-AUD-SEQ         TO CP-AUD-SEQ.
008750     MOVE WS-AUD-HASH        TO CP-AUD-HASH.
008752     MOVE WS-RELEASE-SWITCH  TO CP-RELEASE-SWITCH.
008754     MOVE WS-REVLINK-COUNT   TO CP-REVLINK-COUNT.
008756     MOVE WS-PENDAPPR-COUNT  TO CP-PENDAPPR-COUNT.
008758     MOVE WS-SCHEDOUT-COUNT  TO CP-SCHEDOUT-COUNT.
008760     OPEN OUTPUT CHECKPOINT-FILE.
008770     WRITE CHECKPOINT-RECORD.
008780     IF WS-CHECKPOINT-STATUS NOT = "00"
008940     MOVE "N" TO WS-LAST-VALID-SWITCH.
008950     MOVE ZERO TO WS-LAST-RESULT.
008960     MOVE WS-CHAIN-COUNT TO WS-BATCH-CHAIN-BASE.
008962     MOVE "N" TO WS-RELEASE-SWITCH.
008964     IF TC-DEPT-CODE = "APPR"
008966         SET WS-RELEASE-BATCH TO TRUE
008968     END-IF.
008970 2400-EXIT.
008980     EXIT.
008990 2500-PROCESS-TRAILER.
009290         END-IF
009300     END-IF.
009310     MOVE "N" TO WS-BATCH-SWITCH.
009315     MOVE "N" TO WS-RELEASE-SWITCH.
009320 2500-EXIT.
009330     EXIT.
009340 2600-COUNT-BATCH-DETAIL.
009420         GO TO 2600-EXIT
009430     END-IF.
009440     ADD 1 TO WS-BATCH-ACT-COUNT.
009445     IF TI-RECORD-TYPE = "R"
009446         GO TO 2600-EXIT
009447     END-IF.
009450     IF TI-CHAIN-FLAG = "P" OR TI-CHAIN-FLAG = "T"
009460         GO TO 2600-EXIT
009470     END-IF.
009610     END-IF.
009620 2600-EXIT.
009630     EXIT.
009631 2700-PROCESS-REVERSAL.
009632     SET WS-REVERSAL-CARD TO TRUE.
009633     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
009634     MOVE SPACES TO WS-OPERATION-SEL.
009635     PERFORM 4600-VALIDATE-REVERSAL THRU 4600-EXIT.
009636     PERFORM 2120-GENERATE-TXN-ID THRU 2120-EXIT.
009637     IF WS-INPUT-INVALID
009638         MOVE ZERO TO Num1
009639         MOVE ZERO TO Num2
009640         PERFORM 2250-WRITE-REJECTED THRU 2250-EXIT
009641         PERFORM 2260-WRITE-REJECT-AUDIT THRU 2260-EXIT
009642         GO TO 2700-EXIT
009643     END-IF.
009644     PERFORM 2750-NEGATE-ORIGINAL THRU 2750-EXIT.
009645     PERFORM 2200-WRITE-RESULT THRU 2200-EXIT.
009646     PERFORM 6000-WRITE-AUDIT-LOG THRU 6000-EXIT.
009647     PERFORM 2780-WRITE-REVERSAL-LINK THRU 2780-EXIT.
009648 2700-EXIT.
009649     EXIT.
009650 2750-NEGATE-ORIGINAL.
009651* THE REVERSAL CARRIES THE ORIGINAL'S OPERANDS UNCHANGED AND
009652* EVERY RESULT WITH ITS SIGN FLIPPED, SO GlExtr'S NORMAL AMOUNT
009653* SELECTION SENDS THE OFFSETTING LEDGER LINE BY ITSELF.
009654     MOVE CALC-NUM1 OF HIST-RECORD TO Num1.
009655     MOVE CALC-NUM2 OF HIST-RECORD TO Num2.
009656     COMPUTE Soma       = CALC-SOMA OF HIST-RECORD * -1.
009657     COMPUTE Subtracao  = CALC-SUBTRACAO OF HIST-RECORD * -1.
009658     COMPUTE Multi      = CALC-MULTI OF HIST-RECORD * -1.
009659     COMPUTE Div        = CALC-DIV OF HIST-RECORD * -1.
009660     COMPUTE Res        = CALC-RES OF HIST-RECORD * -1.
009661     COMPUTE Percentual = CALC-PERCENTUAL OF HIST-RECORD * -1.
009662     COMPUTE MediaMovel = CALC-MEDIA-MOVEL OF HIST-RECORD * -1.
009663     COMPUTE JurosTotal = CALC-JUROS-TOTAL OF HIST-RECORD * -1.
009664     MOVE CALC-AMORT-PERIODS OF HIST-RECORD TO WS-AMORT-PERIODS.
009665     MOVE CALC-AMORT-FREQ OF HIST-RECORD TO WS-AMORT-FREQ.
009666 2750-EXIT.
009667     EXIT.
009668 2780-WRITE-REVERSAL-LINK.
009669     MOVE SPACES           TO REV-LINK-RECORD.
009670     MOVE WS-TXN-ID        TO RL-REV-TXN-ID.
009671     MOVE WS-POST-DATE     TO RL-REV-POST-DATE.
009672     MOVE TR-ORIG-TXN-ID   TO RL-ORIG-TXN-ID.
009673     MOVE TR-ORIG-POST-DATE TO RL-ORIG-POST-DATE.
009674     MOVE WS-DEPT-CODE     TO RL-DEPT-CODE.
009675     MOVE WS-OPERATION-SEL TO RL-OPERATION-SEL.
009676     WRITE REV-LINK-RECORD.
009677     ADD 1 TO WS-REVLINK-COUNT.
009678     IF WS-REV-COUNT < 2000
009679         ADD 1 TO WS-REV-COUNT
009680         MOVE TR-ORIG-TXN-ID    TO WS-RV-TXN-ID (WS-REV-COUNT)
009681         MOVE TR-ORIG-POST-DATE TO WS-RV-POST-DATE (WS-REV-COUNT)
009682     ELSE
009683         DISPLAY "REVERSAL TABLE FULL - REPEAT REVERSALS IN "
009684             "THIS RUN LEFT TO HISTLOAD TO CATCH"
009685     END-IF.
009686 2780-EXIT.
009687     EXIT.
009688 2800-HOLD-FOR-APPROVAL.
009689* THE ITEM IS NOT CALCULATED.  IT GOES OUT "HELD" ON TRANSOUT AND
009690* AUDITLOG WITH ITS OPERANDS AND ZERO RESULTS, SO EVERY LEG OF
009691* THE TRIAL BALANCE STILL FOOTS, AND WAITS ON PENDAPPR UNTIL A
009692* SUPERVISOR APPROVES OR DECLINES IT IN ApprRvw.
009693     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
009694     MOVE ZERO TO Soma.
009695     MOVE ZERO TO Subtracao.
009696     MOVE ZERO TO Multi.
009697     MOVE ZERO TO Div.
009698     MOVE ZERO TO Res.
009699     MOVE ZERO TO Percentual.
009700     MOVE ZERO TO MediaMovel.
009701     MOVE ZERO TO JurosTotal.
009702     PERFORM 2850-BUILD-HOLD-CARD THRU 2850-EXIT.
009703     MOVE SPACES            TO PEND-APPR-RECORD.
009704     MOVE "P"               TO PA-STATUS.
009705     MOVE WS-TXN-ID         TO PA-TXN-ID.
009706     MOVE WS-DATE           TO PA-HOLD-DATE.
009707     MOVE WS-TIME (1:6)     TO PA-HOLD-TIME.
009708     MOVE WS-OPERATOR-ID    TO PA-SUBMIT-OPER.
009709     MOVE WS-DEPT-CODE      TO PA-DEPT-CODE.
009710     MOVE WS-HOLD-AMOUNT    TO PA-HOLD-AMOUNT.
009711     MOVE WS-APPROVAL-LIMIT TO PA-APPROVAL-LIMIT.
009712     MOVE WS-HOLD-CARD      TO PA-TRAN-IMAGE.
009713     WRITE PEND-APPR-RECORD.
009714     ADD 1 TO WS-PENDAPPR-COUNT.
009715     PERFORM 2200-WRITE-RESULT THRU 2200-EXIT.
009716     PERFORM 6000-WRITE-AUDIT-LOG THRU 6000-EXIT.
009717     DISPLAY "TXN " WS-TXN-ID " DEPT " WS-DEPT-CODE
009718         " HELD FOR SUPERVISOR APPROVAL".
009719 2800-EXIT.
009720     EXIT.
009721 2850-BUILD-HOLD-CARD.
009722* THE RELEASED CARD MUST STAND ON ITS OWN IN THE "APPR" BATCH, SO
009723* NUM1 IS STORED AS THE VALUE ACTUALLY USED (A CHAINED ITEM'S
009724* RESOLVED RESULT) AND THE CHAIN FIELDS ARE CLEARED.
009725     MOVE SPACES TO WS-HOLD-CARD.
009726     IF WS-BATCH-MODE
009727         MOVE TRAN-IN-RECORD TO WS-HOLD-CARD
009728     ELSE
009729         MOVE "D"              TO WS-HC-RECORD-TYPE
009730         MOVE WS-DEPT-CODE     TO WS-HC-DEPT-CODE
009731         MOVE WS-NUM2-TEXT     TO WS-HC-NUM2
009732         MOVE WS-OPERATION-SEL TO WS-HC-OPERATION-SEL
009733         IF WS-OP-AMORTIZE
009734             MOVE WS-AMORT-PERIODS-TEXT TO WS-HC-AMORT-PERIODS
009735             MOVE WS-AMORT-FREQ         TO WS-HC-AMORT-FREQ
009736         END-IF
009737     END-IF.
009738     COMPUTE WS-ABS-WORK = FUNCTION ABS(Num1).
009739     IF Num1 < ZERO
009740         MOVE "-" TO WS-HN-SIGN
009741     ELSE
009742         MOVE "+" TO WS-HN-SIGN
009743     END-IF.
009744     MOVE WS-ABS-WORK TO WS-HN-WHOLE.
009745     COMPUTE WS-HN-DEC = (WS-ABS-WORK - WS-HN-WHOLE) * 100.
009746     MOVE WS-HOLD-NUM1-EDIT TO WS-HC-NUM1.
009747     MOVE SPACES TO WS-HC-CHAIN-FLAG.
009748     MOVE SPACES TO WS-HC-CHAIN-TXN-ID.
009749 2850-EXIT.
009750     EXIT.
009751 3000-INTERACTIVE-PROCESS.
009752     SET WS-INPUT-INVALID TO TRUE.
009753     PERFORM 3100-GET-TRANSACTION THRU 3100-EXIT
009754         UNTIL WS-INPUT-VALID.
009755     PERFORM 2120-GENERATE-TXN-ID THRU 2120-EXIT.
009756     MOVE "N" TO WS-HOLD-SWITCH.
009757     IF WS-BOOK-OFFICIAL
009758         PERFORM 4700-CHECK-APPROVAL-BAND THRU 4700-EXIT
009759     END-IF.
009760     IF WS-HOLD-ITEM
009761         PERFORM 2800-HOLD-FOR-APPROVAL THRU 2800-EXIT
009762         PERFORM 3200-ASK-CONTINUE THRU 3200-EXIT
009763         GO TO 3000-EXIT
009764     END-IF.
009765     PERFORM 5000-CALCULATE THRU 5000-EXIT.
009766     IF WS-BOOK-OFFICIAL
009767         PERFORM 2200-WRITE-RESULT THRU 2200-EXIT
009768     END-IF.
009769     PERFORM 6000-WRITE-AUDIT-LOG THRU 6000-EXIT.
009770     PERFORM 3200-ASK-CONTINUE THRU 3200-EXIT.
009771 3000-EXIT.
009772     EXIT.
009773 3020-SELECT-BOOKING.
009780     DISPLAY "(O)FFICIAL - BOOKED TO THE DAY'S RUN, OR "
009790         "(S)CRATCH-PAD: ".
009800     ACCEPT WS-BOOK-SWITCH.
010130 3070-EXIT.
010140     EXIT.
010150 3050-SELECT-OPERATION.
010160     DISPLAY "OPERACAO - AL/AD/SB/ML/DV/MD/PC/AV/AM "
010165         "(AL=TODAS): ".
010170     ACCEPT WS-OPERATION-SEL.
010180     IF WS-OPERATION-SEL = SPACES
010190         SET WS-OP-ALL TO TRUE
010370     ACCEPT WS-NUM1-TEXT.
010380     DISPLAY "Digite o Segundo Numero (SDDDDDDDDD.DD): ".
010390     ACCEPT WS-NUM2-TEXT.
010391     MOVE SPACES TO WS-AMORT-PERIODS-TEXT.
010392     MOVE SPACES TO WS-AMORT-FREQ.
010393     IF WS-OP-AMORTIZE
010394         DISPLAY "AM: PRIMEIRO NUMERO = PRINCIPAL, SEGUNDO = "
010395             "TAXA ANUAL EM %"
010396         DISPLAY "Numero de Parcelas (001-480): "
010397         ACCEPT WS-AMORT-PERIODS-TEXT
010398         DISPLAY "Periodicidade - M/Q/S/A (MENSAL/TRIMESTRAL/"
010399             "SEMESTRAL/ANUAL): "
010400         ACCEPT WS-AMORT-FREQ
010401     END-IF.
010405     PERFORM 4000-VALIDATE-INPUT THRU 4000-EXIT.
010410 3100-EXIT.
010420     EXIT.
010430 4000-VALIDATE-INPUT.
010550     END-IF.
010560     IF NOT (WS-OP-ALL OR WS-OP-ADD OR WS-OP-SUBTRACT
010570         OR WS-OP-MULTIPLY OR WS-OP-DIVIDE OR WS-OP-MODULUS
010580         OR WS-OP-PERCENT OR WS-OP-AVERAGE OR WS-OP-AMORTIZE)
010590         DISPLAY "UNRECOGNIZED OPERATION CODE - RE-ENTER"
010600         MOVE "BADOP" TO WS-REJECT-REASON
010610         SET WS-INPUT-INVALID TO TRUE
011020         MOVE "DIVZERO" TO WS-REJECT-REASON
011030         SET WS-INPUT-INVALID TO TRUE
011040         GO TO 4000-EXIT
011041     END-IF.
011042     IF WS-OP-AMORTIZE
011043         PERFORM 4800-VALIDATE-AMORT-TERMS THRU 4800-EXIT
011044         IF WS-INPUT-INVALID
011045             GO TO 4000-EXIT
011046         END-IF
011050     END-IF.
011060     COMPUTE WS-ABS-WORK = FUNCTION ABS(Num1).
011070     IF WS-ABS-WORK > WS-OPER-MAX-AMOUNT
011950     IF TI-CHAIN-TXN-ID = WS-CH-TXN-ID (WS-CHAIN-SUB)
011960         SET WS-CHAIN-FOUND TO TRUE
011970     END-IF.
011971     IF TI-CHAIN-TXN-ID (9:2) = SPACES
011972         AND TI-CHAIN-TXN-ID (1:8) =
011973             WS-CH-TXN-ID (WS-CHAIN-SUB) (1:8)
011974         SET WS-CHAIN-FOUND TO TRUE
011975     END-IF.
011980 4400-EXIT.
011990     EXIT.
012000 4500-CHECK-AUTHORITY.
012010     MOVE "N" TO WS-AUTH-FOUND-SWITCH.
012020     PERFORM 4550-MATCH-ALLOWED THRU 4550-EXIT
012030         VARYING WS-AUTH-SUB FROM 1 BY 1
012040         UNTIL WS-AUTH-SUB > 12
012050             OR WS-AUTH-FOUND.
012060 4500-EXIT.
012070     EXIT.
012100         SET WS-AUTH-FOUND TO TRUE
012110     END-IF.
012120 4550-EXIT.
012121     EXIT.
012122 4600-VALIDATE-REVERSAL.
012123     SET WS-INPUT-VALID TO TRUE.
012124     MOVE SPACES TO WS-REJECT-REASON.
012125     PERFORM 4050-CHECK-DEPT-CODE THRU 4050-EXIT.
012126     IF NOT WS-DEPT-FOUND
012127         DISPLAY "DEPARTMENT CODE " WS-DEPT-CODE
012128             " NOT ON DEPARTMENT MASTER"
012129         MOVE "BADDEPT" TO WS-REJECT-REASON
012130         SET WS-INPUT-INVALID TO TRUE
012131         GO TO 4600-EXIT
012132     END-IF.
012133     IF NOT WS-HIST-OPEN
012134         MOVE "REVNOTFND" TO WS-REJECT-REASON
012135         SET WS-INPUT-INVALID TO TRUE
012136         GO TO 4600-EXIT
012137     END-IF.
012138     MOVE TR-ORIG-TXN-ID    TO HIST-TXN-ID.
012139     MOVE TR-ORIG-POST-DATE TO HIST-POST-DATE.
012140     READ CALC-HIST-FILE
012141         INVALID KEY
012142             DISPLAY "REVERSAL - TXN " TR-ORIG-TXN-ID
012143                 " POSTED " TR-ORIG-POST-DATE " NOT ON CALCHIST"
012144             MOVE "REVNOTFND" TO WS-REJECT-REASON
012145             SET WS-INPUT-INVALID TO TRUE
012146             GO TO 4600-EXIT
012147     END-READ.
012148     IF CALC-DEPT-CODE OF HIST-RECORD NOT = WS-DEPT-CODE
012149         DISPLAY "REVERSAL - TXN " TR-ORIG-TXN-ID
012150             " BELONGS TO DEPT " CALC-DEPT-CODE OF HIST-RECORD
012151         MOVE "REVNOTFND" TO WS-REJECT-REASON
012152         SET WS-INPUT-INVALID TO TRUE
012153         GO TO 4600-EXIT
012154     END-IF.
012155     MOVE CALC-OPERATION-SEL OF HIST-RECORD TO WS-OPERATION-SEL.
012156     IF CALC-STATUS-CODE OF HIST-RECORD = "REVERSED"
012157         DISPLAY "REVERSAL - TXN " TR-ORIG-TXN-ID
012158             " ALREADY REVERSED"
012159         MOVE "REVDUP" TO WS-REJECT-REASON
012160         SET WS-INPUT-INVALID TO TRUE
012161         GO TO 4600-EXIT
012162     END-IF.
012163     IF CALC-STATUS-CODE OF HIST-RECORD NOT = "OK"
012164         DISPLAY "REVERSAL - TXN " TR-ORIG-TXN-ID
012165             " IS STATUS " CALC-STATUS-CODE OF HIST-RECORD
012166         MOVE "REVNOTOK" TO WS-REJECT-REASON
012167         SET WS-INPUT-INVALID TO TRUE
012168         GO TO 4600-EXIT
012169     END-IF.
012170     MOVE "N" TO WS-REV-FOUND-SWITCH.
012171     PERFORM 4650-MATCH-REVERSED THRU 4650-EXIT
012172         VARYING WS-REV-SUB FROM 1 BY 1
012173         UNTIL WS-REV-SUB > WS-REV-COUNT
012174             OR WS-REV-FOUND.
012175     IF WS-REV-FOUND
012176         DISPLAY "REVERSAL - TXN " TR-ORIG-TXN-ID
012177             " ALREADY REVERSED EARLIER IN THIS RUN"
012178         MOVE "REVDUP" TO WS-REJECT-REASON
012179         SET WS-INPUT-INVALID TO TRUE
012180         GO TO 4600-EXIT
012181     END-IF.
012182     PERFORM 4500-CHECK-AUTHORITY THRU 4500-EXIT.
012183     IF NOT WS-AUTH-FOUND
012184         DISPLAY "OPERATION " WS-OPERATION-SEL
012185             " NOT PERMITTED FOR OPERATOR " WS-OPERATOR-ID
012186         MOVE "NOTAUTH" TO WS-REJECT-REASON
012187         MOVE "NOTAUTH" TO WS-SEC-EVENT-TYPE
012188         MOVE "REVERSAL REFUSED" TO WS-SEC-DETAIL
012189         PERFORM 6500-WRITE-SECURITY-EVENT THRU 6500-EXIT
012190         SET WS-INPUT-INVALID TO TRUE
012191     END-IF.
012192 4600-EXIT.
012193     EXIT.
012194 4650-MATCH-REVERSED.
012195     IF TR-ORIG-TXN-ID = WS-RV-TXN-ID (WS-REV-SUB)
012196         AND TR-ORIG-POST-DATE = WS-RV-POST-DATE (WS-REV-SUB)
012197         SET WS-REV-FOUND TO TRUE
012198     END-IF.
012199 4650-EXIT.
012200     EXIT.
012201 4700-CHECK-APPROVAL-BAND.
012202* AN AMOUNT OVER THE DEPARTMENT'S APPROVAL LIMIT BUT WITHIN THE
012203* OPERATOR'S OWN LIMIT (4000 HAS ALREADY REJECTED OVERLIMIT)
012204* NEEDS A SECOND PERSON.  A CARD ON AN "APPR" RELEASE BATCH IS
012205* NOT HELD AGAIN WHEN APPRLOG SHOWS ITS APPROVAL IN ApprRvw;
012206* ANYTHING ELSE IN THAT BATCH IS BANDED LIKE ANY OTHER CARD.
012207     MOVE "N" TO WS-HOLD-SWITCH.
012208     MOVE ZERO TO WS-APPROVAL-LIMIT.
012209     IF WS-RELEASE-BATCH
012210         PERFORM 4750-FIND-APPROVAL THRU 4750-EXIT
012211         IF WS-APPR-FOUND
012212             GO TO 4700-EXIT
012213         END-IF
012214         DISPLAY "TXN " WS-TXN-ID " ON APPR BATCH HAS NO "
012215             "APPROVAL ON APPRLOG FOR <" TI-PRIOR-TXN-ID " "
012216             TI-PRIOR-TXN-DATE ">"
012217     END-IF.
012218     PERFORM 4050-CHECK-DEPT-CODE THRU 4050-EXIT.
012219     IF NOT WS-DEPT-FOUND
012220         GO TO 4700-EXIT
012221     END-IF.
012222     SUBTRACT 1 FROM WS-DEPT-SUB.
012223     MOVE WS-DEPT-TBL-APPROVAL (WS-DEPT-SUB) TO WS-APPROVAL-LIMIT.
012224     IF WS-APPROVAL-LIMIT = ZERO
012225         GO TO 4700-EXIT
012226     END-IF.
012227     COMPUTE WS-HOLD-AMOUNT = FUNCTION ABS(Num1).
012228     COMPUTE WS-ABS-WORK = FUNCTION ABS(Num2).
012229     IF WS-ABS-WORK > WS-HOLD-AMOUNT
012230         MOVE WS-ABS-WORK TO WS-HOLD-AMOUNT
012231     END-IF.
012232     IF WS-HOLD-AMOUNT > WS-APPROVAL-LIMIT
012233         SET WS-HOLD-ITEM TO TRUE
012234     END-IF.
012235 4700-EXIT.
012236     EXIT.
012237 4750-FIND-APPROVAL.
012238     MOVE "N" TO WS-APPR-FOUND-SWITCH.
012239     IF TI-PRIOR-TXN-ID = SPACES
012240         GO TO 4750-EXIT
012241     END-IF.
012242     PERFORM 4760-MATCH-APPROVAL THRU 4760-EXIT
012243         VARYING WS-APPR-SUB FROM 1 BY 1
012244         UNTIL WS-APPR-SUB > WS-APPR-COUNT
012245             OR WS-APPR-FOUND.
012246     IF WS-APPR-FOUND
012247*        ONE APPROVAL RELEASES ONE CARD
012248         SUBTRACT 1 FROM WS-APPR-SUB
012249         MOVE "Y" TO WS-AP-USED (WS-APPR-SUB)
012250     END-IF.
012251 4750-EXIT.
012252     EXIT.
012253 4760-MATCH-APPROVAL.
012254     IF WS-AP-TXN-ID (WS-APPR-SUB) = TI-PRIOR-TXN-ID
012255         AND WS-AP-HOLD-DATE (WS-APPR-SUB) = TI-PRIOR-TXN-DATE
012256         AND WS-AP-USED (WS-APPR-SUB) = "N"
012257         SET WS-APPR-FOUND TO TRUE
012258     END-IF.
012259 4760-EXIT.
012260     EXIT.
012261 4800-VALIDATE-AMORT-TERMS.
012262     MOVE ZERO TO WS-AMORT-PER-YEAR.
012263     IF WS-AMORT-PERIODS-TEXT NOT NUMERIC
012264         DISPLAY "NUMBER OF PERIODS NOT 001-480 - RE-ENTER"
012265         GO TO 4800-REJECT
012266     END-IF.
012267     IF WS-AMORT-PERIODS = ZERO OR WS-AMORT-PERIODS > 480
012268         DISPLAY "NUMBER OF PERIODS NOT 001-480 - RE-ENTER"
012269         GO TO 4800-REJECT
012270     END-IF.
012271     INSPECT WS-AMORT-FREQ CONVERTING "mqsa" TO "MQSA".
012272     EVALUATE WS-AMORT-FREQ
012273         WHEN "M"
012274             MOVE 12 TO WS-AMORT-PER-YEAR
012275         WHEN "Q"
012276             MOVE 4 TO WS-AMORT-PER-YEAR
012277         WHEN "S"
012278             MOVE 2 TO WS-AMORT-PER-YEAR
012279         WHEN "A"
012280             MOVE 1 TO WS-AMORT-PER-YEAR
012281         WHEN OTHER
012282             DISPLAY "PAYMENT FREQUENCY NOT M/Q/S/A - RE-ENTER"
012283             GO TO 4800-REJECT
012284     END-EVALUATE.
012285     IF Num1 NOT > ZERO
012286         DISPLAY "PRINCIPAL MUST BE GREATER THAN ZERO - RE-ENTER"
012287         GO TO 4800-REJECT
012288     END-IF.
012289     IF Num2 < ZERO OR Num2 NOT < 100
012290         DISPLAY "ANNUAL RATE NOT 0.00 TO 99.99 PERCENT - "
012291             "RE-ENTER"
012292         GO TO 4800-REJECT
012293     END-IF.
012294     GO TO 4800-EXIT.
012295 4800-REJECT.
012296     MOVE "BADAMORT" TO WS-REJECT-REASON.
012297     SET WS-INPUT-INVALID TO TRUE.
012298 4800-EXIT.
012299     EXIT.
012300 5000-CALCULATE.
012301     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
012302     MOVE ZERO TO Soma.
012303     MOVE ZERO TO Subtracao.
012304     MOVE ZERO TO Multi.
012305     MOVE ZERO TO Div.
012306     MOVE ZERO TO Res.
012307     MOVE ZERO TO Percentual.
012308     MOVE ZERO TO MediaMovel.
012309     MOVE ZERO TO JurosTotal.
012310* SCRATCH-PAD WORK IS NEVER BOOKED, SO IT MUST NOT FEED THE
012311* RUNNING AVERAGE A LATER OFFICIAL "AV" CALCULATION BOOKS TO
012312* TRANSOUT, HISTORY, AND THE LEDGER.
012313     IF WS-BATCH-MODE OR WS-BOOK-OFFICIAL
012314         ADD Num1 TO WS-RUNNING-SUM
012315         ADD 1 TO WS-RUNNING-COUNT
012316     END-IF.
012317     IF WS-OP-ALL OR WS-OP-ADD
012318         COMPUTE Soma = Num1 + Num2
012319             ON SIZE ERROR
012320         SET WS-SIZE-ERROR TO TRUE
012321                 IF WS-INTERACTIVE-MODE
012322                     DISPLAY "+: RESULT TOO LARGE TO DISPLAY"
012323                 END-IF
012324             NOT ON SIZE ERROR
012330                 MOVE Soma TO WS-EDIT-RESULT
012340                 IF WS-INTERACTIVE-MODE
012350                     DISPLAY "+: " WS-EDIT-RESULT
013200                 END-IF
013210         END-COMPUTE
013220     END-IF.
013222     IF WS-OP-AMORTIZE
013224         PERFORM 5500-AMORTIZE THRU 5500-EXIT
013226     END-IF.
013230 5000-EXIT.
013231     EXIT.
013232 5500-AMORTIZE.
013233* LEVEL-PAYMENT SCHEDULE.  THE PAYMENT IS FIGURED ONCE FROM THE
013234* PERIODIC RATE; EACH PERIOD'S INTEREST IS THE OPEN BALANCE AT
013235* THAT RATE, ROUNDED TO THE CENT, AND THE FINAL PERIOD PAYS OFF
013236* WHATEVER BALANCE THE ROUNDING LEFT.  THE TOTAL OF THE PAYMENTS
013237* IS PROVED TO FIT BEFORE THE FIRST LINE IS WRITTEN, SO A SIZE
013238* ERROR NEVER LEAVES HALF A SCHEDULE ON SCHEDOUT.
013239     COMPUTE WS-AMORT-RATE ROUNDED =
013240         Num2 / 100 / WS-AMORT-PER-YEAR.
013241     IF WS-AMORT-RATE = ZERO
013242         COMPUTE WS-AMORT-PAYMENT ROUNDED =
013243             Num1 / WS-AMORT-PERIODS
013244     ELSE
013245         MOVE 1 TO WS-AMORT-DISCOUNT
013246         PERFORM 5550-DISCOUNT-PERIOD THRU 5550-EXIT
013247             VARYING WS-AMORT-PERIOD FROM 1 BY 1
013248             UNTIL WS-AMORT-PERIOD > WS-AMORT-PERIODS
013249         COMPUTE WS-AMORT-PAYMENT ROUNDED =
013250             Num1 * WS-AMORT-RATE / (1 - WS-AMORT-DISCOUNT)
013251             ON SIZE ERROR
013252                 SET WS-SIZE-ERROR TO TRUE
013253         END-COMPUTE
013254     END-IF.
013255     IF NOT WS-SIZE-ERROR
013256         COMPUTE WS-AMORT-TOTAL-PAY =
013257             WS-AMORT-PAYMENT * WS-AMORT-PERIODS
013258             ON SIZE ERROR
013259                 SET WS-SIZE-ERROR TO TRUE
013260         END-COMPUTE
013261     END-IF.
013262     IF WS-SIZE-ERROR
013263         IF WS-INTERACTIVE-MODE
013264             DISPLAY "AM: RESULT TOO LARGE TO DISPLAY"
013265         END-IF
013266         GO TO 5500-EXIT
013267     END-IF.
013268     MOVE Num1 TO WS-AMORT-BALANCE.
013269     IF WS-INTERACTIVE-MODE
013270         MOVE WS-AMORT-PAYMENT TO WS-EDIT-RESULT
013271         DISPLAY "AM: PARCELA " WS-EDIT-RESULT
013272         DISPLAY "AM: PER       PARCELA         JUROS"
013273             "   AMORTIZACAO         SALDO"
013274     END-IF.
013275     PERFORM 5600-SCHEDULE-PERIOD THRU 5600-EXIT
013276         VARYING WS-AMORT-PERIOD FROM 1 BY 1
013277         UNTIL WS-AMORT-PERIOD > WS-AMORT-PERIODS.
013278     IF WS-INTERACTIVE-MODE
013279         MOVE JurosTotal TO WS-EDIT-RESULT
013280         DISPLAY "AM: JUROS TOTAL " WS-EDIT-RESULT
013281     END-IF.
013282 5500-EXIT.
013283     EXIT.
013284 5550-DISCOUNT-PERIOD.
013285* ONE MORE PERIOD OF DISCOUNT - AFTER N PASSES THIS IS 1/(1+R)**N,
013286* BUILT DOWNWARD SO A LONG TERM AT A HIGH RATE CANNOT OVERFLOW.
013287     COMPUTE WS-AMORT-DISCOUNT ROUNDED =
013288         WS-AMORT-DISCOUNT / (1 + WS-AMORT-RATE).
013289 5550-EXIT.
013290     EXIT.
013291 5600-SCHEDULE-PERIOD.
013292     COMPUTE WS-AMORT-INTEREST ROUNDED =
013293         WS-AMORT-BALANCE * WS-AMORT-RATE.
013294     COMPUTE WS-AMORT-PRINCIPAL =
013295         WS-AMORT-PAYMENT - WS-AMORT-INTEREST.
013296     IF WS-AMORT-PERIOD = WS-AMORT-PERIODS
013297         OR WS-AMORT-PRINCIPAL > WS-AMORT-BALANCE
013298         MOVE WS-AMORT-BALANCE TO WS-AMORT-PRINCIPAL
013299     END-IF.
013300     COMPUTE WS-AMORT-ROW-PAY =
013301         WS-AMORT-PRINCIPAL + WS-AMORT-INTEREST.
013302     SUBTRACT WS-AMORT-PRINCIPAL FROM WS-AMORT-BALANCE.
013303     ADD WS-AMORT-INTEREST TO JurosTotal.
013304     IF WS-BATCH-MODE OR WS-BOOK-OFFICIAL
013305         PERFORM 5700-WRITE-SCHEDULE THRU 5700-EXIT
013306     END-IF.
013307     IF WS-INTERACTIVE-MODE
013308         MOVE WS-AMORT-PERIOD    TO WS-AL-PERIOD
013309         MOVE WS-AMORT-ROW-PAY   TO WS-AL-PAYMENT
013310         MOVE WS-AMORT-INTEREST  TO WS-AL-INTEREST
013311         MOVE WS-AMORT-PRINCIPAL TO WS-AL-PRINCIPAL
013312         MOVE WS-AMORT-BALANCE   TO WS-AL-BALANCE
013313         DISPLAY WS-AMORT-LINE
013314     END-IF.
013315 5600-EXIT.
013316     EXIT.
013317 5700-WRITE-SCHEDULE.
013318     MOVE SPACES             TO SCHEDULE-RECORD.
013319     MOVE WS-TXN-ID          TO SC-TXN-ID.
013320     MOVE WS-POST-DATE       TO SC-POST-DATE.
013321     MOVE WS-DEPT-CODE       TO SC-DEPT-CODE.
013322     MOVE WS-AMORT-PERIOD    TO SC-PERIOD-NO.
013323     MOVE WS-AMORT-PERIODS   TO SC-PERIODS.
013324     MOVE WS-AMORT-FREQ      TO SC-FREQUENCY.
013325     MOVE WS-AMORT-ROW-PAY   TO SC-PAYMENT.
013326     MOVE WS-AMORT-INTEREST  TO SC-INTEREST.
013327     MOVE WS-AMORT-PRINCIPAL TO SC-PRINCIPAL.
013328     MOVE WS-AMORT-BALANCE   TO SC-BALANCE.
013329     WRITE SCHEDULE-RECORD.
013330     ADD 1 TO WS-SCHEDOUT-COUNT.
013331 5700-EXIT.
013332     EXIT.
013333 6000-WRITE-AUDIT-LOG.
013334     MOVE WS-TXN-ID      TO CALC-TXN-ID OF AUDIT-RECORD.
013335     MOVE WS-TIMESTAMP   TO CALC-TIMESTAMP OF AUDIT-RECORD.
013336     MOVE WS-OPERATOR-ID TO CALC-OPERATOR-ID OF AUDIT-RECORD.
013337     MOVE WS-DEPT-CODE   TO CALC-DEPT-CODE OF AUDIT-RECORD.
013338     MOVE WS-OPERATION-SEL
013339         TO CALC-OPERATION-SEL OF AUDIT-RECORD.
013340     MOVE Num1           TO CALC-NUM1 OF AUDIT-RECORD.
013341     MOVE Num2           TO CALC-NUM2 OF AUDIT-RECORD.
013342     MOVE Soma           TO CALC-SOMA OF AUDIT-RECORD.
013350     MOVE Subtracao      TO CALC-SUBTRACAO OF AUDIT-RECORD.
013360     MOVE Multi          TO CALC-MULTI OF AUDIT-RECORD.
013370     MOVE Div            TO CALC-DIV OF AUDIT-RECORD.
013380     MOVE Res            TO CALC-RES OF AUDIT-RECORD.
013390     MOVE Percentual     TO CALC-PERCENTUAL OF AUDIT-RECORD.
013400     MOVE MediaMovel     TO CALC-MEDIA-MOVEL OF AUDIT-RECORD.
013401     MOVE JurosTotal     TO CALC-JUROS-TOTAL OF AUDIT-RECORD.
013402     IF WS-OP-AMORTIZE
013403         MOVE WS-AMORT-PERIODS
013404             TO CALC-AMORT-PERIODS OF AUDIT-RECORD
013405         MOVE WS-AMORT-FREQ    TO CALC-AMORT-FREQ OF AUDIT-RECORD
013406     ELSE
013407         MOVE ZEROS  TO CALC-AMORT-PERIODS OF AUDIT-RECORD
013408         MOVE SPACES TO CALC-AMORT-FREQ OF AUDIT-RECORD
013409     END-IF.
013410     IF WS-INTERACTIVE-MODE AND WS-BOOK-SCRATCH
013420         MOVE "SCRATCH" TO CALC-STATUS-CODE OF AUDIT-RECORD
013430     ELSE
013460         ELSE
013470             MOVE "OK" TO CALC-STATUS-CODE OF AUDIT-RECORD
013480         END-IF
013481     END-IF.
013482     IF WS-REVERSAL-CARD
013483         MOVE "REVERSAL" TO CALC-STATUS-CODE OF AUDIT-RECORD
013484     END-IF.
013485     IF WS-HOLD-ITEM
013486         MOVE "HELD" TO CALC-STATUS-CODE OF AUDIT-RECORD
013490     END-IF.
013500     PERFORM 6700-STAMP-AUDIT-RUN THRU 6700-EXIT.
013510     WRITE AUDIT-RECORD.
013930         CLOSE TRANS-IN-FILE
013940         CLOSE TRANS-OUT-FILE
013950         CLOSE SUSPENSE-FILE
013951         CLOSE REV-LINK-FILE
013952         IF WS-HIST-OPEN
013953             CLOSE CALC-HIST-FILE
013954         END-IF
013960     END-IF.
013970     IF WS-INTERACTIVE-MODE
013980         CLOSE TRANS-OUT-FILE
013990     END-IF.
014000     PERFORM 6800-WRITE-AUDIT-SEAL THRU 6800-EXIT.
014010     CLOSE SEC-EVT-FILE.
014015     CLOSE PEND-APPR-FILE.
014017     CLOSE SCHEDULE-FILE.
014020     CLOSE AUDIT-LOG-FILE.
014025     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
014030 9999-EXIT.
014040     EXIT.
014050 9100-VERIFY-BATCH-CONTROLS.
014190     END-IF.
014200 9100-EXIT.
014210     EXIT.
014220 9800-LOG-RUN-START.
014230     MOVE "S" TO WS-RUNLOG-TYPE.
014240     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
014250     ACCEPT WS-RUNLOG-TIME FROM TIME.
014260     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
014270 9800-EXIT.
014280     EXIT.
014290 9850-LOG-RUN-END.
014292     IF WS-RUNLOG-DATE = SPACES
014294         GO TO 9850-EXIT
014296     END-IF.
014300     MOVE "E" TO WS-RUNLOG-TYPE.
014310     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
014320 9850-EXIT.
014330     EXIT.
014340 9890-WRITE-RUN-LOG.
014350     OPEN EXTEND RUN-LOG-FILE.
014360     IF WS-RUNLOG-STATUS NOT = "00"
014370         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
014380             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
014390         GO TO 9890-EXIT
014400     END-IF.
014410     MOVE SPACES TO RUN-LOG-RECORD.
014420     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
014430     MOVE "ARITHPGM" TO RN-PROGRAM-ID.
014440     MOVE WS-STREAM-NO TO RN-STREAM-NO.
014450     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
014460     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
014470     MOVE ZERO TO RN-RETURN-CODE.
014480     MOVE "LAST" TO RN-COUNT-NAME (1).
014490     MOVE "CALC" TO RN-COUNT-NAME (2).
014500     MOVE "BTCH" TO RN-COUNT-NAME (3).
014510     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
014520     IF RN-END-RECORD
014530         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
014540         ACCEPT WS-RUNLOG-END-TIME FROM TIME
014550         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
014560         MOVE RETURN-CODE TO RN-RETURN-CODE
014570         MOVE WS-TXN-SEQ TO RN-COUNT (1)
014580         MOVE WS-RUNNING-COUNT TO RN-COUNT (2)
014590         MOVE WS-TRAILER-COUNT TO RN-COUNT (3)
014600     END-IF.
014610     WRITE RUN-LOG-RECORD.
014620     CLOSE RUN-LOG-FILE.
014630 9890-EXIT.
014640     EXIT.
