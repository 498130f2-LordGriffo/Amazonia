000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TxnTrace.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  TRANSACTION LIFE-CYCLE TRACER, RUN AT
000110*               THE OPERATOR TERMINAL LIKE HistInq.  THE OPERATOR
000120*               KEYS A TRANSACTION ID (AND THE DAY IT WAS ISSUED,
000130*               SINCE BATCH IDS RESTART EVERY NIGHT), OR LEAVES THE
000140*               ID BLANK AND KEYS A DEPARTMENT, DATE AND AMOUNT TO
000150*               FIND IT ON TRANSOUT OR SUSPENSE.  ONE TRACE PULLS
000160*               TOGETHER, ON ONE SCREEN AND ONE PRINTED TRCRPT PAGE:
000170*               THE TRANSIN BATCH AND CARD IT ARRIVED ON, ITS
000180*               AUDITLOG RUN ID AND SEQUENCE, ITS TRANSOUT STATUS,
000190*               ANY APPROVAL HOLD OR OPEN SUSPENSE ENTRY AND THE
000200*               REPAIRED OR RELEASED CARD THAT REPLACED IT (FOUND
000210*               THROUGH TI-PRIOR-TXN-ID - SEE TRANINRC), ITS
000220*               CALCHIST POSTING AND DUPLICATE FLAG, WHETHER IT WENT
000230*               OUT ON GLXTOUT, ITS GL ACKNOWLEDGMENT STATE FROM THE
000240*               GLUNPIN CARRY-FORWARD, AND FOR A CHAINED ITEM THE
000250*               LINK IT CAME FROM AND THE LINKS IT FED.  THE DAY'S
000260*               DATASETS ARE ON THE DDS (SEE TXNTRACE); A FILE THAT
000270*               WILL NOT OPEN IS SHOWN AS NOT AVAILABLE AND THE
000280*               TRACE CARRIES ON.  A BLANK ID AND A BLANK
000290*               DEPARTMENT END THE SESSION.
000293* 10/15/26 EM   AM (LOAN AMORTIZATION) SHOWS ITS TOTAL INTEREST
000296*               AS THE TRANSOUT RESULT.
000297* 10/15/26 EM   TRANSIN IS NOW THE COPY OF THE NIGHT'S CONSUMED
000298*               CARDS THAT GLEXTR KEEPS (TRANCARD), NOT THE LIVE
000299*               QUEUES.  A REPLACEMENT CARD FOUND ON IT IS SHOWN
000300*               ONLY ONCE ITS ID IS CONFIRMED ON TRANSOUT.  THE
000301*               REVERSAL OF AN ITEM IS TAKEN FROM REVLINK, SO ONE
000302*               POSTED ON A LATER NIGHT IS FOUND.
000303* 10/15/26 EM   CALCHIST IS ALWAYS BROWSED BY ID; A KEYED DATE
000304*               PICKS THE POSTING CALCULATED THAT DAY, NOT THE ONE
000305*               POSTED UNDER IT.  BATCH IDS FOUND BY COUNTING
000306*               TRANSIN CARRY THE CYCLE DAY OF THE TRACED ID.
000307* ----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TRANSIN-STATUS.
000370     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TRANSOUT-STATUS.
000400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUDIT-STATUS.
000430     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SUSP-STATUS.
000460     SELECT PEND-APPR-FILE ASSIGN TO "PENDAPPR"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PEND-STATUS.
000490     SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RESUB-STATUS.
000520     SELECT APPROVED-FILE ASSIGN TO "APPROVED"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-APPR-STATUS.
000550     SELECT CALC-HIST-FILE ASSIGN TO "CALCHIST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS HIST-KEY
000590         FILE STATUS IS WS-HIST-STATUS.
000600     SELECT GL-EXTRACT-FILE ASSIGN TO "GLXTOUT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-GLXT-STATUS.
000630     SELECT UNP-IN-FILE ASSIGN TO "GLUNPIN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-GLUNP-STATUS.
000652     SELECT REV-LINK-FILE ASSIGN TO "REVLINK"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-RLNK-STATUS.
000660     SELECT TRC-RPT-FILE ASSIGN TO "TRCRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TRANS-IN-FILE.
000710 01  TRAN-IN-RECORD              PIC X(80).
000720 FD  TRANS-OUT-FILE.
000730 01  TRAN-OUT-RECORD.
000740     COPY CALCREC.
000750 FD  AUDIT-LOG-FILE.
000760 01  AUDIT-RECORD.
000770     COPY AUDITREC.
000780     COPY CALCREC.
000790 FD  SUSPENSE-FILE.
000800 01  SUSPENSE-RECORD.
000810     COPY SUSPREC.
000820 FD  PEND-APPR-FILE.
000830 01  PEND-APPR-RECORD.
000840     COPY PENDREC.
000850 FD  RESUBMIT-FILE.
000860 01  RESUBMIT-RECORD             PIC X(80).
000870 FD  APPROVED-FILE.
000880 01  APPROVED-RECORD             PIC X(80).
000890 FD  CALC-HIST-FILE.
000900 01  HIST-RECORD.
000910     COPY HISTREC.
000920     COPY CALCREC.
000930 FD  GL-EXTRACT-FILE.
000940 01  GL-EXTRACT-RECORD.
000950     COPY GLINTRC.
000960 FD  UNP-IN-FILE.
000970 01  UNP-IN-RECORD.
000980     COPY GLUNPRC.
000982 FD  REV-LINK-FILE.
000984 01  REV-LINK-RECORD.
000986     COPY REVLNKRC.
000990 FD  TRC-RPT-FILE.
001000 01  TRC-RPT-LINE                PIC X(132).
001010 WORKING-STORAGE SECTION.
001020 77  WS-TRANSIN-STATUS           PIC X(02)      VALUE SPACES.
001030 77  WS-TRANSOUT-STATUS          PIC X(02)      VALUE SPACES.
001040 77  WS-AUDIT-STATUS             PIC X(02)      VALUE SPACES.
001050 77  WS-SUSP-STATUS              PIC X(02)      VALUE SPACES.
001060 77  WS-PEND-STATUS              PIC X(02)      VALUE SPACES.
001070 77  WS-RESUB-STATUS             PIC X(02)      VALUE SPACES.
001080 77  WS-APPR-STATUS              PIC X(02)      VALUE SPACES.
001090 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
001100 77  WS-GLXT-STATUS              PIC X(02)      VALUE SPACES.
001110 77  WS-GLUNP-STATUS             PIC X(02)      VALUE SPACES.
001115 77  WS-RLNK-STATUS              PIC X(02)      VALUE SPACES.
001120 77  WS-DONE-SWITCH              PIC X(01)      VALUE "N".
001130     88  WS-SESSION-DONE             VALUE "Y".
001140 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
001150     88  WS-END-OF-FILE              VALUE "Y".
001160 77  WS-HIST-OPEN-SWITCH         PIC X(01)      VALUE "N".
001170     88  WS-HIST-OPEN                VALUE "Y".
001180 77  WS-AMOUNT-SWITCH            PIC X(01)      VALUE "N".
001190     88  WS-AMOUNT-VALID             VALUE "Y".
001200 77  WS-MATCH-SWITCH             PIC X(01)      VALUE "N".
001210     88  WS-CARD-MATCHED             VALUE "Y".
001220 77  WS-ENTRY-SWITCH             PIC X(01)      VALUE "N".
001230     88  WS-ENTRY-FOUND              VALUE "Y".
001240 77  WS-TXN-ID                   PIC X(10)      VALUE SPACES.
001250 77  WS-TRACE-DATE               PIC X(08)      VALUE SPACES.
001260 77  WS-TRACE-DEPT               PIC X(04)      VALUE SPACES.
001270 77  WS-SEARCH-DEPT              PIC X(04)      VALUE SPACES.
001275 77  WS-LINK-DATE                PIC X(08)      VALUE SPACES.
001280 77  WS-SEARCH-DATE              PIC X(08)      VALUE SPACES.
001290 77  WS-SEARCH-AMOUNT            PIC S9(9)V99   VALUE ZERO.
001300 77  WS-AMT-WORK                 PIC S9(9)V99   VALUE ZERO.
001310 77  WS-TARGET-SEQ               PIC 9(07)      VALUE ZERO.
001320 77  WS-BATCH-COUNT              PIC 9(05)      VALUE ZERO.
001330 77  WS-BATCH-POS                PIC 9(05)      VALUE ZERO.
001340 77  WS-CUR-BATCH-DEPT           PIC X(04)      VALUE SPACES.
001350 77  WS-CUR-BATCH-DATE           PIC X(08)      VALUE SPACES.
001360 77  WS-FED-SUB                  PIC 9(02)      VALUE ZERO.
001370 77  WS-CAND-SUB                 PIC 9(03)      VALUE ZERO.
001380 01  WS-AMT-TEXT                 PIC X(13).
001390 01  WS-AMT-EDIT REDEFINES WS-AMT-TEXT.
001400     05  WS-AMT-SIGN             PIC X(01).
001410     05  WS-AMT-WHOLE            PIC 9(09).
001420     05  WS-AMT-DOT              PIC X(01).
001430     05  WS-AMT-DEC              PIC 9(02).
001440 01  WS-ID-WORK.
001450     05  WS-ID-MODE              PIC X(01).
001460     05  WS-ID-SEQ               PIC X(07).
001470     05  WS-ID-SEQ-NUM REDEFINES WS-ID-SEQ
001480                                 PIC 9(07).
001490     05  WS-ID-CYCLE             PIC X(02).
001500 01  WS-SCAN-ID.
001510     05  FILLER                  PIC X(01)      VALUE "B".
001520     05  WS-SCAN-SEQ             PIC 9(07)      VALUE ZERO.
001530     05  WS-SCAN-CYCLE           PIC X(02)      VALUE SPACES.
001540 01  WS-PREV-ID.
001550     05  FILLER                  PIC X(01)      VALUE "B".
001560     05  WS-PREV-SEQ             PIC 9(07)      VALUE ZERO.
001570     05  WS-PREV-CYCLE           PIC X(02)      VALUE SPACES.
001580 01  WS-WORK-CARD.
001590     COPY TRANINRC.
001600 01  WS-WORK-CONTROL REDEFINES WS-WORK-CARD.
001610     COPY TRANCTLR.
001620 01  WS-WORK-REVERSAL REDEFINES WS-WORK-CARD.
001630     COPY TRANREVR.
001640*    ----------------------------------------------------------
001650*    WHAT EACH FILE SAID ABOUT THE TRANSACTION.  EACH FOUND
001660*    SWITCH IS "Y" FOUND, "N" NOT FOUND, "X" FILE NOT AVAILABLE.
001670*    ----------------------------------------------------------
001680 01  WS-TO-FINDING.
001690     05  WS-TO-FOUND             PIC X(01).
001700         88  WS-TO-ON-FILE           VALUE "Y".
001710         88  WS-TO-NO-FILE           VALUE "X".
001720     05  WS-TO-STATUS            PIC X(10).
001730     05  WS-TO-STAMP             PIC X(14).
001740     05  WS-TO-OPERATOR          PIC X(08).
001750     05  WS-TO-DEPT              PIC X(04).
001760     05  WS-TO-OP                PIC X(02).
001770     05  WS-TO-NUM1              PIC S9(9)V99.
001780     05  WS-TO-NUM2              PIC S9(9)V99.
001790     05  WS-TO-RESULT            PIC S9(9)V99.
001800 01  WS-AU-FINDING.
001810     05  WS-AU-FOUND             PIC X(01).
001820         88  WS-AU-ON-FILE           VALUE "Y".
001830         88  WS-AU-NO-FILE           VALUE "X".
001840     05  WS-AU-RUN-ID            PIC X(14).
001850     05  WS-AU-RUN-SEQ           PIC 9(07).
001860     05  WS-AU-STATUS            PIC X(10).
001870     05  WS-AU-DEPT              PIC X(04).
001880 01  WS-SU-FINDING.
001890     05  WS-SU-FOUND             PIC X(01).
001900         88  WS-SU-ON-FILE           VALUE "Y".
001910         88  WS-SU-NO-FILE           VALUE "X".
001920     05  WS-SU-REASON            PIC X(10).
001930     05  WS-SU-DATE              PIC X(08).
001940     05  WS-SU-DEPT              PIC X(04).
001950 01  WS-PA-FINDING.
001960     05  WS-PA-FOUND             PIC X(01).
001970         88  WS-PA-ON-FILE           VALUE "Y".
001980         88  WS-PA-NO-FILE           VALUE "X".
001990     05  WS-PA-HOLD-DATE         PIC X(08).
002000     05  WS-PA-HOLD-TIME         PIC X(06).
002010     05  WS-PA-DEPT              PIC X(04).
002020     05  WS-PA-AMOUNT            PIC 9(09)V99.
002030     05  WS-PA-LIMIT             PIC 9(09)V99.
002040 01  WS-HI-FINDING.
002050     05  WS-HI-FOUND             PIC X(01).
002060         88  WS-HI-ON-FILE           VALUE "Y".
002070         88  WS-HI-NO-FILE           VALUE "X".
002080     05  WS-HI-COUNT             PIC 9(03).
002090     05  WS-HI-POST-DATE         PIC X(08).
002095     05  WS-HI-CALC-DATE         PIC X(08).
002100     05  WS-HI-STATUS            PIC X(10).
002110     05  WS-HI-DUP-FLAG          PIC X(01).
002120     05  WS-HI-DEPT              PIC X(04).
002130 01  WS-TI-FINDING.
002140     05  WS-TI-FOUND             PIC X(01).
002150         88  WS-TI-ON-FILE           VALUE "Y".
002160         88  WS-TI-NO-FILE           VALUE "X".
002170     05  WS-TI-MISMATCH-SWITCH   PIC X(01).
002180         88  WS-TI-DEPT-MISMATCH     VALUE "Y".
002190     05  WS-TI-BATCH-NO          PIC 9(05).
002200     05  WS-TI-BATCH-DEPT        PIC X(04).
002210     05  WS-TI-BATCH-DATE        PIC X(08).
002220     05  WS-TI-BATCH-POS         PIC 9(05).
002230     05  WS-TI-CARD-DEPT         PIC X(04).
002240     05  WS-TI-CHAIN-FLAG        PIC X(01).
002250     05  WS-TI-CAME-FROM         PIC X(10).
002260     05  WS-TI-PRIOR-ID          PIC X(10).
002270     05  WS-TI-PRIOR-DATE        PIC X(08).
002280     05  WS-TI-RESUB-AS          PIC X(10).
002290     05  WS-TI-RESUB-DEPT        PIC X(04).
002295     05  WS-TI-RESUB-DATE        PIC X(08).
002300     05  WS-TI-FED-COUNT         PIC 9(02).
002310     05  WS-TI-FED-ID            PIC X(10)  OCCURS 10 TIMES.
002320 01  WS-QU-FINDING.
002330     05  WS-QU-RESUB             PIC X(01).
002340         88  WS-QU-ON-RESUBMIT       VALUE "Y".
002350         88  WS-QU-RESUB-NO-FILE     VALUE "X".
002360     05  WS-QU-APPR              PIC X(01).
002370         88  WS-QU-ON-APPROVED       VALUE "Y".
002380         88  WS-QU-APPR-NO-FILE      VALUE "X".
002390 01  WS-GL-FINDING.
002400     05  WS-GL-FOUND             PIC X(01).
002410         88  WS-GL-ON-FILE           VALUE "Y".
002420         88  WS-GL-NO-FILE           VALUE "X".
002430     05  WS-GL-POST-DATE         PIC X(08).
002440     05  WS-GL-AMOUNT            PIC S9(9)V99.
002450 01  WS-UN-FINDING.
002460     05  WS-UN-FOUND             PIC X(01).
002470         88  WS-UN-ON-FILE           VALUE "Y".
002480         88  WS-UN-NO-FILE           VALUE "X".
002490     05  WS-UN-DISPOSITION       PIC X(01).
002500     05  WS-UN-REASON            PIC X(04).
002510     05  WS-UN-FIRST-DATE        PIC X(08).
002511 01  WS-RL-FINDING.
002512     05  WS-RL-FOUND             PIC X(01).
002513         88  WS-RL-ON-FILE           VALUE "Y".
002514         88  WS-RL-NO-FILE           VALUE "X".
002515     05  WS-RL-REV-ID            PIC X(10).
002516     05  WS-RL-REV-DATE          PIC X(08).
002520 01  WS-CAND-TABLE.
002530     05  WS-CAND-COUNT           PIC 9(03)  VALUE ZERO.
002540     05  WS-CAND-OVER-SWITCH     PIC X(01)  VALUE "N".
002550         88  WS-CAND-OVERFLOW        VALUE "Y".
002560     05  WS-CAND-ENTRY OCCURS 20 TIMES.
002570         10  WS-CD-TXN-ID        PIC X(10).
002580         10  WS-CD-DATE          PIC X(08).
002590         10  WS-CD-STATUS        PIC X(10).
002600         10  WS-CD-SOURCE        PIC X(08).
002610 01  WS-CAND-WORK.
002620     05  WS-CW-TXN-ID            PIC X(10).
002630     05  WS-CW-DATE              PIC X(08).
002640     05  WS-CW-STATUS            PIC X(10).
002650     05  WS-CW-SOURCE            PIC X(08).
002660 01  WS-TRACE-LINE               PIC X(80)      VALUE SPACES.
002670 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
002680 01  WS-EDIT-AMOUNT2             PIC -(9)9.99.
002690 01  WS-EDIT-SEQ                 PIC Z(6)9.
002700 01  WS-EDIT-COUNT               PIC ZZ9.
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-INQUIRY THRU 2000-EXIT
002750         UNTIL WS-SESSION-DONE.
002760     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002770     STOP RUN.
002780 1000-INITIALIZE.
002790     OPEN OUTPUT TRC-RPT-FILE.
002800     OPEN INPUT CALC-HIST-FILE.
002810     IF WS-HIST-STATUS = "00"
002820         SET WS-HIST-OPEN TO TRUE
002830     ELSE
002840         DISPLAY "CALCHIST NOT AVAILABLE - STATUS "
002850             WS-HIST-STATUS " - TRACES WILL OMIT HISTORY"
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890*    ----------------------------------------------------------
002900*    ONE INQUIRY - BY TRANSACTION ID, OR BY DEPARTMENT, DATE
002910*    AND AMOUNT WHEN THE ID IS LEFT BLANK.
002920*    ----------------------------------------------------------
002930 2000-INQUIRY.
002940     DISPLAY " ".
002950     DISPLAY "TRANSACTION ID (BLANK TO SEARCH BY DEPT/DATE/"
002960         "AMOUNT): ".
002970     ACCEPT WS-TXN-ID.
002980     IF WS-TXN-ID = SPACES
002990         PERFORM 2100-SEARCH-BY-AMOUNT THRU 2100-EXIT
003000         GO TO 2000-EXIT
003010     END-IF.
003020     DISPLAY "DATE ISSUED YYYYMMDD (BLANK = AS FOUND): ".
003030     ACCEPT WS-TRACE-DATE.
003040     IF WS-TRACE-DATE NOT = SPACES
003050         AND WS-TRACE-DATE NOT NUMERIC
003060         DISPLAY "DATE NOT YYYYMMDD - " WS-TRACE-DATE
003070         GO TO 2000-EXIT
003080     END-IF.
003090     PERFORM 3000-TRACE THRU 3000-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120 2100-SEARCH-BY-AMOUNT.
003130     DISPLAY "DEPARTMENT (BLANK TO END): ".
003140     ACCEPT WS-SEARCH-DEPT.
003150     IF WS-SEARCH-DEPT = SPACES
003160         SET WS-SESSION-DONE TO TRUE
003170         GO TO 2100-EXIT
003180     END-IF.
003190     DISPLAY "DATE YYYYMMDD: ".
003200     ACCEPT WS-SEARCH-DATE.
003210     IF WS-SEARCH-DATE NOT NUMERIC
003220         DISPLAY "DATE NOT YYYYMMDD - " WS-SEARCH-DATE
003230         GO TO 2100-EXIT
003240     END-IF.
003250     DISPLAY "AMOUNT (SDDDDDDDDD.DD): ".
003260     ACCEPT WS-AMT-TEXT.
003270     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
003280     IF NOT WS-AMOUNT-VALID
003290         DISPLAY "AMOUNT NOT SDDDDDDDDD.DD - " WS-AMT-TEXT
003300         GO TO 2100-EXIT
003310     END-IF.
003320     MOVE WS-AMT-WORK TO WS-SEARCH-AMOUNT.
003330     MOVE ZERO TO WS-CAND-COUNT.
003340     MOVE "N" TO WS-CAND-OVER-SWITCH.
003350     PERFORM 2300-MATCH-TRANSOUT THRU 2300-EXIT.
003360     PERFORM 2400-MATCH-SUSPENSE THRU 2400-EXIT.
003370     IF WS-CAND-COUNT = ZERO
003380         MOVE WS-SEARCH-AMOUNT TO WS-EDIT-AMOUNT
003390         DISPLAY "NOTHING FOR DEPT " WS-SEARCH-DEPT " ON "
003400             WS-SEARCH-DATE " FOR " WS-EDIT-AMOUNT
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF WS-CAND-COUNT = 1
003440         MOVE WS-CD-TXN-ID (1) TO WS-TXN-ID
003450         MOVE WS-CD-DATE (1)   TO WS-TRACE-DATE
003460         PERFORM 3000-TRACE THRU 3000-EXIT
003470         GO TO 2100-EXIT
003480     END-IF.
003490     MOVE WS-CAND-COUNT TO WS-EDIT-COUNT.
003500     DISPLAY WS-EDIT-COUNT " TRANSACTIONS MATCH - TRACE ONE BY"
003510         " ITS ID AND DATE:".
003520     PERFORM 2600-LIST-CANDIDATE THRU 2600-EXIT
003530         VARYING WS-CAND-SUB FROM 1 BY 1
003540         UNTIL WS-CAND-SUB > WS-CAND-COUNT.
003550     IF WS-CAND-OVERFLOW
003560         DISPLAY "  MORE THAN 20 MATCH - ONLY THE FIRST 20 SHOWN"
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600 2200-EDIT-AMOUNT.
003610     MOVE "N" TO WS-AMOUNT-SWITCH.
003620     MOVE ZERO TO WS-AMT-WORK.
003630     IF (WS-AMT-SIGN NOT = "+" AND WS-AMT-SIGN NOT = "-")
003640         OR WS-AMT-WHOLE NOT NUMERIC OR WS-AMT-DOT NOT = "."
003650         OR WS-AMT-DEC NOT NUMERIC
003660         GO TO 2200-EXIT
003670     END-IF.
003680     COMPUTE WS-AMT-WORK = WS-AMT-WHOLE + (WS-AMT-DEC / 100).
003690     IF WS-AMT-SIGN = "-"
003700         COMPUTE WS-AMT-WORK = WS-AMT-WORK * -1
003710     END-IF.
003720     SET WS-AMOUNT-VALID TO TRUE.
003730 2200-EXIT.
003740     EXIT.
003750 2300-MATCH-TRANSOUT.
003760     OPEN INPUT TRANS-OUT-FILE.
003770     IF WS-TRANSOUT-STATUS NOT = "00"
003780         DISPLAY "TRANSOUT NOT AVAILABLE - STATUS "
003790             WS-TRANSOUT-STATUS
003800         GO TO 2300-EXIT
003810     END-IF.
003820     MOVE "N" TO WS-EOF-SWITCH.
003830     PERFORM 2310-MATCH-RESULT THRU 2310-EXIT
003840         UNTIL WS-END-OF-FILE.
003850     CLOSE TRANS-OUT-FILE.
003860 2300-EXIT.
003870     EXIT.
003880 2310-MATCH-RESULT.
003890     READ TRANS-OUT-FILE
003900         AT END
003910             SET WS-END-OF-FILE TO TRUE
003920             GO TO 2310-EXIT
003930     END-READ.
003940     IF CALC-DEPT-CODE OF TRAN-OUT-RECORD NOT = WS-SEARCH-DEPT
003950         OR CALC-TIMESTAMP OF TRAN-OUT-RECORD (1:8)
003960             NOT = WS-SEARCH-DATE
003970         GO TO 2310-EXIT
003980     END-IF.
003990     IF CALC-NUM1 OF TRAN-OUT-RECORD NOT = WS-SEARCH-AMOUNT
004000         AND CALC-NUM2 OF TRAN-OUT-RECORD NOT = WS-SEARCH-AMOUNT
004010         GO TO 2310-EXIT
004020     END-IF.
004030     MOVE CALC-TXN-ID OF TRAN-OUT-RECORD TO WS-CW-TXN-ID.
004040     MOVE WS-SEARCH-DATE TO WS-CW-DATE.
004050     MOVE CALC-STATUS-CODE OF TRAN-OUT-RECORD TO WS-CW-STATUS.
004060     MOVE "TRANSOUT" TO WS-CW-SOURCE.
004070     PERFORM 2500-ADD-CANDIDATE THRU 2500-EXIT.
004080 2310-EXIT.
004090     EXIT.
004100*    ----------------------------------------------------------
004110*    A REJECT GOES TO TRANSOUT WITH ZERO OPERANDS, SO ITS
004120*    AMOUNT IS FOUND ON THE SUSPENDED CARD IMAGE INSTEAD.
004130*    ----------------------------------------------------------
004140 2400-MATCH-SUSPENSE.
004150     OPEN INPUT SUSPENSE-FILE.
004160     IF WS-SUSP-STATUS NOT = "00"
004170         DISPLAY "SUSPENSE NOT AVAILABLE - STATUS "
004180             WS-SUSP-STATUS
004190         GO TO 2400-EXIT
004200     END-IF.
004210     MOVE "N" TO WS-EOF-SWITCH.
004220     PERFORM 2410-MATCH-SUSPENDED THRU 2410-EXIT
004230         UNTIL WS-END-OF-FILE.
004240     CLOSE SUSPENSE-FILE.
004250 2400-EXIT.
004260     EXIT.
004270 2410-MATCH-SUSPENDED.
004280     READ SUSPENSE-FILE
004290         AT END
004300             SET WS-END-OF-FILE TO TRUE
004310             GO TO 2410-EXIT
004320     END-READ.
004330     IF SU-REJECT-DATE NOT = WS-SEARCH-DATE
004340         GO TO 2410-EXIT
004350     END-IF.
004360     MOVE SU-TRAN-IMAGE TO WS-WORK-CARD.
004370     IF TI-DEPT-CODE NOT = WS-SEARCH-DEPT
004380         OR TI-RECORD-TYPE = "R"
004390         GO TO 2410-EXIT
004400     END-IF.
004410     MOVE "N" TO WS-MATCH-SWITCH.
004420     MOVE TI-NUM1 TO WS-AMT-TEXT.
004430     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
004440     IF WS-AMOUNT-VALID AND WS-AMT-WORK = WS-SEARCH-AMOUNT
004450         SET WS-CARD-MATCHED TO TRUE
004460     END-IF.
004470     MOVE TI-NUM2 TO WS-AMT-TEXT.
004480     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
004490     IF WS-AMOUNT-VALID AND WS-AMT-WORK = WS-SEARCH-AMOUNT
004500         SET WS-CARD-MATCHED TO TRUE
004510     END-IF.
004520     IF NOT WS-CARD-MATCHED
004530         GO TO 2410-EXIT
004540     END-IF.
004550     MOVE SU-TXN-ID        TO WS-CW-TXN-ID.
004560     MOVE SU-REJECT-DATE   TO WS-CW-DATE.
004570     MOVE SU-REJECT-REASON TO WS-CW-STATUS.
004580     MOVE "SUSPENSE"       TO WS-CW-SOURCE.
004590     PERFORM 2500-ADD-CANDIDATE THRU 2500-EXIT.
004600 2410-EXIT.
004610     EXIT.
004620 2500-ADD-CANDIDATE.
004630     MOVE "N" TO WS-ENTRY-SWITCH.
004640     PERFORM 2510-MATCH-CANDIDATE THRU 2510-EXIT
004650         VARYING WS-CAND-SUB FROM 1 BY 1
004660         UNTIL WS-CAND-SUB > WS-CAND-COUNT
004670             OR WS-ENTRY-FOUND.
004680     IF WS-ENTRY-FOUND
004690         GO TO 2500-EXIT
004700     END-IF.
004710     IF WS-CAND-COUNT NOT < 20
004720         SET WS-CAND-OVERFLOW TO TRUE
004730         GO TO 2500-EXIT
004740     END-IF.
004750     ADD 1 TO WS-CAND-COUNT.
004760     MOVE WS-CAND-WORK TO WS-CAND-ENTRY (WS-CAND-COUNT).
004770 2500-EXIT.
004780     EXIT.
004790 2510-MATCH-CANDIDATE.
004800     IF WS-CD-TXN-ID (WS-CAND-SUB) = WS-CW-TXN-ID
004810         AND WS-CD-DATE (WS-CAND-SUB) = WS-CW-DATE
004820         SET WS-ENTRY-FOUND TO TRUE
004830     END-IF.
004840 2510-EXIT.
004850     EXIT.
004860 2600-LIST-CANDIDATE.
004870     DISPLAY "  TXN " WS-CD-TXN-ID (WS-CAND-SUB)
004880         "  ISSUED " WS-CD-DATE (WS-CAND-SUB)
004890         "  " WS-CD-SOURCE (WS-CAND-SUB)
004900         " " WS-CD-STATUS (WS-CAND-SUB).
004910 2600-EXIT.
004920     EXIT.
004930*    ----------------------------------------------------------
004940*    ONE TRACE.  EVERY FILE IS READ FIRST; THE PAGE IS THEN
004950*    PRINTED IN LIFE-CYCLE ORDER.  WHEN NO DATE WAS KEYED THE
004960*    FIRST FILE THAT KNOWS THE ID SUPPLIES IT.
004970*    ----------------------------------------------------------
004980 3000-TRACE.
004990     PERFORM 3100-CLEAR-FINDINGS THRU 3100-EXIT.
005000     PERFORM 4000-SCAN-TRANSOUT THRU 4000-EXIT.
005010     PERFORM 4100-SCAN-AUDITLOG THRU 4100-EXIT.
005020     PERFORM 4200-SCAN-SUSPENSE THRU 4200-EXIT.
005030     PERFORM 4300-SCAN-PENDAPPR THRU 4300-EXIT.
005040     PERFORM 4400-READ-HISTORY THRU 4400-EXIT.
005050     IF WS-HI-COUNT > 1
005060         MOVE WS-HI-COUNT TO WS-EDIT-COUNT
005070         DISPLAY "TXN " WS-TXN-ID " WAS ISSUED ON " WS-EDIT-COUNT
005080             " DAYS - RE-ENTER WITH ONE OF THE ISSUED DATES ABOVE"
005090         GO TO 3000-EXIT
005100     END-IF.
005110     IF WS-TRACE-DATE = SPACES
005120         DISPLAY "TXN " WS-TXN-ID " NOT FOUND ON TRANSOUT, "
005130             "AUDITLOG, SUSPENSE, PENDAPPR OR CALCHIST"
005140         GO TO 3000-EXIT
005150     END-IF.
005160     PERFORM 3200-SET-DEPT THRU 3200-EXIT.
005170     PERFORM 4500-SCAN-TRANSIN THRU 4500-EXIT.
005180     PERFORM 4600-SCAN-QUEUES THRU 4600-EXIT.
005190     PERFORM 4700-SCAN-GL-EXTRACT THRU 4700-EXIT.
005200     PERFORM 4800-SCAN-GL-UNPOSTED THRU 4800-EXIT.
005205     PERFORM 4900-SCAN-REVLINK THRU 4900-EXIT.
005210     PERFORM 5000-PRINT-TRACE THRU 5000-EXIT.
005220 3000-EXIT.
005230     EXIT.
005240 3100-CLEAR-FINDINGS.
005250     MOVE SPACES TO WS-TRACE-DEPT.
005260     INITIALIZE WS-TO-FINDING.
005270     INITIALIZE WS-AU-FINDING.
005280     INITIALIZE WS-SU-FINDING.
005290     INITIALIZE WS-PA-FINDING.
005300     INITIALIZE WS-HI-FINDING.
005310     INITIALIZE WS-TI-FINDING.
005320     INITIALIZE WS-QU-FINDING.
005330     INITIALIZE WS-GL-FINDING.
005340     INITIALIZE WS-UN-FINDING.
005345     INITIALIZE WS-RL-FINDING.
005350     MOVE "N" TO WS-TO-FOUND.
005360     MOVE "N" TO WS-AU-FOUND.
005370     MOVE "N" TO WS-SU-FOUND.
005380     MOVE "N" TO WS-PA-FOUND.
005390     MOVE "N" TO WS-HI-FOUND.
005400     MOVE "N" TO WS-TI-FOUND.
005410     MOVE "N" TO WS-TI-MISMATCH-SWITCH.
005420     MOVE "N" TO WS-QU-RESUB.
005430     MOVE "N" TO WS-QU-APPR.
005440     MOVE "N" TO WS-GL-FOUND.
005450     MOVE "N" TO WS-UN-FOUND.
005455     MOVE "N" TO WS-RL-FOUND.
005460 3100-EXIT.
005470     EXIT.
005480 3200-SET-DEPT.
005490     EVALUATE TRUE
005500         WHEN WS-TO-ON-FILE
005510             MOVE WS-TO-DEPT TO WS-TRACE-DEPT
005520         WHEN WS-AU-ON-FILE
005530             MOVE WS-AU-DEPT TO WS-TRACE-DEPT
005540         WHEN WS-SU-ON-FILE
005550             MOVE WS-SU-DEPT TO WS-TRACE-DEPT
005560         WHEN WS-PA-ON-FILE
005570             MOVE WS-PA-DEPT TO WS-TRACE-DEPT
005580         WHEN WS-HI-ON-FILE
005590             MOVE WS-HI-DEPT TO WS-TRACE-DEPT
005600     END-EVALUATE.
005610 3200-EXIT.
005620     EXIT.
005630 4000-SCAN-TRANSOUT.
005640     OPEN INPUT TRANS-OUT-FILE.
005650     IF WS-TRANSOUT-STATUS NOT = "00"
005660         MOVE "X" TO WS-TO-FOUND
005670         GO TO 4000-EXIT
005680     END-IF.
005690     MOVE "N" TO WS-EOF-SWITCH.
005700     PERFORM 4010-MATCH-RESULT THRU 4010-EXIT
005710         UNTIL WS-END-OF-FILE OR WS-TO-ON-FILE.
005720     CLOSE TRANS-OUT-FILE.
005730 4000-EXIT.
005740     EXIT.
005750 4010-MATCH-RESULT.
005760     READ TRANS-OUT-FILE
005770         AT END
005780             SET WS-END-OF-FILE TO TRUE
005790             GO TO 4010-EXIT
005800     END-READ.
005810     IF CALC-TXN-ID OF TRAN-OUT-RECORD NOT = WS-TXN-ID
005820         GO TO 4010-EXIT
005830     END-IF.
005840     IF WS-TRACE-DATE NOT = SPACES
005850         AND CALC-TIMESTAMP OF TRAN-OUT-RECORD (1:8)
005860             NOT = WS-TRACE-DATE
005870         GO TO 4010-EXIT
005880     END-IF.
005890     MOVE "Y" TO WS-TO-FOUND.
005900     MOVE CALC-STATUS-CODE OF TRAN-OUT-RECORD TO WS-TO-STATUS.
005910     MOVE CALC-TIMESTAMP OF TRAN-OUT-RECORD TO WS-TO-STAMP.
005920     MOVE CALC-OPERATOR-ID OF TRAN-OUT-RECORD TO WS-TO-OPERATOR.
005930     MOVE CALC-DEPT-CODE OF TRAN-OUT-RECORD TO WS-TO-DEPT.
005940     MOVE CALC-OPERATION-SEL OF TRAN-OUT-RECORD TO WS-TO-OP.
005950     MOVE CALC-NUM1 OF TRAN-OUT-RECORD TO WS-TO-NUM1.
005960     MOVE CALC-NUM2 OF TRAN-OUT-RECORD TO WS-TO-NUM2.
005970     PERFORM 4020-SELECT-RESULT THRU 4020-EXIT.
005980     IF WS-TRACE-DATE = SPACES
005990         MOVE WS-TO-STAMP (1:8) TO WS-TRACE-DATE
006000     END-IF.
006010 4010-EXIT.
006020     EXIT.
006030*    ----------------------------------------------------------
006040*    THE RESULT THE LEDGER RECEIVES - SAME SELECTION AS GlExtr.
006050*    ----------------------------------------------------------
006060 4020-SELECT-RESULT.
006070     EVALUATE CALC-OPERATION-SEL OF TRAN-OUT-RECORD
006080         WHEN "SB"
006090             MOVE CALC-SUBTRACAO OF TRAN-OUT-RECORD
006100                 TO WS-TO-RESULT
006110         WHEN "ML"
006120             MOVE CALC-MULTI OF TRAN-OUT-RECORD
006130                 TO WS-TO-RESULT
006140         WHEN "DV"
006150             MOVE CALC-DIV OF TRAN-OUT-RECORD
006160                 TO WS-TO-RESULT
006170         WHEN "MD"
006180             MOVE CALC-RES OF TRAN-OUT-RECORD
006190                 TO WS-TO-RESULT
006200         WHEN "PC"
006210             MOVE CALC-PERCENTUAL OF TRAN-OUT-RECORD
006220                 TO WS-TO-RESULT
006230         WHEN "AV"
006240             MOVE CALC-MEDIA-MOVEL OF TRAN-OUT-RECORD
006250                 TO WS-TO-RESULT
006252         WHEN "AM"
006254             MOVE CALC-JUROS-TOTAL OF TRAN-OUT-RECORD
006256                 TO WS-TO-RESULT
006260         WHEN OTHER
006270             MOVE CALC-SOMA OF TRAN-OUT-RECORD
006280                 TO WS-TO-RESULT
006290     END-EVALUATE.
006300 4020-EXIT.
006310     EXIT.
006320 4100-SCAN-AUDITLOG.
006330     OPEN INPUT AUDIT-LOG-FILE.
006340     IF WS-AUDIT-STATUS NOT = "00"
006350         MOVE "X" TO WS-AU-FOUND
006360         GO TO 4100-EXIT
006370     END-IF.
006380     MOVE "N" TO WS-EOF-SWITCH.
006390     PERFORM 4110-MATCH-AUDIT THRU 4110-EXIT
006400         UNTIL WS-END-OF-FILE OR WS-AU-ON-FILE.
006410     CLOSE AUDIT-LOG-FILE.
006420 4100-EXIT.
006430     EXIT.
006440 4110-MATCH-AUDIT.
006450     READ AUDIT-LOG-FILE
006460         AT END
006470             SET WS-END-OF-FILE TO TRUE
006480             GO TO 4110-EXIT
006490     END-READ.
006500     IF AUD-RECORD-TYPE = "S"
006510         OR CALC-TXN-ID OF AUDIT-RECORD NOT = WS-TXN-ID
006520         GO TO 4110-EXIT
006530     END-IF.
006540     IF WS-TRACE-DATE NOT = SPACES
006550         AND CALC-TIMESTAMP OF AUDIT-RECORD (1:8)
006560             NOT = WS-TRACE-DATE
006570         GO TO 4110-EXIT
006580     END-IF.
006590     MOVE "Y" TO WS-AU-FOUND.
006600     MOVE AUD-RUN-ID TO WS-AU-RUN-ID.
006610     MOVE AUD-RUN-SEQ TO WS-AU-RUN-SEQ.
006620     MOVE CALC-STATUS-CODE OF AUDIT-RECORD TO WS-AU-STATUS.
006630     MOVE CALC-DEPT-CODE OF AUDIT-RECORD TO WS-AU-DEPT.
006640     IF WS-TRACE-DATE = SPACES
006650         MOVE CALC-TIMESTAMP OF AUDIT-RECORD (1:8)
006660             TO WS-TRACE-DATE
006670     END-IF.
006680 4110-EXIT.
006690     EXIT.
006700 4200-SCAN-SUSPENSE.
006710     OPEN INPUT SUSPENSE-FILE.
006720     IF WS-SUSP-STATUS NOT = "00"
006730         MOVE "X" TO WS-SU-FOUND
006740         GO TO 4200-EXIT
006750     END-IF.
006760     MOVE "N" TO WS-EOF-SWITCH.
006770     PERFORM 4210-MATCH-SUSPENDED THRU 4210-EXIT
006780         UNTIL WS-END-OF-FILE OR WS-SU-ON-FILE.
006790     CLOSE SUSPENSE-FILE.
006800 4200-EXIT.
006810     EXIT.
006820 4210-MATCH-SUSPENDED.
006830     READ SUSPENSE-FILE
006840         AT END
006850             SET WS-END-OF-FILE TO TRUE
006860             GO TO 4210-EXIT
006870     END-READ.
006880     IF SU-STATUS NOT = "O"
006890         OR SU-TXN-ID NOT = WS-TXN-ID
006900         GO TO 4210-EXIT
006910     END-IF.
006920     IF WS-TRACE-DATE NOT = SPACES
006930         AND SU-REJECT-DATE NOT = WS-TRACE-DATE
006940         GO TO 4210-EXIT
006950     END-IF.
006960     MOVE "Y" TO WS-SU-FOUND.
006970     MOVE SU-REJECT-REASON TO WS-SU-REASON.
006980     MOVE SU-REJECT-DATE TO WS-SU-DATE.
006990     MOVE SU-TRAN-IMAGE TO WS-WORK-CARD.
007000     MOVE TI-DEPT-CODE TO WS-SU-DEPT.
007010     IF WS-TRACE-DATE = SPACES
007020         MOVE SU-REJECT-DATE TO WS-TRACE-DATE
007030     END-IF.
007040 4210-EXIT.
007050     EXIT.
007060 4300-SCAN-PENDAPPR.
007070     OPEN INPUT PEND-APPR-FILE.
007080     IF WS-PEND-STATUS NOT = "00"
007090         MOVE "X" TO WS-PA-FOUND
007100         GO TO 4300-EXIT
007110     END-IF.
007120     MOVE "N" TO WS-EOF-SWITCH.
007130     PERFORM 4310-MATCH-PENDING THRU 4310-EXIT
007140         UNTIL WS-END-OF-FILE OR WS-PA-ON-FILE.
007150     CLOSE PEND-APPR-FILE.
007160 4300-EXIT.
007170     EXIT.
007180 4310-MATCH-PENDING.
007190     READ PEND-APPR-FILE
007200         AT END
007210             SET WS-END-OF-FILE TO TRUE
007220             GO TO 4310-EXIT
007230     END-READ.
007240     IF PA-STATUS NOT = "P"
007250         OR PA-TXN-ID NOT = WS-TXN-ID
007260         GO TO 4310-EXIT
007270     END-IF.
007280     IF WS-TRACE-DATE NOT = SPACES
007290         AND PA-HOLD-DATE NOT = WS-TRACE-DATE
007300         GO TO 4310-EXIT
007310     END-IF.
007320     MOVE "Y" TO WS-PA-FOUND.
007330     MOVE PA-HOLD-DATE TO WS-PA-HOLD-DATE.
007340     MOVE PA-HOLD-TIME TO WS-PA-HOLD-TIME.
007350     MOVE PA-DEPT-CODE TO WS-PA-DEPT.
007360     MOVE PA-HOLD-AMOUNT TO WS-PA-AMOUNT.
007370     MOVE PA-APPROVAL-LIMIT TO WS-PA-LIMIT.
007380     IF WS-TRACE-DATE = SPACES
007390         MOVE PA-HOLD-DATE TO WS-TRACE-DATE
007400     END-IF.
007410 4310-EXIT.
007420     EXIT.
007430*    ----------------------------------------------------------
007440*    CALCHIST IS KEYED ON ID AND POSTING DATE, WHICH HistLoad
007446*    TAKES FROM THE CYCLE'S PROCDATE - NOT THE DAY THE ID WAS
007452*    ISSUED, SO THE KEY CANNOT BE READ DIRECTLY.  EVERY POSTING
007458*    OF THE ID IS BROWSED.  WITH A DATE, ONLY THE POSTING WHOSE
007464*    CALC-TIMESTAMP FALLS ON IT COUNTS; WITH NO DATE YET, MORE
007470*    THAN ONE POSTING MEANS THE OPERATOR MUST SAY WHICH DAY.
007480*    ----------------------------------------------------------
007490 4400-READ-HISTORY.
007500     IF NOT WS-HIST-OPEN
007510         MOVE "X" TO WS-HI-FOUND
007520         GO TO 4400-EXIT
007530     END-IF.
007540     MOVE WS-TXN-ID TO HIST-TXN-ID.
007640     MOVE LOW-VALUES TO HIST-POST-DATE.
007650     START CALC-HIST-FILE KEY IS NOT LESS THAN HIST-KEY
007660         INVALID KEY
007670             GO TO 4400-EXIT
007680     END-START.
007690     MOVE "N" TO WS-EOF-SWITCH.
007700     PERFORM 4410-BROWSE-POSTING THRU 4410-EXIT
007710         UNTIL WS-END-OF-FILE.
007720     IF WS-HI-COUNT = 1
007726         AND WS-TRACE-DATE = SPACES
007732         MOVE WS-HI-CALC-DATE TO WS-TRACE-DATE
007740     END-IF.
007750 4400-EXIT.
007760     EXIT.
007770 4410-BROWSE-POSTING.
007780     READ CALC-HIST-FILE NEXT
007790         AT END
007800             SET WS-END-OF-FILE TO TRUE
007810             GO TO 4410-EXIT
007820     END-READ.
007830     IF HIST-TXN-ID NOT = WS-TXN-ID
007840         SET WS-END-OF-FILE TO TRUE
007850         GO TO 4410-EXIT
007860     END-IF.
007861     IF WS-TRACE-DATE NOT = SPACES
007862         AND CALC-TIMESTAMP OF HIST-RECORD (1:8)
007863             NOT = WS-TRACE-DATE
007864         GO TO 4410-EXIT
007865     END-IF.
007870     IF WS-HI-COUNT = 1
007880         DISPLAY "  TXN " WS-TXN-ID " ISSUED " WS-HI-CALC-DATE
007890             " POSTED " WS-HI-POST-DATE "  STATUS " WS-HI-STATUS
007900     END-IF.
007910     IF WS-HI-COUNT > ZERO
007915         DISPLAY "  TXN " WS-TXN-ID " ISSUED "
007920             CALC-TIMESTAMP OF HIST-RECORD (1:8)
007925             " POSTED " HIST-POST-DATE
007930             "  STATUS " CALC-STATUS-CODE OF HIST-RECORD
007940     END-IF.
007950     PERFORM 4420-SAVE-POSTING THRU 4420-EXIT.
007960 4410-EXIT.
007970     EXIT.
007980 4420-SAVE-POSTING.
007990     MOVE "Y" TO WS-HI-FOUND.
008000     ADD 1 TO WS-HI-COUNT.
008010     MOVE HIST-POST-DATE TO WS-HI-POST-DATE.
008015     MOVE CALC-TIMESTAMP OF HIST-RECORD (1:8) TO WS-HI-CALC-DATE.
008020     MOVE CALC-STATUS-CODE OF HIST-RECORD TO WS-HI-STATUS.
008030     MOVE HIST-DUP-FLAG TO WS-HI-DUP-FLAG.
008040     MOVE CALC-DEPT-CODE OF HIST-RECORD TO WS-HI-DEPT.
008050 4420-EXIT.
008060     EXIT.
008070*    ----------------------------------------------------------
008080*    ArithmeticProgram GIVES EVERY DETAIL CARD (HEADERS AND
008090*    TRAILERS EXCLUDED) THE NEXT BATCH SEQUENCE IN TRANSIN
008100*    ORDER, SO THE CARD BEHIND "B" + SEQUENCE IS FOUND BY
008110*    COUNTING.  TRANSIN IS THE COPY OF THE CARDS A NIGHT
008120*    CONSUMED (TRANCARD), BUT THE COUNT IS ONLY TRUSTED WHEN THE
008130*    ID WAS FOUND ON TRANSOUT AND THE CARD'S DEPARTMENT AGREES.
008140*    THE SAME PASS PICKS UP A LATER CARD THAT RESUBMITS OR
008150*    RELEASES THE TRACED ITEM, AND CARDS THAT CHAIN FROM IT.
008160*    ----------------------------------------------------------
008170 4500-SCAN-TRANSIN.
008180     MOVE ZERO TO WS-TARGET-SEQ.
008190     MOVE WS-TXN-ID TO WS-ID-WORK.
008200     IF WS-ID-MODE = "B" AND WS-ID-SEQ NUMERIC
008210         AND WS-TO-ON-FILE
008220         MOVE WS-ID-SEQ-NUM TO WS-TARGET-SEQ
008230     END-IF.
008231     MOVE SPACES TO WS-SCAN-CYCLE.
008232     IF WS-ID-MODE = "B"
008233         MOVE WS-ID-CYCLE TO WS-SCAN-CYCLE
008234     END-IF.
008235     MOVE WS-SCAN-CYCLE TO WS-PREV-CYCLE.
008240     OPEN INPUT TRANS-IN-FILE.
008250     IF WS-TRANSIN-STATUS NOT = "00"
008260         MOVE "X" TO WS-TI-FOUND
008270         GO TO 4500-EXIT
008280     END-IF.
008290     MOVE ZERO TO WS-SCAN-SEQ.
008300     MOVE ZERO TO WS-BATCH-COUNT.
008310     MOVE ZERO TO WS-BATCH-POS.
008320     MOVE SPACES TO WS-CUR-BATCH-DEPT.
008330     MOVE SPACES TO WS-CUR-BATCH-DATE.
008340     MOVE "N" TO WS-EOF-SWITCH.
008350     PERFORM 4510-READ-CARD THRU 4510-EXIT
008360         UNTIL WS-END-OF-FILE.
008370     CLOSE TRANS-IN-FILE.
008372     IF WS-TI-RESUB-AS NOT = SPACES
008374         PERFORM 4540-CONFIRM-RESUB THRU 4540-EXIT
008376     END-IF.
008380     IF WS-TI-ON-FILE
008390         AND WS-TI-CARD-DEPT NOT = WS-TO-DEPT
008400         SET WS-TI-DEPT-MISMATCH TO TRUE
008410     END-IF.
008420 4500-EXIT.
008430     EXIT.
008440 4510-READ-CARD.
008450     READ TRANS-IN-FILE INTO WS-WORK-CARD
008460         AT END
008470             SET WS-END-OF-FILE TO TRUE
008480             GO TO 4510-EXIT
008490     END-READ.
008500     IF TI-RECORD-TYPE = "H"
008510         ADD 1 TO WS-BATCH-COUNT
008520         MOVE ZERO TO WS-BATCH-POS
008530         MOVE TC-DEPT-CODE TO WS-CUR-BATCH-DEPT
008540         MOVE TC-BATCH-DATE TO WS-CUR-BATCH-DATE
008550         GO TO 4510-EXIT
008560     END-IF.
008570     IF TI-RECORD-TYPE = "T"
008580         GO TO 4510-EXIT
008590     END-IF.
008600     ADD 1 TO WS-SCAN-SEQ.
008610     ADD 1 TO WS-BATCH-POS.
008620     IF TI-PRIOR-TXN-ID = WS-TXN-ID
008630         AND TI-PRIOR-TXN-DATE = WS-TRACE-DATE
008635         AND TI-RECORD-TYPE NOT = "R"
008640         MOVE WS-SCAN-ID TO WS-TI-RESUB-AS
008680         MOVE TI-DEPT-CODE TO WS-TI-RESUB-DEPT
008700     END-IF.
008710     IF WS-TARGET-SEQ = ZERO
008720         GO TO 4510-EXIT
008730     END-IF.
008740     IF WS-SCAN-SEQ = WS-TARGET-SEQ
008750         PERFORM 4520-SAVE-CARD THRU 4520-EXIT
008760         GO TO 4510-EXIT
008770     END-IF.
008780     IF WS-SCAN-SEQ > WS-TARGET-SEQ
008790         AND WS-TI-ON-FILE
008800         AND TI-RECORD-TYPE NOT = "R"
008810         PERFORM 4530-CHECK-FED THRU 4530-EXIT
008820     END-IF.
008830 4510-EXIT.
008840     EXIT.
008850 4520-SAVE-CARD.
008860     MOVE "Y" TO WS-TI-FOUND.
008870     MOVE WS-BATCH-COUNT TO WS-TI-BATCH-NO.
008880     MOVE WS-CUR-BATCH-DEPT TO WS-TI-BATCH-DEPT.
008890     MOVE WS-CUR-BATCH-DATE TO WS-TI-BATCH-DATE.
008900     MOVE WS-BATCH-POS TO WS-TI-BATCH-POS.
008910     MOVE TI-DEPT-CODE TO WS-TI-CARD-DEPT.
008920     MOVE TI-PRIOR-TXN-ID TO WS-TI-PRIOR-ID.
008930     MOVE TI-PRIOR-TXN-DATE TO WS-TI-PRIOR-DATE.
008940     IF TI-RECORD-TYPE = "R"
008950         GO TO 4520-EXIT
008960     END-IF.
008970     MOVE TI-CHAIN-FLAG TO WS-TI-CHAIN-FLAG.
008980     IF TI-CHAIN-FLAG = "P" AND WS-SCAN-SEQ > 1
008990         COMPUTE WS-PREV-SEQ = WS-SCAN-SEQ - 1
009000         MOVE WS-PREV-ID TO WS-TI-CAME-FROM
009010     END-IF.
009020     IF TI-CHAIN-FLAG = "T"
009030         MOVE TI-CHAIN-TXN-ID TO WS-TI-CAME-FROM
009040     END-IF.
009042     IF TI-CHAIN-FLAG = "T"
009044         AND TI-CHAIN-TXN-ID (9:2) = SPACES
009046         MOVE WS-SCAN-CYCLE TO WS-TI-CAME-FROM (9:2)
009048     END-IF.
009050 4520-EXIT.
009060     EXIT.
009070*    ----------------------------------------------------------
009080*    A "P" LINK FEEDS FROM THE CARD JUST AHEAD OF IT; A "T"
009090*    LINK ONLY RESOLVES INSIDE ITS OWN BATCH.
009100*    ----------------------------------------------------------
009110 4530-CHECK-FED.
009120     MOVE "N" TO WS-MATCH-SWITCH.
009130     IF TI-CHAIN-FLAG = "P"
009140         AND WS-SCAN-SEQ = WS-TARGET-SEQ + 1
009150         SET WS-CARD-MATCHED TO TRUE
009160     END-IF.
009170     IF TI-CHAIN-FLAG = "T"
009180         AND TI-CHAIN-TXN-ID = WS-TXN-ID
009190         AND WS-BATCH-COUNT = WS-TI-BATCH-NO
009200         SET WS-CARD-MATCHED TO TRUE
009210     END-IF.
009211     IF TI-CHAIN-FLAG = "T"
009212         AND TI-CHAIN-TXN-ID (9:2) = SPACES
009213         AND TI-CHAIN-TXN-ID (1:8) = WS-TXN-ID (1:8)
009214         AND WS-BATCH-COUNT = WS-TI-BATCH-NO
009215         SET WS-CARD-MATCHED TO TRUE
009216     END-IF.
009220     IF WS-CARD-MATCHED AND WS-TI-FED-COUNT < 10
009230         ADD 1 TO WS-TI-FED-COUNT
009240         MOVE WS-SCAN-ID TO WS-TI-FED-ID (WS-TI-FED-COUNT)
009250     END-IF.
009260 4530-EXIT.
009261     EXIT.
009262*    ----------------------------------------------------------
009263*    A COUNTED ID IS ONLY AN ISSUED ID WHEN THE TRANSOUT
009264*    ALLOCATED CARRIES IT FOR THE CARD'S OWN DEPARTMENT - IF NOT,
009265*    TRANSIN IS NOT THAT RUN'S INPUT AND THE ID IS NOT SHOWN.
009266*    THE CYCLE DAY ON THE END OF THE ID IS TAKEN FROM TRANSOUT.
009267*    ----------------------------------------------------------
009268 4540-CONFIRM-RESUB.
009269     MOVE "N" TO WS-ENTRY-SWITCH.
009270     OPEN INPUT TRANS-OUT-FILE.
009271     IF WS-TRANSOUT-STATUS = "00"
009272         MOVE "N" TO WS-EOF-SWITCH
009273         PERFORM 4550-MATCH-RESUB THRU 4550-EXIT
009274             UNTIL WS-END-OF-FILE OR WS-ENTRY-FOUND
009275         CLOSE TRANS-OUT-FILE
009276     END-IF.
009277     IF NOT WS-ENTRY-FOUND
009278         MOVE SPACES TO WS-TI-RESUB-AS
009279     END-IF.
009280 4540-EXIT.
009281     EXIT.
009282 4550-MATCH-RESUB.
009283     READ TRANS-OUT-FILE
009284         AT END
009285             SET WS-END-OF-FILE TO TRUE
009286             GO TO 4550-EXIT
009287     END-READ.
009288     IF CALC-TXN-ID OF TRAN-OUT-RECORD (1:8) =
009289             WS-TI-RESUB-AS (1:8)
009290         AND CALC-DEPT-CODE OF TRAN-OUT-RECORD = WS-TI-RESUB-DEPT
009291         SET WS-ENTRY-FOUND TO TRUE
009292         MOVE CALC-TXN-ID OF TRAN-OUT-RECORD TO WS-TI-RESUB-AS
009293         MOVE CALC-TIMESTAMP OF TRAN-OUT-RECORD (1:8)
009294             TO WS-TI-RESUB-DATE
009295     END-IF.
009296 4550-EXIT.
009297     EXIT.
009298*    ----------------------------------------------------------
009299*    A REPAIRED OR APPROVED CARD WAITS ON RESUBMIT OR APPROVED
009300*    UNTIL THE NEXT CLEAN GLEXTR EMPTIES THEM.
009310*    ----------------------------------------------------------
009320 4600-SCAN-QUEUES.
009330     OPEN INPUT RESUBMIT-FILE.
009340     IF WS-RESUB-STATUS NOT = "00"
009350         MOVE "X" TO WS-QU-RESUB
009360     ELSE
009370         MOVE "N" TO WS-EOF-SWITCH
009380         PERFORM 4610-MATCH-RESUBMIT THRU 4610-EXIT
009390             UNTIL WS-END-OF-FILE OR WS-QU-ON-RESUBMIT
009400         CLOSE RESUBMIT-FILE
009410     END-IF.
009420     OPEN INPUT APPROVED-FILE.
009430     IF WS-APPR-STATUS NOT = "00"
009440         MOVE "X" TO WS-QU-APPR
009450     ELSE
009460         MOVE "N" TO WS-EOF-SWITCH
009470         PERFORM 4620-MATCH-APPROVED THRU 4620-EXIT
009480             UNTIL WS-END-OF-FILE OR WS-QU-ON-APPROVED
009490         CLOSE APPROVED-FILE
009500     END-IF.
009510 4600-EXIT.
009520     EXIT.
009530 4610-MATCH-RESUBMIT.
009540     READ RESUBMIT-FILE INTO WS-WORK-CARD
009550         AT END
009560             SET WS-END-OF-FILE TO TRUE
009570             GO TO 4610-EXIT
009580     END-READ.
009590     IF TI-RECORD-TYPE NOT = "H" AND TI-RECORD-TYPE NOT = "T"
009600         AND TI-PRIOR-TXN-ID = WS-TXN-ID
009610         AND TI-PRIOR-TXN-DATE = WS-TRACE-DATE
009620         MOVE "Y" TO WS-QU-RESUB
009630     END-IF.
009640 4610-EXIT.
009650     EXIT.
009660 4620-MATCH-APPROVED.
009670     READ APPROVED-FILE INTO WS-WORK-CARD
009680         AT END
009690             SET WS-END-OF-FILE TO TRUE
009700             GO TO 4620-EXIT
009710     END-READ.
009720     IF TI-RECORD-TYPE NOT = "H" AND TI-RECORD-TYPE NOT = "T"
009730         AND TI-PRIOR-TXN-ID = WS-TXN-ID
009740         AND TI-PRIOR-TXN-DATE = WS-TRACE-DATE
009750         MOVE "Y" TO WS-QU-APPR
009760     END-IF.
009770 4620-EXIT.
009780     EXIT.
009790 4700-SCAN-GL-EXTRACT.
009800     OPEN INPUT GL-EXTRACT-FILE.
009810     IF WS-GLXT-STATUS NOT = "00"
009820         MOVE "X" TO WS-GL-FOUND
009830         GO TO 4700-EXIT
009840     END-IF.
009850     MOVE "N" TO WS-EOF-SWITCH.
009860     PERFORM 4710-MATCH-EXTRACT THRU 4710-EXIT
009870         UNTIL WS-END-OF-FILE OR WS-GL-ON-FILE.
009880     CLOSE GL-EXTRACT-FILE.
009890 4700-EXIT.
009900     EXIT.
009910 4710-MATCH-EXTRACT.
009920     READ GL-EXTRACT-FILE
009930         AT END
009940             SET WS-END-OF-FILE TO TRUE
009950             GO TO 4710-EXIT
009960     END-READ.
009970     IF GL-REC-TYPE NOT = "D"
009980         OR GL-TXN-ID NOT = WS-TXN-ID
009990         OR GL-POSTING-DATE < WS-TRACE-DATE
010000         GO TO 4710-EXIT
010010     END-IF.
010020     IF WS-TRACE-DEPT NOT = SPACES
010030         AND GL-DEPT-CODE NOT = WS-TRACE-DEPT
010040         GO TO 4710-EXIT
010050     END-IF.
010060     MOVE "Y" TO WS-GL-FOUND.
010070     MOVE GL-POSTING-DATE TO WS-GL-POST-DATE.
010080     MOVE GL-AMOUNT TO WS-GL-AMOUNT.
010090 4710-EXIT.
010100     EXIT.
010110 4800-SCAN-GL-UNPOSTED.
010120     OPEN INPUT UNP-IN-FILE.
010130     IF WS-GLUNP-STATUS NOT = "00"
010140         MOVE "X" TO WS-UN-FOUND
010150         GO TO 4800-EXIT
010160     END-IF.
010170     MOVE "N" TO WS-EOF-SWITCH.
010180     PERFORM 4810-MATCH-UNPOSTED THRU 4810-EXIT
010190         UNTIL WS-END-OF-FILE OR WS-UN-ON-FILE.
010200     CLOSE UNP-IN-FILE.
010210 4800-EXIT.
010220     EXIT.
010230 4810-MATCH-UNPOSTED.
010240     READ UNP-IN-FILE
010250         AT END
010260             SET WS-END-OF-FILE TO TRUE
010270             GO TO 4810-EXIT
010280     END-READ.
010290     IF UN-TXN-ID NOT = WS-TXN-ID
010300         GO TO 4810-EXIT
010310     END-IF.
010320     IF WS-GL-ON-FILE
010330         AND UN-POSTING-DATE NOT = WS-GL-POST-DATE
010340         GO TO 4810-EXIT
010350     END-IF.
010360     IF UN-POSTING-DATE < WS-TRACE-DATE
010370         GO TO 4810-EXIT
010380     END-IF.
010390     IF WS-TRACE-DEPT NOT = SPACES
010400         AND UN-DEPT-CODE NOT = WS-TRACE-DEPT
010410         GO TO 4810-EXIT
010420     END-IF.
010430     MOVE "Y" TO WS-UN-FOUND.
010440     MOVE UN-DISPOSITION TO WS-UN-DISPOSITION.
010450     MOVE UN-REASON-CODE TO WS-UN-REASON.
010460     MOVE UN-FIRST-DATE TO WS-UN-FIRST-DATE.
010470     IF NOT WS-GL-ON-FILE
010480         MOVE UN-POSTING-DATE TO WS-GL-POST-DATE
010490     END-IF.
010500 4810-EXIT.
010510     EXIT.
010520*    ----------------------------------------------------------
010552*    ArithmeticProgram TIES EVERY REVERSAL IT ACCEPTS TO THE ID
010553*    AND POSTING DATE OF THE ITEM IT BACKS OUT (SEE REVLNKRC).
010554*    REVLINK MAY CARRY SEVERAL NIGHTS - SEE TXNTRACE.
010555*    ----------------------------------------------------------
010556 4900-SCAN-REVLINK.
010557     MOVE WS-TRACE-DATE TO WS-LINK-DATE.
010558     IF WS-HI-ON-FILE
010559         MOVE WS-HI-POST-DATE TO WS-LINK-DATE
010560     END-IF.
010561     OPEN INPUT REV-LINK-FILE.
010562     IF WS-RLNK-STATUS NOT = "00"
010563         MOVE "X" TO WS-RL-FOUND
010564         GO TO 4900-EXIT
010565     END-IF.
010566     MOVE "N" TO WS-EOF-SWITCH.
010567     PERFORM 4910-MATCH-LINK THRU 4910-EXIT
010568         UNTIL WS-END-OF-FILE OR WS-RL-ON-FILE.
010569     CLOSE REV-LINK-FILE.
010570 4900-EXIT.
010571     EXIT.
010572 4910-MATCH-LINK.
010573     READ REV-LINK-FILE
010574         AT END
010575             SET WS-END-OF-FILE TO TRUE
010576             GO TO 4910-EXIT
010577     END-READ.
010578     IF RL-ORIG-TXN-ID NOT = WS-TXN-ID
010579         OR RL-ORIG-POST-DATE NOT = WS-LINK-DATE
010580         GO TO 4910-EXIT
010581     END-IF.
010582     MOVE "Y" TO WS-RL-FOUND.
010583     MOVE RL-REV-TXN-ID TO WS-RL-REV-ID.
010584     MOVE RL-REV-POST-DATE TO WS-RL-REV-DATE.
010585 4910-EXIT.
010586     EXIT.
010587*    ----------------------------------------------------------
010588*    THE TRACE PAGE - EVERY LINE GOES TO THE SCREEN AND TO
010589*    TRCRPT, ONE PAGE PER TRACE.
010590*    ----------------------------------------------------------
010591 5000-PRINT-TRACE.
010592     MOVE SPACES TO WS-TRACE-LINE.
010593     STRING "TRANSACTION LIFE-CYCLE TRACE    TXN " WS-TXN-ID
010594         "  ISSUED " WS-TRACE-DATE
010600         DELIMITED BY SIZE INTO WS-TRACE-LINE.
010610     DISPLAY " ".
010620     DISPLAY WS-TRACE-LINE.
010630     MOVE WS-TRACE-LINE TO TRC-RPT-LINE.
010640     WRITE TRC-RPT-LINE AFTER ADVANCING PAGE.
010650     MOVE ALL "-" TO WS-TRACE-LINE.
010660     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
010670     PERFORM 5100-SHOW-ARRIVAL THRU 5100-EXIT.
010680     PERFORM 5200-SHOW-AUDIT THRU 5200-EXIT.
010690     PERFORM 5300-SHOW-RESULT THRU 5300-EXIT.
010700     PERFORM 5400-SHOW-HOLD THRU 5400-EXIT.
010710     PERFORM 5500-SHOW-SUSPENSE THRU 5500-EXIT.
010720     PERFORM 5600-SHOW-RESUBMIT THRU 5600-EXIT.
010730     PERFORM 5700-SHOW-HISTORY THRU 5700-EXIT.
010740     PERFORM 5800-SHOW-GL THRU 5800-EXIT.
010750     PERFORM 5900-SHOW-GL-ACK THRU 5900-EXIT.
010760     PERFORM 5950-SHOW-CHAIN THRU 5950-EXIT.
010770     MOVE ALL "-" TO WS-TRACE-LINE.
010780     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
010790     MOVE "END OF TRACE" TO WS-TRACE-LINE.
010800     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
010810 5000-EXIT.
010820     EXIT.
010830 5100-SHOW-ARRIVAL.
010840     IF WS-ID-MODE = "I"
010850         MOVE "ARRIVED     INTERACTIVE SESSION - NO TRANSIN CARD"
010860             TO WS-TRACE-LINE
010870         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
010880         GO TO 5100-EXIT
010890     END-IF.
010900     IF WS-TI-NO-FILE
010910         STRING "ARRIVED     TRANSIN NOT AVAILABLE - STATUS "
010920             WS-TRANSIN-STATUS
010930             DELIMITED BY SIZE INTO WS-TRACE-LINE
010940         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
010950         GO TO 5100-EXIT
010960     END-IF.
010970     IF NOT WS-TO-ON-FILE
010980         STRING "ARRIVED     NOT CHECKED - ID IS NOT ON THE "
010990             "TRANSOUT NOW"
011000             DELIMITED BY SIZE INTO WS-TRACE-LINE
011010         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011020         STRING "            ALLOCATED, SO TRANSIN IS NOT ITS "
011030             "RUN'S INPUT"
011040             DELIMITED BY SIZE INTO WS-TRACE-LINE
011050         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011060         GO TO 5100-EXIT
011070     END-IF.
011080     IF NOT WS-TI-ON-FILE
011090         MOVE WS-TARGET-SEQ TO WS-EDIT-SEQ
011100         STRING "ARRIVED     NO DETAIL CARD NUMBER " WS-EDIT-SEQ
011110             " ON THE TRANSIN NOW ALLOCATED"
011120             DELIMITED BY SIZE INTO WS-TRACE-LINE
011130         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011140         GO TO 5100-EXIT
011150     END-IF.
011160     IF WS-TI-DEPT-MISMATCH
011170         STRING "ARRIVED     CARD AT THAT POSITION IS DEPT "
011180             WS-TI-CARD-DEPT ", NOT " WS-TO-DEPT " - TRANSIN"
011190             DELIMITED BY SIZE INTO WS-TRACE-LINE
011200         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011210         MOVE "            IS NOT THE INPUT OF THAT RUN"
011220             TO WS-TRACE-LINE
011230         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011240         GO TO 5100-EXIT
011250     END-IF.
011260     MOVE WS-TI-BATCH-NO TO WS-EDIT-SEQ.
011270     STRING "ARRIVED     TRANSIN BATCH " WS-EDIT-SEQ
011280         "  DEPT " WS-TI-BATCH-DEPT
011290         "  DATED " WS-TI-BATCH-DATE
011300         DELIMITED BY SIZE INTO WS-TRACE-LINE.
011310     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
011320     MOVE WS-TI-BATCH-POS TO WS-EDIT-SEQ.
011330     STRING "            CARD " WS-EDIT-SEQ " OF THE BATCH"
011340         DELIMITED BY SIZE INTO WS-TRACE-LINE.
011350     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
011360     IF WS-TI-PRIOR-ID = SPACES
011370         GO TO 5100-EXIT
011380     END-IF.
011390     EVALUATE WS-TI-BATCH-DEPT
011400         WHEN "SUSP"
011410             STRING "            REPAIRED FROM SUSPENSE - "
011420                 "REJECTED AS TXN " WS-TI-PRIOR-ID
011430                 DELIMITED BY SIZE INTO WS-TRACE-LINE
011440         WHEN "APPR"
011450             STRING "            RELEASED BY APPROVAL - "
011460                 "HELD AS TXN " WS-TI-PRIOR-ID
011470                 DELIMITED BY SIZE INTO WS-TRACE-LINE
011480         WHEN OTHER
011490             STRING "            CARRIES EARLIER TXN "
011500                 WS-TI-PRIOR-ID
011510                 DELIMITED BY SIZE INTO WS-TRACE-LINE
011520     END-EVALUATE.
011530     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
011540     STRING "            ISSUED " WS-TI-PRIOR-DATE
011550         " - TRACE IT FOR ITS FIRST PASS"
011560         DELIMITED BY SIZE INTO WS-TRACE-LINE.
011570     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
011580 5100-EXIT.
011590     EXIT.
011600 5200-SHOW-AUDIT.
011610     EVALUATE TRUE
011620         WHEN WS-AU-ON-FILE
011630             MOVE WS-AU-RUN-SEQ TO WS-EDIT-SEQ
011640             STRING "AUDIT LOG   RUN " WS-AU-RUN-ID
011650                 "  SEQUENCE " WS-EDIT-SEQ
011660                 "  STATUS " WS-AU-STATUS
011670                 DELIMITED BY SIZE INTO WS-TRACE-LINE
011680         WHEN WS-AU-NO-FILE
011690             STRING "AUDIT LOG   NOT AVAILABLE - STATUS "
011700                 WS-AUDIT-STATUS
011710                 DELIMITED BY SIZE INTO WS-TRACE-LINE
011720         WHEN OTHER
011730             MOVE "AUDIT LOG   NOT ON THE AUDITLOG NOW ALLOCATED"
011740                 TO WS-TRACE-LINE
011750     END-EVALUATE.
011760     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
011770 5200-EXIT.
011780     EXIT.
011790 5300-SHOW-RESULT.
011800     IF WS-TO-NO-FILE
011810         STRING "TRANSOUT    NOT AVAILABLE - STATUS "
011820             WS-TRANSOUT-STATUS
011830             DELIMITED BY SIZE INTO WS-TRACE-LINE
011840         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011850         GO TO 5300-EXIT
011860     END-IF.
011870     IF NOT WS-TO-ON-FILE
011880         MOVE "TRANSOUT    NOT ON THE TRANSOUT NOW ALLOCATED"
011890             TO WS-TRACE-LINE
011900         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
011910         GO TO 5300-EXIT
011920     END-IF.
011930     STRING "TRANSOUT    STATUS " WS-TO-STATUS
011940         "  AT " WS-TO-STAMP (1:8) " " WS-TO-STAMP (9:6)
011950         "  OPERATOR " WS-TO-OPERATOR
011960         DELIMITED BY SIZE INTO WS-TRACE-LINE.
011970     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
011980     MOVE WS-TO-NUM1 TO WS-EDIT-AMOUNT.
011990     MOVE WS-TO-NUM2 TO WS-EDIT-AMOUNT2.
012000     STRING "            DEPT " WS-TO-DEPT "  OP " WS-TO-OP
012010         "  NUM1 " WS-EDIT-AMOUNT "  NUM2 " WS-EDIT-AMOUNT2
012020         DELIMITED BY SIZE INTO WS-TRACE-LINE.
012030     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
012040     IF WS-TO-STATUS = "OK" OR WS-TO-STATUS = "REVERSED"
012050         MOVE WS-TO-RESULT TO WS-EDIT-AMOUNT
012060         STRING "            RESULT FOR THE LEDGER "
012070             WS-EDIT-AMOUNT
012080             DELIMITED BY SIZE INTO WS-TRACE-LINE
012090         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012100     END-IF.
012110 5300-EXIT.
012120     EXIT.
012130 5400-SHOW-HOLD.
012140     IF WS-PA-ON-FILE
012150         MOVE WS-PA-AMOUNT TO WS-EDIT-AMOUNT
012160         MOVE WS-PA-LIMIT TO WS-EDIT-AMOUNT2
012170         STRING "APPROVAL    PENDING - HELD " WS-PA-HOLD-DATE " "
012180             WS-PA-HOLD-TIME "  AMOUNT " WS-EDIT-AMOUNT
012190             DELIMITED BY SIZE INTO WS-TRACE-LINE
012200         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012210         STRING "            OVER THE DEPARTMENT LIMIT OF "
012220             WS-EDIT-AMOUNT2
012230             DELIMITED BY SIZE INTO WS-TRACE-LINE
012240         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012250         GO TO 5400-EXIT
012260     END-IF.
012270     IF WS-PA-NO-FILE
012280         STRING "APPROVAL    PENDAPPR NOT AVAILABLE - STATUS "
012290             WS-PEND-STATUS
012300             DELIMITED BY SIZE INTO WS-TRACE-LINE
012310         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012320         GO TO 5400-EXIT
012330     END-IF.
012340     IF WS-TO-ON-FILE AND WS-TO-STATUS = "HELD"
012350         STRING "APPROVAL    HELD - NO LONGER PENDING "
012360             "(DECIDED, SEE APPRLOG)"
012370             DELIMITED BY SIZE INTO WS-TRACE-LINE
012380     ELSE
012390         MOVE "APPROVAL    NOT HELD" TO WS-TRACE-LINE
012400     END-IF.
012410     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
012420 5400-EXIT.
012430     EXIT.
012440 5500-SHOW-SUSPENSE.
012450     EVALUATE TRUE
012460         WHEN WS-SU-ON-FILE
012470             STRING "SUSPENSE    OPEN - REJECTED " WS-SU-REASON
012480                 " ON " WS-SU-DATE
012490                 DELIMITED BY SIZE INTO WS-TRACE-LINE
012500         WHEN WS-SU-NO-FILE
012510             STRING "SUSPENSE    NOT AVAILABLE - STATUS "
012520                 WS-SUSP-STATUS
012530                 DELIMITED BY SIZE INTO WS-TRACE-LINE
012540         WHEN WS-TO-ON-FILE
012550             AND WS-TO-STATUS NOT = "OK"
012560             AND WS-TO-STATUS NOT = "SIZEERR"
012570             AND WS-TO-STATUS NOT = "HELD"
012580             AND WS-TO-STATUS NOT = "REVERSED"
012590             STRING "SUSPENSE    REJECTED " WS-TO-STATUS
012600                 " - NO LONGER OPEN (REPAIRED OR CANCELLED)"
012610                 DELIMITED BY SIZE INTO WS-TRACE-LINE
012620         WHEN OTHER
012630             MOVE "SUSPENSE    NONE" TO WS-TRACE-LINE
012640     END-EVALUATE.
012650     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
012660 5500-EXIT.
012670     EXIT.
012680 5600-SHOW-RESUBMIT.
012690     IF WS-TI-RESUB-AS NOT = SPACES
012700         STRING "RESUBMIT    RESUBMITTED AS TXN " WS-TI-RESUB-AS
012710             "  ISSUED " WS-TI-RESUB-DATE
012720             DELIMITED BY SIZE INTO WS-TRACE-LINE
012730         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012740     END-IF.
012750     IF WS-QU-ON-RESUBMIT
012760         STRING "RESUBMIT    REPAIRED - ON RESUBMIT FOR THE "
012770             "NEXT CYCLE"
012780             DELIMITED BY SIZE INTO WS-TRACE-LINE
012790         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012800     END-IF.
012810     IF WS-QU-ON-APPROVED
012820         STRING "RESUBMIT    APPROVED - ON APPROVED FOR THE "
012830             "NEXT CYCLE"
012840             DELIMITED BY SIZE INTO WS-TRACE-LINE
012850         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012860     END-IF.
012870     IF WS-QU-RESUB-NO-FILE
012880         STRING "RESUBMIT    RESUBMIT NOT AVAILABLE - STATUS "
012890             WS-RESUB-STATUS
012900             DELIMITED BY SIZE INTO WS-TRACE-LINE
012910         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012920     END-IF.
012930     IF WS-QU-APPR-NO-FILE
012940         STRING "RESUBMIT    APPROVED NOT AVAILABLE - STATUS "
012950             WS-APPR-STATUS
012960             DELIMITED BY SIZE INTO WS-TRACE-LINE
012970         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
012980     END-IF.
012990     IF WS-TI-RESUB-AS = SPACES
013000         AND NOT WS-QU-ON-RESUBMIT
013010         AND NOT WS-QU-ON-APPROVED
013020         MOVE "RESUBMIT    NONE" TO WS-TRACE-LINE
013030         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
013040     END-IF.
013046     EVALUATE TRUE
013052         WHEN WS-RL-ON-FILE
013060             STRING "REVERSAL    REVERSED BY TXN " WS-RL-REV-ID
013062                 "  POSTED " WS-RL-REV-DATE
013064                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013066         WHEN WS-HI-ON-FILE AND WS-HI-STATUS = "REVERSED"
013068             STRING "REVERSAL    REVERSED - ITS REVERSAL IS "
013070                 "NOT ON THE REVLINK ALLOCATED"
013080                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013081         WHEN WS-RL-NO-FILE
013082             STRING "REVERSAL    REVLINK NOT AVAILABLE - STATUS "
013083                 WS-RLNK-STATUS
013084                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013085         WHEN OTHER
013086             MOVE "REVERSAL    NONE" TO WS-TRACE-LINE
013087     END-EVALUATE.
013090     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
013110 5600-EXIT.
013120     EXIT.
013130 5700-SHOW-HISTORY.
013140     EVALUATE TRUE
013150         WHEN WS-HI-ON-FILE AND WS-HI-DUP-FLAG = "D"
013160             STRING "HISTORY     POSTED " WS-HI-POST-DATE
013170                 "  STATUS " WS-HI-STATUS
013180                 "  FLAGGED SUSPECTED DUPLICATE"
013190                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013200         WHEN WS-HI-ON-FILE
013210             STRING "HISTORY     POSTED " WS-HI-POST-DATE
013220                 "  STATUS " WS-HI-STATUS
013230                 "  NOT A DUPLICATE"
013240                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013250         WHEN WS-HI-NO-FILE
013260             STRING "HISTORY     CALCHIST NOT AVAILABLE - STATUS "
013270                 WS-HIST-STATUS
013280                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013290         WHEN OTHER
013300             MOVE "HISTORY     NOT POSTED TO CALCHIST"
013310                 TO WS-TRACE-LINE
013320     END-EVALUATE.
013330     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
013340 5700-EXIT.
013350     EXIT.
013360 5800-SHOW-GL.
013370     EVALUATE TRUE
013380         WHEN WS-GL-ON-FILE
013390             MOVE WS-GL-AMOUNT TO WS-EDIT-AMOUNT
013400             STRING "GL EXTRACT  SENT ON GLXTOUT - POSTING DATE "
013410                 WS-GL-POST-DATE "  AMOUNT " WS-EDIT-AMOUNT
013420                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013430         WHEN WS-GL-NO-FILE
013440             STRING "GL EXTRACT  GLXTOUT NOT AVAILABLE - STATUS "
013450                 WS-GLXT-STATUS
013460                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013470         WHEN OTHER
013480             STRING "GL EXTRACT  NOT ON THE GL TRANSMISSION NOW "
013490                 "ALLOCATED"
013500                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013510     END-EVALUATE.
013520     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
013530 5800-EXIT.
013540     EXIT.
013550 5900-SHOW-GL-ACK.
013560     EVALUATE TRUE
013570         WHEN WS-UN-ON-FILE AND WS-UN-DISPOSITION = "R"
013580             STRING "GL ACK      REJECTED BY CORPORATE - REASON "
013590                 WS-UN-REASON "  UNPOSTED SINCE " WS-UN-FIRST-DATE
013600                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013610         WHEN WS-UN-ON-FILE
013620             STRING "GL ACK      NOT YET ACKNOWLEDGED - "
013630                 "UNPOSTED SINCE " WS-UN-FIRST-DATE
013640                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013650         WHEN WS-UN-NO-FILE
013660             STRING "GL ACK      GLUNPIN NOT AVAILABLE - STATUS "
013670                 WS-GLUNP-STATUS
013680                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013690         WHEN WS-GL-ON-FILE
013700             STRING "GL ACK      NOT ON THE UNPOSTED "
013710                 "CARRY-FORWARD - ACCEPTED"
013720                 DELIMITED BY SIZE INTO WS-TRACE-LINE
013730         WHEN OTHER
013740             MOVE "GL ACK      NOTHING SENT TO ACKNOWLEDGE"
013750                 TO WS-TRACE-LINE
013760     END-EVALUATE.
013770     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
013780 5900-EXIT.
013790     EXIT.
013800 5950-SHOW-CHAIN.
013810     IF NOT WS-TI-ON-FILE OR WS-TI-DEPT-MISMATCH
013820         STRING "CHAIN       NOT CHECKED - NO TRANSIN CARD FOR "
013830             "THE ITEM"
013840             DELIMITED BY SIZE INTO WS-TRACE-LINE
013850         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
013860         GO TO 5950-EXIT
013870     END-IF.
013880     IF WS-TI-CAME-FROM NOT = SPACES
013890         STRING "CHAIN       CAME FROM TXN " DELIMITED BY SIZE
013900             WS-TI-CAME-FROM DELIMITED BY SPACE
013910             " (FLAG " WS-TI-CHAIN-FLAG ")" DELIMITED BY SIZE
013920             INTO WS-TRACE-LINE
013930         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
013940     END-IF.
013950     PERFORM 5960-SHOW-FED THRU 5960-EXIT
013960         VARYING WS-FED-SUB FROM 1 BY 1
013970         UNTIL WS-FED-SUB > WS-TI-FED-COUNT.
013980     IF WS-TI-CAME-FROM = SPACES AND WS-TI-FED-COUNT = ZERO
013990         MOVE "CHAIN       NOT A CHAINED ITEM" TO WS-TRACE-LINE
014000         PERFORM 7000-EMIT-LINE THRU 7000-EXIT
014010     END-IF.
014020 5950-EXIT.
014030     EXIT.
014040 5960-SHOW-FED.
014050     STRING "CHAIN       FED TXN " WS-TI-FED-ID (WS-FED-SUB)
014060         DELIMITED BY SIZE INTO WS-TRACE-LINE.
014070     PERFORM 7000-EMIT-LINE THRU 7000-EXIT.
014080 5960-EXIT.
014090     EXIT.
014100 7000-EMIT-LINE.
014110     DISPLAY WS-TRACE-LINE.
014120     MOVE WS-TRACE-LINE TO TRC-RPT-LINE.
014130     WRITE TRC-RPT-LINE AFTER ADVANCING 1 LINE.
014140     MOVE SPACES TO WS-TRACE-LINE.
014150 7000-EXIT.
014160     EXIT.
014170 9999-TERMINATE.
014180     IF WS-HIST-OPEN
014190         CLOSE CALC-HIST-FILE
014200     END-IF.
014210     CLOSE TRC-RPT-FILE.
014220 9999-EXIT.
014230     EXIT.
