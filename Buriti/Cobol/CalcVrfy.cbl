000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CalcVrfy.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  INDEPENDENT RECALCULATION AUDIT.  EVERY
000110*               "OK" RESULT IS RECOMPUTED HERE FROM ITS OWN
000120*               CALC-NUM1, CALC-NUM2 AND CALC-OPERATION-SEL, USING
000130*               THE SAME ARITHMETIC AND THE SAME PICTURES AS
000140*               ArithmeticProgram 5000-CALCULATE, AND EACH OF THE
000150*               SEVEN RESULT FIELDS IS COMPARED WITH WHAT WAS
000160*               STORED.  A FIELD THE SELECTOR DOES NOT PRODUCE MUST
000170*               BE ZERO.  THE RUNNING AVERAGE (AV) IS REBUILT IN
000180*               RECORD ORDER: THE BATCH RUN IS ONE SEQUENCE (AS
000190*               TranMrg REBUILDS IT ACROSS THE PARALLEL STREAMS),
000200*               EACH INTERACTIVE SESSION ("I" + SESSION TIME) IS ITS
000210*               OWN, AND EVERY "OK" OR "SIZEERR" RECORD FEEDS ITS
000220*               NUM1 INTO THE SEQUENCE.  EVERY DIFFERENCE IS LISTED
000230*               ON VRFYRPT WITH ITS TRANSACTION ID; ANY DIFFERENCE
000240*               ENDS RC=8 SO THE GL RELEASE IS HELD.
000250*               RUN WITHOUT A PARM IT CHECKS THE DAY'S TRANSOUT
000260*               (AND INTOUT).  RUN WITH PARM='YYYYMMDDYYYYMMDD' IT
000270*               CHECKS EVERY CALCHIST POSTING WHOSE POST DATE FALLS
000280*               IN THAT RANGE, ONE AV SEQUENCE PER POST DATE - A
000290*               POSTING LATER MARKED "REVERSED" WAS "OK" WHEN IT WAS
000300*               CALCULATED AND IS CHECKED THE SAME WAY.  RC=12 ON A
000310*               BAD PARM OR AN UNREADABLE HISTORY MASTER.
000320*               WRITES START AND END RECORDS TO THE SHARED RUNLOG
000330*               DATASET (SEE RUNLOGRC).
000332* 10/15/26 EM   AM (LOAN AMORTIZATION) RECOMPUTES THE WHOLE
000334*               SCHEDULE FROM NUM1, NUM2 AND THE TERMS CARRIED ON
000336*               THE RECORD AND CHECKS THE TOTAL INTEREST (JUROS).
000337* 10/15/26 EM   A BATCH ID NOW ENDS IN ITS CYCLE DAY, AND EACH
000338*               CYCLE IS ITS OWN RUNNING-AVERAGE SEQUENCE, SO TWO
000339*               RUNS POSTED UNDER ONE DATE ARE NOT MERGED.
000340* ----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT CALC-HIST-FILE ASSIGN TO "CALCHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS HIST-KEY
000440         FILE STATUS IS WS-HIST-STATUS.
000450     SELECT VRFY-RPT-FILE ASSIGN TO "VRFYRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUNLOG-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TRANS-OUT-FILE.
000530 01  TRAN-OUT-RECORD.
000540     COPY CALCREC.
000550 FD  CALC-HIST-FILE.
000560 01  HIST-RECORD.
000570     COPY HISTREC.
000580     COPY CALCREC.
000590 FD  VRFY-RPT-FILE.
000600 01  VRFY-RPT-LINE               PIC X(132).
000610 FD  RUN-LOG-FILE.
000620 01  RUN-LOG-RECORD.
000630     COPY RUNLOGRC.
000640 WORKING-STORAGE SECTION.
000650 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000660 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000670 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000680 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000690 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000700 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000710     88  WS-END-OF-FILE              VALUE "Y".
000720 77  WS-FOUND-SWITCH             PIC X(01)      VALUE "N".
000730     88  WS-ENTRY-FOUND              VALUE "Y".
000740 77  WS-MODE-SWITCH              PIC X(01)      VALUE "D".
000750     88  WS-DAY-MODE                 VALUE "D".
000760     88  WS-HISTORY-MODE             VALUE "H".
000770 77  WS-OVERFLOW-SWITCH          PIC X(01)      VALUE "N".
000780     88  WS-RECALC-OVERFLOW          VALUE "Y".
000790 77  WS-RECORD-DIFF-SWITCH       PIC X(01)      VALUE "N".
000800     88  WS-RECORD-DIFFERS           VALUE "Y".
000810 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
000820 77  WS-READ-COUNT               PIC 9(09)      VALUE ZERO.
000830 77  WS-SELECTED-COUNT           PIC 9(09)      VALUE ZERO.
000840 77  WS-CHECKED-COUNT            PIC 9(09)      VALUE ZERO.
000850 77  WS-AVERAGE-COUNT            PIC 9(09)      VALUE ZERO.
000860 77  WS-FEED-ONLY-COUNT          PIC 9(09)      VALUE ZERO.
000870 77  WS-SKIPPED-COUNT            PIC 9(09)      VALUE ZERO.
000880 77  WS-DIFF-RECORD-COUNT        PIC 9(07)      VALUE ZERO.
000890 77  WS-DIFF-FIELD-COUNT         PIC 9(07)      VALUE ZERO.
000900 77  WS-SEQ-SUB                  PIC 9(05)      VALUE ZERO.
000910 77  WS-FIELD-NAME               PIC X(10)      VALUE SPACES.
000920 77  WS-STORED                   PIC S9(9)V99   VALUE ZERO.
000930 77  WS-EXPECTED                 PIC S9(9)V99   VALUE ZERO.
000940 01  WS-PARM                     PIC X(16)      VALUE SPACES.
000950 01  WS-PARM-DATES REDEFINES WS-PARM.
000960     05  WS-PARM-FROM            PIC X(08).
000970     05  WS-PARM-TO              PIC X(08).
000980 01  WS-FROM-DATE                PIC X(08)      VALUE SPACES.
000990 01  WS-TO-DATE                  PIC X(08)      VALUE SPACES.
001000 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
001010* ----------------------------------------------------------------
001020* THE RECORD UNDER TEST - TRANSOUT OR THE CALCHIST IMAGE IS MOVED
001030* HERE SO ONE SET OF PARAGRAPHS SERVES BOTH MODES.  WS-WORK-DATE IS
001040* THE CALCHIST POST DATE (SPACES FOR THE DAY'S TRANSOUT).
001050* ----------------------------------------------------------------
001060 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
001070 01  WS-WORK-GROUP               PIC X(07)      VALUE SPACES.
001080 01  WS-WORK-RECORD.
001090     COPY CALCREC.
001100* ----------------------------------------------------------------
001110* RECOMPUTED RESULTS - SAME PICTURES AS ArithmeticProgram'S NUM1
001120* THROUGH MEDIAMOVEL SO TRUNCATION AND OVERFLOW BEHAVE ALIKE.
001130* ----------------------------------------------------------------
001140 01  WS-RECALC.
001150     05  WS-RC-SOMA              PIC S9(9)V99   VALUE ZERO.
001160     05  WS-RC-SUBTRACAO         PIC S9(9)V99   VALUE ZERO.
001170     05  WS-RC-MULTI             PIC S9(9)V99   VALUE ZERO.
001180     05  WS-RC-DIV               PIC S9(9)V99   VALUE ZERO.
001190     05  WS-RC-RES               PIC S9(9)V99   VALUE ZERO.
001200     05  WS-RC-PERCENTUAL        PIC S9(9)V99   VALUE ZERO.
001210     05  WS-RC-MEDIA-MOVEL       PIC S9(9)V99   VALUE ZERO.
001215     05  WS-RC-JUROS-TOTAL       PIC S9(9)V99   VALUE ZERO.
001220 01  WS-RC-NUM1                  PIC S9(9)V99   VALUE ZERO.
001230 01  WS-RC-NUM2                  PIC S9(9)V99   VALUE ZERO.
001240* ----------------------------------------------------------------
001241* AM SCHEDULE WORK - SAME PICTURES AS ArithmeticProgram'S
001242* WS-AMORT- FIELDS SO EVERY PERIOD ROUNDS THE SAME WAY.
001243* ----------------------------------------------------------------
001244 01  WS-RC-AMORT.
001245     05  WS-RC-PERIODS           PIC 9(03)      VALUE ZERO.
001246     05  WS-RC-PER-YEAR          PIC 9(02)      VALUE ZERO.
001247     05  WS-RC-PERIOD            PIC 9(03)      VALUE ZERO.
001248     05  WS-RC-RATE              PIC 9(01)V9(12) VALUE ZERO.
001249     05  WS-RC-DISCOUNT          PIC 9(01)V9(15) VALUE ZERO.
001250     05  WS-RC-PAYMENT           PIC S9(9)V99   VALUE ZERO.
001251     05  WS-RC-TOTAL-PAY         PIC S9(9)V99   VALUE ZERO.
001252     05  WS-RC-INTEREST          PIC S9(9)V99   VALUE ZERO.
001253     05  WS-RC-PRINCIPAL         PIC S9(9)V99   VALUE ZERO.
001254     05  WS-RC-BALANCE           PIC S9(9)V99   VALUE ZERO.
001255 01  WS-OVERFLOW-FIELD           PIC X(10)      VALUE SPACES.
001256 01  WS-OVERFLOW-NOTE            PIC X(36)      VALUE SPACES.
001260* ----------------------------------------------------------------
001266* ONE RUNNING-AVERAGE SEQUENCE PER POST DATE AND GROUP - "B" AND
001272* THE CYCLE DAY FROM THE LAST TWO BYTES OF THE ID FOR A BATCH RUN,
001278* THE FIRST SEVEN BYTES OF THE ID ("I" + SESSION START TIME) FOR
001284* AN INTERACTIVE SESSION.  A WEEKEND CYCLE POSTS UNDER THE SAME
001290* DATE AS THE NEXT BUSINESS DAY'S, BUT KEEPS ITS OWN SEQUENCE.
001300* ----------------------------------------------------------------
001310 01  WS-SEQUENCE-TABLE.
001320     05  WS-SEQ-COUNT            PIC 9(05)      VALUE ZERO.
001330     05  WS-SEQ-ENTRY OCCURS 5000 TIMES.
001340         10  WS-SQ-DATE              PIC X(08).
001350         10  WS-SQ-GROUP             PIC X(07).
001360         10  WS-SQ-SUM               PIC S9(11)V99.
001370         10  WS-SQ-COUNT             PIC 9(07).
001380 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
001390 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001400 01  WS-EDIT-NUM1                PIC -(9)9.99.
001410 01  WS-EDIT-NUM2                PIC -(9)9.99.
001420 01  WS-EDIT-STORED              PIC -(9)9.99.
001430 01  WS-EDIT-EXPECTED            PIC -(9)9.99.
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 7000-PRINT-HEADING THRU 7000-EXIT.
001480     IF WS-HISTORY-MODE
001490         PERFORM 3000-VERIFY-HISTORY THRU 3000-EXIT
001500             UNTIL WS-END-OF-FILE
001510     ELSE
001520         PERFORM 2000-VERIFY-TRANSOUT THRU 2000-EXIT
001530             UNTIL WS-END-OF-FILE
001540     END-IF.
001550     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001560     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001570     STOP RUN.
001580 1000-INITIALIZE.
001590     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001610     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001620     IF WS-HISTORY-MODE
001630         PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT
001640     ELSE
001650         OPEN INPUT TRANS-OUT-FILE
001660     END-IF.
001670     OPEN OUTPUT VRFY-RPT-FILE.
001680 1000-EXIT.
001690     EXIT.
001700* ----------------------------------------------------------------
001710* NO PARM - THE DAY'S TRANSOUT.  A PARM OF TWO DATES, FROM AND TO,
001720* SELECTS THE CALCHIST POSTINGS IN THAT RANGE INSTEAD.
001730* ----------------------------------------------------------------
001740 1100-READ-PARM.
001750     ACCEPT WS-PARM FROM COMMAND-LINE.
001760     IF WS-PARM = SPACES
001770         SET WS-DAY-MODE TO TRUE
001780         GO TO 1100-EXIT
001790     END-IF.
001800     IF WS-PARM-FROM NOT NUMERIC
001810         OR WS-PARM-TO NOT NUMERIC
001820         OR WS-PARM-FROM > WS-PARM-TO
001830         DISPLAY "INVALID PARM - <" WS-PARM
001840             "> - EXPECTED YYYYMMDDYYYYMMDD"
001850         MOVE 12 TO RETURN-CODE
001860         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001870         STOP RUN
001880     END-IF.
001890     SET WS-HISTORY-MODE TO TRUE.
001900     MOVE WS-PARM-FROM TO WS-FROM-DATE.
001910     MOVE WS-PARM-TO   TO WS-TO-DATE.
001920 1100-EXIT.
001930     EXIT.
001940 1200-OPEN-HISTORY.
001950     OPEN INPUT CALC-HIST-FILE.
001960     IF WS-HIST-STATUS NOT = "00"
001970         DISPLAY "CALCHIST NOT AVAILABLE - STATUS "
001980             WS-HIST-STATUS
001990         MOVE 12 TO RETURN-CODE
002000         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
002010         STOP RUN
002020     END-IF.
002030 1200-EXIT.
002040     EXIT.
002050 2000-VERIFY-TRANSOUT.
002060     READ TRANS-OUT-FILE
002070         AT END
002080             SET WS-END-OF-FILE TO TRUE
002090             GO TO 2000-EXIT
002100     END-READ.
002110     ADD 1 TO WS-READ-COUNT.
002120     ADD 1 TO WS-SELECTED-COUNT.
002130     MOVE TRAN-OUT-RECORD TO WS-WORK-RECORD.
002140     MOVE SPACES TO WS-WORK-DATE.
002150     PERFORM 4000-VERIFY-RECORD THRU 4000-EXIT.
002160 2000-EXIT.
002170     EXIT.
002180* ----------------------------------------------------------------
002190* CALCHIST COMES BACK IN KEY ORDER - TRANSACTION ID, THEN POST
002200* DATE - SO WITHIN ANY ONE POST DATE A GROUP'S IDS ARRIVE IN THE
002210* ORDER THEY WERE ISSUED, WHICH IS THE ORDER THE RUNNING AVERAGE
002216* WAS BUILT IN.  A BATCH GROUP IS ONE CYCLE'S RUN - THE DAY IN THE
002222* ID KEEPS TWO CYCLES POSTED UNDER ONE DATE APART.
002230* ----------------------------------------------------------------
002240 3000-VERIFY-HISTORY.
002250     READ CALC-HIST-FILE NEXT
002260         AT END
002270             SET WS-END-OF-FILE TO TRUE
002280             GO TO 3000-EXIT
002290     END-READ.
002300     ADD 1 TO WS-READ-COUNT.
002310     IF HIST-POST-DATE < WS-FROM-DATE
002320         OR HIST-POST-DATE > WS-TO-DATE
002330         GO TO 3000-EXIT
002340     END-IF.
002350     ADD 1 TO WS-SELECTED-COUNT.
002360     MOVE CALC-TXN-ID OF HIST-RECORD
002370         TO CALC-TXN-ID OF WS-WORK-RECORD.
002380     MOVE CALC-TIMESTAMP OF HIST-RECORD
002390         TO CALC-TIMESTAMP OF WS-WORK-RECORD.
002400     MOVE CALC-OPERATOR-ID OF HIST-RECORD
002410         TO CALC-OPERATOR-ID OF WS-WORK-RECORD.
002420     MOVE CALC-DEPT-CODE OF HIST-RECORD
002430         TO CALC-DEPT-CODE OF WS-WORK-RECORD.
002440     MOVE CALC-OPERATION-SEL OF HIST-RECORD
002450         TO CALC-OPERATION-SEL OF WS-WORK-RECORD.
002460     MOVE CALC-NUM1 OF HIST-RECORD TO CALC-NUM1 OF WS-WORK-RECORD.
002470     MOVE CALC-NUM2 OF HIST-RECORD TO CALC-NUM2 OF WS-WORK-RECORD.
002480     MOVE CALC-SOMA OF HIST-RECORD TO CALC-SOMA OF WS-WORK-RECORD.
002490     MOVE CALC-SUBTRACAO OF HIST-RECORD
002500         TO CALC-SUBTRACAO OF WS-WORK-RECORD.
002510     MOVE CALC-MULTI OF HIST-RECORD
002520         TO CALC-MULTI OF WS-WORK-RECORD.
002530     MOVE CALC-DIV OF HIST-RECORD TO CALC-DIV OF WS-WORK-RECORD.
002540     MOVE CALC-RES OF HIST-RECORD TO CALC-RES OF WS-WORK-RECORD.
002550     MOVE CALC-PERCENTUAL OF HIST-RECORD
002560         TO CALC-PERCENTUAL OF WS-WORK-RECORD.
002570     MOVE CALC-MEDIA-MOVEL OF HIST-RECORD
002580         TO CALC-MEDIA-MOVEL OF WS-WORK-RECORD.
002581     MOVE CALC-JUROS-TOTAL OF HIST-RECORD
002582         TO CALC-JUROS-TOTAL OF WS-WORK-RECORD.
002583     MOVE CALC-AMORT-PERIODS OF HIST-RECORD
002584         TO CALC-AMORT-PERIODS OF WS-WORK-RECORD.
002585     MOVE CALC-AMORT-FREQ OF HIST-RECORD
002586         TO CALC-AMORT-FREQ OF WS-WORK-RECORD.
002590     MOVE CALC-STATUS-CODE OF HIST-RECORD
002600         TO CALC-STATUS-CODE OF WS-WORK-RECORD.
002610     MOVE HIST-POST-DATE TO WS-WORK-DATE.
002620     PERFORM 4000-VERIFY-RECORD THRU 4000-EXIT.
002630 3000-EXIT.
002640     EXIT.
002650* ----------------------------------------------------------------
002660* ONLY "OK" AND "SIZEERR" WENT THROUGH 5000-CALCULATE, SO ONLY THEY
002670* FEED THE RUNNING AVERAGE; "REVERSED" ON CALCHIST WAS "OK" WHEN IT
002680* WAS CALCULATED.  A SIZEERR RECORD'S RESULTS WERE ZEROED AND ARE
002690* NOT CHECKED.  REVERSALS, HELD ITEMS AND REJECTS ARE NOT RESULTS
002700* OF THE CALCULATION AND ARE ONLY COUNTED.
002710* ----------------------------------------------------------------
002720 4000-VERIFY-RECORD.
002730     IF CALC-STATUS-CODE OF WS-WORK-RECORD NOT = "OK"
002740         AND CALC-STATUS-CODE OF WS-WORK-RECORD NOT = "SIZEERR"
002750         AND CALC-STATUS-CODE OF WS-WORK-RECORD NOT = "REVERSED"
002760         ADD 1 TO WS-SKIPPED-COUNT
002770         GO TO 4000-EXIT
002780     END-IF.
002790     PERFORM 4100-FEED-SEQUENCE THRU 4100-EXIT.
002800     IF CALC-STATUS-CODE OF WS-WORK-RECORD = "SIZEERR"
002810         ADD 1 TO WS-FEED-ONLY-COUNT
002820         GO TO 4000-EXIT
002830     END-IF.
002840     ADD 1 TO WS-CHECKED-COUNT.
002850     PERFORM 4300-RECALCULATE THRU 4300-EXIT.
002860     MOVE "N" TO WS-RECORD-DIFF-SWITCH.
002870     IF WS-RECALC-OVERFLOW
002880         MOVE WS-OVERFLOW-FIELD TO WS-FIELD-NAME
002890         MOVE ZERO TO WS-STORED WS-EXPECTED
002900         PERFORM 7100-PRINT-DIFFERENCE THRU 7100-EXIT
002910         GO TO 4000-COUNT
002920     END-IF.
002930     MOVE "SOMA" TO WS-FIELD-NAME.
002940     MOVE CALC-SOMA OF WS-WORK-RECORD TO WS-STORED.
002950     MOVE WS-RC-SOMA TO WS-EXPECTED.
002960     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
002970     MOVE "SUBTRACAO" TO WS-FIELD-NAME.
002980     MOVE CALC-SUBTRACAO OF WS-WORK-RECORD TO WS-STORED.
002990     MOVE WS-RC-SUBTRACAO TO WS-EXPECTED.
003000     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003010     MOVE "MULTI" TO WS-FIELD-NAME.
003020     MOVE CALC-MULTI OF WS-WORK-RECORD TO WS-STORED.
003030     MOVE WS-RC-MULTI TO WS-EXPECTED.
003040     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003050     MOVE "DIV" TO WS-FIELD-NAME.
003060     MOVE CALC-DIV OF WS-WORK-RECORD TO WS-STORED.
003070     MOVE WS-RC-DIV TO WS-EXPECTED.
003080     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003090     MOVE "RES" TO WS-FIELD-NAME.
003100     MOVE CALC-RES OF WS-WORK-RECORD TO WS-STORED.
003110     MOVE WS-RC-RES TO WS-EXPECTED.
003120     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003130     MOVE "PERCENTUAL" TO WS-FIELD-NAME.
003140     MOVE CALC-PERCENTUAL OF WS-WORK-RECORD TO WS-STORED.
003150     MOVE WS-RC-PERCENTUAL TO WS-EXPECTED.
003160     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003170     MOVE "MEDIAMOVEL" TO WS-FIELD-NAME.
003180     MOVE CALC-MEDIA-MOVEL OF WS-WORK-RECORD TO WS-STORED.
003190     MOVE WS-RC-MEDIA-MOVEL TO WS-EXPECTED.
003200     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003202     MOVE "JUROS" TO WS-FIELD-NAME.
003204     MOVE CALC-JUROS-TOTAL OF WS-WORK-RECORD TO WS-STORED.
003206     MOVE WS-RC-JUROS-TOTAL TO WS-EXPECTED.
003208     PERFORM 4500-COMPARE-FIELD THRU 4500-EXIT.
003210 4000-COUNT.
003220     IF WS-RECORD-DIFFERS
003230         ADD 1 TO WS-DIFF-RECORD-COUNT
003240     END-IF.
003250 4000-EXIT.
003260     EXIT.
003270 4100-FEED-SEQUENCE.
003280     IF CALC-TXN-ID OF WS-WORK-RECORD (1:1) = "I"
003290         MOVE CALC-TXN-ID OF WS-WORK-RECORD (1:7) TO WS-WORK-GROUP
003300     ELSE
003310         MOVE CALC-TXN-ID OF WS-WORK-RECORD (1:1) TO WS-WORK-GROUP
003313         MOVE CALC-TXN-ID OF WS-WORK-RECORD (9:2)
003316             TO WS-WORK-GROUP (2:2)
003320     END-IF.
003330     IF WS-SEQ-SUB > ZERO
003340         IF WS-SQ-DATE (WS-SEQ-SUB) = WS-WORK-DATE
003350             AND WS-SQ-GROUP (WS-SEQ-SUB) = WS-WORK-GROUP
003360             GO TO 4100-ADD
003370         END-IF
003380     END-IF.
003390     MOVE "N" TO WS-FOUND-SWITCH.
003400     PERFORM 4200-MATCH-SEQUENCE THRU 4200-EXIT
003410         VARYING WS-SEQ-SUB FROM 1 BY 1
003420         UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
003430             OR WS-ENTRY-FOUND.
003440     IF WS-ENTRY-FOUND
003450         SUBTRACT 1 FROM WS-SEQ-SUB
003460         GO TO 4100-ADD
003470     END-IF.
003480     IF WS-SEQ-COUNT NOT < 5000
003490         DISPLAY "SEQUENCE TABLE FULL - RAISE OCCURS 5000"
003500         MOVE 12 TO RETURN-CODE
003510         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
003520         STOP RUN
003530     END-IF.
003540     ADD 1 TO WS-SEQ-COUNT.
003550     MOVE WS-SEQ-COUNT  TO WS-SEQ-SUB.
003560     MOVE WS-WORK-DATE  TO WS-SQ-DATE (WS-SEQ-SUB).
003570     MOVE WS-WORK-GROUP TO WS-SQ-GROUP (WS-SEQ-SUB).
003580     MOVE ZERO TO WS-SQ-SUM (WS-SEQ-SUB) WS-SQ-COUNT (WS-SEQ-SUB).
003590 4100-ADD.
003600     ADD CALC-NUM1 OF WS-WORK-RECORD TO WS-SQ-SUM (WS-SEQ-SUB).
003610     ADD 1 TO WS-SQ-COUNT (WS-SEQ-SUB).
003620 4100-EXIT.
003630     EXIT.
003640 4200-MATCH-SEQUENCE.
003650     IF WS-SQ-DATE (WS-SEQ-SUB) = WS-WORK-DATE
003660         AND WS-SQ-GROUP (WS-SEQ-SUB) = WS-WORK-GROUP
003670         SET WS-ENTRY-FOUND TO TRUE
003680     END-IF.
003690 4200-EXIT.
003700     EXIT.
003710* ----------------------------------------------------------------
003720* THE SAME EXPRESSIONS AS ArithmeticProgram 5000-CALCULATE.  "AL"
003730* PRODUCES SOMA THROUGH RES; PC, AV AND AM ARE ONLY EVER ASKED FOR
003740* ON THEIR OWN.  AN OVERFLOW HERE ON A RECORD STORED "OK" IS ITSELF
003750* A DIFFERENCE - IT SHOULD HAVE GONE OUT "SIZEERR".
003760* ----------------------------------------------------------------
003770 4300-RECALCULATE.
003780     INITIALIZE WS-RECALC.
003790     MOVE "N" TO WS-OVERFLOW-SWITCH.
003800     MOVE SPACES TO WS-OVERFLOW-FIELD.
003810     MOVE "** RECOMPUTE OVERFLOWED - STORED OK"
003820         TO WS-OVERFLOW-NOTE.
003830     MOVE CALC-NUM1 OF WS-WORK-RECORD TO WS-RC-NUM1.
003840     MOVE CALC-NUM2 OF WS-WORK-RECORD TO WS-RC-NUM2.
003850     EVALUATE CALC-OPERATION-SEL OF WS-WORK-RECORD
003860         WHEN "AL"
003870         WHEN "AD"
003880         WHEN "SB"
003890         WHEN "ML"
003900         WHEN "DV"
003910         WHEN "MD"
003920         WHEN "PC"
003930         WHEN "AV"
003935         WHEN "AM"
003940             CONTINUE
003950         WHEN OTHER
003960             SET WS-RECALC-OVERFLOW TO TRUE
003970             MOVE "SELECTOR" TO WS-OVERFLOW-FIELD
003980             MOVE "** SELECTOR NOT RECOGNIZED - STORED OK"
003990                 TO WS-OVERFLOW-NOTE
004000             GO TO 4300-EXIT
004010     END-EVALUATE.
004020     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AL" OR "AD"
004030         COMPUTE WS-RC-SOMA = WS-RC-NUM1 + WS-RC-NUM2
004040             ON SIZE ERROR
004050                 SET WS-RECALC-OVERFLOW TO TRUE
004060                 MOVE "SOMA" TO WS-OVERFLOW-FIELD
004070         END-COMPUTE
004080     END-IF.
004090     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AL" OR "SB"
004100         COMPUTE WS-RC-SUBTRACAO = WS-RC-NUM1 - WS-RC-NUM2
004110             ON SIZE ERROR
004120                 SET WS-RECALC-OVERFLOW TO TRUE
004130                 MOVE "SUBTRACAO" TO WS-OVERFLOW-FIELD
004140         END-COMPUTE
004150     END-IF.
004160     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AL" OR "ML"
004170         COMPUTE WS-RC-MULTI = WS-RC-NUM1 * WS-RC-NUM2
004180             ON SIZE ERROR
004190                 SET WS-RECALC-OVERFLOW TO TRUE
004200                 MOVE "MULTI" TO WS-OVERFLOW-FIELD
004210         END-COMPUTE
004220     END-IF.
004230     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AL" OR "DV"
004240         COMPUTE WS-RC-DIV = WS-RC-NUM1 / WS-RC-NUM2
004250             ON SIZE ERROR
004260                 SET WS-RECALC-OVERFLOW TO TRUE
004270                 MOVE "DIV" TO WS-OVERFLOW-FIELD
004280         END-COMPUTE
004290     END-IF.
004300     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AL" OR "MD"
004310         IF WS-RC-NUM2 = ZERO
004320             SET WS-RECALC-OVERFLOW TO TRUE
004330             MOVE "RES" TO WS-OVERFLOW-FIELD
004340         ELSE
004350             COMPUTE WS-RC-RES
004360                 = FUNCTION MOD(WS-RC-NUM1 WS-RC-NUM2)
004370                 ON SIZE ERROR
004380                     SET WS-RECALC-OVERFLOW TO TRUE
004390                     MOVE "RES" TO WS-OVERFLOW-FIELD
004400             END-COMPUTE
004410         END-IF
004420     END-IF.
004430     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "PC"
004440         COMPUTE WS-RC-PERCENTUAL
004450             = (WS-RC-NUM1 / WS-RC-NUM2) * 100
004460             ON SIZE ERROR
004470                 SET WS-RECALC-OVERFLOW TO TRUE
004480                 MOVE "PERCENTUAL" TO WS-OVERFLOW-FIELD
004490         END-COMPUTE
004500     END-IF.
004510     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AV"
004520         ADD 1 TO WS-AVERAGE-COUNT
004530         COMPUTE WS-RC-MEDIA-MOVEL = WS-SQ-SUM (WS-SEQ-SUB)
004540             / WS-SQ-COUNT (WS-SEQ-SUB)
004550             ON SIZE ERROR
004560                 SET WS-RECALC-OVERFLOW TO TRUE
004570                 MOVE "MEDIAMOVEL" TO WS-OVERFLOW-FIELD
004580         END-COMPUTE
004590     END-IF.
004592     IF CALC-OPERATION-SEL OF WS-WORK-RECORD = "AM"
004594         PERFORM 4400-RECALC-AMORT THRU 4400-EXIT
004596     END-IF.
004600 4300-EXIT.
004610     EXIT.
004611* ----------------------------------------------------------------
004612* THE AM SCHEDULE REBUILT PERIOD BY PERIOD AS 5500-AMORTIZE BUILDS
004613* IT: LEVEL PAYMENT FROM THE DISCOUNT FACTOR, INTEREST ON THE OPEN
004614* BALANCE ROUNDED TO THE CENT, FINAL PERIOD PAYS OFF THE BALANCE.
004615* TERMS THAT ArithmeticProgram WOULD HAVE REJECTED "BADAMORT" ARE
004616* THEMSELVES A DIFFERENCE ON A RECORD STORED "OK".
004617* ----------------------------------------------------------------
004618 4400-RECALC-AMORT.
004619     MOVE CALC-AMORT-PERIODS OF WS-WORK-RECORD TO WS-RC-PERIODS.
004620     EVALUATE CALC-AMORT-FREQ OF WS-WORK-RECORD
004621         WHEN "M"
004622             MOVE 12 TO WS-RC-PER-YEAR
004623         WHEN "Q"
004624             MOVE 4 TO WS-RC-PER-YEAR
004625         WHEN "S"
004626             MOVE 2 TO WS-RC-PER-YEAR
004627         WHEN "A"
004628             MOVE 1 TO WS-RC-PER-YEAR
004629         WHEN OTHER
004630             MOVE ZERO TO WS-RC-PER-YEAR
004631     END-EVALUATE.
004632     IF WS-RC-PER-YEAR = ZERO
004633         OR CALC-AMORT-PERIODS OF WS-WORK-RECORD NOT NUMERIC
004634         OR WS-RC-PERIODS = ZERO OR WS-RC-PERIODS > 480
004635         OR WS-RC-NUM1 NOT > ZERO
004636         OR WS-RC-NUM2 < ZERO OR WS-RC-NUM2 NOT < 100
004637         SET WS-RECALC-OVERFLOW TO TRUE
004638         MOVE "JUROS" TO WS-OVERFLOW-FIELD
004639         MOVE "** AM TERMS INVALID - STORED OK"
004640             TO WS-OVERFLOW-NOTE
004641         GO TO 4400-EXIT
004642     END-IF.
004643     COMPUTE WS-RC-RATE ROUNDED =
004644         WS-RC-NUM2 / 100 / WS-RC-PER-YEAR.
004645     IF WS-RC-RATE = ZERO
004646         COMPUTE WS-RC-PAYMENT ROUNDED =
004647             WS-RC-NUM1 / WS-RC-PERIODS
004648     ELSE
004649         MOVE 1 TO WS-RC-DISCOUNT
004650         PERFORM 4450-DISCOUNT-PERIOD THRU 4450-EXIT
004651             VARYING WS-RC-PERIOD FROM 1 BY 1
004652             UNTIL WS-RC-PERIOD > WS-RC-PERIODS
004653         COMPUTE WS-RC-PAYMENT ROUNDED =
004654             WS-RC-NUM1 * WS-RC-RATE / (1 - WS-RC-DISCOUNT)
004655             ON SIZE ERROR
004656                 SET WS-RECALC-OVERFLOW TO TRUE
004657                 MOVE "JUROS" TO WS-OVERFLOW-FIELD
004658                 GO TO 4400-EXIT
004659         END-COMPUTE
004660     END-IF.
004661     COMPUTE WS-RC-TOTAL-PAY = WS-RC-PAYMENT * WS-RC-PERIODS
004662         ON SIZE ERROR
004663             SET WS-RECALC-OVERFLOW TO TRUE
004664             MOVE "JUROS" TO WS-OVERFLOW-FIELD
004665             GO TO 4400-EXIT
004666     END-COMPUTE.
004667     MOVE WS-RC-NUM1 TO WS-RC-BALANCE.
004668     PERFORM 4460-SCHEDULE-PERIOD THRU 4460-EXIT
004669         VARYING WS-RC-PERIOD FROM 1 BY 1
004670         UNTIL WS-RC-PERIOD > WS-RC-PERIODS.
004671 4400-EXIT.
004672     EXIT.
004673 4450-DISCOUNT-PERIOD.
004674     COMPUTE WS-RC-DISCOUNT ROUNDED =
004675         WS-RC-DISCOUNT / (1 + WS-RC-RATE).
004676 4450-EXIT.
004677     EXIT.
004678 4460-SCHEDULE-PERIOD.
004679     COMPUTE WS-RC-INTEREST ROUNDED = WS-RC-BALANCE * WS-RC-RATE.
004680     COMPUTE WS-RC-PRINCIPAL = WS-RC-PAYMENT - WS-RC-INTEREST.
004681     IF WS-RC-PERIOD = WS-RC-PERIODS
004682         OR WS-RC-PRINCIPAL > WS-RC-BALANCE
004683         MOVE WS-RC-BALANCE TO WS-RC-PRINCIPAL
004684     END-IF.
004685     SUBTRACT WS-RC-PRINCIPAL FROM WS-RC-BALANCE.
004686     ADD WS-RC-INTEREST TO WS-RC-JUROS-TOTAL.
004687 4460-EXIT.
004688     EXIT.
004689 4500-COMPARE-FIELD.
004690     IF WS-STORED = WS-EXPECTED
004691         GO TO 4500-EXIT
004692     END-IF.
004693     PERFORM 7100-PRINT-DIFFERENCE THRU 7100-EXIT.
004694 4500-EXIT.
004695     EXIT.
004696 7000-PRINT-HEADING.
004700     MOVE SPACES TO VRFY-RPT-LINE.
004710     MOVE "RECALCULATION AUDIT - STORED RESULTS AGAINST OPERANDS"
004720         TO VRFY-RPT-LINE.
004730     WRITE VRFY-RPT-LINE AFTER ADVANCING PAGE.
004740     MOVE SPACES TO WS-REPORT-LINE.
004750     IF WS-HISTORY-MODE
004760         STRING "RUN DATE " WS-TODAY "  SOURCE CALCHIST"
004770             "  POST DATES " WS-FROM-DATE " TO " WS-TO-DATE
004780             DELIMITED BY SIZE INTO WS-REPORT-LINE
004790     ELSE
004800         STRING "RUN DATE " WS-TODAY
004810             "  SOURCE THE DAY'S TRANSOUT AND INTOUT"
004820             DELIMITED BY SIZE INTO WS-REPORT-LINE
004830     END-IF.
004840     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
004850     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
004860     MOVE SPACES TO VRFY-RPT-LINE.
004870     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
004880     MOVE SPACES TO WS-REPORT-LINE.
004890     STRING "TXN-ID      DEPT  OP  STATUS      NUM1          "
004900         "  NUM2            FIELD          STORED     RECOMPUTED"
004910         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004920     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
004930     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
004940 7000-EXIT.
004950     EXIT.
004960* ----------------------------------------------------------------
004970* ONE LINE PER FIELD IN DIFFERENCE.  A RECOMPUTE THAT OVERFLOWED
004980* (OR A SELECTOR ArithmeticProgram NEVER ACCEPTS) PRINTS THE FIELD
004990* WITH WS-OVERFLOW-NOTE IN PLACE OF THE TWO AMOUNTS.
005000* ----------------------------------------------------------------
005010 7100-PRINT-DIFFERENCE.
005020     SET WS-RECORD-DIFFERS TO TRUE.
005030     ADD 1 TO WS-DIFF-FIELD-COUNT.
005040     MOVE SPACES TO WS-REPORT-LINE.
005050     MOVE CALC-NUM1 OF WS-WORK-RECORD TO WS-EDIT-NUM1.
005060     MOVE CALC-NUM2 OF WS-WORK-RECORD TO WS-EDIT-NUM2.
005070     MOVE WS-STORED   TO WS-EDIT-STORED.
005080     MOVE WS-EXPECTED TO WS-EDIT-EXPECTED.
005090     IF WS-RECALC-OVERFLOW
005100         STRING CALC-TXN-ID OF WS-WORK-RECORD "  "
005110             CALC-DEPT-CODE OF WS-WORK-RECORD "  "
005120             CALC-OPERATION-SEL OF WS-WORK-RECORD "  "
005130             CALC-STATUS-CODE OF WS-WORK-RECORD "  "
005140             WS-EDIT-NUM1 "  " WS-EDIT-NUM2 "  "
005150             WS-FIELD-NAME "  " WS-OVERFLOW-NOTE
005160             DELIMITED BY SIZE INTO WS-REPORT-LINE
005170     ELSE
005180         STRING CALC-TXN-ID OF WS-WORK-RECORD "  "
005190             CALC-DEPT-CODE OF WS-WORK-RECORD "  "
005200             CALC-OPERATION-SEL OF WS-WORK-RECORD "  "
005210             CALC-STATUS-CODE OF WS-WORK-RECORD "  "
005220             WS-EDIT-NUM1 "  " WS-EDIT-NUM2 "  "
005230             WS-FIELD-NAME " " WS-EDIT-STORED " " WS-EDIT-EXPECTED
005240             DELIMITED BY SIZE INTO WS-REPORT-LINE
005250     END-IF.
005260     IF WS-HISTORY-MODE
005270         MOVE "POSTED" TO WS-REPORT-LINE (113:6)
005280         MOVE WS-WORK-DATE TO WS-REPORT-LINE (120:8)
005290     END-IF.
005300     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005310     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005320 7100-EXIT.
005330     EXIT.
005340 8000-PRINT-TOTALS.
005350     MOVE SPACES TO VRFY-RPT-LINE.
005360     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005370     MOVE SPACES TO WS-REPORT-LINE.
005380     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
005390     STRING "RECORDS READ . . . . . . . : " WS-EDIT-COUNT
005400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005410     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005420     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005430     IF WS-HISTORY-MODE
005440         MOVE SPACES TO WS-REPORT-LINE
005450         MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
005460         STRING "POSTINGS IN DATE RANGE . . : " WS-EDIT-COUNT
005470             DELIMITED BY SIZE INTO WS-REPORT-LINE
005480         MOVE WS-REPORT-LINE TO VRFY-RPT-LINE
005490         WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE
005500     END-IF.
005510     MOVE SPACES TO WS-REPORT-LINE.
005520     MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT.
005530     STRING "OK RESULTS RECOMPUTED  . . : " WS-EDIT-COUNT
005540         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005550     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005560     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005570     MOVE SPACES TO WS-REPORT-LINE.
005580     MOVE WS-AVERAGE-COUNT TO WS-EDIT-COUNT.
005590     STRING "  OF WHICH RUNNING AVERAGE : " WS-EDIT-COUNT
005600         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005610     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005620     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005630     MOVE SPACES TO WS-REPORT-LINE.
005640     MOVE WS-FEED-ONLY-COUNT TO WS-EDIT-COUNT.
005650     STRING "SIZEERR, AVERAGE FEED ONLY : " WS-EDIT-COUNT
005660         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005670     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005680     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005690     MOVE SPACES TO WS-REPORT-LINE.
005700     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
005710     STRING "NOT CALCULATED, NOT CHECKED: " WS-EDIT-COUNT
005720         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005730     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005740     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005750     MOVE SPACES TO WS-REPORT-LINE.
005760     MOVE WS-SEQ-COUNT TO WS-EDIT-COUNT.
005770     STRING "AVERAGE SEQUENCES REBUILT  : " WS-EDIT-COUNT
005780         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005790     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005800     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005810     MOVE SPACES TO WS-REPORT-LINE.
005820     MOVE WS-DIFF-RECORD-COUNT TO WS-EDIT-COUNT.
005830     STRING "RECORDS IN DIFFERENCE  . . : " WS-EDIT-COUNT
005840         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005850     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005860     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005870     MOVE SPACES TO WS-REPORT-LINE.
005880     MOVE WS-DIFF-FIELD-COUNT TO WS-EDIT-COUNT.
005890     STRING "FIELDS IN DIFFERENCE . . . : " WS-EDIT-COUNT
005900         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005910     MOVE WS-REPORT-LINE TO VRFY-RPT-LINE.
005920     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005930     MOVE SPACES TO VRFY-RPT-LINE.
005940     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
005950     IF WS-DIFF-RECORD-COUNT > ZERO
005960         MOVE "*** RESULTS DO NOT RECOMPUTE - GL RELEASE HELD ***"
005970             TO VRFY-RPT-LINE
005980         MOVE 8 TO RETURN-CODE
005990     ELSE
006000         MOVE "EVERY RESULT RECOMPUTED - NO DIFFERENCES"
006010             TO VRFY-RPT-LINE
006020     END-IF.
006030     WRITE VRFY-RPT-LINE AFTER ADVANCING 1 LINE.
006040 8000-EXIT.
006050     EXIT.
006060 9999-TERMINATE.
006070     IF WS-HISTORY-MODE
006080         CLOSE CALC-HIST-FILE
006090     ELSE
006100         CLOSE TRANS-OUT-FILE
006110     END-IF.
006120     CLOSE VRFY-RPT-FILE.
006130     DISPLAY "CALCVRFY RECORDS CHECKED " WS-CHECKED-COUNT
006140         " IN DIFFERENCE " WS-DIFF-RECORD-COUNT.
006150     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
006160 9999-EXIT.
006170     EXIT.
006180 9800-LOG-RUN-START.
006190     MOVE "S" TO WS-RUNLOG-TYPE.
006200     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
006210     ACCEPT WS-RUNLOG-TIME FROM TIME.
006220     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
006230 9800-EXIT.
006240     EXIT.
006250 9850-LOG-RUN-END.
006260     MOVE "E" TO WS-RUNLOG-TYPE.
006270     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
006280 9850-EXIT.
006290     EXIT.
006300 9890-WRITE-RUN-LOG.
006310     OPEN EXTEND RUN-LOG-FILE.
006320     IF WS-RUNLOG-STATUS NOT = "00"
006330         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
006340             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
006350         GO TO 9890-EXIT
006360     END-IF.
006370     MOVE SPACES TO RUN-LOG-RECORD.
006380     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
006390     MOVE "CALCVRFY" TO RN-PROGRAM-ID.
006400     MOVE ZERO TO RN-STREAM-NO.
006410     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
006420     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
006430     MOVE ZERO TO RN-RETURN-CODE.
006440     MOVE "READ" TO RN-COUNT-NAME (1).
006450     MOVE "CHKD" TO RN-COUNT-NAME (2).
006460     MOVE "DIFF" TO RN-COUNT-NAME (3).
006470     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
006480     IF RN-END-RECORD
006490         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
006500         ACCEPT WS-RUNLOG-END-TIME FROM TIME
006510         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
006520         MOVE RETURN-CODE TO RN-RETURN-CODE
006530         MOVE WS-READ-COUNT TO RN-COUNT (1)
006540         MOVE WS-CHECKED-COUNT TO RN-COUNT (2)
006550         MOVE WS-DIFF-RECORD-COUNT TO RN-COUNT (3)
006560     END-IF.
006570     WRITE RUN-LOG-RECORD.
006580     CLOSE RUN-LOG-FILE.
006590 9890-EXIT.
006600     EXIT.
