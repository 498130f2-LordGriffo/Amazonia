000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OutlRpt.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  STATISTICAL OUTLIER SCREENING OF THE
000110*               DAY'S RESULTS.  HistLoad CATCHES EXACT RESUBMITTED
000120*               DUPLICATES BUT NOT A KEYING ERROR THAT MAKES AN
000130*               AMOUNT A THOUSAND TIMES ITS USUAL SIZE.  THE
000140*               CALCHIST MASTER IS PROFILED OVER A ROLLING WINDOW
000150*               OF WS-WINDOW-DAYS BEFORE THE DAY'S RESULTS:
000160*                 PER DEPARTMENT AND OPERATION SELECTOR - COUNT,
000170*                   MEAN, AND SPREAD (STANDARD DEVIATION) OF
000180*                   CALC-NUM1 AND CALC-NUM2 OVER THE "OK" POSTINGS
000190*                 PER DEPARTMENT - TRANSACTIONS PER ACTIVE DAY
000200*               EACH "OK" TRANSOUT/INTOUT RECORD WHOSE NUM1 OR
000210*               NUM2 LIES MORE THAN WS-SPREAD-FACTOR SPREADS FROM
000220*               ITS PROFILE MEAN IS LISTED ON OUTLRPT, AS IS EACH
000230*               DEPARTMENT WHOSE VOLUME TODAY IS ABOVE
000240*               WS-VOLUME-HIGH-PCT OR BELOW WS-VOLUME-LOW-PCT
000250*               PERCENT OF ITS AVERAGE.  A DEPARTMENT THAT SENT
000260*               NOTHING IS LEFT TO SubmChk.  THE SPREAD IS NEVER
000270*               TAKEN AS LESS THAN WS-MIN-SPREAD-PCT PERCENT OF
000280*               THE MEAN, SO A DEPARTMENT THAT ALWAYS SENDS THE
000290*               SAME FIGURE IS NOT FLAGGED FOR EVERY PENNY OF
000300*               DIFFERENCE.  A PROFILE WITH FEWER THAN
000310*               WS-MIN-POSTINGS POSTINGS (OR WS-VOLUME-MIN-DAYS
000320*               ACTIVE DAYS) IS TOO THIN TO JUDGE AND IS COUNTED,
000330*               NOT FLAGGED.  THE OPTIONAL OUTLPARM THRESHOLDS
000340*               CARD OVERRIDES ANY OF THE DEFAULTS.  ENDS RC=4
000350*               WHEN ANYTHING WAS LISTED SO THE SCHEDULER HOLDS
000360*               GLEXTR FOR THE CONTROL GROUP'S REVIEW, RC=12 ON A
000370*               BAD CARD OR AN UNREADABLE HISTORY MASTER.
000372* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000374*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000376*               RUNRPT BATCH-WINDOW REPORT.
000380* ----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT CALC-HIST-FILE ASSIGN TO "CALCHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS HIST-KEY
000480         FILE STATUS IS WS-HIST-STATUS.
000490     SELECT OUTL-PARM-FILE ASSIGN TO "OUTLPARM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PARM-STATUS.
000520     SELECT OUTL-RPT-FILE ASSIGN TO "OUTLRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000532     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000534         ORGANIZATION IS LINE SEQUENTIAL
000536         FILE STATUS IS WS-RUNLOG-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  TRANS-OUT-FILE.
000570 01  TRAN-OUT-RECORD.
000580     COPY CALCREC.
000590 FD  CALC-HIST-FILE.
000600 01  HIST-RECORD.
000610     COPY HISTREC.
000620     COPY CALCREC.
000630 FD  OUTL-PARM-FILE.
000640 01  OUTL-PARM-RECORD.
000650     05  OC-WINDOW-DAYS          PIC X(03).
000660     05  OC-WINDOW-DAYS-N REDEFINES OC-WINDOW-DAYS
000670                                 PIC 9(03).
000680     05  OC-MIN-POSTINGS         PIC X(03).
000690     05  OC-MIN-POSTINGS-N REDEFINES OC-MIN-POSTINGS
000700                                 PIC 9(03).
000710     05  OC-SPREAD-FACTOR        PIC X(04).
000720     05  OC-SPREAD-FACTOR-N REDEFINES OC-SPREAD-FACTOR
000730                                 PIC 9(02)V99.
000740     05  OC-MIN-SPREAD-PCT       PIC X(03).
000750     05  OC-MIN-SPREAD-PCT-N REDEFINES OC-MIN-SPREAD-PCT
000760                                 PIC 9(03).
000770     05  OC-VOLUME-HIGH-PCT      PIC X(03).
000780     05  OC-VOLUME-HIGH-PCT-N REDEFINES OC-VOLUME-HIGH-PCT
000790                                 PIC 9(03).
000800     05  OC-VOLUME-LOW-PCT       PIC X(03).
000810     05  OC-VOLUME-LOW-PCT-N REDEFINES OC-VOLUME-LOW-PCT
000820                                 PIC 9(03).
000830     05  OC-VOLUME-MIN-DAYS      PIC X(03).
000840     05  OC-VOLUME-MIN-DAYS-N REDEFINES OC-VOLUME-MIN-DAYS
000850                                 PIC 9(03).
000860     05  FILLER                  PIC X(58).
000870 FD  OUTL-RPT-FILE.
000880 01  OUTL-RPT-LINE               PIC X(132).
000882 FD  RUN-LOG-FILE.
000884 01  RUN-LOG-RECORD.
000886     COPY RUNLOGRC.
000890 WORKING-STORAGE SECTION.
000891 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000892 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000893 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000894 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000895 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000900 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000910     88  WS-END-OF-FILE              VALUE "Y".
000920 77  WS-HIST-EOF-SWITCH          PIC X(01)      VALUE "N".
000930     88  WS-HIST-END-OF-FILE         VALUE "Y".
000940 77  WS-FOUND-SWITCH             PIC X(01)      VALUE "N".
000950     88  WS-ENTRY-FOUND              VALUE "Y".
000960 77  WS-HIST-STATUS              PIC X(02)      VALUE SPACES.
000970 77  WS-PARM-STATUS              PIC X(02)      VALUE SPACES.
000980 77  WS-WINDOW-DAYS              PIC 9(03)      VALUE 30.
000990 77  WS-MIN-POSTINGS             PIC 9(03)      VALUE 10.
001000 77  WS-SPREAD-FACTOR            PIC 9(02)V99   VALUE 3.00.
001010 77  WS-MIN-SPREAD-PCT           PIC 9(03)      VALUE 10.
001020 77  WS-VOLUME-HIGH-PCT          PIC 9(03)      VALUE 200.
001030 77  WS-VOLUME-LOW-PCT           PIC 9(03)      VALUE 50.
001040 77  WS-VOLUME-MIN-DAYS          PIC 9(03)      VALUE 5.
001050 77  WS-READ-COUNT               PIC 9(07)      VALUE ZERO.
001060 77  WS-SCREEN-COUNT             PIC 9(07)      VALUE ZERO.
001070 77  WS-THIN-COUNT               PIC 9(07)      VALUE ZERO.
001080 77  WS-OUTLIER-COUNT            PIC 9(07)      VALUE ZERO.
001090 77  WS-VOLUME-EXCP-COUNT        PIC 9(05)      VALUE ZERO.
001100 77  WS-VOLUME-THIN-COUNT        PIC 9(05)      VALUE ZERO.
001110 77  WS-HIST-READ-COUNT          PIC 9(09)      VALUE ZERO.
001120 77  WS-HIST-USED-COUNT          PIC 9(09)      VALUE ZERO.
001130 77  WS-PROFILE-SUB              PIC 9(05)      VALUE ZERO.
001140 77  WS-DAY-SUB                  PIC 9(05)      VALUE ZERO.
001150 77  WS-TD-SUB                   PIC 9(03)      VALUE ZERO.
001160 77  WS-WINDOW-INT               PIC 9(08)      VALUE ZERO.
001170 77  WS-POST-DATE-NUM            PIC 9(08)      VALUE ZERO.
001180 77  WS-FIELD-NAME               PIC X(04)      VALUE SPACES.
001190 77  WS-VALUE                    PIC S9(9)V99   VALUE ZERO.
001200 77  WS-MEAN                     PIC S9(9)V99   VALUE ZERO.
001210 77  WS-SPREAD                   PIC 9(9)V99    VALUE ZERO.
001220 77  WS-DEVIATION                PIC 9(10)V99   VALUE ZERO.
001230 77  WS-LIMIT                    PIC 9(12)V99   VALUE ZERO.
001240 77  WS-RATIO                    PIC 9(03)V9    VALUE ZERO.
001250 77  WS-MEAN-WORK                COMP-2         VALUE ZERO.
001260 77  WS-VARIANCE-WORK            COMP-2         VALUE ZERO.
001270 77  WS-SPREAD-WORK              COMP-2         VALUE ZERO.
001280 77  WS-FLOOR-WORK               COMP-2         VALUE ZERO.
001290 77  WS-AMOUNT-WORK              COMP-2         VALUE ZERO.
001300 77  WS-AVERAGE                  PIC 9(07)V99   VALUE ZERO.
001310 77  WS-PCT-OF-AVERAGE           PIC 9(05)      VALUE ZERO.
001320 77  WS-VOLUME-FINDING           PIC X(12)      VALUE SPACES.
001330 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
001340 01  WS-RESULT-DATE              PIC X(08)      VALUE SPACES.
001350 01  WS-RESULT-DATE-NUM REDEFINES WS-RESULT-DATE
001360                                 PIC 9(08).
001370 01  WS-WINDOW-FROM              PIC 9(08)      VALUE ZERO.
001380 01  WS-WINDOW-TO                PIC 9(08)      VALUE ZERO.
001390 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
001400 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001410 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
001420 01  WS-EDIT-MEAN                PIC -(9)9.99.
001430 01  WS-EDIT-SPREAD              PIC Z(8)9.99.
001440 01  WS-EDIT-RATIO               PIC ZZ9.9.
001450 01  WS-EDIT-POSTINGS            PIC Z(6)9.
001460 01  WS-EDIT-VOLUME              PIC Z(6)9.
001470 01  WS-EDIT-AVERAGE             PIC Z(6)9.99.
001480 01  WS-EDIT-DAYS                PIC ZZZZ9.
001490 01  WS-EDIT-PCT                 PIC ZZZZ9.
001500 01  WS-EDIT-FACTOR              PIC Z9.99.
001510 01  WS-EDIT-WINDOW              PIC ZZ9.
001520 01  WS-EDIT-MIN-POSTINGS        PIC ZZ9.
001530 01  WS-EDIT-MIN-SPREAD          PIC ZZ9.
001540 01  WS-EDIT-VOLUME-HIGH         PIC ZZ9.
001550 01  WS-EDIT-VOLUME-LOW          PIC ZZ9.
001560 01  WS-EDIT-MIN-DAYS            PIC ZZ9.
001570 01  WS-PROFILE-TABLE.
001580     05  WS-PROFILE-COUNT        PIC 9(05)      VALUE ZERO.
001590     05  WS-PROFILE-ENTRY OCCURS 2000 TIMES.
001600         10  WS-PF-DEPT              PIC X(04).
001610         10  WS-PF-OP                PIC X(02).
001620         10  WS-PF-COUNT             PIC 9(07).
001630         10  WS-PF-SUM1              COMP-2.
001640         10  WS-PF-SUMSQ1            COMP-2.
001650         10  WS-PF-SUM2              COMP-2.
001660         10  WS-PF-SUMSQ2            COMP-2.
001670         10  WS-PF-MEAN1             PIC S9(9)V99.
001680         10  WS-PF-SPREAD1           PIC 9(9)V99.
001690         10  WS-PF-MEAN2             PIC S9(9)V99.
001700         10  WS-PF-SPREAD2           PIC 9(9)V99.
001710 01  WS-DAY-TABLE.
001720     05  WS-DAY-COUNT            PIC 9(05)      VALUE ZERO.
001730     05  WS-DAY-ENTRY OCCURS 6000 TIMES.
001740         10  WS-DY-DEPT              PIC X(04).
001750         10  WS-DY-DATE              PIC X(08).
001760         10  WS-DY-VOLUME            PIC 9(07).
001770 01  WS-TODAY-TABLE.
001780     05  WS-TD-COUNT             PIC 9(03)      VALUE ZERO.
001790     05  WS-TD-ENTRY OCCURS 500 TIMES.
001800         10  WS-TD-DEPT              PIC X(04).
001810         10  WS-TD-VOLUME            PIC 9(07).
001820         10  WS-TD-HIST-DAYS         PIC 9(05).
001830         10  WS-TD-HIST-VOLUME       PIC 9(09).
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-COUNT-TODAY THRU 2000-EXIT
001880         UNTIL WS-END-OF-FILE.
001890     PERFORM 2500-SET-WINDOW THRU 2500-EXIT.
001900     PERFORM 3000-PROFILE-HISTORY THRU 3000-EXIT.
001910     PERFORM 7000-PRINT-HEADING THRU 7000-EXIT.
001920     PERFORM 3500-REOPEN-TRANSOUT THRU 3500-EXIT.
001930     PERFORM 4000-SCREEN-RECORD THRU 4000-EXIT
001940         UNTIL WS-END-OF-FILE.
001950     PERFORM 5000-SCREEN-VOLUMES THRU 5000-EXIT.
001960     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001970     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001980     STOP RUN.
001990 1000-INITIALIZE.
001995     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
002000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002010     MOVE HIGH-VALUES TO WS-RESULT-DATE.
002020     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002030     OPEN INPUT TRANS-OUT-FILE.
002040     OPEN OUTPUT OUTL-RPT-FILE.
002050     PERFORM 2100-READ-TRANSOUT THRU 2100-EXIT.
002060 1000-EXIT.
002070     EXIT.
002080 1100-READ-PARM.
002090     OPEN INPUT OUTL-PARM-FILE.
002100     IF WS-PARM-STATUS NOT = "00"
002110         DISPLAY "NO OUTLPARM CARD - DEFAULT THRESHOLDS"
002120         GO TO 1100-EXIT
002130     END-IF.
002140     READ OUTL-PARM-FILE
002150         AT END
002160             DISPLAY "EMPTY OUTLPARM - DEFAULT THRESHOLDS"
002170             CLOSE OUTL-PARM-FILE
002180             GO TO 1100-EXIT
002190     END-READ.
002200     IF (OC-WINDOW-DAYS NOT = SPACES
002210             AND OC-WINDOW-DAYS NOT NUMERIC)
002220         OR (OC-MIN-POSTINGS NOT = SPACES
002230             AND OC-MIN-POSTINGS NOT NUMERIC)
002240         OR (OC-SPREAD-FACTOR NOT = SPACES
002250             AND OC-SPREAD-FACTOR NOT NUMERIC)
002260         OR (OC-MIN-SPREAD-PCT NOT = SPACES
002270             AND OC-MIN-SPREAD-PCT NOT NUMERIC)
002280         OR (OC-VOLUME-HIGH-PCT NOT = SPACES
002290             AND OC-VOLUME-HIGH-PCT NOT NUMERIC)
002300         OR (OC-VOLUME-LOW-PCT NOT = SPACES
002310             AND OC-VOLUME-LOW-PCT NOT NUMERIC)
002320         OR (OC-VOLUME-MIN-DAYS NOT = SPACES
002330             AND OC-VOLUME-MIN-DAYS NOT NUMERIC)
002340         DISPLAY "OUTLPARM FIELD NOT NUMERIC - <"
002350             OUTL-PARM-RECORD (1:22) ">"
002360         MOVE 12 TO RETURN-CODE
002365         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
002370         STOP RUN
002380     END-IF.
002390     IF OC-WINDOW-DAYS NOT = SPACES
002400         AND OC-WINDOW-DAYS-N > ZERO
002410         MOVE OC-WINDOW-DAYS-N TO WS-WINDOW-DAYS
002420     END-IF.
002430     IF OC-MIN-POSTINGS NOT = SPACES
002440         AND OC-MIN-POSTINGS-N > ZERO
002450         MOVE OC-MIN-POSTINGS-N TO WS-MIN-POSTINGS
002460     END-IF.
002470     IF OC-SPREAD-FACTOR NOT = SPACES
002480         AND OC-SPREAD-FACTOR-N > ZERO
002490         MOVE OC-SPREAD-FACTOR-N TO WS-SPREAD-FACTOR
002500     END-IF.
002510     IF OC-MIN-SPREAD-PCT NOT = SPACES
002520         MOVE OC-MIN-SPREAD-PCT-N TO WS-MIN-SPREAD-PCT
002530     END-IF.
002540     IF OC-VOLUME-HIGH-PCT NOT = SPACES
002550         AND OC-VOLUME-HIGH-PCT-N > ZERO
002560         MOVE OC-VOLUME-HIGH-PCT-N TO WS-VOLUME-HIGH-PCT
002570     END-IF.
002580     IF OC-VOLUME-LOW-PCT NOT = SPACES
002590         MOVE OC-VOLUME-LOW-PCT-N TO WS-VOLUME-LOW-PCT
002600     END-IF.
002610     IF OC-VOLUME-MIN-DAYS NOT = SPACES
002620         AND OC-VOLUME-MIN-DAYS-N > ZERO
002630         MOVE OC-VOLUME-MIN-DAYS-N TO WS-VOLUME-MIN-DAYS
002640     END-IF.
002650     CLOSE OUTL-PARM-FILE.
002660 1100-EXIT.
002670     EXIT.
002680 2000-COUNT-TODAY.
002690     ADD 1 TO WS-READ-COUNT.
002700     IF CALC-TIMESTAMP OF TRAN-OUT-RECORD (1:8) NUMERIC
002710         AND CALC-TIMESTAMP OF TRAN-OUT-RECORD (1:8)
002720             < WS-RESULT-DATE
002730         MOVE CALC-TIMESTAMP OF TRAN-OUT-RECORD (1:8)
002740             TO WS-RESULT-DATE
002750     END-IF.
002760     MOVE "N" TO WS-FOUND-SWITCH.
002770     PERFORM 2200-MATCH-TODAY THRU 2200-EXIT
002780         VARYING WS-TD-SUB FROM 1 BY 1
002790         UNTIL WS-TD-SUB > WS-TD-COUNT
002800             OR WS-ENTRY-FOUND.
002810     IF WS-ENTRY-FOUND
002820         SUBTRACT 1 FROM WS-TD-SUB
002830         ADD 1 TO WS-TD-VOLUME (WS-TD-SUB)
002840     ELSE
002850         IF WS-TD-COUNT < 500
002860             ADD 1 TO WS-TD-COUNT
002870             MOVE CALC-DEPT-CODE OF TRAN-OUT-RECORD
002880                 TO WS-TD-DEPT (WS-TD-COUNT)
002890             MOVE 1    TO WS-TD-VOLUME (WS-TD-COUNT)
002900             MOVE ZERO TO WS-TD-HIST-DAYS (WS-TD-COUNT)
002910             MOVE ZERO TO WS-TD-HIST-VOLUME (WS-TD-COUNT)
002920         ELSE
002930             DISPLAY "DEPARTMENT TABLE FULL - "
002940                 CALC-DEPT-CODE OF TRAN-OUT-RECORD
002950                 " NOT VOLUME-SCREENED"
002960         END-IF
002970     END-IF.
002980     PERFORM 2100-READ-TRANSOUT THRU 2100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010 2100-READ-TRANSOUT.
003020     READ TRANS-OUT-FILE
003030         AT END
003040             SET WS-END-OF-FILE TO TRUE
003050     END-READ.
003060 2100-EXIT.
003070     EXIT.
003080 2200-MATCH-TODAY.
003090     IF WS-TD-DEPT (WS-TD-SUB)
003100         = CALC-DEPT-CODE OF TRAN-OUT-RECORD
003110         SET WS-ENTRY-FOUND TO TRUE
003120     END-IF.
003130 2200-EXIT.
003140     EXIT.
003150* ----------------------------------------------------------------
003160* THE PROFILE WINDOW ENDS THE DAY BEFORE THE EARLIEST RESULT ON
003170* TRANSOUT, NOT THE DAY BEFORE THE RUN, SO A CYCLE THAT RUNS PAST
003180* MIDNIGHT (OR AFTER HistLoad HAS POSTED THE DAY) NEVER PROFILES
003190* THE VERY RESULTS IT IS SCREENING.
003200* ----------------------------------------------------------------
003210 2500-SET-WINDOW.
003220     IF WS-RESULT-DATE = HIGH-VALUES
003230         MOVE WS-TODAY TO WS-RESULT-DATE
003240     END-IF.
003250     COMPUTE WS-WINDOW-INT
003260         = FUNCTION INTEGER-OF-DATE(WS-RESULT-DATE-NUM) - 1.
003270     COMPUTE WS-WINDOW-TO
003280         = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
003290     COMPUTE WS-WINDOW-INT
003300         = WS-WINDOW-INT - WS-WINDOW-DAYS + 1.
003310     COMPUTE WS-WINDOW-FROM
003320         = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
003330 2500-EXIT.
003340     EXIT.
003350 3000-PROFILE-HISTORY.
003360     OPEN INPUT CALC-HIST-FILE.
003370     IF WS-HIST-STATUS = "35"
003380         DISPLAY "CALCHIST NOT YET LOADED - NOTHING TO PROFILE"
003390         GO TO 3000-EXIT
003400     END-IF.
003410     IF WS-HIST-STATUS NOT = "00"
003420         DISPLAY "CALCHIST NOT AVAILABLE - STATUS "
003430             WS-HIST-STATUS
003440         MOVE 12 TO RETURN-CODE
003445         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
003450         STOP RUN
003460     END-IF.
003470     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
003480         UNTIL WS-HIST-END-OF-FILE.
003490     CLOSE CALC-HIST-FILE.
003500     PERFORM 3800-FINISH-PROFILE THRU 3800-EXIT
003510         VARYING WS-PROFILE-SUB FROM 1 BY 1
003520         UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT.
003530     PERFORM 3900-TOTAL-DAYS THRU 3900-EXIT
003540         VARYING WS-DAY-SUB FROM 1 BY 1
003550         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
003560 3000-EXIT.
003570     EXIT.
003580 3100-READ-HISTORY.
003590     READ CALC-HIST-FILE NEXT
003600         AT END
003610             SET WS-HIST-END-OF-FILE TO TRUE
003620             GO TO 3100-EXIT
003630     END-READ.
003640     ADD 1 TO WS-HIST-READ-COUNT.
003650     IF HIST-POST-DATE NOT NUMERIC
003660         GO TO 3100-EXIT
003670     END-IF.
003680     MOVE HIST-POST-DATE TO WS-POST-DATE-NUM.
003690     IF WS-POST-DATE-NUM < WS-WINDOW-FROM
003700         OR WS-POST-DATE-NUM > WS-WINDOW-TO
003710         GO TO 3100-EXIT
003720     END-IF.
003730     ADD 1 TO WS-HIST-USED-COUNT.
003740     PERFORM 3300-ADD-DAY THRU 3300-EXIT.
003750     IF CALC-STATUS-CODE OF HIST-RECORD = "OK"
003760         PERFORM 3200-ADD-PROFILE THRU 3200-EXIT
003770     END-IF.
003780 3100-EXIT.
003790     EXIT.
003800 3200-ADD-PROFILE.
003810     MOVE "N" TO WS-FOUND-SWITCH.
003820     PERFORM 3250-MATCH-PROFILE THRU 3250-EXIT
003830         VARYING WS-PROFILE-SUB FROM 1 BY 1
003840         UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
003850             OR WS-ENTRY-FOUND.
003860     IF WS-ENTRY-FOUND
003870         SUBTRACT 1 FROM WS-PROFILE-SUB
003880     ELSE
003890         IF WS-PROFILE-COUNT < 2000
003900             ADD 1 TO WS-PROFILE-COUNT
003910             MOVE WS-PROFILE-COUNT TO WS-PROFILE-SUB
003920             MOVE CALC-DEPT-CODE OF HIST-RECORD
003930                 TO WS-PF-DEPT (WS-PROFILE-SUB)
003940             MOVE CALC-OPERATION-SEL OF HIST-RECORD
003950                 TO WS-PF-OP (WS-PROFILE-SUB)
003960             MOVE ZERO TO WS-PF-COUNT (WS-PROFILE-SUB)
003970             MOVE ZERO TO WS-PF-SUM1 (WS-PROFILE-SUB)
003980             MOVE ZERO TO WS-PF-SUMSQ1 (WS-PROFILE-SUB)
003990             MOVE ZERO TO WS-PF-SUM2 (WS-PROFILE-SUB)
004000             MOVE ZERO TO WS-PF-SUMSQ2 (WS-PROFILE-SUB)
004010         ELSE
004020             DISPLAY "PROFILE TABLE FULL - "
004030                 CALC-DEPT-CODE OF HIST-RECORD " "
004040                 CALC-OPERATION-SEL OF HIST-RECORD
004050                 " NOT PROFILED"
004060             GO TO 3200-EXIT
004070         END-IF
004080     END-IF.
004090     ADD 1 TO WS-PF-COUNT (WS-PROFILE-SUB).
004100     MOVE CALC-NUM1 OF HIST-RECORD TO WS-AMOUNT-WORK.
004110     ADD WS-AMOUNT-WORK TO WS-PF-SUM1 (WS-PROFILE-SUB).
004120     COMPUTE WS-PF-SUMSQ1 (WS-PROFILE-SUB)
004130         = WS-PF-SUMSQ1 (WS-PROFILE-SUB)
004140         + (WS-AMOUNT-WORK * WS-AMOUNT-WORK).
004150     MOVE CALC-NUM2 OF HIST-RECORD TO WS-AMOUNT-WORK.
004160     ADD WS-AMOUNT-WORK TO WS-PF-SUM2 (WS-PROFILE-SUB).
004170     COMPUTE WS-PF-SUMSQ2 (WS-PROFILE-SUB)
004180         = WS-PF-SUMSQ2 (WS-PROFILE-SUB)
004190         + (WS-AMOUNT-WORK * WS-AMOUNT-WORK).
004200 3200-EXIT.
004210     EXIT.
004220 3250-MATCH-PROFILE.
004230     IF WS-PF-DEPT (WS-PROFILE-SUB)
004240             = CALC-DEPT-CODE OF HIST-RECORD
004250         AND WS-PF-OP (WS-PROFILE-SUB)
004260             = CALC-OPERATION-SEL OF HIST-RECORD
004270         SET WS-ENTRY-FOUND TO TRUE
004280     END-IF.
004290 3250-EXIT.
004300     EXIT.
004310 3300-ADD-DAY.
004320     MOVE "N" TO WS-FOUND-SWITCH.
004330     PERFORM 3350-MATCH-DAY THRU 3350-EXIT
004340         VARYING WS-DAY-SUB FROM 1 BY 1
004350         UNTIL WS-DAY-SUB > WS-DAY-COUNT
004360             OR WS-ENTRY-FOUND.
004370     IF WS-ENTRY-FOUND
004380         SUBTRACT 1 FROM WS-DAY-SUB
004390         ADD 1 TO WS-DY-VOLUME (WS-DAY-SUB)
004400     ELSE
004410         IF WS-DAY-COUNT < 6000
004420             ADD 1 TO WS-DAY-COUNT
004430             MOVE CALC-DEPT-CODE OF HIST-RECORD
004440                 TO WS-DY-DEPT (WS-DAY-COUNT)
004450             MOVE HIST-POST-DATE TO WS-DY-DATE (WS-DAY-COUNT)
004460             MOVE 1 TO WS-DY-VOLUME (WS-DAY-COUNT)
004470         ELSE
004480             DISPLAY "DAILY VOLUME TABLE FULL - VOLUME PROFILE "
004490                 "PARTIAL"
004500         END-IF
004510     END-IF.
004520 3300-EXIT.
004530     EXIT.
004540 3350-MATCH-DAY.
004550     IF WS-DY-DEPT (WS-DAY-SUB) = CALC-DEPT-CODE OF HIST-RECORD
004560         AND WS-DY-DATE (WS-DAY-SUB) = HIST-POST-DATE
004570         SET WS-ENTRY-FOUND TO TRUE
004580     END-IF.
004590 3350-EXIT.
004600     EXIT.
004610 3500-REOPEN-TRANSOUT.
004620     CLOSE TRANS-OUT-FILE.
004630     OPEN INPUT TRANS-OUT-FILE.
004640     MOVE "N" TO WS-EOF-SWITCH.
004650     PERFORM 2100-READ-TRANSOUT THRU 2100-EXIT.
004660 3500-EXIT.
004670     EXIT.
004680* ----------------------------------------------------------------
004690* MEAN = SUM / N; SPREAD = SQUARE ROOT OF (SUM OF SQUARES / N
004700* LESS THE SQUARED MEAN), FLOORED AT WS-MIN-SPREAD-PCT OF THE
004710* MEAN.  THE SUMS ARE KEPT IN FLOATING POINT - THE SQUARES OF
004720* NINE-DIGIT AMOUNTS DO NOT FIT A PACKED FIELD.
004730* ----------------------------------------------------------------
004740 3800-FINISH-PROFILE.
004750     COMPUTE WS-MEAN-WORK = WS-PF-SUM1 (WS-PROFILE-SUB)
004760         / WS-PF-COUNT (WS-PROFILE-SUB).
004770     COMPUTE WS-VARIANCE-WORK = (WS-PF-SUMSQ1 (WS-PROFILE-SUB)
004780         / WS-PF-COUNT (WS-PROFILE-SUB))
004790         - (WS-MEAN-WORK * WS-MEAN-WORK).
004800     PERFORM 3850-SPREAD-OF THRU 3850-EXIT.
004810     COMPUTE WS-PF-MEAN1 (WS-PROFILE-SUB) ROUNDED = WS-MEAN-WORK.
004820     COMPUTE WS-PF-SPREAD1 (WS-PROFILE-SUB) ROUNDED
004830         = WS-SPREAD-WORK.
004840     COMPUTE WS-MEAN-WORK = WS-PF-SUM2 (WS-PROFILE-SUB)
004850         / WS-PF-COUNT (WS-PROFILE-SUB).
004860     COMPUTE WS-VARIANCE-WORK = (WS-PF-SUMSQ2 (WS-PROFILE-SUB)
004870         / WS-PF-COUNT (WS-PROFILE-SUB))
004880         - (WS-MEAN-WORK * WS-MEAN-WORK).
004890     PERFORM 3850-SPREAD-OF THRU 3850-EXIT.
004900     COMPUTE WS-PF-MEAN2 (WS-PROFILE-SUB) ROUNDED = WS-MEAN-WORK.
004910     COMPUTE WS-PF-SPREAD2 (WS-PROFILE-SUB) ROUNDED
004920         = WS-SPREAD-WORK.
004930 3800-EXIT.
004940     EXIT.
004950 3850-SPREAD-OF.
004960     IF WS-VARIANCE-WORK > ZERO
004970         COMPUTE WS-SPREAD-WORK = FUNCTION SQRT(WS-VARIANCE-WORK)
004980     ELSE
004990         MOVE ZERO TO WS-SPREAD-WORK
005000     END-IF.
005010     COMPUTE WS-FLOOR-WORK = FUNCTION ABS(WS-MEAN-WORK)
005020         * WS-MIN-SPREAD-PCT / 100.
005030     IF WS-SPREAD-WORK < WS-FLOOR-WORK
005040         MOVE WS-FLOOR-WORK TO WS-SPREAD-WORK
005050     END-IF.
005060 3850-EXIT.
005070     EXIT.
005080 3900-TOTAL-DAYS.
005090     MOVE "N" TO WS-FOUND-SWITCH.
005100     PERFORM 3950-MATCH-DAY-DEPT THRU 3950-EXIT
005110         VARYING WS-TD-SUB FROM 1 BY 1
005120         UNTIL WS-TD-SUB > WS-TD-COUNT
005130             OR WS-ENTRY-FOUND.
005140     IF WS-ENTRY-FOUND
005150         SUBTRACT 1 FROM WS-TD-SUB
005160         ADD 1 TO WS-TD-HIST-DAYS (WS-TD-SUB)
005170         ADD WS-DY-VOLUME (WS-DAY-SUB)
005180             TO WS-TD-HIST-VOLUME (WS-TD-SUB)
005190     END-IF.
005200 3900-EXIT.
005210     EXIT.
005220 3950-MATCH-DAY-DEPT.
005230     IF WS-TD-DEPT (WS-TD-SUB) = WS-DY-DEPT (WS-DAY-SUB)
005240         SET WS-ENTRY-FOUND TO TRUE
005250     END-IF.
005260 3950-EXIT.
005270     EXIT.
005280 4000-SCREEN-RECORD.
005290     IF CALC-STATUS-CODE OF TRAN-OUT-RECORD NOT = "OK"
005300         GO TO 4000-NEXT
005310     END-IF.
005320     MOVE "N" TO WS-FOUND-SWITCH.
005330     PERFORM 4100-MATCH-RESULT THRU 4100-EXIT
005340         VARYING WS-PROFILE-SUB FROM 1 BY 1
005350         UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT
005360             OR WS-ENTRY-FOUND.
005370     IF NOT WS-ENTRY-FOUND
005380         ADD 1 TO WS-THIN-COUNT
005390         GO TO 4000-NEXT
005400     END-IF.
005410     SUBTRACT 1 FROM WS-PROFILE-SUB.
005420     IF WS-PF-COUNT (WS-PROFILE-SUB) < WS-MIN-POSTINGS
005430         ADD 1 TO WS-THIN-COUNT
005440         GO TO 4000-NEXT
005450     END-IF.
005460     ADD 1 TO WS-SCREEN-COUNT.
005470     MOVE "NUM1" TO WS-FIELD-NAME.
005480     MOVE CALC-NUM1 OF TRAN-OUT-RECORD TO WS-VALUE.
005490     MOVE WS-PF-MEAN1 (WS-PROFILE-SUB) TO WS-MEAN.
005500     MOVE WS-PF-SPREAD1 (WS-PROFILE-SUB) TO WS-SPREAD.
005510     PERFORM 4200-TEST-VALUE THRU 4200-EXIT.
005520     MOVE "NUM2" TO WS-FIELD-NAME.
005530     MOVE CALC-NUM2 OF TRAN-OUT-RECORD TO WS-VALUE.
005540     MOVE WS-PF-MEAN2 (WS-PROFILE-SUB) TO WS-MEAN.
005550     MOVE WS-PF-SPREAD2 (WS-PROFILE-SUB) TO WS-SPREAD.
005560     PERFORM 4200-TEST-VALUE THRU 4200-EXIT.
005570 4000-NEXT.
005580     PERFORM 2100-READ-TRANSOUT THRU 2100-EXIT.
005590 4000-EXIT.
005600     EXIT.
005610 4100-MATCH-RESULT.
005620     IF WS-PF-DEPT (WS-PROFILE-SUB)
005630             = CALC-DEPT-CODE OF TRAN-OUT-RECORD
005640         AND WS-PF-OP (WS-PROFILE-SUB)
005650             = CALC-OPERATION-SEL OF TRAN-OUT-RECORD
005660         SET WS-ENTRY-FOUND TO TRUE
005670     END-IF.
005680 4100-EXIT.
005690     EXIT.
005700 4200-TEST-VALUE.
005710     COMPUTE WS-DEVIATION = FUNCTION ABS(WS-VALUE - WS-MEAN).
005720     COMPUTE WS-LIMIT = WS-SPREAD * WS-SPREAD-FACTOR.
005730     IF WS-DEVIATION NOT > WS-LIMIT
005740         GO TO 4200-EXIT
005750     END-IF.
005760     ADD 1 TO WS-OUTLIER-COUNT.
005770     IF WS-SPREAD > ZERO
005780         COMPUTE WS-RATIO ROUNDED = WS-DEVIATION / WS-SPREAD
005790             ON SIZE ERROR
005800                 MOVE 999.9 TO WS-RATIO
005810         END-COMPUTE
005820     ELSE
005830         MOVE 999.9 TO WS-RATIO
005840     END-IF.
005850     PERFORM 7100-PRINT-OUTLIER THRU 7100-EXIT.
005860 4200-EXIT.
005870     EXIT.
005880 5000-SCREEN-VOLUMES.
005890     MOVE SPACES TO OUTL-RPT-LINE.
005900     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
005910     MOVE "DEPARTMENT VOLUME EXCEPTIONS" TO OUTL-RPT-LINE.
005920     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
005930     MOVE SPACES TO WS-REPORT-LINE.
005940     STRING "DEPT    TODAY  AVG/ACTIVE DAY  ACTIVE DAYS"
005950         "  PCT OF AVG  FINDING"
005960         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005970     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
005980     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
005990     PERFORM 5100-SCREEN-DEPT THRU 5100-EXIT
006000         VARYING WS-TD-SUB FROM 1 BY 1
006010         UNTIL WS-TD-SUB > WS-TD-COUNT.
006020 5000-EXIT.
006030     EXIT.
006040 5100-SCREEN-DEPT.
006050     IF WS-TD-HIST-DAYS (WS-TD-SUB) < WS-VOLUME-MIN-DAYS
006060         ADD 1 TO WS-VOLUME-THIN-COUNT
006070         GO TO 5100-EXIT
006080     END-IF.
006090     COMPUTE WS-AVERAGE ROUNDED = WS-TD-HIST-VOLUME (WS-TD-SUB)
006100         / WS-TD-HIST-DAYS (WS-TD-SUB).
006110     COMPUTE WS-PCT-OF-AVERAGE ROUNDED
006120         = WS-TD-VOLUME (WS-TD-SUB) * 100 / WS-AVERAGE
006130         ON SIZE ERROR
006140             MOVE 99999 TO WS-PCT-OF-AVERAGE
006150     END-COMPUTE.
006160     EVALUATE TRUE
006170         WHEN WS-PCT-OF-AVERAGE > WS-VOLUME-HIGH-PCT
006180             MOVE "VOLUME JUMP" TO WS-VOLUME-FINDING
006190         WHEN WS-PCT-OF-AVERAGE < WS-VOLUME-LOW-PCT
006200             MOVE "VOLUME DROP" TO WS-VOLUME-FINDING
006210         WHEN OTHER
006220             GO TO 5100-EXIT
006230     END-EVALUATE.
006240     ADD 1 TO WS-VOLUME-EXCP-COUNT.
006250     MOVE SPACES TO WS-REPORT-LINE.
006260     MOVE WS-TD-VOLUME (WS-TD-SUB) TO WS-EDIT-VOLUME.
006270     MOVE WS-AVERAGE TO WS-EDIT-AVERAGE.
006280     MOVE WS-TD-HIST-DAYS (WS-TD-SUB) TO WS-EDIT-DAYS.
006290     MOVE WS-PCT-OF-AVERAGE TO WS-EDIT-PCT.
006300     STRING WS-TD-DEPT (WS-TD-SUB) " " WS-EDIT-VOLUME
006310         "      " WS-EDIT-AVERAGE "        " WS-EDIT-DAYS
006320         "       " WS-EDIT-PCT "  ** " WS-VOLUME-FINDING
006330         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006340     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
006350     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006360 5100-EXIT.
006370     EXIT.
006380 7000-PRINT-HEADING.
006390     MOVE SPACES TO OUTL-RPT-LINE.
006400     MOVE "OUTLIER SCREENING - DAY'S RESULTS AGAINST CALCHIST"
006410         TO OUTL-RPT-LINE.
006420     WRITE OUTL-RPT-LINE AFTER ADVANCING PAGE.
006430     MOVE SPACES TO WS-REPORT-LINE.
006440     STRING "RUN DATE " WS-TODAY "  RESULTS DATED " WS-RESULT-DATE
006450         "  PROFILE WINDOW " WS-WINDOW-FROM " TO " WS-WINDOW-TO
006460         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006470     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
006480     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006490     MOVE SPACES TO WS-REPORT-LINE.
006500     MOVE WS-WINDOW-DAYS      TO WS-EDIT-WINDOW.
006510     MOVE WS-SPREAD-FACTOR    TO WS-EDIT-FACTOR.
006520     MOVE WS-MIN-POSTINGS     TO WS-EDIT-MIN-POSTINGS.
006530     MOVE WS-MIN-SPREAD-PCT   TO WS-EDIT-MIN-SPREAD.
006540     STRING "THRESHOLDS - WINDOW " WS-EDIT-WINDOW " DAYS"
006550         "  SPREAD FACTOR " WS-EDIT-FACTOR
006560         "  MIN POSTINGS " WS-EDIT-MIN-POSTINGS
006570         "  MIN SPREAD " WS-EDIT-MIN-SPREAD " PCT OF MEAN"
006580         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006590     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
006600     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006610     MOVE SPACES TO WS-REPORT-LINE.
006620     MOVE WS-VOLUME-HIGH-PCT  TO WS-EDIT-VOLUME-HIGH.
006630     MOVE WS-VOLUME-LOW-PCT   TO WS-EDIT-VOLUME-LOW.
006640     MOVE WS-VOLUME-MIN-DAYS  TO WS-EDIT-MIN-DAYS.
006650     STRING "             VOLUME HIGH " WS-EDIT-VOLUME-HIGH
006660         " PCT  LOW " WS-EDIT-VOLUME-LOW " PCT OF AVERAGE"
006670         "  MIN ACTIVE DAYS " WS-EDIT-MIN-DAYS
006680         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006690     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
006700     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006710     MOVE SPACES TO OUTL-RPT-LINE.
006720     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006730     MOVE "AMOUNT OUTLIERS" TO OUTL-RPT-LINE.
006740     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006750     MOVE SPACES TO WS-REPORT-LINE.
006760     STRING "TXN-ID      DEPT  OP  FIELD  AMOUNT       "
006770         "   PROFILE MEAN   SPREAD        SPREADS  POSTINGS"
006780         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006790     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
006800     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006810 7000-EXIT.
006820     EXIT.
006830 7100-PRINT-OUTLIER.
006840     MOVE SPACES TO WS-REPORT-LINE.
006850     MOVE WS-VALUE TO WS-EDIT-AMOUNT.
006860     MOVE WS-MEAN TO WS-EDIT-MEAN.
006870     MOVE WS-SPREAD TO WS-EDIT-SPREAD.
006880     MOVE WS-RATIO TO WS-EDIT-RATIO.
006890     MOVE WS-PF-COUNT (WS-PROFILE-SUB) TO WS-EDIT-POSTINGS.
006900     STRING CALC-TXN-ID OF TRAN-OUT-RECORD "  "
006910         CALC-DEPT-CODE OF TRAN-OUT-RECORD "  "
006920         CALC-OPERATION-SEL OF TRAN-OUT-RECORD "  "
006930         WS-FIELD-NAME "   " WS-EDIT-AMOUNT " "
006940         WS-EDIT-MEAN " " WS-EDIT-SPREAD "  "
006950         WS-EDIT-RATIO "   " WS-EDIT-POSTINGS
006960         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006970     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
006980     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
006990 7100-EXIT.
007000     EXIT.
007010 8000-PRINT-TOTALS.
007020     MOVE SPACES TO OUTL-RPT-LINE.
007030     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007040     MOVE SPACES TO WS-REPORT-LINE.
007050     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
007060     STRING "TRANSOUT RECORDS READ  . . : " WS-EDIT-COUNT
007070         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007080     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007090     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007100     MOVE SPACES TO WS-REPORT-LINE.
007110     MOVE WS-SCREEN-COUNT TO WS-EDIT-COUNT.
007120     STRING "OK RESULTS SCREENED  . . . : " WS-EDIT-COUNT
007130         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007140     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007150     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007160     MOVE SPACES TO WS-REPORT-LINE.
007170     MOVE WS-THIN-COUNT TO WS-EDIT-COUNT.
007180     STRING "OK RESULTS, PROFILE TOO THIN: " WS-EDIT-COUNT
007190         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007200     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007210     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007220     MOVE SPACES TO WS-REPORT-LINE.
007230     MOVE WS-OUTLIER-COUNT TO WS-EDIT-COUNT.
007240     STRING "AMOUNT OUTLIERS LISTED . . : " WS-EDIT-COUNT
007250         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007260     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007270     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007280     MOVE SPACES TO WS-REPORT-LINE.
007290     MOVE WS-VOLUME-EXCP-COUNT TO WS-EDIT-COUNT.
007300     STRING "VOLUME EXCEPTIONS LISTED . : " WS-EDIT-COUNT
007310         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007320     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007330     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007340     MOVE SPACES TO WS-REPORT-LINE.
007350     MOVE WS-VOLUME-THIN-COUNT TO WS-EDIT-COUNT.
007360     STRING "DEPTS, VOLUME HISTORY THIN : " WS-EDIT-COUNT
007370         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007380     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007390     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007400     MOVE SPACES TO WS-REPORT-LINE.
007410     MOVE WS-HIST-USED-COUNT TO WS-EDIT-COUNT.
007420     STRING "HISTORY POSTINGS PROFILED  : " WS-EDIT-COUNT
007430         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007440     MOVE WS-REPORT-LINE TO OUTL-RPT-LINE.
007450     WRITE OUTL-RPT-LINE AFTER ADVANCING 1 LINE.
007460     IF WS-OUTLIER-COUNT > ZERO OR WS-VOLUME-EXCP-COUNT > ZERO
007470         MOVE 4 TO RETURN-CODE
007480     END-IF.
007490 8000-EXIT.
007500     EXIT.
007510 9999-TERMINATE.
007520     CLOSE TRANS-OUT-FILE.
007530     CLOSE OUTL-RPT-FILE.
007535     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
007540 9999-EXIT.
007550     EXIT.
007560 9800-LOG-RUN-START.
007570     MOVE "S" TO WS-RUNLOG-TYPE.
007580     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
007590     ACCEPT WS-RUNLOG-TIME FROM TIME.
007600     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
007610 9800-EXIT.
007620     EXIT.
007630 9850-LOG-RUN-END.
007640     MOVE "E" TO WS-RUNLOG-TYPE.
007650     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
007660 9850-EXIT.
007670     EXIT.
007680 9890-WRITE-RUN-LOG.
007690     OPEN EXTEND RUN-LOG-FILE.
007700     IF WS-RUNLOG-STATUS NOT = "00"
007710         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
007720             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
007730         GO TO 9890-EXIT
007740     END-IF.
007750     MOVE SPACES TO RUN-LOG-RECORD.
007760     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
007770     MOVE "OUTLRPT" TO RN-PROGRAM-ID.
007780     MOVE ZERO TO RN-STREAM-NO.
007790     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
007800     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
007810     MOVE ZERO TO RN-RETURN-CODE.
007820     MOVE "READ" TO RN-COUNT-NAME (1).
007830     MOVE "OUTL" TO RN-COUNT-NAME (2).
007840     MOVE "VOL" TO RN-COUNT-NAME (3).
007850     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
007860     IF RN-END-RECORD
007870         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
007880         ACCEPT WS-RUNLOG-END-TIME FROM TIME
007890         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
007900         MOVE RETURN-CODE TO RN-RETURN-CODE
007910         MOVE WS-READ-COUNT TO RN-COUNT (1)
007920         MOVE WS-OUTLIER-COUNT TO RN-COUNT (2)
007930         MOVE WS-VOLUME-EXCP-COUNT TO RN-COUNT (3)
007940     END-IF.
007950     WRITE RUN-LOG-RECORD.
007960     CLOSE RUN-LOG-FILE.
007970 9890-EXIT.
007980     EXIT.
