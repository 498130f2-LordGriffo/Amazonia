000190*               ANY DUPLICATES WERE FLAGGED.  A RECORD ALREADY
000200*               ON THE MASTER (RERUN OF THE LOAD) IS SKIPPED
000210*               WITH A COUNT, NOT AN ERROR.
000211* 10/15/26 EM   REVERSALS.  BEFORE POSTING, THE DAY'S REVLINK
000212*               RECORDS (SEE REVLNKRC) ARE APPLIED: EACH ORIGINAL
000213*               A REVERSAL BACKS OUT IS REWRITTEN WITH STATUS
000214*               "REVERSED" SO IT CANNOT BE REVERSED TWICE AND
000215*               DROPS OUT OF THE DUPLICATE WINDOW.  A LINK WHOSE
000216*               REVERSAL IS ALREADY POSTED (RERUN) IS SKIPPED; A
000217*               LINK WHOSE ORIGINAL IS MISSING OR NOT "OK" IS
000218*               LISTED ON DUPRPT AS AN EXCEPTION AND THE RUN
000219*               ENDS RC=4.
000220* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000221*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000222*               RUNRPT BATCH-WINDOW REPORT.
000223* 10/15/26 EM   THE DUPLICATE WINDOW AND THE DUPRPT HEADING RUN
000224*               FROM THE POSTING DATE ON THE PROCDATE CONTROL
000225*               RECORD (SEE PROCDTRC) INSTEAD OF THE SYSTEM
000227*               CLOCK.  RC=12 WHEN PROCDATE CANNOT BE READ.
000230* 10/15/26 EM   POSTS THE AM (LOAN AMORTIZATION) TOTAL INTEREST
000231*               AND SCHEDULE TERMS WITH THE OTHER RESULTS.
000232* 10/15/26 EM   THE HISTORY KEY IS NOW THE CYCLE'S POSTING DATE
000233*               (PD-POST-DATE), NOT THE CALCULATION DATE, SO WORK
000234*               CALCULATED AFTER MIDNIGHT OR ON A WEEKEND POSTS TO
000235*               THE BUSINESS DAY IT BELONGS TO - THE SAME DATE
000236*               ArithmeticProgram STAMPS ON REVLINK AND SCHEDOUT.
000237*               REVERSAL CARDS QUOTE THIS DATE.  DUPRPT SHOWS IT.
000238* 10/15/26 EM   A KEY ALREADY ON THE MASTER IS READ BACK.  ONLY
000239*               THE SAME CALCULATION (TIMESTAMP, DEPARTMENT,
000240*               OPERATION AND OPERANDS) IS A RERUN AND SKIPPED;
000241*               ANY OTHER IS LISTED ON DUPRPT AND THE RUN ENDS
000242*               RC=8.
000243* ----------------------------------------------------------------
000244 ENVIRONMENT DIVISION.
000245 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000320         FILE STATUS IS WS-HIST-STATUS.
000330     SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000341     SELECT REV-LINK-FILE ASSIGN TO "REVLINK"
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS WS-LINK-STATUS.
000344     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000345         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-RUNLOG-STATUS.
000347     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS WS-PROCDATE-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TRANS-OUT-FILE.
000430     COPY CALCREC.
000440 FD  DUP-RPT-FILE.
000450 01  DUP-RPT-LINE                PIC X(132).
000451 FD  REV-LINK-FILE.
000452 01  REV-LINK-RECORD.
000453     COPY REVLNKRC.
000454 FD  RUN-LOG-FILE.
000455 01  RUN-LOG-RECORD.
000456     COPY RUNLOGRC.
000457 FD  PROC-DATE-FILE.
000458 01  PROC-DATE-RECORD.
000459     COPY PROCDTRC.
000460 WORKING-STORAGE SECTION.
000464 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000465 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000466 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000467 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000468 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000469 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000470 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000480     88  WS-END-OF-FILE              VALUE "Y".
000490 77  WS-HIST-EOF-SWITCH          PIC X(01)      VALUE "N".
000610 77  WS-CUTOFF-INT               PIC 9(08)      VALUE ZERO.
000620 77  WS-CUTOFF-DATE              PIC 9(08)      VALUE ZERO.
000630 77  WS-POST-DATE-NUM            PIC 9(08)      VALUE ZERO.
000631 77  WS-LINK-STATUS              PIC X(02)      VALUE SPACES.
000632 77  WS-LINK-EOF-SWITCH          PIC X(01)      VALUE "N".
000633     88  WS-LINK-END-OF-FILE         VALUE "Y".
000634 77  WS-LINK-FOUND-SWITCH        PIC X(01)      VALUE "N".
000635     88  WS-LINK-FOUND               VALUE "Y".
000636 77  WS-LINK-READ-COUNT          PIC 9(07)      VALUE ZERO.
000637 77  WS-REVERSED-COUNT           PIC 9(07)      VALUE ZERO.
000638 77  WS-LINK-SKIP-COUNT          PIC 9(07)      VALUE ZERO.
000639 77  WS-LINK-EXCP-COUNT          PIC 9(07)      VALUE ZERO.
000640 77  WS-LINK-SUB                 PIC 9(05)      VALUE ZERO.
000641 77  WS-LINK-REASON              PIC X(30)      VALUE SPACES.
000644 77  WS-CLASH-COUNT              PIC 9(07)      VALUE ZERO.
000647 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000650 01  WS-TODAY-NUM REDEFINES WS-TODAY
000660                                 PIC 9(08).
000670 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
000740         10  WS-DT-OP                PIC X(02).
000750         10  WS-DT-NUM1              PIC S9(9)V99.
000760         10  WS-DT-NUM2              PIC S9(9)V99.
000762 01  WS-LINK-TABLE.
000764     05  WS-LINK-COUNT           PIC 9(05)      VALUE ZERO.
000766     05  WS-LINK-ENTRY OCCURS 2000 TIMES.
000768         10  WS-LK-REV-KEY           PIC X(18).
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000850     PERFORM 9999-TERMINATE THRU 9999-EXIT.
000860     STOP RUN.
000870 1000-INITIALIZE.
000875     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
000880     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
000890     COMPUTE WS-CUTOFF-INT
000900         = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
000910         - WS-DUP-WINDOW.
001030     IF WS-HIST-STATUS NOT = "00"
001040         DISPLAY "CALCHIST OPEN FAILED - STATUS " WS-HIST-STATUS
001050         MOVE 12 TO RETURN-CODE
001055         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001060         STOP RUN
001070     END-IF.
001072     PERFORM 7000-PRINT-HEADING THRU 7000-EXIT.
001074     PERFORM 1200-LINK-REVERSALS THRU 1200-EXIT.
001080     PERFORM 1100-START-HISTORY THRU 1100-EXIT.
001090     PERFORM 3100-READ-TRANSOUT THRU 3100-EXIT.
001110 1000-EXIT.
001111     EXIT.
001112 1050-READ-PROC-DATE.
001113     OPEN INPUT PROC-DATE-FILE.
001114     IF WS-PROCDATE-STATUS = "00"
001115         READ PROC-DATE-FILE
001116             AT END
001117                 MOVE "10" TO WS-PROCDATE-STATUS
001118         END-READ
001119     END-IF.
001120     IF WS-PROCDATE-STATUS = "00"
001121         MOVE PD-POST-DATE TO WS-TODAY
001122         CLOSE PROC-DATE-FILE
001123     END-IF.
001124     IF WS-PROCDATE-STATUS NOT = "00"
001125         OR WS-TODAY NOT NUMERIC
001126         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
001127             WS-PROCDATE-STATUS " - RUN PROCDT FIRST"
001128         MOVE 12 TO RETURN-CODE
001129         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001130         STOP RUN
001131     END-IF.
001132 1050-EXIT.
001134     EXIT.
001136 1100-START-HISTORY.
001140     MOVE LOW-VALUES TO HIST-KEY.
001150     START CALC-HIST-FILE KEY NOT < HIST-KEY
001160         INVALID KEY
001170             SET WS-HIST-END-OF-FILE TO TRUE
001180     END-START.
001190 1100-EXIT.
001191     EXIT.
001192 1200-LINK-REVERSALS.
001193     OPEN INPUT REV-LINK-FILE.
001194     IF WS-LINK-STATUS NOT = "00"
001195         DISPLAY "REVLINK NOT AVAILABLE - STATUS " WS-LINK-STATUS
001196             " - NO ORIGINALS MARKED REVERSED"
001197         GO TO 1200-EXIT
001198     END-IF.
001199     PERFORM 1300-READ-LINK THRU 1300-EXIT.
001200     PERFORM 1400-APPLY-LINK THRU 1400-EXIT
001201         UNTIL WS-LINK-END-OF-FILE.
001202     CLOSE REV-LINK-FILE.
001203 1200-EXIT.
001204     EXIT.
001205 1300-READ-LINK.
001206     READ REV-LINK-FILE
001207         AT END
001208             SET WS-LINK-END-OF-FILE TO TRUE
001209     END-READ.
001210 1300-EXIT.
001211     EXIT.
001212 1400-APPLY-LINK.
001213     ADD 1 TO WS-LINK-READ-COUNT.
001214     MOVE RL-REV-TXN-ID    TO HIST-TXN-ID.
001215     MOVE RL-REV-POST-DATE TO HIST-POST-DATE.
001216     MOVE "N" TO WS-LINK-FOUND-SWITCH.
001217     PERFORM 1450-MATCH-LINK THRU 1450-EXIT
001218         VARYING WS-LINK-SUB FROM 1 BY 1
001219         UNTIL WS-LINK-SUB > WS-LINK-COUNT
001220             OR WS-LINK-FOUND.
001221     IF WS-LINK-FOUND
001222         ADD 1 TO WS-LINK-SKIP-COUNT
001223         GO TO 1400-READ-NEXT
001224     END-IF.
001225     IF WS-LINK-COUNT < 2000
001226         ADD 1 TO WS-LINK-COUNT
001227         MOVE HIST-KEY TO WS-LK-REV-KEY (WS-LINK-COUNT)
001228     END-IF.
001229     READ CALC-HIST-FILE
001230         INVALID KEY
001231             CONTINUE
001232     END-READ.
001233     IF WS-HIST-STATUS = "00"
001234         ADD 1 TO WS-LINK-SKIP-COUNT
001235         GO TO 1400-READ-NEXT
001236     END-IF.
001237     MOVE RL-ORIG-TXN-ID    TO HIST-TXN-ID.
001238     MOVE RL-ORIG-POST-DATE TO HIST-POST-DATE.
001239     READ CALC-HIST-FILE
001240         INVALID KEY
001241             MOVE "ORIGINAL NOT ON CALCHIST" TO WS-LINK-REASON
001242             PERFORM 7200-PRINT-LINK-EXCEPTION THRU 7200-EXIT
001243             GO TO 1400-READ-NEXT
001244     END-READ.
001245     IF CALC-STATUS-CODE OF HIST-RECORD = "REVERSED"
001246         MOVE "ORIGINAL ALREADY REVERSED" TO WS-LINK-REASON
001247         PERFORM 7200-PRINT-LINK-EXCEPTION THRU 7200-EXIT
001248         GO TO 1400-READ-NEXT
001249     END-IF.
001250     IF CALC-STATUS-CODE OF HIST-RECORD NOT = "OK"
001251         MOVE SPACES TO WS-LINK-REASON
001252         STRING "ORIGINAL IS STATUS "
001253             CALC-STATUS-CODE OF HIST-RECORD
001254             DELIMITED BY SIZE INTO WS-LINK-REASON
001255         PERFORM 7200-PRINT-LINK-EXCEPTION THRU 7200-EXIT
001256         GO TO 1400-READ-NEXT
001257     END-IF.
001258     MOVE "REVERSED" TO CALC-STATUS-CODE OF HIST-RECORD.
001259     REWRITE HIST-RECORD
001260         INVALID KEY
001261             DISPLAY "REWRITE FAILED FOR " HIST-KEY
001262                 " - STATUS " WS-HIST-STATUS
001263     END-REWRITE.
001264     IF WS-HIST-STATUS = "00"
001265         ADD 1 TO WS-REVERSED-COUNT
001266     END-IF.
001267 1400-READ-NEXT.
001268     PERFORM 1300-READ-LINK THRU 1300-EXIT.
001269 1400-EXIT.
001270     EXIT.
001271 1450-MATCH-LINK.
001272     IF HIST-KEY = WS-LK-REV-KEY (WS-LINK-SUB)
001273         SET WS-LINK-FOUND TO TRUE
001274     END-IF.
001275 1450-EXIT.
001276     EXIT.
001277 2000-TABLE-RECENT.
001278     READ CALC-HIST-FILE NEXT
001279         AT END
001280             SET WS-HIST-END-OF-FILE TO TRUE
001281             GO TO 2000-EXIT
001282     END-READ.
001283     IF HIST-POST-DATE NOT NUMERIC
001284         GO TO 2000-EXIT
001290     END-IF.
001300     MOVE HIST-POST-DATE TO WS-POST-DATE-NUM.
001310     IF WS-POST-DATE-NUM < WS-CUTOFF-DATE
001570 3000-POST-RECORD.
001580     ADD 1 TO WS-READ-COUNT.
001590     MOVE CALC-TXN-ID OF TRAN-OUT-RECORD TO HIST-TXN-ID.
001610     MOVE WS-TODAY TO HIST-POST-DATE.
001620     MOVE SPACE TO HIST-DUP-FLAG.
001630     IF CALC-STATUS-CODE OF TRAN-OUT-RECORD = "OK"
001640         PERFORM 4000-CHECK-DUPLICATE THRU 4000-EXIT
001960         TO CALC-PERCENTUAL OF HIST-RECORD.
001970     MOVE CALC-MEDIA-MOVEL OF TRAN-OUT-RECORD
001980         TO CALC-MEDIA-MOVEL OF HIST-RECORD.
001981     MOVE CALC-JUROS-TOTAL OF TRAN-OUT-RECORD
001982         TO CALC-JUROS-TOTAL OF HIST-RECORD.
001983     MOVE CALC-AMORT-PERIODS OF TRAN-OUT-RECORD
001984         TO CALC-AMORT-PERIODS OF HIST-RECORD.
001985     MOVE CALC-AMORT-FREQ OF TRAN-OUT-RECORD
001986         TO CALC-AMORT-FREQ OF HIST-RECORD.
001990     MOVE CALC-STATUS-CODE OF TRAN-OUT-RECORD
002000         TO CALC-STATUS-CODE OF HIST-RECORD.
002010     WRITE HIST-RECORD
002020         INVALID KEY
002030             CONTINUE
002040     END-WRITE.
002050     IF WS-HIST-STATUS = "00"
002060         ADD 1 TO WS-POST-COUNT
002070         IF CALC-STATUS-CODE OF TRAN-OUT-RECORD = "OK"
002080             PERFORM 5000-TABLE-POSTED THRU 5000-EXIT
002090         END-IF
002093     ELSE
002096         PERFORM 3200-CHECK-ON-FILE THRU 3200-EXIT
002100     END-IF.
002110     PERFORM 3100-READ-TRANSOUT THRU 3100-EXIT.
002120 3000-EXIT.
002121     EXIT.
002122* ----------------------------------------------------------------
002123* THE KEY IS ALREADY ON CALCHIST.  A RERUN OF THE LOAD FINDS THE
002124* SAME CALCULATION THERE AND SKIPS IT.  ANYTHING ELSE UNDER THE
002125* KEY IS ANOTHER CALCULATION THAT WOULD BE LOST, SO IT IS LISTED
002126* ON DUPRPT AND THE RUN ENDS RC=8.
002127* ----------------------------------------------------------------
002128 3200-CHECK-ON-FILE.
002129     READ CALC-HIST-FILE
002130         INVALID KEY
002131             MOVE SPACES TO CALC-TIMESTAMP OF HIST-RECORD
002132     END-READ.
002133     IF CALC-TIMESTAMP OF HIST-RECORD =
002134             CALC-TIMESTAMP OF TRAN-OUT-RECORD
002135         AND CALC-DEPT-CODE OF HIST-RECORD =
002136             CALC-DEPT-CODE OF TRAN-OUT-RECORD
002137         AND CALC-OPERATION-SEL OF HIST-RECORD =
002138             CALC-OPERATION-SEL OF TRAN-OUT-RECORD
002139         AND CALC-NUM1 OF HIST-RECORD =
002140             CALC-NUM1 OF TRAN-OUT-RECORD
002141         AND CALC-NUM2 OF HIST-RECORD =
002142             CALC-NUM2 OF TRAN-OUT-RECORD
002143         ADD 1 TO WS-SKIP-COUNT
002144         GO TO 3200-EXIT
002145     END-IF.
002146     ADD 1 TO WS-CLASH-COUNT.
002147     PERFORM 7300-PRINT-CLASH THRU 7300-EXIT.
002148 3200-EXIT.
002149     EXIT.
002150 3100-READ-TRANSOUT.
002151     READ TRANS-OUT-FILE
002160         AT END
002170             SET WS-END-OF-FILE TO TRUE
002180     END-READ.
002790     MOVE CALC-NUM1 OF TRAN-OUT-RECORD TO WS-EDIT-NUM1.
002800     MOVE CALC-NUM2 OF TRAN-OUT-RECORD TO WS-EDIT-NUM2.
002810     STRING CALC-TXN-ID OF TRAN-OUT-RECORD "  "
002820         HIST-POST-DATE "  "
002830         CALC-DEPT-CODE OF TRAN-OUT-RECORD "  "
002840         CALC-OPERATION-SEL OF TRAN-OUT-RECORD "  "
002850         WS-EDIT-NUM1 "  " WS-EDIT-NUM2
002870     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
002880     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
002890 7100-EXIT.
002891     EXIT.
002892 7200-PRINT-LINK-EXCEPTION.
002893     ADD 1 TO WS-LINK-EXCP-COUNT.
002894     MOVE SPACES TO WS-REPORT-LINE.
002895     STRING "REVERSAL " RL-REV-TXN-ID " " RL-REV-POST-DATE
002896         "  OF " RL-ORIG-TXN-ID " " RL-ORIG-POST-DATE
002897         "  DEPT " RL-DEPT-CODE "  ** " WS-LINK-REASON
002898         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002899     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
002900     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
002901 7200-EXIT.
002902     EXIT.
002903 7300-PRINT-CLASH.
002904     MOVE SPACES TO WS-REPORT-LINE.
002905     STRING CALC-TXN-ID OF TRAN-OUT-RECORD "  " WS-TODAY
002906         "  ** KEY ALREADY ON MASTER FOR ANOTHER CALCULATION ("
002907         CALC-TIMESTAMP OF HIST-RECORD ")"
002908         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002909     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
002910     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
002911 7300-EXIT.
002912     EXIT.
002913 8000-PRINT-TOTALS.
002920     MOVE SPACES TO DUP-RPT-LINE.
002930     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
002940     MOVE SPACES TO WS-REPORT-LINE.
003150         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003160     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
003170     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
003171     MOVE SPACES TO WS-REPORT-LINE.
003172     MOVE WS-LINK-READ-COUNT TO WS-EDIT-COUNT.
003173     STRING "REVERSAL LINKS READ  . . . : " WS-EDIT-COUNT
003174         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003175     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
003176     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
003177     MOVE SPACES TO WS-REPORT-LINE.
003178     MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT.
003179     STRING "ORIGINALS MARKED REVERSED  : " WS-EDIT-COUNT
003180         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003181     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
003182     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
003183     MOVE SPACES TO WS-REPORT-LINE.
003184     MOVE WS-LINK-SKIP-COUNT TO WS-EDIT-COUNT.
003185     STRING "LINKS ALREADY APPLIED  . . : " WS-EDIT-COUNT
003186         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003187     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
003188     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
003189     MOVE SPACES TO WS-REPORT-LINE.
003190     MOVE WS-LINK-EXCP-COUNT TO WS-EDIT-COUNT.
003191     STRING "REVERSAL LINK EXCEPTIONS . : " WS-EDIT-COUNT
003192         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003193     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
003194     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
003195     MOVE SPACES TO WS-REPORT-LINE.
003196     MOVE WS-CLASH-COUNT TO WS-EDIT-COUNT.
003197     STRING "KEYS HELD BY ANOTHER CALC  : " WS-EDIT-COUNT
003198         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003199     MOVE WS-REPORT-LINE TO DUP-RPT-LINE.
003200     WRITE DUP-RPT-LINE AFTER ADVANCING 1 LINE.
003201     IF WS-DUP-COUNT > ZERO OR WS-LINK-EXCP-COUNT > ZERO
003202         MOVE 4 TO RETURN-CODE
003203     END-IF.
003204     IF WS-CLASH-COUNT > ZERO
003205         MOVE 8 TO RETURN-CODE
003206     END-IF.
003210 8000-EXIT.
003220     EXIT.
003230 9999-TERMINATE.
003240     CLOSE TRANS-OUT-FILE.
003250     CLOSE CALC-HIST-FILE.
003260     CLOSE DUP-RPT-FILE.
003265     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003270 9999-EXIT.
003280     EXIT.
003290 9800-LOG-RUN-START.
003300     MOVE "S" TO WS-RUNLOG-TYPE.
003310     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003320     ACCEPT WS-RUNLOG-TIME FROM TIME.
003330     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003340 9800-EXIT.
003350     EXIT.
003360 9850-LOG-RUN-END.
003370     MOVE "E" TO WS-RUNLOG-TYPE.
003380     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003390 9850-EXIT.
003400     EXIT.
003410 9890-WRITE-RUN-LOG.
003420     OPEN EXTEND RUN-LOG-FILE.
003430     IF WS-RUNLOG-STATUS NOT = "00"
003440         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
003450             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003460         GO TO 9890-EXIT
003470     END-IF.
003480     MOVE SPACES TO RUN-LOG-RECORD.
003490     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
003500     MOVE "HISTLOAD" TO RN-PROGRAM-ID.
003510     MOVE ZERO TO RN-STREAM-NO.
003520     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
003530     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
003540     MOVE ZERO TO RN-RETURN-CODE.
003550     MOVE "READ" TO RN-COUNT-NAME (1).
003560     MOVE "POST" TO RN-COUNT-NAME (2).
003570     MOVE "DUP" TO RN-COUNT-NAME (3).
003580     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
003590     IF RN-END-RECORD
003600         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
003610         ACCEPT WS-RUNLOG-END-TIME FROM TIME
003620         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
003630         MOVE RETURN-CODE TO RN-RETURN-CODE
003640         MOVE WS-READ-COUNT TO RN-COUNT (1)
003650         MOVE WS-POST-COUNT TO RN-COUNT (2)
003660         MOVE WS-DUP-COUNT TO RN-COUNT (3)
003670     END-IF.
003680     WRITE RUN-LOG-RECORD.
003690     CLOSE RUN-LOG-FILE.
003700 9890-EXIT.
003710     EXIT.
