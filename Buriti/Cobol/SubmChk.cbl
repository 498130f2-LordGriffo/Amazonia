000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SubmChk.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  EXPECTED-SUBMISSION CHECK.  THE
000110*               TRANCTLR BALANCING PROVES EVERY BATCH THAT
000120*               ARRIVED IS COMPLETE BUT CANNOT SEE A BATCH THAT
000130*               NEVER CAME.  RUNS AHEAD OF ARITHBAT (OR
000140*               TRANSPLT), LOADS THE SUBSCHED SUBMISSION-
000150*               SCHEDULE MASTER (SEE SUBSCHRC) FOR TODAY'S
000160*               WEEKDAY, READS THE "H" HEADERS ON THE SAME
000170*               TRANSIN CONCATENATION THE BATCH WILL READ, AND
000180*               PRINTS ON SUBMRPT:
000190*                 MISSING    - FEWER BATCHES THAN SCHEDULED
000200*                 UNEXPECTED - A DEPARTMENT NOT SCHEDULED TODAY
000210*                              OR NOT ON THE SCHEDULE AT ALL
000220*                 DUPLICATE  - MORE BATCHES THAN SCHEDULED
000230*                 STALE      - TC-BATCH-DATE OLDER THAN THE
000240*                              DEPARTMENT'S SS-MAX-AGE, FUTURE-
000250*                              DATED, OR UNREADABLE (A STALE
000260*                              BATCH DOES NOT COUNT TOWARD THE
000270*                              DAY'S EXPECTED BATCHES)
000280*               THE IN-HOUSE "SUSP" AND "STND" BATCHES ARE
000290*               LISTED FOR INFORMATION ONLY.  ENDS RC=8 ON ANY
000300*               MISSING, DUPLICATE, OR STALE BATCH SO THE
000310*               SCHEDULER PAGES THE CONTROL GROUP BEFORE THE
000320*               BATCH WINDOW OPENS, RC=4 WHEN THE ONLY FINDINGS
000330*               ARE UNEXPECTED BATCHES, AND RC=12 WHEN THE
000340*               SCHEDULE OR TRANSIN CANNOT BE OPENED.
000343* 10/15/26 EM   THE "APPR" BATCH OF SUPERVISOR-APPROVED ITEMS
000346*               (ApprRvw) IS IN-HOUSE TOO.
000348* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000350*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000352*               RUNRPT BATCH-WINDOW REPORT.
000353* 10/15/26 EM   THE DAY IS NOW THE CYCLE'S, FROM THE PROCDATE
000354*               CONTROL RECORD (SEE PROCDTRC), NOT THE CLOCK.  ON
000355*               A CYCLE DATE THAT IS NOT A BUSINESS DAY NO BATCH
000356*               IS EXPECTED, SO A BANK HOLIDAY NO LONGER PAGES
000357*               MISSING FOR EVERY DEPARTMENT; ANY BATCH THAT DOES
000358*               ARRIVE IS UNEXPECTED.  ON A BUSINESS DAY THE
000359*               SCHEDULE IS READ FOR THE POSTING DATE'S WEEKDAY,
000360*               AND SS-MAX-AGE IS COUNTED IN BUSINESS DAYS ON THE
000361*               CALMAST CALENDAR (SEE CALMSTRC), SO A FRIDAY
000362*               BATCH IS NOT STALE ON MONDAY.  RC=12 WHEN PROCDATE
000363*               OR CALMAST CANNOT BE READ.
000364*               AN "APPR" BATCH IS IN-HOUSE ONLY ON THE APPROVED
000365*               DATASET, WHICH RIDES FIRST IN THE CONCATENATION.
000366*               ONE FOUND PAST IT IS LISTED MISPLACED AND ENDS
000367*               THE RUN RC=8 - ONLY ApprRvw MAY BUILD ONE.
000368* ----------------------------------------------------------------
000369 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SCHED-MAST-FILE ASSIGN TO "SUBSCHED"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SCHED-STATUS.
000420     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRANSIN-STATUS.
000450     SELECT SUBM-RPT-FILE ASSIGN TO "SUBMRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000462     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-RUNLOG-STATUS.
000467     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS WS-PROCDATE-STATUS.
000470     SELECT CAL-MAST-FILE ASSIGN TO "CALMAST"
000471         ORGANIZATION IS LINE SEQUENTIAL
000472         FILE STATUS IS WS-CALMAST-STATUS.
000473     SELECT APPROVED-FILE ASSIGN TO "APPROVED"
000474         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS WS-APPROVED-STATUS.
000477 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SCHED-MAST-FILE.
000500 01  SCHED-MAST-RECORD.
000510     COPY SUBSCHRC.
000520 FD  TRANS-IN-FILE.
000530 01  TRAN-IN-RECORD.
000540     COPY TRANINRC.
000550 01  TRAN-IN-CONTROL.
000560     COPY TRANCTLR.
000570 FD  SUBM-RPT-FILE.
000580 01  SUBM-RPT-LINE               PIC X(132).
000582 FD  RUN-LOG-FILE.
000584 01  RUN-LOG-RECORD.
000586     COPY RUNLOGRC.
000587 FD  PROC-DATE-FILE.
000588 01  PROC-DATE-RECORD.
000589     COPY PROCDTRC.
000590 FD  CAL-MAST-FILE.
000591 01  CAL-MAST-RECORD.
000592     COPY CALMSTRC.
000593 FD  APPROVED-FILE.
000594 01  APPROVED-RECORD             PIC X(80).
000596 WORKING-STORAGE SECTION.
000598 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000600 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000602 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000604 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000606 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000608 77  WS-SCHED-STATUS             PIC X(02)      VALUE SPACES.
000610 77  WS-TRANSIN-STATUS           PIC X(02)      VALUE SPACES.
000611 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000612 77  WS-CALMAST-STATUS           PIC X(02)      VALUE SPACES.
000613 77  WS-APPROVED-STATUS          PIC X(02)      VALUE SPACES.
000614 77  WS-CAL-EOF-SWITCH           PIC X(01)      VALUE "N".
000615     88  WS-CAL-END                  VALUE "Y".
000616 77  WS-CAL-ERROR-SWITCH         PIC X(01)      VALUE "N".
000617     88  WS-CAL-ERROR                VALUE "Y".
000618 77  WS-NONBUS-SWITCH            PIC X(01)      VALUE "N".
000619     88  WS-NON-BUSINESS-DAY         VALUE "Y".
000620 77  WS-APPROVED-EOF-SWITCH      PIC X(01)      VALUE "N".
000621     88  WS-APPROVED-END             VALUE "Y".
000622 77  WS-APPROVED-RECORDS         PIC 9(07)      VALUE ZERO.
000623 77  WS-TRANSIN-RECORDS          PIC 9(07)      VALUE ZERO.
000624 77  WS-MISPLACED-COUNT          PIC 9(05)      VALUE ZERO.
000625 77  WS-POST-SEQ                 PIC 9(07)      VALUE ZERO.
000626 77  WS-CAL-COUNT                PIC 9(05)      VALUE ZERO.
000627 77  WS-CAL-SUB                  PIC 9(05)      VALUE ZERO.
000628 77  WS-FIRST-INT                PIC 9(08)      VALUE ZERO.
000629 77  WS-DATE-INT                 PIC 9(08)      VALUE ZERO.
000630 77  WS-EXPECT-INT               PIC 9(08)      VALUE ZERO.
000633 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000636     88  WS-END-OF-FILE              VALUE "Y".
000640 77  WS-SCHED-EOF-SWITCH         PIC X(01)      VALUE "N".
000650     88  WS-SCHED-END-OF-FILE        VALUE "Y".
000660 77  WS-DEPT-FOUND-SWITCH        PIC X(01)      VALUE "N".
000670     88  WS-DEPT-FOUND               VALUE "Y".
000680 77  WS-STALE-SWITCH             PIC X(01)      VALUE "N".
000690     88  WS-BATCH-STALE              VALUE "Y".
000700 77  WS-DEPT-SUB                 PIC 9(03)      VALUE ZERO.
000710 77  WS-HEADER-COUNT             PIC 9(05)      VALUE ZERO.
000720 77  WS-SYSTEM-COUNT             PIC 9(05)      VALUE ZERO.
000730 77  WS-MISSING-COUNT            PIC 9(05)      VALUE ZERO.
000740 77  WS-UNEXPECTED-COUNT         PIC 9(05)      VALUE ZERO.
000750 77  WS-DUPLICATE-COUNT          PIC 9(05)      VALUE ZERO.
000760 77  WS-STALE-COUNT              PIC 9(05)      VALUE ZERO.
000770 77  WS-SHORT-COUNT              PIC 9(03)      VALUE ZERO.
000780 77  WS-TODAY-INT                PIC 9(08)      VALUE ZERO.
000790 77  WS-BATCH-INT                PIC 9(08)      VALUE ZERO.
000800 77  WS-BATCH-AGE                PIC S9(05)     VALUE ZERO.
000810 77  WS-WEEKDAY                  PIC 9(01)      VALUE ZERO.
000820 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000830 01  WS-TODAY-NUM REDEFINES WS-TODAY
000840                                 PIC 9(08).
000841 01  WS-CYCLE-DATE               PIC X(08)      VALUE SPACES.
000842 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000843 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
000844                                 PIC 9(08).
000845 01  WS-LAST-CAL-DATE            PIC X(08)      VALUE SPACES.
000846 01  WS-CAL-TABLE.
000847     05  WS-CAL-SEQ              PIC 9(07)
000848                                 OCCURS 4000 TIMES.
000850 01  WS-BATCH-DATE               PIC X(08)      VALUE SPACES.
000860 01  WS-BATCH-DATE-NUM REDEFINES WS-BATCH-DATE
000870                                 PIC 9(08).
000880 01  WS-BATCH-DATE-SPLIT REDEFINES WS-BATCH-DATE.
000890     05  WS-BD-YYYY              PIC 9(04).
000900     05  WS-BD-MM                PIC 9(02).
000910     05  WS-BD-DD                PIC 9(02).
000920 01  WS-DAY-NAMES                PIC X(21)
000930                                 VALUE "MONTUEWEDTHUFRISATSUN".
000940 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
000950     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
000960 01  WS-FINDING                  PIC X(10)      VALUE SPACES.
000970 01  WS-FINDING-TEXT             PIC X(40)      VALUE SPACES.
000980 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
000990 01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
001000 01  WS-EDIT-EXPECTED            PIC Z9.
001010 01  WS-EDIT-RECEIVED            PIC ZZ9.
001020 01  WS-EDIT-STALE               PIC ZZ9.
001030 01  WS-SCHED-TABLE.
001040     05  WS-SCHED-COUNT          PIC 9(03)      VALUE ZERO.
001050     05  WS-SCHED-ENTRY OCCURS 200 TIMES.
001060         10  WS-SC-CODE              PIC X(04).
001070         10  WS-SC-EXPECTED          PIC 9(02).
001080         10  WS-SC-MAX-AGE           PIC 9(02).
001090         10  WS-SC-CONTACT           PIC X(30).
001100         10  WS-SC-RECEIVED          PIC 9(03).
001110         10  WS-SC-STALE             PIC 9(03).
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-CHECK-HEADER THRU 2000-EXIT
001160         UNTIL WS-END-OF-FILE.
001170     PERFORM 7200-PRINT-DEPT-HEADING THRU 7200-EXIT.
001180     PERFORM 3000-CHECK-DEPT THRU 3000-EXIT
001190         VARYING WS-DEPT-SUB FROM 1 BY 1
001200         UNTIL WS-DEPT-SUB > WS-SCHED-COUNT.
001210     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001220     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001230     STOP RUN.
001240 1000-INITIALIZE.
001245     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001250     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
001255     PERFORM 1060-LOAD-CALENDAR THRU 1060-EXIT.
001260     COMPUTE WS-TODAY-INT
001270         = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
001280     COMPUTE WS-WEEKDAY
001290         = FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
001300     OPEN INPUT SCHED-MAST-FILE.
001310     IF WS-SCHED-STATUS NOT = "00"
001320         DISPLAY "SUBMISSION SCHEDULE NOT AVAILABLE - STATUS "
001330             WS-SCHED-STATUS
001340         MOVE 12 TO RETURN-CODE
001345         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001350         STOP RUN
001360     END-IF.
001370     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
001380         UNTIL WS-SCHED-END-OF-FILE.
001390     CLOSE SCHED-MAST-FILE.
001400     OPEN INPUT TRANS-IN-FILE.
001410     IF WS-TRANSIN-STATUS NOT = "00"
001420         DISPLAY "TRANSIN NOT AVAILABLE - STATUS "
001430             WS-TRANSIN-STATUS
001440         MOVE 12 TO RETURN-CODE
001445         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001450         STOP RUN
001460     END-IF.
001465     PERFORM 1200-COUNT-APPROVED THRU 1200-EXIT.
001470     OPEN OUTPUT SUBM-RPT-FILE.
001480     PERFORM 7000-PRINT-HEADING THRU 7000-EXIT.
001490     PERFORM 2100-READ-TRANSIN THRU 2100-EXIT.
001500 1000-EXIT.
001501     EXIT.
001502 1050-READ-PROC-DATE.
001503     OPEN INPUT PROC-DATE-FILE.
001504     IF WS-PROCDATE-STATUS = "00"
001505         READ PROC-DATE-FILE
001506             AT END
001507                 MOVE "10" TO WS-PROCDATE-STATUS
001508         END-READ
001509     END-IF.
001510     IF WS-PROCDATE-STATUS = "00"
001511         MOVE PD-POST-DATE TO WS-TODAY
001512         MOVE PD-CYCLE-DATE TO WS-CYCLE-DATE
001513         IF NOT PD-CYCLE-IS-BUSINESS
001514             SET WS-NON-BUSINESS-DAY TO TRUE
001515         END-IF
001516         CLOSE PROC-DATE-FILE
001517     END-IF.
001518     IF WS-PROCDATE-STATUS NOT = "00"
001519         OR WS-TODAY NOT NUMERIC
001520         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
001521             WS-PROCDATE-STATUS " - RUN PROCDT FIRST"
001522         MOVE 12 TO RETURN-CODE
001523         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001524         STOP RUN
001525     END-IF.
001526 1050-EXIT.
001527     EXIT.
001528*    ------------------------------------------------------------
001529*    TABLE THE RUNNING BUSINESS-DAY COUNT OF EVERY CALENDAR DAY,
001530*    AS SuspRpr DOES.  A BATCH'S AGE IN BUSINESS DAYS IS THE
001531*    POSTING DATE'S COUNT LESS THE BATCH DATE'S.
001532*    ------------------------------------------------------------
001533 1060-LOAD-CALENDAR.
001534     OPEN INPUT CAL-MAST-FILE.
001535     IF WS-CALMAST-STATUS NOT = "00"
001536         DISPLAY "CALENDAR MASTER NOT AVAILABLE - STATUS "
001537             WS-CALMAST-STATUS
001538         MOVE 12 TO RETURN-CODE
001539         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001540         STOP RUN
001541     END-IF.
001542     PERFORM 1070-READ-CALENDAR THRU 1070-EXIT
001543         UNTIL WS-CAL-END
001544             OR WS-CAL-ERROR.
001545     CLOSE CAL-MAST-FILE.
001546     IF WS-CAL-COUNT = ZERO
001547         DISPLAY "CALENDAR MASTER IS EMPTY"
001548         SET WS-CAL-ERROR TO TRUE
001549     END-IF.
001550     IF NOT WS-CAL-ERROR
001551         COMPUTE WS-DATE-INT
001552             = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
001553         IF WS-DATE-INT < WS-FIRST-INT
001554             OR WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
001555             DISPLAY "POSTING DATE " WS-TODAY
001556                 " IS NOT ON THE CALENDAR"
001557             SET WS-CAL-ERROR TO TRUE
001558         ELSE
001559             COMPUTE WS-CAL-SUB = WS-DATE-INT - WS-FIRST-INT + 1
001560             MOVE WS-CAL-SEQ (WS-CAL-SUB) TO WS-POST-SEQ
001561         END-IF
001562     END-IF.
001563     IF WS-CAL-ERROR
001564         DISPLAY "BATCH DATES CANNOT BE AGED - CHECK NOT RUN"
001565         MOVE 12 TO RETURN-CODE
001566         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001567         STOP RUN
001568     END-IF.
001569 1060-EXIT.
001570     EXIT.
001571 1070-READ-CALENDAR.
001572     READ CAL-MAST-FILE
001573         AT END
001574             SET WS-CAL-END TO TRUE
001575             GO TO 1070-EXIT
001576     END-READ.
001577     IF CA-CAL-DATE NOT NUMERIC
001578         OR CA-BUS-DAY-SEQ NOT NUMERIC
001579         DISPLAY "UNREADABLE CALENDAR DAY <" CA-CAL-DATE
001580             "> AFTER " WS-LAST-CAL-DATE
001581         SET WS-CAL-ERROR TO TRUE
001582         GO TO 1070-EXIT
001583     END-IF.
001584     MOVE CA-CAL-DATE TO WS-WORK-DATE.
001585     COMPUTE WS-DATE-INT
001586         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
001587     IF WS-CAL-COUNT = ZERO
001588         MOVE WS-DATE-INT TO WS-FIRST-INT
001589     ELSE
001590         COMPUTE WS-EXPECT-INT = WS-FIRST-INT + WS-CAL-COUNT
001591         IF WS-DATE-INT NOT = WS-EXPECT-INT
001592             DISPLAY "CALENDAR OUT OF STEP AT " CA-CAL-DATE
001593                 " (AFTER " WS-LAST-CAL-DATE ")"
001594             SET WS-CAL-ERROR TO TRUE
001595             GO TO 1070-EXIT
001596         END-IF
001597     END-IF.
001598     IF WS-CAL-COUNT NOT < 4000
001599         SET WS-CAL-END TO TRUE
001600         GO TO 1070-EXIT
001601     END-IF.
001602     ADD 1 TO WS-CAL-COUNT.
001603     MOVE CA-BUS-DAY-SEQ TO WS-CAL-SEQ (WS-CAL-COUNT).
001604     MOVE CA-CAL-DATE TO WS-LAST-CAL-DATE.
001605 1070-EXIT.
001606     EXIT.
001607 1100-LOAD-SCHEDULE.
001608     READ SCHED-MAST-FILE
001609         AT END
001610             SET WS-SCHED-END-OF-FILE TO TRUE
001611             GO TO 1100-EXIT
001612     END-READ.
001613     IF SS-STATUS NOT = "A"
001614         GO TO 1100-EXIT
001615     END-IF.
001616     IF SS-EFF-FROM NOT = SPACES
001620         AND SS-EFF-FROM > WS-TODAY
001630         GO TO 1100-EXIT
001640     END-IF.
001650     IF SS-EFF-TO NOT = SPACES
001660         AND SS-EFF-TO < WS-TODAY
001670         GO TO 1100-EXIT
001680     END-IF.
001690     IF WS-SCHED-COUNT NOT < 200
001700         DISPLAY "SCHEDULE TABLE FULL - " SS-DEPT-CODE
001710             " NOT LOADED"
001720         GO TO 1100-EXIT
001730     END-IF.
001740     ADD 1 TO WS-SCHED-COUNT.
001750     MOVE SS-DEPT-CODE TO WS-SC-CODE (WS-SCHED-COUNT).
001760     MOVE SS-CONTACT   TO WS-SC-CONTACT (WS-SCHED-COUNT).
001770     MOVE ZERO TO WS-SC-EXPECTED (WS-SCHED-COUNT).
001780     MOVE ZERO TO WS-SC-MAX-AGE (WS-SCHED-COUNT).
001790     MOVE ZERO TO WS-SC-RECEIVED (WS-SCHED-COUNT).
001800     MOVE ZERO TO WS-SC-STALE (WS-SCHED-COUNT).
001810     IF SS-MAX-AGE NUMERIC
001820         MOVE SS-MAX-AGE TO WS-SC-MAX-AGE (WS-SCHED-COUNT)
001830     END-IF.
001840     IF SS-DAY-FLAG (WS-WEEKDAY) = "Y"
001845         AND NOT WS-NON-BUSINESS-DAY
001850         IF SS-BATCH-COUNT NUMERIC AND SS-BATCH-COUNT > ZERO
001860             MOVE SS-BATCH-COUNT
001870                 TO WS-SC-EXPECTED (WS-SCHED-COUNT)
001880         ELSE
001890             MOVE 1 TO WS-SC-EXPECTED (WS-SCHED-COUNT)
001900         END-IF
001910     END-IF.
001920 1100-EXIT.
001930     EXIT.
001931*    ------------------------------------------------------------
001932*    THE APPROVED DATASET RIDES FIRST IN THE TRANSIN
001933*    CONCATENATION, SO ITS RECORD COUNT MARKS WHERE IT ENDS.
001934*    ------------------------------------------------------------
001935 1200-COUNT-APPROVED.
001936     OPEN INPUT APPROVED-FILE.
001937     IF WS-APPROVED-STATUS NOT = "00"
001938         DISPLAY "APPROVED NOT AVAILABLE - STATUS "
001939             WS-APPROVED-STATUS
001940         MOVE 12 TO RETURN-CODE
001941         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001942         STOP RUN
001943     END-IF.
001944     PERFORM 1250-READ-APPROVED THRU 1250-EXIT
001945         UNTIL WS-APPROVED-END.
001946     CLOSE APPROVED-FILE.
001947 1200-EXIT.
001948     EXIT.
001949 1250-READ-APPROVED.
001950     READ APPROVED-FILE
001951         AT END
001952             SET WS-APPROVED-END TO TRUE
001953             GO TO 1250-EXIT
001954     END-READ.
001955     ADD 1 TO WS-APPROVED-RECORDS.
001956 1250-EXIT.
001957     EXIT.
001958 2000-CHECK-HEADER.
001959     IF TC-RECORD-TYPE NOT = "H"
001960         GO TO 2000-NEXT
001970     END-IF.
001980     ADD 1 TO WS-HEADER-COUNT.
001981     IF TC-DEPT-CODE = "APPR"
001982         AND WS-TRANSIN-RECORDS > WS-APPROVED-RECORDS
001983         ADD 1 TO WS-MISPLACED-COUNT
001984         MOVE "MISPLACED" TO WS-FINDING
001985         MOVE "APPR BATCH OUTSIDE THE APPROVED DATASET"
001986             TO WS-FINDING-TEXT
001987         PERFORM 7100-PRINT-FINDING THRU 7100-EXIT
001988         GO TO 2000-NEXT
001989     END-IF.
001990     IF TC-DEPT-CODE = "SUSP" OR TC-DEPT-CODE = "STND"
001995         OR TC-DEPT-CODE = "APPR"
002000         ADD 1 TO WS-SYSTEM-COUNT
002010         MOVE "IN-HOUSE" TO WS-FINDING
002020         MOVE "INFORMATION ONLY" TO WS-FINDING-TEXT
002030         PERFORM 7100-PRINT-FINDING THRU 7100-EXIT
002040         GO TO 2000-NEXT
002050     END-IF.
002060     PERFORM 2200-LOCATE-DEPT THRU 2200-EXIT.
002070     IF NOT WS-DEPT-FOUND
002080         ADD 1 TO WS-UNEXPECTED-COUNT
002090         MOVE "UNEXPECTED" TO WS-FINDING
002100         MOVE "DEPARTMENT NOT ON THE SUBMISSION SCHEDULE"
002110             TO WS-FINDING-TEXT
002120         PERFORM 7100-PRINT-FINDING THRU 7100-EXIT
002130         GO TO 2000-NEXT
002140     END-IF.
002150     PERFORM 2300-CHECK-BATCH-DATE THRU 2300-EXIT.
002160     IF WS-BATCH-STALE
002170         ADD 1 TO WS-STALE-COUNT
002180         ADD 1 TO WS-SC-STALE (WS-DEPT-SUB)
002190         MOVE "STALE" TO WS-FINDING
002200         PERFORM 7100-PRINT-FINDING THRU 7100-EXIT
002210         GO TO 2000-NEXT
002220     END-IF.
002230     ADD 1 TO WS-SC-RECEIVED (WS-DEPT-SUB).
002240     IF WS-SC-EXPECTED (WS-DEPT-SUB) = ZERO
002250         ADD 1 TO WS-UNEXPECTED-COUNT
002260         MOVE "UNEXPECTED" TO WS-FINDING
002270         MOVE SPACES TO WS-FINDING-TEXT
002272         IF WS-NON-BUSINESS-DAY
002274             MOVE "CYCLE DATE IS NOT A BUSINESS DAY"
002276                 TO WS-FINDING-TEXT
002278         ELSE
002280             STRING "NO BATCH SCHEDULED ON "
002290                 WS-DAY-NAME (WS-WEEKDAY)
002300                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
002305         END-IF
002310         PERFORM 7100-PRINT-FINDING THRU 7100-EXIT
002320         GO TO 2000-NEXT
002330     END-IF.
002340     IF WS-SC-RECEIVED (WS-DEPT-SUB)
002350             > WS-SC-EXPECTED (WS-DEPT-SUB)
002360         ADD 1 TO WS-DUPLICATE-COUNT
002370         MOVE "DUPLICATE" TO WS-FINDING
002380         MOVE WS-SC-EXPECTED (WS-DEPT-SUB) TO WS-EDIT-EXPECTED
002390         MOVE WS-SC-RECEIVED (WS-DEPT-SUB) TO WS-EDIT-RECEIVED
002400         MOVE SPACES TO WS-FINDING-TEXT
002410         STRING "BATCH" WS-EDIT-RECEIVED " - ONLY"
002420             WS-EDIT-EXPECTED " SCHEDULED"
002430             DELIMITED BY SIZE INTO WS-FINDING-TEXT
002440         PERFORM 7100-PRINT-FINDING THRU 7100-EXIT
002450     END-IF.
002460 2000-NEXT.
002470     PERFORM 2100-READ-TRANSIN THRU 2100-EXIT.
002480 2000-EXIT.
002490     EXIT.
002500 2100-READ-TRANSIN.
002510     READ TRANS-IN-FILE
002520         AT END
002530             SET WS-END-OF-FILE TO TRUE
002535             GO TO 2100-EXIT
002540     END-READ.
002545     ADD 1 TO WS-TRANSIN-RECORDS.
002550 2100-EXIT.
002560     EXIT.
002570 2200-LOCATE-DEPT.
002580     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
002590     PERFORM 2250-MATCH-DEPT THRU 2250-EXIT
002600         VARYING WS-DEPT-SUB FROM 1 BY 1
002610         UNTIL WS-DEPT-SUB > WS-SCHED-COUNT
002620             OR WS-DEPT-FOUND.
002630     IF WS-DEPT-FOUND
002640         SUBTRACT 1 FROM WS-DEPT-SUB
002650     END-IF.
002660 2200-EXIT.
002670     EXIT.
002680 2250-MATCH-DEPT.
002690     IF TC-DEPT-CODE = WS-SC-CODE (WS-DEPT-SUB)
002700         SET WS-DEPT-FOUND TO TRUE
002710     END-IF.
002720 2250-EXIT.
002730     EXIT.
002740 2300-CHECK-BATCH-DATE.
002750     MOVE "N" TO WS-STALE-SWITCH.
002760     MOVE SPACES TO WS-FINDING-TEXT.
002770     MOVE TC-BATCH-DATE TO WS-BATCH-DATE.
002780     IF WS-BATCH-DATE NOT NUMERIC
002790         OR WS-BD-MM < 01 OR WS-BD-MM > 12
002800         OR WS-BD-DD < 01 OR WS-BD-DD > 31
002810         SET WS-BATCH-STALE TO TRUE
002820         MOVE "UNREADABLE BATCH DATE" TO WS-FINDING-TEXT
002830         GO TO 2300-EXIT
002840     END-IF.
002850     COMPUTE WS-BATCH-INT
002860         = FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE-NUM).
002870     IF WS-BATCH-INT = ZERO
002880         SET WS-BATCH-STALE TO TRUE
002890         MOVE "UNREADABLE BATCH DATE" TO WS-FINDING-TEXT
002900         GO TO 2300-EXIT
002910     END-IF.
002913*    A BATCH MAY CARRY THE CYCLE DATE EVEN WHEN THE CYCLE POSTS
002916*    TO A LATER BUSINESS DAY; ONLY A DATE PAST BOTH IS FUTURE.
002920     IF WS-BATCH-DATE > WS-TODAY
002930         AND WS-BATCH-DATE > WS-CYCLE-DATE
002940         SET WS-BATCH-STALE TO TRUE
002950         MOVE "BATCH IS FUTURE-DATED" TO WS-FINDING-TEXT
002960         GO TO 2300-EXIT
002970     END-IF.
002971     IF WS-BATCH-INT < WS-FIRST-INT
002972         SET WS-BATCH-STALE TO TRUE
002973         MOVE "BATCH DATE BEFORE THE CALENDAR"
002974             TO WS-FINDING-TEXT
002975         GO TO 2300-EXIT
002976     END-IF.
002977     COMPUTE WS-CAL-SUB = WS-BATCH-INT - WS-FIRST-INT + 1.
002978     IF WS-CAL-SUB > WS-CAL-COUNT
002979         MOVE ZERO TO WS-BATCH-AGE
002980     ELSE
002981         COMPUTE WS-BATCH-AGE
002982             = WS-POST-SEQ - WS-CAL-SEQ (WS-CAL-SUB)
002983     END-IF.
002986     IF WS-BATCH-AGE > WS-SC-MAX-AGE (WS-DEPT-SUB)
002990         SET WS-BATCH-STALE TO TRUE
003000         MOVE "OLDER THAN ALLOWED (BUSINESS DAYS)"
003010             TO WS-FINDING-TEXT
003020     END-IF.
003030 2300-EXIT.
003040     EXIT.
003050 3000-CHECK-DEPT.
003060     MOVE WS-SC-EXPECTED (WS-DEPT-SUB) TO WS-EDIT-EXPECTED.
003070     MOVE WS-SC-RECEIVED (WS-DEPT-SUB) TO WS-EDIT-RECEIVED.
003080     MOVE WS-SC-STALE (WS-DEPT-SUB)    TO WS-EDIT-STALE.
003090     MOVE SPACES TO WS-FINDING.
003100     IF WS-SC-RECEIVED (WS-DEPT-SUB)
003110             < WS-SC-EXPECTED (WS-DEPT-SUB)
003120         COMPUTE WS-SHORT-COUNT
003130             = WS-SC-EXPECTED (WS-DEPT-SUB)
003140             - WS-SC-RECEIVED (WS-DEPT-SUB)
003150         ADD WS-SHORT-COUNT TO WS-MISSING-COUNT
003160         MOVE "MISSING" TO WS-FINDING
003170     ELSE
003180         IF WS-SC-EXPECTED (WS-DEPT-SUB) > ZERO
003190             OR WS-SC-RECEIVED (WS-DEPT-SUB) > ZERO
003200             MOVE "OK" TO WS-FINDING
003210         END-IF
003220     END-IF.
003230     IF WS-SC-RECEIVED (WS-DEPT-SUB)
003240             > WS-SC-EXPECTED (WS-DEPT-SUB)
003250         MOVE "EXTRA" TO WS-FINDING
003260     END-IF.
003270     IF WS-FINDING = SPACES
003280         AND WS-SC-STALE (WS-DEPT-SUB) = ZERO
003290         GO TO 3000-EXIT
003300     END-IF.
003310     MOVE SPACES TO WS-REPORT-LINE.
003320     STRING WS-SC-CODE (WS-DEPT-SUB) "    "
003330         WS-EDIT-EXPECTED "        " WS-EDIT-RECEIVED
003340         "      " WS-EDIT-STALE "    " WS-FINDING
003350         "  " WS-SC-CONTACT (WS-DEPT-SUB)
003360         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003370     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003380     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003390 3000-EXIT.
003400     EXIT.
003410 7000-PRINT-HEADING.
003420     MOVE SPACES TO SUBM-RPT-LINE.
003430     MOVE "EXPECTED-SUBMISSION CHECK - TRANSIN BATCH HEADERS"
003440         TO SUBM-RPT-LINE.
003450     WRITE SUBM-RPT-LINE AFTER ADVANCING PAGE.
003460     MOVE SPACES TO WS-REPORT-LINE.
003470     STRING "CYCLE DATE " WS-CYCLE-DATE
003475         "  POSTING DATE " WS-TODAY "  "
003480         WS-DAY-NAME (WS-WEEKDAY)
003490         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003500     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003510     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003511     IF WS-NON-BUSINESS-DAY
003512         MOVE SPACES TO SUBM-RPT-LINE
003513         MOVE "NOT A BUSINESS DAY - NO BATCHES EXPECTED"
003514             TO SUBM-RPT-LINE
003515         WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE
003516     END-IF.
003520     MOVE SPACES TO SUBM-RPT-LINE.
003530     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003540     MOVE SPACES TO WS-REPORT-LINE.
003550     STRING "DEPT  BATCH DATE  FINDING     DETAIL"
003560         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003570     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003580     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003590 7000-EXIT.
003600     EXIT.
003610 7100-PRINT-FINDING.
003620     MOVE SPACES TO WS-REPORT-LINE.
003630     STRING TC-DEPT-CODE "  " TC-BATCH-DATE "    "
003640         WS-FINDING "  " WS-FINDING-TEXT
003650         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003660     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003670     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003680 7100-EXIT.
003690     EXIT.
003700 7200-PRINT-DEPT-HEADING.
003710     MOVE SPACES TO SUBM-RPT-LINE.
003720     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003730     MOVE SPACES TO WS-REPORT-LINE.
003740     STRING "DEPT  EXPECTED  RECEIVED  STALE  STATUS      "
003750         "CONTACT"
003760         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003770     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003780     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003790 7200-EXIT.
003800     EXIT.
003810 8000-PRINT-TOTALS.
003820     MOVE SPACES TO SUBM-RPT-LINE.
003830     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003840     MOVE SPACES TO WS-REPORT-LINE.
003850     MOVE WS-HEADER-COUNT TO WS-EDIT-COUNT.
003860     STRING "BATCH HEADERS READ . . . . : " WS-EDIT-COUNT
003870         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003880     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003890     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003900     MOVE SPACES TO WS-REPORT-LINE.
003910     MOVE WS-SYSTEM-COUNT TO WS-EDIT-COUNT.
003920     STRING "IN-HOUSE BATCHES (INFO)  . : " WS-EDIT-COUNT
003930         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003940     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
003950     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
003960     MOVE SPACES TO WS-REPORT-LINE.
003970     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
003980     STRING "MISSING BATCHES  . . . . . : " WS-EDIT-COUNT
003990         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004000     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
004010     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
004020     MOVE SPACES TO WS-REPORT-LINE.
004030     MOVE WS-UNEXPECTED-COUNT TO WS-EDIT-COUNT.
004040     STRING "UNEXPECTED BATCHES . . . . : " WS-EDIT-COUNT
004050         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004060     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
004070     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
004080     MOVE SPACES TO WS-REPORT-LINE.
004090     MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
004100     STRING "DUPLICATE BATCHES  . . . . : " WS-EDIT-COUNT
004110         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004120     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
004130     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
004140     MOVE SPACES TO WS-REPORT-LINE.
004150     MOVE WS-STALE-COUNT TO WS-EDIT-COUNT.
004160     STRING "STALE-DATED BATCHES  . . . : " WS-EDIT-COUNT
004170         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004180     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
004190     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
004191     MOVE SPACES TO WS-REPORT-LINE.
004192     MOVE WS-MISPLACED-COUNT TO WS-EDIT-COUNT.
004193     STRING "MISPLACED APPR BATCHES . . : " WS-EDIT-COUNT
004194         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004195     MOVE WS-REPORT-LINE TO SUBM-RPT-LINE.
004196     WRITE SUBM-RPT-LINE AFTER ADVANCING 1 LINE.
004200     IF WS-MISSING-COUNT > ZERO
004210         OR WS-DUPLICATE-COUNT > ZERO
004220         OR WS-STALE-COUNT > ZERO
004225         OR WS-MISPLACED-COUNT > ZERO
004230         MOVE 8 TO RETURN-CODE
004240         DISPLAY "SUBMISSION CHECK FAILED - CALL CONTROL GROUP"
004250     ELSE
004260         IF WS-UNEXPECTED-COUNT > ZERO
004270             MOVE 4 TO RETURN-CODE
004280             DISPLAY "SUBMISSION CHECK - UNEXPECTED BATCHES ONLY"
004290         ELSE
004300             DISPLAY "SUBMISSION CHECK CLEAN - EVERY BATCH IN"
004310         END-IF
004320     END-IF.
004330 8000-EXIT.
004340     EXIT.
004350 9999-TERMINATE.
004360     CLOSE TRANS-IN-FILE.
004370     CLOSE SUBM-RPT-FILE.
004375     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
004380 9999-EXIT.
004390     EXIT.
004400 9800-LOG-RUN-START.
004410     MOVE "S" TO WS-RUNLOG-TYPE.
004420     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
004430     ACCEPT WS-RUNLOG-TIME FROM TIME.
004440     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004450 9800-EXIT.
004460     EXIT.
004470 9850-LOG-RUN-END.
004480     MOVE "E" TO WS-RUNLOG-TYPE.
004490     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004500 9850-EXIT.
004510     EXIT.
004520 9890-WRITE-RUN-LOG.
004530     OPEN EXTEND RUN-LOG-FILE.
004540     IF WS-RUNLOG-STATUS NOT = "00"
004550         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
004560             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
004570         GO TO 9890-EXIT
004580     END-IF.
004590     MOVE SPACES TO RUN-LOG-RECORD.
004600     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
004610     MOVE "SUBMCHK" TO RN-PROGRAM-ID.
004620     MOVE ZERO TO RN-STREAM-NO.
004630     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
004640     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
004650     MOVE ZERO TO RN-RETURN-CODE.
004660     MOVE "HDRS" TO RN-COUNT-NAME (1).
004670     MOVE "MISS" TO RN-COUNT-NAME (2).
004680     MOVE "DUPL" TO RN-COUNT-NAME (3).
004690     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
004700     IF RN-END-RECORD
004710         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
004720         ACCEPT WS-RUNLOG-END-TIME FROM TIME
004730         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
004740         MOVE RETURN-CODE TO RN-RETURN-CODE
004750         MOVE WS-HEADER-COUNT TO RN-COUNT (1)
004760         MOVE WS-MISSING-COUNT TO RN-COUNT (2)
004770         MOVE WS-DUPLICATE-COUNT TO RN-COUNT (3)
004780     END-IF.
004790     WRITE RUN-LOG-RECORD.
004800     CLOSE RUN-LOG-FILE.
004810 9890-EXIT.
004820     EXIT.
