000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ProcDt.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  SETS THE PROCESSING DATE.  RUNS AS THE
000110*               FIRST STEP OF THE NIGHTLY CYCLE, AHEAD OF
000120*               STORGEN.  TAKES THE CYCLE DATE FROM THE SYSTEM
000130*               CLOCK (OR FROM THE PARM, YYYYMMDD, ON A LATE
000140*               START OR A RERUN AFTER MIDNIGHT), LOOKS IT UP ON
000150*               THE CALMAST BUSINESS-DAY CALENDAR (SEE CALMSTRC),
000160*               AND WRITES THE ONE PROCDATE CONTROL RECORD (SEE
000170*               PROCDTRC): THE POSTING DATE (THE CYCLE DATE ON A
000180*               BUSINESS DAY, ELSE THE NEXT BUSINESS DAY), THE
000190*               BUSINESS DAYS EITHER SIDE OF IT, AND WHETHER IT
000200*               IS THE MONTH-END CLOSE.  GlExtr, StorGen,
000210*               HistLoad, SuspRpr, AND GlAckMt TAKE THEIR DATE
000220*               FROM THAT RECORD, NOT FROM THE CLOCK.  ENDS RC=12
000230*               (PROCDATE NOT WRITTEN) ON A BAD PARM, A MISSING
000240*               OR BROKEN CALENDAR, OR A CALENDAR THAT DOES NOT
000250*               REACH PAST THE NEXT BUSINESS DAY; RC=4 WHEN THE
000260*               CALENDAR RUNS OUT WITHIN WS-WARN-DAYS DAYS, SO
000270*               THE CONTROL GROUP EXTENDS IT WITH CalMnt.  WRITES
000280*               START AND END RECORDS TO THE SHARED RUNLOG
000290*               DATASET (SEE RUNLOGRC).
000300* ----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CAL-MAST-FILE ASSIGN TO "CALMAST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CALMAST-STATUS.
000370     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PROCDATE-STATUS.
000400     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RUNLOG-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CAL-MAST-FILE.
000460 01  CAL-MAST-RECORD.
000470     COPY CALMSTRC.
000480 FD  PROC-DATE-FILE.
000490 01  PROC-DATE-RECORD.
000500     COPY PROCDTRC.
000510 FD  RUN-LOG-FILE.
000520 01  RUN-LOG-RECORD.
000530     COPY RUNLOGRC.
000540 WORKING-STORAGE SECTION.
000550 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000560 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000570 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000580 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000590 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000600 77  WS-CALMAST-STATUS           PIC X(02)      VALUE SPACES.
000610 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000620 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000630     88  WS-END-OF-FILE              VALUE "Y".
000640 77  WS-CAL-ERROR-SWITCH         PIC X(01)      VALUE "N".
000650     88  WS-CAL-ERROR                VALUE "Y".
000660 77  WS-FOUND-SWITCH             PIC X(01)      VALUE "N".
000670     88  WS-DAY-FOUND                VALUE "Y".
000680 77  WS-CAL-SUB                  PIC 9(05)      VALUE ZERO.
000690 77  WS-CYCLE-SUB                PIC 9(05)      VALUE ZERO.
000700 77  WS-POST-SUB                 PIC 9(05)      VALUE ZERO.
000710 77  WS-START-SUB                PIC 9(05)      VALUE ZERO.
000720 77  WS-FIRST-INT                PIC 9(08)      VALUE ZERO.
000730 77  WS-EXPECT-INT               PIC 9(08)      VALUE ZERO.
000740 77  WS-DATE-INT                 PIC 9(08)      VALUE ZERO.
000750 77  WS-DAYS-LEFT                PIC 9(05)      VALUE ZERO.
000760 77  WS-WARN-DAYS                PIC 9(03)      VALUE 60.
000770 77  WS-SOURCE                   PIC X(01)      VALUE "S".
000780 77  WS-PREV-DATE                PIC X(08)      VALUE SPACES.
000790 77  WS-NEXT-DATE                PIC X(08)      VALUE SPACES.
000800 77  WS-MONTH-END                PIC X(01)      VALUE "N".
000810 01  WS-PARM                     PIC X(08)      VALUE SPACES.
000820 01  WS-CYCLE-DATE               PIC X(08)      VALUE SPACES.
000830 01  WS-CYCLE-DATE-NUM REDEFINES WS-CYCLE-DATE
000840                                 PIC 9(08).
000850 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000860 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
000870                                 PIC 9(08).
000880 01  WS-SET-TIME                 PIC X(08)      VALUE SPACES.
000890 01  WS-CAL-TABLE.
000900     05  WS-CAL-COUNT            PIC 9(05)      VALUE ZERO.
000910     05  WS-CAL-ENTRY OCCURS 4000 TIMES.
000920         10  WS-CL-DATE              PIC X(08).
000930         10  WS-CL-TYPE              PIC X(01).
000940         10  WS-CL-MONTH-END         PIC X(01).
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-SET-DATE THRU 2000-EXIT.
000990     PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT.
001000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001010     STOP RUN.
001020*    ------------------------------------------------------------
001030*    CYCLE DATE FROM THE PARM OR THE CLOCK, THEN THE CALENDAR.
001040*    ------------------------------------------------------------
001050 1000-INITIALIZE.
001060     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001070     ACCEPT WS-PARM FROM COMMAND-LINE.
001080     IF WS-PARM = SPACES
001090         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
001100         MOVE "S" TO WS-SOURCE
001110     ELSE
001120         IF WS-PARM NOT NUMERIC
001130             DISPLAY "INVALID PARM - <" WS-PARM
001140                 "> - EXPECTED CYCLE DATE YYYYMMDD OR NO PARM"
001150             MOVE 12 TO RETURN-CODE
001160             PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001170             STOP RUN
001180         END-IF
001190         MOVE WS-PARM TO WS-CYCLE-DATE
001200         MOVE "P" TO WS-SOURCE
001210     END-IF.
001220     OPEN INPUT CAL-MAST-FILE.
001230     IF WS-CALMAST-STATUS NOT = "00"
001240         DISPLAY "CALENDAR MASTER NOT AVAILABLE - STATUS "
001250             WS-CALMAST-STATUS
001260         MOVE 12 TO RETURN-CODE
001270         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001280         STOP RUN
001290     END-IF.
001300     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
001310         UNTIL WS-END-OF-FILE
001320             OR WS-CAL-ERROR.
001330     CLOSE CAL-MAST-FILE.
001340     IF WS-CAL-COUNT = ZERO
001350         DISPLAY "CALENDAR MASTER IS EMPTY - "
001360             "GENERATE IT WITH CalMnt"
001370         SET WS-CAL-ERROR TO TRUE
001380     END-IF.
001390     IF WS-CAL-ERROR
001400         DISPLAY "PROCESSING DATE NOT SET"
001410         MOVE 12 TO RETURN-CODE
001420         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001430         STOP RUN
001440     END-IF.
001450     DISPLAY "CALENDAR " WS-CL-DATE (1) " THROUGH "
001460         WS-CL-DATE (WS-CAL-COUNT) " - " WS-CAL-COUNT " DAYS".
001470 1000-EXIT.
001480     EXIT.
001490*    ------------------------------------------------------------
001500*    TABLE THE CALENDAR.  THE DAYS MUST RUN ONE AFTER ANOTHER
001510*    WITH NONE MISSING, SO A DAY'S ENTRY IS FOUND BY ITS
001520*    DISTANCE FROM THE FIRST.
001530*    ------------------------------------------------------------
001540 1100-LOAD-CALENDAR.
001550     READ CAL-MAST-FILE
001560         AT END
001570             SET WS-END-OF-FILE TO TRUE
001580             GO TO 1100-EXIT
001590     END-READ.
001600     IF CA-CAL-DATE NOT NUMERIC
001610         DISPLAY "UNREADABLE CALENDAR DATE <" CA-CAL-DATE
001620             "> AFTER " WS-CL-DATE (WS-CAL-COUNT)
001630         SET WS-CAL-ERROR TO TRUE
001640         GO TO 1100-EXIT
001650     END-IF.
001660     MOVE CA-CAL-DATE TO WS-WORK-DATE.
001670     COMPUTE WS-DATE-INT
001680         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
001690     IF WS-CAL-COUNT = ZERO
001700         MOVE WS-DATE-INT TO WS-FIRST-INT
001710     ELSE
001720         COMPUTE WS-EXPECT-INT = WS-FIRST-INT + WS-CAL-COUNT
001730         IF WS-DATE-INT NOT = WS-EXPECT-INT
001740             DISPLAY "CALENDAR OUT OF STEP AT " CA-CAL-DATE
001750                 " (AFTER " WS-CL-DATE (WS-CAL-COUNT)
001760                 ") - REBUILD WITH CalMnt"
001770             SET WS-CAL-ERROR TO TRUE
001780             GO TO 1100-EXIT
001790         END-IF
001800     END-IF.
001810     IF WS-CAL-COUNT NOT < 4000
001820         DISPLAY "CALENDAR TABLE FULL AT " CA-CAL-DATE
001830             " - LATER DAYS IGNORED"
001840         SET WS-END-OF-FILE TO TRUE
001850         GO TO 1100-EXIT
001860     END-IF.
001870     ADD 1 TO WS-CAL-COUNT.
001880     MOVE CA-CAL-DATE  TO WS-CL-DATE (WS-CAL-COUNT).
001890     MOVE CA-DAY-TYPE  TO WS-CL-TYPE (WS-CAL-COUNT).
001900     MOVE CA-MONTH-END TO WS-CL-MONTH-END (WS-CAL-COUNT).
001910 1100-EXIT.
001920     EXIT.
001930*    ------------------------------------------------------------
001940*    POSTING DATE = THE CYCLE DATE IF IT IS A BUSINESS DAY, ELSE
001950*    THE NEXT ONE; THEN THE BUSINESS DAYS EITHER SIDE OF IT.
001960*    ------------------------------------------------------------
001970 2000-SET-DATE.
001980     COMPUTE WS-DATE-INT
001990         = FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM).
002000     IF WS-DATE-INT < WS-FIRST-INT
002010         OR WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
002020         DISPLAY "CYCLE DATE " WS-CYCLE-DATE
002030             " IS NOT ON THE CALENDAR - EXTEND IT WITH CalMnt"
002040         MOVE 12 TO RETURN-CODE
002050         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
002060         STOP RUN
002070     END-IF.
002080     COMPUTE WS-CYCLE-SUB = WS-DATE-INT - WS-FIRST-INT + 1.
002090     MOVE "N" TO WS-FOUND-SWITCH.
002100     PERFORM 2100-FIND-BUSINESS-DAY THRU 2100-EXIT
002110         VARYING WS-CAL-SUB FROM WS-CYCLE-SUB BY 1
002120         UNTIL WS-CAL-SUB > WS-CAL-COUNT
002130             OR WS-DAY-FOUND.
002140     IF NOT WS-DAY-FOUND
002150         DISPLAY "NO BUSINESS DAY ON THE CALENDAR FROM "
002160             WS-CYCLE-DATE " - EXTEND IT WITH CalMnt"
002170         MOVE 12 TO RETURN-CODE
002180         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
002190         STOP RUN
002200     END-IF.
002210     COMPUTE WS-POST-SUB = WS-CAL-SUB - 1.
002220     COMPUTE WS-START-SUB = WS-POST-SUB + 1.
002230     MOVE "N" TO WS-FOUND-SWITCH.
002240     PERFORM 2100-FIND-BUSINESS-DAY THRU 2100-EXIT
002250         VARYING WS-CAL-SUB FROM WS-START-SUB BY 1
002260         UNTIL WS-CAL-SUB > WS-CAL-COUNT
002270             OR WS-DAY-FOUND.
002280     IF NOT WS-DAY-FOUND
002290         DISPLAY "NO BUSINESS DAY ON THE CALENDAR AFTER "
002300             WS-CL-DATE (WS-POST-SUB) " - EXTEND IT WITH CalMnt"
002310         MOVE 12 TO RETURN-CODE
002320         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
002330         STOP RUN
002340     END-IF.
002350     MOVE WS-CL-DATE (WS-CAL-SUB - 1) TO WS-NEXT-DATE.
002360     COMPUTE WS-START-SUB = WS-POST-SUB - 1.
002370     MOVE "N" TO WS-FOUND-SWITCH.
002380     PERFORM 2100-FIND-BUSINESS-DAY THRU 2100-EXIT
002390         VARYING WS-CAL-SUB FROM WS-START-SUB BY -1
002400         UNTIL WS-CAL-SUB < 1
002410             OR WS-DAY-FOUND.
002420     IF WS-DAY-FOUND
002430         MOVE WS-CL-DATE (WS-CAL-SUB + 1) TO WS-PREV-DATE
002440     ELSE
002450         MOVE SPACES TO WS-PREV-DATE
002460         DISPLAY "NO BUSINESS DAY ON THE CALENDAR BEFORE "
002470             WS-CL-DATE (WS-POST-SUB)
002480     END-IF.
002490     IF WS-CL-MONTH-END (WS-POST-SUB) = "Y"
002500         OR WS-CL-MONTH-END (WS-POST-SUB) = "M"
002510         MOVE "Y" TO WS-MONTH-END
002520     END-IF.
002530     COMPUTE WS-DAYS-LEFT = WS-CAL-COUNT - WS-POST-SUB.
002540     IF WS-DAYS-LEFT < WS-WARN-DAYS
002550         DISPLAY "CALENDAR ENDS " WS-CL-DATE (WS-CAL-COUNT)
002560             " - ONLY " WS-DAYS-LEFT " DAYS LEFT - EXTEND IT "
002570             "WITH CalMnt"
002580         MOVE 4 TO RETURN-CODE
002590     END-IF.
002600 2000-EXIT.
002610     EXIT.
002620 2100-FIND-BUSINESS-DAY.
002630     IF WS-CL-TYPE (WS-CAL-SUB) = "W"
002640         SET WS-DAY-FOUND TO TRUE
002650     END-IF.
002660 2100-EXIT.
002670     EXIT.
002680*    ------------------------------------------------------------
002690*    WRITE THE ONE CONTROL RECORD.
002700*    ------------------------------------------------------------
002710 3000-WRITE-CONTROL.
002720     OPEN OUTPUT PROC-DATE-FILE.
002730     IF WS-PROCDATE-STATUS NOT = "00"
002740         DISPLAY "PROCDATE WOULD NOT OPEN - STATUS "
002750             WS-PROCDATE-STATUS
002760         MOVE 12 TO RETURN-CODE
002770         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
002780         STOP RUN
002790     END-IF.
002800     MOVE SPACES TO PROC-DATE-RECORD.
002810     MOVE WS-CYCLE-DATE TO PD-CYCLE-DATE.
002820     MOVE WS-CL-DATE (WS-POST-SUB) TO PD-POST-DATE.
002830     IF WS-CL-TYPE (WS-CYCLE-SUB) = "W"
002840         MOVE "Y" TO PD-BUSINESS-DAY
002850     ELSE
002860         MOVE "N" TO PD-BUSINESS-DAY
002870     END-IF.
002880     MOVE WS-PREV-DATE TO PD-PREV-BUS-DATE.
002890     MOVE WS-NEXT-DATE TO PD-NEXT-BUS-DATE.
002900     MOVE WS-MONTH-END TO PD-MONTH-END.
002910     ACCEPT PD-SET-DATE FROM DATE YYYYMMDD.
002920     ACCEPT WS-SET-TIME FROM TIME.
002930     MOVE WS-SET-TIME (1:6) TO PD-SET-TIME.
002940     MOVE WS-SOURCE TO PD-SOURCE.
002950     WRITE PROC-DATE-RECORD.
002960     CLOSE PROC-DATE-FILE.
002970     DISPLAY "CYCLE DATE           : " PD-CYCLE-DATE.
002980     IF PD-CYCLE-IS-BUSINESS
002990         DISPLAY "POSTING DATE         : " PD-POST-DATE
003000     ELSE
003010         DISPLAY "POSTING DATE         : " PD-POST-DATE
003020             " (CYCLE DATE IS NOT A BUSINESS DAY)"
003030     END-IF.
003040     DISPLAY "PREVIOUS BUSINESS DAY: " PD-PREV-BUS-DATE.
003050     DISPLAY "NEXT BUSINESS DAY    : " PD-NEXT-BUS-DATE.
003060     IF PD-MONTH-END-CLOSE
003070         DISPLAY "POSTING DATE IS THE MONTH-END CLOSE"
003080     END-IF.
003090 3000-EXIT.
003100     EXIT.
003110 9999-TERMINATE.
003120     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003130 9999-EXIT.
003140     EXIT.
003150 9800-LOG-RUN-START.
003160     MOVE "S" TO WS-RUNLOG-TYPE.
003170     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003180     ACCEPT WS-RUNLOG-TIME FROM TIME.
003190     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003200 9800-EXIT.
003210     EXIT.
003220 9850-LOG-RUN-END.
003230     MOVE "E" TO WS-RUNLOG-TYPE.
003240     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003250 9850-EXIT.
003260     EXIT.
003270 9890-WRITE-RUN-LOG.
003280     OPEN EXTEND RUN-LOG-FILE.
003290     IF WS-RUNLOG-STATUS NOT = "00"
003300         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
003310             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003320         GO TO 9890-EXIT
003330     END-IF.
003340     MOVE SPACES TO RUN-LOG-RECORD.
003350     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
003360     MOVE "PROCDT" TO RN-PROGRAM-ID.
003370     MOVE ZERO TO RN-STREAM-NO.
003380     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
003390     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
003400     MOVE ZERO TO RN-RETURN-CODE.
003410     MOVE "DAYS" TO RN-COUNT-NAME (1).
003420     MOVE "LEFT" TO RN-COUNT-NAME (2).
003430     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
003440     IF RN-END-RECORD
003450         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
003460         ACCEPT WS-RUNLOG-END-TIME FROM TIME
003470         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
003480         MOVE RETURN-CODE TO RN-RETURN-CODE
003490         MOVE WS-CAL-COUNT TO RN-COUNT (1)
003500         MOVE WS-DAYS-LEFT TO RN-COUNT (2)
003510     END-IF.
003520     WRITE RUN-LOG-RECORD.
003530     CLOSE RUN-LOG-FILE.
003540 9890-EXIT.
003550     EXIT.
