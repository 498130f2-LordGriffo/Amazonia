000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CalMnt.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  BUSINESS-DAY CALENDAR MAINTENANCE, IN
000110*               THE DeptMnt STYLE.  READS THE CALMAST CALENDAR
000120*               (SEE CALMSTRC) INTO A TABLE AND LETS AN
000130*               AUTHORIZED USER (VALIDATED AGAINST OPERMAST)
000140*               (G)ENERATE THE DAYS THROUGH THE END OF A YEAR
000150*               (MONDAY-FRIDAY WORKING, WEEKENDS NOT), MARK A
000160*               (H)OLIDAY, MAKE A DAY A (W)ORKING DAY, (C)LEAR A
000170*               DAY BACK TO ITS WEEKDAY DEFAULT, SET A MONTH'S
000180*               (M)ONTH-END CLOSE DATE BY HAND, AND (L)IST A
000190*               MONTH.  THE CLOSE DATE IS THE LAST BUSINESS DAY
000200*               OF THE MONTH UNLESS SET BY HAND, AND IS WORKED
000210*               OUT AGAIN WHENEVER A DAY IN THE MONTH CHANGES.
000220*               THE DAYS ARE KEPT CONTIGUOUS - A DAY MISSING
000230*               FROM THE MASTER IS FILLED IN WITH ITS DEFAULT ON
000240*               LOAD AND LOGGED.  EVERY ACTION IS PRINTED ON THE
000250*               CHGLOG CHANGE LOG.  (Q)UIT RENUMBERS
000260*               CA-BUS-DAY-SEQ AND WRITES THE FULL CALENDAR TO
000270*               CALOUT; THE FOLLOW-ON STEP COPIES IT BACK OVER
000280*               THE LIVE MASTER.
000290* ----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CAL-IN-FILE ASSIGN TO "CALIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CALIN-STATUS.
000360     SELECT CAL-OUT-FILE ASSIGN TO "CALOUT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OPERMAST-STATUS.
000410     SELECT CHG-LOG-FILE ASSIGN TO "CHGLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CAL-IN-FILE.
000460 01  CAL-IN-RECORD.
000470     COPY CALMSTRC.
000480 FD  CAL-OUT-FILE.
000490 01  CAL-OUT-RECORD              PIC X(80).
000500 FD  OPER-MAST-FILE.
000510 01  OPER-MAST-RECORD.
000520     COPY OPERREC.
000530 FD  CHG-LOG-FILE.
000540 01  CHG-LOG-LINE                PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 77  WS-CALIN-STATUS             PIC X(02)      VALUE SPACES.
000570 77  WS-OPERMAST-STATUS          PIC X(02)      VALUE SPACES.
000580 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000590     88  WS-END-OF-FILE              VALUE "Y".
000600 77  WS-DONE-SWITCH              PIC X(01)      VALUE "N".
000610     88  WS-SESSION-DONE             VALUE "Y".
000620 77  WS-OPER-EOF-SWITCH          PIC X(01)      VALUE "N".
000630     88  WS-OPER-END-OF-FILE         VALUE "Y".
000640 77  WS-OPER-FOUND-SWITCH        PIC X(01)      VALUE "N".
000650     88  WS-OPER-FOUND               VALUE "Y".
000660 77  WS-DATE-OK-SWITCH           PIC X(01)      VALUE "N".
000670     88  WS-DATE-OK                  VALUE "Y".
000680 77  WS-CAL-SUB                  PIC 9(05)      VALUE ZERO.
000690 77  WS-DAY-SUB                  PIC 9(05)      VALUE ZERO.
000700 77  WS-GEN-START-SUB            PIC 9(05)      VALUE ZERO.
000710 77  WS-MONTH-FIRST-SUB          PIC 9(05)      VALUE ZERO.
000720 77  WS-MONTH-LAST-SUB           PIC 9(05)      VALUE ZERO.
000730 77  WS-LAST-WORK-SUB            PIC 9(05)      VALUE ZERO.
000740 77  WS-MANUAL-SUB               PIC 9(05)      VALUE ZERO.
000750 77  WS-FILL-COUNT               PIC 9(05)      VALUE ZERO.
000760 77  WS-GEN-COUNT                PIC 9(05)      VALUE ZERO.
000770 77  WS-FIRST-INT                PIC 9(08)      VALUE ZERO.
000780 77  WS-DATE-INT                 PIC 9(08)      VALUE ZERO.
000790 77  WS-END-INT                  PIC 9(08)      VALUE ZERO.
000800 77  WS-WEEKDAY                  PIC 9(01)      VALUE ZERO.
000810 77  WS-BUS-SEQ                  PIC 9(07)      VALUE ZERO.
000820 77  WS-ACTION                   PIC X(01)      VALUE SPACES.
000830 77  WS-WORK-DESC                PIC X(30)      VALUE SPACES.
000840 77  WS-OLD-CLOSE                PIC X(08)      VALUE SPACES.
000850 77  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
000860 77  WS-CHANGE-COUNT             PIC 9(05)      VALUE ZERO.
000870 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000880 01  WS-TIME                     PIC X(08)      VALUE SPACES.
000890 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
000900 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000910 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
000920                                 PIC 9(08).
000930 01  WS-CHECK-DATE               PIC 9(08)      VALUE ZERO.
000940 01  WS-BUILD-DATE               PIC 9(08)      VALUE ZERO.
000950 01  WS-BUILD-DATE-X REDEFINES WS-BUILD-DATE
000960                                 PIC X(08).
000970 01  WS-WORK-YEAR                PIC X(04)      VALUE SPACES.
000980 01  WS-WORK-MONTH               PIC X(06)      VALUE SPACES.
000990 01  WS-MONTH-KEY.
001000     05  WS-MK-YYYYMM            PIC X(06).
001010     05  WS-MK-DD                PIC X(02)      VALUE "01".
001020 01  WS-MONTH-KEY-NUM REDEFINES WS-MONTH-KEY
001030                                 PIC 9(08).
001040 01  WS-DAY-NAMES                PIC X(21)
001050                                 VALUE "MONTUEWEDTHUFRISATSUN".
001060 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001070     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
001080 01  WS-CAL-TABLE.
001090     05  WS-CAL-COUNT            PIC 9(05)      VALUE ZERO.
001100     05  WS-CAL-ENTRY OCCURS 4000 TIMES.
001110         10  WS-CL-DATE              PIC X(08).
001120         10  WS-CL-TYPE              PIC X(01).
001130         10  WS-CL-MONTH-END         PIC X(01).
001140         10  WS-CL-DESC              PIC X(30).
001150         10  WS-CL-MAINT-DATE        PIC X(08).
001160         10  WS-CL-MAINT-USER        PIC X(08).
001170 01  WS-OUT-BUILD.
001180     COPY CALMSTRC.
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001220     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001230         UNTIL WS-SESSION-DONE.
001240     PERFORM 8000-WRITE-MASTER THRU 8000-EXIT.
001250     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001260     STOP RUN.
001270 1000-INITIALIZE.
001280     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001290     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001300     PERFORM 1300-VALIDATE-OPERATOR THRU 1300-EXIT.
001310     OPEN OUTPUT CHG-LOG-FILE.
001320     MOVE SPACES TO CHG-LOG-LINE.
001330     MOVE "BUSINESS-DAY CALENDAR CHANGE LOG" TO CHG-LOG-LINE.
001340     WRITE CHG-LOG-LINE AFTER ADVANCING PAGE.
001350     MOVE SPACES TO WS-REPORT-LINE.
001360     STRING "SESSION " WS-TODAY "  USER " WS-OPERATOR-ID
001370         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001380     MOVE WS-REPORT-LINE TO CHG-LOG-LINE.
001390     WRITE CHG-LOG-LINE AFTER ADVANCING 1 LINE.
001400     MOVE SPACES TO CHG-LOG-LINE.
001410     WRITE CHG-LOG-LINE AFTER ADVANCING 1 LINE.
001420     OPEN INPUT CAL-IN-FILE.
001430     IF WS-CALIN-STATUS NOT = "00"
001440         DISPLAY "CALENDAR MASTER NOT AVAILABLE - STATUS "
001450             WS-CALIN-STATUS
001460         DISPLAY "STARTING WITH AN EMPTY CALENDAR"
001470         SET WS-END-OF-FILE TO TRUE
001480     END-IF.
001490     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
001500         UNTIL WS-END-OF-FILE.
001510     IF WS-CALIN-STATUS = "00"
001520         CLOSE CAL-IN-FILE
001530     END-IF.
001540     OPEN OUTPUT CAL-OUT-FILE.
001550     IF WS-CAL-COUNT = ZERO
001560         DISPLAY "CALENDAR IS EMPTY"
001570     ELSE
001580         DISPLAY "CALENDAR " WS-CL-DATE (1) " THROUGH "
001590             WS-CL-DATE (WS-CAL-COUNT) " - " WS-CAL-COUNT " DAYS"
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630*    ------------------------------------------------------------
001640*    TABLE THE MASTER.  A DAY MISSING BETWEEN TWO ON FILE IS
001650*    FILLED IN WITH ITS DEFAULT; A DAY OUT OF ORDER OR REPEATED
001660*    IS DROPPED.  EITHER IS LOGGED.
001670*    ------------------------------------------------------------
001680 1100-LOAD-MASTER.
001690     READ CAL-IN-FILE
001700         AT END
001710             SET WS-END-OF-FILE TO TRUE
001720             GO TO 1100-EXIT
001730     END-READ.
001740     MOVE CA-CAL-DATE OF CAL-IN-RECORD TO WS-WORK-DATE.
001750     PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
001760     IF NOT WS-DATE-OK
001770         MOVE SPACES TO WS-REPORT-LINE
001780         STRING "DROPPED    UNREADABLE DATE <" WS-WORK-DATE ">"
001790             DELIMITED BY SIZE INTO WS-REPORT-LINE
001800         PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
001810         GO TO 1100-EXIT
001820     END-IF.
001830     IF WS-CAL-COUNT = ZERO
001840         MOVE WS-DATE-INT TO WS-FIRST-INT
001850     END-IF.
001860     IF WS-DATE-INT < WS-FIRST-INT + WS-CAL-COUNT
001870         MOVE SPACES TO WS-REPORT-LINE
001880         STRING "DROPPED    " WS-WORK-DATE " OUT OF ORDER AFTER "
001890             WS-CL-DATE (WS-CAL-COUNT)
001900             DELIMITED BY SIZE INTO WS-REPORT-LINE
001910         PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
001920         GO TO 1100-EXIT
001930     END-IF.
001940     MOVE ZERO TO WS-FILL-COUNT.
001950     COMPUTE WS-END-INT = WS-DATE-INT - 1.
001960     PERFORM 6000-ADD-DEFAULT-DAY THRU 6000-EXIT
001970         UNTIL WS-FIRST-INT + WS-CAL-COUNT > WS-END-INT
001980             OR WS-CAL-COUNT NOT < 4000.
001990     IF WS-FILL-COUNT > ZERO
002000         MOVE SPACES TO WS-REPORT-LINE
002010         STRING "FILLED IN  " WS-FILL-COUNT
002020             " MISSING DAY(S) BEFORE " WS-WORK-DATE
002030             DELIMITED BY SIZE INTO WS-REPORT-LINE
002040         PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
002050     END-IF.
002060     IF WS-CAL-COUNT NOT < 4000
002070         DISPLAY "CALENDAR TABLE FULL AT " WS-WORK-DATE
002080             " - LATER DAYS DROPPED"
002090         SET WS-END-OF-FILE TO TRUE
002100         GO TO 1100-EXIT
002110     END-IF.
002120     ADD 1 TO WS-CAL-COUNT.
002130     MOVE CA-CAL-DATE OF CAL-IN-RECORD
002140         TO WS-CL-DATE (WS-CAL-COUNT).
002150     MOVE CA-DAY-TYPE OF CAL-IN-RECORD
002160         TO WS-CL-TYPE (WS-CAL-COUNT).
002170     MOVE CA-MONTH-END OF CAL-IN-RECORD
002180         TO WS-CL-MONTH-END (WS-CAL-COUNT).
002190     MOVE CA-DESCRIPTION OF CAL-IN-RECORD
002200         TO WS-CL-DESC (WS-CAL-COUNT).
002210     MOVE CA-MAINT-DATE OF CAL-IN-RECORD
002220         TO WS-CL-MAINT-DATE (WS-CAL-COUNT).
002230     MOVE CA-MAINT-USER OF CAL-IN-RECORD
002240         TO WS-CL-MAINT-USER (WS-CAL-COUNT).
002250 1100-EXIT.
002260     EXIT.
002270 1300-VALIDATE-OPERATOR.
002280     OPEN INPUT OPER-MAST-FILE.
002290     IF WS-OPERMAST-STATUS NOT = "00"
002300         DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
002310             WS-OPERMAST-STATUS
002320         DISPLAY "SESSION REFUSED"
002330         MOVE 12 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     PERFORM 1350-READ-OPER-MASTER THRU 1350-EXIT
002370         UNTIL WS-OPER-END-OF-FILE
002380             OR WS-OPER-FOUND.
002390     CLOSE OPER-MAST-FILE.
002400     IF NOT WS-OPER-FOUND
002410         DISPLAY "USER " WS-OPERATOR-ID
002420             " NOT AUTHORIZED ON OPERATOR MASTER - "
002430             "SESSION REFUSED"
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     DISPLAY "USER " WS-OPERATOR-ID " SIGNED ON".
002480 1300-EXIT.
002490     EXIT.
002500 1350-READ-OPER-MASTER.
002510     READ OPER-MAST-FILE
002520         AT END
002530             SET WS-OPER-END-OF-FILE TO TRUE
002540             GO TO 1350-EXIT
002550     END-READ.
002560     IF OP-OPERATOR-ID = WS-OPERATOR-ID
002570         AND OP-STATUS = "A"
002580         SET WS-OPER-FOUND TO TRUE
002590     END-IF.
002600 1350-EXIT.
002610     EXIT.
002620 2000-PROCESS-ACTION.
002630     DISPLAY " ".
002640     DISPLAY "ACTION - (G)ENERATE (H)OLIDAY (W)ORKING (C)LEAR "
002650         "(M)ONTH-END (L)IST (Q)UIT: ".
002660     ACCEPT WS-ACTION.
002670     EVALUATE WS-ACTION
002680         WHEN "G"
002690         WHEN "g"
002700             PERFORM 3000-GENERATE THRU 3000-EXIT
002710         WHEN "H"
002720         WHEN "h"
002730             PERFORM 4000-SET-HOLIDAY THRU 4000-EXIT
002740         WHEN "W"
002750         WHEN "w"
002760             PERFORM 4100-SET-WORKING THRU 4100-EXIT
002770         WHEN "C"
002780         WHEN "c"
002790             PERFORM 4200-CLEAR-DAY THRU 4200-EXIT
002800         WHEN "M"
002810         WHEN "m"
002820             PERFORM 5000-SET-MONTH-END THRU 5000-EXIT
002830         WHEN "L"
002840         WHEN "l"
002850             PERFORM 5500-LIST-MONTH THRU 5500-EXIT
002860         WHEN "Q"
002870         WHEN "q"
002880             SET WS-SESSION-DONE TO TRUE
002890         WHEN OTHER
002900             DISPLAY "ENTER G, H, W, C, M, L, OR Q"
002910     END-EVALUATE.
002920 2000-EXIT.
002930     EXIT.
002940*    ------------------------------------------------------------
002950*    FIND A KEYED DATE ON THE TABLE - WS-DAY-SUB, ZERO IF THE
002960*    DATE IS NOT A DATE OR NOT ON THE CALENDAR.
002970*    ------------------------------------------------------------
002980 2500-FIND-DAY.
002990     MOVE ZERO TO WS-DAY-SUB.
003000     DISPLAY "DATE (YYYYMMDD): ".
003010     ACCEPT WS-WORK-DATE.
003020     PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
003030     IF NOT WS-DATE-OK
003040         DISPLAY "NOT A DATE - CANCELLED"
003050         GO TO 2500-EXIT
003060     END-IF.
003070     IF WS-CAL-COUNT = ZERO
003080         OR WS-DATE-INT < WS-FIRST-INT
003090         OR WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
003100         DISPLAY "DATE NOT ON THE CALENDAR - GENERATE FIRST"
003110         GO TO 2500-EXIT
003120     END-IF.
003130     COMPUTE WS-DAY-SUB = WS-DATE-INT - WS-FIRST-INT + 1.
003140     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
003150     DISPLAY WS-CL-DATE (WS-DAY-SUB) " "
003160         WS-DAY-NAME (WS-WEEKDAY) " NOW <"
003170         WS-CL-TYPE (WS-DAY-SUB) "> <"
003180         WS-CL-DESC (WS-DAY-SUB) ">".
003190 2500-EXIT.
003200     EXIT.
003210*    ------------------------------------------------------------
003220*    WS-WORK-DATE MUST BE A REAL YYYYMMDD DATE - ITS DAY NUMBER
003230*    MUST TURN BACK INTO THE SAME DATE.  LEAVES WS-DATE-INT SET.
003240*    ------------------------------------------------------------
003250 2650-CHECK-DATE.
003260     MOVE "N" TO WS-DATE-OK-SWITCH.
003270     MOVE ZERO TO WS-DATE-INT.
003280     IF WS-WORK-DATE NOT NUMERIC
003290         OR WS-WORK-DATE < "16010101"
003300         GO TO 2650-EXIT
003310     END-IF.
003320     COMPUTE WS-DATE-INT
003330         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
003340     IF WS-DATE-INT = ZERO
003350         GO TO 2650-EXIT
003360     END-IF.
003370     COMPUTE WS-CHECK-DATE
003380         = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003390     IF WS-CHECK-DATE = WS-WORK-DATE-NUM
003400         SET WS-DATE-OK TO TRUE
003410     END-IF.
003420 2650-EXIT.
003430     EXIT.
003440*    ------------------------------------------------------------
003450*    ADD THE DAYS FROM THE END OF THE CALENDAR (OR A KEYED FIRST
003460*    DAY ON AN EMPTY ONE) THROUGH 31 DECEMBER OF THE KEYED YEAR,
003470*    THEN WORK OUT THE CLOSE DATE OF EVERY MONTH TOUCHED.
003480*    ------------------------------------------------------------
003490 3000-GENERATE.
003500     IF WS-CAL-COUNT = ZERO
003510         DISPLAY "FIRST DAY OF THE CALENDAR (YYYYMMDD): "
003520         ACCEPT WS-WORK-DATE
003530         PERFORM 2650-CHECK-DATE THRU 2650-EXIT
003540         IF NOT WS-DATE-OK
003550             DISPLAY "NOT A DATE - CANCELLED"
003560             GO TO 3000-EXIT
003570         END-IF
003580         MOVE WS-DATE-INT TO WS-FIRST-INT
003590     END-IF.
003600     DISPLAY "GENERATE THROUGH THE END OF YEAR (YYYY): ".
003610     ACCEPT WS-WORK-YEAR.
003620     MOVE SPACES TO WS-WORK-DATE.
003630     STRING WS-WORK-YEAR "1231" DELIMITED BY SIZE
003640         INTO WS-WORK-DATE.
003650     PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
003660     IF NOT WS-DATE-OK
003670         DISPLAY "NOT A YEAR - CANCELLED"
003680         GO TO 3000-EXIT
003690     END-IF.
003700     MOVE WS-DATE-INT TO WS-END-INT.
003710     IF WS-FIRST-INT + WS-CAL-COUNT > WS-END-INT
003720         DISPLAY "CALENDAR ALREADY RUNS THROUGH "
003730             WS-CL-DATE (WS-CAL-COUNT)
003740         GO TO 3000-EXIT
003750     END-IF.
003760     COMPUTE WS-GEN-START-SUB = WS-CAL-COUNT + 1.
003770     MOVE ZERO TO WS-FILL-COUNT.
003780     PERFORM 6000-ADD-DEFAULT-DAY THRU 6000-EXIT
003790         UNTIL WS-FIRST-INT + WS-CAL-COUNT > WS-END-INT
003800             OR WS-CAL-COUNT NOT < 4000.
003810     IF WS-FILL-COUNT = ZERO
003820         DISPLAY "CALENDAR TABLE FULL - NOTHING GENERATED"
003830         GO TO 3000-EXIT
003840     END-IF.
003850     PERFORM 3100-MONTH-END-IF-NEW THRU 3100-EXIT
003860         VARYING WS-CAL-SUB FROM WS-GEN-START-SUB BY 1
003870         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
003880     MOVE SPACES TO WS-REPORT-LINE.
003890     STRING "GENERATED  " WS-CL-DATE (WS-GEN-START-SUB)
003900         " THROUGH " WS-CL-DATE (WS-CAL-COUNT) " - "
003910         WS-FILL-COUNT " DAYS"
003920         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003930     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
003940     DISPLAY "CALENDAR NOW RUNS THROUGH "
003950         WS-CL-DATE (WS-CAL-COUNT).
003960     IF WS-FIRST-INT + WS-CAL-COUNT NOT > WS-END-INT
003970         DISPLAY "CALENDAR TABLE FULL - STOPPED SHORT OF "
003980             WS-WORK-DATE
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020 3100-MONTH-END-IF-NEW.
004030     IF WS-CAL-SUB = WS-GEN-START-SUB
004040         OR WS-CL-DATE (WS-CAL-SUB) (7:2) = "01"
004050         MOVE WS-CL-DATE (WS-CAL-SUB) (1:6) TO WS-MK-YYYYMM
004060         PERFORM 6400-SET-MONTH-END THRU 6400-EXIT
004070     END-IF.
004080 3100-EXIT.
004090     EXIT.
004100*    ------------------------------------------------------------
004110*    DAY-TYPE CHANGES.  EACH ONE WORKS OUT THE MONTH'S CLOSE
004120*    DATE AGAIN, SINCE THE LAST BUSINESS DAY MAY HAVE MOVED.
004130*    ------------------------------------------------------------
004140 4000-SET-HOLIDAY.
004150     PERFORM 2500-FIND-DAY THRU 2500-EXIT.
004160     IF WS-DAY-SUB = ZERO
004170         GO TO 4000-EXIT
004180     END-IF.
004190     DISPLAY "HOLIDAY NAME: ".
004200     ACCEPT WS-WORK-DESC.
004210     IF WS-WORK-DESC = SPACES
004220         DISPLAY "BLANK NAME - CANCELLED"
004230         GO TO 4000-EXIT
004240     END-IF.
004250     MOVE "H" TO WS-CL-TYPE (WS-DAY-SUB).
004260     MOVE WS-WORK-DESC TO WS-CL-DESC (WS-DAY-SUB).
004270     MOVE SPACES TO WS-REPORT-LINE.
004280     STRING "HOLIDAY    " WS-CL-DATE (WS-DAY-SUB) " <"
004290         WS-WORK-DESC ">"
004300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004310     PERFORM 4900-DAY-CHANGED THRU 4900-EXIT.
004320     DISPLAY WS-CL-DATE (WS-DAY-SUB) " IS NOW A HOLIDAY".
004330 4000-EXIT.
004340     EXIT.
004350 4100-SET-WORKING.
004360     PERFORM 2500-FIND-DAY THRU 2500-EXIT.
004370     IF WS-DAY-SUB = ZERO
004380         GO TO 4100-EXIT
004390     END-IF.
004400     DISPLAY "NOTE (BLANK = NONE): ".
004410     ACCEPT WS-WORK-DESC.
004420     MOVE "W" TO WS-CL-TYPE (WS-DAY-SUB).
004430     MOVE WS-WORK-DESC TO WS-CL-DESC (WS-DAY-SUB).
004440     MOVE SPACES TO WS-REPORT-LINE.
004450     STRING "WORKING    " WS-CL-DATE (WS-DAY-SUB) " <"
004460         WS-WORK-DESC ">"
004470         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004480     PERFORM 4900-DAY-CHANGED THRU 4900-EXIT.
004490     DISPLAY WS-CL-DATE (WS-DAY-SUB) " IS NOW A BUSINESS DAY".
004500 4100-EXIT.
004510     EXIT.
004520 4200-CLEAR-DAY.
004530     PERFORM 2500-FIND-DAY THRU 2500-EXIT.
004540     IF WS-DAY-SUB = ZERO
004550         GO TO 4200-EXIT
004560     END-IF.
004570     IF WS-WEEKDAY > 5
004580         MOVE "N" TO WS-CL-TYPE (WS-DAY-SUB)
004590     ELSE
004600         MOVE "W" TO WS-CL-TYPE (WS-DAY-SUB)
004610     END-IF.
004620     MOVE SPACES TO WS-CL-DESC (WS-DAY-SUB).
004630     MOVE SPACES TO WS-REPORT-LINE.
004640     STRING "CLEARED    " WS-CL-DATE (WS-DAY-SUB) " TO <"
004650         WS-CL-TYPE (WS-DAY-SUB) ">"
004660         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004670     PERFORM 4900-DAY-CHANGED THRU 4900-EXIT.
004680     DISPLAY WS-CL-DATE (WS-DAY-SUB) " BACK TO ITS DEFAULT <"
004690         WS-CL-TYPE (WS-DAY-SUB) ">".
004700 4200-EXIT.
004710     EXIT.
004720 4900-DAY-CHANGED.
004730     MOVE WS-TODAY TO WS-CL-MAINT-DATE (WS-DAY-SUB).
004740     MOVE WS-OPERATOR-ID TO WS-CL-MAINT-USER (WS-DAY-SUB).
004750     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
004760     MOVE WS-CL-DATE (WS-DAY-SUB) (1:6) TO WS-MK-YYYYMM.
004770     PERFORM 6400-SET-MONTH-END THRU 6400-EXIT.
004780 4900-EXIT.
004790     EXIT.
004800*    ------------------------------------------------------------
004810*    SET A MONTH'S CLOSE DATE BY HAND.  IT MUST BE A BUSINESS
004820*    DAY; IT STAYS UNTIL SET AGAIN OR UNTIL THE DAY STOPS BEING
004830*    A BUSINESS DAY.
004840*    ------------------------------------------------------------
004850 5000-SET-MONTH-END.
004860     PERFORM 2500-FIND-DAY THRU 2500-EXIT.
004870     IF WS-DAY-SUB = ZERO
004880         GO TO 5000-EXIT
004890     END-IF.
004900     IF WS-CL-TYPE (WS-DAY-SUB) NOT = "W"
004910         DISPLAY "NOT A BUSINESS DAY - CANCELLED"
004920         GO TO 5000-EXIT
004930     END-IF.
004940     MOVE WS-CL-DATE (WS-DAY-SUB) (1:6) TO WS-MK-YYYYMM.
004950     PERFORM 6300-FIND-MONTH THRU 6300-EXIT.
004960     MOVE SPACES TO WS-OLD-CLOSE.
004970     PERFORM 5100-CLEAR-CLOSE THRU 5100-EXIT
004980         VARYING WS-CAL-SUB FROM WS-MONTH-FIRST-SUB BY 1
004990         UNTIL WS-CAL-SUB > WS-MONTH-LAST-SUB.
005000     MOVE "M" TO WS-CL-MONTH-END (WS-DAY-SUB).
005010     MOVE WS-TODAY TO WS-CL-MAINT-DATE (WS-DAY-SUB).
005020     MOVE WS-OPERATOR-ID TO WS-CL-MAINT-USER (WS-DAY-SUB).
005030     MOVE SPACES TO WS-REPORT-LINE.
005040     STRING "MONTH-END  " WS-CL-DATE (WS-DAY-SUB) " (WAS <"
005050         WS-OLD-CLOSE ">)"
005060         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005070     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
005080     DISPLAY WS-CL-DATE (WS-DAY-SUB)
005090         " IS NOW THE MONTH-END CLOSE".
005100 5000-EXIT.
005110     EXIT.
005120 5100-CLEAR-CLOSE.
005130     IF WS-CL-MONTH-END (WS-CAL-SUB) NOT = SPACE
005140         MOVE WS-CL-DATE (WS-CAL-SUB) TO WS-OLD-CLOSE
005150         MOVE SPACE TO WS-CL-MONTH-END (WS-CAL-SUB)
005160     END-IF.
005170 5100-EXIT.
005180     EXIT.
005190 5500-LIST-MONTH.
005200     DISPLAY "MONTH (YYYYMM): ".
005210     ACCEPT WS-WORK-MONTH.
005220     MOVE WS-WORK-MONTH TO WS-MK-YYYYMM.
005230     MOVE WS-MONTH-KEY TO WS-WORK-DATE.
005240     PERFORM 2650-CHECK-DATE THRU 2650-EXIT.
005250     IF NOT WS-DATE-OK
005260         DISPLAY "NOT A MONTH - CANCELLED"
005270         GO TO 5500-EXIT
005280     END-IF.
005290     PERFORM 6300-FIND-MONTH THRU 6300-EXIT.
005300     IF WS-MONTH-FIRST-SUB = ZERO
005310         DISPLAY "MONTH NOT ON THE CALENDAR"
005320         GO TO 5500-EXIT
005330     END-IF.
005340     PERFORM 5600-LIST-ONE THRU 5600-EXIT
005350         VARYING WS-CAL-SUB FROM WS-MONTH-FIRST-SUB BY 1
005360         UNTIL WS-CAL-SUB > WS-MONTH-LAST-SUB.
005370 5500-EXIT.
005380     EXIT.
005390 5600-LIST-ONE.
005400     COMPUTE WS-WEEKDAY
005410         = FUNCTION MOD(WS-FIRST-INT + WS-CAL-SUB - 2, 7) + 1.
005420     DISPLAY WS-CL-DATE (WS-CAL-SUB) " "
005430         WS-DAY-NAME (WS-WEEKDAY) " "
005440         WS-CL-TYPE (WS-CAL-SUB) " "
005450         WS-CL-MONTH-END (WS-CAL-SUB) " "
005460         WS-CL-DESC (WS-CAL-SUB) " "
005470         WS-CL-MAINT-DATE (WS-CAL-SUB) " "
005480         WS-CL-MAINT-USER (WS-CAL-SUB).
005490 5600-EXIT.
005500     EXIT.
005510*    ------------------------------------------------------------
005520*    APPEND THE NEXT DAY WITH ITS WEEKDAY DEFAULT.
005530*    ------------------------------------------------------------
005540 6000-ADD-DEFAULT-DAY.
005550     COMPUTE WS-DATE-INT = WS-FIRST-INT + WS-CAL-COUNT.
005560     COMPUTE WS-BUILD-DATE
005570         = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
005580     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
005590     ADD 1 TO WS-CAL-COUNT.
005600     ADD 1 TO WS-FILL-COUNT.
005610     MOVE WS-BUILD-DATE-X TO WS-CL-DATE (WS-CAL-COUNT).
005620     IF WS-WEEKDAY > 5
005630         MOVE "N" TO WS-CL-TYPE (WS-CAL-COUNT)
005640     ELSE
005650         MOVE "W" TO WS-CL-TYPE (WS-CAL-COUNT)
005660     END-IF.
005670     MOVE SPACE  TO WS-CL-MONTH-END (WS-CAL-COUNT).
005680     MOVE SPACES TO WS-CL-DESC (WS-CAL-COUNT).
005690     MOVE WS-TODAY TO WS-CL-MAINT-DATE (WS-CAL-COUNT).
005700     MOVE WS-OPERATOR-ID TO WS-CL-MAINT-USER (WS-CAL-COUNT).
005710 6000-EXIT.
005720     EXIT.
005730*    ------------------------------------------------------------
005740*    THE TABLE RANGE OF MONTH WS-MK-YYYYMM, CLIPPED TO THE
005750*    CALENDAR; ZERO FIRST-SUB WHEN NONE OF IT IS ON FILE.
005760*    ------------------------------------------------------------
005770 6300-FIND-MONTH.
005780     MOVE ZERO TO WS-MONTH-FIRST-SUB WS-MONTH-LAST-SUB.
005790     COMPUTE WS-DATE-INT
005800         = FUNCTION INTEGER-OF-DATE(WS-MONTH-KEY-NUM).
005810     IF WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
005820         GO TO 6300-EXIT
005830     END-IF.
005840     IF WS-DATE-INT < WS-FIRST-INT
005850         MOVE 1 TO WS-MONTH-FIRST-SUB
005860     ELSE
005870         COMPUTE WS-MONTH-FIRST-SUB
005880             = WS-DATE-INT - WS-FIRST-INT + 1
005890     END-IF.
005900     IF WS-CL-DATE (WS-MONTH-FIRST-SUB) (1:6) NOT = WS-MK-YYYYMM
005910         MOVE ZERO TO WS-MONTH-FIRST-SUB
005920         GO TO 6300-EXIT
005930     END-IF.
005940     MOVE WS-MONTH-FIRST-SUB TO WS-MONTH-LAST-SUB.
005950     PERFORM 6310-EXTEND-MONTH THRU 6310-EXIT
005960         UNTIL WS-MONTH-LAST-SUB NOT < WS-CAL-COUNT
005970             OR WS-CL-DATE (WS-MONTH-LAST-SUB + 1) (1:6)
005980                 NOT = WS-MK-YYYYMM.
005990 6300-EXIT.
006000     EXIT.
006010 6310-EXTEND-MONTH.
006020     ADD 1 TO WS-MONTH-LAST-SUB.
006030 6310-EXIT.
006040     EXIT.
006050*    ------------------------------------------------------------
006060*    WORK OUT MONTH WS-MK-YYYYMM'S CLOSE DATE: A HAND-SET ONE
006070*    ("M") STANDS WHILE IT IS STILL A BUSINESS DAY, OTHERWISE THE
006080*    LAST BUSINESS DAY OF THE MONTH ("Y").
006090*    ------------------------------------------------------------
006100 6400-SET-MONTH-END.
006110     PERFORM 6300-FIND-MONTH THRU 6300-EXIT.
006120     IF WS-MONTH-FIRST-SUB = ZERO
006130         GO TO 6400-EXIT
006140     END-IF.
006150     MOVE ZERO TO WS-LAST-WORK-SUB WS-MANUAL-SUB.
006160     PERFORM 6410-SCAN-MONTH THRU 6410-EXIT
006170         VARYING WS-CAL-SUB FROM WS-MONTH-FIRST-SUB BY 1
006180         UNTIL WS-CAL-SUB > WS-MONTH-LAST-SUB.
006190     IF WS-MANUAL-SUB = ZERO
006200         AND WS-LAST-WORK-SUB > ZERO
006210         MOVE "Y" TO WS-CL-MONTH-END (WS-LAST-WORK-SUB)
006220     END-IF.
006230 6400-EXIT.
006240     EXIT.
006250 6410-SCAN-MONTH.
006260     IF WS-CL-MONTH-END (WS-CAL-SUB) = "M"
006270         AND WS-CL-TYPE (WS-CAL-SUB) = "W"
006280         MOVE WS-CAL-SUB TO WS-MANUAL-SUB
006290     ELSE
006300         IF WS-CL-MONTH-END (WS-CAL-SUB) = "M"
006310             DISPLAY "HAND-SET MONTH-END " WS-CL-DATE (WS-CAL-SUB)
006320                 " IS NO LONGER A BUSINESS DAY - DROPPED"
006330         END-IF
006340         MOVE SPACE TO WS-CL-MONTH-END (WS-CAL-SUB)
006350     END-IF.
006360     IF WS-CL-TYPE (WS-CAL-SUB) = "W"
006370         MOVE WS-CAL-SUB TO WS-LAST-WORK-SUB
006380     END-IF.
006390 6410-EXIT.
006400     EXIT.
006410 7000-LOG-CHANGE.
006420     ADD 1 TO WS-CHANGE-COUNT.
006430     ACCEPT WS-TIME FROM TIME.
006440     MOVE SPACES TO CHG-LOG-LINE.
006450     STRING WS-TODAY " " WS-TIME (1:6) " " WS-OPERATOR-ID
006460         " " WS-REPORT-LINE (1:80)
006470         DELIMITED BY SIZE INTO CHG-LOG-LINE.
006480     WRITE CHG-LOG-LINE AFTER ADVANCING 1 LINE.
006490 7000-EXIT.
006500     EXIT.
006510*    ------------------------------------------------------------
006520*    WRITE THE CALENDAR BACK, NUMBERING THE BUSINESS DAYS.
006530*    ------------------------------------------------------------
006540 8000-WRITE-MASTER.
006550     MOVE ZERO TO WS-BUS-SEQ.
006560     PERFORM 8100-WRITE-ONE THRU 8100-EXIT
006570         VARYING WS-CAL-SUB FROM 1 BY 1
006580         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
006590     DISPLAY "CALENDAR DAYS WRITTEN: " WS-CAL-COUNT.
006600     DISPLAY "BUSINESS DAYS        : " WS-BUS-SEQ.
006610 8000-EXIT.
006620     EXIT.
006630 8100-WRITE-ONE.
006640     IF WS-CL-TYPE (WS-CAL-SUB) = "W"
006650         ADD 1 TO WS-BUS-SEQ
006660     END-IF.
006670     MOVE SPACES TO WS-OUT-BUILD.
006680     MOVE WS-CL-DATE (WS-CAL-SUB)       TO CA-CAL-DATE
006690         OF WS-OUT-BUILD.
006700     MOVE WS-CL-TYPE (WS-CAL-SUB)       TO CA-DAY-TYPE
006710         OF WS-OUT-BUILD.
006720     MOVE WS-CL-MONTH-END (WS-CAL-SUB)  TO CA-MONTH-END
006730         OF WS-OUT-BUILD.
006740     MOVE WS-BUS-SEQ                    TO CA-BUS-DAY-SEQ
006750         OF WS-OUT-BUILD.
006760     MOVE WS-CL-DESC (WS-CAL-SUB)       TO CA-DESCRIPTION
006770         OF WS-OUT-BUILD.
006780     MOVE WS-CL-MAINT-DATE (WS-CAL-SUB) TO CA-MAINT-DATE
006790         OF WS-OUT-BUILD.
006800     MOVE WS-CL-MAINT-USER (WS-CAL-SUB) TO CA-MAINT-USER
006810         OF WS-OUT-BUILD.
006820     MOVE WS-OUT-BUILD TO CAL-OUT-RECORD.
006830     WRITE CAL-OUT-RECORD.
006840 8100-EXIT.
006850     EXIT.
006860 9999-TERMINATE.
006870     CLOSE CAL-OUT-FILE.
006880     MOVE SPACES TO CHG-LOG-LINE.
006890     WRITE CHG-LOG-LINE AFTER ADVANCING 1 LINE.
006900     MOVE SPACES TO WS-REPORT-LINE.
006910     STRING "CHANGES THIS SESSION: " WS-CHANGE-COUNT
006920         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006930     MOVE WS-REPORT-LINE TO CHG-LOG-LINE.
006940     WRITE CHG-LOG-LINE AFTER ADVANCING 1 LINE.
006950     CLOSE CHG-LOG-FILE.
006960 9999-EXIT.
006970     EXIT.
