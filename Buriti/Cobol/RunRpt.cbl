000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RunRpt.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  MORNING BATCH-WINDOW REPORT.  EVERY
000110*               PROGRAM IN THE NIGHTLY CYCLE APPENDS A START AND
000120*               AN END RECORD TO THE SHARED RUNLOG DATASET (SEE
000130*               RUNLOGRC).  THIS PROGRAM PAIRS THEM FOR THE CYCLE
000140*               NIGHT - THE RUNS STARTED FROM NOON ON THE CYCLE
000150*               DATE TO NOON THE NEXT DAY - AND PRINTS ONE PAGE:
000160*                 EACH STEP'S START, END, ELAPSED TIME, RETURN
000170*                 CODE AND KEY COUNTS, AGAINST THE SAME STEP ON
000180*                 THE SAME WEEKDAY LAST WEEK
000190*                 STEPS THAT ENDED NON-ZERO, NEVER WROTE AN END
000200*                 RECORD (ABENDED OR CANCELLED), OR ENDED AFTER
000210*                 THE BATCH WINDOW CLOSED
000220*                 REQUIRED STEPS (RUNCTL "P" CARDS) THAT NEVER RAN
000230*                 THE NIGHT'S FIRST START, LAST END AND SHARE OF
000240*                 THE WINDOW USED, AGAINST LAST WEEK
000250*               THE RUNCTL CARDS ALSO SET THE WINDOW, THE CYCLE
000260*               DATE (DEFAULT YESTERDAY) AND HOW MANY DAYS OF LOG
000270*               TO KEEP.  THE RECORDS STILL INSIDE THE KEEP
000280*               PERIOD ARE COPIED TO RUNKEEP, WHICH THE JOB COPIES
000290*               BACK OVER RUNLOG.  ENDS RC=4 WHEN ANYTHING WAS
000300*               FLAGGED, RC=12 ON A BAD CARD OR NO RUNLOG.
000301* 10/15/26 EM   STEPS ARE KEPT APART BY THE RUNLOG RUN QUALIFIER
000302*               (DeptRet'S DEPARTMENT OR CHECK) AS WELL AS PROGRAM
000303*               AND STREAM - FOR PAIRING, LAST WEEK'S COMPARISON
000304*               AND THE NEVER-RAN CHECK - AND IT IS PRINTED UNDER
000305*               "PARM".  A "P" CARD CARRIES THE QUALIFIER IT
000306*               EXPECTS IN COLUMNS 41-48.
000310* ----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RUNLOG-STATUS.
000380     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RUNCTL-STATUS.
000410     SELECT RUN-KEEP-FILE ASSIGN TO "RUNKEEP"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT RUN-RPT-FILE ASSIGN TO "RUNRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RUN-LOG-FILE.
000480 01  RUN-LOG-RECORD.
000490     COPY RUNLOGRC.
000500 FD  RUN-CTL-FILE.
000510 01  RUN-CTL-RECORD.
000520     05  RK-CARD-TYPE            PIC X(01).
000530         88  RK-WINDOW-CARD          VALUE "W".
000540         88  RK-PROGRAM-CARD         VALUE "P".
000550         88  RK-DATE-CARD            VALUE "D".
000560         88  RK-COMMENT-CARD         VALUE "*".
000570     05  RK-CARD-BODY            PIC X(79).
000580     05  RK-WINDOW-FIELDS REDEFINES RK-CARD-BODY.
000590         10  RK-WINDOW-START     PIC X(04).
000600         10  RK-WINDOW-START-N REDEFINES RK-WINDOW-START.
000610             15  RK-WINDOW-START-HH  PIC 9(02).
000620             15  RK-WINDOW-START-MM  PIC 9(02).
000630         10  RK-WINDOW-END       PIC X(04).
000640         10  RK-WINDOW-END-N REDEFINES RK-WINDOW-END.
000650             15  RK-WINDOW-END-HH    PIC 9(02).
000660             15  RK-WINDOW-END-MM    PIC 9(02).
000670         10  RK-KEEP-DAYS        PIC X(03).
000680         10  RK-KEEP-DAYS-N REDEFINES RK-KEEP-DAYS
000690                                 PIC 9(03).
000700         10  FILLER              PIC X(68).
000710     05  RK-PROGRAM-FIELDS REDEFINES RK-CARD-BODY.
000720         10  RK-PROGRAM-ID       PIC X(08).
000730         10  RK-OPTIONAL-FLAG    PIC X(01).
000740             88  RK-OPTIONAL         VALUE "O".
000750         10  RK-DESCRIPTION      PIC X(30).
000755         10  RK-RUN-QUALIFIER    PIC X(08).
000760         10  FILLER              PIC X(32).
000770     05  RK-DATE-FIELDS REDEFINES RK-CARD-BODY.
000780         10  RK-CYCLE-DATE       PIC X(08).
000790         10  RK-CYCLE-DATE-N REDEFINES RK-CYCLE-DATE
000800                                 PIC 9(08).
000810         10  FILLER              PIC X(71).
000820 FD  RUN-KEEP-FILE.
000830 01  RUN-KEEP-RECORD             PIC X(100).
000840 FD  RUN-RPT-FILE.
000850 01  RUN-RPT-LINE                PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000880 77  WS-RUNCTL-STATUS            PIC X(02)      VALUE SPACES.
000890 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000900     88  WS-END-OF-FILE              VALUE "Y".
000910 77  WS-CTL-EOF-SWITCH           PIC X(01)      VALUE "N".
000920     88  WS-CTL-END-OF-FILE          VALUE "Y".
000930 77  WS-FOUND-SWITCH             PIC X(01)      VALUE "N".
000940     88  WS-ENTRY-FOUND              VALUE "Y".
000950 77  WS-NIGHT                    PIC X(01)      VALUE SPACES.
000960 77  WS-WINDOW-START-HH          PIC 9(02)      VALUE 22.
000970 77  WS-WINDOW-START-MM          PIC 9(02)      VALUE ZERO.
000980 77  WS-WINDOW-END-HH            PIC 9(02)      VALUE 6.
000990 77  WS-WINDOW-END-MM            PIC 9(02)      VALUE ZERO.
001000 77  WS-KEEP-DAYS                PIC 9(03)      VALUE 35.
001010 77  WS-READ-COUNT               PIC 9(07)      VALUE ZERO.
001020 77  WS-KEPT-COUNT               PIC 9(07)      VALUE ZERO.
001030 77  WS-BAD-COUNT                PIC 9(05)      VALUE ZERO.
001040 77  WS-OVERFLOW-COUNT           PIC 9(05)      VALUE ZERO.
001050 77  WS-STEP-COUNT               PIC 9(05)      VALUE ZERO.
001060 77  WS-NONZERO-COUNT            PIC 9(05)      VALUE ZERO.
001070 77  WS-NOEND-COUNT              PIC 9(05)      VALUE ZERO.
001080 77  WS-LATE-COUNT               PIC 9(05)      VALUE ZERO.
001090 77  WS-MISSED-COUNT             PIC 9(05)      VALUE ZERO.
001100 77  WS-FINDING-COUNT            PIC 9(05)      VALUE ZERO.
001110 77  WS-RUN-SUB                  PIC 9(03)      VALUE ZERO.
001120 77  WS-NEXT-SUB                 PIC 9(03)      VALUE ZERO.
001130 77  WS-PRIOR-SUB                PIC 9(03)      VALUE ZERO.
001140 77  WS-PROG-SUB                 PIC 9(03)      VALUE ZERO.
001150 77  WS-COUNT-SUB                PIC 9(01)      VALUE ZERO.
001160 77  WS-TODAY-INT                PIC 9(08)      VALUE ZERO.
001170 77  WS-CYCLE-INT                PIC 9(08)      VALUE ZERO.
001180 77  WS-KEEP-INT                 PIC 9(08)      VALUE ZERO.
001190 77  WS-RECORD-INT               PIC 9(08)      VALUE ZERO.
001200 77  WS-NIGHT-FROM               PIC 9(11)      VALUE ZERO.
001210 77  WS-NIGHT-TO                 PIC 9(11)      VALUE ZERO.
001220 77  WS-PRIOR-FROM               PIC 9(11)      VALUE ZERO.
001230 77  WS-PRIOR-TO                 PIC 9(11)      VALUE ZERO.
001240 77  WS-WINDOW-FROM              PIC 9(11)      VALUE ZERO.
001250 77  WS-WINDOW-TO                PIC 9(11)      VALUE ZERO.
001260 77  WS-WINDOW-LENGTH            PIC 9(09)      VALUE ZERO.
001270 77  WS-CALC-SECS                PIC 9(11)      VALUE ZERO.
001280 77  WS-FIRST-START              PIC 9(11)      VALUE ZERO.
001290 77  WS-LAST-END                 PIC 9(11)      VALUE ZERO.
001300 77  WS-PRIOR-FIRST-START        PIC 9(11)      VALUE ZERO.
001310 77  WS-PRIOR-LAST-END           PIC 9(11)      VALUE ZERO.
001320 77  WS-NIGHT-ELAPSED            PIC 9(09)      VALUE ZERO.
001330 77  WS-PRIOR-ELAPSED            PIC 9(09)      VALUE ZERO.
001340 77  WS-STEP-ELAPSED             PIC 9(09)      VALUE ZERO.
001350 77  WS-DUR-SECS                 PIC S9(09)     VALUE ZERO.
001360 77  WS-DUR-WORK                 PIC 9(09)      VALUE ZERO.
001370 77  WS-DUR-REM                  PIC 9(09)      VALUE ZERO.
001380 77  WS-PCT-USED                 PIC 9(05)      VALUE ZERO.
001390 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
001400 01  WS-TODAY-NUM REDEFINES WS-TODAY
001410                                 PIC 9(08).
001420 01  WS-CYCLE-DATE               PIC 9(08)      VALUE ZERO.
001430 01  WS-PRIOR-DATE               PIC 9(08)      VALUE ZERO.
001440 01  WS-CALC-DATE                PIC X(08)      VALUE SPACES.
001450 01  WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE
001460                                 PIC 9(08).
001470 01  WS-CALC-TIME                PIC X(06)      VALUE SPACES.
001480 01  WS-CALC-TIME-SPLIT REDEFINES WS-CALC-TIME.
001490     05  WS-CALC-HH              PIC 9(02).
001500     05  WS-CALC-MM              PIC 9(02).
001510     05  WS-CALC-SS              PIC 9(02).
001520 01  WS-DURATION-TEXT.
001530     05  WS-DUR-SIGN             PIC X(01).
001540     05  WS-DUR-HH               PIC 9(02).
001550     05  FILLER                  PIC X(01)      VALUE ":".
001560     05  WS-DUR-MM               PIC 9(02).
001570     05  FILLER                  PIC X(01)      VALUE ":".
001580     05  WS-DUR-SS               PIC 9(02).
001590 01  WS-STAMP-TEXT.
001600     05  WS-STAMP-MO             PIC X(02).
001610     05  FILLER                  PIC X(01)      VALUE "/".
001620     05  WS-STAMP-DD             PIC X(02).
001630     05  FILLER                  PIC X(01)      VALUE SPACE.
001640     05  WS-STAMP-HH             PIC X(02).
001650     05  FILLER                  PIC X(01)      VALUE ":".
001660     05  WS-STAMP-MI             PIC X(02).
001670     05  FILLER                  PIC X(01)      VALUE ":".
001680     05  WS-STAMP-SS             PIC X(02).
001690 01  WS-STAMP-DATE               PIC X(08)      VALUE SPACES.
001700 01  WS-STAMP-DATE-SPLIT REDEFINES WS-STAMP-DATE.
001710     05  FILLER                  PIC X(04).
001720     05  WS-SD-MO                PIC X(02).
001730     05  WS-SD-DD                PIC X(02).
001740 01  WS-STAMP-TIME               PIC X(06)      VALUE SPACES.
001750 01  WS-STAMP-TIME-SPLIT REDEFINES WS-STAMP-TIME.
001760     05  WS-ST-HH                PIC X(02).
001770     05  WS-ST-MI                PIC X(02).
001780     05  WS-ST-SS                PIC X(02).
001790 01  WS-START-TEXT               PIC X(14)      VALUE SPACES.
001800 01  WS-END-TEXT                 PIC X(14)      VALUE SPACES.
001810 01  WS-ELAPSED-TEXT             PIC X(08)      VALUE SPACES.
001820 01  WS-PRIOR-TEXT               PIC X(09)      VALUE SPACES.
001830 01  WS-CHANGE-TEXT              PIC X(09)      VALUE SPACES.
001840 01  WS-RC-TEXT                  PIC X(04)      VALUE SPACES.
001850 01  WS-STREAM-TEXT              PIC X(02)      VALUE SPACES.
001860 01  WS-COUNT-TEXT               PIC X(45)      VALUE SPACES.
001870 01  WS-COUNT-PART               PIC X(15)      VALUE SPACES.
001880 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
001890 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001900 01  WS-EDIT-VALUE               PIC Z(8)9.
001910 01  WS-EDIT-RC                  PIC ZZZ9.
001920 01  WS-EDIT-PCT                 PIC ZZZZ9.
001930 01  WS-EDIT-KEEP                PIC ZZ9.
001940 01  WS-WINDOW-TEXT.
001950     05  WS-WT-START-HH          PIC 9(02).
001960     05  FILLER                  PIC X(01)      VALUE ":".
001970     05  WS-WT-START-MM          PIC 9(02).
001980     05  FILLER                  PIC X(03)      VALUE " - ".
001990     05  WS-WT-END-HH            PIC 9(02).
002000     05  FILLER                  PIC X(01)      VALUE ":".
002010     05  WS-WT-END-MM            PIC 9(02).
002020 01  WS-PROGRAM-TABLE.
002030     05  WS-PROG-COUNT           PIC 9(03)      VALUE ZERO.
002040     05  WS-PROG-ENTRY OCCURS 50 TIMES.
002050         10  WS-PG-PROGRAM           PIC X(08).
002060         10  WS-PG-OPTIONAL          PIC X(01).
002070         10  WS-PG-DESCRIPTION       PIC X(30).
002075         10  WS-PG-QUALIFIER         PIC X(08).
002080 01  WS-RUN-TABLE.
002090     05  WS-RUN-COUNT            PIC 9(03)      VALUE ZERO.
002100     05  WS-RUN-ENTRY OCCURS 500 TIMES.
002110         10  WS-RT-NIGHT             PIC X(01).
002120         10  WS-RT-PROGRAM           PIC X(08).
002130         10  WS-RT-STREAM            PIC 9(02).
002135         10  WS-RT-QUALIFIER         PIC X(08).
002140         10  WS-RT-START-DATE        PIC X(08).
002150         10  WS-RT-START-TIME        PIC X(06).
002160         10  WS-RT-END-DATE          PIC X(08).
002170         10  WS-RT-END-TIME          PIC X(06).
002180         10  WS-RT-RC                PIC 9(04).
002190         10  WS-RT-ENDED-SW          PIC X(01).
002200         10  WS-RT-PRINTED-SW        PIC X(01).
002210         10  WS-RT-START-SECS        PIC 9(11).
002220         10  WS-RT-END-SECS          PIC 9(11).
002230         10  WS-RT-COUNT-ENTRY OCCURS 3 TIMES.
002240             15  WS-RT-COUNT-NAME    PIC X(04).
002250             15  WS-RT-COUNT         PIC 9(09).
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT
002300         UNTIL WS-END-OF-FILE.
002310     PERFORM 3000-PRIOR-NIGHT THRU 3000-EXIT
002320         VARYING WS-RUN-SUB FROM 1 BY 1
002330         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
002340     PERFORM 7000-PRINT-HEADING THRU 7000-EXIT.
002350     PERFORM 4000-PRINT-NEXT-STEP THRU 4000-EXIT
002360         UNTIL WS-NEXT-SUB = ZERO.
002370     PERFORM 5000-CHECK-REQUIRED THRU 5000-EXIT
002380         VARYING WS-PROG-SUB FROM 1 BY 1
002390         UNTIL WS-PROG-SUB > WS-PROG-COUNT.
002400     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002410     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002420     STOP RUN.
002430 1000-INITIALIZE.
002440     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002450     COMPUTE WS-TODAY-INT
002460         = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
002470     COMPUTE WS-CYCLE-INT = WS-TODAY-INT - 1.
002480     PERFORM 1100-READ-CONTROLS THRU 1100-EXIT.
002490     COMPUTE WS-CYCLE-DATE
002500         = FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT).
002510     COMPUTE WS-PRIOR-DATE
002520         = FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT - 7).
002530     COMPUTE WS-KEEP-INT = WS-TODAY-INT - WS-KEEP-DAYS.
002540* THE CYCLE NIGHT RUNS NOON TO NOON, SO A STEP THAT STARTS
002550* LATE IN THE MORNING STILL COUNTS AGAINST THE NIGHT BEFORE.
002560     COMPUTE WS-NIGHT-FROM = WS-CYCLE-INT * 86400 + 43200.
002570     COMPUTE WS-NIGHT-TO   = WS-NIGHT-FROM + 86400.
002580     COMPUTE WS-PRIOR-FROM = WS-NIGHT-FROM - 7 * 86400.
002590     COMPUTE WS-PRIOR-TO   = WS-NIGHT-TO - 7 * 86400.
002600     COMPUTE WS-WINDOW-FROM = WS-CYCLE-INT * 86400
002610         + WS-WINDOW-START-HH * 3600 + WS-WINDOW-START-MM * 60.
002620     COMPUTE WS-WINDOW-TO = WS-CYCLE-INT * 86400
002630         + WS-WINDOW-END-HH * 3600 + WS-WINDOW-END-MM * 60.
002640     IF WS-WINDOW-TO NOT > WS-WINDOW-FROM
002650         ADD 86400 TO WS-WINDOW-TO
002660     END-IF.
002670     COMPUTE WS-WINDOW-LENGTH = WS-WINDOW-TO - WS-WINDOW-FROM.
002680     OPEN INPUT RUN-LOG-FILE.
002690     IF WS-RUNLOG-STATUS NOT = "00"
002700         DISPLAY "RUNLOG NOT AVAILABLE - STATUS " WS-RUNLOG-STATUS
002710         MOVE 12 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     OPEN OUTPUT RUN-KEEP-FILE.
002750     OPEN OUTPUT RUN-RPT-FILE.
002760     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790* ----------------------------------------------------------------
002800* RUNCTL CARDS (ALL OPTIONAL; "*" IN COLUMN 1 IS A COMMENT):
002810*   W  COLS 2-5 WINDOW START HHMM, 6-9 WINDOW END HHMM,
002820*      10-12 DAYS OF LOG TO KEEP
002830*   D  COLS 2-9 CYCLE DATE YYYYMMDD (DEFAULT YESTERDAY)
002840*   P  COLS 2-9 PROGRAM, COL 10 "O" IF OPTIONAL, 11-40 TEXT
002850* A BLANK W-CARD FIELD KEEPS ITS DEFAULT.
002860* ----------------------------------------------------------------
002870 1100-READ-CONTROLS.
002880     OPEN INPUT RUN-CTL-FILE.
002890     IF WS-RUNCTL-STATUS NOT = "00"
002900         DISPLAY "NO RUNCTL CARDS - DEFAULT WINDOW, NO STEP LIST"
002910         GO TO 1100-EXIT
002920     END-IF.
002930     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
002940         UNTIL WS-CTL-END-OF-FILE.
002950     CLOSE RUN-CTL-FILE.
002960 1100-EXIT.
002970     EXIT.
002980 1200-READ-CONTROL-CARD.
002990     READ RUN-CTL-FILE
003000         AT END
003010             MOVE "Y" TO WS-CTL-EOF-SWITCH
003020             GO TO 1200-EXIT
003030     END-READ.
003040     EVALUATE TRUE
003050         WHEN RK-COMMENT-CARD
003060             CONTINUE
003070         WHEN RK-WINDOW-CARD
003080             PERFORM 1300-WINDOW-CARD THRU 1300-EXIT
003090         WHEN RK-DATE-CARD
003100             IF RK-CYCLE-DATE NUMERIC
003110                 COMPUTE WS-CYCLE-INT
003120                     = FUNCTION INTEGER-OF-DATE(RK-CYCLE-DATE-N)
003130             ELSE
003140                 MOVE ZERO TO WS-CYCLE-INT
003150             END-IF
003160             IF WS-CYCLE-INT = ZERO
003170                 DISPLAY "RUNCTL CYCLE DATE NOT VALID - <"
003180                     RK-CYCLE-DATE ">"
003190                 MOVE 12 TO RETURN-CODE
003200                 STOP RUN
003210             END-IF
003220         WHEN RK-PROGRAM-CARD
003230             IF RK-PROGRAM-ID = SPACES
003240                 DISPLAY "RUNCTL STEP CARD WITH NO PROGRAM - <"
003250                     RUN-CTL-RECORD (1:40) ">"
003260                 MOVE 12 TO RETURN-CODE
003270                 STOP RUN
003280             END-IF
003290             IF WS-PROG-COUNT = 50
003300                 DISPLAY "RUNCTL STEP LIST FULL - " RK-PROGRAM-ID
003310                     " IGNORED"
003320             ELSE
003330                 ADD 1 TO WS-PROG-COUNT
003340                 MOVE RK-PROGRAM-ID
003350                     TO WS-PG-PROGRAM (WS-PROG-COUNT)
003360                 MOVE RK-OPTIONAL-FLAG
003370                     TO WS-PG-OPTIONAL (WS-PROG-COUNT)
003380                 MOVE RK-DESCRIPTION
003390                     TO WS-PG-DESCRIPTION (WS-PROG-COUNT)
003393                 MOVE RK-RUN-QUALIFIER
003396                     TO WS-PG-QUALIFIER (WS-PROG-COUNT)
003400             END-IF
003410         WHEN OTHER
003420             DISPLAY "RUNCTL CARD TYPE NOT W, D OR P - <"
003430                 RUN-CTL-RECORD (1:40) ">"
003440             MOVE 12 TO RETURN-CODE
003450             STOP RUN
003460     END-EVALUATE.
003470 1200-EXIT.
003480     EXIT.
003490 1300-WINDOW-CARD.
003500     IF (RK-WINDOW-START NOT = SPACES
003510             AND (RK-WINDOW-START NOT NUMERIC
003520                 OR RK-WINDOW-START-HH > 23
003530                 OR RK-WINDOW-START-MM > 59))
003540         OR (RK-WINDOW-END NOT = SPACES
003550             AND (RK-WINDOW-END NOT NUMERIC
003560                 OR RK-WINDOW-END-HH > 23
003570                 OR RK-WINDOW-END-MM > 59))
003580         OR (RK-KEEP-DAYS NOT = SPACES
003590             AND RK-KEEP-DAYS NOT NUMERIC)
003600         DISPLAY "RUNCTL WINDOW CARD NOT VALID - <"
003610             RUN-CTL-RECORD (1:12) ">"
003620         MOVE 12 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     IF RK-WINDOW-START NOT = SPACES
003660         MOVE RK-WINDOW-START-HH TO WS-WINDOW-START-HH
003670         MOVE RK-WINDOW-START-MM TO WS-WINDOW-START-MM
003680     END-IF.
003690     IF RK-WINDOW-END NOT = SPACES
003700         MOVE RK-WINDOW-END-HH TO WS-WINDOW-END-HH
003710         MOVE RK-WINDOW-END-MM TO WS-WINDOW-END-MM
003720     END-IF.
003730* NEVER KEEP LESS THAN EIGHT DAYS - THE REPORT NEEDS LAST WEEK.
003740     IF RK-KEEP-DAYS NOT = SPACES
003750         MOVE RK-KEEP-DAYS-N TO WS-KEEP-DAYS
003760         IF WS-KEEP-DAYS < 8
003770             MOVE 8 TO WS-KEEP-DAYS
003780         END-IF
003790     END-IF.
003800 1300-EXIT.
003810     EXIT.
003820* ----------------------------------------------------------------
003830* LOAD THE CYCLE NIGHT ("C") AND THE SAME NIGHT LAST WEEK ("P").
003840* AN END RECORD IS MATCHED TO ITS START ON PROGRAM, STREAM AND
003850* START STAMP; AN END WITH NO START STILL CARRIES THE START
003860* STAMP AND IS LOADED ON ITS OWN.
003870* ----------------------------------------------------------------
003880 2000-LOAD-RUN-LOG.
003890     ADD 1 TO WS-READ-COUNT.
003900     MOVE RN-RUN-DATE   TO WS-CALC-DATE.
003910     MOVE RN-START-TIME TO WS-CALC-TIME.
003920     IF (NOT RN-START-RECORD AND NOT RN-END-RECORD)
003930         OR WS-CALC-DATE NOT NUMERIC
003940         OR WS-CALC-TIME NOT NUMERIC
003950         GO TO 2000-BAD-RECORD
003960     END-IF.
003970     COMPUTE WS-RECORD-INT
003980         = FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-NUM).
003990     IF WS-RECORD-INT = ZERO
004000         GO TO 2000-BAD-RECORD
004010     END-IF.
004020     IF WS-RECORD-INT NOT < WS-KEEP-INT
004030         MOVE RUN-LOG-RECORD TO RUN-KEEP-RECORD
004040         WRITE RUN-KEEP-RECORD
004050         ADD 1 TO WS-KEPT-COUNT
004060     END-IF.
004070     PERFORM 7700-COMPUTE-SECONDS THRU 7700-EXIT.
004080     MOVE SPACES TO WS-NIGHT.
004090     IF WS-CALC-SECS NOT < WS-NIGHT-FROM
004100         AND WS-CALC-SECS < WS-NIGHT-TO
004110         MOVE "C" TO WS-NIGHT
004120     END-IF.
004130     IF WS-CALC-SECS NOT < WS-PRIOR-FROM
004140         AND WS-CALC-SECS < WS-PRIOR-TO
004150         MOVE "P" TO WS-NIGHT
004160     END-IF.
004170     IF WS-NIGHT = SPACES
004180         GO TO 2000-READ-NEXT
004190     END-IF.
004200     MOVE "N" TO WS-FOUND-SWITCH.
004210     PERFORM 2200-FIND-RUN THRU 2200-EXIT
004220         VARYING WS-RUN-SUB FROM 1 BY 1
004230         UNTIL WS-RUN-SUB > WS-RUN-COUNT
004240             OR WS-ENTRY-FOUND.
004250     IF WS-ENTRY-FOUND
004260         SUBTRACT 1 FROM WS-RUN-SUB
004270     ELSE
004280         IF WS-RUN-COUNT = 500
004290             ADD 1 TO WS-OVERFLOW-COUNT
004300             GO TO 2000-READ-NEXT
004310         END-IF
004320         ADD 1 TO WS-RUN-COUNT
004330         MOVE WS-RUN-COUNT     TO WS-RUN-SUB
004340         MOVE WS-NIGHT         TO WS-RT-NIGHT (WS-RUN-SUB)
004350         MOVE RN-PROGRAM-ID    TO WS-RT-PROGRAM (WS-RUN-SUB)
004360         MOVE RN-STREAM-NO     TO WS-RT-STREAM (WS-RUN-SUB)
004365         MOVE RN-RUN-QUALIFIER TO WS-RT-QUALIFIER (WS-RUN-SUB)
004370         MOVE RN-RUN-DATE      TO WS-RT-START-DATE (WS-RUN-SUB)
004380         MOVE RN-START-TIME    TO WS-RT-START-TIME (WS-RUN-SUB)
004390         MOVE SPACES           TO WS-RT-END-DATE (WS-RUN-SUB)
004400         MOVE SPACES           TO WS-RT-END-TIME (WS-RUN-SUB)
004410         MOVE ZERO             TO WS-RT-RC (WS-RUN-SUB)
004420         MOVE "N"              TO WS-RT-ENDED-SW (WS-RUN-SUB)
004430         MOVE "N"              TO WS-RT-PRINTED-SW (WS-RUN-SUB)
004440         MOVE WS-CALC-SECS     TO WS-RT-START-SECS (WS-RUN-SUB)
004450         MOVE ZERO             TO WS-RT-END-SECS (WS-RUN-SUB)
004460         PERFORM 2300-CLEAR-COUNT THRU 2300-EXIT
004470             VARYING WS-COUNT-SUB FROM 1 BY 1
004480             UNTIL WS-COUNT-SUB > 3
004490     END-IF.
004500     IF RN-END-RECORD
004510         PERFORM 2400-POST-END THRU 2400-EXIT
004520     END-IF.
004530     GO TO 2000-READ-NEXT.
004540 2000-BAD-RECORD.
004550     ADD 1 TO WS-BAD-COUNT.
004560     DISPLAY "UNREADABLE RUNLOG RECORD DROPPED - <"
004570         RUN-LOG-RECORD (1:39) ">".
004580 2000-READ-NEXT.
004590     PERFORM 2100-READ-RUN-LOG THRU 2100-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620 2100-READ-RUN-LOG.
004630     READ RUN-LOG-FILE
004640         AT END
004650             MOVE "Y" TO WS-EOF-SWITCH
004660     END-READ.
004670 2100-EXIT.
004680     EXIT.
004690 2200-FIND-RUN.
004700     IF WS-RT-NIGHT (WS-RUN-SUB) = WS-NIGHT
004710         AND WS-RT-PROGRAM (WS-RUN-SUB) = RN-PROGRAM-ID
004720         AND WS-RT-STREAM (WS-RUN-SUB) = RN-STREAM-NO
004725         AND WS-RT-QUALIFIER (WS-RUN-SUB) = RN-RUN-QUALIFIER
004730         AND WS-RT-START-DATE (WS-RUN-SUB) = RN-RUN-DATE
004740         AND WS-RT-START-TIME (WS-RUN-SUB) = RN-START-TIME
004750         MOVE "Y" TO WS-FOUND-SWITCH
004760     END-IF.
004770 2200-EXIT.
004780     EXIT.
004790 2300-CLEAR-COUNT.
004800     MOVE SPACES TO WS-RT-COUNT-NAME (WS-RUN-SUB, WS-COUNT-SUB).
004810     MOVE ZERO   TO WS-RT-COUNT (WS-RUN-SUB, WS-COUNT-SUB).
004820 2300-EXIT.
004830     EXIT.
004840 2400-POST-END.
004850     MOVE RN-END-DATE TO WS-CALC-DATE.
004860     MOVE RN-END-TIME TO WS-CALC-TIME.
004870     IF WS-CALC-DATE NOT NUMERIC
004880         OR WS-CALC-TIME NOT NUMERIC
004890         OR WS-CALC-DATE-NUM < 16010101
004900         ADD 1 TO WS-BAD-COUNT
004910         DISPLAY "RUNLOG END RECORD WITH NO END STAMP - "
004920             RN-PROGRAM-ID " " RN-RUN-DATE " " RN-START-TIME
004930         GO TO 2400-EXIT
004940     END-IF.
004950     PERFORM 7700-COMPUTE-SECONDS THRU 7700-EXIT.
004960     MOVE RN-END-DATE    TO WS-RT-END-DATE (WS-RUN-SUB).
004970     MOVE RN-END-TIME    TO WS-RT-END-TIME (WS-RUN-SUB).
004980     MOVE WS-CALC-SECS   TO WS-RT-END-SECS (WS-RUN-SUB).
004990     MOVE RN-RETURN-CODE TO WS-RT-RC (WS-RUN-SUB).
005000     MOVE "Y"            TO WS-RT-ENDED-SW (WS-RUN-SUB).
005010     PERFORM 2500-POST-COUNT THRU 2500-EXIT
005020         VARYING WS-COUNT-SUB FROM 1 BY 1
005030         UNTIL WS-COUNT-SUB > 3.
005040 2400-EXIT.
005050     EXIT.
005060 2500-POST-COUNT.
005070     MOVE RN-COUNT-NAME (WS-COUNT-SUB)
005080         TO WS-RT-COUNT-NAME (WS-RUN-SUB, WS-COUNT-SUB).
005090     IF RN-COUNT (WS-COUNT-SUB) NUMERIC
005100         MOVE RN-COUNT (WS-COUNT-SUB)
005110             TO WS-RT-COUNT (WS-RUN-SUB, WS-COUNT-SUB)
005120     END-IF.
005130 2500-EXIT.
005140     EXIT.
005150* ----------------------------------------------------------------
005160* FIRST START AND LAST END OF LAST WEEK'S NIGHT, FOR THE SUMMARY.
005170* THE CYCLE NIGHT'S FIGURES ARE TAKEN AS ITS STEPS PRINT.
005180* ----------------------------------------------------------------
005190 3000-PRIOR-NIGHT.
005200     IF WS-RT-NIGHT (WS-RUN-SUB) NOT = "P"
005210         GO TO 3000-EXIT
005220     END-IF.
005230     IF WS-PRIOR-FIRST-START = ZERO
005240         OR WS-RT-START-SECS (WS-RUN-SUB) < WS-PRIOR-FIRST-START
005250         MOVE WS-RT-START-SECS (WS-RUN-SUB)
005260             TO WS-PRIOR-FIRST-START
005270     END-IF.
005280     IF WS-RT-END-SECS (WS-RUN-SUB) > WS-PRIOR-LAST-END
005290         MOVE WS-RT-END-SECS (WS-RUN-SUB) TO WS-PRIOR-LAST-END
005300     END-IF.
005310 3000-EXIT.
005320     EXIT.
005330* ----------------------------------------------------------------
005340* PRINT THE CYCLE NIGHT'S STEPS IN START ORDER - THE STREAM
005350* PARTITIONS REACH RUNLOG ONLY WHEN TRANMRG APPENDS THEM, SO THE
005360* FILE ITSELF IS NOT IN TIME ORDER.  4100 PICKS THE EARLIEST
005370* STEP NOT YET PRINTED; WS-NEXT-SUB IS ZERO WHEN NONE IS LEFT.
005380* ----------------------------------------------------------------
005390 4000-PRINT-NEXT-STEP.
005400     MOVE WS-NEXT-SUB TO WS-RUN-SUB.
005410     MOVE "Y" TO WS-RT-PRINTED-SW (WS-RUN-SUB).
005420     ADD 1 TO WS-STEP-COUNT.
005430     IF WS-FIRST-START = ZERO
005440         MOVE WS-RT-START-SECS (WS-RUN-SUB) TO WS-FIRST-START
005450     END-IF.
005460     IF WS-RT-END-SECS (WS-RUN-SUB) > WS-LAST-END
005470         MOVE WS-RT-END-SECS (WS-RUN-SUB) TO WS-LAST-END
005480     END-IF.
005490     MOVE WS-RT-START-DATE (WS-RUN-SUB) TO WS-STAMP-DATE.
005500     MOVE WS-RT-START-TIME (WS-RUN-SUB) TO WS-STAMP-TIME.
005510     PERFORM 7600-FORMAT-STAMP THRU 7600-EXIT.
005520     MOVE WS-STAMP-TEXT TO WS-START-TEXT.
005530     MOVE SPACES TO WS-END-TEXT.
005540     MOVE SPACES TO WS-ELAPSED-TEXT.
005550     MOVE SPACES TO WS-PRIOR-TEXT.
005560     MOVE SPACES TO WS-CHANGE-TEXT.
005570     MOVE ZERO TO WS-STEP-ELAPSED.
005580     IF WS-RT-ENDED-SW (WS-RUN-SUB) = "Y"
005590         MOVE WS-RT-END-DATE (WS-RUN-SUB) TO WS-STAMP-DATE
005600         MOVE WS-RT-END-TIME (WS-RUN-SUB) TO WS-STAMP-TIME
005610         PERFORM 7600-FORMAT-STAMP THRU 7600-EXIT
005620         MOVE WS-STAMP-TEXT TO WS-END-TEXT
005630         COMPUTE WS-STEP-ELAPSED = WS-RT-END-SECS (WS-RUN-SUB)
005640             - WS-RT-START-SECS (WS-RUN-SUB)
005650         MOVE WS-STEP-ELAPSED TO WS-DUR-SECS
005660         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
005670         MOVE WS-DURATION-TEXT (2:8) TO WS-ELAPSED-TEXT
005680         PERFORM 4200-LAST-WEEK THRU 4200-EXIT
005690     ELSE
005700         MOVE "** NO END **" TO WS-END-TEXT
005710     END-IF.
005720     IF WS-RT-STREAM (WS-RUN-SUB) = ZERO
005730         MOVE SPACES TO WS-STREAM-TEXT
005740     ELSE
005750         MOVE WS-RT-STREAM (WS-RUN-SUB) TO WS-STREAM-TEXT
005760     END-IF.
005770     MOVE SPACES TO WS-COUNT-TEXT.
005780     PERFORM 4300-FORMAT-COUNT THRU 4300-EXIT
005790         VARYING WS-COUNT-SUB FROM 1 BY 1
005800         UNTIL WS-COUNT-SUB > 3.
005810     MOVE WS-RT-RC (WS-RUN-SUB) TO WS-EDIT-RC.
005820     MOVE WS-EDIT-RC TO WS-RC-TEXT.
005830     IF WS-RT-ENDED-SW (WS-RUN-SUB) NOT = "Y"
005840         MOVE SPACES TO WS-RC-TEXT
005850     END-IF.
005860     MOVE SPACES TO WS-REPORT-LINE.
005870     STRING WS-RT-PROGRAM (WS-RUN-SUB) " " WS-STREAM-TEXT " "
005875         WS-RT-QUALIFIER (WS-RUN-SUB) " "
005880         WS-START-TEXT " " WS-END-TEXT " " WS-ELAPSED-TEXT " "
005890         WS-RC-TEXT "  " WS-COUNT-TEXT " " WS-PRIOR-TEXT " "
005900         WS-CHANGE-TEXT
005910         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005920     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
005930     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
005940     PERFORM 4500-STEP-FINDINGS THRU 4500-EXIT.
005950 4000-NEXT.
005960     MOVE ZERO TO WS-NEXT-SUB.
005970     PERFORM 4100-FIND-EARLIEST THRU 4100-EXIT
005980         VARYING WS-RUN-SUB FROM 1 BY 1
005990         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
006000 4000-EXIT.
006010     EXIT.
006020 4100-FIND-EARLIEST.
006030     IF WS-RT-NIGHT (WS-RUN-SUB) NOT = "C"
006040         OR WS-RT-PRINTED-SW (WS-RUN-SUB) = "Y"
006050         GO TO 4100-EXIT
006060     END-IF.
006070     IF WS-NEXT-SUB = ZERO
006080         MOVE WS-RUN-SUB TO WS-NEXT-SUB
006090         GO TO 4100-EXIT
006100     END-IF.
006110     IF WS-RT-START-SECS (WS-RUN-SUB)
006120         < WS-RT-START-SECS (WS-NEXT-SUB)
006130         MOVE WS-RUN-SUB TO WS-NEXT-SUB
006140     END-IF.
006150 4100-EXIT.
006160     EXIT.
006170* SAME PROGRAM, STREAM AND QUALIFIER ON LAST WEEK'S NIGHT - THE
006175* FIRST RUN THAT ENDED, SO A RERUN IS COMPARED WITH LAST WEEK'S
006180* GOOD RUN.
006190 4200-LAST-WEEK.
006200     MOVE WS-RUN-SUB TO WS-PRIOR-SUB.
006210     MOVE "N" TO WS-FOUND-SWITCH.
006220     PERFORM 4250-MATCH-PRIOR THRU 4250-EXIT
006230         VARYING WS-RUN-SUB FROM 1 BY 1
006240         UNTIL WS-RUN-SUB > WS-RUN-COUNT
006250             OR WS-ENTRY-FOUND.
006260     IF WS-ENTRY-FOUND
006270         SUBTRACT 1 FROM WS-RUN-SUB
006280         COMPUTE WS-DUR-SECS = WS-RT-END-SECS (WS-RUN-SUB)
006290             - WS-RT-START-SECS (WS-RUN-SUB)
006300         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
006310         MOVE WS-DURATION-TEXT (2:8) TO WS-PRIOR-TEXT
006320         COMPUTE WS-DUR-SECS = WS-STEP-ELAPSED - WS-DUR-SECS
006330         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
006340         MOVE WS-DURATION-TEXT TO WS-CHANGE-TEXT
006350     ELSE
006360         MOVE "NONE" TO WS-PRIOR-TEXT
006370     END-IF.
006380     MOVE WS-PRIOR-SUB TO WS-RUN-SUB.
006390 4200-EXIT.
006400     EXIT.
006410 4250-MATCH-PRIOR.
006420     IF WS-RT-NIGHT (WS-RUN-SUB) = "P"
006430         AND WS-RT-ENDED-SW (WS-RUN-SUB) = "Y"
006440         AND WS-RT-PROGRAM (WS-RUN-SUB)
006450             = WS-RT-PROGRAM (WS-PRIOR-SUB)
006460         AND WS-RT-STREAM (WS-RUN-SUB)
006470             = WS-RT-STREAM (WS-PRIOR-SUB)
006473         AND WS-RT-QUALIFIER (WS-RUN-SUB)
006476             = WS-RT-QUALIFIER (WS-PRIOR-SUB)
006480         MOVE "Y" TO WS-FOUND-SWITCH
006490     END-IF.
006500 4250-EXIT.
006510     EXIT.
006520 4300-FORMAT-COUNT.
006530     IF WS-RT-COUNT-NAME (WS-RUN-SUB, WS-COUNT-SUB) = SPACES
006540         GO TO 4300-EXIT
006550     END-IF.
006560     MOVE WS-RT-COUNT (WS-RUN-SUB, WS-COUNT-SUB) TO WS-EDIT-VALUE.
006570     MOVE SPACES TO WS-COUNT-PART.
006580     STRING WS-RT-COUNT-NAME (WS-RUN-SUB, WS-COUNT-SUB) "="
006590         WS-EDIT-VALUE
006600         DELIMITED BY SIZE INTO WS-COUNT-PART.
006610     EVALUATE WS-COUNT-SUB
006620         WHEN 1
006630             MOVE WS-COUNT-PART TO WS-COUNT-TEXT (1:15)
006640         WHEN 2
006650             MOVE WS-COUNT-PART TO WS-COUNT-TEXT (16:15)
006660         WHEN 3
006670             MOVE WS-COUNT-PART TO WS-COUNT-TEXT (31:15)
006680     END-EVALUATE.
006690 4300-EXIT.
006700     EXIT.
006710 4500-STEP-FINDINGS.
006720     IF WS-RT-ENDED-SW (WS-RUN-SUB) NOT = "Y"
006730         ADD 1 TO WS-NOEND-COUNT
006740         MOVE SPACES TO WS-REPORT-LINE
006750         STRING "    ** NO END RECORD - ABENDED, CANCELLED OR "
006760             "STILL RUNNING"
006770             DELIMITED BY SIZE INTO WS-REPORT-LINE
006780         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
006790         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
006800         GO TO 4500-EXIT
006810     END-IF.
006820     IF WS-RT-RC (WS-RUN-SUB) NOT = ZERO
006830         ADD 1 TO WS-NONZERO-COUNT
006840         MOVE SPACES TO WS-REPORT-LINE
006850         STRING "    ** ENDED RC=" WS-EDIT-RC
006860             DELIMITED BY SIZE INTO WS-REPORT-LINE
006870         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
006880         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
006890     END-IF.
006900     IF WS-RT-END-SECS (WS-RUN-SUB) > WS-WINDOW-TO
006910         ADD 1 TO WS-LATE-COUNT
006920         COMPUTE WS-DUR-SECS
006930             = WS-RT-END-SECS (WS-RUN-SUB) - WS-WINDOW-TO
006940         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
006950         MOVE SPACES TO WS-REPORT-LINE
006960         STRING "    ** ENDED AFTER THE BATCH WINDOW CLOSED BY "
006970             WS-DURATION-TEXT (2:8)
006980             DELIMITED BY SIZE INTO WS-REPORT-LINE
006990         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
007000         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
007010     END-IF.
007020 4500-EXIT.
007030     EXIT.
007040* ----------------------------------------------------------------
007050* A REQUIRED STEP WITH NO RUN AT ALL ON THE CYCLE NIGHT.
007060* ----------------------------------------------------------------
007070 5000-CHECK-REQUIRED.
007080     MOVE "N" TO WS-FOUND-SWITCH.
007090     PERFORM 5100-MATCH-PROGRAM THRU 5100-EXIT
007100         VARYING WS-RUN-SUB FROM 1 BY 1
007110         UNTIL WS-RUN-SUB > WS-RUN-COUNT
007120             OR WS-ENTRY-FOUND.
007130     IF WS-ENTRY-FOUND
007140         GO TO 5000-EXIT
007150     END-IF.
007160     MOVE SPACES TO WS-REPORT-LINE.
007170     IF WS-PG-OPTIONAL (WS-PROG-SUB) = "O"
007180         STRING WS-PG-PROGRAM (WS-PROG-SUB) "    "
007185             WS-PG-QUALIFIER (WS-PROG-SUB)
007190             " NOT RUN (OPTIONAL) - "
007200             WS-PG-DESCRIPTION (WS-PROG-SUB)
007210             DELIMITED BY SIZE INTO WS-REPORT-LINE
007220     ELSE
007230         ADD 1 TO WS-MISSED-COUNT
007240         STRING WS-PG-PROGRAM (WS-PROG-SUB) "    "
007245             WS-PG-QUALIFIER (WS-PROG-SUB)
007250             " ** NEVER RAN - "
007260             WS-PG-DESCRIPTION (WS-PROG-SUB)
007270             DELIMITED BY SIZE INTO WS-REPORT-LINE
007280     END-IF.
007290     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
007300     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
007310 5000-EXIT.
007320     EXIT.
007330 5100-MATCH-PROGRAM.
007340     IF WS-RT-NIGHT (WS-RUN-SUB) = "C"
007350         AND WS-RT-PROGRAM (WS-RUN-SUB)
007360             = WS-PG-PROGRAM (WS-PROG-SUB)
007363         AND WS-RT-QUALIFIER (WS-RUN-SUB)
007366             = WS-PG-QUALIFIER (WS-PROG-SUB)
007370         MOVE "Y" TO WS-FOUND-SWITCH
007380     END-IF.
007390 5100-EXIT.
007400     EXIT.
007410 7000-PRINT-HEADING.
007420     MOVE SPACES TO RUN-RPT-LINE.
007430     MOVE "NIGHTLY BATCH WINDOW - STEP TIMINGS FROM RUNLOG"
007440         TO RUN-RPT-LINE.
007450     WRITE RUN-RPT-LINE AFTER ADVANCING PAGE.
007460     MOVE WS-WINDOW-START-HH TO WS-WT-START-HH.
007470     MOVE WS-WINDOW-START-MM TO WS-WT-START-MM.
007480     MOVE WS-WINDOW-END-HH   TO WS-WT-END-HH.
007490     MOVE WS-WINDOW-END-MM   TO WS-WT-END-MM.
007500     MOVE SPACES TO WS-REPORT-LINE.
007510     STRING "RUN DATE " WS-TODAY "  CYCLE NIGHT OF " WS-CYCLE-DATE
007520         "  BATCH WINDOW " WS-WINDOW-TEXT
007530         "  COMPARED WITH THE NIGHT OF " WS-PRIOR-DATE
007540         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007550     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
007560     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
007570     MOVE SPACES TO RUN-RPT-LINE.
007580     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
007590     MOVE SPACES TO WS-REPORT-LINE.
007600     STRING "PROGRAM  ST PARM     STARTED        ENDED          "
007610         "ELAPSED    RC  KEY COUNTS"
007620         "                                    "
007630         "LAST WEEK CHANGE"
007640         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007650     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
007660     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
007670     MOVE ZERO TO WS-NEXT-SUB.
007680     PERFORM 4100-FIND-EARLIEST THRU 4100-EXIT
007690         VARYING WS-RUN-SUB FROM 1 BY 1
007700         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
007710     IF WS-NEXT-SUB = ZERO
007720         MOVE "    ** NO STEP STARTED ON THE CYCLE NIGHT"
007730             TO RUN-RPT-LINE
007740         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
007750     END-IF.
007760 7000-EXIT.
007770     EXIT.
007780* ----------------------------------------------------------------
007790* SIGNED SECONDS IN WS-DUR-SECS TO "+HH:MM:SS" IN WS-DURATION-TEXT.
007800* ----------------------------------------------------------------
007810 7500-FORMAT-DURATION.
007820     IF WS-DUR-SECS < ZERO
007830         MOVE "-" TO WS-DUR-SIGN
007840         COMPUTE WS-DUR-WORK = ZERO - WS-DUR-SECS
007850     ELSE
007860         MOVE "+" TO WS-DUR-SIGN
007870         MOVE WS-DUR-SECS TO WS-DUR-WORK
007880     END-IF.
007890     IF WS-DUR-WORK > 359999
007900         MOVE 99 TO WS-DUR-HH
007910         MOVE 59 TO WS-DUR-MM
007920         MOVE 59 TO WS-DUR-SS
007930         GO TO 7500-EXIT
007940     END-IF.
007950     DIVIDE WS-DUR-WORK BY 3600 GIVING WS-DUR-HH
007960         REMAINDER WS-DUR-REM.
007970     DIVIDE WS-DUR-REM BY 60 GIVING WS-DUR-MM
007980         REMAINDER WS-DUR-SS.
007990 7500-EXIT.
008000     EXIT.
008010 7600-FORMAT-STAMP.
008020     MOVE WS-SD-MO TO WS-STAMP-MO.
008030     MOVE WS-SD-DD TO WS-STAMP-DD.
008040     MOVE WS-ST-HH TO WS-STAMP-HH.
008050     MOVE WS-ST-MI TO WS-STAMP-MI.
008060     MOVE WS-ST-SS TO WS-STAMP-SS.
008070 7600-EXIT.
008080     EXIT.
008090* ----------------------------------------------------------------
008100* WS-CALC-DATE/WS-CALC-TIME TO SECONDS SINCE THE INTEGER-DATE BASE.
008110* ----------------------------------------------------------------
008120 7700-COMPUTE-SECONDS.
008130     COMPUTE WS-CALC-SECS
008140         = FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-NUM) * 86400
008150         + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.
008160 7700-EXIT.
008170     EXIT.
008180 8000-PRINT-SUMMARY.
008190     MOVE SPACES TO RUN-RPT-LINE.
008200     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
008210     IF WS-STEP-COUNT > ZERO
008220         COMPUTE WS-NIGHT-ELAPSED = WS-LAST-END - WS-FIRST-START
008230         IF WS-LAST-END < WS-FIRST-START
008240             MOVE ZERO TO WS-NIGHT-ELAPSED
008250         END-IF
008260         MOVE WS-NIGHT-ELAPSED TO WS-DUR-SECS
008270         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
008280         MOVE WS-DURATION-TEXT (2:8) TO WS-ELAPSED-TEXT
008290         COMPUTE WS-PCT-USED ROUNDED
008300             = WS-NIGHT-ELAPSED * 100 / WS-WINDOW-LENGTH
008310         MOVE WS-PCT-USED TO WS-EDIT-PCT
008320         MOVE WS-WINDOW-LENGTH TO WS-DUR-SECS
008330         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
008340         MOVE SPACES TO WS-REPORT-LINE
008350         STRING "THIS NIGHT . . . : FIRST START TO LAST END "
008360             WS-ELAPSED-TEXT " OF A " WS-DURATION-TEXT (2:8)
008370             " WINDOW - " WS-EDIT-PCT " PCT USED"
008380             DELIMITED BY SIZE INTO WS-REPORT-LINE
008390         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
008400         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
008410         IF WS-LAST-END > WS-WINDOW-TO
008420             COMPUTE WS-DUR-SECS = WS-LAST-END - WS-WINDOW-TO
008430             PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
008440             MOVE SPACES TO WS-REPORT-LINE
008450             STRING "                   ** LAST STEP ENDED "
008460                 WS-DURATION-TEXT (2:8)
008470                 " AFTER THE WINDOW CLOSED"
008480                 DELIMITED BY SIZE INTO WS-REPORT-LINE
008490         ELSE
008500             COMPUTE WS-DUR-SECS = WS-WINDOW-TO - WS-LAST-END
008510             PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
008520             MOVE SPACES TO WS-REPORT-LINE
008530             STRING "                   LAST STEP ENDED "
008540                 WS-DURATION-TEXT (2:8)
008550                 " BEFORE THE WINDOW CLOSED"
008560                 DELIMITED BY SIZE INTO WS-REPORT-LINE
008570         END-IF
008580         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
008590         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
008600     END-IF.
008610     IF WS-PRIOR-FIRST-START > ZERO
008620         AND WS-PRIOR-LAST-END > WS-PRIOR-FIRST-START
008630         COMPUTE WS-PRIOR-ELAPSED
008640             = WS-PRIOR-LAST-END - WS-PRIOR-FIRST-START
008650         MOVE WS-PRIOR-ELAPSED TO WS-DUR-SECS
008660         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
008670         MOVE WS-DURATION-TEXT (2:8) TO WS-PRIOR-TEXT
008680         COMPUTE WS-DUR-SECS = WS-NIGHT-ELAPSED - WS-PRIOR-ELAPSED
008690         PERFORM 7500-FORMAT-DURATION THRU 7500-EXIT
008700         MOVE SPACES TO WS-REPORT-LINE
008710         STRING "LAST WEEK  . . . : FIRST START TO LAST END "
008720             WS-PRIOR-TEXT (1:8) " - THIS NIGHT "
008730             WS-DURATION-TEXT
008740             DELIMITED BY SIZE INTO WS-REPORT-LINE
008750     ELSE
008760         MOVE SPACES TO WS-REPORT-LINE
008770         STRING "LAST WEEK  . . . : NO RUNS LOGGED FOR THE "
008780             "NIGHT OF "
008790             WS-PRIOR-DATE
008800             DELIMITED BY SIZE INTO WS-REPORT-LINE
008810     END-IF.
008820     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
008830     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
008840     MOVE SPACES TO WS-REPORT-LINE.
008850     MOVE WS-STEP-COUNT TO WS-EDIT-COUNT.
008860     STRING "STEPS RUN  . . . . . . . . : " WS-EDIT-COUNT
008870         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008880     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
008890     WRITE RUN-RPT-LINE AFTER ADVANCING 2 LINES.
008900     MOVE SPACES TO WS-REPORT-LINE.
008910     MOVE WS-NONZERO-COUNT TO WS-EDIT-COUNT.
008920     STRING "ENDED NON-ZERO . . . . . . : " WS-EDIT-COUNT
008930         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008940     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
008950     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
008960     MOVE SPACES TO WS-REPORT-LINE.
008970     MOVE WS-NOEND-COUNT TO WS-EDIT-COUNT.
008980     STRING "NO END RECORD  . . . . . . : " WS-EDIT-COUNT
008990         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009000     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
009010     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
009020     MOVE SPACES TO WS-REPORT-LINE.
009030     MOVE WS-LATE-COUNT TO WS-EDIT-COUNT.
009040     STRING "ENDED AFTER THE WINDOW . . : " WS-EDIT-COUNT
009050         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009060     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
009070     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
009080     MOVE SPACES TO WS-REPORT-LINE.
009090     MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT.
009100     STRING "REQUIRED STEPS NEVER RAN . : " WS-EDIT-COUNT
009110         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009120     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
009130     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
009140     MOVE SPACES TO WS-REPORT-LINE.
009150     MOVE WS-KEEP-DAYS TO WS-EDIT-KEEP.
009160     MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT.
009170     STRING "LOG RECORDS KEPT . . . . . : " WS-EDIT-COUNT
009180         "  (LAST " WS-EDIT-KEEP " DAYS)"
009190         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009200     MOVE WS-REPORT-LINE TO RUN-RPT-LINE.
009210     WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE.
009220     IF WS-BAD-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
009230         MOVE SPACES TO WS-REPORT-LINE
009240         MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
009250         STRING "UNREADABLE LOG RECORDS . . : " WS-EDIT-COUNT
009260             DELIMITED BY SIZE INTO WS-REPORT-LINE
009270         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
009280         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
009290         MOVE SPACES TO WS-REPORT-LINE
009300         MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
009310         STRING "RUNS OVER THE TABLE LIMIT  : " WS-EDIT-COUNT
009320             DELIMITED BY SIZE INTO WS-REPORT-LINE
009330         MOVE WS-REPORT-LINE TO RUN-RPT-LINE
009340         WRITE RUN-RPT-LINE AFTER ADVANCING 1 LINE
009350     END-IF.
009360     COMPUTE WS-FINDING-COUNT = WS-NONZERO-COUNT + WS-NOEND-COUNT
009370         + WS-LATE-COUNT + WS-MISSED-COUNT.
009380     IF WS-FINDING-COUNT > ZERO OR WS-STEP-COUNT = ZERO
009390         MOVE 4 TO RETURN-CODE
009400         DISPLAY "BATCH WINDOW EXCEPTIONS - SEE RUNRPT"
009410     ELSE
009420         DISPLAY "BATCH WINDOW CLEAN - EVERY STEP RAN AND ENDED "
009430             "RC=0"
009440     END-IF.
009450 8000-EXIT.
009460     EXIT.
009470 9999-TERMINATE.
009480     CLOSE RUN-LOG-FILE.
009490     CLOSE RUN-KEEP-FILE.
009500     CLOSE RUN-RPT-FILE.
009510 9999-EXIT.
009520     EXIT.
