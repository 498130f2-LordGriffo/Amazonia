000330*               RIDES IN THE SUSP BATCH), AND CHAINED CARDS ARE
000340*               LEFT OUT OF THE RESUBMIT TRAILER HASH EXACTLY
000350*               AS THE BATCH RUN LEAVES THEM OUT OF ITS ACTUALS.
000351* 10/15/26 EM   REVERSAL CARDS ("R", SEE TRANREVR) GET THEIR OWN
000352*               REPAIR MENU - DEPT, ORIGINAL TXN-ID, AND ORIGINAL
000353*               POSTING DATE - AND STAY OUT OF THE RESUBMIT
000354*               TRAILER HASH, SINCE THEY CARRY NO NUM1.
000355* 10/15/26 EM   A REPAIRED CARD NOW CARRIES THE SUSPENSE ITEM'S
000356*               TRANSACTION ID AND REJECT DATE IN TI-PRIOR-TXN-ID
000357*               AND TI-PRIOR-TXN-DATE (SEE TRANINRC) SO TxnTrace
000358*               CAN FOLLOW IT TO ITS RESUBMISSION.
000359* 10/15/26 EM   TODAY IS THE POSTING DATE ON THE PROCDATE CONTROL
000360*               RECORD (SEE PROCDTRC) - THE LAST CYCLE'S - FOR
000361*               AGING AND THE "SUSP" BATCH DATE, AND AN ITEM NOW
000362*               AGES OFF AFTER 30 BUSINESS DAYS COUNTED ON THE
000363*               CALMAST CALENDAR (SEE CALMSTRC).  AN ITEM DATED
000364*               BEFORE THE CALENDAR STARTS IS AGED OFF.  RC=12
000365*               WHEN PROCDATE OR CALMAST CANNOT BE READ.
000366* 10/15/26 EM   THE REPAIR MENU ALSO COVERS THE AM (LOAN
000367*               AMORTIZATION) TERMS - NUMBER OF PERIODS AND
000368*               PAYMENT FREQUENCY - SO A "BADAMORT" ITEM CAN BE
000369*               FIXED AND RESUBMITTED LIKE ANY OTHER.
000372* ----------------------------------------------------------------
000375 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SUSP-IN-FILE ASSIGN TO "SUSPIN"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-PROCDATE-STATUS.
000464     SELECT CAL-MAST-FILE ASSIGN TO "CALMAST"
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-CALMAST-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SUSP-IN-FILE.
000550 01  RESUBMIT-RECORD             PIC X(80).
000560 01  RESUBMIT-CONTROL REDEFINES RESUBMIT-RECORD.
000570     COPY TRANCTLR.
000571 FD  PROC-DATE-FILE.
000572 01  PROC-DATE-RECORD.
000573     COPY PROCDTRC.
000574 FD  CAL-MAST-FILE.
000575 01  CAL-MAST-RECORD.
000576     COPY CALMSTRC.
000580 WORKING-STORAGE SECTION.
000590 77  WS-SUSPIN-STATUS            PIC X(02)      VALUE SPACES.
000591 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000592 77  WS-CALMAST-STATUS           PIC X(02)      VALUE SPACES.
000593 77  WS-CAL-EOF-SWITCH           PIC X(01)      VALUE "N".
000594     88  WS-CAL-END                  VALUE "Y".
000595 77  WS-CAL-ERROR-SWITCH         PIC X(01)      VALUE "N".
000596     88  WS-CAL-ERROR                VALUE "Y".
000600 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000610     88  WS-END-OF-FILE              VALUE "Y".
000620 77  WS-QUIT-SWITCH              PIC X(01)      VALUE "N".
000730 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000740 01  WS-TODAY-NUM REDEFINES WS-TODAY
000750                                 PIC 9(08).
000780 77  WS-AGE-LIMIT                PIC 9(03)      VALUE 30.
000790 77  WS-ITEM-AGE                 PIC 9(07)      VALUE ZERO.
000791 77  WS-POST-SEQ                 PIC 9(07)      VALUE ZERO.
000792 77  WS-CAL-COUNT                PIC 9(05)      VALUE ZERO.
000793 77  WS-CAL-SUB                  PIC 9(05)      VALUE ZERO.
000794 77  WS-FIRST-INT                PIC 9(08)      VALUE ZERO.
000795 77  WS-DATE-INT                 PIC 9(08)      VALUE ZERO.
000796 77  WS-EXPECT-INT               PIC 9(08)      VALUE ZERO.
000797 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000798 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
000799                                 PIC 9(08).
000800 01  WS-LAST-CAL-DATE            PIC X(08)      VALUE SPACES.
000801 01  WS-CAL-TABLE.
000802     05  WS-CAL-SEQ              PIC 9(07)
000803                                 OCCURS 4000 TIMES.
000806 77  WS-RESUB-HASH               PIC S9(11)V99  VALUE ZERO.
000810 77  WS-HASH-VALUE               PIC S9(9)V99   VALUE ZERO.
000820 01  WS-WORK-CARD.
000830     COPY TRANINRC.
000835 01  WS-WORK-REVERSAL REDEFINES WS-WORK-CARD.
000837     COPY TRANREVR.
000840 01  WS-NUM1-WORK            PIC X(13).
000850 01  WS-NUM1-WORK-EDIT REDEFINES WS-NUM1-WORK.
000860     05  WS-NW-SIGN              PIC X(01).
001040     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001050     STOP RUN.
001060 1000-INITIALIZE.
001070     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
001080     PERFORM 1060-LOAD-CALENDAR THRU 1060-EXIT.
001130     OPEN INPUT SUSP-IN-FILE.
001140     IF WS-SUSPIN-STATUS NOT = "00"
001150         DISPLAY "SUSPENSE FILE NOT AVAILABLE - STATUS "
001220     PERFORM 1100-LOAD-SUSPENSE THRU 1100-EXIT
001230         UNTIL WS-END-OF-FILE.
001240     DISPLAY "SUSPENSE ITEMS LOADED  : " WS-ITEM-COUNT.
001250     DISPLAY "AGED OFF OVER " WS-AGE-LIMIT " BUSINESS DAYS: "
001260         WS-AGED-COUNT.
001270 1000-EXIT.
001271     EXIT.
001272 1050-READ-PROC-DATE.
001273     OPEN INPUT PROC-DATE-FILE.
001274     IF WS-PROCDATE-STATUS = "00"
001275         READ PROC-DATE-FILE
001276             AT END
001277                 MOVE "10" TO WS-PROCDATE-STATUS
001278         END-READ
001279     END-IF.
001280     IF WS-PROCDATE-STATUS = "00"
001281         MOVE PD-POST-DATE TO WS-TODAY
001282         CLOSE PROC-DATE-FILE
001283     END-IF.
001284     IF WS-PROCDATE-STATUS NOT = "00"
001285         OR WS-TODAY NOT NUMERIC
001286         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
001287             WS-PROCDATE-STATUS
001288         MOVE 12 TO RETURN-CODE
001289         STOP RUN
001290     END-IF.
001291     DISPLAY "POSTING DATE " WS-TODAY.
001292 1050-EXIT.
001293     EXIT.
001294*    ------------------------------------------------------------
001295*    TABLE THE RUNNING BUSINESS-DAY COUNT OF EVERY CALENDAR DAY.
001296*    THE DAYS RUN ONE AFTER ANOTHER, SO A DATE'S ENTRY IS FOUND
001297*    BY ITS DISTANCE FROM THE FIRST, AND AN ITEM'S AGE IN
001298*    BUSINESS DAYS IS THE DIFFERENCE OF TWO COUNTS.
001299*    ------------------------------------------------------------
001300 1060-LOAD-CALENDAR.
001301     OPEN INPUT CAL-MAST-FILE.
001302     IF WS-CALMAST-STATUS NOT = "00"
001303         DISPLAY "CALENDAR MASTER NOT AVAILABLE - STATUS "
001304             WS-CALMAST-STATUS
001305         MOVE 12 TO RETURN-CODE
001306         STOP RUN
001307     END-IF.
001308     PERFORM 1070-READ-CALENDAR THRU 1070-EXIT
001309         UNTIL WS-CAL-END
001310             OR WS-CAL-ERROR.
001311     CLOSE CAL-MAST-FILE.
001312     IF WS-CAL-COUNT = ZERO
001313         DISPLAY "CALENDAR MASTER IS EMPTY"
001314         SET WS-CAL-ERROR TO TRUE
001315     END-IF.
001316     IF NOT WS-CAL-ERROR
001317         COMPUTE WS-DATE-INT
001318             = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
001319         IF WS-DATE-INT < WS-FIRST-INT
001320             OR WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
001321             DISPLAY "POSTING DATE " WS-TODAY
001322                 " IS NOT ON THE CALENDAR"
001323             SET WS-CAL-ERROR TO TRUE
001324         ELSE
001325             COMPUTE WS-CAL-SUB = WS-DATE-INT - WS-FIRST-INT + 1
001326             MOVE WS-CAL-SEQ (WS-CAL-SUB) TO WS-POST-SEQ
001327         END-IF
001328     END-IF.
001329     IF WS-CAL-ERROR
001330         DISPLAY "SUSPENSE ITEMS CANNOT BE AGED - SESSION ENDED"
001331         MOVE 12 TO RETURN-CODE
001332         STOP RUN
001333     END-IF.
001334 1060-EXIT.
001335     EXIT.
001336 1070-READ-CALENDAR.
001337     READ CAL-MAST-FILE
001338         AT END
001339             SET WS-CAL-END TO TRUE
001340             GO TO 1070-EXIT
001341     END-READ.
001342     IF CA-CAL-DATE NOT NUMERIC
001343         OR CA-BUS-DAY-SEQ NOT NUMERIC
001344         DISPLAY "UNREADABLE CALENDAR DAY <" CA-CAL-DATE
001345             "> AFTER " WS-LAST-CAL-DATE
001346         SET WS-CAL-ERROR TO TRUE
001347         GO TO 1070-EXIT
001348     END-IF.
001349     MOVE CA-CAL-DATE TO WS-WORK-DATE.
001350     COMPUTE WS-DATE-INT
001351         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
001352     IF WS-CAL-COUNT = ZERO
001353         MOVE WS-DATE-INT TO WS-FIRST-INT
001354     ELSE
001355         COMPUTE WS-EXPECT-INT = WS-FIRST-INT + WS-CAL-COUNT
001356         IF WS-DATE-INT NOT = WS-EXPECT-INT
001357             DISPLAY "CALENDAR OUT OF STEP AT " CA-CAL-DATE
001358                 " (AFTER " WS-LAST-CAL-DATE ")"
001359             SET WS-CAL-ERROR TO TRUE
001360             GO TO 1070-EXIT
001361         END-IF
001362     END-IF.
001363     IF WS-CAL-COUNT NOT < 4000
001364         SET WS-CAL-END TO TRUE
001365         GO TO 1070-EXIT
001366     END-IF.
001367     ADD 1 TO WS-CAL-COUNT.
001368     MOVE CA-BUS-DAY-SEQ TO WS-CAL-SEQ (WS-CAL-COUNT).
001369     MOVE CA-CAL-DATE TO WS-LAST-CAL-DATE.
001370 1070-EXIT.
001371     EXIT.
001372 1100-LOAD-SUSPENSE.
001373     READ SUSP-IN-FILE
001374         AT END
001375             SET WS-END-OF-FILE TO TRUE
001376             GO TO 1100-EXIT
001377     END-READ.
001378     IF SU-STATUS NOT = "O"
001379         GO TO 1100-EXIT
001380     END-IF.
001381     PERFORM 1150-AGE-ITEM THRU 1150-EXIT.
001390     IF SU-REJECT-DATE NUMERIC
001430         AND WS-ITEM-AGE > WS-AGE-LIMIT
001440         ADD 1 TO WS-AGED-COUNT
001450         DISPLAY "AGED OFF " SU-TXN-ID " REJECTED "
001460             SU-REJECT-DATE " (" SU-REJECT-REASON ")"
001630     END-IF.
001640 1100-EXIT.
001650     EXIT.
001651*    ------------------------------------------------------------
001652*    BUSINESS DAYS FROM THE REJECT DATE TO THE POSTING DATE.  A
001653*    DATE BEFORE THE CALENDAR STARTS COUNTS AS LONG EXPIRED.
001654*    ------------------------------------------------------------
001655 1150-AGE-ITEM.
001656     MOVE ZERO TO WS-ITEM-AGE.
001657     IF SU-REJECT-DATE NOT NUMERIC
001658         GO TO 1150-EXIT
001659     END-IF.
001660     MOVE SU-REJECT-DATE TO WS-WORK-DATE.
001661     COMPUTE WS-DATE-INT
001662         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
001663     IF WS-DATE-INT < WS-FIRST-INT
001664         MOVE 999 TO WS-ITEM-AGE
001665         GO TO 1150-EXIT
001666     END-IF.
001667     IF WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
001668         GO TO 1150-EXIT
001669     END-IF.
001670     COMPUTE WS-CAL-SUB = WS-DATE-INT - WS-FIRST-INT + 1.
001671     IF WS-CAL-SEQ (WS-CAL-SUB) < WS-POST-SEQ
001672         COMPUTE WS-ITEM-AGE
001673             = WS-POST-SEQ - WS-CAL-SEQ (WS-CAL-SUB)
001674     END-IF.
001675 1150-EXIT.
001676     EXIT.
001677 2000-WORK-ITEM.
001678     IF WS-OPERATOR-QUIT
001680         GO TO 2000-EXIT
001690     END-IF.
001700     DISPLAY " ".
001740         " ON " WS-SP-DATE (WS-ITEM-SUB).
001750     DISPLAY "  CARD: " WS-SP-IMAGE (WS-ITEM-SUB).
001760     MOVE WS-SP-IMAGE (WS-ITEM-SUB) TO WS-WORK-CARD.
001762     IF TI-RECORD-TYPE = "R"
001764         DISPLAY "  REVERSAL OF TXN <" TR-ORIG-TXN-ID
001766             "> POSTED <" TR-ORIG-POST-DATE ">"
001768     END-IF.
001770     IF TI-CHAIN-FLAG = "P" OR TI-CHAIN-FLAG = "T"
001780         DISPLAY "  CARD CARRIES CHAIN FLAG <" TI-CHAIN-FLAG
001790             "> REF <" TI-CHAIN-TXN-ID "> - A CHAIN ONLY"
002070     PERFORM 3100-REPAIR-FIELD THRU 3100-EXIT
002080         UNTIL WS-FIELD-CHOICE = "0".
002090     MOVE SPACES TO WS-FIELD-CHOICE.
002095     MOVE WS-SP-TXN-ID (WS-ITEM-SUB) TO TI-PRIOR-TXN-ID.
002096     MOVE WS-SP-DATE (WS-ITEM-SUB) TO TI-PRIOR-TXN-DATE.
002100     MOVE WS-WORK-CARD TO WS-SP-IMAGE (WS-ITEM-SUB).
002110     MOVE "R" TO WS-SP-STATUS (WS-ITEM-SUB).
002120     ADD 1 TO WS-REPAIR-COUNT.
002150 3000-EXIT.
002160     EXIT.
002170 3100-REPAIR-FIELD.
002172     IF TI-RECORD-TYPE = "R"
002174         PERFORM 3200-REPAIR-REVERSAL THRU 3200-EXIT
002176         GO TO 3100-EXIT
002178     END-IF.
002180     DISPLAY "FIELD - 1=DEPT 2=NUM1 3=NUM2 4=OPERATION"
002190         " 5=CHAIN FLAG 6=CHAIN TXN-ID 7=AM PERIODS"
002195         " 8=AM FREQUENCY 0=DONE: ".
002200     ACCEPT WS-FIELD-CHOICE.
002210     EVALUATE WS-FIELD-CHOICE
002220         WHEN "0"
002350             MOVE WS-NEW-VALUE TO TI-NUM2
002360         WHEN "4"
002370             DISPLAY "OPERATION NOW <" TI-OPERATION-SEL
002380                 "> NEW (AL/AD/SB/ML/DV/MD/PC/AV/AM): "
002390             ACCEPT WS-NEW-VALUE
002400             MOVE WS-NEW-VALUE (1:2) TO TI-OPERATION-SEL
002410         WHEN "5"
002540                 "> NEW (BLANK TO CLEAR): "
002550             ACCEPT WS-NEW-VALUE
002560             MOVE WS-NEW-VALUE TO TI-CHAIN-TXN-ID
002561         WHEN "7"
002562             DISPLAY "AM PERIODS NOW <" TI-AMORT-PERIODS
002563                 "> NEW (001-480): "
002564             ACCEPT WS-NEW-VALUE
002565             MOVE WS-NEW-VALUE (1:3) TO TI-AMORT-PERIODS
002566         WHEN "8"
002567             DISPLAY "AM FREQUENCY NOW <" TI-AMORT-FREQ
002568                 "> NEW (M/Q/S/A): "
002569             ACCEPT WS-NEW-VALUE
002570             MOVE WS-NEW-VALUE (1:1) TO TI-AMORT-FREQ
002575         WHEN OTHER
002580             DISPLAY "ENTER 1-8 OR 0"
002590     END-EVALUATE.
002600 3100-EXIT.
002601     EXIT.
002602 3200-REPAIR-REVERSAL.
002603     DISPLAY "FIELD - 1=DEPT 2=ORIGINAL TXN-ID"
002604         " 3=ORIGINAL POST DATE 0=DONE: ".
002605     ACCEPT WS-FIELD-CHOICE.
002606     EVALUATE WS-FIELD-CHOICE
002607         WHEN "0"
002608             CONTINUE
002609         WHEN "1"
002610             DISPLAY "DEPT NOW <" TR-DEPT-CODE "> NEW VALUE: "
002611             ACCEPT WS-NEW-VALUE
002612             MOVE WS-NEW-VALUE (1:4) TO TR-DEPT-CODE
002613         WHEN "2"
002614             DISPLAY "ORIGINAL TXN-ID NOW <" TR-ORIG-TXN-ID
002615                 "> NEW VALUE: "
002616             ACCEPT WS-NEW-VALUE
002617             MOVE WS-NEW-VALUE (1:10) TO TR-ORIG-TXN-ID
002618         WHEN "3"
002619             DISPLAY "ORIGINAL POST DATE NOW <" TR-ORIG-POST-DATE
002620                 "> NEW (YYYYMMDD): "
002621             ACCEPT WS-NEW-VALUE
002622             MOVE WS-NEW-VALUE (1:8) TO TR-ORIG-POST-DATE
002623         WHEN OTHER
002624             DISPLAY "ENTER 1-3 OR 0"
002625     END-EVALUATE.
002626 3200-EXIT.
002627     EXIT.
002628 8000-WRITE-OUTPUTS.
002630     PERFORM 8100-WRITE-RESUBMIT THRU 8100-EXIT.
002640     PERFORM 8300-CARRY-FORWARD THRU 8300-EXIT
002650         VARYING WS-ITEM-SUB FROM 1 BY 1
003020     MOVE WS-WORK-CARD TO RESUBMIT-RECORD.
003030     WRITE RESUBMIT-RECORD.
003040     IF TI-CHAIN-FLAG = "P" OR TI-CHAIN-FLAG = "T"
003045         OR TI-RECORD-TYPE = "R"
003050         GO TO 8200-EXIT
003060     END-IF.
003070     MOVE TI-NUM1 TO WS-NUM1-WORK.
