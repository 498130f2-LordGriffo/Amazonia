000260*               FOR A TXN-ID WE NEVER SENT IS LISTED AND ENDS
000270*               RC=8 AS WELL.  A MISSING GLACKIN (NOTHING CAME
000280*               BACK) LEAVES EVERY ITEM UNACKNOWLEDGED.
000281* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000282*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000283*               RUNRPT BATCH-WINDOW REPORT.
000284* 10/15/26 EM   A NEW ITEM'S FIRST-OPEN DATE AND THE REPORT DATE
000285*               ARE THE POSTING DATE ON THE PROCDATE CONTROL
000286*               RECORD (SEE PROCDTRC) INSTEAD OF THE SYSTEM
000287*               CLOCK, AND EACH ITEM LINE SHOWS ITS AGE IN
000288*               BUSINESS DAYS COUNTED ON THE CALMAST CALENDAR
000289*               (SEE CALMSTRC).  RC=12 WHEN PROCDATE OR CALMAST
000290*               CANNOT BE READ.
000295* ----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT ACK-RPT-FILE ASSIGN TO "ACKRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000441     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WS-RUNLOG-STATUS.
000444     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000445         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS WS-PROCDATE-STATUS.
000447     SELECT CAL-MAST-FILE ASSIGN TO "CALMAST"
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-CALMAST-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  GL-EXTRACT-FILE.
000600     COPY GLUNPRC.
000610 FD  ACK-RPT-FILE.
000620 01  ACK-RPT-LINE                PIC X(132).
000621 FD  RUN-LOG-FILE.
000622 01  RUN-LOG-RECORD.
000623     COPY RUNLOGRC.
000624 FD  PROC-DATE-FILE.
000625 01  PROC-DATE-RECORD.
000626     COPY PROCDTRC.
000627 FD  CAL-MAST-FILE.
000628 01  CAL-MAST-RECORD.
000629     COPY CALMSTRC.
000630 WORKING-STORAGE SECTION.
000634 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000635 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000636 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000637 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000638 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000640 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000650     88  WS-END-OF-FILE              VALUE "Y".
000660 77  WS-ACK-STATUS               PIC X(02)      VALUE SPACES.
000670 77  WS-UNPIN-STATUS             PIC X(02)      VALUE SPACES.
000671 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000672 77  WS-CALMAST-STATUS           PIC X(02)      VALUE SPACES.
000673 77  WS-CAL-EOF-SWITCH           PIC X(01)      VALUE "N".
000674     88  WS-CAL-END                  VALUE "Y".
000675 77  WS-CAL-ERROR-SWITCH         PIC X(01)      VALUE "N".
000676     88  WS-CAL-ERROR                VALUE "Y".
000677 77  WS-CAL-COUNT                PIC 9(05)      VALUE ZERO.
000678 77  WS-CAL-SUB                  PIC 9(05)      VALUE ZERO.
000679 77  WS-FIRST-INT                PIC 9(08)      VALUE ZERO.
000680 77  WS-DATE-INT                 PIC 9(08)      VALUE ZERO.
000681 77  WS-EXPECT-INT               PIC 9(08)      VALUE ZERO.
000682 77  WS-POST-SEQ                 PIC 9(07)      VALUE ZERO.
000683 77  WS-ITEM-AGE                 PIC 9(07)      VALUE ZERO.
000686 77  WS-ITEM-COUNT               PIC 9(05)      VALUE ZERO.
000690 77  WS-ITEM-SUB                 PIC 9(05)      VALUE ZERO.
000700 77  WS-ITEM-FOUND-SWITCH        PIC X(01)      VALUE "N".
000710     88  WS-ITEM-FOUND               VALUE "Y".
000816 77  WS-OLDEST-SUB               PIC 9(05)      VALUE ZERO.
000818 77  WS-OLDEST-DATE              PIC X(08)      VALUE SPACES.
000820 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000821 01  WS-TODAY-NUM REDEFINES WS-TODAY
000822                                 PIC 9(08).
000823 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000824 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
000825                                 PIC 9(08).
000826 01  WS-LAST-CAL-DATE            PIC X(08)      VALUE SPACES.
000830 01  WS-REPORT-LINE              PIC X(132)     VALUE SPACES.
000840 01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
000850 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
000851 01  WS-EDIT-AGE                 PIC ZZ9.
000852 01  WS-CAL-TABLE.
000853     05  WS-CAL-SEQ              PIC 9(07)
000854                                 OCCURS 4000 TIMES.
000860 01  WS-ITEM-TABLE.
000870     05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
000880         10  WS-IT-TXN-ID            PIC X(10).
001070     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001080     STOP RUN.
001090 1000-INITIALIZE.
001095     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001100     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
001105     PERFORM 1060-LOAD-CALENDAR THRU 1060-EXIT.
001110     OPEN OUTPUT UNP-OUT-FILE.
001120     OPEN OUTPUT ACK-RPT-FILE.
001130     OPEN INPUT UNP-IN-FILE.
001160         SET WS-END-OF-FILE TO TRUE
001170     END-IF.
001180 1000-EXIT.
001181     EXIT.
001182 1050-READ-PROC-DATE.
001183     OPEN INPUT PROC-DATE-FILE.
001184     IF WS-PROCDATE-STATUS = "00"
001185         READ PROC-DATE-FILE
001186             AT END
001187                 MOVE "10" TO WS-PROCDATE-STATUS
001188         END-READ
001189     END-IF.
001190     IF WS-PROCDATE-STATUS = "00"
001191         MOVE PD-POST-DATE TO WS-TODAY
001192         CLOSE PROC-DATE-FILE
001193     END-IF.
001194     IF WS-PROCDATE-STATUS NOT = "00"
001195         OR WS-TODAY NOT NUMERIC
001196         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
001197             WS-PROCDATE-STATUS " - RUN PROCDT FIRST"
001198         MOVE 12 TO RETURN-CODE
001199         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001200         STOP RUN
001201     END-IF.
001202 1050-EXIT.
001203     EXIT.
001204*    ------------------------------------------------------------
001205*    TABLE THE RUNNING BUSINESS-DAY COUNT OF EVERY CALENDAR DAY.
001206*    THE DAYS RUN ONE AFTER ANOTHER, SO A DATE'S ENTRY IS FOUND
001207*    BY ITS DISTANCE FROM THE FIRST, AND AN ITEM'S AGE IN
001208*    BUSINESS DAYS IS THE DIFFERENCE OF TWO COUNTS.
001209*    ------------------------------------------------------------
001210 1060-LOAD-CALENDAR.
001211     OPEN INPUT CAL-MAST-FILE.
001212     IF WS-CALMAST-STATUS NOT = "00"
001213         DISPLAY "CALENDAR MASTER NOT AVAILABLE - STATUS "
001214             WS-CALMAST-STATUS
001215         MOVE 12 TO RETURN-CODE
001216         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001217         STOP RUN
001218     END-IF.
001219     PERFORM 1070-READ-CALENDAR THRU 1070-EXIT
001220         UNTIL WS-CAL-END
001221             OR WS-CAL-ERROR.
001222     CLOSE CAL-MAST-FILE.
001223     IF WS-CAL-COUNT = ZERO
001224         DISPLAY "CALENDAR MASTER IS EMPTY"
001225         SET WS-CAL-ERROR TO TRUE
001226     END-IF.
001227     IF NOT WS-CAL-ERROR
001228         COMPUTE WS-DATE-INT
001229             = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
001230         IF WS-DATE-INT < WS-FIRST-INT
001231             OR WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
001232             DISPLAY "POSTING DATE " WS-TODAY
001233                 " IS NOT ON THE CALENDAR"
001234             SET WS-CAL-ERROR TO TRUE
001235         ELSE
001236             COMPUTE WS-CAL-SUB = WS-DATE-INT - WS-FIRST-INT + 1
001237             MOVE WS-CAL-SEQ (WS-CAL-SUB) TO WS-POST-SEQ
001238         END-IF
001239     END-IF.
001240     IF WS-CAL-ERROR
001241         DISPLAY "OPEN ITEMS CANNOT BE AGED - NOTHING MATCHED"
001242         MOVE 12 TO RETURN-CODE
001243         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001244         STOP RUN
001245     END-IF.
001246 1060-EXIT.
001247     EXIT.
001248 1070-READ-CALENDAR.
001249     READ CAL-MAST-FILE
001250         AT END
001251             SET WS-CAL-END TO TRUE
001252             GO TO 1070-EXIT
001253     END-READ.
001254     IF CA-CAL-DATE NOT NUMERIC
001255         OR CA-BUS-DAY-SEQ NOT NUMERIC
001256         DISPLAY "UNREADABLE CALENDAR DAY <" CA-CAL-DATE
001257             "> AFTER " WS-LAST-CAL-DATE
001258         SET WS-CAL-ERROR TO TRUE
001259         GO TO 1070-EXIT
001260     END-IF.
001261     MOVE CA-CAL-DATE TO WS-WORK-DATE.
001262     COMPUTE WS-DATE-INT
001263         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
001264     IF WS-CAL-COUNT = ZERO
001265         MOVE WS-DATE-INT TO WS-FIRST-INT
001266     ELSE
001267         COMPUTE WS-EXPECT-INT = WS-FIRST-INT + WS-CAL-COUNT
001268         IF WS-DATE-INT NOT = WS-EXPECT-INT
001269             DISPLAY "CALENDAR OUT OF STEP AT " CA-CAL-DATE
001270                 " (AFTER " WS-LAST-CAL-DATE ")"
001271             SET WS-CAL-ERROR TO TRUE
001272             GO TO 1070-EXIT
001273         END-IF
001274     END-IF.
001275     IF WS-CAL-COUNT NOT < 4000
001276         SET WS-CAL-END TO TRUE
001277         GO TO 1070-EXIT
001278     END-IF.
001279     ADD 1 TO WS-CAL-COUNT.
001280     MOVE CA-BUS-DAY-SEQ TO WS-CAL-SEQ (WS-CAL-COUNT).
001281     MOVE CA-CAL-DATE TO WS-LAST-CAL-DATE.
001282 1070-EXIT.
001283     EXIT.
001284 2000-TABLE-CARRY-FWD.
001285     READ UNP-IN-FILE
001286         AT END
001287             SET WS-END-OF-FILE TO TRUE
001288             GO TO 2000-EXIT
001289     END-READ.
001290     IF WS-ITEM-COUNT NOT < 5000
001291         DISPLAY "ITEM TABLE FULL - " UN-TXN-ID OF UNP-IN-RECORD
001292             " DROPPED FROM MATCHING"
001293         GO TO 2000-EXIT
001300     END-IF.
001310     ADD 1 TO WS-ITEM-COUNT.
001320     ADD 1 TO WS-CARRY-IN-COUNT.
002500         TO ACK-RPT-LINE.
002510     WRITE ACK-RPT-LINE AFTER ADVANCING PAGE.
002520     MOVE SPACES TO WS-REPORT-LINE.
002530     STRING "POSTING DATE " WS-TODAY
002540         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002550     MOVE WS-REPORT-LINE TO ACK-RPT-LINE.
002560     WRITE ACK-RPT-LINE AFTER ADVANCING 1 LINE.
002580     WRITE ACK-RPT-LINE AFTER ADVANCING 1 LINE.
002590     MOVE SPACES TO WS-REPORT-LINE.
002600     STRING "TXN-ID      DEPT  OP  POSTED    FIRST OPEN"
002610         "  AGE  DISP  REASON  AMOUNT"
002620         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002630     MOVE WS-REPORT-LINE TO ACK-RPT-LINE.
002640     WRITE ACK-RPT-LINE AFTER ADVANCING 1 LINE.
002810         ADD 1 TO WS-UNACK-COUNT
002820     END-IF.
002830     MOVE WS-IT-AMOUNT (WS-ITEM-SUB) TO WS-EDIT-AMOUNT.
002835     PERFORM 7150-AGE-ITEM THRU 7150-EXIT.
002840     MOVE SPACES TO WS-REPORT-LINE.
002850     STRING WS-IT-TXN-ID (WS-ITEM-SUB) "  "
002860         WS-IT-DEPT (WS-ITEM-SUB) "  "
002870         WS-IT-OP (WS-ITEM-SUB) "  "
002880         WS-IT-POST-DATE (WS-ITEM-SUB) "  "
002890         WS-IT-FIRST-DATE (WS-ITEM-SUB) "    "
002895         WS-EDIT-AGE "  "
002900         WS-IT-DISP (WS-ITEM-SUB) "     "
002910         WS-IT-REASON (WS-ITEM-SUB) "    "
002920         WS-EDIT-AMOUNT
002940     MOVE WS-REPORT-LINE TO ACK-RPT-LINE.
002950     WRITE ACK-RPT-LINE AFTER ADVANCING 1 LINE.
002960 7100-EXIT.
002961     EXIT.
002962*    ------------------------------------------------------------
002963*    BUSINESS DAYS THE ITEM HAS BEEN OPEN.  A FIRST-OPEN DATE
002964*    BEFORE THE CALENDAR STARTS SHOWS AS 999.
002965*    ------------------------------------------------------------
002966 7150-AGE-ITEM.
002967     MOVE ZERO TO WS-ITEM-AGE.
002968     MOVE WS-IT-FIRST-DATE (WS-ITEM-SUB) TO WS-WORK-DATE.
002969     IF WS-WORK-DATE NOT NUMERIC
002970         GO TO 7150-SHOW
002971     END-IF.
002972     COMPUTE WS-DATE-INT
002973         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM).
002974     IF WS-DATE-INT < WS-FIRST-INT
002975         MOVE 999 TO WS-ITEM-AGE
002976         GO TO 7150-SHOW
002977     END-IF.
002978     IF WS-DATE-INT > WS-FIRST-INT + WS-CAL-COUNT - 1
002979         GO TO 7150-SHOW
002980     END-IF.
002981     COMPUTE WS-CAL-SUB = WS-DATE-INT - WS-FIRST-INT + 1.
002982     IF WS-CAL-SEQ (WS-CAL-SUB) < WS-POST-SEQ
002983         COMPUTE WS-ITEM-AGE
002984             = WS-POST-SEQ - WS-CAL-SEQ (WS-CAL-SUB)
002985     END-IF.
002986 7150-SHOW.
002987     IF WS-ITEM-AGE > 999
002988         MOVE 999 TO WS-ITEM-AGE
002989     END-IF.
002990     MOVE WS-ITEM-AGE TO WS-EDIT-AGE.
002991 7150-EXIT.
002993     EXIT.
002995 7200-PRINT-TOTALS.
002997     MOVE WS-CARRY-IN-COUNT TO WS-EDIT-COUNT.
003000     MOVE SPACES TO WS-REPORT-LINE.
003002     STRING "ITEMS BROUGHT FORWARD  . . : " WS-EDIT-COUNT
003004         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003860     ELSE
003870         DISPLAY "ALL GL ITEMS POSTED AND CLEARED"
003880     END-IF.
003885     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003890 9999-EXIT.
003900     EXIT.
003910 9800-LOG-RUN-START.
003920     MOVE "S" TO WS-RUNLOG-TYPE.
003930     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003940     ACCEPT WS-RUNLOG-TIME FROM TIME.
003950     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003960 9800-EXIT.
003970     EXIT.
003980 9850-LOG-RUN-END.
003990     MOVE "E" TO WS-RUNLOG-TYPE.
004000     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004010 9850-EXIT.
004020     EXIT.
004030 9890-WRITE-RUN-LOG.
004040     OPEN EXTEND RUN-LOG-FILE.
004050     IF WS-RUNLOG-STATUS NOT = "00"
004060         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
004070             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
004080         GO TO 9890-EXIT
004090     END-IF.
004100     MOVE SPACES TO RUN-LOG-RECORD.
004110     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
004120     MOVE "GLACKMT" TO RN-PROGRAM-ID.
004130     MOVE ZERO TO RN-STREAM-NO.
004140     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
004150     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
004160     MOVE ZERO TO RN-RETURN-CODE.
004170     MOVE "ACKS" TO RN-COUNT-NAME (1).
004180     MOVE "CARY" TO RN-COUNT-NAME (2).
004190     MOVE "UNKN" TO RN-COUNT-NAME (3).
004200     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
004210     IF RN-END-RECORD
004220         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
004230         ACCEPT WS-RUNLOG-END-TIME FROM TIME
004240         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
004250         MOVE RETURN-CODE TO RN-RETURN-CODE
004260         MOVE WS-ACK-READ-COUNT TO RN-COUNT (1)
004270         MOVE WS-CARRY-OUT-COUNT TO RN-COUNT (2)
004280         MOVE WS-UNKNOWN-COUNT TO RN-COUNT (3)
004290     END-IF.
004300     WRITE RUN-LOG-RECORD.
004310     CLOSE RUN-LOG-FILE.
004320 9890-EXIT.
004330     EXIT.
