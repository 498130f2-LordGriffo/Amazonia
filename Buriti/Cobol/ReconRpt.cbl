000264*               WIDENED THE SOMA/MULTI CONTROL TOTALS FOR THE
000266*               S9(9)V99 CALCULATION FIELDS.  AN OVERFLOWED
000268*               TRANSACTION NO LONGER HIDES IN THE OK TOTALS.
000269* 10/15/26 EM   ADDED THE REVERSAL COUNT AND THE REVERSAL
000270*               REJECTION COUNT (REVNOTFND, REVNOTOK, REVDUP).  AN
000271*               ACCEPTED REVERSAL CARRIES ITS RESULTS SIGN-FLIPPED
000272*               AND GOES TO THE LEDGER, SO IT FEEDS THE SOMA/MULTI
000273*               CONTROL TOTALS THE SAME WAY AN OK RESULT DOES.
000274* 10/15/26 EM   ADDED THE HELD-FOR-APPROVAL COUNT.  A HELD ITEM
000275*               WAS NOT CALCULATED, SO IT STAYS OUT OF THE
000276*               CONTROL TOTALS AND NO LONGER FALLS INTO BADFORMAT.
000277* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000278*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000279*               RUNRPT BATCH-WINDOW REPORT.
000280* 10/15/26 EM   ADDED THE BADAMORT REJECTION COUNT FOR "AM" CARDS
000281*               WITH UNUSABLE LOAN TERMS (IT FELL INTO BADFORMAT)
000282*               AND A CONTROL TOTAL OF CALC-JUROS-TOTAL, THE
000283*               INTEREST ON EVERY AMORTIZATION SCHEDULE BOOKED.
000285* ----------------------------------------------------------------
000287 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000350     SELECT DEPT-MAST-FILE ASSIGN TO "DEPTMAST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DEPTMAST-STATUS.
000372     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS WS-RUNLOG-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  TRANS-OUT-FILE.
000450 FD  DEPT-MAST-FILE.
000460 01  DEPT-MAST-RECORD.
000470     COPY DEPTREC.
000472 FD  RUN-LOG-FILE.
000474 01  RUN-LOG-RECORD.
000476     COPY RUNLOGRC.
000480 WORKING-STORAGE SECTION.
000481 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000482 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000483 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000484 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000485 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000490 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000500     88  WS-END-OF-FILE              VALUE "Y".
000510 77  WS-MAST-EOF-SWITCH          PIC X(01)      VALUE "N".
000610 77  WS-NOTAUTH-COUNT            PIC 9(07)      VALUE ZERO.
000620 77  WS-OVERLIMIT-COUNT          PIC 9(07)      VALUE ZERO.
000625 77  WS-SIZEERR-COUNT            PIC 9(07)      VALUE ZERO.
000626 77  WS-REVERSAL-COUNT           PIC 9(07)      VALUE ZERO.
000627 77  WS-REVREJ-COUNT             PIC 9(07)      VALUE ZERO.
000628 77  WS-HELD-COUNT               PIC 9(07)      VALUE ZERO.
000629 77  WS-BADAMORT-COUNT           PIC 9(07)      VALUE ZERO.
000630 77  WS-SOMA-TOTAL               PIC S9(11)V99  VALUE ZERO.
000640 77  WS-MULTI-TOTAL              PIC S9(11)V99  VALUE ZERO.
000645 77  WS-JUROS-TOTAL              PIC S9(11)V99  VALUE ZERO.
000650 77  WS-DEPT-SUB                 PIC 9(03)      VALUE ZERO.
000660 77  WS-DEPT-FOUND-SWITCH        PIC X(01)      VALUE "N".
000670     88  WS-DEPT-FOUND               VALUE "Y".
000830         10  WS-DT-NOTAUTH-COUNT     PIC 9(07).
000840         10  WS-DT-OVERLIMIT-COUNT   PIC 9(07).
000845         10  WS-DT-SIZEERR-COUNT     PIC 9(07).
000846         10  WS-DT-REVERSAL-COUNT    PIC 9(07).
000847         10  WS-DT-REVREJ-COUNT      PIC 9(07).
000848         10  WS-DT-HELD-COUNT        PIC 9(07).
000849         10  WS-DT-BADAMORT-COUNT    PIC 9(07).
000850         10  WS-DT-SOMA-TOTAL        PIC S9(11)V99.
000860         10  WS-DT-MULTI-TOTAL       PIC S9(11)V99.
000865         10  WS-DT-JUROS-TOTAL       PIC S9(11)V99.
000870 01  WS-CUR-TOTALS.
000880     05  WS-CUR-TXN-COUNT        PIC 9(07).
000890     05  WS-CUR-OK-COUNT         PIC 9(07).
000950     05  WS-CUR-NOTAUTH-COUNT    PIC 9(07).
000960     05  WS-CUR-OVERLIMIT-COUNT  PIC 9(07).
000965     05  WS-CUR-SIZEERR-COUNT    PIC 9(07).
000966     05  WS-CUR-REVERSAL-COUNT   PIC 9(07).
000967     05  WS-CUR-REVREJ-COUNT     PIC 9(07).
000968     05  WS-CUR-HELD-COUNT       PIC 9(07).
000969     05  WS-CUR-BADAMORT-COUNT   PIC 9(07).
000970     05  WS-CUR-SOMA-TOTAL       PIC S9(11)V99.
000980     05  WS-CUR-MULTI-TOTAL      PIC S9(11)V99.
000985     05  WS-CUR-JUROS-TOTAL      PIC S9(11)V99.
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001060     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001070     STOP RUN.
001080 1000-INITIALIZE.
001085     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001090     OPEN INPUT TRANS-OUT-FILE.
001100     OPEN OUTPUT CONTROL-RPT-FILE.
001110     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT.
001560     MOVE ZERO TO WS-DT-NOTAUTH-COUNT   (WS-DEPT-COUNT).
001570     MOVE ZERO TO WS-DT-OVERLIMIT-COUNT (WS-DEPT-COUNT).
001575     MOVE ZERO TO WS-DT-SIZEERR-COUNT   (WS-DEPT-COUNT).
001576     MOVE ZERO TO WS-DT-REVERSAL-COUNT  (WS-DEPT-COUNT).
001577     MOVE ZERO TO WS-DT-REVREJ-COUNT    (WS-DEPT-COUNT).
001578     MOVE ZERO TO WS-DT-HELD-COUNT      (WS-DEPT-COUNT).
001579     MOVE ZERO TO WS-DT-BADAMORT-COUNT  (WS-DEPT-COUNT).
001580     MOVE ZERO TO WS-DT-SOMA-TOTAL      (WS-DEPT-COUNT).
001590     MOVE ZERO TO WS-DT-MULTI-TOTAL     (WS-DEPT-COUNT).
001595     MOVE ZERO TO WS-DT-JUROS-TOTAL     (WS-DEPT-COUNT).
001600 1300-EXIT.
001610     EXIT.
001620 2000-PROCESS-RECORD.
001670         WHEN "OK"
001680             ADD 1 TO WS-OK-COUNT
001690             ADD 1 TO WS-DT-OK-COUNT (WS-DEPT-SUB)
001696             PERFORM 2300-ADD-CONTROL-TOTALS THRU 2300-EXIT
001702         WHEN "REVERSAL"
001710             ADD 1 TO WS-REVERSAL-COUNT
001712             ADD 1 TO WS-DT-REVERSAL-COUNT (WS-DEPT-SUB)
001714             PERFORM 2300-ADD-CONTROL-TOTALS THRU 2300-EXIT
001716         WHEN "REVNOTFND"
001718         WHEN "REVNOTOK"
001720         WHEN "REVDUP"
001722             ADD 1 TO WS-REVREJ-COUNT
001724             ADD 1 TO WS-DT-REVREJ-COUNT (WS-DEPT-SUB)
001730         WHEN "HELD"
001740             ADD 1 TO WS-HELD-COUNT
001750             ADD 1 TO WS-DT-HELD-COUNT (WS-DEPT-SUB)
001880         WHEN "DIVZERO"
001890             ADD 1 TO WS-DIVZERO-COUNT
001900             ADD 1 TO WS-DT-DIVZERO-COUNT (WS-DEPT-SUB)
002052         WHEN "SIZEERR"
002054             ADD 1 TO WS-SIZEERR-COUNT
002056             ADD 1 TO WS-DT-SIZEERR-COUNT (WS-DEPT-SUB)
002057         WHEN "BADAMORT"
002058             ADD 1 TO WS-BADAMORT-COUNT
002059             ADD 1 TO WS-DT-BADAMORT-COUNT (WS-DEPT-SUB)
002060         WHEN OTHER
002070             ADD 1 TO WS-BADFORMAT-COUNT
002080             ADD 1 TO WS-DT-BADFORMAT-COUNT (WS-DEPT-SUB)
002510     END-IF.
002520 2250-EXIT.
002530     EXIT.
002531 2300-ADD-CONTROL-TOTALS.
002532     ADD CALC-SOMA OF TRAN-OUT-RECORD TO WS-SOMA-TOTAL
002533         ON SIZE ERROR
002534             DISPLAY "SOMA CONTROL TOTAL OVERFLOWED"
002535     END-ADD.
002536     ADD CALC-SOMA OF TRAN-OUT-RECORD
002537         TO WS-DT-SOMA-TOTAL (WS-DEPT-SUB)
002538         ON SIZE ERROR
002539             DISPLAY "DEPT SOMA CONTROL TOTAL OVERFLOWED"
002540     END-ADD.
002541     ADD CALC-MULTI OF TRAN-OUT-RECORD TO WS-MULTI-TOTAL
002542         ON SIZE ERROR
002543             DISPLAY "MULTI CONTROL TOTAL OVERFLOWED"
002544     END-ADD.
002545     ADD CALC-MULTI OF TRAN-OUT-RECORD
002546         TO WS-DT-MULTI-TOTAL (WS-DEPT-SUB)
002547         ON SIZE ERROR
002548             DISPLAY "DEPT MULTI CONTROL TOTAL OVERFLOWED"
002549     END-ADD.
002550     ADD CALC-JUROS-TOTAL OF TRAN-OUT-RECORD TO WS-JUROS-TOTAL
002551         ON SIZE ERROR
002552             DISPLAY "JUROS CONTROL TOTAL OVERFLOWED"
002553     END-ADD.
002554     ADD CALC-JUROS-TOTAL OF TRAN-OUT-RECORD
002555         TO WS-DT-JUROS-TOTAL (WS-DEPT-SUB)
002556         ON SIZE ERROR
002557             DISPLAY "DEPT JUROS CONTROL TOTAL OVERFLOWED"
002558     END-ADD.
002559 2300-EXIT.
002560     EXIT.
002562 7000-PRINT-DEPT-PAGES.
002564     PERFORM 7100-PRINT-DEPT-PAGE THRU 7100-EXIT
002566         VARYING WS-DEPT-SUB FROM 1 BY 1
002570         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
002580 7000-EXIT.
002590     EXIT.
002900         TO WS-CUR-OVERLIMIT-COUNT.
002902     MOVE WS-DT-SIZEERR-COUNT   (WS-DEPT-SUB)
002904         TO WS-CUR-SIZEERR-COUNT.
002905     MOVE WS-DT-REVERSAL-COUNT  (WS-DEPT-SUB)
002906         TO WS-CUR-REVERSAL-COUNT.
002907     MOVE WS-DT-REVREJ-COUNT    (WS-DEPT-SUB)
002908         TO WS-CUR-REVREJ-COUNT.
002909     MOVE WS-DT-HELD-COUNT      (WS-DEPT-SUB)
002910         TO WS-CUR-HELD-COUNT.
002911     MOVE WS-DT-BADAMORT-COUNT  (WS-DEPT-SUB)
002912         TO WS-CUR-BADAMORT-COUNT.
002916     MOVE WS-DT-SOMA-TOTAL      (WS-DEPT-SUB)
002920         TO WS-CUR-SOMA-TOTAL.
002930     MOVE WS-DT-MULTI-TOTAL     (WS-DEPT-SUB)
002940         TO WS-CUR-MULTI-TOTAL.
002943     MOVE WS-DT-JUROS-TOTAL     (WS-DEPT-SUB)
002946         TO WS-CUR-JUROS-TOTAL.
002950     PERFORM 7500-PRINT-COUNT-LINES THRU 7500-EXIT.
002960 7100-EXIT.
002970     EXIT.
003528         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003530     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003532     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003533     MOVE WS-CUR-REVERSAL-COUNT TO WS-EDIT-COUNT.
003534     MOVE SPACES TO WS-REPORT-LINE.
003535     STRING "REVERSALS POSTED . . . . . . . . : " WS-EDIT-COUNT
003536         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003537     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003538     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003539     MOVE WS-CUR-REVREJ-COUNT TO WS-EDIT-COUNT.
003540     MOVE SPACES TO WS-REPORT-LINE.
003541     STRING "REVERSAL REJECTIONS  . . . . . . : " WS-EDIT-COUNT
003542         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003543     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003544     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003545     MOVE WS-CUR-HELD-COUNT TO WS-EDIT-COUNT.
003546     MOVE SPACES TO WS-REPORT-LINE.
003547     STRING "HELD FOR SUPERVISOR APPROVAL . . : " WS-EDIT-COUNT
003548         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003549     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003550     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003551     MOVE WS-CUR-BADAMORT-COUNT TO WS-EDIT-COUNT.
003552     MOVE SPACES TO WS-REPORT-LINE.
003553     STRING "AMORTIZATION TERMS REJECTIONS  . : " WS-EDIT-COUNT
003554         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003555     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003556     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003557     MOVE WS-CUR-SOMA-TOTAL TO WS-EDIT-AMOUNT.
003558     MOVE SPACES TO WS-REPORT-LINE.
003559     STRING "CONTROL TOTAL OF SOMA (+)  . . . : " WS-EDIT-AMOUNT
003560         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003570     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003580     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003590     MOVE WS-CUR-MULTI-TOTAL TO WS-EDIT-AMOUNT.
003600     MOVE SPACES TO WS-REPORT-LINE.
003610     STRING "CONTROL TOTAL OF MULTI (*) . . . : " WS-EDIT-AMOUNT
003611         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003612     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003613     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003614     MOVE WS-CUR-JUROS-TOTAL TO WS-EDIT-AMOUNT.
003615     MOVE SPACES TO WS-REPORT-LINE.
003616     STRING "CONTROL TOTAL OF JUROS (AM)  . . : " WS-EDIT-AMOUNT
003620         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003630     MOVE WS-REPORT-LINE TO CONTROL-RPT-LINE.
003640     WRITE CONTROL-RPT-LINE AFTER ADVANCING 1 LINE.
003830     MOVE WS-NOTAUTH-COUNT   TO WS-CUR-NOTAUTH-COUNT.
003840     MOVE WS-OVERLIMIT-COUNT TO WS-CUR-OVERLIMIT-COUNT.
003845     MOVE WS-SIZEERR-COUNT   TO WS-CUR-SIZEERR-COUNT.
003846     MOVE WS-REVERSAL-COUNT  TO WS-CUR-REVERSAL-COUNT.
003847     MOVE WS-REVREJ-COUNT    TO WS-CUR-REVREJ-COUNT.
003848     MOVE WS-HELD-COUNT      TO WS-CUR-HELD-COUNT.
003849     MOVE WS-BADAMORT-COUNT  TO WS-CUR-BADAMORT-COUNT.
003850     MOVE WS-SOMA-TOTAL      TO WS-CUR-SOMA-TOTAL.
003860     MOVE WS-MULTI-TOTAL     TO WS-CUR-MULTI-TOTAL.
003865     MOVE WS-JUROS-TOTAL     TO WS-CUR-JUROS-TOTAL.
003870     PERFORM 7500-PRINT-COUNT-LINES THRU 7500-EXIT.
003880 8000-EXIT.
003890     EXIT.
003900 9999-TERMINATE.
003910     CLOSE TRANS-OUT-FILE.
003920     CLOSE CONTROL-RPT-FILE.
003925     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003930 9999-EXIT.
003940     EXIT.
003950 9800-LOG-RUN-START.
003960     MOVE "S" TO WS-RUNLOG-TYPE.
003970     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003980     ACCEPT WS-RUNLOG-TIME FROM TIME.
003990     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004000 9800-EXIT.
004010     EXIT.
004020 9850-LOG-RUN-END.
004030     MOVE "E" TO WS-RUNLOG-TYPE.
004040     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004050 9850-EXIT.
004060     EXIT.
004070 9890-WRITE-RUN-LOG.
004080     OPEN EXTEND RUN-LOG-FILE.
004090     IF WS-RUNLOG-STATUS NOT = "00"
004100         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
004110             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
004120         GO TO 9890-EXIT
004130     END-IF.
004140     MOVE SPACES TO RUN-LOG-RECORD.
004150     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
004160     MOVE "RECONRPT" TO RN-PROGRAM-ID.
004170     MOVE ZERO TO RN-STREAM-NO.
004180     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
004190     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
004200     MOVE ZERO TO RN-RETURN-CODE.
004210     MOVE "TXNS" TO RN-COUNT-NAME (1).
004220     MOVE "OK" TO RN-COUNT-NAME (2).
004230     MOVE "HELD" TO RN-COUNT-NAME (3).
004240     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
004250     IF RN-END-RECORD
004260         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
004270         ACCEPT WS-RUNLOG-END-TIME FROM TIME
004280         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
004290         MOVE RETURN-CODE TO RN-RETURN-CODE
004300         MOVE WS-TXN-COUNT TO RN-COUNT (1)
004310         MOVE WS-OK-COUNT TO RN-COUNT (2)
004320         MOVE WS-HELD-COUNT TO RN-COUNT (3)
004330     END-IF.
004340     WRITE RUN-LOG-RECORD.
004350     CLOSE RUN-LOG-FILE.
004360 9890-EXIT.
004370     EXIT.
