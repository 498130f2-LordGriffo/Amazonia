000303*               COMPARING SUSPENSE RECORDS TO THIS PROGRAM'S
000304*               RUN DATE - A CYCLE THAT CROSSES MIDNIGHT NO
000305*               LONGER FAILS THE LEG ON A CLEAN NIGHT.
000306* 10/15/26 EM   REVERSAL RECORDS ARE COUNTED AS THEIR OWN
000307*               CATEGORY.  THEY ARE NOT REJECTS (NO SUSPENSE
000308*               RECORD) AND GLEXTR EXTRACTS THEM ALONGSIDE THE OK
000309*               RECORDS, SO THE GL LEG NOW BALANCES THE TRAILER
000310*               TO OK PLUS REVERSAL.  REJECTED REVERSALS
000311*               (REVNOTFND/REVNOTOK/REVDUP) STAY ORDINARY REJECTS.
000312* 10/15/26 EM   HELD RECORDS (ITEMS WAITING ON PENDAPPR FOR A
000313*               SUPERVISOR'S APPROVAL, SEE ApprRvw) ARE COUNTED AS
000314*               THEIR OWN CATEGORY - NOT REJECTS, NO SUSPENSE
000315*               RECORD, NEVER EXTRACTED TO THE LEDGER.
000316* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000317*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000318*               RUNRPT BATCH-WINDOW REPORT.
000320* ----------------------------------------------------------------
000322 ENVIRONMENT DIVISION.
000324 INPUT-OUTPUT SECTION.
000326 FILE-CONTROL.
000330     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT TBAL-RPT-FILE ASSIGN TO "TBALRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-RUNLOG-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  TRANS-IN-FILE.
000660     COPY GLINTCT.
000670 FD  TBAL-RPT-FILE.
000680 01  TBAL-RPT-LINE               PIC X(132).
000682 FD  RUN-LOG-FILE.
000684 01  RUN-LOG-RECORD.
000686     COPY RUNLOGRC.
000690 WORKING-STORAGE SECTION.
000691 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000692 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000693 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000694 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000695 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000700 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000710     88  WS-END-OF-FILE              VALUE "Y".
000720 77  WS-SUSP-STATUS              PIC X(02)      VALUE SPACES.
000760 77  WS-OUT-OK-COUNT             PIC 9(07)      VALUE ZERO.
000770 77  WS-OUT-REJ-COUNT            PIC 9(07)      VALUE ZERO.
000772 77  WS-OUT-SIZEERR-COUNT        PIC 9(07)      VALUE ZERO.
000774 77  WS-OUT-REV-COUNT            PIC 9(07)      VALUE ZERO.
000776 77  WS-OUT-HELD-COUNT           PIC 9(07)      VALUE ZERO.
000778 77  WS-OUT-GL-COUNT             PIC 9(07)      VALUE ZERO.
000780 77  WS-AUD-BATCH-COUNT          PIC 9(07)      VALUE ZERO.
000790 77  WS-AUD-OTHER-COUNT          PIC 9(07)      VALUE ZERO.
000792 77  WS-AUD-INTER-BOOKED         PIC 9(07)      VALUE ZERO.
001110     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001120     STOP RUN.
001130 1000-INITIALIZE.
001135     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001140     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001150     OPEN OUTPUT TBAL-RPT-FILE.
001160 1000-EXIT.
001644*            OVERFLOWED, NOT A VALIDATION REJECT - NO SUSPENSE
001646*            RECORD EXISTS AND GLEXTR NEVER EXTRACTS IT
001648             ADD 1 TO WS-OUT-SIZEERR-COUNT
001649         WHEN "REVERSAL"
001650             ADD 1 TO WS-OUT-REV-COUNT
001651         WHEN "HELD"
001652*            WAITING ON PENDAPPR FOR A SUPERVISOR - NOT A REJECT
001653             ADD 1 TO WS-OUT-HELD-COUNT
001656         WHEN OTHER
001660             ADD 1 TO WS-OUT-REJ-COUNT
001670             IF WS-REJ-COUNT < 5000
001680                 ADD 1 TO WS-REJ-COUNT
003208     MOVE "AUDITLOG BOOKED  VS TRANSOUT INTERACT"
003209         TO WS-LEG-NAME.
003210     PERFORM 7500-PRINT-LEG THRU 7500-EXIT.
003211     COMPUTE WS-OUT-GL-COUNT = WS-OUT-OK-COUNT + WS-OUT-REV-COUNT.
003212     MOVE WS-GL-TRAILER-COUNT TO WS-EDIT-COUNT.
003220     MOVE WS-OUT-GL-COUNT     TO WS-EDIT-COUNT2.
003230     COMPUTE WS-DIFFERENCE
003240         = WS-GL-TRAILER-COUNT - WS-OUT-GL-COUNT.
003250     MOVE "GLXTOUT TRAILER  VS TRANSOUT OK + REV"
003260         TO WS-LEG-NAME.
003270     PERFORM 7500-PRINT-LEG THRU 7500-EXIT.
003280     MOVE SPACES TO TBAL-RPT-LINE.
003398         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003399     MOVE WS-REPORT-LINE TO TBAL-RPT-LINE.
003400     WRITE TBAL-RPT-LINE AFTER ADVANCING 1 LINE.
003401     MOVE WS-OUT-REV-COUNT TO WS-EDIT-COUNT.
003402     MOVE SPACES TO WS-REPORT-LINE.
003403     STRING "REVERSAL RECORDS (INFO)  . . . . . : "
003404         WS-EDIT-COUNT
003405         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003406     MOVE WS-REPORT-LINE TO TBAL-RPT-LINE.
003407     WRITE TBAL-RPT-LINE AFTER ADVANCING 1 LINE.
003408     MOVE WS-OUT-HELD-COUNT TO WS-EDIT-COUNT.
003409     MOVE SPACES TO WS-REPORT-LINE.
003410     STRING "HELD FOR APPROVAL (INFO) . . . . . : "
003411         WS-EDIT-COUNT
003412         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003413     MOVE WS-REPORT-LINE TO TBAL-RPT-LINE.
003414     WRITE TBAL-RPT-LINE AFTER ADVANCING 1 LINE.
003415     MOVE WS-AUD-SCRATCH-COUNT TO WS-EDIT-COUNT.
003416     MOVE SPACES TO WS-REPORT-LINE.
003420     STRING "SCRATCH-PAD AUDIT RECORDS (INFO) . : "
003430         WS-EDIT-COUNT
003440         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003830     ELSE
003840         DISPLAY "TRIAL BALANCE CLEAN - DAY PROVEN END TO END"
003850     END-IF.
003855     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003860 9999-EXIT.
003870     EXIT.
003880 9800-LOG-RUN-START.
003890     MOVE "S" TO WS-RUNLOG-TYPE.
003900     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003910     ACCEPT WS-RUNLOG-TIME FROM TIME.
003920     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003930 9800-EXIT.
003940     EXIT.
003950 9850-LOG-RUN-END.
003960     MOVE "E" TO WS-RUNLOG-TYPE.
003970     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003980 9850-EXIT.
003990     EXIT.
004000 9890-WRITE-RUN-LOG.
004010     OPEN EXTEND RUN-LOG-FILE.
004020     IF WS-RUNLOG-STATUS NOT = "00"
004030         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
004040             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
004050         GO TO 9890-EXIT
004060     END-IF.
004070     MOVE SPACES TO RUN-LOG-RECORD.
004080     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
004090     MOVE "TRIALBAL" TO RN-PROGRAM-ID.
004100     MOVE ZERO TO RN-STREAM-NO.
004110     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
004120     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
004130     MOVE ZERO TO RN-RETURN-CODE.
004140     MOVE "IN" TO RN-COUNT-NAME (1).
004150     MOVE "OUT" TO RN-COUNT-NAME (2).
004160     MOVE "GL" TO RN-COUNT-NAME (3).
004170     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
004180     IF RN-END-RECORD
004190         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
004200         ACCEPT WS-RUNLOG-END-TIME FROM TIME
004210         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
004220         MOVE RETURN-CODE TO RN-RETURN-CODE
004230         MOVE WS-IN-DETAIL-COUNT TO RN-COUNT (1)
004240         MOVE WS-OUT-COUNT TO RN-COUNT (2)
004250         MOVE WS-OUT-GL-COUNT TO RN-COUNT (3)
004260     END-IF.
004270     WRITE RUN-LOG-RECORD.
004280     CLOSE RUN-LOG-FILE.
004290 9890-EXIT.
004300     EXIT.
