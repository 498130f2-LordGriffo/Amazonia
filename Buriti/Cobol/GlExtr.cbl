000190*               AND RE-ACCUMULATES.  ANY DISAGREEMENT ENDS RC=8
000200*               AND THE RELEASE STEP IS HELD, SO AN OUT-OF-
000210*               BALANCE EXTRACT NEVER BECOMES A TRANSMIT FILE.
000211* 10/15/26 EM   REVERSAL-STATUS RECORDS ARE EXTRACTED ALONGSIDE
000212*               THE OK RECORDS.  ArithmeticProgram CARRIES EVERY
000213*               RESULT ON A REVERSAL WITH ITS SIGN FLIPPED, SO THE
000214*               NORMAL AMOUNT SELECTION SENDS THE OFFSETTING LINE
000215*               AND THE CONTROL TOTALS NET THE ORIGINAL OUT.
000216* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000217*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000218*               RUNRPT BATCH-WINDOW REPORT.
000219* 10/15/26 EM   GL-POSTING-DATE IS THE POSTING DATE ON THE PROCDATE
000220*               CONTROL RECORD (SEE PROCDTRC), SO A CYCLE THAT
000221*               RUNS PAST MIDNIGHT OR ON A HOLIDAY STILL POSTS TO
000222*               THE RIGHT BUSINESS DAY.  RC=12, NOTHING WRITTEN,
000223*               WHEN PROCDATE CANNOT BE READ.
000224* 10/15/26 EM   AM (LOAN AMORTIZATION) POSTS ITS TOTAL INTEREST
000225*               (CALC-JUROS-TOTAL) AS THE GL AMOUNT.
000227* ----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT GL-EXTRACT-FILE ASSIGN TO "GLXTOUT"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000292     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000294         ORGANIZATION IS LINE SEQUENTIAL
000296         FILE STATUS IS WS-RUNLOG-STATUS.
000297     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000298         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS WS-PROCDATE-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  TRANS-OUT-FILE.
000370     COPY GLINTRC.
000380 01  GL-CONTROL-RECORD.
000390     COPY GLINTCT.
000392 FD  RUN-LOG-FILE.
000394 01  RUN-LOG-RECORD.
000396     COPY RUNLOGRC.
000397 FD  PROC-DATE-FILE.
000398 01  PROC-DATE-RECORD.
000399     COPY PROCDTRC.
000400 WORKING-STORAGE SECTION.
000401 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000402 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000403 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000404 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000405 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000406 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000410 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000420     88  WS-END-OF-FILE              VALUE "Y".
000430 77  WS-EXP-COUNT                PIC 9(07)      VALUE ZERO.
000660     PERFORM 9999-TERMINATE THRU 9999-EXIT.
000670     STOP RUN.
000680 1000-INITIALIZE.
000685     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
000690     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
000700     OPEN INPUT TRANS-OUT-FILE.
000710     OPEN OUTPUT GL-EXTRACT-FILE.
000720     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
000730 1000-EXIT.
000740     EXIT.
000741 1050-READ-PROC-DATE.
000742     OPEN INPUT PROC-DATE-FILE.
000743     IF WS-PROCDATE-STATUS = "00"
000744         READ PROC-DATE-FILE
000745             AT END
000746                 MOVE "10" TO WS-PROCDATE-STATUS
000747         END-READ
000748     END-IF.
000749     IF WS-PROCDATE-STATUS = "00"
000750         MOVE PD-POST-DATE TO WS-POSTING-DATE
000751         CLOSE PROC-DATE-FILE
000752     END-IF.
000753     IF WS-PROCDATE-STATUS NOT = "00"
000754         OR WS-POSTING-DATE NOT NUMERIC
000755         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
000756             WS-PROCDATE-STATUS " - RUN PROCDT FIRST"
000757         MOVE 12 TO RETURN-CODE
000758         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
000759         STOP RUN
000760     END-IF.
000761 1050-EXIT.
000762     EXIT.
000764 2000-TALLY-RECORD.
000766     IF CALC-STATUS-CODE OF TRAN-OUT-RECORD = "OK"
000768         OR CALC-STATUS-CODE OF TRAN-OUT-RECORD = "REVERSAL"
000770         ADD 1 TO WS-EXP-COUNT
000780         PERFORM 6000-SELECT-AMOUNT THRU 6000-EXIT
000790         ADD WS-GL-AMOUNT TO WS-EXP-AMOUNT
001200     EXIT.
001210 4000-EXTRACT-RECORD.
001220     IF CALC-STATUS-CODE OF TRAN-OUT-RECORD NOT = "OK"
001225         AND CALC-STATUS-CODE OF TRAN-OUT-RECORD NOT = "REVERSAL"
001230         GO TO 4000-NEXT
001240     END-IF.
001250     PERFORM 6000-SELECT-AMOUNT THRU 6000-EXIT.
001910         WHEN "AV"
001920             MOVE CALC-MEDIA-MOVEL OF TRAN-OUT-RECORD
001930                 TO WS-GL-AMOUNT
001932         WHEN "AM"
001934             MOVE CALC-JUROS-TOTAL OF TRAN-OUT-RECORD
001936                 TO WS-GL-AMOUNT
001940         WHEN OTHER
001950             MOVE CALC-SOMA OF TRAN-OUT-RECORD
001960                 TO WS-GL-AMOUNT
002270 9999-TERMINATE.
002280     CLOSE TRANS-OUT-FILE.
002290     CLOSE GL-EXTRACT-FILE.
002295     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
002300 9999-EXIT.
002310     EXIT.
002320 9800-LOG-RUN-START.
002330     MOVE "S" TO WS-RUNLOG-TYPE.
002340     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
002350     ACCEPT WS-RUNLOG-TIME FROM TIME.
002360     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002370 9800-EXIT.
002380     EXIT.
002390 9850-LOG-RUN-END.
002400     MOVE "E" TO WS-RUNLOG-TYPE.
002410     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002420 9850-EXIT.
002430     EXIT.
002440 9890-WRITE-RUN-LOG.
002450     OPEN EXTEND RUN-LOG-FILE.
002460     IF WS-RUNLOG-STATUS NOT = "00"
002470         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
002480             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
002490         GO TO 9890-EXIT
002500     END-IF.
002510     MOVE SPACES TO RUN-LOG-RECORD.
002520     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
002530     MOVE "GLEXTR" TO RN-PROGRAM-ID.
002540     MOVE ZERO TO RN-STREAM-NO.
002550     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
002560     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
002570     MOVE ZERO TO RN-RETURN-CODE.
002580     MOVE "EXP" TO RN-COUNT-NAME (1).
002590     MOVE "GL" TO RN-COUNT-NAME (2).
002600     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
002610     IF RN-END-RECORD
002620         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
002630         ACCEPT WS-RUNLOG-END-TIME FROM TIME
002640         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
002650         MOVE RETURN-CODE TO RN-RETURN-CODE
002660         MOVE WS-EXP-COUNT TO RN-COUNT (1)
002670         MOVE WS-ACT-COUNT TO RN-COUNT (2)
002680     END-IF.
002690     WRITE RUN-LOG-RECORD.
002700     CLOSE RUN-LOG-FILE.
002710 9890-EXIT.
002720     EXIT.
