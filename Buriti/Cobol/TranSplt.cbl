000250*               SPLIT.  A STREAM LEFT EMPTY (MORE STREAMS THAN
000260*               BATCHES) ENDS THE STEP RC=4 SO THE SCHEDULER
000270*               HOLDS THE INSTANCES - RERUN WITH FEWER STREAMS.
000272* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000274*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000276*               RUNRPT BATCH-WINDOW REPORT.
000280* ----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT STRM-04-FILE ASSIGN TO "STRMCT04"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000492     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-RUNLOG-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TRANS-IN-FILE.
000680 01  STRM-03-RECORD              PIC X(80).
000690 FD  STRM-04-FILE.
000700 01  STRM-04-RECORD              PIC X(80).
000702 FD  RUN-LOG-FILE.
000704 01  RUN-LOG-RECORD.
000706     COPY RUNLOGRC.
000710 WORKING-STORAGE SECTION.
000711 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000712 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000713 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000714 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000715 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000720 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000730     88  WS-END-OF-FILE              VALUE "Y".
000740 77  WS-PARM                     PIC X(08)      VALUE SPACES.
001010     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001020     STOP RUN.
001030 1000-INITIALIZE.
001035     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001040     ACCEPT WS-PARM FROM COMMAND-LINE.
001050     IF WS-PARM (1:1) NUMERIC
001060         AND WS-PARM (1:1) > "0"
001110         DISPLAY "STREAM COUNT PARM MUST BE 1-4 - GOT <"
001120             WS-PARM ">"
001130         MOVE 12 TO RETURN-CODE
001135         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001140         STOP RUN
001150     END-IF.
001160     DISPLAY "SPLITTING TRANSIN INTO " WS-STREAM-COUNT
002560     IF WS-STREAM-COUNT > 3
002570         CLOSE TRANS-04-FILE
002580     END-IF.
002585     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
002590 9999-EXIT.
002600     EXIT.
002610 9800-LOG-RUN-START.
002620     MOVE "S" TO WS-RUNLOG-TYPE.
002630     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
002640     ACCEPT WS-RUNLOG-TIME FROM TIME.
002650     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002660 9800-EXIT.
002670     EXIT.
002680 9850-LOG-RUN-END.
002690     MOVE "E" TO WS-RUNLOG-TYPE.
002700     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002710 9850-EXIT.
002720     EXIT.
002730 9890-WRITE-RUN-LOG.
002740     OPEN EXTEND RUN-LOG-FILE.
002750     IF WS-RUNLOG-STATUS NOT = "00"
002760         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
002770             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
002780         GO TO 9890-EXIT
002790     END-IF.
002800     MOVE SPACES TO RUN-LOG-RECORD.
002810     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
002820     MOVE "TRANSPLT" TO RN-PROGRAM-ID.
002830     MOVE ZERO TO RN-STREAM-NO.
002840     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
002850     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
002860     MOVE ZERO TO RN-RETURN-CODE.
002870     MOVE "DTL" TO RN-COUNT-NAME (1).
002880     MOVE "STRM" TO RN-COUNT-NAME (2).
002890     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
002900     IF RN-END-RECORD
002910         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
002920         ACCEPT WS-RUNLOG-END-TIME FROM TIME
002930         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
002940         MOVE RETURN-CODE TO RN-RETURN-CODE
002950         MOVE WS-TOTAL-DETAILS TO RN-COUNT (1)
002960         MOVE WS-STREAM-COUNT TO RN-COUNT (2)
002970     END-IF.
002980     WRITE RUN-LOG-RECORD.
002990     CLOSE RUN-LOG-FILE.
003000 9890-EXIT.
003010     EXIT.
