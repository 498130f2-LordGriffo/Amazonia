000230*               MONTHSUM, AND THE HISTORY LOAD.  A CLEAN RUN
000240*               PRINTS A ONE-LINE CERTIFICATE ON VRFYRPT TO
000250*               FILE WITH THE DAILY REPORTS.
000252* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000254*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000256*               RUNRPT BATCH-WINDOW REPORT.
000260* ----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT VRFY-RPT-FILE ASSIGN TO "VRFYRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000332     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-RUNLOG-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  AUDIT-LOG-FILE.
000410     COPY AUDSEALR.
000420 FD  VRFY-RPT-FILE.
000430 01  VRFY-RPT-LINE               PIC X(132).
000432 FD  RUN-LOG-FILE.
000434 01  RUN-LOG-RECORD.
000436     COPY RUNLOGRC.
000440 WORKING-STORAGE SECTION.
000441 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000442 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000443 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000444 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000445 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000450 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000460     88  WS-END-OF-FILE              VALUE "Y".
000470 77  WS-READ-COUNT               PIC 9(09)      VALUE ZERO.
000790     PERFORM 9999-TERMINATE THRU 9999-EXIT.
000800     STOP RUN.
000810 1000-INITIALIZE.
000815     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
000820     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000830     OPEN INPUT AUDIT-LOG-FILE.
000840     OPEN OUTPUT VRFY-RPT-FILE.
002790     IF WS-DISCREPANCY
002800         MOVE 8 TO RETURN-CODE
002810     END-IF.
002815     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
002820 9999-EXIT.
002830     EXIT.
002840 9800-LOG-RUN-START.
002850     MOVE "S" TO WS-RUNLOG-TYPE.
002860     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
002870     ACCEPT WS-RUNLOG-TIME FROM TIME.
002880     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002890 9800-EXIT.
002900     EXIT.
002910 9850-LOG-RUN-END.
002920     MOVE "E" TO WS-RUNLOG-TYPE.
002930     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002940 9850-EXIT.
002950     EXIT.
002960 9890-WRITE-RUN-LOG.
002970     OPEN EXTEND RUN-LOG-FILE.
002980     IF WS-RUNLOG-STATUS NOT = "00"
002990         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
003000             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003010         GO TO 9890-EXIT
003020     END-IF.
003030     MOVE SPACES TO RUN-LOG-RECORD.
003040     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
003050     MOVE "AUDVRFY" TO RN-PROGRAM-ID.
003060     MOVE ZERO TO RN-STREAM-NO.
003070     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
003080     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
003090     MOVE ZERO TO RN-RETURN-CODE.
003100     MOVE "READ" TO RN-COUNT-NAME (1).
003110     MOVE "RUNS" TO RN-COUNT-NAME (2).
003120     MOVE "SEAL" TO RN-COUNT-NAME (3).
003130     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
003140     IF RN-END-RECORD
003150         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
003160         ACCEPT WS-RUNLOG-END-TIME FROM TIME
003170         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
003180         MOVE RETURN-CODE TO RN-RETURN-CODE
003190         MOVE WS-READ-COUNT TO RN-COUNT (1)
003200         MOVE WS-RUN-COUNT TO RN-COUNT (2)
003210         MOVE WS-SEAL-COUNT TO RN-COUNT (3)
003220     END-IF.
003230     WRITE RUN-LOG-RECORD.
003240     CLOSE RUN-LOG-FILE.
003250 9890-EXIT.
003260     EXIT.
