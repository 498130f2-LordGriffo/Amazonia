000390*               ADDS NUM1 BEFORE THE COMPUTES - A TRANSACTION
000400*               THAT OVERFLOWED STILL FED THE IN-STREAM SUM.
000410*               ONLY THEIR OWN ZEROED RESULTS ARE LEFT ALONE.
000411* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000412*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000413*               RUNRPT BATCH-WINDOW REPORT.
000414* 10/15/26 EM   PARTITION RECORDS WIDENED FOR THE AM (LOAN
000415*               AMORTIZATION) FIELDS ON CALCREC - TRANSOUT 172,
000416*               AUDITLOG 194.  SCHEDULE LINES CARRY THEIR OWN
000417*               TRANSACTION IDS, SO THE JCL SIMPLY APPENDS THE
000418*               SCHEDOUT PARTITIONS (SCHED01-SCHED04).
000420* ----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000652     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-RUNLOG-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  OUT-01-FILE.
000690 01  OUT-01-RECORD               PIC X(172).
000700 FD  OUT-02-FILE.
000710 01  OUT-02-RECORD               PIC X(172).
000720 FD  OUT-03-FILE.
000730 01  OUT-03-RECORD               PIC X(172).
000740 FD  OUT-04-FILE.
000750 01  OUT-04-RECORD               PIC X(172).
000760 FD  AUD-01-FILE.
000770 01  AUD-01-RECORD               PIC X(194).
000780 FD  AUD-02-FILE.
000790 01  AUD-02-RECORD               PIC X(194).
000800 FD  AUD-03-FILE.
000810 01  AUD-03-RECORD               PIC X(194).
000820 FD  AUD-04-FILE.
000830 01  AUD-04-RECORD               PIC X(194).
000840 FD  TRANS-OUT-FILE.
000850 01  TRAN-OUT-RECORD.
000860     COPY CALCREC.
000870 FD  AUDIT-LOG-FILE.
000880 01  AUDIT-RECORD                PIC X(194).
000882 FD  RUN-LOG-FILE.
000884 01  RUN-LOG-RECORD.
000886     COPY RUNLOGRC.
000890 WORKING-STORAGE SECTION.
000891 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000892 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000893 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000894 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000895 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000900 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000910     88  WS-END-OF-FILE              VALUE "Y".
000920 77  WS-PARM                     PIC X(08)      VALUE SPACES.
001160     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001170     STOP RUN.
001180 1000-INITIALIZE.
001185     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001190     ACCEPT WS-PARM FROM COMMAND-LINE.
001200     IF WS-PARM (1:1) NUMERIC
001210         AND WS-PARM (1:1) > "0"
001260         DISPLAY "STREAM COUNT PARM MUST BE 1-4 - GOT <"
001270             WS-PARM ">"
001280         MOVE 12 TO RETURN-CODE
001285         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001290         STOP RUN
001300     END-IF.
001310     OPEN OUTPUT TRANS-OUT-FILE.
003250     DISPLAY "AUDITLOG RECORDS MERGED  : " WS-AUD-COUNT.
003260     DISPLAY "AV FIGURES RECOMPUTED (TRANSOUT AND AUDITLOG): "
003270         WS-AV-FIXED-COUNT.
003275     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003280 9999-EXIT.
003290     EXIT.
003300 9800-LOG-RUN-START.
003310     MOVE "S" TO WS-RUNLOG-TYPE.
003320     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003330     ACCEPT WS-RUNLOG-TIME FROM TIME.
003340     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003350 9800-EXIT.
003360     EXIT.
003370 9850-LOG-RUN-END.
003380     MOVE "E" TO WS-RUNLOG-TYPE.
003390     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003400 9850-EXIT.
003410     EXIT.
003420 9890-WRITE-RUN-LOG.
003430     OPEN EXTEND RUN-LOG-FILE.
003440     IF WS-RUNLOG-STATUS NOT = "00"
003450         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
003460             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003470         GO TO 9890-EXIT
003480     END-IF.
003490     MOVE SPACES TO RUN-LOG-RECORD.
003500     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
003510     MOVE "TRANMRG" TO RN-PROGRAM-ID.
003520     MOVE ZERO TO RN-STREAM-NO.
003530     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
003540     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
003550     MOVE ZERO TO RN-RETURN-CODE.
003560     MOVE "OUT" TO RN-COUNT-NAME (1).
003570     MOVE "AUD" TO RN-COUNT-NAME (2).
003580     MOVE "AVFX" TO RN-COUNT-NAME (3).
003590     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
003600     IF RN-END-RECORD
003610         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
003620         ACCEPT WS-RUNLOG-END-TIME FROM TIME
003630         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
003640         MOVE RETURN-CODE TO RN-RETURN-CODE
003650         MOVE WS-OUT-COUNT TO RN-COUNT (1)
003660         MOVE WS-AUD-COUNT TO RN-COUNT (2)
003670         MOVE WS-AV-FIXED-COUNT TO RN-COUNT (3)
003680     END-IF.
003690     WRITE RUN-LOG-RECORD.
003700     CLOSE RUN-LOG-FILE.
003710 9890-EXIT.
003720     EXIT.
