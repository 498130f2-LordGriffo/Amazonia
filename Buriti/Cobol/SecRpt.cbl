000240*               EVENTS FOR IDS NOT ON THE MASTER ARE REPORTED -
000250*               THERE IS NOTHING TO LOCK, BUT SECURITY SHOULD
000260*               KNOW SOMEONE TRIED.
000261* 10/15/26 EM   THE REWRITTEN MASTER NOW CARRIES OP-APPROVER
000262*               THROUGH UNCHANGED.
000263* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000264*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000265*               RUNRPT BATCH-WINDOW REPORT.
000266* 10/15/26 EM   THE REWRITTEN MASTER NOW CARRIES
000267*               OP-ALLOWED-OPS-EXT THROUGH UNCHANGED.
000270* ----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT SEC-RPT-FILE ASSIGN TO "SECRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000402     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-RUNLOG-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SEC-EVT-FILE.
000500 01  OPER-OUT-RECORD             PIC X(80).
000510 FD  SEC-RPT-FILE.
000520 01  SEC-RPT-LINE                PIC X(132).
000522 FD  RUN-LOG-FILE.
000524 01  RUN-LOG-RECORD.
000526     COPY RUNLOGRC.
000530 WORKING-STORAGE SECTION.
000531 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000532 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000533 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000534 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000535 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000540 77  WS-SECEVT-STATUS            PIC X(02)      VALUE SPACES.
000550 77  WS-OPERIN-STATUS            PIC X(02)      VALUE SPACES.
000560 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000830         10  WS-OT-ID                PIC X(08).
000840         10  WS-OT-STATUS            PIC X(01).
000850         10  WS-OT-ALLOWED           PIC X(16).
000855         10  WS-OT-ALLOWED-EXT       PIC X(08).
000860         10  WS-OT-LIMIT             PIC 9(09)V99.
000865         10  WS-OT-APPROVER          PIC X(01).
000870 01  WS-OUT-BUILD.
000880     COPY OPERREC.
000890 PROCEDURE DIVISION.
000970     PERFORM 9999-TERMINATE THRU 9999-EXIT.
000980     STOP RUN.
000990 1000-INITIALIZE.
000995     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001000     ACCEPT WS-PARM FROM COMMAND-LINE.
001010     IF WS-PARM (1:3) NUMERIC
001020         AND WS-PARM (1:3) NOT = "000"
001060         DISPLAY "THRESHOLD PARM MUST BE 001-999 - GOT <"
001070             WS-PARM ">"
001080         MOVE 12 TO RETURN-CODE
001085         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001090         STOP RUN
001100     END-IF.
001110     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001760             WS-OPERIN-STATUS
001770         DISPLAY "RUN REFUSED - NOTHING TO LOCK"
001780         MOVE 12 TO RETURN-CODE
001785         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001790         STOP RUN
001800     END-IF.
001810     MOVE "N" TO WS-EOF-SWITCH.
001980             TO WS-OT-STATUS (WS-OPER-COUNT)
001990         MOVE OP-ALLOWED-OPS OF OPER-IN-RECORD
002000             TO WS-OT-ALLOWED (WS-OPER-COUNT)
002003         MOVE OP-ALLOWED-OPS-EXT OF OPER-IN-RECORD
002006             TO WS-OT-ALLOWED-EXT (WS-OPER-COUNT)
002010         IF OP-MAX-AMOUNT OF OPER-IN-RECORD NUMERIC
002020             MOVE OP-MAX-AMOUNT OF OPER-IN-RECORD
002030                 TO WS-OT-LIMIT (WS-OPER-COUNT)
002040         ELSE
002050             MOVE ZERO TO WS-OT-LIMIT (WS-OPER-COUNT)
002060         END-IF
002063         MOVE OP-APPROVER OF OPER-IN-RECORD
002066             TO WS-OT-APPROVER (WS-OPER-COUNT)
002070     ELSE
002080         DISPLAY "OPERATOR TABLE FULL - "
002090             OP-OPERATOR-ID OF OPER-IN-RECORD
003060         OF WS-OUT-BUILD.
003070     MOVE WS-OT-ALLOWED (WS-OPER-SUB) TO OP-ALLOWED-OPS
003080         OF WS-OUT-BUILD.
003083     MOVE WS-OT-ALLOWED-EXT (WS-OPER-SUB) TO OP-ALLOWED-OPS-EXT
003086         OF WS-OUT-BUILD.
003090     MOVE WS-OT-LIMIT (WS-OPER-SUB)   TO OP-MAX-AMOUNT
003093         OF WS-OUT-BUILD.
003096     MOVE WS-OT-APPROVER (WS-OPER-SUB) TO OP-APPROVER
003100         OF WS-OUT-BUILD.
003110     MOVE WS-OUT-BUILD TO OPER-OUT-RECORD.
003120     WRITE OPER-OUT-RECORD.
003230     IF WS-LOCKOUT-COUNT > ZERO
003240         MOVE 4 TO RETURN-CODE
003250     END-IF.
003255     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
003260 9999-EXIT.
003270     EXIT.
003280 9800-LOG-RUN-START.
003290     MOVE "S" TO WS-RUNLOG-TYPE.
003300     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
003310     ACCEPT WS-RUNLOG-TIME FROM TIME.
003320     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003330 9800-EXIT.
003340     EXIT.
003350 9850-LOG-RUN-END.
003360     MOVE "E" TO WS-RUNLOG-TYPE.
003370     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
003380 9850-EXIT.
003390     EXIT.
003400 9890-WRITE-RUN-LOG.
003410     OPEN EXTEND RUN-LOG-FILE.
003420     IF WS-RUNLOG-STATUS NOT = "00"
003430         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
003440             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003450         GO TO 9890-EXIT
003460     END-IF.
003470     MOVE SPACES TO RUN-LOG-RECORD.
003480     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
003490     MOVE "SECRPT" TO RN-PROGRAM-ID.
003500     MOVE ZERO TO RN-STREAM-NO.
003510     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
003520     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
003530     MOVE ZERO TO RN-RETURN-CODE.
003540     MOVE "EVTS" TO RN-COUNT-NAME (1).
003550     MOVE "LOCK" TO RN-COUNT-NAME (2).
003560     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
003570     IF RN-END-RECORD
003580         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
003590         ACCEPT WS-RUNLOG-END-TIME FROM TIME
003600         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
003610         MOVE RETURN-CODE TO RN-RETURN-CODE
003620         MOVE WS-EVENT-COUNT TO RN-COUNT (1)
003630         MOVE WS-LOCKOUT-COUNT TO RN-COUNT (2)
003640     END-IF.
003650     WRITE RUN-LOG-RECORD.
003660     CLOSE RUN-LOG-FILE.
003670 9890-EXIT.
003680     EXIT.
