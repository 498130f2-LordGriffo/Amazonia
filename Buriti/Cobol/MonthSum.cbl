000207*               WORK IS NOT A REJECT AND WOULD INFLATE THE
000208*               REJECT-RATE TREND.  ITS VOLUME IS SHOWN ON
000209*               ITS OWN INFORMATION LINE.
000210* 10/15/26 EM   AM (LOAN AMORTIZATION) SELECTOR COUNTED IN ITS
000211*               OWN BUCKET.  A PRIOR-PERIOD SUMMARY STILL IN THE
000212*               OLD NINE-BUCKET LAYOUT HAS ITS UNRECOGNIZED COUNT
000213*               MOVED TO THE NEW LAST BUCKET AND AM SHOWN AS ZERO.
000214* 10/15/26 EM   CURRSUM WIDENED TO THE 129-BYTE PERSUMRC RECORD.  AT
000215*               120 BYTES THE NEW LAST BUCKET WAS CUT SHORT, SO
000216*               THE NEXT MONTH TOOK ITS OWN SUMMARY FOR THE OLD
000217*               LAYOUT AND MOVED AM'S COUNT TO UNRECOGNIZED.
000218* ----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000400 01  PRIOR-SUM-RECORD.
000410     COPY PERSUMRC.
000420 FD  CURR-SUM-FILE.
000430 01  CURR-SUM-RECORD             PIC X(129).
000440 FD  SUM-RPT-FILE.
000450 01  SUM-RPT-LINE                PIC X(132).
000460 WORKING-STORAGE SECTION.
000780     05  FILLER                  PIC X(02)      VALUE "MD".
000790     05  FILLER                  PIC X(02)      VALUE "PC".
000800     05  FILLER                  PIC X(02)      VALUE "AV".
000805     05  FILLER                  PIC X(02)      VALUE "AM".
000810     05  FILLER                  PIC X(02)      VALUE "??".
000820 01  WS-OP-CODE-TABLE REDEFINES WS-OP-CODE-LIST.
000830     05  WS-OP-CODE              PIC X(02) OCCURS 10 TIMES.
000840 01  WS-OP-COUNTS.
000850     05  WS-OP-COUNT             PIC 9(09) OCCURS 10 TIMES
000860                                 VALUE ZERO.
000870 01  WS-DAY-TABLE.
000880     05  WS-DAY-ENTRY OCCURS 62 TIMES.
001660         GO TO 1100-EXIT
001670     END-IF.
001680     MOVE PRIOR-SUM-RECORD TO WS-PRIOR-SAVE.
001681     IF PS-OP-COUNT OF WS-PRIOR-SAVE (10) NOT NUMERIC
001682         MOVE PS-OP-COUNT OF WS-PRIOR-SAVE (9)
001683             TO PS-OP-COUNT OF WS-PRIOR-SAVE (10)
001684         MOVE ZERO TO PS-OP-COUNT OF WS-PRIOR-SAVE (9)
001685     END-IF.
001690     SET WS-PRIOR-LOADED TO TRUE.
001700     CLOSE PRIOR-SUM-FILE.
001710 1100-EXIT.
002610     MOVE "N" TO WS-OP-FOUND-SWITCH.
002620     PERFORM 2450-MATCH-OPERATION THRU 2450-EXIT
002630         VARYING WS-OP-SUB FROM 1 BY 1
002640         UNTIL WS-OP-SUB > 9
002650             OR WS-OP-FOUND.
002660     IF WS-OP-FOUND
002670         SUBTRACT 1 FROM WS-OP-SUB
002680     ELSE
002690         MOVE 10 TO WS-OP-SUB
002700     END-IF.
002710     ADD 1 TO WS-OP-COUNT (WS-OP-SUB).
002720 2400-EXIT.
003120     WRITE SUM-RPT-LINE AFTER ADVANCING 1 LINE.
003130     PERFORM 7300-PRINT-OP-LINE THRU 7300-EXIT
003140         VARYING WS-OP-SUB FROM 1 BY 1
003150         UNTIL WS-OP-SUB > 10.
003152     MOVE SPACES TO SUM-RPT-LINE.
003153     WRITE SUM-RPT-LINE AFTER ADVANCING 1 LINE.
003154     MOVE WS-SCRATCH-COUNT TO WS-EDIT-COUNT.
004250     MOVE WS-REJECT-COUNT TO PS-REJECT-COUNT OF WS-CURR-SUM.
004260     PERFORM 8100-MOVE-OP-COUNT THRU 8100-EXIT
004270         VARYING WS-OP-SUB FROM 1 BY 1
004280         UNTIL WS-OP-SUB > 10.
004290     MOVE WS-CURR-SUM TO CURR-SUM-RECORD.
004300     WRITE CURR-SUM-RECORD.
004310 8000-EXIT.
