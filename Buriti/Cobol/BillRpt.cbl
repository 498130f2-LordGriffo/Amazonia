000236*               "SCRATCH", BLANK DEPARTMENT, NEVER BOOKED) ARE
000237*               SKIPPED - NEITHER BELONGS ON AN INVOICE, AS A
000238*               CHARGE OR AS A "REJECTED" LINE.
000239* 10/15/26 EM   SELECTOR "AM" (LOAN AMORTIZATION) ADDED TO THE
000240*               OPERATION TABLE; IT IS PRICED FROM ITS OWN
000241*               RATEMAST CARD LIKE ANY OTHER OPERATION.
000245* ----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000910     05  FILLER                  PIC X(02)      VALUE "MD".
000920     05  FILLER                  PIC X(02)      VALUE "PC".
000930     05  FILLER                  PIC X(02)      VALUE "AV".
000935     05  FILLER                  PIC X(02)      VALUE "AM".
000940     05  FILLER                  PIC X(02)      VALUE "??".
000950 01  WS-OP-CODE-TABLE REDEFINES WS-OP-CODE-LIST.
000960     05  WS-OP-CODE              PIC X(02) OCCURS 10 TIMES.
000970 01  WS-RATE-TABLE.
000980     05  WS-RATE-ENTRY OCCURS 10 TIMES.
000990         10  WS-RT-PRICE             PIC 9(03)V9(04).
001000         10  WS-RT-ON-FILE           PIC X(01).
001010 01  WS-DEPT-TABLE.
001030     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
001040         10  WS-DT-CODE              PIC X(04).
001050         10  WS-DT-NAME              PIC X(30).
001060         10  WS-DT-OK-COUNT          PIC 9(09) OCCURS 10 TIMES.
001070         10  WS-DT-REJ-COUNT         PIC 9(09) OCCURS 10 TIMES.
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440             GO TO 1150-EXIT
001450     END-READ.
001460     PERFORM 2400-LOCATE-OPERATION THRU 2400-EXIT.
001470     IF WS-OP-SUB = 10
001480         DISPLAY "UNRECOGNIZED SELECTOR ON RATE MASTER - <"
001490             RT-OPERATION-SEL "> IGNORED"
001500         GO TO 1150-EXIT
002480     MOVE "N" TO WS-OP-FOUND-SWITCH.
002490     PERFORM 2410-MATCH-RATE-OP THRU 2410-EXIT
002500         VARYING WS-OP-SUB FROM 1 BY 1
002510         UNTIL WS-OP-SUB > 9
002520             OR WS-OP-FOUND.
002530     IF WS-OP-FOUND
002540         SUBTRACT 1 FROM WS-OP-SUB
002550     ELSE
002560         MOVE 10 TO WS-OP-SUB
002570     END-IF.
002580 2400-EXIT.
002590     EXIT.
002670     MOVE "N" TO WS-OP-FOUND-SWITCH.
002680     PERFORM 2460-MATCH-AUDIT-OP THRU 2460-EXIT
002690         VARYING WS-OP-SUB FROM 1 BY 1
002700         UNTIL WS-OP-SUB > 9
002710             OR WS-OP-FOUND.
002720     IF WS-OP-FOUND
002730         SUBTRACT 1 FROM WS-OP-SUB
002740     ELSE
002750         MOVE 10 TO WS-OP-SUB
002760     END-IF.
002770 2450-EXIT.
002780     EXIT.
002930     MOVE "N" TO WS-ACTIVITY-SWITCH.
002940     PERFORM 7150-CHECK-ACTIVITY THRU 7150-EXIT
002950         VARYING WS-OP-SUB FROM 1 BY 1
002960         UNTIL WS-OP-SUB > 10.
002970     IF NOT WS-DEPT-HAS-ACTIVITY
002980         GO TO 7100-EXIT
002990     END-IF.
003160     WRITE BILL-RPT-LINE AFTER ADVANCING 1 LINE.
003170     PERFORM 7200-PRINT-OP-LINE THRU 7200-EXIT
003180         VARYING WS-OP-SUB FROM 1 BY 1
003190         UNTIL WS-OP-SUB > 10.
003200     MOVE SPACES TO WS-REPORT-LINE.
003210     MOVE WS-INVOICE-TOTAL TO WS-EDIT-AMOUNT.
003220     STRING "INVOICE TOTAL  . . . . . . . . : " WS-EDIT-AMOUNT
003880     WRITE BILL-RPT-LINE AFTER ADVANCING 1 LINE.
003890     PERFORM 7350-PRINT-REJECT-OP THRU 7350-EXIT
003900         VARYING WS-OP-SUB FROM 1 BY 1
003910         UNTIL WS-OP-SUB > 10.
003920 7300-EXIT.
003930     EXIT.
003940 7350-PRINT-REJECT-OP.
