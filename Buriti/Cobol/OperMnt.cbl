000192* 09/02/26 EM   OPERATORS LOCKED OUT BY SecRpt SHOW STATUS "L"
000194*               ON THE LISTING; (C)HANGE REINSTATES THEM TO "A"
000196*               AFTER SECURITY REVIEW, EXACTLY AS FOR "I".
000197* 10/15/26 EM   (A)DD AND (C)HANGE NOW ALSO ASK WHETHER THE
000198*               OPERATOR IS A SUPERVISOR WHO MAY APPROVE HELD
000199*               TRANSACTIONS IN ApprRvw (OP-APPROVER); THE
000200*               LISTING SHOWS THE FLAG.
000201* 10/15/26 EM   ALLOWED OPERATIONS TAKE UP TO TWELVE SELECTORS
000202*               (24 CHARACTERS) FOR THE NEW "AM" SELECTOR; THE
000203*               FIRST EIGHT GO TO OP-ALLOWED-OPS AND THE REST TO
000204*               OP-ALLOWED-OPS-EXT.
000207* ----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000450     88  WS-OPER-FOUND               VALUE "Y".
000460 77  WS-ACTION                   PIC X(01)      VALUE SPACES.
000470 77  WS-WORK-ID                  PIC X(08)      VALUE SPACES.
000480 77  WS-WORK-OPS                 PIC X(24)      VALUE SPACES.
000485 77  WS-WORK-APPROVER            PIC X(01)      VALUE SPACES.
000490 01  WS-WORK-LIMIT               PIC X(11)      VALUE SPACES.
000492 01  WS-WORK-LIMIT-NUM REDEFINES WS-WORK-LIMIT
000494                                 PIC 9(09)V99.
000510     05  WS-OPER-ENTRY OCCURS 200 TIMES.
000520         10  WS-OT-ID                PIC X(08).
000530         10  WS-OT-STATUS            PIC X(01).
000540         10  WS-OT-ALLOWED           PIC X(24).
000550         10  WS-OT-LIMIT             PIC 9(09)V99.
000555         10  WS-OT-APPROVER          PIC X(01).
000560 01  WS-OUT-BUILD.
000570     COPY OPERREC.
000580 PROCEDURE DIVISION.
000920         MOVE OP-STATUS OF OPER-IN-RECORD
000922             TO WS-OT-STATUS (WS-OPER-COUNT)
000930         MOVE OP-ALLOWED-OPS OF OPER-IN-RECORD
000932             TO WS-OT-ALLOWED (WS-OPER-COUNT) (1:16)
000934         MOVE OP-ALLOWED-OPS-EXT OF OPER-IN-RECORD
000936             TO WS-OT-ALLOWED (WS-OPER-COUNT) (17:8)
000940         IF OP-MAX-AMOUNT OF OPER-IN-RECORD NUMERIC
000950             MOVE OP-MAX-AMOUNT OF OPER-IN-RECORD
000952                 TO WS-OT-LIMIT (WS-OPER-COUNT)
000960         ELSE
000970             MOVE ZERO TO WS-OT-LIMIT (WS-OPER-COUNT)
000980         END-IF
000983         MOVE OP-APPROVER OF OPER-IN-RECORD
000986             TO WS-OT-APPROVER (WS-OPER-COUNT)
000990     ELSE
001000         DISPLAY "OPERATOR TABLE FULL - "
001002             OP-OPERATOR-ID OF OPER-IN-RECORD
002040     DISPLAY WS-OT-ID (WS-OPER-SUB) " "
002050         WS-OT-STATUS (WS-OPER-SUB) " "
002060         WS-OT-ALLOWED (WS-OPER-SUB) " LIMIT "
002070         WS-OT-LIMIT (WS-OPER-SUB) " APPROVER "
002075         WS-OT-APPROVER (WS-OPER-SUB).
002080 6100-EXIT.
002090     EXIT.
002100 7000-EDIT-FIELDS.
002110     DISPLAY "ALLOWED OPERATIONS (E.G. ALADSBMLDVMDPCAVAM): ".
002120     ACCEPT WS-WORK-OPS.
002130     MOVE WS-WORK-OPS TO WS-OT-ALLOWED (WS-OPER-SUB).
002140     DISPLAY "MAX ABSOLUTE AMOUNT (DDDDDDDDDCC, E.G. "
002190     ELSE
002200         DISPLAY "LIMIT NOT NUMERIC - ZERO ASSUMED"
002210         MOVE ZERO TO WS-OT-LIMIT (WS-OPER-SUB)
002211     END-IF.
002212     DISPLAY "MAY APPROVE HELD TRANSACTIONS (Y/N): ".
002213     ACCEPT WS-WORK-APPROVER.
002214     IF WS-WORK-APPROVER = "Y" OR WS-WORK-APPROVER = "y"
002215         MOVE "Y" TO WS-OT-APPROVER (WS-OPER-SUB)
002216     ELSE
002217         MOVE "N" TO WS-OT-APPROVER (WS-OPER-SUB)
002220     END-IF.
002230 7000-EXIT.
002240     EXIT.
002350         OF WS-OUT-BUILD.
002360     MOVE WS-OT-STATUS (WS-OPER-SUB)  TO OP-STATUS
002370         OF WS-OUT-BUILD.
002380     MOVE WS-OT-ALLOWED (WS-OPER-SUB) (1:16) TO OP-ALLOWED-OPS
002383         OF WS-OUT-BUILD.
002386     MOVE WS-OT-ALLOWED (WS-OPER-SUB) (17:8) TO OP-ALLOWED-OPS-EXT
002390         OF WS-OUT-BUILD.
002400     MOVE WS-OT-LIMIT (WS-OPER-SUB)   TO OP-MAX-AMOUNT
002403         OF WS-OUT-BUILD.
002406     MOVE WS-OT-APPROVER (WS-OPER-SUB) TO OP-APPROVER
002410         OF WS-OUT-BUILD.
002420     MOVE WS-OUT-BUILD TO OPER-OUT-RECORD.
002430     WRITE OPER-OUT-RECORD.
