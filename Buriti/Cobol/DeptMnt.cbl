000260*               WHO, WHEN, AND WHAT.  (Q)UIT WRITES THE FULL
000270*               TABLE TO DEPTOUT; THE FOLLOW-ON STEP COPIES IT
000280*               BACK OVER THE LIVE MASTER.
000281* 10/15/26 EM   ADDED (T)HRESHOLD TO SET A DEPARTMENT'S
000282*               DM-APPROVAL-LIMIT - AMOUNTS ABOVE IT ARE HELD
000283*               FOR A SUPERVISOR'S APPROVAL (SEE ApprRvw).  ZERO
000284*               TURNS THE HOLD OFF.  LOGGED ON CHGLOG WITH THE
000285*               OLD AND NEW LIMIT; THE LISTING SHOWS IT.
000290* ----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000710 77  WS-WORK-CODE                PIC X(04)      VALUE SPACES.
000720 77  WS-WORK-NAME                PIC X(30)      VALUE SPACES.
000730 77  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000731 01  WS-WORK-LIMIT               PIC X(11)      VALUE SPACES.
000732 01  WS-WORK-LIMIT-NUM REDEFINES WS-WORK-LIMIT
000733                                 PIC 9(09)V99.
000734 01  WS-EDIT-LIMIT               PIC Z(08)9.99.
000735 01  WS-EDIT-NEW-LIMIT           PIC Z(08)9.99.
000740 77  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
000750 77  WS-CHANGE-COUNT             PIC 9(05)      VALUE ZERO.
000760 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000830         10  WS-DT-STATUS            PIC X(01).
000840         10  WS-DT-EFF-FROM          PIC X(08).
000850         10  WS-DT-EFF-TO            PIC X(08).
000855         10  WS-DT-APPROVAL          PIC 9(09)V99.
000860 01  WS-OUT-BUILD.
000870     COPY DEPTREC.
000880 PROCEDURE DIVISION.
001420             TO WS-DT-EFF-FROM (WS-DEPT-COUNT)
001430         MOVE DM-EFF-TO OF DEPT-IN-RECORD
001440             TO WS-DT-EFF-TO (WS-DEPT-COUNT)
001441         IF DM-APPROVAL-LIMIT OF DEPT-IN-RECORD NUMERIC
001442             MOVE DM-APPROVAL-LIMIT OF DEPT-IN-RECORD
001443                 TO WS-DT-APPROVAL (WS-DEPT-COUNT)
001444         ELSE
001445             MOVE ZERO TO WS-DT-APPROVAL (WS-DEPT-COUNT)
001446         END-IF
001450     ELSE
001460         DISPLAY "DEPARTMENT TABLE FULL - "
001470             DM-DEPT-CODE OF DEPT-IN-RECORD " DROPPED"
001850     EXIT.
001860 2000-PROCESS-ACTION.
001870     DISPLAY " ".
001880     DISPLAY "ACTION - (A)DD (R)ENAME (D)EACTIVATE "
001890         "(T)HRESHOLD (L)IST (Q)UIT: ".
001900     ACCEPT WS-ACTION.
001910     EVALUATE WS-ACTION
001920         WHEN "A"
001980         WHEN "D"
001990         WHEN "d"
002000             PERFORM 5000-DEACTIVATE-DEPT THRU 5000-EXIT
002002         WHEN "T"
002004         WHEN "t"
002006             PERFORM 5500-SET-THRESHOLD THRU 5500-EXIT
002010         WHEN "L"
002020         WHEN "l"
002030             PERFORM 6000-LIST-DEPTS THRU 6000-EXIT
002050         WHEN "q"
002060             SET WS-SESSION-DONE TO TRUE
002070         WHEN OTHER
002080             DISPLAY "ENTER A, R, D, T, L, OR Q"
002090     END-EVALUATE.
002100 2000-EXIT.
002110     EXIT.
002620     PERFORM 2600-GET-DATE THRU 2600-EXIT.
002630     MOVE WS-WORK-DATE TO WS-DT-EFF-FROM (WS-DEPT-COUNT).
002640     MOVE SPACES       TO WS-DT-EFF-TO (WS-DEPT-COUNT).
002645     MOVE ZERO         TO WS-DT-APPROVAL (WS-DEPT-COUNT).
002650     MOVE SPACES TO WS-REPORT-LINE.
002660     STRING "ADDED      " WS-WORK-CODE " <" WS-WORK-NAME
002670         "> EFFECTIVE FROM <" WS-WORK-DATE ">"
003220     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
003230 5000-EXIT.
003240     EXIT.
003241 5500-SET-THRESHOLD.
003242     DISPLAY "DEPARTMENT CODE: ".
003243     ACCEPT WS-WORK-CODE.
003244     PERFORM 2500-FIND-DEPT THRU 2500-EXIT.
003245     IF NOT WS-DEPT-FOUND
003246         DISPLAY "DEPARTMENT NOT ON FILE"
003247         GO TO 5500-EXIT
003248     END-IF.
003249     MOVE WS-DT-APPROVAL (WS-DEPT-SUB) TO WS-EDIT-LIMIT.
003250     DISPLAY "APPROVAL LIMIT NOW " WS-EDIT-LIMIT.
003251     DISPLAY "NEW LIMIT (DDDDDDDDDCC, E.G. 00000500000 FOR "
003252         "5000.00, ZERO = NO HOLD): ".
003253     ACCEPT WS-WORK-LIMIT.
003254     IF WS-WORK-LIMIT NOT NUMERIC
003255         DISPLAY "LIMIT NOT NUMERIC - CANCELLED"
003256         GO TO 5500-EXIT
003257     END-IF.
003258     MOVE WS-WORK-LIMIT-NUM TO WS-EDIT-NEW-LIMIT.
003259     MOVE SPACES TO WS-REPORT-LINE.
003260     STRING "THRESHOLD  " WS-WORK-CODE " <" WS-EDIT-LIMIT
003261         "> TO <" WS-EDIT-NEW-LIMIT ">"
003262         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003263     MOVE WS-WORK-LIMIT-NUM TO WS-DT-APPROVAL (WS-DEPT-SUB).
003264     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
003265     DISPLAY "DEPARTMENT " WS-WORK-CODE " APPROVAL LIMIT SET".
003266 5500-EXIT.
003267     EXIT.
003268 6000-LIST-DEPTS.
003269     PERFORM 6100-LIST-ONE THRU 6100-EXIT
003270         VARYING WS-DEPT-SUB FROM 1 BY 1
003280         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
003290 6000-EXIT.
003330         WS-DT-STATUS (WS-DEPT-SUB) " "
003340         WS-DT-NAME (WS-DEPT-SUB) " FROM <"
003350         WS-DT-EFF-FROM (WS-DEPT-SUB) "> TO <"
003360         WS-DT-EFF-TO (WS-DEPT-SUB) "> APPROVAL "
003365         WS-DT-APPROVAL (WS-DEPT-SUB).
003370 6100-EXIT.
003380     EXIT.
003390 7000-LOG-CHANGE.
003650         OF WS-OUT-BUILD.
003660     MOVE WS-DT-EFF-TO (WS-DEPT-SUB)   TO DM-EFF-TO
003670         OF WS-OUT-BUILD.
003673     MOVE WS-DT-APPROVAL (WS-DEPT-SUB) TO DM-APPROVAL-LIMIT
003676         OF WS-OUT-BUILD.
003680     MOVE WS-OUT-BUILD TO DEPT-OUT-RECORD.
003690     WRITE DEPT-OUT-RECORD.
003700 8100-EXIT.
