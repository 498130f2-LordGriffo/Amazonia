000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ApprRvw.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  SUPERVISOR REVIEW OF TRANSACTIONS HELD
000110*               FOR APPROVAL (MAKER-CHECKER).  ArithmeticProgram
000120*               HOLDS ANY TRANSACTION OVER ITS DEPARTMENT'S
000130*               DM-APPROVAL-LIMIT ON PENDAPPR (SEE PENDREC)
000140*               INSTEAD OF CALCULATING IT.  THE USER MUST BE
000150*               ACTIVE ON OPERMAST AND FLAGGED OP-APPROVER "Y".
000160*               THE PENDING ITEMS ARE LISTED, THEN EACH IS SHOWN
000170*               IN TURN TO (A)PPROVE, (D)ECLINE, (S)KIP, OR
000180*               (Q)UIT.  AN ITEM HELD UNDER THE USER'S OWN
000190*               OPERATOR ID CANNOT BE DECIDED BY THAT USER.
000200*               APPROVED CARDS ARE APPENDED TO THE PERMANENT
000210*               APPROVED DATASET IN THEIR OWN BATCH HEADER/
000220*               TRAILER (DEPT "APPR"), WHICH RIDES AT THE FRONT
000230*               OF THE NEXT TRANSIN THE WAY RESUBMIT DOES AND IS
000240*               NOT HELD AGAIN.  DECLINED ITEMS GO TO SUSPENSE,
000250*               REASON "DECLINED", FOR SuspRpr TO REPAIR OR
000260*               CANCEL.  EVERY DECISION IS APPENDED TO APPRLOG
000270*               WITH WHO DECIDED IT AND WHEN.  UNDECIDED ITEMS
000280*               ARE CARRIED FORWARD TO PENDOUT; THE FOLLOW-ON
000290*               STEP COPIES IT BACK OVER PENDAPPR.
000292* 10/15/26 EM   A RELEASED CARD NOW CARRIES THE HELD ITEM'S
000293*               TRANSACTION ID AND HOLD DATE IN TI-PRIOR-TXN-ID
000294*               AND TI-PRIOR-TXN-DATE (SEE TRANINRC) SO TxnTrace
000296*               CAN FOLLOW IT TO ITS RELEASE.
000297* 10/15/26 EM   A HELD AM (LOAN AMORTIZATION) ITEM ALSO SHOWS ITS
000298*               NUMBER OF PERIODS AND PAYMENT FREQUENCY.
000299* 10/15/26 EM   A SECOND PENDAPPR RECORD WITH THE SAME TRANSACTION
000300*               ID AND HOLD DATE AS ONE ALREADY LOADED IS DROPPED
000301*               WITH A MESSAGE, SO THE ITEM CANNOT BE DECIDED (AND
000302*               RELEASED) TWICE.
000306* ----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PEND-IN-FILE ASSIGN TO "PENDIN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PENDIN-STATUS.
000370     SELECT PEND-OUT-FILE ASSIGN TO "PENDOUT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT APPROVED-FILE ASSIGN TO "APPROVED"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT APPR-LOG-FILE ASSIGN TO "APPRLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-OPERMAST-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PEND-IN-FILE.
000510 01  PEND-IN-RECORD.
000520     COPY PENDREC.
000530 FD  PEND-OUT-FILE.
000540 01  PEND-OUT-RECORD             PIC X(170).
000550 FD  APPROVED-FILE.
000560 01  APPROVED-RECORD             PIC X(80).
000570 01  APPROVED-CONTROL REDEFINES APPROVED-RECORD.
000580     COPY TRANCTLR.
000590 FD  SUSPENSE-FILE.
000600 01  SUSPENSE-RECORD.
000610     COPY SUSPREC.
000620 FD  APPR-LOG-FILE.
000630 01  APPR-LOG-RECORD             PIC X(170).
000640 FD  OPER-MAST-FILE.
000650 01  OPER-MAST-RECORD.
000660     COPY OPERREC.
000670 WORKING-STORAGE SECTION.
000680 77  WS-PENDIN-STATUS            PIC X(02)      VALUE SPACES.
000690 77  WS-OPERMAST-STATUS          PIC X(02)      VALUE SPACES.
000700 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000710     88  WS-END-OF-FILE              VALUE "Y".
000720 77  WS-QUIT-SWITCH              PIC X(01)      VALUE "N".
000730     88  WS-OPERATOR-QUIT            VALUE "Y".
000740 77  WS-OPER-EOF-SWITCH          PIC X(01)      VALUE "N".
000750     88  WS-OPER-END-OF-FILE         VALUE "Y".
000760 77  WS-OPER-FOUND-SWITCH        PIC X(01)      VALUE "N".
000770     88  WS-OPER-FOUND               VALUE "Y".
000780 77  WS-ITEM-COUNT               PIC 9(03)      VALUE ZERO.
000790 77  WS-ITEM-SUB                 PIC 9(03)      VALUE ZERO.
000792 77  WS-DUP-SUB                  PIC 9(03)      VALUE ZERO.
000794 77  WS-DUP-SWITCH               PIC X(01)      VALUE "N".
000796     88  WS-DUPLICATE-ITEM           VALUE "Y".
000798 77  WS-DUP-COUNT                PIC 9(05)      VALUE ZERO.
000800 77  WS-APPROVE-COUNT            PIC 9(05)      VALUE ZERO.
000810 77  WS-DECLINE-COUNT            PIC 9(05)      VALUE ZERO.
000820 77  WS-CARRY-COUNT              PIC 9(05)      VALUE ZERO.
000830 77  WS-OWN-COUNT                PIC 9(05)      VALUE ZERO.
000840 77  WS-ACTION                   PIC X(01)      VALUE SPACES.
000850 77  WS-OPERATOR-ID              PIC X(08)      VALUE SPACES.
000860 77  WS-RELEASE-HASH             PIC S9(11)V99  VALUE ZERO.
000870 77  WS-HASH-VALUE               PIC S9(9)V99   VALUE ZERO.
000880 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000890 01  WS-TIME                     PIC X(08)      VALUE SPACES.
000900 01  WS-EDIT-AMOUNT              PIC Z(08)9.99.
000910 01  WS-EDIT-LIMIT               PIC Z(08)9.99.
000920 01  WS-WORK-CARD.
000930     COPY TRANINRC.
000940 01  WS-NUM1-WORK            PIC X(13).
000950 01  WS-NUM1-WORK-EDIT REDEFINES WS-NUM1-WORK.
000960     05  WS-NW-SIGN              PIC X(01).
000970     05  WS-NW-WHOLE             PIC 9(09).
000980     05  WS-NW-DOT               PIC X(01).
000990     05  WS-NW-DEC               PIC 9(02).
001000 01  WS-PEND-TABLE.
001010     05  WS-PEND-ENTRY OCCURS 500 TIMES.
001020         10  WS-PD-STATUS            PIC X(01).
001030         10  WS-PD-TXN-ID            PIC X(10).
001040         10  WS-PD-HOLD-DATE         PIC X(08).
001050         10  WS-PD-HOLD-TIME         PIC X(06).
001060         10  WS-PD-SUBMIT-OPER       PIC X(08).
001070         10  WS-PD-DEPT-CODE         PIC X(04).
001080         10  WS-PD-HOLD-AMOUNT       PIC 9(09)V99.
001090         10  WS-PD-LIMIT             PIC 9(09)V99.
001100         10  WS-PD-IMAGE             PIC X(80).
001110         10  WS-PD-DECIDED-BY        PIC X(08).
001120         10  WS-PD-DECIDED-DATE      PIC X(08).
001130         10  WS-PD-DECIDED-TIME      PIC X(06).
001140 01  WS-OUT-BUILD.
001150     COPY PENDREC.
001160 PROCEDURE DIVISION.
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     PERFORM 1500-LIST-PENDING THRU 1500-EXIT.
001200     PERFORM 2000-WORK-ITEM THRU 2000-EXIT
001210         VARYING WS-ITEM-SUB FROM 1 BY 1
001220         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
001230     PERFORM 8000-WRITE-OUTPUTS THRU 8000-EXIT.
001240     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001250     STOP RUN.
001260 1000-INITIALIZE.
001270     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001280     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
001290     PERFORM 1300-VALIDATE-OPERATOR THRU 1300-EXIT.
001300     OPEN INPUT PEND-IN-FILE.
001310     IF WS-PENDIN-STATUS NOT = "00"
001320         DISPLAY "PENDING-APPROVAL FILE NOT AVAILABLE - STATUS "
001330             WS-PENDIN-STATUS
001340         MOVE 12 TO RETURN-CODE
001350         STOP RUN
001360     END-IF.
001370     OPEN OUTPUT PEND-OUT-FILE.
001380     OPEN EXTEND APPROVED-FILE.
001390     OPEN EXTEND SUSPENSE-FILE.
001400     OPEN EXTEND APPR-LOG-FILE.
001410     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT
001420         UNTIL WS-END-OF-FILE.
001430     DISPLAY "ITEMS HELD FOR APPROVAL : " WS-ITEM-COUNT.
001440 1000-EXIT.
001450     EXIT.
001460 1100-LOAD-PENDING.
001470     READ PEND-IN-FILE
001480         AT END
001490             SET WS-END-OF-FILE TO TRUE
001500             GO TO 1100-EXIT
001510     END-READ.
001520     IF PA-STATUS OF PEND-IN-RECORD NOT = "P"
001530         DISPLAY "DROPPED " PA-TXN-ID OF PEND-IN-RECORD
001540             " - STATUS <" PA-STATUS OF PEND-IN-RECORD
001550             "> IS NOT PENDING"
001560         GO TO 1100-EXIT
001570     END-IF.
001571     MOVE "N" TO WS-DUP-SWITCH.
001572     PERFORM 1150-MATCH-LOADED THRU 1150-EXIT
001573         VARYING WS-DUP-SUB FROM 1 BY 1
001574         UNTIL WS-DUP-SUB > WS-ITEM-COUNT
001575             OR WS-DUPLICATE-ITEM.
001576     IF WS-DUPLICATE-ITEM
001577         ADD 1 TO WS-DUP-COUNT
001578         DISPLAY "DROPPED " PA-TXN-ID OF PEND-IN-RECORD
001579             " HELD " PA-HOLD-DATE OF PEND-IN-RECORD
001580             " - ALREADY PENDING UNDER THE SAME ID AND DATE"
001581         GO TO 1100-EXIT
001582     END-IF.
001586     IF WS-ITEM-COUNT < 500
001590         ADD 1 TO WS-ITEM-COUNT
001600         MOVE PA-STATUS OF PEND-IN-RECORD
001610             TO WS-PD-STATUS (WS-ITEM-COUNT)
001620         MOVE PA-TXN-ID OF PEND-IN-RECORD
001630             TO WS-PD-TXN-ID (WS-ITEM-COUNT)
001640         MOVE PA-HOLD-DATE OF PEND-IN-RECORD
001650             TO WS-PD-HOLD-DATE (WS-ITEM-COUNT)
001660         MOVE PA-HOLD-TIME OF PEND-IN-RECORD
001670             TO WS-PD-HOLD-TIME (WS-ITEM-COUNT)
001680         MOVE PA-SUBMIT-OPER OF PEND-IN-RECORD
001690             TO WS-PD-SUBMIT-OPER (WS-ITEM-COUNT)
001700         MOVE PA-DEPT-CODE OF PEND-IN-RECORD
001710             TO WS-PD-DEPT-CODE (WS-ITEM-COUNT)
001720         IF PA-HOLD-AMOUNT OF PEND-IN-RECORD NUMERIC
001730             MOVE PA-HOLD-AMOUNT OF PEND-IN-RECORD
001740                 TO WS-PD-HOLD-AMOUNT (WS-ITEM-COUNT)
001750         ELSE
001760             MOVE ZERO TO WS-PD-HOLD-AMOUNT (WS-ITEM-COUNT)
001770         END-IF
001780         IF PA-APPROVAL-LIMIT OF PEND-IN-RECORD NUMERIC
001790             MOVE PA-APPROVAL-LIMIT OF PEND-IN-RECORD
001800                 TO WS-PD-LIMIT (WS-ITEM-COUNT)
001810         ELSE
001820             MOVE ZERO TO WS-PD-LIMIT (WS-ITEM-COUNT)
001830         END-IF
001840         MOVE PA-TRAN-IMAGE OF PEND-IN-RECORD
001850             TO WS-PD-IMAGE (WS-ITEM-COUNT)
001860         MOVE SPACES TO WS-PD-DECIDED-BY (WS-ITEM-COUNT)
001870         MOVE SPACES TO WS-PD-DECIDED-DATE (WS-ITEM-COUNT)
001880         MOVE SPACES TO WS-PD-DECIDED-TIME (WS-ITEM-COUNT)
001890     ELSE
001900         DISPLAY "PENDING TABLE FULL - "
001910             PA-TXN-ID OF PEND-IN-RECORD " LEFT FOR NEXT SESSION"
001920         MOVE SPACES TO PEND-OUT-RECORD
001930         MOVE PEND-IN-RECORD TO PEND-OUT-RECORD
001940         WRITE PEND-OUT-RECORD
001950         ADD 1 TO WS-CARRY-COUNT
001960     END-IF.
001970 1100-EXIT.
001971     EXIT.
001972 1150-MATCH-LOADED.
001973     IF WS-PD-TXN-ID (WS-DUP-SUB) = PA-TXN-ID OF PEND-IN-RECORD
001974         AND WS-PD-HOLD-DATE (WS-DUP-SUB)
001975             = PA-HOLD-DATE OF PEND-IN-RECORD
001976         SET WS-DUPLICATE-ITEM TO TRUE
001977     END-IF.
001978 1150-EXIT.
001980     EXIT.
001990 1300-VALIDATE-OPERATOR.
002000     OPEN INPUT OPER-MAST-FILE.
002010     IF WS-OPERMAST-STATUS NOT = "00"
002020         DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
002030             WS-OPERMAST-STATUS
002040         DISPLAY "SESSION REFUSED"
002050         MOVE 12 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     PERFORM 1350-READ-OPER-MASTER THRU 1350-EXIT
002090         UNTIL WS-OPER-END-OF-FILE
002100             OR WS-OPER-FOUND.
002110     CLOSE OPER-MAST-FILE.
002120     IF NOT WS-OPER-FOUND
002130         DISPLAY "USER " WS-OPERATOR-ID
002140             " NOT AN ACTIVE APPROVER ON OPERATOR MASTER - "
002150             "SESSION REFUSED"
002160         MOVE 12 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190     DISPLAY "USER " WS-OPERATOR-ID " SIGNED ON".
002200 1300-EXIT.
002210     EXIT.
002220 1350-READ-OPER-MASTER.
002230     READ OPER-MAST-FILE
002240         AT END
002250             SET WS-OPER-END-OF-FILE TO TRUE
002260             GO TO 1350-EXIT
002270     END-READ.
002280     IF OP-OPERATOR-ID = WS-OPERATOR-ID
002290         AND OP-STATUS = "A"
002300         AND OP-APPROVER = "Y"
002310         SET WS-OPER-FOUND TO TRUE
002320     END-IF.
002330 1350-EXIT.
002340     EXIT.
002350 1500-LIST-PENDING.
002360     IF WS-ITEM-COUNT = ZERO
002370         DISPLAY "NOTHING HELD FOR APPROVAL"
002380         GO TO 1500-EXIT
002390     END-IF.
002400     DISPLAY " ".
002410     DISPLAY "ITEM TXN        DEPT HELD     BY       "
002420         "      AMOUNT        LIMIT".
002430     PERFORM 1600-LIST-ONE THRU 1600-EXIT
002440         VARYING WS-ITEM-SUB FROM 1 BY 1
002450         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
002460 1500-EXIT.
002470     EXIT.
002480 1600-LIST-ONE.
002490     MOVE WS-PD-HOLD-AMOUNT (WS-ITEM-SUB) TO WS-EDIT-AMOUNT.
002500     MOVE WS-PD-LIMIT (WS-ITEM-SUB) TO WS-EDIT-LIMIT.
002510     DISPLAY WS-ITEM-SUB "  " WS-PD-TXN-ID (WS-ITEM-SUB) " "
002520         WS-PD-DEPT-CODE (WS-ITEM-SUB) " "
002530         WS-PD-HOLD-DATE (WS-ITEM-SUB) " "
002540         WS-PD-SUBMIT-OPER (WS-ITEM-SUB) " "
002550         WS-EDIT-AMOUNT " " WS-EDIT-LIMIT.
002560 1600-EXIT.
002570     EXIT.
002580 2000-WORK-ITEM.
002590     IF WS-OPERATOR-QUIT
002600         GO TO 2000-EXIT
002610     END-IF.
002620     MOVE WS-PD-HOLD-AMOUNT (WS-ITEM-SUB) TO WS-EDIT-AMOUNT.
002630     MOVE WS-PD-LIMIT (WS-ITEM-SUB) TO WS-EDIT-LIMIT.
002640     MOVE WS-PD-IMAGE (WS-ITEM-SUB) TO WS-WORK-CARD.
002650     DISPLAY " ".
002660     DISPLAY "ITEM " WS-ITEM-SUB " OF " WS-ITEM-COUNT
002670         "  TXN " WS-PD-TXN-ID (WS-ITEM-SUB)
002680         "  DEPT " WS-PD-DEPT-CODE (WS-ITEM-SUB)
002690         "  HELD " WS-PD-HOLD-DATE (WS-ITEM-SUB)
002700         " " WS-PD-HOLD-TIME (WS-ITEM-SUB)
002710         " BY " WS-PD-SUBMIT-OPER (WS-ITEM-SUB).
002720     DISPLAY "  AMOUNT " WS-EDIT-AMOUNT
002730         " OVER DEPARTMENT LIMIT " WS-EDIT-LIMIT.
002740     DISPLAY "  NUM1 " TI-NUM1 "  NUM2 " TI-NUM2
002750         "  OPERATION " TI-OPERATION-SEL.
002752     IF TI-OPERATION-SEL = "AM"
002754         DISPLAY "  PERIODS " TI-AMORT-PERIODS
002756             "  FREQUENCY " TI-AMORT-FREQ
002758     END-IF.
002760     IF WS-PD-SUBMIT-OPER (WS-ITEM-SUB) = WS-OPERATOR-ID
002770         ADD 1 TO WS-OWN-COUNT
002780         DISPLAY "  HELD UNDER YOUR OWN OPERATOR ID - ANOTHER "
002790             "SUPERVISOR MUST DECIDE IT"
002800         GO TO 2000-EXIT
002810     END-IF.
002820     DISPLAY "ACTION - (A)PPROVE (D)ECLINE (S)KIP (Q)UIT: ".
002830     ACCEPT WS-ACTION.
002840     EVALUATE WS-ACTION
002850         WHEN "A"
002860         WHEN "a"
002870             MOVE "A" TO WS-PD-STATUS (WS-ITEM-SUB)
002880             PERFORM 2100-STAMP-DECISION THRU 2100-EXIT
002890             ADD 1 TO WS-APPROVE-COUNT
002900             DISPLAY "APPROVED - RELEASED ON THE NEXT TRANSIN"
002910         WHEN "D"
002920         WHEN "d"
002930             MOVE "D" TO WS-PD-STATUS (WS-ITEM-SUB)
002940             PERFORM 2100-STAMP-DECISION THRU 2100-EXIT
002950             ADD 1 TO WS-DECLINE-COUNT
002960             DISPLAY "DECLINED - SENT TO SUSPENSE"
002970         WHEN "Q"
002980         WHEN "q"
002990             SET WS-OPERATOR-QUIT TO TRUE
003000             DISPLAY "REMAINING ITEMS LEFT PENDING"
003010         WHEN OTHER
003020             DISPLAY "SKIPPED - ITEM STAYS PENDING"
003030     END-EVALUATE.
003040 2000-EXIT.
003050     EXIT.
003060 2100-STAMP-DECISION.
003070     ACCEPT WS-TIME FROM TIME.
003080     MOVE WS-OPERATOR-ID TO WS-PD-DECIDED-BY (WS-ITEM-SUB).
003090     MOVE WS-TODAY       TO WS-PD-DECIDED-DATE (WS-ITEM-SUB).
003100     MOVE WS-TIME (1:6)  TO WS-PD-DECIDED-TIME (WS-ITEM-SUB).
003110 2100-EXIT.
003120     EXIT.
003130 8000-WRITE-OUTPUTS.
003140     PERFORM 8100-WRITE-APPROVED THRU 8100-EXIT.
003150     PERFORM 8300-FILE-ITEM THRU 8300-EXIT
003160         VARYING WS-ITEM-SUB FROM 1 BY 1
003170         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
003180     DISPLAY " ".
003190     DISPLAY "APPROVED AND RELEASED    : " WS-APPROVE-COUNT.
003200     DISPLAY "DECLINED TO SUSPENSE     : " WS-DECLINE-COUNT.
003210     DISPLAY "OWN ITEMS NOT DECIDABLE  : " WS-OWN-COUNT.
003220     DISPLAY "CARRIED FORWARD PENDING  : " WS-CARRY-COUNT.
003225     DISPLAY "DUPLICATES DROPPED       : " WS-DUP-COUNT.
003230 8000-EXIT.
003240     EXIT.
003250 8100-WRITE-APPROVED.
003260     IF WS-APPROVE-COUNT = ZERO
003270         GO TO 8100-EXIT
003280     END-IF.
003290     MOVE SPACES TO APPROVED-RECORD.
003300     MOVE "H"        TO TC-RECORD-TYPE.
003310     MOVE "APPR"     TO TC-DEPT-CODE.
003320     MOVE WS-TODAY   TO TC-BATCH-DATE.
003330     MOVE ZERO       TO TC-RECORD-COUNT.
003340     MOVE ZERO       TO TC-HASH-TOTAL.
003350     WRITE APPROVED-RECORD.
003360     MOVE ZERO TO WS-RELEASE-HASH.
003370     PERFORM 8200-WRITE-RELEASED THRU 8200-EXIT
003380         VARYING WS-ITEM-SUB FROM 1 BY 1
003390         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
003400     MOVE SPACES TO APPROVED-RECORD.
003410     MOVE "T"        TO TC-RECORD-TYPE.
003420     MOVE "APPR"     TO TC-DEPT-CODE.
003430     MOVE WS-TODAY   TO TC-BATCH-DATE.
003440     MOVE WS-APPROVE-COUNT TO TC-RECORD-COUNT.
003450     MOVE WS-RELEASE-HASH  TO TC-HASH-TOTAL.
003460     WRITE APPROVED-RECORD.
003470 8100-EXIT.
003480     EXIT.
003490 8200-WRITE-RELEASED.
003500     IF WS-PD-STATUS (WS-ITEM-SUB) NOT = "A"
003510         GO TO 8200-EXIT
003520     END-IF.
003530     MOVE WS-PD-IMAGE (WS-ITEM-SUB) TO WS-WORK-CARD.
003535     MOVE WS-PD-TXN-ID (WS-ITEM-SUB) TO TI-PRIOR-TXN-ID.
003537     MOVE WS-PD-HOLD-DATE (WS-ITEM-SUB) TO TI-PRIOR-TXN-DATE.
003540     MOVE WS-WORK-CARD TO APPROVED-RECORD.
003550     WRITE APPROVED-RECORD.
003560     IF TI-CHAIN-FLAG = "P" OR TI-CHAIN-FLAG = "T"
003570         GO TO 8200-EXIT
003580     END-IF.
003590     MOVE TI-NUM1 TO WS-NUM1-WORK.
003600     IF WS-NW-WHOLE NUMERIC AND WS-NW-DEC NUMERIC
003610         COMPUTE WS-HASH-VALUE
003620             = WS-NW-WHOLE + (WS-NW-DEC / 100)
003630         IF WS-NW-SIGN = "-"
003640             COMPUTE WS-HASH-VALUE = WS-HASH-VALUE * -1
003650         END-IF
003660         ADD WS-HASH-VALUE TO WS-RELEASE-HASH
003670     END-IF.
003680 8200-EXIT.
003690     EXIT.
003700 8300-FILE-ITEM.
003710     PERFORM 8400-BUILD-PEND-RECORD THRU 8400-EXIT.
003720     EVALUATE WS-PD-STATUS (WS-ITEM-SUB)
003730         WHEN "P"
003740             MOVE WS-OUT-BUILD TO PEND-OUT-RECORD
003750             WRITE PEND-OUT-RECORD
003760             ADD 1 TO WS-CARRY-COUNT
003770         WHEN "A"
003780             MOVE WS-OUT-BUILD TO APPR-LOG-RECORD
003790             WRITE APPR-LOG-RECORD
003800         WHEN "D"
003810             MOVE WS-OUT-BUILD TO APPR-LOG-RECORD
003820             WRITE APPR-LOG-RECORD
003830             PERFORM 8500-WRITE-SUSPENSE THRU 8500-EXIT
003840     END-EVALUATE.
003850 8300-EXIT.
003860     EXIT.
003870 8400-BUILD-PEND-RECORD.
003880     MOVE SPACES TO WS-OUT-BUILD.
003890     MOVE WS-PD-STATUS (WS-ITEM-SUB)       TO PA-STATUS
003900         OF WS-OUT-BUILD.
003910     MOVE WS-PD-TXN-ID (WS-ITEM-SUB)       TO PA-TXN-ID
003920         OF WS-OUT-BUILD.
003930     MOVE WS-PD-HOLD-DATE (WS-ITEM-SUB)    TO PA-HOLD-DATE
003940         OF WS-OUT-BUILD.
003950     MOVE WS-PD-HOLD-TIME (WS-ITEM-SUB)    TO PA-HOLD-TIME
003960         OF WS-OUT-BUILD.
003970     MOVE WS-PD-SUBMIT-OPER (WS-ITEM-SUB)  TO PA-SUBMIT-OPER
003980         OF WS-OUT-BUILD.
003990     MOVE WS-PD-DEPT-CODE (WS-ITEM-SUB)    TO PA-DEPT-CODE
004000         OF WS-OUT-BUILD.
004010     MOVE WS-PD-HOLD-AMOUNT (WS-ITEM-SUB)  TO PA-HOLD-AMOUNT
004020         OF WS-OUT-BUILD.
004030     MOVE WS-PD-LIMIT (WS-ITEM-SUB)        TO PA-APPROVAL-LIMIT
004040         OF WS-OUT-BUILD.
004050     MOVE WS-PD-IMAGE (WS-ITEM-SUB)        TO PA-TRAN-IMAGE
004060         OF WS-OUT-BUILD.
004070     MOVE WS-PD-DECIDED-BY (WS-ITEM-SUB)   TO PA-DECIDED-BY
004080         OF WS-OUT-BUILD.
004090     MOVE WS-PD-DECIDED-DATE (WS-ITEM-SUB) TO PA-DECIDED-DATE
004100         OF WS-OUT-BUILD.
004110     MOVE WS-PD-DECIDED-TIME (WS-ITEM-SUB) TO PA-DECIDED-TIME
004120         OF WS-OUT-BUILD.
004130 8400-EXIT.
004140     EXIT.
004150 8500-WRITE-SUSPENSE.
004160     MOVE SPACES TO SUSPENSE-RECORD.
004170     MOVE "O"                        TO SU-STATUS.
004180     MOVE "DECLINED"                 TO SU-REJECT-REASON.
004190     MOVE WS-TODAY                   TO SU-REJECT-DATE.
004200     MOVE WS-PD-TXN-ID (WS-ITEM-SUB) TO SU-TXN-ID.
004210     MOVE WS-PD-IMAGE (WS-ITEM-SUB)  TO SU-TRAN-IMAGE.
004220     WRITE SUSPENSE-RECORD.
004230 8500-EXIT.
004240     EXIT.
004250 9999-TERMINATE.
004260     CLOSE PEND-IN-FILE.
004270     CLOSE PEND-OUT-FILE.
004280     CLOSE APPROVED-FILE.
004290     CLOSE SUSPENSE-FILE.
004300     CLOSE APPR-LOG-FILE.
004310 9999-EXIT.
004320     EXIT.
