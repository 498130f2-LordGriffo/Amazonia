000260*               SHORTER MONTH SO A DAY-31 ORDER IS NOT LOST IN
000270*               FEBRUARY.  ENDS RC=4 WHEN A MASTER RECORD IS
000280*               UNREADABLE (LISTED AND SKIPPED).
000281* 10/15/26 EM   WRITES START AND END RECORDS TO THE SHARED
000282*               RUNLOG DATASET (SEE RUNLOGRC) FOR THE MORNING
000283*               RUNRPT BATCH-WINDOW REPORT.
000284* 10/15/26 EM   DUE DATES COME FROM THE PROCDATE CONTROL RECORD
000285*               (SEE PROCDTRC), NOT THE SYSTEM CLOCK, AND NO
000286*               ORDERS ARE GENERATED WHEN THE CYCLE DATE IS NOT
000287*               A BUSINESS DAY.  ON A BUSINESS DAY THE ORDERS
000288*               DUE ON IT ARE JOINED BY THOSE DUE ON THE NON-
000289*               BUSINESS DAYS SINCE THE LAST BUSINESS DAY WITH
000290*               SO-HOLIDAY-RULE "F" (ROLL FORWARD) AND THOSE DUE
000291*               ON THE NON-BUSINESS DAYS BEFORE THE NEXT ONE
000292*               WITH RULE "B" (ROLL BACK).  A DAILY ORDER FIRES
000293*               ON BUSINESS DAYS ONLY.  THE "STND" BATCH IS
000294*               DATED WITH THE POSTING DATE.  RC=12 WHEN PROCDATE
000295*               CANNOT BE READ.
000297* ----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000350         FILE STATUS IS WS-STORD-STATUS.
000360     SELECT GEN-OUT-FILE ASSIGN TO "STORDOUT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000372     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS WS-RUNLOG-STATUS.
000377     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000378         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS WS-PROCDATE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  STORD-MAST-FILE.
000440 01  GEN-OUT-RECORD              PIC X(80).
000450 01  GEN-OUT-CONTROL REDEFINES GEN-OUT-RECORD.
000460     COPY TRANCTLR.
000462 FD  RUN-LOG-FILE.
000464 01  RUN-LOG-RECORD.
000466     COPY RUNLOGRC.
000467 FD  PROC-DATE-FILE.
000468 01  PROC-DATE-RECORD.
000469     COPY PROCDTRC.
000470 WORKING-STORAGE SECTION.
000471 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000472 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000473 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000474 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000475 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000480 77  WS-STORD-STATUS             PIC X(02)      VALUE SPACES.
000482 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000484 77  WS-CYCLE-BUS-SWITCH         PIC X(01)      VALUE "N".
000486     88  WS-CYCLE-BUSINESS           VALUE "Y".
000490 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000500     88  WS-END-OF-FILE              VALUE "Y".
000510 77  WS-READ-COUNT               PIC 9(05)      VALUE ZERO.
000520 77  WS-DUE-COUNT                PIC 9(07)      VALUE ZERO.
000530 77  WS-WRITE-COUNT              PIC 9(07)      VALUE ZERO.
000540 77  WS-BAD-COUNT                PIC 9(05)      VALUE ZERO.
000545 77  WS-ROLL-COUNT               PIC 9(05)      VALUE ZERO.
000550 77  WS-DUE-SWITCH               PIC X(01)      VALUE "N".
000560     88  WS-ORDER-DUE                VALUE "Y".
000570 77  WS-BAD-SWITCH               PIC X(01)      VALUE "N".
000580     88  WS-ORDER-BAD                VALUE "Y".
000590 77  WS-TODAY-INT                PIC 9(08)      VALUE ZERO.
000592 77  WS-TEST-INT                 PIC 9(08)      VALUE ZERO.
000594 77  WS-WINDOW-FROM-INT          PIC 9(08)      VALUE ZERO.
000596 77  WS-WINDOW-TO-INT            PIC 9(08)      VALUE ZERO.
000600 77  WS-WEEKDAY                  PIC 9(01)      VALUE ZERO.
000610 77  WS-LAST-DAY                 PIC 9(02)      VALUE ZERO.
000620 77  WS-EOM-INT                  PIC 9(08)      VALUE ZERO.
000650 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
000660 01  WS-TODAY-NUM REDEFINES WS-TODAY
000670                                 PIC 9(08).
000675 01  WS-TEST-DATE                PIC X(08)      VALUE SPACES.
000680 01  WS-TEST-DATE-NUM REDEFINES WS-TEST-DATE
000690                                 PIC 9(08).
000695 01  WS-TEST-SPLIT REDEFINES WS-TEST-DATE.
000700     05  WS-TEST-YYYY            PIC 9(04).
000710     05  WS-TEST-MM              PIC 9(02).
000711     05  WS-TEST-DD              PIC 9(02).
000712 01  WS-CYCLE-DATE               PIC X(08)      VALUE SPACES.
000713 01  WS-PREV-BUS-DATE            PIC X(08)      VALUE SPACES.
000714 01  WS-WORK-DATE                PIC X(08)      VALUE SPACES.
000715 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
000716                                 PIC 9(08).
000720 01  WS-NEXT-MONTH.
000730     05  WS-NM-YYYY              PIC 9(04).
000740     05  WS-NM-MM                PIC 9(02).
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000930     PERFORM 2000-COUNT-ORDER THRU 2000-EXIT
000940         UNTIL WS-END-OF-FILE.
000942     IF NOT WS-CYCLE-BUSINESS
000944         GO TO 0000-WRAP-UP
000946     END-IF.
000950     IF WS-DUE-COUNT = ZERO
000960         DISPLAY "NO STANDING ORDERS DUE TODAY - NO BATCH WRITTEN"
000970         GO TO 0000-WRAP-UP
001040     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001050     STOP RUN.
001060 1000-INITIALIZE.
001120     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001125     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
001130     OPEN INPUT STORD-MAST-FILE.
001140     IF WS-STORD-STATUS NOT = "00"
001150         DISPLAY "STANDING-ORDER MASTER NOT AVAILABLE - STATUS "
001160             WS-STORD-STATUS
001170         MOVE 12 TO RETURN-CODE
001175         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001180         STOP RUN
001190     END-IF.
001200     OPEN EXTEND GEN-OUT-FILE.
001210     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001212     IF NOT WS-CYCLE-BUSINESS
001214         DISPLAY "CYCLE DATE " WS-CYCLE-DATE " IS NOT A BUSINESS "
001216             "DAY - ITS ORDERS ROLL TO A BUSINESS DAY"
001218         SET WS-END-OF-FILE TO TRUE
001219     END-IF.
001220 1000-EXIT.
001230     EXIT.
001231*    ------------------------------------------------------------
001232*    THE POSTING DATE AND THE WINDOW OF DAYS WHOSE ORDERS MAY
001233*    FIRE ON IT: BACK TO THE DAY AFTER THE LAST BUSINESS DAY,
001234*    FORWARD TO THE DAY BEFORE THE NEXT.
001235*    ------------------------------------------------------------
001236 1050-READ-PROC-DATE.
001237     OPEN INPUT PROC-DATE-FILE.
001238     IF WS-PROCDATE-STATUS = "00"
001239         READ PROC-DATE-FILE
001240             AT END
001241                 MOVE "10" TO WS-PROCDATE-STATUS
001242         END-READ
001243     END-IF.
001244     IF WS-PROCDATE-STATUS = "00"
001245         MOVE PD-CYCLE-DATE    TO WS-CYCLE-DATE
001246         MOVE PD-POST-DATE     TO WS-TODAY
001247         MOVE PD-BUSINESS-DAY  TO WS-CYCLE-BUS-SWITCH
001248         MOVE PD-PREV-BUS-DATE TO WS-PREV-BUS-DATE
001249         MOVE PD-NEXT-BUS-DATE TO WS-WORK-DATE
001250         CLOSE PROC-DATE-FILE
001251     END-IF.
001252     IF WS-PROCDATE-STATUS NOT = "00"
001253         OR WS-TODAY NOT NUMERIC
001254         OR WS-WORK-DATE NOT NUMERIC
001255         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
001256             WS-PROCDATE-STATUS " - RUN PROCDT FIRST"
001257         MOVE 12 TO RETURN-CODE
001258         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001259         STOP RUN
001260     END-IF.
001261     COMPUTE WS-WINDOW-TO-INT
001262         = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) - 1.
001263     COMPUTE WS-TODAY-INT
001264         = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
001265     MOVE WS-TODAY-INT TO WS-WINDOW-FROM-INT.
001266     IF WS-PREV-BUS-DATE NUMERIC
001267         MOVE WS-PREV-BUS-DATE TO WS-WORK-DATE
001268         COMPUTE WS-WINDOW-FROM-INT
001269             = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) + 1
001270     END-IF.
001271     DISPLAY "POSTING DATE " WS-TODAY.
001272 1050-EXIT.
001273     EXIT.
001274 1100-COMPUTE-LAST-DAY.
001275     MOVE WS-TEST-YYYY TO WS-NM-YYYY.
001276     MOVE WS-TEST-MM   TO WS-NM-MM.
001277     MOVE 01            TO WS-NM-DD.
001280     IF WS-NM-MM = 12
001290         ADD 1 TO WS-NM-YYYY
001300         MOVE 01 TO WS-NM-MM
001790     IF NOT WS-ORDER-DUE
001800         GO TO 4000-NEXT
001810     END-IF.
001812     IF WS-TEST-DATE NOT = WS-TODAY
001814         ADD 1 TO WS-ROLL-COUNT
001816         DISPLAY "ORDER FOR DEPT " SO-DEPT-CODE " DUE "
001818             WS-TEST-DATE " ROLLED TO " WS-TODAY
001819     END-IF.
001820     MOVE SPACES TO WS-WORK-CARD.
001830     MOVE SO-DEPT-CODE     TO TI-DEPT-CODE.
001840     MOVE SO-NUM1          TO TI-NUM1.
002100     WRITE GEN-OUT-RECORD.
002110 5000-EXIT.
002120     EXIT.
002121*    ------------------------------------------------------------
002122*    AN ORDER IS DUE WHEN ITS SCHEDULE FALLS ON ANY DAY OF THE
002123*    WINDOW THAT ROLLS TO THE POSTING DATE - THE POSTING DATE
002124*    ITSELF, EARLIER DAYS UNDER RULE "F", LATER DAYS UNDER "B".
002125*    WS-TEST-DATE IS LEFT ON THE DAY IT FELL DUE.
002126*    ------------------------------------------------------------
002130 6000-TEST-DUE.
002140     MOVE "N" TO WS-DUE-SWITCH.
002150     MOVE "N" TO WS-BAD-SWITCH.
002200             AND SO-EFF-FROM NOT NUMERIC)
002210         OR (SO-EFF-TO NOT = SPACES
002220             AND SO-EFF-TO NOT NUMERIC)
002222         OR (SO-HOLIDAY-RULE NOT = SPACE
002224             AND SO-HOLIDAY-RULE NOT = "F"
002226             AND SO-HOLIDAY-RULE NOT = "B")
002230         SET WS-ORDER-BAD TO TRUE
002240         GO TO 6000-EXIT
002250     END-IF.
002251     PERFORM 6100-TEST-DAY THRU 6100-EXIT
002252         VARYING WS-TEST-INT FROM WS-WINDOW-FROM-INT BY 1
002253         UNTIL WS-TEST-INT > WS-WINDOW-TO-INT
002254             OR WS-ORDER-DUE
002255             OR WS-ORDER-BAD.
002256 6000-EXIT.
002257     EXIT.
002258 6100-TEST-DAY.
002259     IF WS-TEST-INT < WS-TODAY-INT
002260         AND SO-HOLIDAY-RULE = "B"
002261         GO TO 6100-EXIT
002262     END-IF.
002263     IF WS-TEST-INT > WS-TODAY-INT
002264         AND SO-HOLIDAY-RULE NOT = "B"
002265         GO TO 6100-EXIT
002266     END-IF.
002267     IF WS-TEST-INT NOT = WS-TODAY-INT
002268         AND SO-FREQUENCY = "D"
002269         GO TO 6100-EXIT
002270     END-IF.
002271     COMPUTE WS-TEST-DATE-NUM
002272         = FUNCTION DATE-OF-INTEGER(WS-TEST-INT).
002274     IF SO-EFF-FROM NOT = SPACES
002276         AND SO-EFF-FROM > WS-TEST-DATE
002280         GO TO 6100-EXIT
002290     END-IF.
002300     IF SO-EFF-TO NOT = SPACES
002310         AND SO-EFF-TO < WS-TEST-DATE
002320         GO TO 6100-EXIT
002330     END-IF.
002332     COMPUTE WS-WEEKDAY
002334         = FUNCTION MOD(WS-TEST-INT - 1, 7) + 1.
002336     PERFORM 1100-COMPUTE-LAST-DAY THRU 1100-EXIT.
002340     EVALUATE SO-FREQUENCY
002350         WHEN "D"
002360             SET WS-ORDER-DUE TO TRUE
002460             IF SO-FREQ-DAY NOT NUMERIC
002470                 SET WS-ORDER-BAD TO TRUE
002480             ELSE
002490                 IF SO-FREQ-DAY = WS-TEST-DD
002500                     OR (SO-FREQ-DAY > WS-LAST-DAY
002510                         AND WS-TEST-DD = WS-LAST-DAY)
002520                     SET WS-ORDER-DUE TO TRUE
002530                 END-IF
002540             END-IF
002550         WHEN OTHER
002560             SET WS-ORDER-BAD TO TRUE
002570     END-EVALUATE.
002580 6100-EXIT.
002590     EXIT.
002600 9999-TERMINATE.
002610     CLOSE STORD-MAST-FILE.
002630     DISPLAY "STANDING ORDERS ON MASTER  : " WS-READ-COUNT.
002640     DISPLAY "ORDERS DUE AND GENERATED   : " WS-WRITE-COUNT.
002650     DISPLAY "UNREADABLE RECORDS SKIPPED : " WS-BAD-COUNT.
002655     DISPLAY "DUE ON A NON-BUSINESS DAY  : " WS-ROLL-COUNT.
002660     IF WS-BAD-COUNT > ZERO
002670         MOVE 4 TO RETURN-CODE
002680     END-IF.
002690     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
002700 9999-EXIT.
002710     EXIT.
002720 9800-LOG-RUN-START.
002730     MOVE "S" TO WS-RUNLOG-TYPE.
002740     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
002750     ACCEPT WS-RUNLOG-TIME FROM TIME.
002760     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002770 9800-EXIT.
002780     EXIT.
002790 9850-LOG-RUN-END.
002800     MOVE "E" TO WS-RUNLOG-TYPE.
002810     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
002820 9850-EXIT.
002830     EXIT.
002840 9890-WRITE-RUN-LOG.
002850     OPEN EXTEND RUN-LOG-FILE.
002860     IF WS-RUNLOG-STATUS NOT = "00"
002870         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
002880             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
002890         GO TO 9890-EXIT
002900     END-IF.
002910     MOVE SPACES TO RUN-LOG-RECORD.
002920     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
002930     MOVE "STORGEN" TO RN-PROGRAM-ID.
002940     MOVE ZERO TO RN-STREAM-NO.
002950     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
002960     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
002970     MOVE ZERO TO RN-RETURN-CODE.
002980     MOVE "READ" TO RN-COUNT-NAME (1).
002990     MOVE "GEN" TO RN-COUNT-NAME (2).
003000     MOVE "BAD" TO RN-COUNT-NAME (3).
003010     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
003020     IF RN-END-RECORD
003030         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
003040         ACCEPT WS-RUNLOG-END-TIME FROM TIME
003050         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
003060         MOVE RETURN-CODE TO RN-RETURN-CODE
003070         MOVE WS-READ-COUNT TO RN-COUNT (1)
003080         MOVE WS-WRITE-COUNT TO RN-COUNT (2)
003090         MOVE WS-BAD-COUNT TO RN-COUNT (3)
003100     END-IF.
003110     WRITE RUN-LOG-RECORD.
003120     CLOSE RUN-LOG-FILE.
003130 9890-EXIT.
003140     EXIT.
