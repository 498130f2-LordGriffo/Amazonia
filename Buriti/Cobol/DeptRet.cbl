000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DeptRet.
000030 AUTHOR. E. MOREIRA.
000040 INSTALLATION. BURITI DATA CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070* ----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------------
000100* 10/15/26 EM   ORIGINAL.  DEPARTMENT RETURN FILE.  DEPARTMENTS
000110*               SEND THEIR TRANSIN BATCHES ELECTRONICALLY BUT GOT
000120*               THEIR ANSWERS BACK ONLY AS PAGES CUT FROM THE
000130*               RECONRPT LISTING, AND SEVERAL RE-KEYED THEM.  RUN
000140*               ONCE PER DEPARTMENT (PARM = DEPARTMENT CODE) AFTER
000150*               THE TRIAL BALANCE HAS PASSED, IT READS THE DAY'S
000160*               TRANSOUT/INTOUT AND WRITES EVERY RECORD CARRYING
000170*               THAT CALC-DEPT-CODE TO THE DEPARTMENT'S OUTBOUND
000180*               RETOUT FILE (SEE RETDTLRC), BETWEEN A HEADER AND A
000190*               TRAILER (SEE RETCTLRC) WITH COUNTS AND AMOUNT
000200*               TOTALS THE DEPARTMENT CAN BALANCE AGAINST THE
000210*               TRANCTLR TRAILERS IT SENT.  REJECTED RECORDS GO
000220*               BACK WITH THE REASON AND THE ORIGINAL CARD IMAGE
000230*               FROM SUSPENSE; SIZEERR, HELD AND REVERSAL RECORDS
000240*               GO BACK WITH THEIR STATUS.  A DEPARTMENT WITH NO
000250*               ACTIVITY STILL GETS A HEADER AND A ZERO TRAILER.
000260*               ENDS RC=12 ON A BAD PARM, A DEPARTMENT NOT ON
000270*               DEPTMAST, OR A FILE THAT WILL NOT OPEN; RC=4 WHEN
000280*               THE DEPARTMENT IS INACTIVE (THE FILE IS STILL
000290*               WRITTEN).  WRITES START AND END RECORDS TO THE
000300*               SHARED RUNLOG DATASET (SEE RUNLOGRC).
000303* 10/15/26 EM   AM (LOAN AMORTIZATION) RETURNS ITS TOTAL INTEREST
000306*               AS THE RESULT AMOUNT.
000307* 10/15/26 EM   EVERY DETAIL NOW CARRIES RD-POST-DATE, THE CYCLE'S
000308*               POSTING DATE FROM THE PROCDATE CONTROL RECORD (SEE
000309*               PROCDTRC) THAT HistLoad KEYS CALCHIST BY, SO A
000310*               DEPARTMENT CAN KEY A REVERSAL CARD STRAIGHT FROM
000311*               ITS RETURN FILE.  THE HEADER AND TRAILER PROCESS
000312*               DATE IS THAT POSTING DATE TOO.  RC=12 WHEN
000313*               PROCDATE CANNOT BE READ.
000314*               PARM='CHECK' RUNS THE SCHEDULE CHECK INSTEAD: IT
000315*               READS THE DEPARTMENT CODES THAT HAVE A RETURN
000316*               STEP FROM THE DEPTLIST CARDS AND LISTS EVERY
000317*               DEPARTMENT ACTIVE ON DEPTMAST, AND EVERY
000318*               CALC-DEPT-CODE ON THE DAY'S TRANSOUT, THAT HAS
000319*               NO STEP.  ENDS RC=8 WHEN ANY IS FOUND.
000320* 10/15/26 EM   EACH STEP LOGS ITS PARM (DEPARTMENT CODE OR CHECK)
000321*               AS THE RUNLOG RUN QUALIFIER, SO RunRpt SHOWS AND
000322*               CHECKS EVERY DEPARTMENT'S STEP ON ITS OWN.
000323* ----------------------------------------------------------------
000325 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SUSP-STATUS.
000400     SELECT DEPT-MAST-FILE ASSIGN TO "DEPTMAST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DEPTMAST-STATUS.
000430     SELECT RETURN-FILE ASSIGN TO "RETOUT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RETOUT-STATUS.
000460     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNLOG-STATUS.
000481     SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-PROCDATE-STATUS.
000484     SELECT DEPT-LIST-FILE ASSIGN TO "DEPTLIST"
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-DEPTLIST-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TRANS-OUT-FILE.
000520 01  TRAN-OUT-RECORD.
000530     COPY CALCREC.
000540 FD  SUSPENSE-FILE.
000550 01  SUSPENSE-RECORD.
000560     COPY SUSPREC.
000570 FD  DEPT-MAST-FILE.
000580 01  DEPT-MAST-RECORD.
000590     COPY DEPTREC.
000600 FD  RETURN-FILE.
000610 01  RET-DETAIL-RECORD.
000620     COPY RETDTLRC.
000630 01  RET-CONTROL-RECORD.
000640     COPY RETCTLRC.
000650 FD  RUN-LOG-FILE.
000660 01  RUN-LOG-RECORD.
000670     COPY RUNLOGRC.
000671 FD  PROC-DATE-FILE.
000672 01  PROC-DATE-RECORD.
000673     COPY PROCDTRC.
000674 FD  DEPT-LIST-FILE.
000675 01  DEPT-LIST-RECORD.
000676     05  DL-DEPT-CODE            PIC X(04).
000677     05  FILLER                  PIC X(76).
000680 WORKING-STORAGE SECTION.
000690 77  WS-RUNLOG-STATUS            PIC X(02)      VALUE SPACES.
000700 77  WS-RUNLOG-TYPE              PIC X(01)      VALUE SPACES.
000710 77  WS-RUNLOG-DATE              PIC X(08)      VALUE SPACES.
000720 77  WS-RUNLOG-TIME              PIC X(08)      VALUE SPACES.
000730 77  WS-RUNLOG-END-TIME          PIC X(08)      VALUE SPACES.
000740 77  WS-EOF-SWITCH               PIC X(01)      VALUE "N".
000750     88  WS-END-OF-FILE              VALUE "Y".
000760 77  WS-MAST-EOF-SWITCH          PIC X(01)      VALUE "N".
000770     88  WS-MAST-END-OF-FILE         VALUE "Y".
000780 77  WS-SUSP-STATUS              PIC X(02)      VALUE SPACES.
000790 77  WS-DEPTMAST-STATUS          PIC X(02)      VALUE SPACES.
000800 77  WS-RETOUT-STATUS            PIC X(02)      VALUE SPACES.
000810 77  WS-PARM                     PIC X(08)      VALUE SPACES.
000811 77  WS-PROCDATE-STATUS          PIC X(02)      VALUE SPACES.
000812 77  WS-DEPTLIST-STATUS          PIC X(02)      VALUE SPACES.
000813 77  WS-CHECK-SWITCH             PIC X(01)      VALUE "N".
000814     88  WS-CHECK-RUN                VALUE "Y".
000815 77  WS-LIST-FOUND-SWITCH        PIC X(01)      VALUE "N".
000816     88  WS-LIST-FOUND               VALUE "Y".
000817 77  WS-LIST-SUB                 PIC 9(05)      VALUE ZERO.
000818 77  WS-LIST-COUNT               PIC 9(05)      VALUE ZERO.
000819 77  WS-SEEN-COUNT               PIC 9(05)      VALUE ZERO.
000820 77  WS-NOSTEP-COUNT             PIC 9(05)      VALUE ZERO.
000825 77  WS-DEPT-FOUND-SWITCH        PIC X(01)      VALUE "N".
000830     88  WS-DEPT-FOUND               VALUE "Y".
000840 77  WS-WARNING-SWITCH           PIC X(01)      VALUE "N".
000850     88  WS-WARNING                  VALUE "Y".
000860 77  WS-READ-COUNT               PIC 9(07)      VALUE ZERO.
000870 77  WS-DTL-COUNT                PIC 9(07)      VALUE ZERO.
000880 77  WS-OK-COUNT                 PIC 9(07)      VALUE ZERO.
000890 77  WS-REJ-COUNT                PIC 9(07)      VALUE ZERO.
000900 77  WS-SIZEERR-COUNT            PIC 9(07)      VALUE ZERO.
000910 77  WS-HELD-COUNT               PIC 9(07)      VALUE ZERO.
000920 77  WS-REV-COUNT                PIC 9(07)      VALUE ZERO.
000930 77  WS-NOCARD-COUNT             PIC 9(07)      VALUE ZERO.
000940 77  WS-NUM1-TOTAL               PIC S9(11)V99  VALUE ZERO.
000950 77  WS-RESULT-TOTAL             PIC S9(11)V99  VALUE ZERO.
000960 77  WS-RESULT-AMOUNT            PIC S9(9)V99   VALUE ZERO.
000970 77  WS-CARD-AMOUNT              PIC S9(9)V99   VALUE ZERO.
000980 77  WS-SUSP-SUB                 PIC 9(05)      VALUE ZERO.
000990 77  WS-SUSP-COUNT               PIC 9(05)      VALUE ZERO.
001000 77  WS-SUSP-FOUND-SWITCH        PIC X(01)      VALUE "N".
001010     88  WS-SUSP-FOUND               VALUE "Y".
001020 01  WS-TODAY                    PIC X(08)      VALUE SPACES.
001030 01  WS-DEPT-CODE                PIC X(04)      VALUE SPACES.
001040 01  WS-DEPT-NAME                PIC X(30)      VALUE SPACES.
001050 01  WS-SOURCE-SYSTEM            PIC X(08)      VALUE "BURITIAR".
001060 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
001070 01  WS-WORK-CARD.
001080     COPY TRANINRC.
001090 01  WS-AMOUNT-WORK              PIC X(13).
001100 01  WS-AMOUNT-WORK-EDIT REDEFINES WS-AMOUNT-WORK.
001110     05  WS-AW-SIGN              PIC X(01).
001120     05  WS-AW-WHOLE             PIC 9(09).
001130     05  WS-AW-DOT               PIC X(01).
001140     05  WS-AW-DEC               PIC 9(02).
001150 01  WS-SUSP-TABLE.
001160     05  WS-SUSP-ENTRY OCCURS 5000 TIMES.
001170         10  WS-SP-TXN-ID            PIC X(10).
001180         10  WS-SP-DATE              PIC X(08).
001190         10  WS-SP-IMAGE             PIC X(80).
001200         10  WS-SP-USED              PIC X(01).
001202 01  WS-LIST-TABLE.
001204     05  WS-LT-CODE              PIC X(04) OCCURS 500 TIMES.
001206 01  WS-SEEN-TABLE.
001208     05  WS-SN-CODE              PIC X(04) OCCURS 500 TIMES.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001231     IF WS-CHECK-RUN
001232         PERFORM 8000-CHECK-SCHEDULE THRU 8000-EXIT
001233         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001234         STOP RUN
001235     END-IF.
001240     PERFORM 2000-LOAD-SUSPENSE THRU 2000-EXIT.
001250     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
001260     PERFORM 4000-RETURN-RECORD THRU 4000-EXIT
001270         UNTIL WS-END-OF-FILE.
001280     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001290     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001300     STOP RUN.
001310 1000-INITIALIZE.
001320     ACCEPT WS-PARM FROM COMMAND-LINE.
001330     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT.
001340     PERFORM 1050-READ-PROC-DATE THRU 1050-EXIT.
001342     IF WS-PARM = "CHECK"
001344         SET WS-CHECK-RUN TO TRUE
001346         GO TO 1000-EXIT
001348     END-IF.
001350     MOVE WS-PARM (1:4) TO WS-DEPT-CODE.
001360     IF WS-DEPT-CODE = SPACES
001370         OR WS-PARM (5:4) NOT = SPACES
001380         DISPLAY "DEPARTMENT CODE PARM MUST BE 1-4 CHARACTERS - "
001390             "GOT <" WS-PARM ">"
001400         MOVE 12 TO RETURN-CODE
001410         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001420         STOP RUN
001430     END-IF.
001440     PERFORM 1200-FIND-DEPARTMENT THRU 1200-EXIT.
001450     IF NOT WS-DEPT-FOUND
001460         DISPLAY "DEPARTMENT " WS-DEPT-CODE " NOT ON DEPTMAST - "
001470             "NO RETURN FILE WRITTEN"
001480         MOVE 12 TO RETURN-CODE
001490         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001500         STOP RUN
001510     END-IF.
001520     OPEN OUTPUT RETURN-FILE.
001530     IF WS-RETOUT-STATUS NOT = "00"
001540         DISPLAY "RETOUT WILL NOT OPEN - STATUS " WS-RETOUT-STATUS
001550         MOVE 12 TO RETURN-CODE
001560         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001570         STOP RUN
001580     END-IF.
001590     OPEN INPUT TRANS-OUT-FILE.
001600     PERFORM 4100-READ-RESULT THRU 4100-EXIT.
001610 1000-EXIT.
001611     EXIT.
001612 1050-READ-PROC-DATE.
001613     OPEN INPUT PROC-DATE-FILE.
001614     IF WS-PROCDATE-STATUS = "00"
001615         READ PROC-DATE-FILE
001616             AT END
001617                 MOVE "10" TO WS-PROCDATE-STATUS
001618         END-READ
001619     END-IF.
001620     IF WS-PROCDATE-STATUS = "00"
001621         MOVE PD-POST-DATE TO WS-TODAY
001622         CLOSE PROC-DATE-FILE
001623     END-IF.
001624     IF WS-PROCDATE-STATUS NOT = "00"
001625         OR WS-TODAY NOT NUMERIC
001626         DISPLAY "PROCESSING DATE NOT AVAILABLE - STATUS "
001627             WS-PROCDATE-STATUS " - RUN PROCDT FIRST"
001628         MOVE 12 TO RETURN-CODE
001629         PERFORM 9850-LOG-RUN-END THRU 9850-EXIT
001630         STOP RUN
001631     END-IF.
001632 1050-EXIT.
001634     EXIT.
001636 1200-FIND-DEPARTMENT.
001640     OPEN INPUT DEPT-MAST-FILE.
001650     IF WS-DEPTMAST-STATUS NOT = "00"
001660         DISPLAY "DEPARTMENT MASTER NOT AVAILABLE - STATUS "
001670             WS-DEPTMAST-STATUS
001680         GO TO 1200-EXIT
001690     END-IF.
001700     PERFORM 1250-READ-DEPT-MASTER THRU 1250-EXIT
001710         UNTIL WS-MAST-END-OF-FILE
001720             OR WS-DEPT-FOUND.
001730     CLOSE DEPT-MAST-FILE.
001740 1200-EXIT.
001750     EXIT.
001760 1250-READ-DEPT-MASTER.
001770     READ DEPT-MAST-FILE
001780         AT END
001790             SET WS-MAST-END-OF-FILE TO TRUE
001800             GO TO 1250-EXIT
001810     END-READ.
001820     IF DM-DEPT-CODE NOT = WS-DEPT-CODE
001830         GO TO 1250-EXIT
001840     END-IF.
001850     SET WS-DEPT-FOUND TO TRUE.
001860     MOVE DM-DEPT-NAME TO WS-DEPT-NAME.
001870     IF DM-STATUS NOT = "A"
001880*        STILL ON THE SCHEDULE - SEND THE EMPTY FILE, BUT SAY SO
001890         DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS INACTIVE ON "
001900             "DEPTMAST - TAKE IT OFF THE DEPTRET SCHEDULE"
001910         SET WS-WARNING TO TRUE
001920     END-IF.
001930 1250-EXIT.
001940     EXIT.
001950* ----------------------------------------------------------------
001960* SUSPENSE HOLDS EVERY OPEN REJECT WITH ITS ORIGINAL CARD IMAGE.
001970* ONLY THIS DEPARTMENT'S CARDS ARE KEPT; EACH REJECT ON TRANSOUT
001980* IS PAIRED WITH ITS SUSPENSE RECORD BY TXN-ID AND REJECT DATE,
001990* AS IN TrialBal.
002000* ----------------------------------------------------------------
002010 2000-LOAD-SUSPENSE.
002020     OPEN INPUT SUSPENSE-FILE.
002030     IF WS-SUSP-STATUS NOT = "00"
002040         DISPLAY "SUSPENSE FILE NOT AVAILABLE - STATUS "
002050             WS-SUSP-STATUS
002060         DISPLAY "REJECTS GO BACK WITHOUT THEIR CARD IMAGE"
002070         GO TO 2000-EXIT
002080     END-IF.
002090     MOVE "N" TO WS-MAST-EOF-SWITCH.
002100     PERFORM 2100-LOAD-ONE-SUSP THRU 2100-EXIT
002110         UNTIL WS-MAST-END-OF-FILE.
002120     CLOSE SUSPENSE-FILE.
002130 2000-EXIT.
002140     EXIT.
002150 2100-LOAD-ONE-SUSP.
002160     READ SUSPENSE-FILE
002170         AT END
002180             SET WS-MAST-END-OF-FILE TO TRUE
002190             GO TO 2100-EXIT
002200     END-READ.
002210     MOVE SU-TRAN-IMAGE TO WS-WORK-CARD.
002220     IF TI-DEPT-CODE NOT = WS-DEPT-CODE
002230         GO TO 2100-EXIT
002240     END-IF.
002250     IF WS-SUSP-COUNT < 5000
002260         ADD 1 TO WS-SUSP-COUNT
002270         MOVE SU-TXN-ID TO WS-SP-TXN-ID (WS-SUSP-COUNT)
002280         MOVE SU-REJECT-DATE TO WS-SP-DATE (WS-SUSP-COUNT)
002290         MOVE SU-TRAN-IMAGE TO WS-SP-IMAGE (WS-SUSP-COUNT)
002300         MOVE "N" TO WS-SP-USED (WS-SUSP-COUNT)
002310     ELSE
002320         DISPLAY "SUSPENSE TABLE FULL - CARD IMAGES MISSING "
002330             "BEYOND 5000 REJECTS"
002340     END-IF.
002350 2100-EXIT.
002360     EXIT.
002370 3000-WRITE-HEADER.
002380     MOVE SPACES TO RET-CONTROL-RECORD.
002390     MOVE "H" TO RH-RECORD-TYPE.
002400     PERFORM 3100-FILL-CONTROL THRU 3100-EXIT.
002410     MOVE ZERO TO RH-RECORD-COUNT RH-OK-COUNT RH-REJECT-COUNT
002420         RH-SIZEERR-COUNT RH-HELD-COUNT RH-REVERSAL-COUNT.
002430     MOVE ZERO TO RH-NUM1-TOTAL RH-RESULT-TOTAL.
002440     WRITE RET-CONTROL-RECORD.
002450 3000-EXIT.
002460     EXIT.
002470 3100-FILL-CONTROL.
002480     MOVE WS-DEPT-CODE     TO RH-DEPT-CODE.
002490     MOVE WS-DEPT-NAME     TO RH-DEPT-NAME.
002500     MOVE WS-TODAY         TO RH-PROCESS-DATE.
002510     MOVE WS-SOURCE-SYSTEM TO RH-SOURCE-SYSTEM.
002520 3100-EXIT.
002530     EXIT.
002540 4000-RETURN-RECORD.
002550     ADD 1 TO WS-READ-COUNT.
002560     IF CALC-DEPT-CODE NOT = WS-DEPT-CODE
002570         GO TO 4000-NEXT
002580     END-IF.
002590     MOVE SPACES TO RET-DETAIL-RECORD.
002600     MOVE "D"                TO RD-RECORD-TYPE.
002610     MOVE CALC-DEPT-CODE     TO RD-DEPT-CODE.
002620     MOVE CALC-TXN-ID        TO RD-TXN-ID.
002630     MOVE CALC-TIMESTAMP     TO RD-TIMESTAMP.
002640     MOVE CALC-OPERATION-SEL TO RD-OPERATION-SEL.
002650     MOVE CALC-STATUS-CODE   TO RD-STATUS.
002660     MOVE CALC-NUM1          TO RD-NUM1.
002670     MOVE CALC-NUM2          TO RD-NUM2.
002675     MOVE WS-TODAY           TO RD-POST-DATE.
002680     MOVE ZERO               TO RD-RESULT.
002690     EVALUATE CALC-STATUS-CODE
002700         WHEN "OK"
002710             ADD 1 TO WS-OK-COUNT
002720             PERFORM 4500-POST-RESULT THRU 4500-EXIT
002730         WHEN "REVERSAL"
002740             ADD 1 TO WS-REV-COUNT
002750             PERFORM 4500-POST-RESULT THRU 4500-EXIT
002760         WHEN "SIZEERR"
002770             ADD 1 TO WS-SIZEERR-COUNT
002780         WHEN "HELD"
002790             ADD 1 TO WS-HELD-COUNT
002800         WHEN OTHER
002810             ADD 1 TO WS-REJ-COUNT
002820             PERFORM 4200-ATTACH-CARD THRU 4200-EXIT
002830     END-EVALUATE.
002840     ADD RD-NUM1 TO WS-NUM1-TOTAL
002850         ON SIZE ERROR
002860             DISPLAY "NUM1 TOTAL OVERFLOWED"
002870     END-ADD.
002880     WRITE RET-DETAIL-RECORD.
002890     ADD 1 TO WS-DTL-COUNT.
002900 4000-NEXT.
002910     PERFORM 4100-READ-RESULT THRU 4100-EXIT.
002920 4000-EXIT.
002930     EXIT.
002940 4100-READ-RESULT.
002950     READ TRANS-OUT-FILE
002960         AT END
002970             SET WS-END-OF-FILE TO TRUE
002980     END-READ.
002990 4100-EXIT.
003000     EXIT.
003010* ----------------------------------------------------------------
003020* A REJECT CARRIES ZERO OPERANDS ON TRANSOUT.  PUT BACK THE CARD
003030* THE DEPARTMENT SENT, AND THE NUM1/NUM2 KEYED ON IT WHERE THEY
003040* ARE READABLE, SO THE DEPARTMENT CAN FIND ITS OWN CARD.
003050* ----------------------------------------------------------------
003060 4200-ATTACH-CARD.
003070     MOVE "N" TO WS-SUSP-FOUND-SWITCH.
003080     PERFORM 4250-MATCH-SUSP THRU 4250-EXIT
003090         VARYING WS-SUSP-SUB FROM 1 BY 1
003100         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
003110             OR WS-SUSP-FOUND.
003120     IF NOT WS-SUSP-FOUND
003130         ADD 1 TO WS-NOCARD-COUNT
003140         DISPLAY "NO SUSPENSE RECORD FOR REJECTED TXN "
003150             CALC-TXN-ID " - RETURNED WITHOUT CARD IMAGE"
003160         GO TO 4200-EXIT
003170     END-IF.
003180     SUBTRACT 1 FROM WS-SUSP-SUB.
003190     MOVE "Y" TO WS-SP-USED (WS-SUSP-SUB).
003200     MOVE WS-SP-IMAGE (WS-SUSP-SUB) TO RD-TRAN-IMAGE.
003210     MOVE WS-SP-IMAGE (WS-SUSP-SUB) TO WS-WORK-CARD.
003220     IF TI-RECORD-TYPE = "R"
003230*        REVERSAL CARDS CARRY NO OPERANDS (SEE TRANREVR)
003240         GO TO 4200-EXIT
003250     END-IF.
003260     MOVE TI-NUM1 TO WS-AMOUNT-WORK.
003270     PERFORM 4300-CONVERT-AMOUNT THRU 4300-EXIT.
003280     MOVE WS-CARD-AMOUNT TO RD-NUM1.
003290     MOVE TI-NUM2 TO WS-AMOUNT-WORK.
003300     PERFORM 4300-CONVERT-AMOUNT THRU 4300-EXIT.
003310     MOVE WS-CARD-AMOUNT TO RD-NUM2.
003320 4200-EXIT.
003330     EXIT.
003340 4250-MATCH-SUSP.
003350     IF WS-SP-TXN-ID (WS-SUSP-SUB) = CALC-TXN-ID
003360         AND WS-SP-DATE (WS-SUSP-SUB) = CALC-TIMESTAMP (1:8)
003370         AND WS-SP-USED (WS-SUSP-SUB) = "N"
003380         SET WS-SUSP-FOUND TO TRUE
003390     END-IF.
003400 4250-EXIT.
003410     EXIT.
003420 4300-CONVERT-AMOUNT.
003430     MOVE ZERO TO WS-CARD-AMOUNT.
003440     IF WS-AW-WHOLE NUMERIC AND WS-AW-DEC NUMERIC
003450         COMPUTE WS-CARD-AMOUNT
003460             = WS-AW-WHOLE + (WS-AW-DEC / 100)
003470         IF WS-AW-SIGN = "-"
003480             COMPUTE WS-CARD-AMOUNT = WS-CARD-AMOUNT * -1
003490         END-IF
003500     END-IF.
003510 4300-EXIT.
003520     EXIT.
003530 4500-POST-RESULT.
003540     PERFORM 6000-SELECT-RESULT THRU 6000-EXIT.
003550     MOVE WS-RESULT-AMOUNT TO RD-RESULT.
003560     ADD WS-RESULT-AMOUNT TO WS-RESULT-TOTAL
003570         ON SIZE ERROR
003580             DISPLAY "RESULT TOTAL OVERFLOWED"
003590     END-ADD.
003600 4500-EXIT.
003610     EXIT.
003620 5000-WRITE-TRAILER.
003630     MOVE SPACES TO RET-CONTROL-RECORD.
003640     MOVE "T" TO RH-RECORD-TYPE.
003650     PERFORM 3100-FILL-CONTROL THRU 3100-EXIT.
003660     MOVE WS-DTL-COUNT     TO RH-RECORD-COUNT.
003670     MOVE WS-OK-COUNT      TO RH-OK-COUNT.
003680     MOVE WS-REJ-COUNT     TO RH-REJECT-COUNT.
003690     MOVE WS-SIZEERR-COUNT TO RH-SIZEERR-COUNT.
003700     MOVE WS-HELD-COUNT    TO RH-HELD-COUNT.
003710     MOVE WS-REV-COUNT     TO RH-REVERSAL-COUNT.
003720     MOVE WS-NUM1-TOTAL    TO RH-NUM1-TOTAL.
003730     MOVE WS-RESULT-TOTAL  TO RH-RESULT-TOTAL.
003740     WRITE RET-CONTROL-RECORD.
003750 5000-EXIT.
003760     EXIT.
003770* ----------------------------------------------------------------
003780* THE RESULT OF THE SELECTED OPERATION - THE SAME FIELD GlExtr
003790* POSTS TO THE LEDGER, SO RH-RESULT-TOTAL TIES TO THE GL.
003800* ----------------------------------------------------------------
003810 6000-SELECT-RESULT.
003820     EVALUATE CALC-OPERATION-SEL
003830         WHEN "AD"
003840         WHEN "AL"
003850             MOVE CALC-SOMA TO WS-RESULT-AMOUNT
003860         WHEN "SB"
003870             MOVE CALC-SUBTRACAO TO WS-RESULT-AMOUNT
003880         WHEN "ML"
003890             MOVE CALC-MULTI TO WS-RESULT-AMOUNT
003900         WHEN "DV"
003910             MOVE CALC-DIV TO WS-RESULT-AMOUNT
003920         WHEN "MD"
003930             MOVE CALC-RES TO WS-RESULT-AMOUNT
003940         WHEN "PC"
003950             MOVE CALC-PERCENTUAL TO WS-RESULT-AMOUNT
003960         WHEN "AV"
003970             MOVE CALC-MEDIA-MOVEL TO WS-RESULT-AMOUNT
003973         WHEN "AM"
003976             MOVE CALC-JUROS-TOTAL TO WS-RESULT-AMOUNT
003980         WHEN OTHER
003990             MOVE CALC-SOMA TO WS-RESULT-AMOUNT
004000     END-EVALUATE.
004010 6000-EXIT.
004020     EXIT.
004021* ----------------------------------------------------------------
004022* THE SCHEDULE CHECK (PARM='CHECK').  DEPTLIST HOLDS ONE CARD PER
004023* RETURN STEP IN THE DEPTRET JOB, DEPARTMENT CODE IN COLUMNS 1-4.
004024* AN ACTIVE DEPARTMENT, OR A DEPARTMENT WITH RESULTS ON THE DAY'S
004025* TRANSOUT, THAT IS NOT ON A CARD WOULD GET NO RETURN FILE.
004026* ----------------------------------------------------------------
004027 8000-CHECK-SCHEDULE.
004028     OPEN INPUT DEPT-LIST-FILE.
004029     IF WS-DEPTLIST-STATUS NOT = "00"
004030         DISPLAY "DEPTLIST NOT AVAILABLE - STATUS "
004031             WS-DEPTLIST-STATUS
004032         MOVE 12 TO RETURN-CODE
004033         GO TO 8000-EXIT
004034     END-IF.
004035     PERFORM 8100-LOAD-LIST THRU 8100-EXIT
004036         UNTIL WS-MAST-END-OF-FILE.
004037     CLOSE DEPT-LIST-FILE.
004038     OPEN INPUT DEPT-MAST-FILE.
004039     IF WS-DEPTMAST-STATUS NOT = "00"
004040         DISPLAY "DEPARTMENT MASTER NOT AVAILABLE - STATUS "
004041             WS-DEPTMAST-STATUS
004042         MOVE 12 TO RETURN-CODE
004043         GO TO 8000-EXIT
004044     END-IF.
004045     MOVE "N" TO WS-MAST-EOF-SWITCH.
004046     PERFORM 8200-CHECK-MASTER THRU 8200-EXIT
004047         UNTIL WS-MAST-END-OF-FILE.
004048     CLOSE DEPT-MAST-FILE.
004049     OPEN INPUT TRANS-OUT-FILE.
004050     PERFORM 4100-READ-RESULT THRU 4100-EXIT.
004051     PERFORM 8300-CHECK-RESULT THRU 8300-EXIT
004052         UNTIL WS-END-OF-FILE.
004053     CLOSE TRANS-OUT-FILE.
004054     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT.
004055     DISPLAY "DEPARTMENTS WITH A RETURN STEP " WS-EDIT-COUNT.
004056     MOVE WS-NOSTEP-COUNT TO WS-EDIT-COUNT.
004057     DISPLAY "DEPARTMENTS WITHOUT A STEP     " WS-EDIT-COUNT.
004058     IF WS-NOSTEP-COUNT > ZERO
004059         DISPLAY "ADD THE MISSING STEPS AND DEPTLIST CARDS TO "
004060             "THE DEPTRET JOB AND RERUN THOSE DEPARTMENTS"
004061         MOVE 8 TO RETURN-CODE
004062     END-IF.
004063 8000-EXIT.
004064     EXIT.
004065 8100-LOAD-LIST.
004066     READ DEPT-LIST-FILE
004067         AT END
004068             SET WS-MAST-END-OF-FILE TO TRUE
004069             GO TO 8100-EXIT
004070     END-READ.
004071     IF DL-DEPT-CODE = SPACES
004072         OR DL-DEPT-CODE (1:1) = "*"
004073         GO TO 8100-EXIT
004074     END-IF.
004075     IF WS-LIST-COUNT NOT < 500
004076         DISPLAY "DEPTLIST TABLE FULL - " DL-DEPT-CODE " IGNORED"
004077         GO TO 8100-EXIT
004078     END-IF.
004079     ADD 1 TO WS-LIST-COUNT.
004080     MOVE DL-DEPT-CODE TO WS-LT-CODE (WS-LIST-COUNT).
004081 8100-EXIT.
004082     EXIT.
004083 8200-CHECK-MASTER.
004084     READ DEPT-MAST-FILE
004085         AT END
004086             SET WS-MAST-END-OF-FILE TO TRUE
004087             GO TO 8200-EXIT
004088     END-READ.
004089     IF DM-STATUS NOT = "A"
004090         GO TO 8200-EXIT
004091     END-IF.
004092     IF DM-EFF-FROM NOT = SPACES
004093         AND DM-EFF-FROM > WS-TODAY
004094         GO TO 8200-EXIT
004095     END-IF.
004096     IF DM-EFF-TO NOT = SPACES
004097         AND DM-EFF-TO < WS-TODAY
004098         GO TO 8200-EXIT
004099     END-IF.
004100     MOVE DM-DEPT-CODE TO WS-DEPT-CODE.
004101     PERFORM 8400-FIND-LISTED THRU 8400-EXIT.
004102     IF NOT WS-LIST-FOUND
004103         ADD 1 TO WS-NOSTEP-COUNT
004104         DISPLAY "DEPARTMENT " DM-DEPT-CODE " " DM-DEPT-NAME
004105             " ACTIVE ON DEPTMAST - NO DEPTRET STEP"
004106     END-IF.
004107 8200-EXIT.
004108     EXIT.
004109 8300-CHECK-RESULT.
004110     MOVE CALC-DEPT-CODE TO WS-DEPT-CODE.
004111     PERFORM 8400-FIND-LISTED THRU 8400-EXIT.
004112     IF WS-LIST-FOUND
004113         GO TO 8300-NEXT
004114     END-IF.
004115*    EACH UNLISTED CODE IS REPORTED ONCE - THE FIRST TIME IT IS SEEN
004116     MOVE "N" TO WS-LIST-FOUND-SWITCH.
004117     PERFORM 8460-MATCH-SEEN THRU 8460-EXIT
004118         VARYING WS-LIST-SUB FROM 1 BY 1
004119         UNTIL WS-LIST-SUB > WS-SEEN-COUNT
004120             OR WS-LIST-FOUND.
004121     IF WS-LIST-FOUND
004122         GO TO 8300-NEXT
004123     END-IF.
004124     IF WS-SEEN-COUNT < 500
004125         ADD 1 TO WS-SEEN-COUNT
004126         MOVE WS-DEPT-CODE TO WS-SN-CODE (WS-SEEN-COUNT)
004127     END-IF.
004128     ADD 1 TO WS-NOSTEP-COUNT.
004129     DISPLAY "DEPARTMENT " WS-DEPT-CODE
004130         " HAS RESULTS ON TRANSOUT - NO DEPTRET STEP"
004131         " (FIRST TXN " CALC-TXN-ID ")".
004132 8300-NEXT.
004133     PERFORM 4100-READ-RESULT THRU 4100-EXIT.
004134 8300-EXIT.
004135     EXIT.
004136 8400-FIND-LISTED.
004137     MOVE "N" TO WS-LIST-FOUND-SWITCH.
004138     PERFORM 8450-MATCH-LISTED THRU 8450-EXIT
004139         VARYING WS-LIST-SUB FROM 1 BY 1
004140         UNTIL WS-LIST-SUB > WS-LIST-COUNT
004141             OR WS-LIST-FOUND.
004142 8400-EXIT.
004143     EXIT.
004144 8450-MATCH-LISTED.
004145     IF WS-LT-CODE (WS-LIST-SUB) = WS-DEPT-CODE
004146         SET WS-LIST-FOUND TO TRUE
004147     END-IF.
004148 8450-EXIT.
004149     EXIT.
004150 8460-MATCH-SEEN.
004151     IF WS-SN-CODE (WS-LIST-SUB) = WS-DEPT-CODE
004152         SET WS-LIST-FOUND TO TRUE
004153     END-IF.
004154 8460-EXIT.
004155     EXIT.
004156 9999-TERMINATE.
004157     CLOSE TRANS-OUT-FILE.
004158     CLOSE RETURN-FILE.
004159     MOVE WS-DTL-COUNT TO WS-EDIT-COUNT.
004160     DISPLAY "RETURN FILE FOR DEPARTMENT " WS-DEPT-CODE " - "
004161         WS-EDIT-COUNT " DETAIL RECORD(S)".
004162     MOVE WS-REJ-COUNT TO WS-EDIT-COUNT.
004163     DISPLAY "  OF WHICH REJECTED        " WS-EDIT-COUNT.
004164     IF WS-NOCARD-COUNT > ZERO
004165         MOVE WS-NOCARD-COUNT TO WS-EDIT-COUNT
004166         DISPLAY "  REJECTS WITHOUT CARD     " WS-EDIT-COUNT
004167     END-IF.
004168     IF WS-WARNING
004169         MOVE 4 TO RETURN-CODE
004170     END-IF.
004180     PERFORM 9850-LOG-RUN-END THRU 9850-EXIT.
004190 9999-EXIT.
004200     EXIT.
004210 9800-LOG-RUN-START.
004220     MOVE "S" TO WS-RUNLOG-TYPE.
004230     ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
004240     ACCEPT WS-RUNLOG-TIME FROM TIME.
004250     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004260 9800-EXIT.
004270     EXIT.
004280 9850-LOG-RUN-END.
004290     MOVE "E" TO WS-RUNLOG-TYPE.
004300     PERFORM 9890-WRITE-RUN-LOG THRU 9890-EXIT.
004310 9850-EXIT.
004320     EXIT.
004330 9890-WRITE-RUN-LOG.
004340     OPEN EXTEND RUN-LOG-FILE.
004350     IF WS-RUNLOG-STATUS NOT = "00"
004360         DISPLAY "RUNLOG NOT AVAILABLE - STATUS "
004370             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
004380         GO TO 9890-EXIT
004390     END-IF.
004400     MOVE SPACES TO RUN-LOG-RECORD.
004410     MOVE WS-RUNLOG-TYPE TO RN-RECORD-TYPE.
004420     MOVE "DEPTRET" TO RN-PROGRAM-ID.
004430     MOVE ZERO TO RN-STREAM-NO.
004435     MOVE WS-PARM TO RN-RUN-QUALIFIER.
004440     MOVE WS-RUNLOG-DATE TO RN-RUN-DATE.
004450     MOVE WS-RUNLOG-TIME (1:6) TO RN-START-TIME.
004460     MOVE ZERO TO RN-RETURN-CODE.
004470     MOVE "DTL" TO RN-COUNT-NAME (1).
004480     MOVE "OK" TO RN-COUNT-NAME (2).
004490     MOVE "REJ" TO RN-COUNT-NAME (3).
004491     IF WS-CHECK-RUN
004492         MOVE "STEP" TO RN-COUNT-NAME (1)
004493         MOVE SPACES TO RN-COUNT-NAME (2)
004494         MOVE "MISS" TO RN-COUNT-NAME (3)
004495     END-IF.
004500     MOVE ZERO TO RN-COUNT (1) RN-COUNT (2) RN-COUNT (3).
004510     IF RN-END-RECORD
004520         ACCEPT RN-END-DATE FROM DATE YYYYMMDD
004530         ACCEPT WS-RUNLOG-END-TIME FROM TIME
004540         MOVE WS-RUNLOG-END-TIME (1:6) TO RN-END-TIME
004550         MOVE RETURN-CODE TO RN-RETURN-CODE
004560         MOVE WS-DTL-COUNT TO RN-COUNT (1)
004570         MOVE WS-OK-COUNT TO RN-COUNT (2)
004580         MOVE WS-REJ-COUNT TO RN-COUNT (3)
004582         IF WS-CHECK-RUN
004584             MOVE WS-LIST-COUNT TO RN-COUNT (1)
004586             MOVE WS-NOSTEP-COUNT TO RN-COUNT (3)
004588         END-IF
004590     END-IF.
004600     WRITE RUN-LOG-RECORD.
004610     CLOSE RUN-LOG-FILE.
004620 9890-EXIT.
004630     EXIT.
