000146*               S9(9)V99 CALCULATION FIELDS.  THE FIELDS AFTER
000147*               NUM2 SHIFT RIGHT 8 COLUMNS - EVERY FEEDER MUST
000148*               RE-CUT ITS CARDS TO THIS LAYOUT.
000149* 10/15/26 EM   TI-RECORD-TYPE "R" MARKS A REVERSAL CARD, WHICH
000150*               CARRIES ITS OWN LAYOUT (SEE TRANREVR).
000151* 10/15/26 EM   ADDED TI-PRIOR-TXN-ID AND TI-PRIOR-TXN-DATE FROM
000152*               THE FILLER.  SuspRpr (REPAIRED AND RESUBMITTED)
000153*               AND ApprRvw (APPROVED AND RELEASED) STAMP THE ID
000154*               THE CARD WAS LAST PROCESSED UNDER AND THE DAY IT
000155*               WAS ISSUED (BATCH IDS RESTART EVERY NIGHT), SO
000156*               TxnTrace CAN FOLLOW THE ITEM FROM ITS OLD ID TO
000157*               ITS NEW ONE.  FEEDERS LEAVE THEM BLANK.
000158*               ArithmeticProgram READS THEM ONLY ON AN "APPR"
000159*               BATCH, TO FIND THE CARD'S APPROVAL ON APPRLOG.
000160* 10/15/26 EM   ADDED TI-AMORT-PERIODS AND TI-AMORT-FREQ FROM THE
000161*               FILLER FOR THE "AM" LOAN AMORTIZATION SELECTOR.
000162*               ON AN AM CARD TI-NUM1 IS THE PRINCIPAL, TI-NUM2
000163*               THE ANNUAL RATE IN PERCENT (E.G. +000000006.50),
000164*               TI-AMORT-PERIODS THE NUMBER OF PAYMENTS (001-480)
000165*               AND TI-AMORT-FREQ THE PAYMENT FREQUENCY: "M"
000166*               MONTHLY, "Q" QUARTERLY, "S" SEMI-ANNUAL OR "A"
000167*               ANNUAL.  BLANK ON EVERY OTHER OPERATION.
000170* 10/15/26 EM   A "T" CARD MAY NAME ITS STEP BY THE FULL BATCH
000180*               ID OR BY "B" + SEQUENCE, CYCLE DAY LEFT BLANK.
000190* ----------------------------------------------------------------
000200 05  TI-RECORD-TYPE          PIC X(01).
000210 05  TI-DEPT-CODE            PIC X(04).
000220 05  TI-NUM1                 PIC X(13).
000230 05  TI-NUM2                 PIC X(13).
000240 05  TI-OPERATION-SEL        PIC X(02).
000250 05  TI-CHAIN-FLAG           PIC X(01).
000260 05  TI-CHAIN-TXN-ID         PIC X(10).
000270 05  TI-PRIOR-TXN-ID         PIC X(10).
000280 05  TI-PRIOR-TXN-DATE       PIC X(08).
000290 05  TI-AMORT-PERIODS        PIC X(03).
000300 05  TI-AMORT-FREQ           PIC X(01).
000310 05  FILLER                  PIC X(14).
