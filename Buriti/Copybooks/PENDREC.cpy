000010* ----------------------------------------------------------------
000020* PENDREC - PENDING-APPROVAL (MAKER-CHECKER) RECORD LAYOUT
000030* ----------------------------------------------------------------
000040* ONE RECORD PER TRANSACTION ArithmeticProgram HELD BECAUSE NUM1
000050* OR NUM2 EXCEEDED THE DEPARTMENT'S DM-APPROVAL-LIMIT WHILE
000060* STAYING WITHIN THE OPERATOR'S OWN OP-MAX-AMOUNT.  THE HELD
000070* ITEM IS NOT CALCULATED; IT WAITS ON PENDAPPR (DISP=MOD, ONE
000080* PARTITION PER STREAM ON A PARALLEL NIGHT, APPENDED BY TRANMRG)
000090* UNTIL A SUPERVISOR OTHER THAN THE SUBMITTING OPERATOR DECIDES
000100* IT IN ApprRvw.  APPROVED ITEMS ARE RELEASED ONTO THE FRONT OF
000110* THE NEXT TRANSIN IN THEIR OWN "APPR" BATCH; DECLINED ITEMS GO
000120* TO SUSPENSE.  EVERY DECIDED RECORD IS WRITTEN TO APPRLOG WITH
000130* WHO DECIDED IT AND WHEN.
000140* ----------------------------------------------------------------
000150* 10/15/26 EM   ORIGINAL.
000160* ----------------------------------------------------------------
000170 05  PA-STATUS               PIC X(01).
000180*    "P" = PENDING, "A" = APPROVED AND RELEASED, "D" = DECLINED
000190 05  PA-TXN-ID               PIC X(10).
000200*    TRANSACTION ID THE HELD ITEM WAS GIVEN (TRANSOUT "HELD")
000210 05  PA-HOLD-DATE            PIC X(08).
000220 05  PA-HOLD-TIME            PIC X(06).
000230 05  PA-SUBMIT-OPER          PIC X(08).
000240*    OPERATOR WHOSE RUN HELD THE ITEM - MAY NOT DECIDE IT
000250 05  PA-DEPT-CODE            PIC X(04).
000260 05  PA-HOLD-AMOUNT          PIC 9(09)V99.
000270*    LARGER OF ABS(NUM1) AND ABS(NUM2), WHICH TRIPPED THE HOLD
000280 05  PA-APPROVAL-LIMIT       PIC 9(09)V99.
000290*    THE DEPARTMENT'S DM-APPROVAL-LIMIT AT THE TIME OF THE HOLD
000300 05  PA-TRAN-IMAGE           PIC X(80).
000310*    TRANSIN CARD IMAGE TO RELEASE; A CHAINED ITEM IS STORED WITH
000320*    ITS RESOLVED NUM1 AND THE CHAIN FIELDS CLEARED
000330 05  PA-DECIDED-BY           PIC X(08).
000340 05  PA-DECIDED-DATE         PIC X(08).
000350 05  PA-DECIDED-TIME         PIC X(06).
000360*    BLANK WHILE PENDING
000370 05  FILLER                  PIC X(09).
