000010* ----------------------------------------------------------------
000020* SCHEDRC - LOAN AMORTIZATION SCHEDULE RECORD (SCHEDOUT)
000030* ----------------------------------------------------------------
000040* ONE RECORD PER PERIOD OF EVERY "AM" TRANSACTION ArithmeticProgram
000050* CALCULATED, TIED TO THE TRANSOUT RESULT BY TRANSACTION ID AND
000060* POSTING DATE (BATCH IDS RESTART EVERY NIGHT).  SC-PAYMENT IS THE
000070* LEVEL PAYMENT; THE FINAL PERIOD'S PAYMENT ABSORBS THE ROUNDING SO
000080* SC-BALANCE ENDS AT ZERO.  THE SUM OF SC-INTEREST IS THE
000090* CALC-JUROS-TOTAL ON TRANSOUT, AUDITLOG AND CALCHIST.  WRITTEN TO
000100* THE DAY'S SCHEDOUT DATASET (DISP=MOD), ONE PARTITION PER STREAM
000110* ON A PARALLEL NIGHT, APPENDED BY TRANMRG.
000120* ----------------------------------------------------------------
000130* 10/15/26 EM   ORIGINAL.
000140* ----------------------------------------------------------------
000150 05  SC-TXN-ID               PIC X(10).
000160 05  SC-POST-DATE            PIC X(08).
000170 05  SC-DEPT-CODE            PIC X(04).
000180 05  SC-PERIOD-NO            PIC 9(03).
000190 05  SC-PERIODS              PIC 9(03).
000200 05  SC-FREQUENCY            PIC X(01).
000210*    "M" MONTHLY, "Q" QUARTERLY, "S" SEMI-ANNUAL, "A" ANNUAL
000220 05  SC-PAYMENT              PIC S9(9)V99 SIGN LEADING SEPARATE.
000230 05  SC-INTEREST             PIC S9(9)V99 SIGN LEADING SEPARATE.
000240 05  SC-PRINCIPAL            PIC S9(9)V99 SIGN LEADING SEPARATE.
000250 05  SC-BALANCE              PIC S9(9)V99 SIGN LEADING SEPARATE.
000260*    PRINCIPAL STILL OUTSTANDING AFTER THIS PERIOD'S PAYMENT
000270 05  FILLER                  PIC X(03).
