000010* ----------------------------------------------------------------
000020* RETCTLRC - DEPARTMENT RETURN FILE HEADER/TRAILER CONTROL RECORD
000030* ----------------------------------------------------------------
000040* "H" OPENS AND "T" CLOSES EACH DEPARTMENT'S RETURN FILE (SEE
000050* RETDTLRC).  THE TRAILER CARRIES THE DETAIL COUNT - WHICH
000060* BALANCES TO THE TOTAL OF THE TC-RECORD-COUNTS ON THE DAY'S
000070* TRANCTLR TRAILERS THE DEPARTMENT SENT - BROKEN OUT BY RESULT,
000080* PLUS TWO AMOUNT TOTALS:
000090*   RH-NUM1-TOTAL   - RD-NUM1 OVER EVERY DETAIL.  IT AGREES WITH
000100*                     THE TRAILER HASH TOTALS PLUS THE NUM1 THAT
000110*                     EACH CHAINED STEP OR REVERSAL CARRIED (THE
000120*                     FEEDER LEAVES THOSE CARDS OUT OF THE HASH)
000130*   RH-RESULT-TOTAL - RD-RESULT OVER THE OK AND REVERSAL DETAILS,
000140*                     THE DEPARTMENT'S SHARE OF THE GL EXTRACT
000150* THE HEADER CARRIES ZEROS.  A DEPARTMENT WITH NO ACTIVITY GETS A
000160* HEADER AND A ZERO TRAILER, SO A MISSING FILE IS A REAL PROBLEM.
000170* ----------------------------------------------------------------
000180* 10/15/26 EM   ORIGINAL.
000190* ----------------------------------------------------------------
000200 05  RH-RECORD-TYPE          PIC X(01).
000210 05  RH-DEPT-CODE            PIC X(04).
000220 05  RH-DEPT-NAME            PIC X(30).
000230 05  RH-PROCESS-DATE         PIC X(08).
000240 05  RH-SOURCE-SYSTEM        PIC X(08).
000250 05  RH-RECORD-COUNT         PIC 9(07).
000260 05  RH-OK-COUNT             PIC 9(07).
000270 05  RH-REJECT-COUNT         PIC 9(07).
000280 05  RH-SIZEERR-COUNT        PIC 9(07).
000290 05  RH-HELD-COUNT           PIC 9(07).
000300 05  RH-REVERSAL-COUNT       PIC 9(07).
000310 05  RH-NUM1-TOTAL           PIC S9(11)V99
000320                             SIGN LEADING SEPARATE.
000330 05  RH-RESULT-TOTAL         PIC S9(11)V99
000340                             SIGN LEADING SEPARATE.
000350 05  FILLER                  PIC X(79).
