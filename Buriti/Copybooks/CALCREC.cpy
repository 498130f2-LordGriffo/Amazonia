000130*               NOW CARRIES STATUS "SIZEERR" INSTEAD OF "OK"
000131*               WITH ZEROS, SO IT IS REPORTED AND KEPT OUT OF
000132*               THE LEDGER INSTEAD OF POSTING AS ZERO.
000133* 10/15/26 EM   ADDED CALC-JUROS-TOTAL, CALC-AMORT-PERIODS AND
000134*               CALC-AMORT-FREQ AT THE END OF THE RECORD FOR THE
000135*               "AM" LOAN AMORTIZATION SELECTOR - TOTAL INTEREST
000136*               OVER THE SCHEDULE AND THE TERMS IT WAS BUILT ON,
000137*               SO THE RESULT CAN BE RECOMPUTED.  ZERO/SPACE ON
000138*               EVERY OTHER OPERATION.  RECORD GROWS FROM 156 TO
000139*               172 BYTES; THE EARLIER OFFSETS DO NOT MOVE.
000140* 10/15/26 EM   A BATCH CALC-TXN-ID ENDS IN THE DAY OF ITS
000150*               PROCDATE CYCLE ("B" + SEQUENCE + DD), IN THE TWO
000160*               BYTES THAT WERE SPACES.  LAYOUT UNCHANGED.
000170* ----------------------------------------------------------------
000130 05  CALC-TXN-ID             PIC X(10).
000140 05  CALC-TIMESTAMP          PIC X(14).
000150 05  CALC-OPERATOR-ID        PIC X(08).
000222 05  CALC-PERCENTUAL         PIC S9(9)V99 SIGN LEADING SEPARATE.
000224 05  CALC-MEDIA-MOVEL        PIC S9(9)V99 SIGN LEADING SEPARATE.
000230 05  CALC-STATUS-CODE        PIC X(10).
000240 05  CALC-JUROS-TOTAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
000250 05  CALC-AMORT-PERIODS      PIC 9(03).
000260 05  CALC-AMORT-FREQ         PIC X(01).
