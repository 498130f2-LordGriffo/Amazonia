000050* CURRSUM (PERSUM GDG) DATASET AND READ BACK AS PRIORSUM THE
000060* FOLLOWING MONTH FOR THE MONTH-OVER-MONTH COMPARISON ON THE
000070* STEERING-COMMITTEE REPORT.  THE PER-OPERATION COUNTS ARE IN
000080* SELECTOR ORDER AL, AD, SB, ML, DV, MD, PC, AV, AM, PLUS A
000090* TENTH BUCKET FOR ANYTHING UNRECOGNIZED.
000100* ----------------------------------------------------------------
000110* 08/22/26 EM   ORIGINAL.
000112* 10/15/26 EM   AM (LOAN AMORTIZATION) BUCKET ADDED AHEAD OF THE
000114*               UNRECOGNIZED BUCKET - RECORD NOW 129 BYTES.  A
000116*               PRIOR GENERATION IN THE OLD 120-BYTE LAYOUT IS
000118*               DETECTED AND REALIGNED BY MonthSum.  THAT ONLY
000120*               HAPPENS ON THE FIRST RUN AFTER THE CHANGE, WHEN
000122*               PERSUM(0) IS STILL A 120-BYTE GENERATION; A FULL
000124*               129-BYTE RECORD IS ALWAYS NUMERIC IN BYTES
000126*               115-123 AND IS READ AS IT STANDS.
000128* ----------------------------------------------------------------
000130 05  PS-PERIOD               PIC X(06).
000140 05  PS-TXN-COUNT            PIC 9(09).
000150 05  PS-OK-COUNT             PIC 9(09).
000160 05  PS-REJECT-COUNT         PIC 9(09).
000170 05  PS-OP-COUNT             PIC 9(09) OCCURS 10 TIMES.
000180 05  FILLER                  PIC X(06).
