000010* ----------------------------------------------------------------
000020* REVLNKRC - REVERSAL LINK RECORD (REVLINK)
000030* ----------------------------------------------------------------
000040* ONE RECORD PER REVERSAL ArithmeticProgram ACCEPTED, TYING THE
000050* REVERSAL'S OWN TRANSACTION ID AND POSTING DATE TO THE HISTORY
000060* KEY OF THE CALCULATION IT BACKS OUT.  THE TRANSOUT RECORD HAS
000070* NO ROOM FOR THE ORIGINAL'S KEY, SO HistLoad READS THIS FILE
000080* TO MARK THE ORIGINAL "REVERSED" ON CALCHIST.  WRITTEN TO THE
000090* DAY'S REVLINK DATASET (DISP=MOD), ONE PARTITION PER STREAM ON
000100* A PARALLEL NIGHT, APPENDED BY TRANMRG.
000110* ----------------------------------------------------------------
000120* 10/15/26 EM   ORIGINAL.
000130* ----------------------------------------------------------------
000140 05  RL-REV-TXN-ID           PIC X(10).
000150 05  RL-REV-POST-DATE        PIC X(08).
000160 05  RL-ORIG-TXN-ID          PIC X(10).
000170 05  RL-ORIG-POST-DATE       PIC X(08).
000180 05  RL-DEPT-CODE            PIC X(04).
000190 05  RL-OPERATION-SEL        PIC X(02).
000200 05  FILLER                  PIC X(38).
