000010* ----------------------------------------------------------------
000020* TRANREVR - TRANSIN REVERSAL CARD ("R" IN COLUMN 1)
000030* ----------------------------------------------------------------
000040* BACKS OUT A CALCULATION POSTED ON AN EARLIER CYCLE.  THE CARD
000050* NAMES THE ORIGINAL BY ITS TRANSACTION ID AND CALCHIST POSTING
000060* DATE (TOGETHER THE HISTORY MASTER KEY - BATCH IDS RESTART
000070* EVERY NIGHT, SO THE ID ALONE IS NOT ENOUGH).  ArithmeticProgram
000080* ACCEPTS IT ONLY WHEN THE ORIGINAL IS ON CALCHIST FOR THE SAME
000090* DEPARTMENT, IS STATUS "OK", AND HAS NOT ALREADY BEEN REVERSED;
000100* THE REVERSAL THEN GOES OUT AS ITS OWN TRANSOUT/AUDITLOG RECORD,
000110* STATUS "REVERSAL", CARRYING THE ORIGINAL'S OPERANDS AND EVERY
000120* RESULT WITH ITS SIGN REVERSED.  A BAD REVERSAL REJECTS
000130* REVNOTFND, REVNOTOK, OR REVDUP AND GOES TO SUSPENSE LIKE ANY
000140* OTHER REJECT.  A REVERSAL CARD COUNTS IN ITS BATCH TRAILER
000150* RECORD COUNT BUT, CARRYING NO TI-NUM1, STAYS OUT OF THE TRAILER
000160* HASH TOTAL.
000170* ----------------------------------------------------------------
000180* 10/15/26 EM   ORIGINAL.
000182* 10/15/26 EM   ADDED TR-PRIOR-TXN-ID AND TR-PRIOR-TXN-DATE IN
000184*               THE SAME COLUMNS (45-62) AS THEIR TRANINRC TWINS -
000186*               STAMPED BY SuspRpr WHEN A REPAIRED REVERSAL IS
000188*               RESUBMITTED.
000190* ----------------------------------------------------------------
000200 05  TR-RECORD-TYPE          PIC X(01).
000210*    ALWAYS "R"
000220 05  TR-DEPT-CODE            PIC X(04).
000230 05  TR-ORIG-TXN-ID          PIC X(10).
000240 05  TR-ORIG-POST-DATE       PIC X(08).
000250*    YYYYMMDD - HIST-POST-DATE OF THE ORIGINAL
000260 05  FILLER                  PIC X(21).
000261 05  TR-PRIOR-TXN-ID         PIC X(10).
000262 05  TR-PRIOR-TXN-DATE       PIC X(08).
000263 05  FILLER                  PIC X(18).
