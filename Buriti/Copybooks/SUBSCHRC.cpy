000010* ----------------------------------------------------------------
000020* SUBSCHRC - DEPARTMENT SUBMISSION-SCHEDULE MASTER RECORD LAYOUT
000030* ----------------------------------------------------------------
000040* ONE RECORD PER SUBMITTING DEPARTMENT ON THE SUBSCHED DATASET,
000050* SAYING ON WHICH WEEKDAYS A TRANSIN BATCH IS EXPECTED FROM IT
000060* AND HOW MANY.  SubmChk RUNS AHEAD OF ARITHBAT AND COMPARES THE
000070* "H" HEADERS ACTUALLY ON THE TRANSIN CONCATENATION (SEE
000080* TRANCTLR) AGAINST IT, SO A DEPARTMENT THAT SENT NOTHING IS
000090* CAUGHT BEFORE THE BATCH WINDOW INSTEAD OF DAYS LATER.  THE
000100* IN-HOUSE "SUSP" (SuspRpr), "STND" (StorGen), AND "APPR"
000110* (ApprRvw) BATCHES ARE NOT SCHEDULED HERE.
000120* ----------------------------------------------------------------
000130* 10/15/26 EM   ORIGINAL.
000133* 10/15/26 EM   THE WEEKDAY IS NOW THAT OF THE CYCLE'S POSTING DATE
000136*               AND SS-MAX-AGE COUNTS BUSINESS DAYS (SEE SubmChk).
000140* ----------------------------------------------------------------
000150 05  SS-DEPT-CODE            PIC X(04).
000160 05  SS-STATUS               PIC X(01).
000170*    "A" = ACTIVE, "I" = INACTIVE (TREATED AS NOT ON FILE)
000180 05  SS-DAY-FLAGS.
000190     10  SS-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
000200*    "Y" = BATCH EXPECTED ON THAT WEEKDAY, 1=MONDAY THROUGH
000210*    7=SUNDAY; ANYTHING ELSE = NOT EXPECTED
000220 05  SS-BATCH-COUNT          PIC 9(02).
000230*    BATCHES EXPECTED ON AN EXPECTED DAY (ZERO IS TAKEN AS 1)
000240 05  SS-MAX-AGE              PIC 9(02).
000250*    BUSINESS DAYS A BATCH'S TC-BATCH-DATE MAY LAG THE POSTING
000260*    DATE BEFORE IT IS STALE; ZERO = SAME BUSINESS DAY
000270 05  SS-EFF-FROM             PIC X(08).
000280 05  SS-EFF-TO               PIC X(08).
000290*    YYYYMMDD EFFECTIVE RANGE, INCLUSIVE; BLANK = OPEN-ENDED
000300 05  SS-CONTACT              PIC X(30).
000310*    WHO THE CONTROL GROUP CALLS ABOUT A MISSING BATCH
000320 05  FILLER                  PIC X(18).
