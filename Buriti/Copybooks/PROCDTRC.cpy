000010* ----------------------------------------------------------------
000020* PROCDTRC - PROCESSING-DATE CONTROL RECORD LAYOUT
000030* ----------------------------------------------------------------
000040* THE ONE RECORD ON THE PROCDATE DATASET.  ProcDt WRITES IT AS
000050* THE FIRST STEP OF THE NIGHTLY CYCLE FROM THE CALENDAR MASTER
000060* (SEE CALMSTRC), AND EVERY PROGRAM THAT STAMPS OR AGES BY DATE
000070* TAKES ITS DATE FROM HERE INSTEAD OF THE SYSTEM CLOCK, SO A
000080* CYCLE THAT RUNS PAST MIDNIGHT STILL POSTS TO ITS OWN DAY AND
000090* WORK PROCESSED ON A HOLIDAY OR WEEKEND POSTS TO THE NEXT
000100* BUSINESS DAY.  THE RECORD STAYS IN FORCE UNTIL THE NEXT
000110* CYCLE SETS IT AGAIN, SO DAYTIME PROGRAMS (SuspRpr) SEE THE
000120* DATE OF THE CYCLE JUST RUN.
000130* ----------------------------------------------------------------
000140* 10/15/26 EM   ORIGINAL.
000150* ----------------------------------------------------------------
000160 05  PD-CYCLE-DATE           PIC X(08).
000170*    YYYYMMDD CALENDAR DATE THE CYCLE IS FOR - THE SYSTEM DATE
000180*    WHEN ProcDt STARTED, OR ITS PARM ON A LATE START OR RERUN
000190 05  PD-POST-DATE            PIC X(08).
000200*    BUSINESS DATE THE CYCLE POSTS TO - THE CYCLE DATE ITSELF ON
000210*    A BUSINESS DAY, ELSE THE NEXT BUSINESS DAY
000220 05  PD-BUSINESS-DAY         PIC X(01).
000230     88  PD-CYCLE-IS-BUSINESS    VALUE "Y".
000240*    "Y" = THE CYCLE DATE IS A BUSINESS DAY, "N" = IT IS NOT
000250 05  PD-PREV-BUS-DATE        PIC X(08).
000260 05  PD-NEXT-BUS-DATE        PIC X(08).
000270*    THE BUSINESS DAYS EITHER SIDE OF PD-POST-DATE
000280 05  PD-MONTH-END            PIC X(01).
000290     88  PD-MONTH-END-CLOSE      VALUE "Y".
000300*    "Y" = PD-POST-DATE IS ITS MONTH'S CLOSE DATE
000310 05  PD-SET-DATE             PIC X(08).
000320 05  PD-SET-TIME             PIC X(06).
000330*    SYSTEM DATE AND TIME ProcDt WROTE THE RECORD
000340 05  PD-SOURCE               PIC X(01).
000350*    "S" = CYCLE DATE FROM THE SYSTEM CLOCK, "P" = FROM THE PARM
000360 05  FILLER                  PIC X(31).
