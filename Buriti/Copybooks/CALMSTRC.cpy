000010* ----------------------------------------------------------------
000020* CALMSTRC - BUSINESS-DAY CALENDAR MASTER RECORD LAYOUT
000030* ----------------------------------------------------------------
000040* ONE RECORD PER CALENDAR DAY ON THE CALMAST DATASET, IN DATE
000050* ORDER WITH NO DAY MISSING BETWEEN THE FIRST AND THE LAST.  SAYS
000060* WHETHER THE BANK WORKS THAT DAY AND WHICH DAY CLOSES THE MONTH.
000070* KEPT BY CalMnt ONLY - NEVER HAND-EDITED - SO THE DAYS STAY
000080* CONTIGUOUS AND CA-BUS-DAY-SEQ STAYS RIGHT.  ProcDt READS IT AT
000090* THE START OF THE CYCLE TO SET THE PROCESSING DATE (SEE
000100* PROCDTRC); SuspRpr AND GlAckMt READ IT TO AGE ITEMS IN BUSINESS
000110* DAYS.
000120* ----------------------------------------------------------------
000130* 10/15/26 EM   ORIGINAL.
000140* ----------------------------------------------------------------
000150 05  CA-CAL-DATE             PIC X(08).
000160*    YYYYMMDD
000170 05  CA-DAY-TYPE             PIC X(01).
000180     88  CA-WORKING-DAY          VALUE "W".
000190     88  CA-HOLIDAY              VALUE "H".
000200     88  CA-NON-WORKING-DAY      VALUE "N".
000210*    "W" = BUSINESS DAY, "H" = BANK HOLIDAY, "N" = WEEKEND OR
000220*    OTHER NON-WORKING DAY.  ONLY "W" IS A BUSINESS DAY.
000230 05  CA-MONTH-END            PIC X(01).
000240*    "Y" = MONTH-END CLOSE DATE (THE LAST BUSINESS DAY OF THE
000250*    MONTH, RECOMPUTED BY CalMnt), "M" = MONTH-END CLOSE DATE SET
000260*    BY HAND, SPACE = NOT THE CLOSE.  ONE PER MONTH.
000270 05  CA-BUS-DAY-SEQ          PIC 9(07).
000280*    RUNNING COUNT OF BUSINESS DAYS FROM THE FIRST DAY ON FILE
000290*    THROUGH THIS ONE.  THE BUSINESS DAYS BETWEEN TWO DATES ARE
000300*    THE DIFFERENCE OF THEIR SEQUENCES; A NON-BUSINESS DAY
000310*    CARRIES THE SEQUENCE OF THE BUSINESS DAY BEFORE IT.
000320 05  CA-DESCRIPTION          PIC X(30).
000330*    HOLIDAY NAME OR OTHER NOTE
000340 05  CA-MAINT-DATE           PIC X(08).
000350 05  CA-MAINT-USER           PIC X(08).
000360*    LAST CHANGED BY CalMnt - WHEN AND BY WHOM
000370 05  FILLER                  PIC X(17).
