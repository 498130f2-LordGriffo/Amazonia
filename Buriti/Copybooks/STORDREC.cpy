000120* 09/02/26 EM   ORIGINAL.
000122* 09/02/26 EM   SO-NUM1/SO-NUM2 WIDENED TO 13 CHARACTERS
000124*               (SDDDDDDDDD.DD) WITH THE TRANSIN CARD LAYOUT.
000126* 10/15/26 EM   ADDED SO-HOLIDAY-RULE - WHICH WAY AN ORDER WHOSE
000127*               DUE DATE IS NOT A BUSINESS DAY (SEE CALMSTRC)
000128*               ROLLS.
000130* ----------------------------------------------------------------
000140 05  SO-DEPT-CODE            PIC X(04).
000150 05  SO-STATUS               PIC X(01).
000250 05  SO-EFF-FROM             PIC X(08).
000260 05  SO-EFF-TO               PIC X(08).
000270*    YYYYMMDD EFFECTIVE RANGE, INCLUSIVE; BLANK = OPEN-ENDED
000280 05  SO-HOLIDAY-RULE         PIC X(01).
000290*    DUE DATE ON A HOLIDAY OR WEEKEND: "F" OR BLANK = FIRES ON
000300*    THE NEXT BUSINESS DAY, "B" = ON THE BUSINESS DAY BEFORE.
000310*    A DAILY ORDER FIRES EVERY BUSINESS DAY AND NEVER ROLLS.
000320 05  FILLER                  PIC X(27).
