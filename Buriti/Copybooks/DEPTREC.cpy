000150*               RECORD COUNTS AS ACTIVE ONLY WHEN TODAY FALLS
000160*               INSIDE THE RANGE; BLANK DATES ARE OPEN-ENDED,
000170*               SO EXISTING RECORDS BEHAVE AS BEFORE.
000171* 10/15/26 EM   ADDED DM-APPROVAL-LIMIT.  A TRANSACTION WHOSE NUM1
000172*               OR NUM2 EXCEEDS IT (BUT IS WITHIN THE OPERATOR'S
000173*               OWN LIMIT) IS HELD ON PENDAPPR FOR A SECOND
000174*               PERSON TO APPROVE THROUGH ApprRvw INSTEAD OF
000175*               BEING CALCULATED.  ZERO = NO APPROVAL HOLD, SO
000176*               EXISTING RECORDS BEHAVE AS BEFORE.
000180* ----------------------------------------------------------------
000190 05  DM-DEPT-CODE            PIC X(04).
000200 05  DM-DEPT-NAME            PIC X(30).
000230 05  DM-EFF-FROM             PIC X(08).
000240 05  DM-EFF-TO               PIC X(08).
000250*    YYYYMMDD EFFECTIVE RANGE, INCLUSIVE; BLANK = OPEN-ENDED
000252 05  DM-APPROVAL-LIMIT       PIC 9(09)V99.
000254*    ABSOLUTE NUM1/NUM2 AMOUNT ABOVE WHICH A TRANSACTION NEEDS A
000256*    SUPERVISOR'S APPROVAL; KEYED DDDDDDDDDCC LIKE OP-MAX-AMOUNT
000260 05  FILLER                  PIC X(18).
