000127*               DDDDDDDDDCC, E.G. 00000050000 FOR 500.00.  THE
000128*               EXISTING MASTER MUST BE CONVERTED ONCE BY
000129*               OperCnv BEFORE THE FIRST RUN ON THIS LAYOUT.
000130* 10/15/26 EM   ADDED OP-APPROVER.  ONLY AN ACTIVE OPERATOR
000131*               FLAGGED "Y" MAY APPROVE OR DECLINE THE
000132*               TRANSACTIONS HELD ON PENDAPPR (SEE ApprRvw), AND
000133*               NEVER ONE KEYED UNDER THE SAME OPERATOR ID.
000134* 10/15/26 EM   ADDED OP-ALLOWED-OPS-EXT FROM THE FILLER.  WITH
000135*               THE "AM" SELECTOR THERE ARE NINE OPERATIONS AND
000136*               OP-ALLOWED-OPS HOLDS ONLY EIGHT, SO THE LIST
000137*               CONTINUES HERE (SELECTORS NINE TO TWELVE).
000138*               EXISTING RECORDS READ IT AS SPACES - NO
000139*               CONVERSION; GRANT AM THROUGH OperMnt (C)HANGE.
000142* ----------------------------------------------------------------
000145 05  OP-OPERATOR-ID          PIC X(08).
000150 05  OP-STATUS               PIC X(01).
000160*    "A" = ACTIVE, "I" = INACTIVE, "L" = LOCKED BY SECURITY
000162*    MONITORING ("I" AND "L" ARE TREATED AS NOT ON FILE)
000200*    EXPLICITLY FOR AN OPERATOR TO RUN THE ALL SELECTOR
000210 05  OP-MAX-AMOUNT           PIC 9(09)V99.
000220*    MAXIMUM ABSOLUTE VALUE ACCEPTED FOR NUM1 OR NUM2
000230 05  OP-APPROVER             PIC X(01).
000240*    "Y" = SUPERVISOR WHO MAY DECIDE HELD TRANSACTIONS IN ApprRvw;
000250*    ANYTHING ELSE = MAY NOT
000260 05  OP-ALLOWED-OPS-EXT      PIC X(08).
000270*    CONTINUATION OF OP-ALLOWED-OPS, E.G. "AM"
000280 05  FILLER                  PIC X(35).
