000140*               CALCULATION BACK IN SECONDS, INSTEAD OF SCANNING
000150*               TRANSOUT GENERATIONS WITH IEBGENER.  A BLANK
000160*               TRANSACTION ID ENDS THE SESSION.
000163* 10/15/26 EM   AN AM (LOAN AMORTIZATION) POSTING ALSO SHOWS ITS
000166*               TOTAL INTEREST, NUMBER OF PERIODS AND FREQUENCY.
000170* ----------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
001010     DISPLAY "  PERCENT-OF . : " WS-EDIT-AMOUNT.
001020     MOVE CALC-MEDIA-MOVEL TO WS-EDIT-AMOUNT.
001030     DISPLAY "  RUNNING AVG  : " WS-EDIT-AMOUNT.
001031     IF CALC-OPERATION-SEL = "AM"
001032         MOVE CALC-JUROS-TOTAL TO WS-EDIT-AMOUNT
001033         DISPLAY "  JUROS TOTAL  : " WS-EDIT-AMOUNT
001034         DISPLAY "  PERIODS/FREQ : " CALC-AMORT-PERIODS
001035             " " CALC-AMORT-FREQ
001036     END-IF.
001040 3000-EXIT.
001050     EXIT.
001060 9999-TERMINATE.
