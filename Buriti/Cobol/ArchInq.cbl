000190*               FRONT TO BACK FOR EACH INQUIRY - SLOWER THAN THE
000200*               KEYED MASTER, BUT THESE ARE RARE AUDIT REQUESTS.
000210*               A BLANK TRANSACTION ID ENDS THE SESSION.
000213* 10/15/26 EM   AN AM (LOAN AMORTIZATION) POSTING ALSO SHOWS ITS
000216*               TOTAL INTEREST, NUMBER OF PERIODS AND FREQUENCY.
000220* ----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
001200     DISPLAY "  PERCENT-OF . : " WS-EDIT-AMOUNT.
001210     MOVE CALC-MEDIA-MOVEL TO WS-EDIT-AMOUNT.
001220     DISPLAY "  RUNNING AVG  : " WS-EDIT-AMOUNT.
001221     IF CALC-OPERATION-SEL = "AM"
001222         MOVE CALC-JUROS-TOTAL TO WS-EDIT-AMOUNT
001223         DISPLAY "  JUROS TOTAL  : " WS-EDIT-AMOUNT
001224         DISPLAY "  PERIODS/FREQ : " CALC-AMORT-PERIODS
001225             " " CALC-AMORT-FREQ
001226     END-IF.
001230 3000-EXIT.
001240     EXIT.
