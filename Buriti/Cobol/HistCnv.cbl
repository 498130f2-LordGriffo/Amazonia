000190*               OR THE STEP ENDS RC=8 AND THE OLD MASTER STAYS
000200*               LIVE.  RUN ONCE, WITH THE NIGHTLY CYCLE HELD;
000210*               THE JCL THEN RENAMES THE NEW CLUSTER INTO PLACE.
000211* 10/15/26 EM   REWORKED FOR THE AM (LOAN AMORTIZATION) FIELDS
000212*               APPENDED TO CALCREC.  THE 139-BYTE CONVERSION HAS
000213*               RUN; THE OLD MASTER ON CALCHOLD IS NOW THE 175-BYTE
000214*               LAYOUT, WHOSE CALCULATION IMAGE IS CARRIED OVER
000215*               WHOLE INTO THE NEW 191-BYTE CLUSTER WITH THE TOTAL
000216*               INTEREST AND PERIODS ZEROED AND THE FREQUENCY
000217*               BLANK.  COUNTS AND RETURN CODES ARE UNCHANGED.
000220* ----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000410         10  OH-TXN-ID           PIC X(10).
000420         10  OH-POST-DATE        PIC X(08).
000430     05  OH-DUP-FLAG             PIC X(01).
000440     05  OH-CALC-IMAGE           PIC X(156).
000680 FD  NEW-HIST-FILE.
000690 01  HIST-RECORD.
000700     COPY HISTREC.
001100     MOVE OH-TXN-ID            TO HIST-TXN-ID.
001110     MOVE OH-POST-DATE         TO HIST-POST-DATE.
001120     MOVE OH-DUP-FLAG          TO HIST-DUP-FLAG.
001130     MOVE OH-CALC-IMAGE        TO HIST-RECORD (20:156).
001180     MOVE ZERO                 TO CALC-JUROS-TOTAL.
001190     MOVE ZERO                 TO CALC-AMORT-PERIODS.
001200     MOVE SPACES               TO CALC-AMORT-FREQ.
001280     WRITE HIST-RECORD
001290         INVALID KEY
001300             DISPLAY "WRITE FAILED FOR TXN " OH-TXN-ID
