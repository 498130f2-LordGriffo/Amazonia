000230*               WITH THE MASTER UNTOUCHED (PASS ONE) OR FLAGGED
000240*               FOR RECONCILIATION (PASS TWO).  A RECORD WITH AN
000250*               UNREADABLE POST DATE IS ALWAYS KEPT AND COUNTED.
000253* 10/15/26 EM   ARCHIVE RECORD WIDENED TO 191 BYTES WITH THE AM
000256*               (LOAN AMORTIZATION) FIELDS ON CALCREC.
000260* ----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000430     COPY HISTREC.
000440     COPY CALCREC.
000450 FD  ARCH-OUT-FILE.
000460 01  ARCH-OUT-RECORD             PIC X(191).
000470 FD  ARCH-RPT-FILE.
000480 01  ARCH-RPT-LINE               PIC X(132).
000490 WORKING-STORAGE SECTION.
