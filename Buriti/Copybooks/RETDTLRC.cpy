000010* ----------------------------------------------------------------
000020* RETDTLRC - DEPARTMENT RETURN FILE DETAIL RECORD LAYOUT
000030* ----------------------------------------------------------------
000040* ONE "D" RECORD PER TRANSACTION THE DEPARTMENT SENT US, WRITTEN
000050* BY DeptRet TO THAT DEPARTMENT'S OUTBOUND RETURN FILE BETWEEN AN
000060* "H" HEADER AND A BALANCING "T" TRAILER (SEE RETCTLRC).
000070* RD-STATUS IS THE TRANSOUT STATUS: "OK", "SIZEERR", "HELD",
000080* "REVERSAL", OR THE REJECT REASON.  RD-RESULT IS THE RESULT OF
000090* THE SELECTED OPERATION (THE AMOUNT POSTED TO THE LEDGER) ON AN
000100* OK OR REVERSAL RECORD AND ZERO OTHERWISE.  A REJECTED RECORD
000110* CARRIES THE ORIGINAL TRANSIN CARD IMAGE FROM SUSPENSE IN
000120* RD-TRAN-IMAGE, AND ITS NUM1/NUM2 AS KEYED ON THAT CARD, SO THE
000130* DEPARTMENT CAN TELL WHICH OF ITS CARDS CAME BACK.
000140* ----------------------------------------------------------------
000150* 10/15/26 EM   ORIGINAL.
000152* 10/15/26 EM   ADDED RD-POST-DATE FROM THE FILLER - THE BUSINESS
000154*               DATE THE RECORD POSTS TO CALCHIST UNDER.  A
000156*               REVERSAL CARD NAMES ITS ORIGINAL BY RD-TXN-ID AND
000158*               THIS DATE (SEE TRANREVR), NOT THE TIMESTAMP DATE.
000160* ----------------------------------------------------------------
000170 05  RD-RECORD-TYPE          PIC X(01).
000180 05  RD-DEPT-CODE            PIC X(04).
000190 05  RD-TXN-ID               PIC X(10).
000200 05  RD-TIMESTAMP            PIC X(14).
000210 05  RD-OPERATION-SEL        PIC X(02).
000220 05  RD-STATUS               PIC X(10).
000230 05  RD-NUM1                 PIC S9(9)V99 SIGN LEADING SEPARATE.
000240 05  RD-NUM2                 PIC S9(9)V99 SIGN LEADING SEPARATE.
000250 05  RD-RESULT               PIC S9(9)V99 SIGN LEADING SEPARATE.
000260 05  RD-TRAN-IMAGE           PIC X(80).
000270*    BLANK UNLESS RD-STATUS IS A REJECT REASON
000280 05  RD-POST-DATE            PIC X(08).
000290*    YYYYMMDD - PD-POST-DATE OF THE CYCLE (SEE PROCDTRC)
000300 05  FILLER                  PIC X(35).
