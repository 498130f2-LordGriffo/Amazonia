000100* TAMPERED FILE IS CAUGHT BEFORE ANYTHING CONSUMES IT.
000110* ----------------------------------------------------------------
000120* 09/02/26 EM   ORIGINAL.
000125* 10/15/26 EM   FILLER GROWN TO KEEP THE SEAL THE SAME LENGTH AS
000126*               THE DETAIL RECORD (194 BYTES) NOW CALCREC CARRIES
000127*               THE AMORTIZATION FIELDS.
000130* ----------------------------------------------------------------
000140 05  SL-RECORD-TYPE          PIC X(01).
000150*    ALWAYS "S"
000190 05  SL-RECORD-COUNT         PIC 9(07).
000200 05  SL-HASH-TOTAL           PIC S9(11)V99
000210                             SIGN LEADING SEPARATE.
000220 05  FILLER                  PIC X(151).
