000100* VISIBLE INSTEAD OF A SILENT FREE RIDE.
000110* ----------------------------------------------------------------
000120* 09/02/26 EM   ORIGINAL.
000125* 10/15/26 EM   SELECTOR "AM" (LOAN AMORTIZATION) ADDED.
000130* ----------------------------------------------------------------
000140 05  RT-OPERATION-SEL        PIC X(02).
000150*    AL, AD, SB, ML, DV, MD, PC, AV, OR AM
000160 05  RT-UNIT-PRICE           PIC 9(03)V9(04).
000170*    PRICE PER TRANSACTION, DDDFFFF (E.G. 0000150 = 0.0150)
000180 05  FILLER                  PIC X(71).
