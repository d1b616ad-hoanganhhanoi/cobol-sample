000340   02 MAST-PRODUCT-NAME        PIC X(20).
000350   02 MAST-PRICE               PIC 9(4)V99.
000360   02 MAST-QUANTITY            PIC 9(5).
000362   02 MAST-UNIT-COST           PIC 9(4)V99.
000370 
000380 FD MOVEMENT-LEDGER.
000390 01 LEDGER-RECORD.
