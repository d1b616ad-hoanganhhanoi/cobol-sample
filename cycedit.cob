000430   02 MAST-PRODUCT-NAME        PIC X(20).
000440   02 MAST-PRICE               PIC 9(4)V99.
000450   02 MAST-QUANTITY            PIC 9(5).
000452   02 MAST-UNIT-COST           PIC 9(4)V99.
000460 
000470 FD LOCATION-STOCK.
000480 01 LOCATION-STOCK-RECORD.
