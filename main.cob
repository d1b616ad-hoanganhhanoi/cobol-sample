000790   02 PRODUCT-NAME-I    PIC X(20).
000800   02 PRICE-I           PIC 9(4)V99.
000810   02 QUANTITY-I        PIC 9(5).
000812   02 UNIT-COST-I       PIC 9(4)V99.
000820 
000830 FD SORTED-PRODUCT-FILE.
000840 01 PRODUCT-DETAILS.
000880   02 PRICE-X           REDEFINES PRICE PIC X(6).
000890   02 QUANTITY          PIC 9(5).
000900   02 QUANTITY-X        REDEFINES QUANTITY PIC X(5).
000902   02 UNIT-COST         PIC 9(4)V99.
000910 
000920 SD WORK.
000930 01 WORK-PRODUCT.
000950   02 PRODUCT-NAME-WF      PIC X(20).
000960   02 PRODUCT-PRICE-WF     PIC 9(4)V99.
000970   02 PRODUCT-QUANTITY-WF  PIC 9(5).
000972   02 PRODUCT-UNIT-COST-WF PIC 9(4)V99.
000980 
000990 FD FILE-OUT.
001000 01 LINE-RECORD               PIC X(100).
003490 
003500 01 LOCATION-SEEN-SWITCH  PIC X VALUE "N".
003510 01 EOF-LOCATIONS         PIC X VALUE "N".
003512 01 QUARANTINE-LOCATION   PIC X(2) VALUE "99".
003520 01 LOW-STOCK-QUANTITY    PIC 9(5) VALUE ZERO.
003530 
003540 01 HISTORY-AVAILABLE-SWITCH  PIC X VALUE "N".
007120   IF LOCST-PRODUCT-ID NOT = PRODUCT-ID
007130     MOVE "Y" TO EOF-LOCATIONS
007140   ELSE
007150     IF LOCST-LOCATION NOT = QUARANTINE-LOCATION
007160       MOVE "Y" TO LOCATION-SEEN-SWITCH
007170       IF LOCST-QUANTITY < REORDER-THRESHOLD
007180         MOVE LOCST-QUANTITY TO LOW-STOCK-QUANTITY
007190         MOVE LOCST-LOCATION TO PR-LOW-LOCATION
007192         PERFORM WRITE-LOW-STOCK-RECORD
007194       END-IF
007200     END-IF
007210     PERFORM READ-NEXT-LOCATION
007220   END-IF.
