000490     ACCESS MODE DYNAMIC
000500     RECORD KEY IS LOCST-KEY
000510     FILE STATUS IS LOCATION-FILE-STATUS.
000512 
000514   SELECT PENDING-PRICES ASSIGN TO FILE111
000516     ORGANIZATION LINE SEQUENTIAL
000518     FILE STATUS IS PENDING-PRICE-STATUS.
000520 
000530   SELECT RUN-LOG ASSIGN TO FILE20
000540     ORGANIZATION LINE SEQUENTIAL
000660   02 MAST-PRODUCT-NAME        PIC X(20).
000670   02 MAST-PRICE               PIC 9(4)V99.
000680   02 MAST-QUANTITY            PIC 9(5).
000682   02 MAST-UNIT-COST           PIC 9(4)V99.
000690 
000700 FD ORDER-FILE.
000710 01 ORDER-RECORD.
001020   02 ALC-PRICE         PIC 9(4)V99.
001030   02 ALC-LINE-VALUE    PIC 9(9)V99.
001040   02 ALC-SHIP-DATE     PIC 9(8).
001042   02 ALC-LOCATION      PIC X(2).
001044   02 ALC-ENTRY-DATE    PIC 9(8).
001050 
001060 FD CANCELLED-BACKORDERS.
001070 01 CANCELLED-BACKORDER-RECORD.
001160 01 ORDPARM-RECORD.
001170   02 ORDPARM-EXPIRY-DAYS      PIC 9(3).
001180   02 ORDPARM-ALTERNATE-LOC    PIC X(1).
001182   02 ORDPARM-SHIP-DAYS        PIC 9(2).
001190 
001200 FD PICKING-LIST.
001210 01 PICKING-LINE               PIC X(100).
001440   02 HELD-QUANTITY       PIC 9(5).
001450   02 HELD-LINE-VALUE     PIC 9(9)V99.
001460   02 HELD-REASON-CODE    PIC X(2).
001461 
001462 FD PENDING-PRICES.
001463 01 PENDING-PRICE-RECORD.
001464   02 PND-PRODUCT-ID      PIC X(4).
001465   02 PND-NEW-PRICE       PIC 9(4)V99.
001466   02 PND-EFFECTIVE-DATE  PIC 9(8).
001467   02 PND-USER-ID         PIC X(8).
001470 
001480 FD RUN-LOG.
001490 01 RUN-LOG-RECORD             PIC X(80).
002670 01 RUN-DATE-INTEGER    PIC 9(8) VALUE ZERO.
002680 01 ENTRY-DATE-INTEGER  PIC 9(8) VALUE ZERO.
002690 01 BACKORDER-AGE-DAYS  PIC S9(5) VALUE ZERO.
002691 01 SHIP-LEAD-DAYS      PIC 9(2) VALUE ZERO.
002692 01 ORDER-SHIP-DATE     PIC 9(8) VALUE ZERO.
002693 
002694 01 PENDING-PRICE-STATUS  PIC XX VALUE "00".
002695 01 EOF-PENDING-PRICES    PIC X VALUE "N".
002696 01 EFFECTIVE-PRICE       PIC 9(4)V99 VALUE ZERO.
002697 01 EFFECTIVE-PRICE-DATE  PIC 9(8) VALUE ZERO.
002698 
002699 01 PENDING-PRICE-CONTROL.
002700   02 PENDING-PRICE-COUNT  PIC 9(4) VALUE ZERO.
002701   02 PENDING-PRICE-TABLE OCCURS 2000 TIMES
002702     INDEXED BY PENDING-IDX.
002703     03 PP-PRODUCT-ID      PIC X(4).
002704     03 PP-NEW-PRICE       PIC 9(4)V99.
002705     03 PP-EFFECTIVE-DATE  PIC 9(8).
002706 
002710 01 ALLOCATION-WORK.
002720   02 ALLOC-ORDER-NO      PIC X(6).
002730   02 ALLOC-CUSTOMER-ID   PIC X(6).
002910 01 LOCATION-SEEN-SWITCH  PIC X VALUE "N".
002920 01 PICK-LOCATION       PIC X(2) VALUE SPACES.
002930 01 DEFAULT-LOCATION    PIC X(2) VALUE "01".
002932 01 QUARANTINE-LOCATION PIC X(2) VALUE "99".
002940 01 QUANTITY-NEEDED-LOC PIC 9(5) VALUE ZERO.
002950 01 QUANTITY-TAKEN      PIC 9(5) VALUE ZERO.
002952 01 LOCATIONS-TAKEN     PIC 9(2) VALUE ZERO.
002954 01 TAKEN-LOCATION      PIC X(2) VALUE SPACES.
002956 01 QUARANTINE-QUANTITY PIC 9(5) VALUE ZERO.
002958 01 SELLABLE-QUANTITY   PIC 9(5) VALUE ZERO.
002960 
002970 01 QUANTITY-ALLOCATED  PIC 9(5) VALUE ZERO.
002980 01 QUANTITY-SHORT      PIC 9(5) VALUE ZERO.
003690   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
003700   COMPUTE RUN-DATE-INTEGER =
003710     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
003712   COMPUTE ORDER-SHIP-DATE =
003714     FUNCTION DATE-OF-INTEGER(RUN-DATE-INTEGER + SHIP-LEAD-DAYS)
003716   PERFORM LOAD-PENDING-PRICES
003720   OPEN I-O PRODUCT-MASTER
003730   IF MASTER-FILE-STATUS NOT = "00"
003740     DISPLAY "PRODUCT MASTER OPEN FAILURE - STATUS "
005250         IF ORDPARM-ALTERNATE-LOC = "Y"
005260           MOVE "Y" TO ALTERNATE-LOCATION-SWITCH
005270         END-IF
005272         IF ORDPARM-SHIP-DAYS IS NUMERIC
005274           MOVE ORDPARM-SHIP-DAYS TO SHIP-LEAD-DAYS
005276         END-IF
005280     END-READ
005290     CLOSE ORDER-PARAMETERS
005300   END-IF.
005640 
005650 ALLOCATE-ONE-LINE.
005660   IF ALLOC-QUANTITY IS NOT NUMERIC OR ALLOC-QUANTITY = 0
005662     OR ALLOC-LOCATION = QUARANTINE-LOCATION
005670     PERFORM WRITE-EXCEPTION-LINE
005680   ELSE
005690     PERFORM FIND-MASTER-ENTRY
005700     IF MASTER-FOUND
005702       PERFORM FIND-EFFECTIVE-PRICE
005710       PERFORM CHECK-CUSTOMER-CREDIT
005720       IF CREDIT-IS-CLEAN
005730         PERFORM ALLOCATE-AGAINST-MASTER
005810 
005820 CHECK-CUSTOMER-CREDIT.
005830   MOVE SPACES TO CREDIT-REASON-CODE
005840   COMPUTE ORDER-LINE-VALUE = ALLOC-QUANTITY * EFFECTIVE-PRICE
005850   IF CUSTOMER-AVAILABLE
005860     PERFORM FIND-CUSTOMER-ENTRY
005870     IF NOT CUSTOMER-FOUND
006450     NOT INVALID KEY
006460       MOVE "Y" TO MASTER-FOUND-SWITCH
006470   END-READ.
006471 
006472 LOAD-PENDING-PRICES.
006473   OPEN INPUT PENDING-PRICES
006474   IF PENDING-PRICE-STATUS = "00"
006475     PERFORM READ-PENDING-PRICE
006476     PERFORM STORE-PENDING-PRICE UNTIL EOF-PENDING-PRICES = "Y"
006477     CLOSE PENDING-PRICES
006478   END-IF.
006479 
006480 READ-PENDING-PRICE.
006481   READ PENDING-PRICES
006482     AT END
006483       MOVE "Y" TO EOF-PENDING-PRICES
006484   END-READ.
006485 
006486 STORE-PENDING-PRICE.
006487   IF PND-NEW-PRICE IS NUMERIC AND PND-NEW-PRICE > 0
006488     AND PND-EFFECTIVE-DATE IS NUMERIC
006489     AND PND-EFFECTIVE-DATE NOT > ORDER-SHIP-DATE
006490     IF PENDING-PRICE-COUNT < 2000
006491       ADD 1 TO PENDING-PRICE-COUNT
006492       SET PENDING-IDX TO PENDING-PRICE-COUNT
006493       MOVE PND-PRODUCT-ID TO PP-PRODUCT-ID(PENDING-IDX)
006494       MOVE PND-NEW-PRICE TO PP-NEW-PRICE(PENDING-IDX)
006495       MOVE PND-EFFECTIVE-DATE TO PP-EFFECTIVE-DATE(PENDING-IDX)
006496     ELSE
006497       DISPLAY "PENDING PRICE TABLE FULL - PRICE NOT USED FOR "
006498         PND-PRODUCT-ID
006499     END-IF
006500   END-IF
006501   PERFORM READ-PENDING-PRICE.
006502 
006503 FIND-EFFECTIVE-PRICE.
006504   MOVE MAST-PRICE TO EFFECTIVE-PRICE
006505   MOVE 0 TO EFFECTIVE-PRICE-DATE
006506   SET PENDING-IDX TO 1
006507   PERFORM CHECK-PENDING-PRICE PENDING-PRICE-COUNT TIMES.
006508 
006509 CHECK-PENDING-PRICE.
006510   IF PP-PRODUCT-ID(PENDING-IDX) = ALLOC-PRODUCT-ID
006511     AND PP-EFFECTIVE-DATE(PENDING-IDX) NOT < EFFECTIVE-PRICE-DATE
006512     MOVE PP-NEW-PRICE(PENDING-IDX) TO EFFECTIVE-PRICE
006513     MOVE PP-EFFECTIVE-DATE(PENDING-IDX) TO EFFECTIVE-PRICE-DATE
006514   END-IF
006515   SET PENDING-IDX UP BY 1.
006516 
006517 ALLOCATE-AGAINST-MASTER.
006518   MOVE "N" TO ALTERNATE-USED-SWITCH
006519   MOVE 0 TO LOCATIONS-TAKEN
006520   MOVE SPACES TO TAKEN-LOCATION
006521   IF LOCATION-AVAILABLE
006522     PERFORM ALLOCATE-FROM-LOCATIONS
006530     COMPUTE QUANTITY-SHORT =
006540       ALLOC-QUANTITY - QUANTITY-ALLOCATED
006550   ELSE
006970   END-IF
006980   PERFORM CHECK-PRODUCT-HAS-LOCATIONS
006990   IF LOCATION-SEEN-SWITCH = "N"
007000     PERFORM FIND-QUARANTINE-QUANTITY
007002     IF ALLOC-QUANTITY NOT > SELLABLE-QUANTITY
007010       MOVE ALLOC-QUANTITY TO QUANTITY-ALLOCATED
007020     ELSE
007030       MOVE SELLABLE-QUANTITY TO QUANTITY-ALLOCATED
007040     END-IF
007050   ELSE
007060     MOVE ALLOC-PRODUCT-ID TO LOCST-PRODUCT-ID
007310   END-IF
007320   IF EOF-LOCATIONS NOT = "Y"
007330     AND LOCST-PRODUCT-ID = ALLOC-PRODUCT-ID
007332     AND LOCST-LOCATION NOT = QUARANTINE-LOCATION
007340     MOVE "Y" TO LOCATION-SEEN-SWITCH
007341   END-IF.
007342 
007343 FIND-QUARANTINE-QUANTITY.
007344   MOVE 0 TO QUARANTINE-QUANTITY
007345   MOVE ALLOC-PRODUCT-ID TO LOCST-PRODUCT-ID
007346   MOVE QUARANTINE-LOCATION TO LOCST-LOCATION
007347   READ LOCATION-STOCK
007348     INVALID KEY
007349       CONTINUE
007350     NOT INVALID KEY
007351       MOVE LOCST-QUANTITY TO QUARANTINE-QUANTITY
007352   END-READ
007353   IF QUARANTINE-QUANTITY < MAST-QUANTITY
007354     COMPUTE SELLABLE-QUANTITY =
007355       MAST-QUANTITY - QUARANTINE-QUANTITY
007356   ELSE
007357     MOVE 0 TO SELLABLE-QUANTITY
007358   END-IF.
007360 
007370 TAKE-FROM-LOCATION.
007380   COMPUTE QUANTITY-NEEDED-LOC =
007490         CONTINUE
007500       NOT INVALID KEY
007510         ADD QUANTITY-TAKEN TO QUANTITY-ALLOCATED
007512         ADD 1 TO LOCATIONS-TAKEN
007514         MOVE LOCST-LOCATION TO TAKEN-LOCATION
007520     END-REWRITE
007530   END-IF.
007540 
007720     MOVE "Y" TO EOF-LOCATIONS
007730   ELSE
007740     IF LOCST-LOCATION NOT = PICK-LOCATION
007742       AND LOCST-LOCATION NOT = QUARANTINE-LOCATION
007750       PERFORM TAKE-FROM-LOCATION
007760       IF QUANTITY-TAKEN > 0
007770         MOVE "Y" TO ALTERNATE-USED-SWITCH
007880 
007890 UPDATE-CUSTOMER-BALANCE.
007900   IF CUSTOMER-AVAILABLE AND CUSTOMER-FOUND
007910     COMPUTE ALLOCATED-VALUE =
007912       QUANTITY-ALLOCATED * EFFECTIVE-PRICE
007920     ADD ALLOCATED-VALUE TO CUST-BALANCE
007930     REWRITE CUSTOMER-RECORD
007940       INVALID KEY
008010   MOVE ALLOC-CUSTOMER-ID TO ALC-CUSTOMER-ID
008020   MOVE ALLOC-PRODUCT-ID TO ALC-PRODUCT-ID
008030   MOVE QUANTITY-ALLOCATED TO ALC-QUANTITY
008040   MOVE EFFECTIVE-PRICE TO ALC-PRICE
008050   COMPUTE ALC-LINE-VALUE = QUANTITY-ALLOCATED * EFFECTIVE-PRICE
008060   MOVE ORDER-SHIP-DATE TO ALC-SHIP-DATE
008062   IF LOCATIONS-TAKEN = 1
008063     MOVE TAKEN-LOCATION TO ALC-LOCATION
008064   ELSE
008065     MOVE SPACES TO ALC-LOCATION
008066   END-IF
008067   MOVE ALLOC-ENTRY-DATE TO ALC-ENTRY-DATE
008070   WRITE ALLOCATION-RECORD.
008080 
008090 WRITE-PICKING-DETAIL.
008380   IF ALLOC-QUANTITY IS NOT NUMERIC OR ALLOC-QUANTITY = 0
008390     MOVE "*** BAD QUANTITY ***" TO PR-PICK-REMARK
008400   ELSE
008410     IF ALLOC-LOCATION = QUARANTINE-LOCATION
008412       MOVE "*** QUARANTINE LOC *" TO PR-PICK-REMARK
008414     ELSE
008416       MOVE "*** UNKNOWN PRODUCT " TO PR-PICK-REMARK
008418     END-IF
008420   END-IF
008430   MOVE PRINT-PICKING-DETAIL TO PICKING-LINE
008440   DISPLAY PRINT-PICKING-DETAIL
