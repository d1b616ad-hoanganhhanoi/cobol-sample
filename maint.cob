000410   02 MAST-PRODUCT-NAME        PIC X(20).
000420   02 MAST-PRICE               PIC 9(4)V99.
000430   02 MAST-QUANTITY            PIC 9(5).
000432   02 MAST-UNIT-COST           PIC 9(4)V99.
000440 
000450 FD TRANSACTION-FILE.
000460 01 TRANS-RECORD.
000480     88 TRANS-IS-ADD      VALUE "A".
000490     88 TRANS-IS-CHANGE   VALUE "C".
000500     88 TRANS-IS-DELETE   VALUE "D".
000502     88 TRANS-IS-COST     VALUE "K".
000510   02 TRANS-PRODUCT-ID         PIC X(4).
000520   02 TRANS-PRODUCT-NAME       PIC X(20).
000530   02 TRANS-PRICE              PIC 9(4)V99.
000550   02 TRANS-USER-ID            PIC X(8).
000560 
000570 FD AUDIT-LOG.
000580 01 AUDIT-RECORD               PIC X(120).
000590 
000600 FD RUN-LOG.
000610 01 RUN-LOG-RECORD             PIC X(80).
000650   02 MNTPARM-RUN-MODE         PIC X(1).
000660 
000670 FD PROPOSED-REPORT.
000680 01 PROPOSED-LINE              PIC X(120).
000690 
000700 FD PREREQ-PARAMETERS.
000710 01 PREREQ-PARM-RECORD.
001020     03 SHAD-PRODUCT-NAME  PIC X(20).
001030     03 SHAD-PRICE         PIC 9(4)V99.
001040     03 SHAD-QUANTITY      PIC 9(5).
001042     03 SHAD-UNIT-COST     PIC 9(4)V99.
001050     03 SHAD-DELETED       PIC X.
001060 
001070 01 SHADOW-FOUND-SWITCH  PIC X VALUE "N".
001310   02 AUD-OLD-QUANTITY    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001320   02 FILLER              PIC X VALUE SPACES.
001330   02 AUD-NEW-QUANTITY    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001332   02 FILLER              PIC X VALUE SPACES.
001334   02 AUD-OLD-COST        PIC Z,ZZ9.99 BLANK WHEN ZERO.
001336   02 FILLER              PIC X VALUE SPACES.
001338   02 AUD-NEW-COST        PIC Z,ZZ9.99 BLANK WHEN ZERO.
001339   02 FILLER              PIC X VALUE SPACES.
001340   02 AUD-PRODUCT-NAME    PIC X(20).
001341 
001350 01 CURRENT-DATE-TIME.
001360   02 CDT-DATE   PIC 9(8).
001370   02 CDT-TIME   PIC 9(6).
001410 01 COUNT-ADD-OK        PIC 9(6) VALUE ZERO.
001420 01 COUNT-CHANGE-OK     PIC 9(6) VALUE ZERO.
001430 01 COUNT-DELETE-OK     PIC 9(6) VALUE ZERO.
001432 01 COUNT-COST-OK       PIC 9(6) VALUE ZERO.
001440 01 COUNT-TRANS-REJECT  PIC 9(6) VALUE ZERO.
001450 
001460 01 PRINT-MAINT-TOTALS.
002390   DISPLAY PRINT-MAINT-TOTALS
002400   DISPLAY "PRODUCTS CHANGED : " COUNT-CHANGE-OK
002410   DISPLAY "PRODUCTS DELETED : " COUNT-DELETE-OK
002412   DISPLAY "PRODUCT COSTS CHANGED : " COUNT-COST-OK
002420   DISPLAY "TRANSACTIONS REJECTED : " COUNT-TRANS-REJECT
002430   PERFORM WRITE-RUN-END
002440   STOP RUN.
003230 APPLY-TRANSACTION.
003240   PERFORM FIND-MASTER-ENTRY
003250   ACCEPT CDT-DATE FROM DATE YYYYMMDD
003252   ACCEPT RUN-TIME-OF-DAY FROM TIME
003254   MOVE RUN-TIME-OF-DAY(1:6) TO CDT-TIME
003270   MOVE CDT-DATE TO AUD-DATE
003280   MOVE CDT-TIME TO AUD-TIME
003290   MOVE TRANS-USER-ID TO AUD-USER-ID
003320   MOVE 0 TO AUD-OLD-QUANTITY
003330   MOVE 0 TO AUD-NEW-PRICE
003340   MOVE 0 TO AUD-NEW-QUANTITY
003342   MOVE 0 TO AUD-OLD-COST
003344   MOVE 0 TO AUD-NEW-COST
003345   MOVE SPACES TO AUD-PRODUCT-NAME
003346 
003360   EVALUATE TRUE
003370     WHEN TRANS-IS-ADD
003380       PERFORM APPLY-ADD-TRANSACTION
003400       PERFORM APPLY-CHANGE-TRANSACTION
003410     WHEN TRANS-IS-DELETE
003420       PERFORM APPLY-DELETE-TRANSACTION
003422     WHEN TRANS-IS-COST
003424       PERFORM APPLY-COST-TRANSACTION
003430     WHEN OTHER
003440       MOVE "REJECTED" TO AUD-ACTION
003450       ADD 1 TO COUNT-TRANS-REJECT
003620         TO MAST-PRODUCT-NAME
003630       MOVE SHAD-PRICE(SHADOW-IDX) TO MAST-PRICE
003640       MOVE SHAD-QUANTITY(SHADOW-IDX) TO MAST-QUANTITY
003642       MOVE SHAD-UNIT-COST(SHADOW-IDX) TO MAST-UNIT-COST
003650     END-IF
003660   ELSE
003670     PERFORM READ-MASTER-BY-KEY
003960     MOVE TRANS-PRODUCT-NAME TO SHAD-PRODUCT-NAME(SHADOW-IDX)
003970     MOVE TRANS-PRICE TO SHAD-PRICE(SHADOW-IDX)
003980     MOVE TRANS-QUANTITY TO SHAD-QUANTITY(SHADOW-IDX)
003982     MOVE MAST-UNIT-COST TO SHAD-UNIT-COST(SHADOW-IDX)
003984     MOVE SHADOW-DELETED-FLAG TO SHAD-DELETED(SHADOW-IDX)
003986   ELSE
004010     IF SHADOW-ENTRY-COUNT < 1000
004020       ADD 1 TO SHADOW-ENTRY-COUNT
004030       SET SHADOW-IDX TO SHADOW-ENTRY-COUNT
004060         TO SHAD-PRODUCT-NAME(SHADOW-IDX)
004070       MOVE TRANS-PRICE TO SHAD-PRICE(SHADOW-IDX)
004080       MOVE TRANS-QUANTITY TO SHAD-QUANTITY(SHADOW-IDX)
004082       MOVE MAST-UNIT-COST TO SHAD-UNIT-COST(SHADOW-IDX)
004084       MOVE SHADOW-DELETED-FLAG TO SHAD-DELETED(SHADOW-IDX)
004086     ELSE
004110       IF SHADOW-FULL-WARNED NOT = "Y"
004120         DISPLAY "TRIAL SHADOW TABLE FULL - LISTING MAY"
004130           " NOT PREDICT APPLY RUN"
004250     MOVE TRANS-PRODUCT-NAME TO MAST-PRODUCT-NAME
004260     MOVE TRANS-PRICE TO MAST-PRICE
004270     MOVE TRANS-QUANTITY TO MAST-QUANTITY
004272     MOVE 0 TO MAST-UNIT-COST
004274     IF TRIAL-RUN
004276       MOVE TRANS-PRICE TO AUD-NEW-PRICE
004278       MOVE TRANS-QUANTITY TO AUD-NEW-QUANTITY
004280       MOVE TRANS-PRODUCT-NAME TO AUD-PRODUCT-NAME
004282       MOVE "ADD" TO AUD-ACTION
004320       ADD 1 TO COUNT-ADD-OK
004330       MOVE "N" TO SHADOW-DELETED-FLAG
004340       PERFORM UPDATE-TRIAL-SHADOW
004400       NOT INVALID KEY
004410         MOVE TRANS-PRICE TO AUD-NEW-PRICE
004420         MOVE TRANS-QUANTITY TO AUD-NEW-QUANTITY
004422         MOVE TRANS-PRODUCT-NAME TO AUD-PRODUCT-NAME
004424         MOVE "ADD" TO AUD-ACTION
004440         ADD 1 TO COUNT-ADD-OK
004450     END-WRITE
004460     END-IF
004570     IF TRIAL-RUN
004580       MOVE TRANS-PRICE TO AUD-NEW-PRICE
004590       MOVE TRANS-QUANTITY TO AUD-NEW-QUANTITY
004592       MOVE TRANS-PRODUCT-NAME TO AUD-PRODUCT-NAME
004594       MOVE "CHANGE" TO AUD-ACTION
004610       ADD 1 TO COUNT-CHANGE-OK
004620       MOVE "N" TO SHADOW-DELETED-FLAG
004630       PERFORM UPDATE-TRIAL-SHADOW
004690       NOT INVALID KEY
004700         MOVE TRANS-PRICE TO AUD-NEW-PRICE
004710         MOVE TRANS-QUANTITY TO AUD-NEW-QUANTITY
004712         MOVE TRANS-PRODUCT-NAME TO AUD-PRODUCT-NAME
004714         MOVE "CHANGE" TO AUD-ACTION
004730         ADD 1 TO COUNT-CHANGE-OK
004740     END-REWRITE
004750     END-IF
005060   END-IF
005070   PERFORM WRITE-AUDIT-RECORD.
005080 
005081 APPLY-COST-TRANSACTION.
005082   IF MASTER-FOUND
005083     IF MAST-UNIT-COST IS NOT NUMERIC
005084       MOVE 0 TO MAST-UNIT-COST
005085     END-IF
005086     MOVE MAST-UNIT-COST TO AUD-OLD-COST
005087     MOVE MAST-PRODUCT-NAME TO AUD-PRODUCT-NAME
005088     MOVE TRANS-PRICE TO MAST-UNIT-COST
005089     IF TRIAL-RUN
005090       MOVE TRANS-PRICE TO AUD-NEW-COST
005091       MOVE "COST" TO AUD-ACTION
005092       ADD 1 TO COUNT-COST-OK
005093       MOVE "N" TO SHADOW-DELETED-FLAG
005094       MOVE MAST-PRODUCT-NAME TO TRANS-PRODUCT-NAME
005095       MOVE MAST-PRICE TO TRANS-PRICE
005096       MOVE MAST-QUANTITY TO TRANS-QUANTITY
005097       PERFORM UPDATE-TRIAL-SHADOW
005098     ELSE
005099     REWRITE MASTER-RECORD
005100       INVALID KEY
005101         MOVE "CST-REJECT" TO AUD-ACTION
005102         ADD 1 TO COUNT-TRANS-REJECT
005103       NOT INVALID KEY
005104         MOVE TRANS-PRICE TO AUD-NEW-COST
005105         MOVE "COST" TO AUD-ACTION
005106         ADD 1 TO COUNT-COST-OK
005107     END-REWRITE
005108     END-IF
005109   ELSE
005110     MOVE "CST-REJECT" TO AUD-ACTION
005111     ADD 1 TO COUNT-TRANS-REJECT
005112   END-IF
005113   PERFORM WRITE-AUDIT-RECORD.
005114 
005115 WRITE-AUDIT-RECORD.
005116   IF TRIAL-RUN
005117     DISPLAY AUDIT-DETAIL-LINE
005120     MOVE AUDIT-DETAIL-LINE TO PROPOSED-LINE
005130     WRITE PROPOSED-LINE
005140   ELSE
