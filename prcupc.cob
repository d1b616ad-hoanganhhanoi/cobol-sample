000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   PRCUPC.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT PRODUCT-MASTER ASSIGN TO FILE01
000090     ORGANIZATION INDEXED
000100     ACCESS MODE RANDOM
000110     RECORD KEY IS MAST-PRODUCT-ID
000120     FILE STATUS IS MASTER-FILE-STATUS.
000130 
000140   SELECT PENDING-PRICES ASSIGN TO FILE111
000150     ORGANIZATION LINE SEQUENTIAL
000160     FILE STATUS IS PENDING-PRICE-STATUS.
000170 
000180   SELECT PENDING-PRICES-SORTED ASSIGN TO FILE116
000190     ORGANIZATION LINE SEQUENTIAL.
000200 
000210   SELECT UPCOMING-SORT ASSIGN TO WORK09.
000220 
000230   SELECT BACKORDER-FILE ASSIGN TO FILE25
000240     ORGANIZATION LINE SEQUENTIAL
000250     FILE STATUS IS BACKORDER-FILE-STATUS.
000260 
000270   SELECT UPCOMING-PARAMETERS ASSIGN TO FILE115
000280     ORGANIZATION LINE SEQUENTIAL
000290     FILE STATUS IS UPCOMING-PARM-STATUS.
000300 
000310   SELECT UPCOMING-REPORT ASSIGN TO FILE117
000320     ORGANIZATION LINE SEQUENTIAL.
000330 
000340   SELECT RUN-LOG ASSIGN TO FILE20
000350     ORGANIZATION LINE SEQUENTIAL
000360     FILE STATUS IS RUN-LOG-STATUS.
000370 
000380   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000390     ORGANIZATION LINE SEQUENTIAL
000400     FILE STATUS IS PREREQ-PARM-STATUS.
000410 
000420 
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD PRODUCT-MASTER.
000460 01 MASTER-RECORD.
000470   02 MAST-PRODUCT-ID          PIC X(4).
000480   02 MAST-PRODUCT-NAME        PIC X(20).
000490   02 MAST-PRICE               PIC 9(4)V99.
000500   02 MAST-QUANTITY            PIC 9(5).
000510   02 MAST-UNIT-COST           PIC 9(4)V99.
000520 
000530 FD PENDING-PRICES.
000540 01 PENDING-INPUT-RECORD       PIC X(26).
000550 
000560 FD PENDING-PRICES-SORTED.
000570 01 PENDING-PRICE-RECORD.
000580   02 PND-PRODUCT-ID      PIC X(4).
000590   02 PND-NEW-PRICE       PIC 9(4)V99.
000600   02 PND-EFFECTIVE-DATE  PIC 9(8).
000610   02 PND-USER-ID         PIC X(8).
000620 
000630 SD UPCOMING-SORT.
000640 01 UPCOMING-SORT-RECORD.
000650   02 USW-PRODUCT-ID      PIC X(4).
000660   02 USW-NEW-PRICE       PIC 9(4)V99.
000670   02 USW-EFFECTIVE-DATE  PIC 9(8).
000680   02 USW-USER-ID         PIC X(8).
000690 
000700 FD BACKORDER-FILE.
000710 01 BACKORDER-RECORD.
000720   02 BACK-ORDER-NO        PIC X(6).
000730   02 BACK-CUSTOMER-ID     PIC X(6).
000740   02 BACK-PRODUCT-ID      PIC X(4).
000750   02 BACK-QUANTITY        PIC 9(5).
000760   02 BACK-ENTRY-DATE      PIC 9(8).
000770   02 BACK-LOCATION        PIC X(2).
000780 
000790 FD UPCOMING-PARAMETERS.
000800 01 UPCOMING-PARM-RECORD.
000810   02 UPP-HORIZON-DAYS     PIC 9(3).
000820 
000830 FD UPCOMING-REPORT.
000840 01 UPCOMING-LINE          PIC X(100).
000850 
000860 FD RUN-LOG.
000870 01 RUN-LOG-RECORD         PIC X(80).
000880 
000890 FD PREREQ-PARAMETERS.
000900 01 PREREQ-PARM-RECORD.
000910   02 PRQ-PROGRAM-ID      PIC X(8).
000920   02 FILLER              PIC X.
000930   02 PRQ-PREDECESSOR     PIC X(8).
000940 
000950 
000960 WORKING-STORAGE SECTION.
000970 01 UPCOMING-HEADING.
000980   02 FILLER PIC X(88)
000990     VALUE "        ****** UPCOMING PRICE CHANGES ******".
001000 
001010 01 UPCOMING-COLUMN.
001020   02 FILLER                PIC X(7)  VALUE "PRODUCT".
001030   02 FILLER                PIC X VALUE SPACES.
001040   02 FILLER                PIC X(20) VALUE "PRODUCT-NAME".
001050   02 FILLER                PIC X VALUE SPACES.
001060   02 FILLER                PIC X(9)  VALUE "PRICE NOW".
001070   02 FILLER                PIC X VALUE SPACES.
001080   02 FILLER                PIC X(9)  VALUE "NEW PRICE".
001090   02 FILLER                PIC X VALUE SPACES.
001100   02 FILLER                PIC X(9)  VALUE "EFFECTIVE".
001110   02 FILLER                PIC X VALUE SPACES.
001120   02 FILLER                PIC X(7)  VALUE "CHANGE%".
001130   02 FILLER                PIC X VALUE SPACES.
001140   02 FILLER                PIC X(8)  VALUE "USER".
001150 
001160 01 BACKORDER-COLUMN.
001170   02 FILLER                PIC X(8)  VALUE SPACES.
001180   02 FILLER                PIC X(6)  VALUE "ORDER".
001190   02 FILLER                PIC XX VALUE SPACES.
001200   02 FILLER                PIC X(8)  VALUE "CUSTOMER".
001210   02 FILLER                PIC XX VALUE SPACES.
001220   02 FILLER                PIC X(6)  VALUE "QTY".
001230   02 FILLER                PIC XX VALUE SPACES.
001240   02 FILLER                PIC X(14) VALUE "     VALUE NOW".
001250   02 FILLER                PIC XX VALUE SPACES.
001260   02 FILLER                PIC X(14) VALUE "     VALUE NEW".
001270   02 FILLER                PIC XX VALUE SPACES.
001280   02 FILLER                PIC X(15) VALUE "     DIFFERENCE".
001290 
001300 01 UPCOMING-FOOTING PIC X(88)
001310   VALUE "        ******  END OF UPCOMING PRICE CHANGES  ******".
001320 
001330 01 PRINT-HORIZON-LINE.
001340   02 FILLER                PIC X(24)
001350     VALUE "CHANGES EFFECTIVE UP TO ".
001360   02 PR-HORIZON-DATE       PIC 9(8).
001370 
001380 01 PRINT-CHANGE-DETAIL.
001390   02 PR-UPC-PRODUCT-ID     PIC X(4).
001400   02 FILLER                PIC X(4) VALUE SPACES.
001410   02 PR-UPC-PRODUCT-NAME   PIC X(20).
001420   02 FILLER                PIC X VALUE SPACES.
001430   02 PR-UPC-PRICE-NOW      PIC Z,ZZ9.99 BLANK WHEN ZERO.
001440   02 FILLER                PIC XX VALUE SPACES.
001450   02 PR-UPC-NEW-PRICE      PIC Z,ZZ9.99 BLANK WHEN ZERO.
001460   02 FILLER                PIC XX VALUE SPACES.
001470   02 PR-UPC-EFFECTIVE-DATE PIC 9(8).
001480   02 FILLER                PIC XX VALUE SPACES.
001490   02 PR-UPC-CHANGE-PERCENT PIC -ZZ9.9.
001500   02 FILLER                PIC XX VALUE SPACES.
001510   02 PR-UPC-USER-ID        PIC X(8).
001520 
001530 01 PRINT-BACKORDER-DETAIL.
001540   02 FILLER                PIC X(8) VALUE SPACES.
001550   02 PR-BO-ORDER-NO        PIC X(6).
001560   02 FILLER                PIC XX VALUE SPACES.
001570   02 PR-BO-CUSTOMER-ID     PIC X(6).
001580   02 FILLER                PIC X(4) VALUE SPACES.
001590   02 PR-BO-QUANTITY        PIC ZZ,ZZ9.
001600   02 FILLER                PIC XX VALUE SPACES.
001610   02 PR-BO-VALUE-NOW       PIC ZZZ,ZZZ,ZZ9.99.
001620   02 FILLER                PIC XX VALUE SPACES.
001630   02 PR-BO-VALUE-NEW       PIC ZZZ,ZZZ,ZZ9.99.
001640   02 FILLER                PIC XX VALUE SPACES.
001650   02 PR-BO-DIFFERENCE      PIC -ZZZ,ZZZ,ZZ9.99.
001660 
001670 01 PRINT-PENDING-READ.
001680   02 FILLER                PIC X(30)
001690     VALUE "TOTAL PENDING PRICES READ : ".
001700   02 PR-COUNT-READ         PIC ZZ,ZZ9 BLANK WHEN ZERO.
001710 
001720 01 PRINT-CHANGES-LISTED.
001730   02 FILLER                PIC X(30)
001740     VALUE "TOTAL CHANGES LISTED : ".
001750   02 PR-COUNT-LISTED       PIC ZZ,ZZ9 BLANK WHEN ZERO.
001760 
001770 01 PRINT-PENDING-INVALID.
001780   02 FILLER                PIC X(30)
001790     VALUE "TOTAL INVALID ENTRIES : ".
001800   02 PR-COUNT-INVALID      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001810 
001820 01 PRINT-BACKORDERS-AFFECTED.
001830   02 FILLER                PIC X(30)
001840     VALUE "TOTAL BACKORDER LINES HIT : ".
001850   02 PR-COUNT-AFFECTED     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001860 
001870 01 PRINT-VALUE-CHANGE.
001880   02 FILLER                PIC X(30)
001890     VALUE "TOTAL BACKORDER VALUE CHANGE : ".
001900   02 PR-TOTAL-DIFFERENCE   PIC -ZZZ,ZZZ,ZZ9.99.
001910 
001920 01 MASTER-FILE-STATUS    PIC XX VALUE "00".
001930 01 PENDING-PRICE-STATUS  PIC XX VALUE "00".
001940 01 BACKORDER-FILE-STATUS PIC XX VALUE "00".
001950 01 UPCOMING-PARM-STATUS  PIC XX VALUE "00".
001960 01 EOF-PENDING-PRICES    PIC X VALUE "N".
001970 01 EOF-BACKORDERS        PIC X VALUE "N".
001980 
001990 01 MASTER-FOUND-SWITCH  PIC X VALUE "N".
002000   88 MASTER-FOUND  VALUE "Y".
002002 01 FIRST-CHANGE-SWITCH  PIC X VALUE "N".
002004   88 FIRST-CHANGE  VALUE "Y".
002010 
002020 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
002030 01 HORIZON-DAYS         PIC 9(3) VALUE 30.
002040 01 HORIZON-DATE         PIC 9(8) VALUE ZERO.
002050 01 HORIZON-INTEGER      PIC 9(8) VALUE ZERO.
002060 01 CURRENT-PRODUCT-ID   PIC X(4) VALUE SPACES.
002070 01 PRICE-BEFORE-CHANGE  PIC 9(4)V99 VALUE ZERO.
002080 01 CHANGE-PERCENT       PIC S9(3)V9 VALUE ZERO.
002090 01 VALUE-NOW            PIC 9(9)V99 VALUE ZERO.
002100 01 VALUE-NEW            PIC 9(9)V99 VALUE ZERO.
002110 01 VALUE-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
002120 01 TOTAL-DIFFERENCE     PIC S9(9)V99 VALUE ZERO.
002130 
002140 01 BACKORDER-CONTROL.
002150   02 BACKORDER-COUNT    PIC 9(4) VALUE ZERO.
002160   02 BACKORDER-TABLE OCCURS 2000 TIMES
002170     INDEXED BY BACKORDER-IDX.
002180     03 BOT-ORDER-NO       PIC X(6).
002190     03 BOT-CUSTOMER-ID    PIC X(6).
002200     03 BOT-PRODUCT-ID     PIC X(4).
002210     03 BOT-QUANTITY       PIC 9(5).
002220 
002230 01 COUNT-PENDING-READ   PIC 9(6) VALUE ZERO.
002240 01 COUNT-LISTED         PIC 9(6) VALUE ZERO.
002250 01 COUNT-INVALID        PIC 9(6) VALUE ZERO.
002260 01 COUNT-AFFECTED       PIC 9(6) VALUE ZERO.
002270 
002280 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002290 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002300 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002310 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002320 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002330 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002340   88 PREREQ-START-OPEN  VALUE "Y".
002350 
002360 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
002370   88 PREREQ-END-OK  VALUE "Y".
002380 
002390 01 RUN-LOG-SCAN-LINE.
002400   02 SCAN-PROGRAM-ID     PIC X(8).
002410   02 FILLER              PIC X.
002420   02 SCAN-EVENT          PIC X(5).
002430   02 FILLER              PIC X.
002440   02 SCAN-DATE           PIC 9(8).
002450   02 FILLER              PIC X.
002460   02 SCAN-TIME           PIC 9(6).
002470   02 FILLER              PIC X.
002480   02 SCAN-RECORDS-READ   PIC 9(8).
002490   02 FILLER              PIC X.
002500   02 SCAN-REJECTS        PIC 9(8).
002510   02 FILLER              PIC X.
002520   02 SCAN-DUPLICATES     PIC 9(8).
002530   02 FILLER              PIC X.
002540   02 SCAN-VARIANCES      PIC 9(8).
002550   02 FILLER              PIC X.
002560   02 SCAN-RESTART-FLAG   PIC X(1).
002570   02 FILLER              PIC X.
002580   02 SCAN-RETURN-CODE    PIC 9(4).
002590 
002600 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002610 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002620 
002630 01 RUN-LOG-DETAIL-LINE.
002640   02 RUN-PROGRAM-ID      PIC X(8) VALUE "PRCUPC".
002650   02 FILLER              PIC X VALUE SPACES.
002660   02 RUN-EVENT           PIC X(5).
002670   02 FILLER              PIC X VALUE SPACES.
002680   02 RUN-DATE            PIC 9(8).
002690   02 FILLER              PIC X VALUE SPACES.
002700   02 RUN-TIME            PIC 9(6).
002710   02 FILLER              PIC X VALUE SPACES.
002720   02 RUN-RECORDS-READ    PIC 9(8).
002730   02 FILLER              PIC X VALUE SPACES.
002740   02 RUN-REJECTS         PIC 9(8).
002750   02 FILLER              PIC X VALUE SPACES.
002760   02 RUN-DUPLICATES      PIC 9(8).
002770   02 FILLER              PIC X VALUE SPACES.
002780   02 RUN-VARIANCES       PIC 9(8).
002790   02 FILLER              PIC X VALUE SPACES.
002800   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002810   02 FILLER              PIC X VALUE SPACES.
002820   02 RUN-RETURN-CODE     PIC 9(4).
002830 
002840 
002850 PROCEDURE DIVISION.
002860 MAIN-CONTROL.
002870   PERFORM CHECK-PREREQUISITE
002880   PERFORM WRITE-RUN-START
002890   PERFORM LOAD-UPCOMING-PARAMETERS
002900   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002910   COMPUTE HORIZON-INTEGER =
002920     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY) + HORIZON-DAYS
002930   COMPUTE HORIZON-DATE =
002940     FUNCTION DATE-OF-INTEGER(HORIZON-INTEGER)
002950   OPEN INPUT PRODUCT-MASTER
002960   IF MASTER-FILE-STATUS NOT = "00"
002970     DISPLAY "PRODUCT MASTER OPEN FAILURE - STATUS "
002980       MASTER-FILE-STATUS
002990     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003000     MOVE 12 TO RETURN-CODE
003010     PERFORM WRITE-RUN-END
003020     STOP RUN
003030   END-IF
003040   PERFORM LOAD-BACKORDERS
003050   OPEN OUTPUT UPCOMING-REPORT
003060   DISPLAY UPCOMING-HEADING
003070   MOVE UPCOMING-HEADING TO UPCOMING-LINE
003080   WRITE UPCOMING-LINE
003090   MOVE HORIZON-DATE TO PR-HORIZON-DATE
003100   DISPLAY PRINT-HORIZON-LINE
003110   MOVE PRINT-HORIZON-LINE TO UPCOMING-LINE
003120   WRITE UPCOMING-LINE
003130   DISPLAY UPCOMING-COLUMN
003140   MOVE UPCOMING-COLUMN TO UPCOMING-LINE
003150   WRITE UPCOMING-LINE
003160   DISPLAY BACKORDER-COLUMN
003170   MOVE BACKORDER-COLUMN TO UPCOMING-LINE
003180   WRITE UPCOMING-LINE
003190   OPEN INPUT PENDING-PRICES
003200   IF PENDING-PRICE-STATUS = "00"
003210     CLOSE PENDING-PRICES
003220     SORT UPCOMING-SORT
003230       ON ASCENDING KEY USW-PRODUCT-ID USW-EFFECTIVE-DATE
003240       WITH DUPLICATES IN ORDER
003250       USING PENDING-PRICES GIVING PENDING-PRICES-SORTED
003260     OPEN INPUT PENDING-PRICES-SORTED
003270     PERFORM READ-PENDING-PRICE
003280     PERFORM LIST-PENDING-PRICE UNTIL EOF-PENDING-PRICES = "Y"
003290     CLOSE PENDING-PRICES-SORTED
003300   ELSE
003310     DISPLAY "NO PENDING PRICE CHANGES - STATUS "
003320       PENDING-PRICE-STATUS
003330   END-IF
003340   CLOSE PRODUCT-MASTER
003350   MOVE COUNT-PENDING-READ TO PR-COUNT-READ
003360   MOVE COUNT-LISTED TO PR-COUNT-LISTED
003370   MOVE COUNT-INVALID TO PR-COUNT-INVALID
003380   MOVE COUNT-AFFECTED TO PR-COUNT-AFFECTED
003390   MOVE TOTAL-DIFFERENCE TO PR-TOTAL-DIFFERENCE
003400   DISPLAY PRINT-PENDING-READ
003410   DISPLAY PRINT-CHANGES-LISTED
003420   DISPLAY PRINT-PENDING-INVALID
003430   DISPLAY PRINT-BACKORDERS-AFFECTED
003440   DISPLAY PRINT-VALUE-CHANGE
003450   MOVE PRINT-PENDING-READ TO UPCOMING-LINE
003460   WRITE UPCOMING-LINE
003470   MOVE PRINT-CHANGES-LISTED TO UPCOMING-LINE
003480   WRITE UPCOMING-LINE
003490   MOVE PRINT-PENDING-INVALID TO UPCOMING-LINE
003500   WRITE UPCOMING-LINE
003510   MOVE PRINT-BACKORDERS-AFFECTED TO UPCOMING-LINE
003520   WRITE UPCOMING-LINE
003530   MOVE PRINT-VALUE-CHANGE TO UPCOMING-LINE
003540   WRITE UPCOMING-LINE
003550   DISPLAY UPCOMING-FOOTING
003560   MOVE UPCOMING-FOOTING TO UPCOMING-LINE
003570   WRITE UPCOMING-LINE
003580   CLOSE UPCOMING-REPORT
003590   PERFORM WRITE-RUN-END
003600   STOP RUN.
003610 
003620 LOAD-UPCOMING-PARAMETERS.
003630   OPEN INPUT UPCOMING-PARAMETERS
003640   IF UPCOMING-PARM-STATUS = "00"
003650     READ UPCOMING-PARAMETERS
003660       AT END
003670         CONTINUE
003680       NOT AT END
003690         IF UPP-HORIZON-DAYS IS NUMERIC
003700           AND UPP-HORIZON-DAYS > 0
003710           MOVE UPP-HORIZON-DAYS TO HORIZON-DAYS
003720         END-IF
003730     END-READ
003740     CLOSE UPCOMING-PARAMETERS
003750   END-IF.
003760 
003770 LOAD-BACKORDERS.
003780   OPEN INPUT BACKORDER-FILE
003790   IF BACKORDER-FILE-STATUS = "00"
003800     PERFORM READ-BACKORDER
003810     PERFORM STORE-BACKORDER UNTIL EOF-BACKORDERS = "Y"
003820     CLOSE BACKORDER-FILE
003830   ELSE
003840     DISPLAY "BACKORDER FILE NOT AVAILABLE - STATUS "
003850       BACKORDER-FILE-STATUS
003860   END-IF.
003870 
003880 READ-BACKORDER.
003890   READ BACKORDER-FILE
003900     AT END
003910       MOVE "Y" TO EOF-BACKORDERS
003920   END-READ.
003930 
003940 STORE-BACKORDER.
003950   IF BACK-QUANTITY IS NUMERIC AND BACK-QUANTITY > 0
003960     IF BACKORDER-COUNT < 2000
003970       ADD 1 TO BACKORDER-COUNT
003980       SET BACKORDER-IDX TO BACKORDER-COUNT
003990       MOVE BACK-ORDER-NO TO BOT-ORDER-NO(BACKORDER-IDX)
004000       MOVE BACK-CUSTOMER-ID TO BOT-CUSTOMER-ID(BACKORDER-IDX)
004010       MOVE BACK-PRODUCT-ID TO BOT-PRODUCT-ID(BACKORDER-IDX)
004020       MOVE BACK-QUANTITY TO BOT-QUANTITY(BACKORDER-IDX)
004030     ELSE
004040       DISPLAY "BACKORDER TABLE FULL - ORDER NOT LISTED "
004050         BACK-ORDER-NO
004060     END-IF
004070   END-IF
004080   PERFORM READ-BACKORDER.
004090 
004100 READ-PENDING-PRICE.
004110   READ PENDING-PRICES-SORTED
004120     AT END
004130       MOVE "Y" TO EOF-PENDING-PRICES
004140     NOT AT END
004150       ADD 1 TO COUNT-PENDING-READ
004160   END-READ.
004170 
004180 LIST-PENDING-PRICE.
004190   IF PND-PRODUCT-ID NOT = CURRENT-PRODUCT-ID
004200     PERFORM START-NEW-PRODUCT
004210   END-IF
004220   IF PND-NEW-PRICE IS NOT NUMERIC OR PND-NEW-PRICE = 0
004230     OR PND-EFFECTIVE-DATE IS NOT NUMERIC
004240     OR PND-EFFECTIVE-DATE = 0
004250     ADD 1 TO COUNT-INVALID
004260   ELSE
004270     IF PND-EFFECTIVE-DATE NOT > HORIZON-DATE
004280       PERFORM PRINT-PRICE-CHANGE
004290       MOVE PND-NEW-PRICE TO PRICE-BEFORE-CHANGE
004300     END-IF
004310   END-IF
004320   PERFORM READ-PENDING-PRICE.
004330 
004340 START-NEW-PRODUCT.
004350   MOVE PND-PRODUCT-ID TO CURRENT-PRODUCT-ID
004352   MOVE "Y" TO FIRST-CHANGE-SWITCH
004360   MOVE PND-PRODUCT-ID TO MAST-PRODUCT-ID
004370   READ PRODUCT-MASTER
004380     INVALID KEY
004390       MOVE "N" TO MASTER-FOUND-SWITCH
004400     NOT INVALID KEY
004410       MOVE "Y" TO MASTER-FOUND-SWITCH
004420   END-READ
004430   IF MASTER-FOUND
004440     MOVE MAST-PRICE TO PRICE-BEFORE-CHANGE
004450   ELSE
004460     MOVE "NOT ON MASTER" TO MAST-PRODUCT-NAME
004470     MOVE 0 TO PRICE-BEFORE-CHANGE
004480   END-IF.
004490 
004500 PRINT-PRICE-CHANGE.
004510   ADD 1 TO COUNT-LISTED
004520   MOVE PND-PRODUCT-ID TO PR-UPC-PRODUCT-ID
004530   MOVE MAST-PRODUCT-NAME TO PR-UPC-PRODUCT-NAME
004540   MOVE PRICE-BEFORE-CHANGE TO PR-UPC-PRICE-NOW
004550   MOVE PND-NEW-PRICE TO PR-UPC-NEW-PRICE
004560   MOVE PND-EFFECTIVE-DATE TO PR-UPC-EFFECTIVE-DATE
004570   MOVE PND-USER-ID TO PR-UPC-USER-ID
004580   MOVE 0 TO CHANGE-PERCENT
004590   IF PRICE-BEFORE-CHANGE > 0
004600     COMPUTE CHANGE-PERCENT ROUNDED =
004610       (PND-NEW-PRICE - PRICE-BEFORE-CHANGE) * 100
004620       / PRICE-BEFORE-CHANGE
004630       ON SIZE ERROR
004640         MOVE 999.9 TO CHANGE-PERCENT
004650     END-COMPUTE
004660   END-IF
004670   MOVE CHANGE-PERCENT TO PR-UPC-CHANGE-PERCENT
004680   DISPLAY PRINT-CHANGE-DETAIL
004690   MOVE PRINT-CHANGE-DETAIL TO UPCOMING-LINE
004700   WRITE UPCOMING-LINE
004710   SET BACKORDER-IDX TO 1
004720   PERFORM CHECK-ONE-BACKORDER BACKORDER-COUNT TIMES
004722   MOVE "N" TO FIRST-CHANGE-SWITCH.
004730 
004740 CHECK-ONE-BACKORDER.
004750   IF BOT-PRODUCT-ID(BACKORDER-IDX) = PND-PRODUCT-ID
004760     IF FIRST-CHANGE
004762       ADD 1 TO COUNT-AFFECTED
004764     END-IF
004770     COMPUTE VALUE-NOW =
004780       BOT-QUANTITY(BACKORDER-IDX) * PRICE-BEFORE-CHANGE
004790     COMPUTE VALUE-NEW =
004800       BOT-QUANTITY(BACKORDER-IDX) * PND-NEW-PRICE
004810     COMPUTE VALUE-DIFFERENCE = VALUE-NEW - VALUE-NOW
004820     ADD VALUE-DIFFERENCE TO TOTAL-DIFFERENCE
004830     MOVE BOT-ORDER-NO(BACKORDER-IDX) TO PR-BO-ORDER-NO
004840     MOVE BOT-CUSTOMER-ID(BACKORDER-IDX) TO PR-BO-CUSTOMER-ID
004850     MOVE BOT-QUANTITY(BACKORDER-IDX) TO PR-BO-QUANTITY
004860     MOVE VALUE-NOW TO PR-BO-VALUE-NOW
004870     MOVE VALUE-NEW TO PR-BO-VALUE-NEW
004880     MOVE VALUE-DIFFERENCE TO PR-BO-DIFFERENCE
004890     DISPLAY PRINT-BACKORDER-DETAIL
004900     MOVE PRINT-BACKORDER-DETAIL TO UPCOMING-LINE
004910     WRITE UPCOMING-LINE
004920   END-IF
004930   SET BACKORDER-IDX UP BY 1.
004940 
004950 CHECK-PREREQUISITE.
004960   PERFORM LOAD-PREREQ-PARAMETERS
004970   IF PREREQUISITE-PROGRAM NOT = SPACES
004980     PERFORM SCAN-RUN-LOG
004990     IF PREREQ-START-OPEN
005000       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005010         " STILL RUNNING OR ABENDED - RUN ABORTED"
005020       MOVE 16 TO RETURN-CODE
005030       STOP RUN
005040     END-IF
005050     IF NOT PREREQ-END-OK
005060       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005070         " HAS NOT COMPLETED TODAY - RUN ABORTED"
005080       MOVE 16 TO RETURN-CODE
005090       STOP RUN
005100     END-IF
005110   END-IF.
005120 
005130 LOAD-PREREQ-PARAMETERS.
005140   OPEN INPUT PREREQ-PARAMETERS
005150   IF PREREQ-PARM-STATUS = "00"
005160     PERFORM READ-PREREQ-PARM
005170     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
005180     CLOSE PREREQ-PARAMETERS
005190   END-IF.
005200 
005210 READ-PREREQ-PARM.
005220   READ PREREQ-PARAMETERS
005230     AT END
005240       MOVE "Y" TO EOF-PREREQ-PARMS
005250   END-READ.
005260 
005270 FIND-OWN-PREREQ.
005280   IF PRQ-PROGRAM-ID = "PRCUPC"
005290     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
005300   END-IF
005310   PERFORM READ-PREREQ-PARM.
005320 
005330 SCAN-RUN-LOG.
005340   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
005350   MOVE "N" TO PREREQ-OPEN-START-SWITCH
005360   MOVE "N" TO PREREQ-END-OK-SWITCH
005370   MOVE "N" TO EOF-RUN-LOG-SCAN
005380   OPEN INPUT RUN-LOG
005390   IF RUN-LOG-STATUS = "00"
005400     PERFORM READ-RUN-LOG-SCAN
005410     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
005420     CLOSE RUN-LOG
005430   ELSE
005440     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
005450   END-IF.
005460 
005470 READ-RUN-LOG-SCAN.
005480   READ RUN-LOG
005490     AT END
005500       MOVE "Y" TO EOF-RUN-LOG-SCAN
005510   END-READ.
005520 
005530 CHECK-ONE-LOG-RECORD.
005540   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
005550   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
005560     AND SCAN-DATE = PREREQ-CHECK-DATE
005570     EVALUATE SCAN-EVENT
005580       WHEN "START"
005590         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
005600       WHEN "END"
005610         MOVE "N" TO PREREQ-OPEN-START-SWITCH
005620         IF SCAN-RETURN-CODE IS NUMERIC
005630           AND SCAN-RETURN-CODE = 0
005640           MOVE "Y" TO PREREQ-END-OK-SWITCH
005650         END-IF
005660     END-EVALUATE
005670   END-IF
005680   PERFORM READ-RUN-LOG-SCAN.
005690 
005700 WRITE-RUN-START.
005710   MOVE "START" TO RUN-EVENT
005720   PERFORM WRITE-RUN-LOG-RECORD.
005730 
005740 WRITE-RUN-END.
005750   MOVE "END" TO RUN-EVENT
005760   PERFORM WRITE-RUN-LOG-RECORD.
005770 
005780 WRITE-RUN-LOG-RECORD.
005790   ACCEPT RUN-DATE FROM DATE YYYYMMDD
005800   ACCEPT RUN-TIME-OF-DAY FROM TIME
005810   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
005820   MOVE COUNT-PENDING-READ TO RUN-RECORDS-READ
005830   MOVE COUNT-INVALID TO RUN-REJECTS
005840   MOVE 0 TO RUN-DUPLICATES
005850   MOVE 0 TO RUN-VARIANCES
005860   MOVE RETURN-CODE TO RUN-RETURN-CODE
005870   OPEN EXTEND RUN-LOG
005880   IF RUN-LOG-STATUS NOT = "00"
005890     OPEN OUTPUT RUN-LOG
005900   END-IF
005910   IF RUN-LOG-STATUS NOT = "00"
005920     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
005930     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
005940     MOVE 14 TO RETURN-CODE
005950     STOP RUN
005960   END-IF
005970   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
005980   WRITE RUN-LOG-RECORD
005990   CLOSE RUN-LOG.
006000 END PROGRAM PRCUPC.
