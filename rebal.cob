000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   REBAL.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT LOCATION-STOCK ASSIGN TO FILE52
000090     ORGANIZATION INDEXED
000100     ACCESS MODE SEQUENTIAL
000110     RECORD KEY IS LOCST-KEY
000120     FILE STATUS IS LOCATION-FILE-STATUS.
000130 
000140   SELECT BACKORDER-FILE ASSIGN TO FILE25
000150     ORGANIZATION LINE SEQUENTIAL
000160     FILE STATUS IS BACKORDER-FILE-STATUS.
000170 
000180   SELECT RUN-PARAMETERS ASSIGN TO FILE07
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS PARM-FILE-STATUS.
000210 
000220   SELECT TRANSFER-PROPOSAL-FILE ASSIGN TO FILE87
000230     ORGANIZATION LINE SEQUENTIAL
000240     FILE STATUS IS PROPOSAL-FILE-STATUS.
000250 
000260   SELECT PROPOSAL-LISTING ASSIGN TO FILE88
000270     ORGANIZATION LINE SEQUENTIAL.
000280 
000290   SELECT RUN-LOG ASSIGN TO FILE20
000300     ORGANIZATION LINE SEQUENTIAL
000310     FILE STATUS IS RUN-LOG-STATUS.
000320 
000330   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000340     ORGANIZATION LINE SEQUENTIAL
000350     FILE STATUS IS PREREQ-PARM-STATUS.
000360 
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD LOCATION-STOCK.
000400 01 LOCATION-STOCK-RECORD.
000410   02 LOCST-KEY.
000420     03 LOCST-PRODUCT-ID  PIC X(4).
000430     03 LOCST-LOCATION    PIC X(2).
000440   02 LOCST-QUANTITY      PIC 9(5).
000450 
000460 FD BACKORDER-FILE.
000470 01 BACKORDER-RECORD.
000480   02 BACK-ORDER-NO        PIC X(6).
000490   02 BACK-CUSTOMER-ID     PIC X(6).
000500   02 BACK-PRODUCT-ID      PIC X(4).
000510   02 BACK-QUANTITY        PIC 9(5).
000520   02 BACK-ENTRY-DATE      PIC 9(8).
000530   02 BACK-LOCATION        PIC X(2).
000540 
000550 FD RUN-PARAMETERS.
000560 01 PARM-RECORD.
000570   02 PARM-EXPECTED-COUNT      PIC 9(8).
000580   02 PARM-EXPECTED-HASH       PIC 9(8)V99.
000590   02 PARM-REORDER-THRESHOLD   PIC 9(3).
000600   02 PARM-PRICE-VARIANCE-PCT  PIC 9(3).
000610   02 PARM-CHECKPOINT-INTERVAL PIC 9(4).
000620 
000630 FD TRANSFER-PROPOSAL-FILE.
000640 01 TRANSFER-PROPOSAL-RECORD.
000650   02 PRP-PRODUCT-ID       PIC X(4).
000660   02 PRP-FROM-LOCATION    PIC X(2).
000670   02 PRP-TO-LOCATION      PIC X(2).
000680   02 PRP-QUANTITY         PIC 9(5).
000690   02 PRP-FROM-ONHAND      PIC 9(5).
000700   02 PRP-TO-ONHAND        PIC 9(5).
000710   02 PRP-TO-BACKORDERED   PIC 9(5).
000720 
000730 FD PROPOSAL-LISTING.
000740 01 PROPOSAL-LINE          PIC X(100).
000750 
000760 FD RUN-LOG.
000770 01 RUN-LOG-RECORD         PIC X(80).
000780 
000790 FD PREREQ-PARAMETERS.
000800 01 PREREQ-PARM-RECORD.
000810   02 PRQ-PROGRAM-ID      PIC X(8).
000820   02 FILLER              PIC X.
000830   02 PRQ-PREDECESSOR     PIC X(8).
000840 
000850 WORKING-STORAGE SECTION.
000860 01 PROPOSAL-HEADING.
000870   02 FILLER PIC X(88)
000880     VALUE "        ****** STOCK REBALANCING PROPOSALS ******".
000890 
000900 01 PROPOSAL-FOOTING PIC X(88)
000910   VALUE "        ******  END OF REBALANCING PROPOSALS  ******".
000920 
000930 01 PROPOSAL-COLUMN.
000940   02 FILLER                PIC X(10) VALUE "PRODUCT-ID".
000950   02 FILLER                PIC XX VALUE SPACES.
000960   02 FILLER                PIC X(4)  VALUE "FROM".
000970   02 FILLER                PIC XX VALUE SPACES.
000980   02 FILLER                PIC X(6)  VALUE "ONHAND".
000990   02 FILLER                PIC XX VALUE SPACES.
001000   02 FILLER                PIC X(2)  VALUE "TO".
001010   02 FILLER                PIC XX VALUE SPACES.
001020   02 FILLER                PIC X(6)  VALUE "ONHAND".
001030   02 FILLER                PIC XX VALUE SPACES.
001040   02 FILLER                PIC X(9)  VALUE "BACKORDER".
001050   02 FILLER                PIC XX VALUE SPACES.
001060   02 FILLER                PIC X(8)  VALUE "TRANSFER".
001070   02 FILLER                PIC XX VALUE SPACES.
001080   02 FILLER                PIC X(20) VALUE "REMARKS".
001090 
001100 01 PRINT-PROPOSAL-DETAIL.
001110   02 PR-PRP-PRODUCT-ID    PIC X(4).
001120   02 FILLER               PIC X(8) VALUE SPACES.
001130   02 PR-PRP-FROM-LOCATION PIC X(2).
001140   02 FILLER               PIC X(3) VALUE SPACES.
001150   02 PR-PRP-FROM-ONHAND   PIC ZZZZ9 BLANK WHEN ZERO.
001160   02 FILLER               PIC X(3) VALUE SPACES.
001170   02 PR-PRP-TO-LOCATION   PIC X(2).
001180   02 FILLER               PIC X(3) VALUE SPACES.
001190   02 PR-PRP-TO-ONHAND     PIC ZZZZ9.
001200   02 FILLER               PIC X(6) VALUE SPACES.
001210   02 PR-PRP-TO-BACKORDER  PIC ZZZZ9 BLANK WHEN ZERO.
001220   02 FILLER               PIC X(5) VALUE SPACES.
001230   02 PR-PRP-QUANTITY      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001240   02 FILLER               PIC X(4) VALUE SPACES.
001250   02 PR-PRP-REMARK        PIC X(24).
001260 
001270 01 PRINT-PROPOSED-COUNT.
001280   02 FILLER                PIC X(32)
001290     VALUE "TOTAL TRANSFERS PROPOSED : ".
001300   02 PR-COUNT-PROPOSED     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001310 
001320 01 PRINT-PROPOSED-UNITS.
001330   02 FILLER                PIC X(32)
001340     VALUE "TOTAL UNITS PROPOSED : ".
001350   02 PR-UNITS-PROPOSED     PIC ZZZ,ZZ9 BLANK WHEN ZERO.
001360 
001370 01 PRINT-UNCOVERED-COUNT.
001380   02 FILLER                PIC X(32)
001390     VALUE "TOTAL SHORTAGES LEFT FOR REPLEN : ".
001400   02 PR-COUNT-UNCOVERED    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001410 
001420 01 LOCATION-FILE-STATUS    PIC XX VALUE "00".
001430 01 BACKORDER-FILE-STATUS   PIC XX VALUE "00".
001440 01 PARM-FILE-STATUS        PIC XX VALUE "00".
001450 01 PROPOSAL-FILE-STATUS    PIC XX VALUE "00".
001460 01 EOF-LOCATIONS        PIC X VALUE "N".
001470 01 EOF-BACKORDERS       PIC X VALUE "N".
001480 
001490 01 DEMAND-FOUND-SWITCH  PIC X VALUE "N".
001500   88 DEMAND-FOUND  VALUE "Y".
001510 
001520 01 SITE-FOUND-SWITCH  PIC X VALUE "N".
001530   88 SITE-FOUND  VALUE "Y".
001540 
001550 01 REORDER-THRESHOLD    PIC 9(3) VALUE 010.
001560 01 DEFAULT-LOCATION     PIC X(2) VALUE "01".
001570 01 QUARANTINE-LOCATION  PIC X(2) VALUE "99".
001580 01 DEMAND-LOCATION      PIC X(2) VALUE SPACES.
001590 01 CURRENT-PRODUCT-ID   PIC X(4) VALUE SPACES.
001600 01 AVAILABLE-QUANTITY   PIC S9(6) VALUE ZERO.
001610 01 TRANSFER-QUANTITY    PIC 9(5) VALUE ZERO.
001620 
001630 01 DEMAND-CONTROL.
001640   02 DEMAND-COUNT        PIC 9(4) VALUE ZERO.
001650   02 DEMAND-TABLE OCCURS 2000 TIMES
001660     INDEXED BY DMD-IDX.
001670     03 DMD-PRODUCT-ID    PIC X(4).
001680     03 DMD-LOCATION      PIC X(2).
001690     03 DMD-QUANTITY      PIC 9(6).
001700 
001710 01 SITE-CONTROL.
001720   02 SITE-COUNT          PIC 9(3) VALUE ZERO.
001730   02 SITE-TABLE OCCURS 100 TIMES
001740     INDEXED BY SITE-IDX DONOR-IDX.
001750     03 ST-LOCATION       PIC X(2).
001760     03 ST-ONHAND         PIC 9(5).
001770     03 ST-BACKORDERED    PIC 9(6).
001780     03 ST-NEED           PIC 9(6).
001790     03 ST-SURPLUS        PIC 9(6).
001800 
001810 01 COUNT-LOCATIONS-READ PIC 9(6) VALUE ZERO.
001820 01 COUNT-PROPOSED       PIC 9(6) VALUE ZERO.
001830 01 COUNT-UNCOVERED      PIC 9(6) VALUE ZERO.
001840 01 UNITS-PROPOSED       PIC 9(7) VALUE ZERO.
001850 
001860 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
001870 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
001880 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
001890 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
001900 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
001910 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
001920   88 PREREQ-START-OPEN  VALUE "Y".
001930 
001940 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
001950   88 PREREQ-END-OK  VALUE "Y".
001960 
001970 01 RUN-LOG-SCAN-LINE.
001980   02 SCAN-PROGRAM-ID     PIC X(8).
001990   02 FILLER              PIC X.
002000   02 SCAN-EVENT          PIC X(5).
002010   02 FILLER              PIC X.
002020   02 SCAN-DATE           PIC 9(8).
002030   02 FILLER              PIC X.
002040   02 SCAN-TIME           PIC 9(6).
002050   02 FILLER              PIC X.
002060   02 SCAN-RECORDS-READ   PIC 9(8).
002070   02 FILLER              PIC X.
002080   02 SCAN-REJECTS        PIC 9(8).
002090   02 FILLER              PIC X.
002100   02 SCAN-DUPLICATES     PIC 9(8).
002110   02 FILLER              PIC X.
002120   02 SCAN-VARIANCES      PIC 9(8).
002130   02 FILLER              PIC X.
002140   02 SCAN-RESTART-FLAG   PIC X(1).
002150   02 FILLER              PIC X.
002160   02 SCAN-RETURN-CODE    PIC 9(4).
002170 
002180 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002190 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002200 
002210 01 RUN-LOG-DETAIL-LINE.
002220   02 RUN-PROGRAM-ID      PIC X(8) VALUE "REBAL".
002230   02 FILLER              PIC X VALUE SPACES.
002240   02 RUN-EVENT           PIC X(5).
002250   02 FILLER              PIC X VALUE SPACES.
002260   02 RUN-DATE            PIC 9(8).
002270   02 FILLER              PIC X VALUE SPACES.
002280   02 RUN-TIME            PIC 9(6).
002290   02 FILLER              PIC X VALUE SPACES.
002300   02 RUN-RECORDS-READ    PIC 9(8).
002310   02 FILLER              PIC X VALUE SPACES.
002320   02 RUN-REJECTS         PIC 9(8).
002330   02 FILLER              PIC X VALUE SPACES.
002340   02 RUN-DUPLICATES      PIC 9(8).
002350   02 FILLER              PIC X VALUE SPACES.
002360   02 RUN-VARIANCES       PIC 9(8).
002370   02 FILLER              PIC X VALUE SPACES.
002380   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002390   02 FILLER              PIC X VALUE SPACES.
002400   02 RUN-RETURN-CODE     PIC 9(4).
002410 
002420 PROCEDURE DIVISION.
002430 MAIN-CONTROL.
002440   PERFORM CHECK-PREREQUISITE
002450   PERFORM WRITE-RUN-START
002460   PERFORM LOAD-RUN-PARAMETERS
002470   PERFORM LOAD-BACKORDER-DEMAND
002480   OPEN INPUT LOCATION-STOCK
002490   IF LOCATION-FILE-STATUS NOT = "00"
002500     DISPLAY "LOCATION STOCK NOT AVAILABLE - STATUS "
002510       LOCATION-FILE-STATUS
002520     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002530     MOVE 12 TO RETURN-CODE
002540     PERFORM WRITE-RUN-END
002550     STOP RUN
002560   END-IF
002570   OPEN OUTPUT TRANSFER-PROPOSAL-FILE
002580   IF PROPOSAL-FILE-STATUS NOT = "00"
002590     DISPLAY "PROPOSAL FILE NOT WRITABLE - STATUS "
002600       PROPOSAL-FILE-STATUS
002610     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
002620     MOVE 14 TO RETURN-CODE
002630     PERFORM WRITE-RUN-END
002640     STOP RUN
002650   END-IF
002660   OPEN OUTPUT PROPOSAL-LISTING
002670   DISPLAY PROPOSAL-HEADING
002680   MOVE PROPOSAL-HEADING TO PROPOSAL-LINE
002690   WRITE PROPOSAL-LINE
002700   DISPLAY PROPOSAL-COLUMN
002710   MOVE PROPOSAL-COLUMN TO PROPOSAL-LINE
002720   WRITE PROPOSAL-LINE
002730   PERFORM READ-LOCATION-STOCK
002740   PERFORM REBALANCE-ONE-PRODUCT UNTIL EOF-LOCATIONS = "Y"
002750   CLOSE LOCATION-STOCK
002760   CLOSE TRANSFER-PROPOSAL-FILE
002770   MOVE COUNT-PROPOSED TO PR-COUNT-PROPOSED
002780   MOVE UNITS-PROPOSED TO PR-UNITS-PROPOSED
002790   MOVE COUNT-UNCOVERED TO PR-COUNT-UNCOVERED
002800   DISPLAY PRINT-PROPOSED-COUNT
002810   DISPLAY PRINT-PROPOSED-UNITS
002820   DISPLAY PRINT-UNCOVERED-COUNT
002830   MOVE PRINT-PROPOSED-COUNT TO PROPOSAL-LINE
002840   WRITE PROPOSAL-LINE
002850   MOVE PRINT-PROPOSED-UNITS TO PROPOSAL-LINE
002860   WRITE PROPOSAL-LINE
002870   MOVE PRINT-UNCOVERED-COUNT TO PROPOSAL-LINE
002880   WRITE PROPOSAL-LINE
002890   DISPLAY PROPOSAL-FOOTING
002900   MOVE PROPOSAL-FOOTING TO PROPOSAL-LINE
002910   WRITE PROPOSAL-LINE
002920   CLOSE PROPOSAL-LISTING
002930   PERFORM WRITE-RUN-END
002940   STOP RUN.
002950 
002960 LOAD-RUN-PARAMETERS.
002970   OPEN INPUT RUN-PARAMETERS
002980   IF PARM-FILE-STATUS = "00"
002990     READ RUN-PARAMETERS
003000       AT END
003010         CONTINUE
003020       NOT AT END
003030         IF PARM-REORDER-THRESHOLD IS NUMERIC
003040           MOVE PARM-REORDER-THRESHOLD TO REORDER-THRESHOLD
003050         END-IF
003060     END-READ
003070     CLOSE RUN-PARAMETERS
003080   END-IF.
003090 
003100 LOAD-BACKORDER-DEMAND.
003110   OPEN INPUT BACKORDER-FILE
003120   IF BACKORDER-FILE-STATUS = "00"
003130     PERFORM READ-BACKORDER
003140     PERFORM ADD-BACKORDER-DEMAND UNTIL EOF-BACKORDERS = "Y"
003150     CLOSE BACKORDER-FILE
003160   ELSE
003170     DISPLAY "BACKORDER FILE NOT AVAILABLE - STATUS "
003180       BACKORDER-FILE-STATUS
003190     DISPLAY "SHORTAGES MEASURED ON STOCK LEVEL ONLY"
003200   END-IF.
003210 
003220 READ-BACKORDER.
003230   READ BACKORDER-FILE
003240     AT END
003250       MOVE "Y" TO EOF-BACKORDERS
003260   END-READ.
003270 
003280 ADD-BACKORDER-DEMAND.
003290   IF BACK-QUANTITY IS NUMERIC AND BACK-QUANTITY > 0
003300     IF BACK-LOCATION = SPACES
003310       MOVE DEFAULT-LOCATION TO DEMAND-LOCATION
003320     ELSE
003330       MOVE BACK-LOCATION TO DEMAND-LOCATION
003340     END-IF
003350     MOVE BACK-PRODUCT-ID TO CURRENT-PRODUCT-ID
003360     PERFORM FIND-DEMAND-ENTRY
003370     IF NOT DEMAND-FOUND
003380       IF DEMAND-COUNT < 2000
003390         ADD 1 TO DEMAND-COUNT
003400         SET DMD-IDX TO DEMAND-COUNT
003410         MOVE BACK-PRODUCT-ID TO DMD-PRODUCT-ID(DMD-IDX)
003420         MOVE DEMAND-LOCATION TO DMD-LOCATION(DMD-IDX)
003430         MOVE 0 TO DMD-QUANTITY(DMD-IDX)
003440         MOVE "Y" TO DEMAND-FOUND-SWITCH
003450       ELSE
003460         DISPLAY "BACKORDER TABLE FULL - NOT COUNTED FOR "
003470           BACK-PRODUCT-ID
003480       END-IF
003490     END-IF
003500     IF DEMAND-FOUND
003510       ADD BACK-QUANTITY TO DMD-QUANTITY(DMD-IDX)
003520     END-IF
003530   END-IF
003540   PERFORM READ-BACKORDER.
003550 
003560 FIND-DEMAND-ENTRY.
003570   MOVE "N" TO DEMAND-FOUND-SWITCH
003580   IF DEMAND-COUNT > 0
003590     SET DMD-IDX TO 1
003600     SEARCH DEMAND-TABLE
003610       AT END
003620         MOVE "N" TO DEMAND-FOUND-SWITCH
003630       WHEN DMD-IDX > DEMAND-COUNT
003640         MOVE "N" TO DEMAND-FOUND-SWITCH
003650       WHEN DMD-PRODUCT-ID(DMD-IDX) = CURRENT-PRODUCT-ID
003660         AND DMD-LOCATION(DMD-IDX) = DEMAND-LOCATION
003670         MOVE "Y" TO DEMAND-FOUND-SWITCH
003680     END-SEARCH
003690   END-IF.
003700 
003710 READ-LOCATION-STOCK.
003720   READ LOCATION-STOCK NEXT RECORD
003730     AT END
003740       MOVE "Y" TO EOF-LOCATIONS
003750     NOT AT END
003760       ADD 1 TO COUNT-LOCATIONS-READ
003770   END-READ.
003780 
003790 REBALANCE-ONE-PRODUCT.
003800   MOVE LOCST-PRODUCT-ID TO CURRENT-PRODUCT-ID
003810   MOVE 0 TO SITE-COUNT
003820   PERFORM ADD-LOCATION-TO-SITES
003830     UNTIL EOF-LOCATIONS = "Y"
003840       OR LOCST-PRODUCT-ID NOT = CURRENT-PRODUCT-ID
003850   IF DEMAND-COUNT > 0
003860     SET DMD-IDX TO 1
003870     PERFORM ADD-DEMAND-ONLY-SITE DEMAND-COUNT TIMES
003880   END-IF
003890   SET SITE-IDX TO 1
003900   PERFORM MEASURE-ONE-SITE SITE-COUNT TIMES
003910   SET SITE-IDX TO 1
003920   PERFORM COVER-ONE-SITE SITE-COUNT TIMES.
003930 
003940 ADD-LOCATION-TO-SITES.
003950   IF SITE-COUNT < 100
003960     ADD 1 TO SITE-COUNT
003970     SET SITE-IDX TO SITE-COUNT
003980     MOVE LOCST-LOCATION TO ST-LOCATION(SITE-IDX)
003990     MOVE LOCST-QUANTITY TO ST-ONHAND(SITE-IDX)
004000     MOVE LOCST-LOCATION TO DEMAND-LOCATION
004010     PERFORM FIND-DEMAND-ENTRY
004020     IF DEMAND-FOUND
004030       MOVE DMD-QUANTITY(DMD-IDX) TO ST-BACKORDERED(SITE-IDX)
004040     ELSE
004050       MOVE 0 TO ST-BACKORDERED(SITE-IDX)
004060     END-IF
004070   ELSE
004080     DISPLAY "LOCATION TABLE FULL - SKIPPED " LOCST-PRODUCT-ID
004090       " LOCATION " LOCST-LOCATION
004100   END-IF
004110   PERFORM READ-LOCATION-STOCK.
004120 
004130 ADD-DEMAND-ONLY-SITE.
004140   IF DMD-PRODUCT-ID(DMD-IDX) = CURRENT-PRODUCT-ID
004150     MOVE DMD-LOCATION(DMD-IDX) TO DEMAND-LOCATION
004160     PERFORM FIND-SITE-ENTRY
004170     IF NOT SITE-FOUND AND SITE-COUNT < 100
004180       ADD 1 TO SITE-COUNT
004190       SET SITE-IDX TO SITE-COUNT
004200       MOVE DMD-LOCATION(DMD-IDX) TO ST-LOCATION(SITE-IDX)
004210       MOVE 0 TO ST-ONHAND(SITE-IDX)
004220       MOVE DMD-QUANTITY(DMD-IDX) TO ST-BACKORDERED(SITE-IDX)
004230     END-IF
004240   END-IF
004250   SET DMD-IDX UP BY 1.
004260 
004270 FIND-SITE-ENTRY.
004280   MOVE "N" TO SITE-FOUND-SWITCH
004290   IF SITE-COUNT > 0
004300     SET SITE-IDX TO 1
004310     SEARCH SITE-TABLE
004320       AT END
004330         MOVE "N" TO SITE-FOUND-SWITCH
004340       WHEN SITE-IDX > SITE-COUNT
004350         MOVE "N" TO SITE-FOUND-SWITCH
004360       WHEN ST-LOCATION(SITE-IDX) = DEMAND-LOCATION
004370         MOVE "Y" TO SITE-FOUND-SWITCH
004380     END-SEARCH
004390   END-IF.
004400 
004410 MEASURE-ONE-SITE.
004420   MOVE 0 TO ST-NEED(SITE-IDX)
004430   MOVE 0 TO ST-SURPLUS(SITE-IDX)
004440   IF ST-LOCATION(SITE-IDX) NOT = QUARANTINE-LOCATION
004450     COMPUTE AVAILABLE-QUANTITY =
004460       ST-ONHAND(SITE-IDX) - ST-BACKORDERED(SITE-IDX)
004470     IF AVAILABLE-QUANTITY < REORDER-THRESHOLD
004480       COMPUTE ST-NEED(SITE-IDX) =
004490         REORDER-THRESHOLD - AVAILABLE-QUANTITY + 1
004500     ELSE
004510       IF AVAILABLE-QUANTITY > REORDER-THRESHOLD + 1
004520         COMPUTE ST-SURPLUS(SITE-IDX) =
004530           AVAILABLE-QUANTITY - REORDER-THRESHOLD - 1
004540       END-IF
004550     END-IF
004560   END-IF
004570   SET SITE-IDX UP BY 1.
004580 
004590 COVER-ONE-SITE.
004600   IF ST-NEED(SITE-IDX) > 0
004610     SET DONOR-IDX TO 1
004620     PERFORM DRAW-FROM-ONE-DONOR SITE-COUNT TIMES
004630     IF ST-NEED(SITE-IDX) > 0
004640       PERFORM PRINT-UNCOVERED-SHORTAGE
004650     END-IF
004660   END-IF
004670   SET SITE-IDX UP BY 1.
004680 
004690 DRAW-FROM-ONE-DONOR.
004700   IF ST-NEED(SITE-IDX) > 0 AND ST-SURPLUS(DONOR-IDX) > 0
004710     IF ST-SURPLUS(DONOR-IDX) < ST-NEED(SITE-IDX)
004720       MOVE ST-SURPLUS(DONOR-IDX) TO TRANSFER-QUANTITY
004730     ELSE
004740       MOVE ST-NEED(SITE-IDX) TO TRANSFER-QUANTITY
004750     END-IF
004760     SUBTRACT TRANSFER-QUANTITY FROM ST-SURPLUS(DONOR-IDX)
004770     SUBTRACT TRANSFER-QUANTITY FROM ST-NEED(SITE-IDX)
004780     PERFORM WRITE-TRANSFER-PROPOSAL
004790   END-IF
004800   SET DONOR-IDX UP BY 1.
004810 
004820 WRITE-TRANSFER-PROPOSAL.
004830   MOVE CURRENT-PRODUCT-ID TO PRP-PRODUCT-ID
004840   MOVE ST-LOCATION(DONOR-IDX) TO PRP-FROM-LOCATION
004850   MOVE ST-LOCATION(SITE-IDX) TO PRP-TO-LOCATION
004860   MOVE TRANSFER-QUANTITY TO PRP-QUANTITY
004870   MOVE ST-ONHAND(DONOR-IDX) TO PRP-FROM-ONHAND
004880   MOVE ST-ONHAND(SITE-IDX) TO PRP-TO-ONHAND
004890   MOVE ST-BACKORDERED(SITE-IDX) TO PRP-TO-BACKORDERED
004900   WRITE TRANSFER-PROPOSAL-RECORD
004910   ADD 1 TO COUNT-PROPOSED
004920   ADD TRANSFER-QUANTITY TO UNITS-PROPOSED
004930   MOVE CURRENT-PRODUCT-ID TO PR-PRP-PRODUCT-ID
004940   MOVE ST-LOCATION(DONOR-IDX) TO PR-PRP-FROM-LOCATION
004950   MOVE ST-ONHAND(DONOR-IDX) TO PR-PRP-FROM-ONHAND
004960   MOVE ST-LOCATION(SITE-IDX) TO PR-PRP-TO-LOCATION
004970   MOVE ST-ONHAND(SITE-IDX) TO PR-PRP-TO-ONHAND
004980   MOVE ST-BACKORDERED(SITE-IDX) TO PR-PRP-TO-BACKORDER
004990   MOVE TRANSFER-QUANTITY TO PR-PRP-QUANTITY
005000   MOVE "PROPOSED TRANSFER" TO PR-PRP-REMARK
005010   DISPLAY PRINT-PROPOSAL-DETAIL
005020   MOVE PRINT-PROPOSAL-DETAIL TO PROPOSAL-LINE
005030   WRITE PROPOSAL-LINE.
005040 
005050 PRINT-UNCOVERED-SHORTAGE.
005060   ADD 1 TO COUNT-UNCOVERED
005070   MOVE CURRENT-PRODUCT-ID TO PR-PRP-PRODUCT-ID
005080   MOVE SPACES TO PR-PRP-FROM-LOCATION
005090   MOVE 0 TO PR-PRP-FROM-ONHAND
005100   MOVE ST-LOCATION(SITE-IDX) TO PR-PRP-TO-LOCATION
005110   MOVE ST-ONHAND(SITE-IDX) TO PR-PRP-TO-ONHAND
005120   MOVE ST-BACKORDERED(SITE-IDX) TO PR-PRP-TO-BACKORDER
005130   MOVE ST-NEED(SITE-IDX) TO PR-PRP-QUANTITY
005140   MOVE "NOT COVERED - PURCHASE" TO PR-PRP-REMARK
005150   DISPLAY PRINT-PROPOSAL-DETAIL
005160   MOVE PRINT-PROPOSAL-DETAIL TO PROPOSAL-LINE
005170   WRITE PROPOSAL-LINE.
005180 
005190 CHECK-PREREQUISITE.
005200   PERFORM LOAD-PREREQ-PARAMETERS
005210   IF PREREQUISITE-PROGRAM NOT = SPACES
005220     PERFORM SCAN-RUN-LOG
005230     IF PREREQ-START-OPEN
005240       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005250         " STILL RUNNING OR ABENDED - RUN ABORTED"
005260       MOVE 16 TO RETURN-CODE
005270       STOP RUN
005280     END-IF
005290     IF NOT PREREQ-END-OK
005300       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005310         " HAS NOT COMPLETED TODAY - RUN ABORTED"
005320       MOVE 16 TO RETURN-CODE
005330       STOP RUN
005340     END-IF
005350   END-IF.
005360 
005370 LOAD-PREREQ-PARAMETERS.
005380   OPEN INPUT PREREQ-PARAMETERS
005390   IF PREREQ-PARM-STATUS = "00"
005400     PERFORM READ-PREREQ-PARM
005410     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
005420     CLOSE PREREQ-PARAMETERS
005430   END-IF.
005440 
005450 READ-PREREQ-PARM.
005460   READ PREREQ-PARAMETERS
005470     AT END
005480       MOVE "Y" TO EOF-PREREQ-PARMS
005490   END-READ.
005500 
005510 FIND-OWN-PREREQ.
005520   IF PRQ-PROGRAM-ID = "REBAL"
005530     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
005540   END-IF
005550   PERFORM READ-PREREQ-PARM.
005560 
005570 SCAN-RUN-LOG.
005580   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
005590   MOVE "N" TO PREREQ-OPEN-START-SWITCH
005600   MOVE "N" TO PREREQ-END-OK-SWITCH
005610   MOVE "N" TO EOF-RUN-LOG-SCAN
005620   OPEN INPUT RUN-LOG
005630   IF RUN-LOG-STATUS = "00"
005640     PERFORM READ-RUN-LOG-SCAN
005650     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
005660     CLOSE RUN-LOG
005670   ELSE
005680     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
005690   END-IF.
005700 
005710 READ-RUN-LOG-SCAN.
005720   READ RUN-LOG
005730     AT END
005740       MOVE "Y" TO EOF-RUN-LOG-SCAN
005750   END-READ.
005760 
005770 CHECK-ONE-LOG-RECORD.
005780   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
005790   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
005800     AND SCAN-DATE = PREREQ-CHECK-DATE
005810     EVALUATE SCAN-EVENT
005820       WHEN "START"
005830         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
005840       WHEN "END"
005850         MOVE "N" TO PREREQ-OPEN-START-SWITCH
005860         IF SCAN-RETURN-CODE IS NUMERIC
005870           AND SCAN-RETURN-CODE = 0
005880           MOVE "Y" TO PREREQ-END-OK-SWITCH
005890         END-IF
005900     END-EVALUATE
005910   END-IF
005920   PERFORM READ-RUN-LOG-SCAN.
005930 
005940 WRITE-RUN-START.
005950   MOVE "START" TO RUN-EVENT
005960   PERFORM WRITE-RUN-LOG-RECORD.
005970 
005980 WRITE-RUN-END.
005990   MOVE "END" TO RUN-EVENT
006000   PERFORM WRITE-RUN-LOG-RECORD.
006010 
006020 WRITE-RUN-LOG-RECORD.
006030   ACCEPT RUN-DATE FROM DATE YYYYMMDD
006040   ACCEPT RUN-TIME-OF-DAY FROM TIME
006050   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
006060   MOVE COUNT-LOCATIONS-READ TO RUN-RECORDS-READ
006070   MOVE COUNT-UNCOVERED TO RUN-REJECTS
006080   MOVE 0 TO RUN-DUPLICATES
006090   MOVE COUNT-PROPOSED TO RUN-VARIANCES
006100   MOVE RETURN-CODE TO RUN-RETURN-CODE
006110   OPEN EXTEND RUN-LOG
006120   IF RUN-LOG-STATUS NOT = "00"
006130     OPEN OUTPUT RUN-LOG
006140   END-IF
006150   IF RUN-LOG-STATUS NOT = "00"
006160     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
006170     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
006180     MOVE 14 TO RETURN-CODE
006190     STOP RUN
006200   END-IF
006210   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
006220   WRITE RUN-LOG-RECORD
006230   CLOSE RUN-LOG.
006240 END PROGRAM REBAL.
