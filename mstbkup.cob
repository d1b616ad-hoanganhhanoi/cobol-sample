000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   MSTBKUP.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT PRODUCT-MASTER ASSIGN TO FILE01
000090     ORGANIZATION INDEXED
000100     ACCESS MODE SEQUENTIAL
000110     RECORD KEY IS MAST-PRODUCT-ID
000120     FILE STATUS IS MASTER-FILE-STATUS.
000130 
000140   SELECT LOCATION-STOCK ASSIGN TO FILE52
000150     ORGANIZATION INDEXED
000160     ACCESS MODE SEQUENTIAL
000170     RECORD KEY IS LOCST-KEY
000180     FILE STATUS IS LOCATION-FILE-STATUS.
000190 
000200   SELECT CUSTOMER-MASTER ASSIGN TO FILE38
000210     ORGANIZATION INDEXED
000220     ACCESS MODE SEQUENTIAL
000230     RECORD KEY IS CUST-CUSTOMER-ID
000240     FILE STATUS IS CUSTOMER-FILE-STATUS.
000250 
000260   SELECT VENDOR-MASTER ASSIGN TO FILE28
000270     ORGANIZATION INDEXED
000280     ACCESS MODE SEQUENTIAL
000290     RECORD KEY IS VEND-PRODUCT-ID
000300     FILE STATUS IS VENDOR-FILE-STATUS.
000310 
000320   SELECT BACKUP-PARAMETERS ASSIGN TO FILE104
000330     ORGANIZATION LINE SEQUENTIAL
000340     FILE STATUS IS BACKUP-PARM-STATUS.
000350 
000360   SELECT BACKUP-GENERATIONS-OLD ASSIGN TO FILE105OLD
000370     ORGANIZATION LINE SEQUENTIAL
000380     FILE STATUS IS GENERATIONS-OLD-STATUS.
000390 
000400   SELECT BACKUP-GENERATIONS-NEW ASSIGN TO FILE105
000410     ORGANIZATION LINE SEQUENTIAL
000420     FILE STATUS IS GENERATIONS-NEW-STATUS.
000430 
000440   SELECT BACKUP-REPORT ASSIGN TO FILE106
000450     ORGANIZATION LINE SEQUENTIAL.
000460 
000470   SELECT RUN-LOG ASSIGN TO FILE20
000480     ORGANIZATION LINE SEQUENTIAL
000490     FILE STATUS IS RUN-LOG-STATUS.
000500 
000510   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000520     ORGANIZATION LINE SEQUENTIAL
000530     FILE STATUS IS PREREQ-PARM-STATUS.
000540 
000550 
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD PRODUCT-MASTER.
000590 01 MASTER-RECORD.
000600   02 MAST-PRODUCT-ID          PIC X(4).
000610   02 MAST-PRODUCT-NAME        PIC X(20).
000620   02 MAST-PRICE               PIC 9(4)V99.
000630   02 MAST-QUANTITY            PIC 9(5).
000640   02 MAST-UNIT-COST           PIC 9(4)V99.
000650 
000660 FD LOCATION-STOCK.
000670 01 LOCATION-STOCK-RECORD.
000680   02 LOCST-KEY.
000690     03 LOCST-PRODUCT-ID  PIC X(4).
000700     03 LOCST-LOCATION    PIC X(2).
000710   02 LOCST-QUANTITY      PIC 9(5).
000720 
000730 FD CUSTOMER-MASTER.
000740 01 CUSTOMER-RECORD.
000750   02 CUST-CUSTOMER-ID     PIC X(6).
000760   02 CUST-CUSTOMER-NAME   PIC X(20).
000770   02 CUST-CREDIT-LIMIT    PIC 9(7)V99.
000780   02 CUST-BALANCE         PIC 9(7)V99.
000790   02 CUST-HOLD-FLAG       PIC X(1).
000800 
000810 FD VENDOR-MASTER.
000820 01 VENDOR-RECORD.
000830   02 VEND-PRODUCT-ID      PIC X(4).
000840   02 VEND-VENDOR-ID       PIC X(6).
000850   02 VEND-VENDOR-NAME     PIC X(20).
000860   02 VEND-ORDER-MULTIPLE  PIC 9(3).
000870   02 VEND-LEAD-TIME       PIC 9(3).
000880 
000890 FD BACKUP-PARAMETERS.
000900 01 BACKUP-PARM-RECORD.
000910   02 BKP-KEEP-GENERATIONS PIC 9(2).
000920 
000930 FD BACKUP-GENERATIONS-OLD.
000940 01 BACKUP-OLD-RECORD.
000950   02 BKO-RECORD-TYPE      PIC X(1).
000960     88 BKO-IS-HEADER      VALUE "H".
000970   02 BKO-GENERATION       PIC 9(4).
000980   02 BKO-IMAGE            PIC X(50).
000990 
001000 FD BACKUP-GENERATIONS-NEW.
001010 01 BACKUP-NEW-RECORD.
001020   02 BKG-RECORD-TYPE      PIC X(1).
001030   02 BKG-GENERATION       PIC 9(4).
001040   02 BKG-IMAGE            PIC X(50).
001050 
001060 FD BACKUP-REPORT.
001070 01 BACKUP-LINE            PIC X(100).
001080 
001090 FD RUN-LOG.
001100 01 RUN-LOG-RECORD         PIC X(80).
001110 
001120 FD PREREQ-PARAMETERS.
001130 01 PREREQ-PARM-RECORD.
001140   02 PRQ-PROGRAM-ID      PIC X(8).
001150   02 FILLER              PIC X.
001160   02 PRQ-PREDECESSOR     PIC X(8).
001170 
001180 
001190 WORKING-STORAGE SECTION.
001200 01 BACKUP-HEADING.
001210   02 FILLER PIC X(88)
001220     VALUE "        ****** MASTER FILE BACKUP ******".
001230 
001240 01 BACKUP-FOOTING PIC X(88)
001250   VALUE "        ******  END OF MASTER FILE BACKUP  ******".
001260 
001270 01 GENERATION-HEADER-IMAGE.
001280   02 GNH-DATE             PIC 9(8).
001290   02 GNH-TIME             PIC 9(6).
001300   02 FILLER               PIC X(36) VALUE SPACES.
001310 
001320 01 GENERATION-TRAILER-IMAGE.
001330   02 GNT-PRODUCT-COUNT    PIC 9(6).
001340   02 GNT-LOCATION-COUNT   PIC 9(6).
001350   02 GNT-CUSTOMER-COUNT   PIC 9(6).
001360   02 GNT-VENDOR-COUNT     PIC 9(6).
001370   02 FILLER               PIC X(26) VALUE SPACES.
001380 
001390 01 PRINT-GENERATION-LINE.
001400   02 FILLER               PIC X(11) VALUE "GENERATION ".
001410   02 PR-GEN-NUMBER        PIC 9(4).
001420   02 FILLER               PIC X(8)  VALUE "  TAKEN ".
001430   02 PR-GEN-DATE          PIC 9(8).
001440   02 FILLER               PIC X VALUE SPACES.
001450   02 PR-GEN-TIME          PIC 9(6).
001460   02 FILLER               PIC XX VALUE SPACES.
001470   02 PR-GEN-STATUS        PIC X(10).
001480 
001490 01 PRINT-PRODUCTS-SAVED.
001500   02 FILLER                PIC X(30)
001510     VALUE "TOTAL PRODUCTS SAVED : ".
001520   02 PR-COUNT-PRODUCTS     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001530 
001540 01 PRINT-LOCATIONS-SAVED.
001550   02 FILLER                PIC X(30)
001560     VALUE "TOTAL LOCATION RECORDS SAVED : ".
001570   02 PR-COUNT-LOCATIONS    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001580 
001590 01 PRINT-CUSTOMERS-SAVED.
001600   02 FILLER                PIC X(30)
001610     VALUE "TOTAL CUSTOMERS SAVED : ".
001620   02 PR-COUNT-CUSTOMERS    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001630 
001640 01 PRINT-VENDORS-SAVED.
001650   02 FILLER                PIC X(30)
001660     VALUE "TOTAL VENDOR RECORDS SAVED : ".
001670   02 PR-COUNT-VENDORS      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001680 
001690 01 PRINT-GENERATIONS-KEPT.
001700   02 FILLER                PIC X(30)
001710     VALUE "TOTAL GENERATIONS KEPT : ".
001720   02 PR-COUNT-KEPT         PIC ZZ,ZZ9 BLANK WHEN ZERO.
001730 
001740 01 MASTER-FILE-STATUS    PIC XX VALUE "00".
001750 01 LOCATION-FILE-STATUS  PIC XX VALUE "00".
001760 01 CUSTOMER-FILE-STATUS  PIC XX VALUE "00".
001770 01 VENDOR-FILE-STATUS    PIC XX VALUE "00".
001780 01 BACKUP-PARM-STATUS    PIC XX VALUE "00".
001790 01 GENERATIONS-OLD-STATUS PIC XX VALUE "00".
001800 01 GENERATIONS-NEW-STATUS PIC XX VALUE "00".
001810 01 EOF-MASTER           PIC X VALUE "N".
001820 01 EOF-LOCATIONS        PIC X VALUE "N".
001830 01 EOF-CUSTOMERS        PIC X VALUE "N".
001840 01 EOF-VENDORS          PIC X VALUE "N".
001850 01 EOF-GENERATIONS      PIC X VALUE "N".
001860 
001870 01 OLD-GENERATIONS-SWITCH  PIC X VALUE "N".
001880   88 OLD-GENERATIONS-AVAILABLE  VALUE "Y".
001890 
001900 01 KEEP-GENERATIONS     PIC 9(2) VALUE 7.
001910 01 GENERATION-COUNT     PIC 9(4) VALUE ZERO.
001920 01 GENERATION-ORDINAL   PIC 9(4) VALUE ZERO.
001930 01 DROP-COUNT           PIC 9(4) VALUE ZERO.
001940 01 LAST-GENERATION      PIC 9(4) VALUE ZERO.
001950 01 NEW-GENERATION       PIC 9(4) VALUE ZERO.
001960 01 BACKUP-TIME-OF-DAY   PIC 9(8) VALUE ZERO.
001970 
001980 01 COUNT-OLD-READ       PIC 9(6) VALUE ZERO.
001990 01 COUNT-KEPT           PIC 9(6) VALUE ZERO.
002000 01 COUNT-PRODUCTS       PIC 9(6) VALUE ZERO.
002010 01 COUNT-LOCATIONS      PIC 9(6) VALUE ZERO.
002020 01 COUNT-CUSTOMERS      PIC 9(6) VALUE ZERO.
002030 01 COUNT-VENDORS        PIC 9(6) VALUE ZERO.
002040 01 COUNT-RECORDS-SAVED  PIC 9(6) VALUE ZERO.
002050 
002060 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002070 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002080 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002090 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002100 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002110 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002120   88 PREREQ-START-OPEN  VALUE "Y".
002130 
002140 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
002150   88 PREREQ-END-OK  VALUE "Y".
002160 
002170 01 RUN-LOG-SCAN-LINE.
002180   02 SCAN-PROGRAM-ID     PIC X(8).
002190   02 FILLER              PIC X.
002200   02 SCAN-EVENT          PIC X(5).
002210   02 FILLER              PIC X.
002220   02 SCAN-DATE           PIC 9(8).
002230   02 FILLER              PIC X.
002240   02 SCAN-TIME           PIC 9(6).
002250   02 FILLER              PIC X.
002260   02 SCAN-RECORDS-READ   PIC 9(8).
002270   02 FILLER              PIC X.
002280   02 SCAN-REJECTS        PIC 9(8).
002290   02 FILLER              PIC X.
002300   02 SCAN-DUPLICATES     PIC 9(8).
002310   02 FILLER              PIC X.
002320   02 SCAN-VARIANCES      PIC 9(8).
002330   02 FILLER              PIC X.
002340   02 SCAN-RESTART-FLAG   PIC X(1).
002350   02 FILLER              PIC X.
002360   02 SCAN-RETURN-CODE    PIC 9(4).
002370 
002380 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002390 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002400 
002410 01 RUN-LOG-DETAIL-LINE.
002420   02 RUN-PROGRAM-ID      PIC X(8) VALUE "MSTBKUP".
002430   02 FILLER              PIC X VALUE SPACES.
002440   02 RUN-EVENT           PIC X(5).
002450   02 FILLER              PIC X VALUE SPACES.
002460   02 RUN-DATE            PIC 9(8).
002470   02 FILLER              PIC X VALUE SPACES.
002480   02 RUN-TIME            PIC 9(6).
002490   02 FILLER              PIC X VALUE SPACES.
002500   02 RUN-RECORDS-READ    PIC 9(8).
002510   02 FILLER              PIC X VALUE SPACES.
002520   02 RUN-REJECTS         PIC 9(8).
002530   02 FILLER              PIC X VALUE SPACES.
002540   02 RUN-DUPLICATES      PIC 9(8).
002550   02 FILLER              PIC X VALUE SPACES.
002560   02 RUN-VARIANCES       PIC 9(8).
002570   02 FILLER              PIC X VALUE SPACES.
002580   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002590   02 FILLER              PIC X VALUE SPACES.
002600   02 RUN-RETURN-CODE     PIC 9(4).
002610 
002620 
002630 PROCEDURE DIVISION.
002640 MAIN-CONTROL.
002650   PERFORM CHECK-PREREQUISITE
002660   PERFORM WRITE-RUN-START
002670   PERFORM LOAD-BACKUP-PARAMETERS
002680   PERFORM OPEN-MASTER-FILES
002690   PERFORM COUNT-OLD-GENERATIONS
002700   OPEN OUTPUT BACKUP-GENERATIONS-NEW
002710   IF GENERATIONS-NEW-STATUS NOT = "00"
002720     DISPLAY "BACKUP GENERATION FILE NOT WRITABLE - STATUS "
002730       GENERATIONS-NEW-STATUS
002740     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
002750     MOVE 14 TO RETURN-CODE
002760     PERFORM WRITE-RUN-END
002770     STOP RUN
002780   END-IF
002790   OPEN OUTPUT BACKUP-REPORT
002800   DISPLAY BACKUP-HEADING
002810   MOVE BACKUP-HEADING TO BACKUP-LINE
002820   WRITE BACKUP-LINE
002830   IF OLD-GENERATIONS-AVAILABLE
002840     PERFORM CARRY-OLD-GENERATIONS
002850   END-IF
002860   PERFORM WRITE-NEW-GENERATION
002870   CLOSE BACKUP-GENERATIONS-NEW
002880   CLOSE PRODUCT-MASTER
002890   CLOSE LOCATION-STOCK
002900   CLOSE CUSTOMER-MASTER
002910   CLOSE VENDOR-MASTER
002920   PERFORM PRINT-BACKUP-TOTALS
002930   DISPLAY BACKUP-FOOTING
002940   MOVE BACKUP-FOOTING TO BACKUP-LINE
002950   WRITE BACKUP-LINE
002960   CLOSE BACKUP-REPORT
002970   PERFORM WRITE-RUN-END
002980   STOP RUN.
002990 
003000 LOAD-BACKUP-PARAMETERS.
003010   OPEN INPUT BACKUP-PARAMETERS
003020   IF BACKUP-PARM-STATUS = "00"
003030     READ BACKUP-PARAMETERS
003040       AT END
003050         CONTINUE
003060       NOT AT END
003070         IF BKP-KEEP-GENERATIONS IS NUMERIC
003080           AND BKP-KEEP-GENERATIONS > 0
003090           MOVE BKP-KEEP-GENERATIONS TO KEEP-GENERATIONS
003100         END-IF
003110     END-READ
003120     CLOSE BACKUP-PARAMETERS
003130   END-IF.
003140 
003150 OPEN-MASTER-FILES.
003160   OPEN INPUT PRODUCT-MASTER
003170   OPEN INPUT LOCATION-STOCK
003180   OPEN INPUT CUSTOMER-MASTER
003190   OPEN INPUT VENDOR-MASTER
003200   IF MASTER-FILE-STATUS NOT = "00"
003210     OR LOCATION-FILE-STATUS NOT = "00"
003220     OR CUSTOMER-FILE-STATUS NOT = "00"
003230     OR VENDOR-FILE-STATUS NOT = "00"
003240     DISPLAY "MASTER FILE NOT AVAILABLE - STATUS "
003250       MASTER-FILE-STATUS " " LOCATION-FILE-STATUS " "
003260       CUSTOMER-FILE-STATUS " " VENDOR-FILE-STATUS
003270     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003280     MOVE 12 TO RETURN-CODE
003290     PERFORM WRITE-RUN-END
003300     STOP RUN
003310   END-IF.
003320 
003330 COUNT-OLD-GENERATIONS.
003340   OPEN INPUT BACKUP-GENERATIONS-OLD
003350   IF GENERATIONS-OLD-STATUS = "00"
003360     MOVE "Y" TO OLD-GENERATIONS-SWITCH
003370     MOVE "N" TO EOF-GENERATIONS
003380     PERFORM READ-OLD-GENERATION
003390     PERFORM COUNT-ONE-OLD-RECORD UNTIL EOF-GENERATIONS = "Y"
003400     CLOSE BACKUP-GENERATIONS-OLD
003410   ELSE
003420     DISPLAY "NO EARLIER BACKUP GENERATIONS - STATUS "
003430       GENERATIONS-OLD-STATUS
003440   END-IF
003450   IF GENERATION-COUNT NOT < KEEP-GENERATIONS
003460     COMPUTE DROP-COUNT = GENERATION-COUNT - KEEP-GENERATIONS + 1
003470   END-IF
003480   IF LAST-GENERATION = 9999
003490     MOVE 1 TO NEW-GENERATION
003500   ELSE
003510     COMPUTE NEW-GENERATION = LAST-GENERATION + 1
003520   END-IF.
003530 
003540 READ-OLD-GENERATION.
003550   READ BACKUP-GENERATIONS-OLD
003560     AT END
003570       MOVE "Y" TO EOF-GENERATIONS
003580     NOT AT END
003590       ADD 1 TO COUNT-OLD-READ
003600   END-READ.
003610 
003620 COUNT-ONE-OLD-RECORD.
003630   IF BKO-IS-HEADER
003640     ADD 1 TO GENERATION-COUNT
003650     MOVE BKO-GENERATION TO LAST-GENERATION
003660   END-IF
003670   PERFORM READ-OLD-GENERATION.
003680 
003690 CARRY-OLD-GENERATIONS.
003700   OPEN INPUT BACKUP-GENERATIONS-OLD
003710   MOVE "N" TO EOF-GENERATIONS
003720   MOVE 0 TO GENERATION-ORDINAL
003730   PERFORM READ-OLD-GENERATION
003740   PERFORM CARRY-ONE-OLD-RECORD UNTIL EOF-GENERATIONS = "Y"
003750   CLOSE BACKUP-GENERATIONS-OLD.
003760 
003770 CARRY-ONE-OLD-RECORD.
003780   IF BKO-IS-HEADER
003790     ADD 1 TO GENERATION-ORDINAL
003800     MOVE BKO-IMAGE TO GENERATION-HEADER-IMAGE
003810     MOVE BKO-GENERATION TO PR-GEN-NUMBER
003820     MOVE GNH-DATE TO PR-GEN-DATE
003830     MOVE GNH-TIME TO PR-GEN-TIME
003840     IF GENERATION-ORDINAL > DROP-COUNT
003850       MOVE "RETAINED" TO PR-GEN-STATUS
003860       ADD 1 TO COUNT-KEPT
003870     ELSE
003880       MOVE "DROPPED" TO PR-GEN-STATUS
003890     END-IF
003900     PERFORM PRINT-ONE-GENERATION
003910   END-IF
003920   IF GENERATION-ORDINAL > DROP-COUNT
003930     MOVE BACKUP-OLD-RECORD TO BACKUP-NEW-RECORD
003940     WRITE BACKUP-NEW-RECORD
003950   END-IF
003960   PERFORM READ-OLD-GENERATION.
003970 
003980 WRITE-NEW-GENERATION.
003990   ACCEPT GNH-DATE FROM DATE YYYYMMDD
004000   ACCEPT BACKUP-TIME-OF-DAY FROM TIME
004010   MOVE BACKUP-TIME-OF-DAY(1:6) TO GNH-TIME
004020   MOVE "H" TO BKG-RECORD-TYPE
004030   MOVE NEW-GENERATION TO BKG-GENERATION
004040   MOVE GENERATION-HEADER-IMAGE TO BKG-IMAGE
004050   WRITE BACKUP-NEW-RECORD
004060   PERFORM READ-MASTER
004070   PERFORM SAVE-PRODUCT UNTIL EOF-MASTER = "Y"
004080   PERFORM READ-LOCATION
004090   PERFORM SAVE-LOCATION UNTIL EOF-LOCATIONS = "Y"
004100   PERFORM READ-CUSTOMER
004110   PERFORM SAVE-CUSTOMER UNTIL EOF-CUSTOMERS = "Y"
004120   PERFORM READ-VENDOR
004130   PERFORM SAVE-VENDOR UNTIL EOF-VENDORS = "Y"
004140   MOVE COUNT-PRODUCTS TO GNT-PRODUCT-COUNT
004150   MOVE COUNT-LOCATIONS TO GNT-LOCATION-COUNT
004160   MOVE COUNT-CUSTOMERS TO GNT-CUSTOMER-COUNT
004170   MOVE COUNT-VENDORS TO GNT-VENDOR-COUNT
004180   MOVE "T" TO BKG-RECORD-TYPE
004190   MOVE NEW-GENERATION TO BKG-GENERATION
004200   MOVE GENERATION-TRAILER-IMAGE TO BKG-IMAGE
004210   WRITE BACKUP-NEW-RECORD
004220   ADD 1 TO COUNT-KEPT
004230   MOVE NEW-GENERATION TO PR-GEN-NUMBER
004240   MOVE GNH-DATE TO PR-GEN-DATE
004250   MOVE GNH-TIME TO PR-GEN-TIME
004260   MOVE "NEW" TO PR-GEN-STATUS
004270   PERFORM PRINT-ONE-GENERATION.
004280 
004290 READ-MASTER.
004300   READ PRODUCT-MASTER
004310     AT END
004320       MOVE "Y" TO EOF-MASTER
004330   END-READ.
004340 
004350 SAVE-PRODUCT.
004360   MOVE "P" TO BKG-RECORD-TYPE
004370   MOVE NEW-GENERATION TO BKG-GENERATION
004380   MOVE MASTER-RECORD TO BKG-IMAGE
004390   WRITE BACKUP-NEW-RECORD
004400   ADD 1 TO COUNT-PRODUCTS
004410   ADD 1 TO COUNT-RECORDS-SAVED
004420   PERFORM READ-MASTER.
004430 
004440 READ-LOCATION.
004450   READ LOCATION-STOCK
004460     AT END
004470       MOVE "Y" TO EOF-LOCATIONS
004480   END-READ.
004490 
004500 SAVE-LOCATION.
004510   MOVE "L" TO BKG-RECORD-TYPE
004520   MOVE NEW-GENERATION TO BKG-GENERATION
004530   MOVE LOCATION-STOCK-RECORD TO BKG-IMAGE
004540   WRITE BACKUP-NEW-RECORD
004550   ADD 1 TO COUNT-LOCATIONS
004560   ADD 1 TO COUNT-RECORDS-SAVED
004570   PERFORM READ-LOCATION.
004580 
004590 READ-CUSTOMER.
004600   READ CUSTOMER-MASTER
004610     AT END
004620       MOVE "Y" TO EOF-CUSTOMERS
004630   END-READ.
004640 
004650 SAVE-CUSTOMER.
004660   MOVE "C" TO BKG-RECORD-TYPE
004670   MOVE NEW-GENERATION TO BKG-GENERATION
004680   MOVE CUSTOMER-RECORD TO BKG-IMAGE
004690   WRITE BACKUP-NEW-RECORD
004700   ADD 1 TO COUNT-CUSTOMERS
004710   ADD 1 TO COUNT-RECORDS-SAVED
004720   PERFORM READ-CUSTOMER.
004730 
004740 READ-VENDOR.
004750   READ VENDOR-MASTER
004760     AT END
004770       MOVE "Y" TO EOF-VENDORS
004780   END-READ.
004790 
004800 SAVE-VENDOR.
004810   MOVE "V" TO BKG-RECORD-TYPE
004820   MOVE NEW-GENERATION TO BKG-GENERATION
004830   MOVE VENDOR-RECORD TO BKG-IMAGE
004840   WRITE BACKUP-NEW-RECORD
004850   ADD 1 TO COUNT-VENDORS
004860   ADD 1 TO COUNT-RECORDS-SAVED
004870   PERFORM READ-VENDOR.
004880 
004890 PRINT-ONE-GENERATION.
004900   DISPLAY PRINT-GENERATION-LINE
004910   MOVE PRINT-GENERATION-LINE TO BACKUP-LINE
004920   WRITE BACKUP-LINE.
004930 
004940 PRINT-BACKUP-TOTALS.
004950   MOVE COUNT-PRODUCTS TO PR-COUNT-PRODUCTS
004960   MOVE COUNT-LOCATIONS TO PR-COUNT-LOCATIONS
004970   MOVE COUNT-CUSTOMERS TO PR-COUNT-CUSTOMERS
004980   MOVE COUNT-VENDORS TO PR-COUNT-VENDORS
004990   MOVE COUNT-KEPT TO PR-COUNT-KEPT
005000   DISPLAY PRINT-PRODUCTS-SAVED
005010   DISPLAY PRINT-LOCATIONS-SAVED
005020   DISPLAY PRINT-CUSTOMERS-SAVED
005030   DISPLAY PRINT-VENDORS-SAVED
005040   DISPLAY PRINT-GENERATIONS-KEPT
005050   MOVE PRINT-PRODUCTS-SAVED TO BACKUP-LINE
005060   WRITE BACKUP-LINE
005070   MOVE PRINT-LOCATIONS-SAVED TO BACKUP-LINE
005080   WRITE BACKUP-LINE
005090   MOVE PRINT-CUSTOMERS-SAVED TO BACKUP-LINE
005100   WRITE BACKUP-LINE
005110   MOVE PRINT-VENDORS-SAVED TO BACKUP-LINE
005120   WRITE BACKUP-LINE
005130   MOVE PRINT-GENERATIONS-KEPT TO BACKUP-LINE
005140   WRITE BACKUP-LINE.
005150 
005160 CHECK-PREREQUISITE.
005170   PERFORM LOAD-PREREQ-PARAMETERS
005180   IF PREREQUISITE-PROGRAM NOT = SPACES
005190     PERFORM SCAN-RUN-LOG
005200     IF PREREQ-START-OPEN
005210       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005220         " STILL RUNNING OR ABENDED - RUN ABORTED"
005230       MOVE 16 TO RETURN-CODE
005240       STOP RUN
005250     END-IF
005260     IF NOT PREREQ-END-OK
005270       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005280         " HAS NOT COMPLETED TODAY - RUN ABORTED"
005290       MOVE 16 TO RETURN-CODE
005300       STOP RUN
005310     END-IF
005320   END-IF.
005330 
005340 LOAD-PREREQ-PARAMETERS.
005350   OPEN INPUT PREREQ-PARAMETERS
005360   IF PREREQ-PARM-STATUS = "00"
005370     PERFORM READ-PREREQ-PARM
005380     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
005390     CLOSE PREREQ-PARAMETERS
005400   END-IF.
005410 
005420 READ-PREREQ-PARM.
005430   READ PREREQ-PARAMETERS
005440     AT END
005450       MOVE "Y" TO EOF-PREREQ-PARMS
005460   END-READ.
005470 
005480 FIND-OWN-PREREQ.
005490   IF PRQ-PROGRAM-ID = "MSTBKUP"
005500     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
005510   END-IF
005520   PERFORM READ-PREREQ-PARM.
005530 
005540 SCAN-RUN-LOG.
005550   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
005560   MOVE "N" TO PREREQ-OPEN-START-SWITCH
005570   MOVE "N" TO PREREQ-END-OK-SWITCH
005580   MOVE "N" TO EOF-RUN-LOG-SCAN
005590   OPEN INPUT RUN-LOG
005600   IF RUN-LOG-STATUS = "00"
005610     PERFORM READ-RUN-LOG-SCAN
005620     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
005630     CLOSE RUN-LOG
005640   ELSE
005650     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
005660   END-IF.
005670 
005680 READ-RUN-LOG-SCAN.
005690   READ RUN-LOG
005700     AT END
005710       MOVE "Y" TO EOF-RUN-LOG-SCAN
005720   END-READ.
005730 
005740 CHECK-ONE-LOG-RECORD.
005750   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
005760   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
005770     AND SCAN-DATE = PREREQ-CHECK-DATE
005780     EVALUATE SCAN-EVENT
005790       WHEN "START"
005800         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
005810       WHEN "END"
005820         MOVE "N" TO PREREQ-OPEN-START-SWITCH
005830         IF SCAN-RETURN-CODE IS NUMERIC
005840           AND SCAN-RETURN-CODE = 0
005850           MOVE "Y" TO PREREQ-END-OK-SWITCH
005860         END-IF
005870     END-EVALUATE
005880   END-IF
005890   PERFORM READ-RUN-LOG-SCAN.
005900 
005910 WRITE-RUN-START.
005920   MOVE "START" TO RUN-EVENT
005930   PERFORM WRITE-RUN-LOG-RECORD.
005940 
005950 WRITE-RUN-END.
005960   MOVE "END" TO RUN-EVENT
005970   PERFORM WRITE-RUN-LOG-RECORD.
005980 
005990 WRITE-RUN-LOG-RECORD.
006000   ACCEPT RUN-DATE FROM DATE YYYYMMDD
006010   ACCEPT RUN-TIME-OF-DAY FROM TIME
006020   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
006030   MOVE COUNT-RECORDS-SAVED TO RUN-RECORDS-READ
006040   MOVE 0 TO RUN-REJECTS
006050   MOVE 0 TO RUN-DUPLICATES
006060   MOVE 0 TO RUN-VARIANCES
006070   MOVE RETURN-CODE TO RUN-RETURN-CODE
006080   OPEN EXTEND RUN-LOG
006090   IF RUN-LOG-STATUS NOT = "00"
006100     OPEN OUTPUT RUN-LOG
006110   END-IF
006120   IF RUN-LOG-STATUS NOT = "00"
006130     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
006140     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
006150     MOVE 14 TO RETURN-CODE
006160     STOP RUN
006170   END-IF
006180   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
006190   WRITE RUN-LOG-RECORD
006200   CLOSE RUN-LOG.
006210 END PROGRAM MSTBKUP.
