000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   MSTRECV.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT PRODUCT-MASTER ASSIGN TO FILE01
000090     ORGANIZATION INDEXED
000100     ACCESS MODE DYNAMIC
000110     RECORD KEY IS MAST-PRODUCT-ID
000120     FILE STATUS IS MASTER-FILE-STATUS.
000130 
000140   SELECT LOCATION-STOCK ASSIGN TO FILE52
000150     ORGANIZATION INDEXED
000160     ACCESS MODE DYNAMIC
000170     RECORD KEY IS LOCST-KEY
000180     FILE STATUS IS LOCATION-FILE-STATUS.
000190 
000200   SELECT CUSTOMER-MASTER ASSIGN TO FILE38
000210     ORGANIZATION INDEXED
000220     ACCESS MODE DYNAMIC
000230     RECORD KEY IS CUST-CUSTOMER-ID
000240     FILE STATUS IS CUSTOMER-FILE-STATUS.
000250 
000260   SELECT VENDOR-MASTER ASSIGN TO FILE28
000270     ORGANIZATION INDEXED
000280     ACCESS MODE RANDOM
000290     RECORD KEY IS VEND-PRODUCT-ID
000300     FILE STATUS IS VENDOR-FILE-STATUS.
000310 
000320   SELECT BACKUP-GENERATIONS ASSIGN TO FILE105
000330     ORGANIZATION LINE SEQUENTIAL
000340     FILE STATUS IS GENERATIONS-FILE-STATUS.
000350 
000360   SELECT RECOVERY-PARAMETERS ASSIGN TO FILE107
000370     ORGANIZATION LINE SEQUENTIAL
000380     FILE STATUS IS RECOVERY-PARM-STATUS.
000390 
000400   SELECT MOVEMENT-LEDGER ASSIGN TO FILE16
000410     ORGANIZATION LINE SEQUENTIAL
000420     FILE STATUS IS LEDGER-FILE-STATUS.
000430 
000440   SELECT AUDIT-LOG ASSIGN TO FILE12
000450     ORGANIZATION LINE SEQUENTIAL
000460     FILE STATUS IS AUDIT-LOG-STATUS.
000470 
000480   SELECT CUST-AUDIT-LOG ASSIGN TO FILE40
000490     ORGANIZATION LINE SEQUENTIAL
000500     FILE STATUS IS CUST-AUDIT-STATUS.
000510 
000520   SELECT VEND-AUDIT-LOG ASSIGN TO FILE37
000530     ORGANIZATION LINE SEQUENTIAL
000540     FILE STATUS IS VEND-AUDIT-STATUS.
000550 
000560   SELECT REPLAY-WORK-FILE ASSIGN TO FILE108
000570     ORGANIZATION LINE SEQUENTIAL.
000580 
000590   SELECT REPLAY-SORTED-FILE ASSIGN TO FILE109
000600     ORGANIZATION LINE SEQUENTIAL.
000610 
000620   SELECT REPLAY-SORT ASSIGN TO WORK07.
000630 
000640   SELECT RECOVERY-REPORT ASSIGN TO FILE110
000650     ORGANIZATION LINE SEQUENTIAL.
000660 
000670   SELECT RUN-LOG ASSIGN TO FILE20
000680     ORGANIZATION LINE SEQUENTIAL
000690     FILE STATUS IS RUN-LOG-STATUS.
000700 
000710   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000720     ORGANIZATION LINE SEQUENTIAL
000730     FILE STATUS IS PREREQ-PARM-STATUS.
000740 
000750 
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD PRODUCT-MASTER.
000790 01 MASTER-RECORD.
000800   02 MAST-PRODUCT-ID          PIC X(4).
000810   02 MAST-PRODUCT-NAME        PIC X(20).
000820   02 MAST-PRICE               PIC 9(4)V99.
000830   02 MAST-QUANTITY            PIC 9(5).
000840   02 MAST-UNIT-COST           PIC 9(4)V99.
000850 
000860 FD LOCATION-STOCK.
000870 01 LOCATION-STOCK-RECORD.
000880   02 LOCST-KEY.
000890     03 LOCST-PRODUCT-ID  PIC X(4).
000900     03 LOCST-LOCATION    PIC X(2).
000910   02 LOCST-QUANTITY      PIC 9(5).
000920 
000930 FD CUSTOMER-MASTER.
000940 01 CUSTOMER-RECORD.
000950   02 CUST-CUSTOMER-ID     PIC X(6).
000960   02 CUST-CUSTOMER-NAME   PIC X(20).
000970   02 CUST-CREDIT-LIMIT    PIC 9(7)V99.
000980   02 CUST-BALANCE         PIC 9(7)V99.
000990   02 CUST-HOLD-FLAG       PIC X(1).
001000 
001010 FD VENDOR-MASTER.
001020 01 VENDOR-RECORD.
001030   02 VEND-PRODUCT-ID      PIC X(4).
001040   02 VEND-VENDOR-ID       PIC X(6).
001050   02 VEND-VENDOR-NAME     PIC X(20).
001060   02 VEND-ORDER-MULTIPLE  PIC 9(3).
001070   02 VEND-LEAD-TIME       PIC 9(3).
001080 
001090 FD BACKUP-GENERATIONS.
001100 01 BACKUP-RECORD.
001110   02 BKG-RECORD-TYPE      PIC X(1).
001120     88 BKG-IS-HEADER      VALUE "H".
001130     88 BKG-IS-TRAILER     VALUE "T".
001140     88 BKG-IS-PRODUCT     VALUE "P".
001150     88 BKG-IS-LOCATION    VALUE "L".
001160     88 BKG-IS-CUSTOMER    VALUE "C".
001170     88 BKG-IS-VENDOR      VALUE "V".
001180   02 BKG-GENERATION       PIC 9(4).
001190   02 BKG-IMAGE            PIC X(50).
001200 
001210 FD RECOVERY-PARAMETERS.
001220 01 RECOVERY-PARM-RECORD.
001230   02 RCP-GENERATION       PIC 9(4).
001240   02 RCP-TO-DATE          PIC 9(8).
001250   02 RCP-TO-TIME          PIC 9(6).
001260 
001270 FD MOVEMENT-LEDGER.
001280 01 LEDGER-RECORD              PIC X(100).
001290 
001300 FD AUDIT-LOG.
001310 01 AUDIT-RECORD               PIC X(120).
001320 
001330 FD CUST-AUDIT-LOG.
001340 01 CUST-AUDIT-RECORD          PIC X(120).
001350 
001360 FD VEND-AUDIT-LOG.
001370 01 VEND-AUDIT-RECORD          PIC X(100).
001380 
001390 FD REPLAY-WORK-FILE.
001400 01 REPLAY-WORK-RECORD.
001410   02 RPL-DATE             PIC 9(8).
001420   02 RPL-TIME             PIC 9(6).
001430   02 RPL-SEQUENCE         PIC 9(7).
001440   02 RPL-SOURCE           PIC X(1).
001450   02 RPL-IMAGE            PIC X(120).
001460 
001470 FD REPLAY-SORTED-FILE.
001480 01 REPLAY-SORTED-RECORD.
001490   02 SRP-DATE             PIC 9(8).
001500   02 SRP-TIME             PIC 9(6).
001510   02 SRP-SEQUENCE         PIC 9(7).
001520   02 SRP-SOURCE           PIC X(1).
001530     88 SRP-FROM-LEDGER    VALUE "L".
001540     88 SRP-FROM-PRODUCT   VALUE "P".
001550     88 SRP-FROM-CUSTOMER  VALUE "C".
001560     88 SRP-FROM-VENDOR    VALUE "V".
001570   02 SRP-IMAGE            PIC X(120).
001580 
001590 SD REPLAY-SORT.
001600 01 REPLAY-SORT-RECORD.
001610   02 RSW-DATE             PIC 9(8).
001620   02 RSW-TIME             PIC 9(6).
001630   02 RSW-SEQUENCE         PIC 9(7).
001640   02 RSW-SOURCE           PIC X(1).
001650   02 RSW-IMAGE            PIC X(120).
001660 
001670 FD RECOVERY-REPORT.
001680 01 RECOVERY-LINE          PIC X(100).
001690 
001700 FD RUN-LOG.
001710 01 RUN-LOG-RECORD         PIC X(80).
001720 
001730 FD PREREQ-PARAMETERS.
001740 01 PREREQ-PARM-RECORD.
001750   02 PRQ-PROGRAM-ID      PIC X(8).
001760   02 FILLER              PIC X.
001770   02 PRQ-PREDECESSOR     PIC X(8).
001780 
001790 
001800 WORKING-STORAGE SECTION.
001810 01 RECOVERY-HEADING.
001820   02 FILLER PIC X(88)
001830     VALUE "        ****** MASTER FILE RECOVERY ******".
001840 
001850 01 EXCEPTION-HEADING.
001860   02 FILLER PIC X(88)
001870     VALUE "        ****** REPLAY EXCEPTIONS ******".
001880 
001890 01 RECONCILE-HEADING.
001900   02 FILLER PIC X(88)
001910     VALUE "        ****** RECOVERY RECONCILIATION ******".
001920 
001930 01 RECOVERY-FOOTING PIC X(88)
001940   VALUE "        ******  END OF MASTER FILE RECOVERY  ******".
001950 
001960 01 EXCEPTION-COLUMN.
001970   02 FILLER                PIC X(8)  VALUE "DATE".
001980   02 FILLER                PIC X VALUE SPACES.
001990   02 FILLER                PIC X(6)  VALUE "TIME".
002000   02 FILLER                PIC X VALUE SPACES.
002010   02 FILLER                PIC X(8)  VALUE "SOURCE".
002020   02 FILLER                PIC X VALUE SPACES.
002030   02 FILLER                PIC X(6)  VALUE "KEY".
002040   02 FILLER                PIC X VALUE SPACES.
002050   02 FILLER                PIC X(30) VALUE "REASON".
002060   02 FILLER                PIC X VALUE SPACES.
002070   02 FILLER                PIC X(7)  VALUE "REBUILT".
002080   02 FILLER                PIC X VALUE SPACES.
002090   02 FILLER                PIC X(6)  VALUE "LOGGED".
002100 
002110 01 LEDGER-REPLAY-LINE.
002120   02 LED-DATE            PIC 9(8).
002130   02 FILLER              PIC X.
002140   02 LED-TIME            PIC 9(6).
002150   02 FILLER              PIC X.
002160   02 LED-PRODUCT-ID      PIC X(4).
002170   02 FILLER              PIC X.
002180   02 LED-MOVE-TYPE       PIC X(1).
002190     88 LED-IS-RECEIPT    VALUE "R".
002200     88 LED-IS-TRANSFER   VALUE "T".
002210   02 FILLER              PIC X.
002220   02 LED-QUANTITY-BEFORE PIC 9(5).
002230   02 FILLER              PIC X.
002240   02 LED-CHANGE-SIGN     PIC X(1).
002250   02 LED-CHANGE-QUANTITY PIC 9(5).
002260   02 FILLER              PIC X.
002270   02 LED-QUANTITY-AFTER  PIC 9(5).
002280   02 FILLER              PIC X.
002290   02 LED-REFERENCE       PIC X(8).
002300   02 FILLER              PIC X.
002310   02 LED-LOCATION        PIC X(2).
002320   02 FILLER              PIC X.
002330   02 LED-LOCATION-TO     PIC X(2).
002340   02 FILLER              PIC X.
002350   02 LED-UNIT-COST       PIC 9(4)V99.
002360   02 FILLER              PIC X.
002362   02 LED-COST-UPDATED    PIC X(1).
002364   02 FILLER              PIC X(34).
002370 
002380 01 PRODUCT-AUDIT-LINE.
002390   02 AUD-DATE            PIC 9(8).
002400   02 FILLER              PIC X.
002410   02 AUD-TIME            PIC 9(6).
002420   02 FILLER              PIC X.
002430   02 AUD-USER-ID         PIC X(8).
002440   02 FILLER              PIC X.
002450   02 AUD-ACTION          PIC X(10).
002460   02 FILLER              PIC X.
002470   02 AUD-PRODUCT-ID      PIC X(4).
002480   02 FILLER              PIC X.
002490   02 AUD-OLD-PRICE       PIC Z,ZZ9.99.
002500   02 FILLER              PIC X.
002510   02 AUD-NEW-PRICE       PIC Z,ZZ9.99.
002520   02 FILLER              PIC X.
002530   02 AUD-OLD-QUANTITY    PIC ZZ,ZZ9.
002540   02 FILLER              PIC X.
002550   02 AUD-NEW-QUANTITY    PIC ZZ,ZZ9.
002560   02 FILLER              PIC X.
002570   02 AUD-OLD-COST        PIC Z,ZZ9.99.
002580   02 FILLER              PIC X.
002590   02 AUD-NEW-COST        PIC Z,ZZ9.99.
002600   02 FILLER              PIC X.
002610   02 AUD-PRODUCT-NAME    PIC X(20).
002620   02 FILLER              PIC X(8).
002630 
002640 01 CUSTOMER-AUDIT-LINE.
002650   02 CAUD-DATE            PIC 9(8).
002660   02 FILLER               PIC X.
002670   02 CAUD-TIME            PIC 9(6).
002680   02 FILLER               PIC X.
002690   02 CAUD-USER-ID         PIC X(8).
002700   02 FILLER               PIC X.
002710   02 CAUD-ACTION          PIC X(10).
002720   02 FILLER               PIC X.
002730   02 CAUD-CUSTOMER-ID     PIC X(6).
002740   02 FILLER               PIC X.
002750   02 CAUD-OLD-LIMIT       PIC Z,ZZZ,ZZ9.99.
002760   02 FILLER               PIC X.
002770   02 CAUD-NEW-LIMIT       PIC Z,ZZZ,ZZ9.99.
002780   02 FILLER               PIC X.
002790   02 CAUD-OLD-HOLD        PIC X(1).
002800   02 FILLER               PIC X.
002810   02 CAUD-NEW-HOLD        PIC X(1).
002820   02 FILLER               PIC X.
002830   02 CAUD-NEW-NAME        PIC X(20).
002840   02 FILLER               PIC X.
002850   02 CAUD-NEW-BALANCE     PIC Z,ZZZ,ZZ9.99.
002860   02 FILLER               PIC X(14).
002870 
002880 01 VENDOR-AUDIT-LINE.
002890   02 VAUD-DATE            PIC 9(8).
002900   02 FILLER               PIC X.
002910   02 VAUD-TIME            PIC 9(6).
002920   02 FILLER               PIC X.
002930   02 VAUD-USER-ID         PIC X(8).
002940   02 FILLER               PIC X.
002950   02 VAUD-ACTION          PIC X(10).
002960   02 FILLER               PIC X.
002970   02 VAUD-PRODUCT-ID      PIC X(4).
002980   02 FILLER               PIC X.
002990   02 VAUD-OLD-VENDOR-ID   PIC X(6).
003000   02 FILLER               PIC X.
003010   02 VAUD-NEW-VENDOR-ID   PIC X(6).
003020   02 FILLER               PIC X.
003030   02 VAUD-OLD-MULTIPLE    PIC ZZ9.
003040   02 FILLER               PIC X.
003050   02 VAUD-NEW-MULTIPLE    PIC ZZ9.
003060   02 FILLER               PIC X.
003070   02 VAUD-OLD-LEAD-TIME   PIC ZZ9.
003080   02 FILLER               PIC X.
003090   02 VAUD-NEW-LEAD-TIME   PIC ZZ9.
003100   02 FILLER               PIC X.
003110   02 VAUD-NEW-VENDOR-NAME PIC X(20).
003120   02 FILLER               PIC X(28).
003130 
003140 01 PRINT-EXCEPTION-LINE.
003150   02 PR-EXC-DATE          PIC 9(8).
003160   02 FILLER               PIC X VALUE SPACES.
003170   02 PR-EXC-TIME          PIC 9(6).
003180   02 FILLER               PIC X VALUE SPACES.
003190   02 PR-EXC-SOURCE        PIC X(8).
003200   02 FILLER               PIC X VALUE SPACES.
003210   02 PR-EXC-KEY           PIC X(6).
003220   02 FILLER               PIC X VALUE SPACES.
003230   02 PR-EXC-REASON        PIC X(30).
003240   02 FILLER               PIC X VALUE SPACES.
003250   02 PR-EXC-REBUILT       PIC ZZ,ZZ9 BLANK WHEN ZERO.
003260   02 FILLER               PIC XX VALUE SPACES.
003270   02 PR-EXC-LOGGED        PIC ZZ,ZZ9 BLANK WHEN ZERO.
003280 
003290 01 PRINT-GENERATION-USED.
003300   02 FILLER               PIC X(19) VALUE "RESTORED GENERATION".
003310   02 FILLER               PIC X VALUE SPACES.
003320   02 PR-GEN-NUMBER        PIC 9(4).
003330   02 FILLER               PIC X(8)  VALUE "  TAKEN ".
003340   02 PR-GEN-DATE          PIC 9(8).
003350   02 FILLER               PIC X VALUE SPACES.
003360   02 PR-GEN-TIME          PIC 9(6).
003370   02 FILLER               PIC X(14) VALUE "  REPLAYED TO ".
003380   02 PR-CUTOFF-DATE       PIC 9(8).
003390   02 FILLER               PIC X VALUE SPACES.
003400   02 PR-CUTOFF-TIME       PIC 9(6).
003410 
003420 01 PRINT-RECOVERY-COUNT.
003430   02 PR-COUNT-LABEL        PIC X(34).
003440   02 PR-COUNT-VALUE        PIC ZZZ,ZZ9.
003450 
003460 01 PRINT-RECOVERY-AMOUNT.
003470   02 PR-AMOUNT-LABEL       PIC X(34).
003480   02 PR-AMOUNT-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
003490 
003500 01 BALANCE-NOTE-LINE.
003510   02 FILLER PIC X(40)
003512     VALUE "CUSTOMER BALANCES EXCLUDE ORDER, RETURN ".
003514   02 FILLER PIC X(48)
003520     VALUE "AND CASH POSTINGS MADE SINCE THE BACKUP".
003530 
003540 01 MASTER-FILE-STATUS    PIC XX VALUE "00".
003550 01 LOCATION-FILE-STATUS  PIC XX VALUE "00".
003560 01 CUSTOMER-FILE-STATUS  PIC XX VALUE "00".
003570 01 VENDOR-FILE-STATUS    PIC XX VALUE "00".
003580 01 GENERATIONS-FILE-STATUS PIC XX VALUE "00".
003590 01 RECOVERY-PARM-STATUS  PIC XX VALUE "00".
003600 01 LEDGER-FILE-STATUS    PIC XX VALUE "00".
003610 01 AUDIT-LOG-STATUS      PIC XX VALUE "00".
003620 01 CUST-AUDIT-STATUS     PIC XX VALUE "00".
003630 01 VEND-AUDIT-STATUS     PIC XX VALUE "00".
003640 01 EOF-GENERATIONS       PIC X VALUE "N".
003650 01 EOF-LOG               PIC X VALUE "N".
003660 01 EOF-REPLAY            PIC X VALUE "N".
003670 01 EOF-MASTER            PIC X VALUE "N".
003680 01 EOF-LOCATIONS         PIC X VALUE "N".
003690 01 EOF-CUSTOMERS         PIC X VALUE "N".
003700 
003710 01 GENERATION-FOUND-SWITCH  PIC X VALUE "N".
003720   88 GENERATION-FOUND  VALUE "Y".
003730 
003740 01 RECORD-FOUND-SWITCH  PIC X VALUE "N".
003750   88 RECORD-FOUND  VALUE "Y".
003760 
003770 01 LOCATION-SEEN-SWITCH  PIC X VALUE "N".
003780   88 LOCATION-SEEN  VALUE "Y".
003790 
003800 01 DEFAULT-LOCATION     PIC X(2) VALUE "01".
003810 
003820 01 REQUESTED-GENERATION PIC 9(4) VALUE ZERO.
003830 01 PENDING-GENERATION   PIC 9(4) VALUE ZERO.
003840 01 PENDING-DATE         PIC 9(8) VALUE ZERO.
003850 01 PENDING-TIME         PIC 9(6) VALUE ZERO.
003860 01 CHOSEN-GENERATION    PIC 9(4) VALUE ZERO.
003870 
003880 01 GENERATION-HEADER-IMAGE.
003890   02 GNH-DATE             PIC 9(8).
003900   02 GNH-TIME             PIC 9(6).
003910   02 FILLER               PIC X(36).
003920 
003930 01 GENERATION-TRAILER-IMAGE.
003940   02 GNT-PRODUCT-COUNT    PIC 9(6).
003950   02 GNT-LOCATION-COUNT   PIC 9(6).
003960   02 GNT-CUSTOMER-COUNT   PIC 9(6).
003970   02 GNT-VENDOR-COUNT     PIC 9(6).
003980   02 FILLER               PIC X(26).
003990 
004000 01 CHOSEN-TRAILER-IMAGE.
004010   02 CHT-PRODUCT-COUNT    PIC 9(6).
004020   02 CHT-LOCATION-COUNT   PIC 9(6).
004030   02 CHT-CUSTOMER-COUNT   PIC 9(6).
004040   02 CHT-VENDOR-COUNT     PIC 9(6).
004050   02 FILLER               PIC X(26).
004060 
004070 01 GENERATION-STAMP.
004080   02 GEN-STAMP-DATE       PIC 9(8) VALUE ZERO.
004090   02 GEN-STAMP-TIME       PIC 9(6) VALUE ZERO.
004100 
004110 01 CUTOFF-STAMP.
004120   02 CUT-STAMP-DATE       PIC 9(8) VALUE ZERO.
004130   02 CUT-STAMP-TIME       PIC 9(6) VALUE 235959.
004140 
004150 01 EVENT-STAMP.
004160   02 EVT-STAMP-DATE       PIC 9(8) VALUE ZERO.
004170   02 EVT-STAMP-TIME       PIC 9(6) VALUE ZERO.
004180 
004190 01 EVENT-SOURCE         PIC X(1) VALUE SPACES.
004200 01 EVENT-SEQUENCE       PIC 9(7) VALUE ZERO.
004210 
004220 01 REPLAY-LOCATION      PIC X(2) VALUE SPACES.
004230 01 REPLAY-CHANGE        PIC S9(6) VALUE ZERO.
004240 01 REPLAY-SEED-SWITCH   PIC X VALUE "N".
004250 01 LOCATION-QUANTITY    PIC S9(6) VALUE ZERO.
004260 01 LOCATION-AFTER       PIC S9(6) VALUE ZERO.
004270 01 LOCATION-TOTAL       PIC 9(7) VALUE ZERO.
004280 01 RECONCILE-PRODUCT-ID PIC X(4) VALUE SPACES.
004290 
004300 01 BALANCE-AT-BACKUP    PIC 9(11)V99 VALUE ZERO.
004310 01 BALANCE-REBUILT      PIC 9(11)V99 VALUE ZERO.
004320 
004330 01 COUNT-PRODUCTS       PIC 9(6) VALUE ZERO.
004340 01 COUNT-LOCATIONS      PIC 9(6) VALUE ZERO.
004350 01 COUNT-CUSTOMERS      PIC 9(6) VALUE ZERO.
004360 01 COUNT-VENDORS        PIC 9(6) VALUE ZERO.
004370 01 COUNT-EVENTS-READ    PIC 9(6) VALUE ZERO.
004380 01 COUNT-EVENTS-SELECTED PIC 9(6) VALUE ZERO.
004390 01 COUNT-LEDGER-APPLIED PIC 9(6) VALUE ZERO.
004400 01 COUNT-PRODUCT-APPLIED PIC 9(6) VALUE ZERO.
004410 01 COUNT-CUSTOMER-APPLIED PIC 9(6) VALUE ZERO.
004420 01 COUNT-VENDOR-APPLIED PIC 9(6) VALUE ZERO.
004430 01 COUNT-QUANTITY-BREAKS PIC 9(6) VALUE ZERO.
004440 01 COUNT-LOCATION-DIFFS PIC 9(6) VALUE ZERO.
004450 01 COUNT-EXCEPTIONS     PIC 9(6) VALUE ZERO.
004460 
004470 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
004480 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
004490 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
004500 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
004510 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
004520 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
004530   88 PREREQ-START-OPEN  VALUE "Y".
004540 
004550 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
004560   88 PREREQ-END-OK  VALUE "Y".
004570 
004580 01 RUN-LOG-SCAN-LINE.
004590   02 SCAN-PROGRAM-ID     PIC X(8).
004600   02 FILLER              PIC X.
004610   02 SCAN-EVENT          PIC X(5).
004620   02 FILLER              PIC X.
004630   02 SCAN-DATE           PIC 9(8).
004640   02 FILLER              PIC X.
004650   02 SCAN-TIME           PIC 9(6).
004660   02 FILLER              PIC X.
004670   02 SCAN-RECORDS-READ   PIC 9(8).
004680   02 FILLER              PIC X.
004690   02 SCAN-REJECTS        PIC 9(8).
004700   02 FILLER              PIC X.
004710   02 SCAN-DUPLICATES     PIC 9(8).
004720   02 FILLER              PIC X.
004730   02 SCAN-VARIANCES      PIC 9(8).
004740   02 FILLER              PIC X.
004750   02 SCAN-RESTART-FLAG   PIC X(1).
004760   02 FILLER              PIC X.
004770   02 SCAN-RETURN-CODE    PIC 9(4).
004780 
004790 01 RUN-LOG-STATUS      PIC XX VALUE "00".
004800 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
004810 
004820 01 RUN-LOG-DETAIL-LINE.
004830   02 RUN-PROGRAM-ID      PIC X(8) VALUE "MSTRECV".
004840   02 FILLER              PIC X VALUE SPACES.
004850   02 RUN-EVENT           PIC X(5).
004860   02 FILLER              PIC X VALUE SPACES.
004870   02 RUN-DATE            PIC 9(8).
004880   02 FILLER              PIC X VALUE SPACES.
004890   02 RUN-TIME            PIC 9(6).
004900   02 FILLER              PIC X VALUE SPACES.
004910   02 RUN-RECORDS-READ    PIC 9(8).
004920   02 FILLER              PIC X VALUE SPACES.
004930   02 RUN-REJECTS         PIC 9(8).
004940   02 FILLER              PIC X VALUE SPACES.
004950   02 RUN-DUPLICATES      PIC 9(8).
004960   02 FILLER              PIC X VALUE SPACES.
004970   02 RUN-VARIANCES       PIC 9(8).
004980   02 FILLER              PIC X VALUE SPACES.
004990   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
005000   02 FILLER              PIC X VALUE SPACES.
005010   02 RUN-RETURN-CODE     PIC 9(4).
005020 
005030 
005040 PROCEDURE DIVISION.
005050 MAIN-CONTROL.
005060   PERFORM CHECK-PREREQUISITE
005070   PERFORM WRITE-RUN-START
005080   PERFORM LOAD-RECOVERY-PARAMETERS
005090   PERFORM FIND-GENERATION
005100   OPEN OUTPUT RECOVERY-REPORT
005110   DISPLAY RECOVERY-HEADING
005120   MOVE RECOVERY-HEADING TO RECOVERY-LINE
005130   WRITE RECOVERY-LINE
005140   MOVE CHOSEN-GENERATION TO PR-GEN-NUMBER
005150   MOVE GEN-STAMP-DATE TO PR-GEN-DATE
005160   MOVE GEN-STAMP-TIME TO PR-GEN-TIME
005170   MOVE CUT-STAMP-DATE TO PR-CUTOFF-DATE
005180   MOVE CUT-STAMP-TIME TO PR-CUTOFF-TIME
005190   DISPLAY PRINT-GENERATION-USED
005200   MOVE PRINT-GENERATION-USED TO RECOVERY-LINE
005210   WRITE RECOVERY-LINE
005220   DISPLAY EXCEPTION-HEADING
005230   MOVE EXCEPTION-HEADING TO RECOVERY-LINE
005240   WRITE RECOVERY-LINE
005250   DISPLAY EXCEPTION-COLUMN
005260   MOVE EXCEPTION-COLUMN TO RECOVERY-LINE
005270   WRITE RECOVERY-LINE
005280   PERFORM RESTORE-GENERATION
005290   PERFORM EXTRACT-REPLAY-EVENTS
005300   SORT REPLAY-SORT
005310     ON ASCENDING KEY RSW-DATE RSW-TIME RSW-SEQUENCE
005320     USING REPLAY-WORK-FILE GIVING REPLAY-SORTED-FILE
005330   OPEN I-O PRODUCT-MASTER
005340   OPEN I-O LOCATION-STOCK
005350   OPEN I-O CUSTOMER-MASTER
005360   OPEN I-O VENDOR-MASTER
005370   OPEN INPUT REPLAY-SORTED-FILE
005380   PERFORM READ-REPLAY-EVENT
005390   PERFORM APPLY-REPLAY-EVENT UNTIL EOF-REPLAY = "Y"
005400   CLOSE REPLAY-SORTED-FILE
005410   DISPLAY RECONCILE-HEADING
005420   MOVE RECONCILE-HEADING TO RECOVERY-LINE
005430   WRITE RECOVERY-LINE
005440   PERFORM RECONCILE-LOCATION-TOTALS
005450   PERFORM TOTAL-CUSTOMER-BALANCES
005460   CLOSE PRODUCT-MASTER
005470   CLOSE LOCATION-STOCK
005480   CLOSE CUSTOMER-MASTER
005490   CLOSE VENDOR-MASTER
005500   PERFORM PRINT-RECOVERY-TOTALS
005510   DISPLAY RECOVERY-FOOTING
005520   MOVE RECOVERY-FOOTING TO RECOVERY-LINE
005530   WRITE RECOVERY-LINE
005540   CLOSE RECOVERY-REPORT
005550   IF COUNT-EXCEPTIONS > 0
005560     MOVE 4 TO RETURN-CODE
005570   END-IF
005580   PERFORM WRITE-RUN-END
005590   STOP RUN.
005600 
005610 LOAD-RECOVERY-PARAMETERS.
005620   ACCEPT CUT-STAMP-DATE FROM DATE YYYYMMDD
005630   OPEN INPUT RECOVERY-PARAMETERS
005640   IF RECOVERY-PARM-STATUS = "00"
005650     READ RECOVERY-PARAMETERS
005660       AT END
005670         CONTINUE
005680       NOT AT END
005690         IF RCP-GENERATION IS NUMERIC
005700           MOVE RCP-GENERATION TO REQUESTED-GENERATION
005710         END-IF
005720         IF RCP-TO-DATE IS NUMERIC AND RCP-TO-DATE > 0
005730           MOVE RCP-TO-DATE TO CUT-STAMP-DATE
005740           IF RCP-TO-TIME IS NUMERIC
005750             MOVE RCP-TO-TIME TO CUT-STAMP-TIME
005760           END-IF
005770         END-IF
005780     END-READ
005790     CLOSE RECOVERY-PARAMETERS
005800   END-IF.
005810 
005820 FIND-GENERATION.
005830   OPEN INPUT BACKUP-GENERATIONS
005840   IF GENERATIONS-FILE-STATUS NOT = "00"
005850     DISPLAY "BACKUP GENERATION FILE NOT AVAILABLE - STATUS "
005860       GENERATIONS-FILE-STATUS
005870     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
005880     MOVE 12 TO RETURN-CODE
005890     PERFORM WRITE-RUN-END
005900     STOP RUN
005910   END-IF
005920   MOVE "N" TO EOF-GENERATIONS
005930   PERFORM READ-GENERATION-RECORD
005940   PERFORM CHECK-GENERATION-RECORD UNTIL EOF-GENERATIONS = "Y"
005950   CLOSE BACKUP-GENERATIONS
005960   IF NOT GENERATION-FOUND
005970     DISPLAY "BACKUP GENERATION " REQUESTED-GENERATION
005980       " NOT FOUND OR INCOMPLETE"
005990     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
006000     MOVE 12 TO RETURN-CODE
006010     PERFORM WRITE-RUN-END
006020     STOP RUN
006030   END-IF.
006040 
006050 READ-GENERATION-RECORD.
006060   READ BACKUP-GENERATIONS
006070     AT END
006080       MOVE "Y" TO EOF-GENERATIONS
006090   END-READ.
006100 
006110 CHECK-GENERATION-RECORD.
006120   IF BKG-IS-HEADER
006130     MOVE BKG-IMAGE TO GENERATION-HEADER-IMAGE
006140     MOVE BKG-GENERATION TO PENDING-GENERATION
006150     MOVE GNH-DATE TO PENDING-DATE
006160     MOVE GNH-TIME TO PENDING-TIME
006170   END-IF
006180   IF BKG-IS-TRAILER
006190     AND BKG-GENERATION = PENDING-GENERATION
006200     IF REQUESTED-GENERATION = 0
006210       OR REQUESTED-GENERATION = PENDING-GENERATION
006220       MOVE "Y" TO GENERATION-FOUND-SWITCH
006230       MOVE PENDING-GENERATION TO CHOSEN-GENERATION
006240       MOVE PENDING-DATE TO GEN-STAMP-DATE
006250       MOVE PENDING-TIME TO GEN-STAMP-TIME
006260       MOVE BKG-IMAGE TO CHOSEN-TRAILER-IMAGE
006270     END-IF
006280   END-IF
006290   PERFORM READ-GENERATION-RECORD.
006300 
006310 RESTORE-GENERATION.
006320   OPEN OUTPUT PRODUCT-MASTER
006330   OPEN OUTPUT LOCATION-STOCK
006340   OPEN OUTPUT CUSTOMER-MASTER
006350   OPEN OUTPUT VENDOR-MASTER
006360   IF MASTER-FILE-STATUS NOT = "00"
006370     OR LOCATION-FILE-STATUS NOT = "00"
006380     OR CUSTOMER-FILE-STATUS NOT = "00"
006390     OR VENDOR-FILE-STATUS NOT = "00"
006400     DISPLAY "MASTER FILE NOT WRITABLE - STATUS "
006410       MASTER-FILE-STATUS " " LOCATION-FILE-STATUS " "
006420       CUSTOMER-FILE-STATUS " " VENDOR-FILE-STATUS
006430     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
006440     MOVE 14 TO RETURN-CODE
006450     PERFORM WRITE-RUN-END
006460     STOP RUN
006470   END-IF
006480   OPEN INPUT BACKUP-GENERATIONS
006490   MOVE "N" TO EOF-GENERATIONS
006500   PERFORM READ-GENERATION-RECORD
006510   PERFORM RESTORE-ONE-RECORD UNTIL EOF-GENERATIONS = "Y"
006520   CLOSE BACKUP-GENERATIONS
006530   CLOSE PRODUCT-MASTER
006540   CLOSE LOCATION-STOCK
006550   CLOSE CUSTOMER-MASTER
006560   CLOSE VENDOR-MASTER
006570   MOVE GEN-STAMP-DATE TO PR-EXC-DATE
006580   MOVE GEN-STAMP-TIME TO PR-EXC-TIME
006590   MOVE "BACKUP" TO PR-EXC-SOURCE
006600   MOVE SPACES TO PR-EXC-KEY
006610   IF COUNT-PRODUCTS NOT = CHT-PRODUCT-COUNT
006620     MOVE "PRODUCT COUNT NOT AS SAVED" TO PR-EXC-REASON
006630     MOVE COUNT-PRODUCTS TO PR-EXC-REBUILT
006640     MOVE CHT-PRODUCT-COUNT TO PR-EXC-LOGGED
006650     PERFORM PRINT-EXCEPTION
006660   END-IF
006670   IF COUNT-LOCATIONS NOT = CHT-LOCATION-COUNT
006680     MOVE "LOCATION COUNT NOT AS SAVED" TO PR-EXC-REASON
006690     MOVE COUNT-LOCATIONS TO PR-EXC-REBUILT
006700     MOVE CHT-LOCATION-COUNT TO PR-EXC-LOGGED
006710     PERFORM PRINT-EXCEPTION
006720   END-IF
006730   IF COUNT-CUSTOMERS NOT = CHT-CUSTOMER-COUNT
006740     MOVE "CUSTOMER COUNT NOT AS SAVED" TO PR-EXC-REASON
006750     MOVE COUNT-CUSTOMERS TO PR-EXC-REBUILT
006760     MOVE CHT-CUSTOMER-COUNT TO PR-EXC-LOGGED
006770     PERFORM PRINT-EXCEPTION
006780   END-IF
006790   IF COUNT-VENDORS NOT = CHT-VENDOR-COUNT
006800     MOVE "VENDOR COUNT NOT AS SAVED" TO PR-EXC-REASON
006810     MOVE COUNT-VENDORS TO PR-EXC-REBUILT
006820     MOVE CHT-VENDOR-COUNT TO PR-EXC-LOGGED
006830     PERFORM PRINT-EXCEPTION
006840   END-IF.
006850 
006860 RESTORE-ONE-RECORD.
006870   IF BKG-GENERATION = CHOSEN-GENERATION
006880     EVALUATE TRUE
006890       WHEN BKG-IS-PRODUCT
006900         MOVE BKG-IMAGE TO MASTER-RECORD
006910         WRITE MASTER-RECORD
006920           INVALID KEY
006930             CONTINUE
006940           NOT INVALID KEY
006950             ADD 1 TO COUNT-PRODUCTS
006960         END-WRITE
006970       WHEN BKG-IS-LOCATION
006980         MOVE BKG-IMAGE TO LOCATION-STOCK-RECORD
006990         WRITE LOCATION-STOCK-RECORD
007000           INVALID KEY
007010             CONTINUE
007020           NOT INVALID KEY
007030             ADD 1 TO COUNT-LOCATIONS
007040         END-WRITE
007050       WHEN BKG-IS-CUSTOMER
007060         MOVE BKG-IMAGE TO CUSTOMER-RECORD
007070         WRITE CUSTOMER-RECORD
007080           INVALID KEY
007090             CONTINUE
007100           NOT INVALID KEY
007110             ADD 1 TO COUNT-CUSTOMERS
007120             ADD CUST-BALANCE TO BALANCE-AT-BACKUP
007130         END-WRITE
007140       WHEN BKG-IS-VENDOR
007150         MOVE BKG-IMAGE TO VENDOR-RECORD
007160         WRITE VENDOR-RECORD
007170           INVALID KEY
007180             CONTINUE
007190           NOT INVALID KEY
007200             ADD 1 TO COUNT-VENDORS
007210         END-WRITE
007220     END-EVALUATE
007230   END-IF
007240   PERFORM READ-GENERATION-RECORD.
007250 
007260 EXTRACT-REPLAY-EVENTS.
007270   OPEN OUTPUT REPLAY-WORK-FILE
007280   OPEN INPUT MOVEMENT-LEDGER
007290   IF LEDGER-FILE-STATUS = "00"
007300     MOVE "N" TO EOF-LOG
007310     PERFORM READ-LEDGER
007320     PERFORM EXTRACT-LEDGER-EVENT UNTIL EOF-LOG = "Y"
007330     CLOSE MOVEMENT-LEDGER
007340   ELSE
007350     DISPLAY "MOVEMENT LEDGER NOT AVAILABLE - NOT REPLAYED"
007360   END-IF
007370   OPEN INPUT AUDIT-LOG
007380   IF AUDIT-LOG-STATUS = "00"
007390     MOVE "N" TO EOF-LOG
007400     PERFORM READ-PRODUCT-AUDIT
007410     PERFORM EXTRACT-PRODUCT-EVENT UNTIL EOF-LOG = "Y"
007420     CLOSE AUDIT-LOG
007430   ELSE
007440     DISPLAY "PRODUCT AUDIT LOG NOT AVAILABLE - NOT REPLAYED"
007450   END-IF
007460   OPEN INPUT CUST-AUDIT-LOG
007470   IF CUST-AUDIT-STATUS = "00"
007480     MOVE "N" TO EOF-LOG
007490     PERFORM READ-CUSTOMER-AUDIT
007500     PERFORM EXTRACT-CUSTOMER-EVENT UNTIL EOF-LOG = "Y"
007510     CLOSE CUST-AUDIT-LOG
007520   ELSE
007530     DISPLAY "CUSTOMER AUDIT LOG NOT AVAILABLE - NOT REPLAYED"
007540   END-IF
007550   OPEN INPUT VEND-AUDIT-LOG
007560   IF VEND-AUDIT-STATUS = "00"
007570     MOVE "N" TO EOF-LOG
007580     PERFORM READ-VENDOR-AUDIT
007590     PERFORM EXTRACT-VENDOR-EVENT UNTIL EOF-LOG = "Y"
007600     CLOSE VEND-AUDIT-LOG
007610   ELSE
007620     DISPLAY "VENDOR AUDIT LOG NOT AVAILABLE - NOT REPLAYED"
007630   END-IF
007640   CLOSE REPLAY-WORK-FILE.
007650 
007660 READ-LEDGER.
007670   READ MOVEMENT-LEDGER
007680     AT END
007690       MOVE "Y" TO EOF-LOG
007700     NOT AT END
007710       ADD 1 TO COUNT-EVENTS-READ
007720   END-READ.
007730 
007740 EXTRACT-LEDGER-EVENT.
007750   MOVE LEDGER-RECORD TO LEDGER-REPLAY-LINE
007760   IF LED-DATE IS NUMERIC AND LED-TIME IS NUMERIC
007770     MOVE LED-DATE TO EVT-STAMP-DATE
007780     MOVE LED-TIME TO EVT-STAMP-TIME
007790     MOVE "L" TO EVENT-SOURCE
007800     MOVE LEDGER-RECORD TO RPL-IMAGE
007810     PERFORM SELECT-REPLAY-EVENT
007820   END-IF
007830   PERFORM READ-LEDGER.
007840 
007850 READ-PRODUCT-AUDIT.
007860   READ AUDIT-LOG
007870     AT END
007880       MOVE "Y" TO EOF-LOG
007890     NOT AT END
007900       ADD 1 TO COUNT-EVENTS-READ
007910   END-READ.
007920 
007930 EXTRACT-PRODUCT-EVENT.
007940   MOVE AUDIT-RECORD TO PRODUCT-AUDIT-LINE
007950   IF AUD-DATE IS NUMERIC AND AUD-TIME IS NUMERIC
007960     IF AUD-ACTION = "ADD" OR AUD-ACTION = "CHANGE"
007970       OR AUD-ACTION = "DELETE" OR AUD-ACTION = "COST"
007972       OR AUD-ACTION = "PRICE"
007980       MOVE AUD-DATE TO EVT-STAMP-DATE
007990       MOVE AUD-TIME TO EVT-STAMP-TIME
008000       MOVE "P" TO EVENT-SOURCE
008010       MOVE AUDIT-RECORD TO RPL-IMAGE
008020       PERFORM SELECT-REPLAY-EVENT
008030     END-IF
008040   END-IF
008050   PERFORM READ-PRODUCT-AUDIT.
008060 
008070 READ-CUSTOMER-AUDIT.
008080   READ CUST-AUDIT-LOG
008090     AT END
008100       MOVE "Y" TO EOF-LOG
008110     NOT AT END
008120       ADD 1 TO COUNT-EVENTS-READ
008130   END-READ.
008140 
008150 EXTRACT-CUSTOMER-EVENT.
008160   MOVE CUST-AUDIT-RECORD TO CUSTOMER-AUDIT-LINE
008170   IF CAUD-DATE IS NUMERIC AND CAUD-TIME IS NUMERIC
008180     IF CAUD-ACTION = "ADD" OR CAUD-ACTION = "CHANGE"
008190       OR CAUD-ACTION = "DELETE"
008200       MOVE CAUD-DATE TO EVT-STAMP-DATE
008210       MOVE CAUD-TIME TO EVT-STAMP-TIME
008220       MOVE "C" TO EVENT-SOURCE
008230       MOVE CUST-AUDIT-RECORD TO RPL-IMAGE
008240       PERFORM SELECT-REPLAY-EVENT
008250     END-IF
008260   END-IF
008270   PERFORM READ-CUSTOMER-AUDIT.
008280 
008290 READ-VENDOR-AUDIT.
008300   READ VEND-AUDIT-LOG
008310     AT END
008320       MOVE "Y" TO EOF-LOG
008330     NOT AT END
008340       ADD 1 TO COUNT-EVENTS-READ
008350   END-READ.
008360 
008370 EXTRACT-VENDOR-EVENT.
008380   MOVE VEND-AUDIT-RECORD TO VENDOR-AUDIT-LINE
008390   IF VAUD-DATE IS NUMERIC AND VAUD-TIME IS NUMERIC
008400     IF VAUD-ACTION = "ADD" OR VAUD-ACTION = "CHANGE"
008410       OR VAUD-ACTION = "DELETE"
008420       MOVE VAUD-DATE TO EVT-STAMP-DATE
008430       MOVE VAUD-TIME TO EVT-STAMP-TIME
008440       MOVE "V" TO EVENT-SOURCE
008450       MOVE VEND-AUDIT-RECORD TO RPL-IMAGE
008460       PERFORM SELECT-REPLAY-EVENT
008470     END-IF
008480   END-IF
008490   PERFORM READ-VENDOR-AUDIT.
008500 
008510 SELECT-REPLAY-EVENT.
008520   IF EVENT-STAMP > GENERATION-STAMP
008530     AND EVENT-STAMP NOT > CUTOFF-STAMP
008540     ADD 1 TO EVENT-SEQUENCE
008550     ADD 1 TO COUNT-EVENTS-SELECTED
008560     MOVE EVT-STAMP-DATE TO RPL-DATE
008570     MOVE EVT-STAMP-TIME TO RPL-TIME
008580     MOVE EVENT-SEQUENCE TO RPL-SEQUENCE
008590     MOVE EVENT-SOURCE TO RPL-SOURCE
008600     WRITE REPLAY-WORK-RECORD
008610   END-IF.
008620 
008630 READ-REPLAY-EVENT.
008640   READ REPLAY-SORTED-FILE
008650     AT END
008660       MOVE "Y" TO EOF-REPLAY
008670   END-READ.
008680 
008690 APPLY-REPLAY-EVENT.
008700   MOVE SRP-DATE TO PR-EXC-DATE
008710   MOVE SRP-TIME TO PR-EXC-TIME
008720   MOVE SPACES TO PR-EXC-KEY
008730   MOVE 0 TO PR-EXC-REBUILT
008740   MOVE 0 TO PR-EXC-LOGGED
008750   EVALUATE TRUE
008760     WHEN SRP-FROM-LEDGER
008770       MOVE "LEDGER" TO PR-EXC-SOURCE
008780       MOVE SRP-IMAGE TO LEDGER-REPLAY-LINE
008790       PERFORM APPLY-LEDGER-EVENT
008800     WHEN SRP-FROM-PRODUCT
008810       MOVE "PRODUCT" TO PR-EXC-SOURCE
008820       MOVE SRP-IMAGE TO PRODUCT-AUDIT-LINE
008830       PERFORM APPLY-PRODUCT-EVENT
008840     WHEN SRP-FROM-CUSTOMER
008850       MOVE "CUSTOMER" TO PR-EXC-SOURCE
008860       MOVE SRP-IMAGE TO CUSTOMER-AUDIT-LINE
008870       PERFORM APPLY-CUSTOMER-EVENT
008880     WHEN SRP-FROM-VENDOR
008890       MOVE "VENDOR" TO PR-EXC-SOURCE
008900       MOVE SRP-IMAGE TO VENDOR-AUDIT-LINE
008910       PERFORM APPLY-VENDOR-EVENT
008920   END-EVALUATE
008930   PERFORM READ-REPLAY-EVENT.
008940 
008950 APPLY-LEDGER-EVENT.
008960   MOVE LED-PRODUCT-ID TO PR-EXC-KEY
008970   IF LED-QUANTITY-BEFORE IS NOT NUMERIC
008980     OR LED-CHANGE-QUANTITY IS NOT NUMERIC
008990     OR LED-QUANTITY-AFTER IS NOT NUMERIC
009000     MOVE "LEDGER QUANTITY NOT NUMERIC" TO PR-EXC-REASON
009010     PERFORM PRINT-EXCEPTION
009020   ELSE
009030     MOVE LED-PRODUCT-ID TO MAST-PRODUCT-ID
009040     PERFORM READ-PRODUCT-RECORD
009050     IF RECORD-FOUND
009060       PERFORM REPLAY-LEDGER-QUANTITY
009070     ELSE
009080       MOVE "PRODUCT NOT ON MASTER" TO PR-EXC-REASON
009090       PERFORM PRINT-EXCEPTION
009100     END-IF
009110   END-IF.
009120 
009130 REPLAY-LEDGER-QUANTITY.
009140   IF MAST-QUANTITY NOT = LED-QUANTITY-BEFORE
009150     MOVE "QUANTITY BEFORE NOT AS LOGGED" TO PR-EXC-REASON
009160     MOVE MAST-QUANTITY TO PR-EXC-REBUILT
009170     MOVE LED-QUANTITY-BEFORE TO PR-EXC-LOGGED
009180     PERFORM PRINT-EXCEPTION
009190     ADD 1 TO COUNT-QUANTITY-BREAKS
009200     MOVE 0 TO PR-EXC-REBUILT
009210     MOVE 0 TO PR-EXC-LOGGED
009220   END-IF
009230   IF NOT LED-IS-TRANSFER
009240     MOVE LED-QUANTITY-AFTER TO MAST-QUANTITY
009250   END-IF
009260   IF LED-IS-RECEIPT AND LED-COST-UPDATED = "Y"
009270     AND LED-UNIT-COST IS NUMERIC
009280     IF LED-UNIT-COST > 0
009290       MOVE LED-UNIT-COST TO MAST-UNIT-COST
009300     END-IF
009310   END-IF
009320   REWRITE MASTER-RECORD
009330     INVALID KEY
009340       MOVE "PRODUCT NOT REWRITTEN" TO PR-EXC-REASON
009350       PERFORM PRINT-EXCEPTION
009360   END-REWRITE
009370   MOVE LED-CHANGE-QUANTITY TO REPLAY-CHANGE
009380   IF LED-IS-TRANSFER
009390     MOVE LED-LOCATION TO REPLAY-LOCATION
009400     COMPUTE REPLAY-CHANGE = 0 - LED-CHANGE-QUANTITY
009410     MOVE "Y" TO REPLAY-SEED-SWITCH
009420     PERFORM REPLAY-LOCATION-CHANGE
009430     MOVE LED-LOCATION-TO TO REPLAY-LOCATION
009440     MOVE LED-CHANGE-QUANTITY TO REPLAY-CHANGE
009450     MOVE "N" TO REPLAY-SEED-SWITCH
009460     PERFORM REPLAY-LOCATION-CHANGE
009470   ELSE
009480     MOVE LED-LOCATION TO REPLAY-LOCATION
009490     IF REPLAY-LOCATION = SPACES
009500       MOVE DEFAULT-LOCATION TO REPLAY-LOCATION
009510     END-IF
009520     IF LED-CHANGE-SIGN = "-"
009530       COMPUTE REPLAY-CHANGE = 0 - LED-CHANGE-QUANTITY
009540     END-IF
009550     MOVE "Y" TO REPLAY-SEED-SWITCH
009560     PERFORM REPLAY-LOCATION-CHANGE
009570   END-IF
009580   ADD 1 TO COUNT-LEDGER-APPLIED.
009590 
009600 REPLAY-LOCATION-CHANGE.
009610   MOVE 0 TO LOCATION-QUANTITY
009620   MOVE LED-PRODUCT-ID TO LOCST-PRODUCT-ID
009630   MOVE REPLAY-LOCATION TO LOCST-LOCATION
009640   READ LOCATION-STOCK
009650     INVALID KEY
009660       MOVE "N" TO RECORD-FOUND-SWITCH
009670     NOT INVALID KEY
009680       MOVE "Y" TO RECORD-FOUND-SWITCH
009690       MOVE LOCST-QUANTITY TO LOCATION-QUANTITY
009700   END-READ
009710   IF NOT RECORD-FOUND AND REPLAY-SEED-SWITCH = "Y"
009720     AND REPLAY-LOCATION = DEFAULT-LOCATION
009730     PERFORM CHECK-PRODUCT-HAS-LOCATIONS
009740     IF NOT LOCATION-SEEN
009750       MOVE LED-QUANTITY-BEFORE TO LOCATION-QUANTITY
009760     END-IF
009770     MOVE "N" TO RECORD-FOUND-SWITCH
009780   END-IF
009790   COMPUTE LOCATION-AFTER = LOCATION-QUANTITY + REPLAY-CHANGE
009800   IF LOCATION-AFTER < 0
009810     MOVE "LOCATION WOULD GO NEGATIVE" TO PR-EXC-REASON
009820     PERFORM PRINT-EXCEPTION
009830     MOVE 0 TO LOCATION-AFTER
009840   END-IF
009850   MOVE LED-PRODUCT-ID TO LOCST-PRODUCT-ID
009860   MOVE REPLAY-LOCATION TO LOCST-LOCATION
009870   MOVE LOCATION-AFTER TO LOCST-QUANTITY
009880   IF RECORD-FOUND
009890     REWRITE LOCATION-STOCK-RECORD
009900       INVALID KEY
009910         CONTINUE
009920     END-REWRITE
009930   ELSE
009940     WRITE LOCATION-STOCK-RECORD
009950       INVALID KEY
009960         CONTINUE
009970     END-WRITE
009980   END-IF.
009990 
010000 CHECK-PRODUCT-HAS-LOCATIONS.
010010   MOVE "N" TO LOCATION-SEEN-SWITCH
010020   MOVE "N" TO EOF-LOCATIONS
010030   MOVE LED-PRODUCT-ID TO LOCST-PRODUCT-ID
010040   MOVE SPACES TO LOCST-LOCATION
010050   START LOCATION-STOCK KEY NOT < LOCST-KEY
010060     INVALID KEY
010070       MOVE "Y" TO EOF-LOCATIONS
010080   END-START
010090   IF EOF-LOCATIONS NOT = "Y"
010100     READ LOCATION-STOCK NEXT RECORD
010110       AT END
010120         MOVE "Y" TO EOF-LOCATIONS
010130     END-READ
010140   END-IF
010150   IF EOF-LOCATIONS NOT = "Y"
010160     AND LOCST-PRODUCT-ID = LED-PRODUCT-ID
010170     MOVE "Y" TO LOCATION-SEEN-SWITCH
010180   END-IF.
010190 
010200 READ-PRODUCT-RECORD.
010210   READ PRODUCT-MASTER
010220     INVALID KEY
010230       MOVE "N" TO RECORD-FOUND-SWITCH
010240     NOT INVALID KEY
010250       MOVE "Y" TO RECORD-FOUND-SWITCH
010260   END-READ.
010270 
010280 APPLY-PRODUCT-EVENT.
010290   MOVE AUD-PRODUCT-ID TO PR-EXC-KEY
010300   MOVE AUD-PRODUCT-ID TO MAST-PRODUCT-ID
010310   PERFORM READ-PRODUCT-RECORD
010320   EVALUATE AUD-ACTION
010330     WHEN "ADD"
010340       IF RECORD-FOUND
010350         MOVE "ADD - ALREADY ON MASTER" TO PR-EXC-REASON
010360         PERFORM PRINT-EXCEPTION
010370       END-IF
010380       MOVE AUD-PRODUCT-ID TO MAST-PRODUCT-ID
010390       MOVE AUD-PRODUCT-NAME TO MAST-PRODUCT-NAME
010400       PERFORM SET-LOGGED-PRICE-QUANTITY
010410       MOVE 0 TO MAST-UNIT-COST
010420       PERFORM STORE-PRODUCT-RECORD
010430     WHEN "CHANGE"
010440       IF RECORD-FOUND
010450         IF AUD-PRODUCT-NAME NOT = SPACES
010460           MOVE AUD-PRODUCT-NAME TO MAST-PRODUCT-NAME
010470         END-IF
010480         PERFORM SET-LOGGED-PRICE-QUANTITY
010490         PERFORM STORE-PRODUCT-RECORD
010500       ELSE
010510         MOVE "CHANGE - NOT ON MASTER" TO PR-EXC-REASON
010520         PERFORM PRINT-EXCEPTION
010530       END-IF
010540     WHEN "COST"
010550       IF RECORD-FOUND
010560         IF AUD-NEW-COST = SPACES
010570           MOVE 0 TO MAST-UNIT-COST
010580         ELSE
010590           MOVE AUD-NEW-COST TO MAST-UNIT-COST
010600         END-IF
010610         PERFORM STORE-PRODUCT-RECORD
010620       ELSE
010630         MOVE "COST - NOT ON MASTER" TO PR-EXC-REASON
010631         PERFORM PRINT-EXCEPTION
010632       END-IF
010633     WHEN "PRICE"
010634       IF RECORD-FOUND
010635         IF AUD-NEW-PRICE NOT = SPACES
010636           MOVE AUD-NEW-PRICE TO MAST-PRICE
010637         END-IF
010638         PERFORM STORE-PRODUCT-RECORD
010639       ELSE
010640         MOVE "PRICE - NOT ON MASTER" TO PR-EXC-REASON
010641         PERFORM PRINT-EXCEPTION
010650       END-IF
010660     WHEN "DELETE"
010670       IF RECORD-FOUND
010680         DELETE PRODUCT-MASTER RECORD
010690           INVALID KEY
010700             CONTINUE
010710         END-DELETE
010720         ADD 1 TO COUNT-PRODUCT-APPLIED
010730       ELSE
010740         MOVE "DELETE - NOT ON MASTER" TO PR-EXC-REASON
010750         PERFORM PRINT-EXCEPTION
010760       END-IF
010770   END-EVALUATE.
010780 
010790 SET-LOGGED-PRICE-QUANTITY.
010800   IF AUD-NEW-PRICE = SPACES
010810     MOVE 0 TO MAST-PRICE
010820   ELSE
010830     MOVE AUD-NEW-PRICE TO MAST-PRICE
010840   END-IF
010850   IF AUD-NEW-QUANTITY = SPACES
010860     MOVE 0 TO MAST-QUANTITY
010870   ELSE
010880     MOVE AUD-NEW-QUANTITY TO MAST-QUANTITY
010890   END-IF.
010900 
010910 STORE-PRODUCT-RECORD.
010920   IF RECORD-FOUND
010930     REWRITE MASTER-RECORD
010940       INVALID KEY
010950         CONTINUE
010960     END-REWRITE
010970   ELSE
010980     WRITE MASTER-RECORD
010990       INVALID KEY
011000         CONTINUE
011010     END-WRITE
011020   END-IF
011030   ADD 1 TO COUNT-PRODUCT-APPLIED.
011040 
011050 APPLY-CUSTOMER-EVENT.
011060   MOVE CAUD-CUSTOMER-ID TO PR-EXC-KEY
011070   MOVE CAUD-CUSTOMER-ID TO CUST-CUSTOMER-ID
011080   READ CUSTOMER-MASTER
011090     INVALID KEY
011100       MOVE "N" TO RECORD-FOUND-SWITCH
011110     NOT INVALID KEY
011120       MOVE "Y" TO RECORD-FOUND-SWITCH
011130   END-READ
011140   EVALUATE CAUD-ACTION
011150     WHEN "ADD"
011160       IF RECORD-FOUND
011170         MOVE "ADD - ALREADY ON MASTER" TO PR-EXC-REASON
011180         PERFORM PRINT-EXCEPTION
011190       END-IF
011200       MOVE CAUD-CUSTOMER-ID TO CUST-CUSTOMER-ID
011210       MOVE CAUD-NEW-NAME TO CUST-CUSTOMER-NAME
011220       PERFORM SET-LOGGED-LIMIT-HOLD
011230       PERFORM SET-LOGGED-BALANCE
011240       PERFORM STORE-CUSTOMER-RECORD
011250     WHEN "CHANGE"
011260       IF RECORD-FOUND
011270         PERFORM SET-LOGGED-LIMIT-HOLD
011280         IF CAUD-NEW-NAME NOT = SPACES
011290           MOVE CAUD-NEW-NAME TO CUST-CUSTOMER-NAME
011300           PERFORM SET-LOGGED-BALANCE
011310         ELSE
011320           MOVE "CHANGE LOGGED WITHOUT BALANCE" TO PR-EXC-REASON
011330           PERFORM PRINT-EXCEPTION
011340         END-IF
011350         PERFORM STORE-CUSTOMER-RECORD
011360       ELSE
011370         MOVE "CHANGE - NOT ON MASTER" TO PR-EXC-REASON
011380         PERFORM PRINT-EXCEPTION
011390       END-IF
011400     WHEN "DELETE"
011410       IF RECORD-FOUND
011420         DELETE CUSTOMER-MASTER RECORD
011430           INVALID KEY
011440             CONTINUE
011450         END-DELETE
011460         ADD 1 TO COUNT-CUSTOMER-APPLIED
011470       ELSE
011480         MOVE "DELETE - NOT ON MASTER" TO PR-EXC-REASON
011490         PERFORM PRINT-EXCEPTION
011500       END-IF
011510   END-EVALUATE.
011520 
011530 SET-LOGGED-LIMIT-HOLD.
011540   IF CAUD-NEW-LIMIT = SPACES
011550     MOVE 0 TO CUST-CREDIT-LIMIT
011560   ELSE
011570     MOVE CAUD-NEW-LIMIT TO CUST-CREDIT-LIMIT
011580   END-IF
011590   MOVE CAUD-NEW-HOLD TO CUST-HOLD-FLAG.
011600 
011610 SET-LOGGED-BALANCE.
011620   IF CAUD-NEW-BALANCE = SPACES
011630     MOVE 0 TO CUST-BALANCE
011640   ELSE
011650     MOVE CAUD-NEW-BALANCE TO CUST-BALANCE
011660   END-IF.
011670 
011680 STORE-CUSTOMER-RECORD.
011690   IF RECORD-FOUND
011700     REWRITE CUSTOMER-RECORD
011710       INVALID KEY
011720         CONTINUE
011730     END-REWRITE
011740   ELSE
011750     WRITE CUSTOMER-RECORD
011760       INVALID KEY
011770         CONTINUE
011780     END-WRITE
011790   END-IF
011800   ADD 1 TO COUNT-CUSTOMER-APPLIED.
011810 
011820 APPLY-VENDOR-EVENT.
011830   MOVE VAUD-PRODUCT-ID TO PR-EXC-KEY
011840   MOVE VAUD-PRODUCT-ID TO VEND-PRODUCT-ID
011850   READ VENDOR-MASTER
011860     INVALID KEY
011870       MOVE "N" TO RECORD-FOUND-SWITCH
011880     NOT INVALID KEY
011890       MOVE "Y" TO RECORD-FOUND-SWITCH
011900   END-READ
011910   EVALUATE VAUD-ACTION
011920     WHEN "ADD"
011930       IF RECORD-FOUND
011940         MOVE "ADD - ALREADY ON MASTER" TO PR-EXC-REASON
011950         PERFORM PRINT-EXCEPTION
011960       END-IF
011970       MOVE VAUD-PRODUCT-ID TO VEND-PRODUCT-ID
011980       MOVE VAUD-NEW-VENDOR-NAME TO VEND-VENDOR-NAME
011990       PERFORM SET-LOGGED-VENDOR-TERMS
012000       PERFORM STORE-VENDOR-RECORD
012010     WHEN "CHANGE"
012020       IF RECORD-FOUND
012030         IF VAUD-NEW-VENDOR-NAME NOT = SPACES
012040           MOVE VAUD-NEW-VENDOR-NAME TO VEND-VENDOR-NAME
012050         END-IF
012060         PERFORM SET-LOGGED-VENDOR-TERMS
012070         PERFORM STORE-VENDOR-RECORD
012080       ELSE
012090         MOVE "CHANGE - NOT ON MASTER" TO PR-EXC-REASON
012100         PERFORM PRINT-EXCEPTION
012110       END-IF
012120     WHEN "DELETE"
012130       IF RECORD-FOUND
012140         DELETE VENDOR-MASTER RECORD
012150           INVALID KEY
012160             CONTINUE
012170         END-DELETE
012180         ADD 1 TO COUNT-VENDOR-APPLIED
012190       ELSE
012200         MOVE "DELETE - NOT ON MASTER" TO PR-EXC-REASON
012210         PERFORM PRINT-EXCEPTION
012220       END-IF
012230   END-EVALUATE.
012240 
012250 SET-LOGGED-VENDOR-TERMS.
012260   MOVE VAUD-NEW-VENDOR-ID TO VEND-VENDOR-ID
012270   IF VAUD-NEW-MULTIPLE = SPACES
012280     MOVE 0 TO VEND-ORDER-MULTIPLE
012290   ELSE
012300     MOVE VAUD-NEW-MULTIPLE TO VEND-ORDER-MULTIPLE
012310   END-IF
012320   IF VAUD-NEW-LEAD-TIME = SPACES
012330     MOVE 0 TO VEND-LEAD-TIME
012340   ELSE
012350     MOVE VAUD-NEW-LEAD-TIME TO VEND-LEAD-TIME
012360   END-IF.
012370 
012380 STORE-VENDOR-RECORD.
012390   IF RECORD-FOUND
012400     REWRITE VENDOR-RECORD
012410       INVALID KEY
012420         CONTINUE
012430     END-REWRITE
012440   ELSE
012450     WRITE VENDOR-RECORD
012460       INVALID KEY
012470         CONTINUE
012480     END-WRITE
012490   END-IF
012500   ADD 1 TO COUNT-VENDOR-APPLIED.
012510 
012520 PRINT-EXCEPTION.
012530   ADD 1 TO COUNT-EXCEPTIONS
012540   DISPLAY PRINT-EXCEPTION-LINE
012550   MOVE PRINT-EXCEPTION-LINE TO RECOVERY-LINE
012560   WRITE RECOVERY-LINE.
012570 
012580 RECONCILE-LOCATION-TOTALS.
012590   MOVE 0 TO PR-EXC-DATE
012600   MOVE 0 TO PR-EXC-TIME
012610   MOVE "REBUILT" TO PR-EXC-SOURCE
012620   MOVE LOW-VALUES TO MAST-PRODUCT-ID
012630   MOVE "N" TO EOF-MASTER
012640   START PRODUCT-MASTER KEY NOT < MAST-PRODUCT-ID
012650     INVALID KEY
012660       MOVE "Y" TO EOF-MASTER
012670   END-START
012680   IF EOF-MASTER NOT = "Y"
012690     PERFORM READ-NEXT-PRODUCT
012700   END-IF
012710   PERFORM RECONCILE-ONE-PRODUCT UNTIL EOF-MASTER = "Y".
012720 
012730 READ-NEXT-PRODUCT.
012740   READ PRODUCT-MASTER NEXT RECORD
012750     AT END
012760       MOVE "Y" TO EOF-MASTER
012770   END-READ.
012780 
012790 RECONCILE-ONE-PRODUCT.
012800   MOVE MAST-PRODUCT-ID TO RECONCILE-PRODUCT-ID
012810   MOVE 0 TO LOCATION-TOTAL
012820   MOVE "N" TO LOCATION-SEEN-SWITCH
012830   MOVE "N" TO EOF-LOCATIONS
012840   MOVE MAST-PRODUCT-ID TO LOCST-PRODUCT-ID
012850   MOVE SPACES TO LOCST-LOCATION
012860   START LOCATION-STOCK KEY NOT < LOCST-KEY
012870     INVALID KEY
012880       MOVE "Y" TO EOF-LOCATIONS
012890   END-START
012900   IF EOF-LOCATIONS NOT = "Y"
012910     PERFORM READ-NEXT-LOCATION
012920   END-IF
012930   PERFORM ADD-ONE-LOCATION UNTIL EOF-LOCATIONS = "Y"
012940   IF LOCATION-SEEN AND LOCATION-TOTAL NOT = MAST-QUANTITY
012950     MOVE RECONCILE-PRODUCT-ID TO PR-EXC-KEY
012960     MOVE "LOCATIONS DIFFER FROM MASTER" TO PR-EXC-REASON
012970     MOVE LOCATION-TOTAL TO PR-EXC-REBUILT
012980     MOVE MAST-QUANTITY TO PR-EXC-LOGGED
012990     PERFORM PRINT-EXCEPTION
013000     ADD 1 TO COUNT-LOCATION-DIFFS
013010   END-IF
013020   PERFORM READ-NEXT-PRODUCT.
013030 
013040 READ-NEXT-LOCATION.
013050   READ LOCATION-STOCK NEXT RECORD
013060     AT END
013070       MOVE "Y" TO EOF-LOCATIONS
013080   END-READ
013090   IF EOF-LOCATIONS NOT = "Y"
013100     AND LOCST-PRODUCT-ID NOT = RECONCILE-PRODUCT-ID
013110     MOVE "Y" TO EOF-LOCATIONS
013120   END-IF.
013130 
013140 ADD-ONE-LOCATION.
013150   MOVE "Y" TO LOCATION-SEEN-SWITCH
013160   ADD LOCST-QUANTITY TO LOCATION-TOTAL
013170   PERFORM READ-NEXT-LOCATION.
013180 
013190 TOTAL-CUSTOMER-BALANCES.
013200   MOVE LOW-VALUES TO CUST-CUSTOMER-ID
013210   MOVE "N" TO EOF-CUSTOMERS
013220   START CUSTOMER-MASTER KEY NOT < CUST-CUSTOMER-ID
013230     INVALID KEY
013240       MOVE "Y" TO EOF-CUSTOMERS
013250   END-START
013260   IF EOF-CUSTOMERS NOT = "Y"
013270     PERFORM READ-NEXT-CUSTOMER
013280   END-IF
013290   PERFORM ADD-ONE-CUSTOMER UNTIL EOF-CUSTOMERS = "Y".
013300 
013310 READ-NEXT-CUSTOMER.
013320   READ CUSTOMER-MASTER NEXT RECORD
013330     AT END
013340       MOVE "Y" TO EOF-CUSTOMERS
013350   END-READ.
013360 
013370 ADD-ONE-CUSTOMER.
013380   ADD CUST-BALANCE TO BALANCE-REBUILT
013390   PERFORM READ-NEXT-CUSTOMER.
013400 
013410 PRINT-RECOVERY-TOTALS.
013420   MOVE "TOTAL PRODUCTS RESTORED : " TO PR-COUNT-LABEL
013430   MOVE COUNT-PRODUCTS TO PR-COUNT-VALUE
013440   PERFORM PRINT-COUNT-LINE
013450   MOVE "TOTAL LOCATION RECORDS RESTORED : " TO PR-COUNT-LABEL
013460   MOVE COUNT-LOCATIONS TO PR-COUNT-VALUE
013470   PERFORM PRINT-COUNT-LINE
013480   MOVE "TOTAL CUSTOMERS RESTORED : " TO PR-COUNT-LABEL
013490   MOVE COUNT-CUSTOMERS TO PR-COUNT-VALUE
013500   PERFORM PRINT-COUNT-LINE
013510   MOVE "TOTAL VENDOR RECORDS RESTORED : " TO PR-COUNT-LABEL
013520   MOVE COUNT-VENDORS TO PR-COUNT-VALUE
013530   PERFORM PRINT-COUNT-LINE
013540   MOVE "TOTAL LOG RECORDS READ : " TO PR-COUNT-LABEL
013550   MOVE COUNT-EVENTS-READ TO PR-COUNT-VALUE
013560   PERFORM PRINT-COUNT-LINE
013570   MOVE "TOTAL EVENTS IN REPLAY WINDOW : " TO PR-COUNT-LABEL
013580   MOVE COUNT-EVENTS-SELECTED TO PR-COUNT-VALUE
013590   PERFORM PRINT-COUNT-LINE
013600   MOVE "TOTAL LEDGER MOVEMENTS REPLAYED : " TO PR-COUNT-LABEL
013610   MOVE COUNT-LEDGER-APPLIED TO PR-COUNT-VALUE
013620   PERFORM PRINT-COUNT-LINE
013630   MOVE "TOTAL PRODUCT CHANGES REPLAYED : " TO PR-COUNT-LABEL
013640   MOVE COUNT-PRODUCT-APPLIED TO PR-COUNT-VALUE
013650   PERFORM PRINT-COUNT-LINE
013660   MOVE "TOTAL CUSTOMER CHANGES REPLAYED : " TO PR-COUNT-LABEL
013670   MOVE COUNT-CUSTOMER-APPLIED TO PR-COUNT-VALUE
013680   PERFORM PRINT-COUNT-LINE
013690   MOVE "TOTAL VENDOR CHANGES REPLAYED : " TO PR-COUNT-LABEL
013700   MOVE COUNT-VENDOR-APPLIED TO PR-COUNT-VALUE
013710   PERFORM PRINT-COUNT-LINE
013720   MOVE "TOTAL QUANTITY BREAKS : " TO PR-COUNT-LABEL
013730   MOVE COUNT-QUANTITY-BREAKS TO PR-COUNT-VALUE
013740   PERFORM PRINT-COUNT-LINE
013750   MOVE "TOTAL LOCATION DIFFERENCES : " TO PR-COUNT-LABEL
013760   MOVE COUNT-LOCATION-DIFFS TO PR-COUNT-VALUE
013770   PERFORM PRINT-COUNT-LINE
013780   MOVE "TOTAL REPLAY EXCEPTIONS : " TO PR-COUNT-LABEL
013790   MOVE COUNT-EXCEPTIONS TO PR-COUNT-VALUE
013800   PERFORM PRINT-COUNT-LINE
013810   MOVE "CUSTOMER BALANCE AT BACKUP : " TO PR-AMOUNT-LABEL
013820   MOVE BALANCE-AT-BACKUP TO PR-AMOUNT-VALUE
013830   PERFORM PRINT-AMOUNT-LINE
013840   MOVE "CUSTOMER BALANCE REBUILT : " TO PR-AMOUNT-LABEL
013850   MOVE BALANCE-REBUILT TO PR-AMOUNT-VALUE
013860   PERFORM PRINT-AMOUNT-LINE
013870   DISPLAY BALANCE-NOTE-LINE
013880   MOVE BALANCE-NOTE-LINE TO RECOVERY-LINE
013890   WRITE RECOVERY-LINE.
013900 
013910 PRINT-COUNT-LINE.
013920   DISPLAY PRINT-RECOVERY-COUNT
013930   MOVE PRINT-RECOVERY-COUNT TO RECOVERY-LINE
013940   WRITE RECOVERY-LINE.
013950 
013960 PRINT-AMOUNT-LINE.
013970   DISPLAY PRINT-RECOVERY-AMOUNT
013980   MOVE PRINT-RECOVERY-AMOUNT TO RECOVERY-LINE
013990   WRITE RECOVERY-LINE.
014000 
014010 CHECK-PREREQUISITE.
014020   PERFORM LOAD-PREREQ-PARAMETERS
014030   IF PREREQUISITE-PROGRAM NOT = SPACES
014040     PERFORM SCAN-RUN-LOG
014050     IF PREREQ-START-OPEN
014060       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
014070         " STILL RUNNING OR ABENDED - RUN ABORTED"
014080       MOVE 16 TO RETURN-CODE
014090       STOP RUN
014100     END-IF
014110     IF NOT PREREQ-END-OK
014120       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
014130         " HAS NOT COMPLETED TODAY - RUN ABORTED"
014140       MOVE 16 TO RETURN-CODE
014150       STOP RUN
014160     END-IF
014170   END-IF.
014180 
014190 LOAD-PREREQ-PARAMETERS.
014200   OPEN INPUT PREREQ-PARAMETERS
014210   IF PREREQ-PARM-STATUS = "00"
014220     PERFORM READ-PREREQ-PARM
014230     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
014240     CLOSE PREREQ-PARAMETERS
014250   END-IF.
014260 
014270 READ-PREREQ-PARM.
014280   READ PREREQ-PARAMETERS
014290     AT END
014300       MOVE "Y" TO EOF-PREREQ-PARMS
014310   END-READ.
014320 
014330 FIND-OWN-PREREQ.
014340   IF PRQ-PROGRAM-ID = "MSTRECV"
014350     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
014360   END-IF
014370   PERFORM READ-PREREQ-PARM.
014380 
014390 SCAN-RUN-LOG.
014400   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
014410   MOVE "N" TO PREREQ-OPEN-START-SWITCH
014420   MOVE "N" TO PREREQ-END-OK-SWITCH
014430   MOVE "N" TO EOF-RUN-LOG-SCAN
014440   OPEN INPUT RUN-LOG
014450   IF RUN-LOG-STATUS = "00"
014460     PERFORM READ-RUN-LOG-SCAN
014470     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
014480     CLOSE RUN-LOG
014490   ELSE
014500     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
014510   END-IF.
014520 
014530 READ-RUN-LOG-SCAN.
014540   READ RUN-LOG
014550     AT END
014560       MOVE "Y" TO EOF-RUN-LOG-SCAN
014570   END-READ.
014580 
014590 CHECK-ONE-LOG-RECORD.
014600   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
014610   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
014620     AND SCAN-DATE = PREREQ-CHECK-DATE
014630     EVALUATE SCAN-EVENT
014640       WHEN "START"
014650         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
014660       WHEN "END"
014670         MOVE "N" TO PREREQ-OPEN-START-SWITCH
014680         IF SCAN-RETURN-CODE IS NUMERIC
014690           AND SCAN-RETURN-CODE = 0
014700           MOVE "Y" TO PREREQ-END-OK-SWITCH
014710         END-IF
014720     END-EVALUATE
014730   END-IF
014740   PERFORM READ-RUN-LOG-SCAN.
014750 
014760 WRITE-RUN-START.
014770   MOVE "START" TO RUN-EVENT
014780   PERFORM WRITE-RUN-LOG-RECORD.
014790 
014800 WRITE-RUN-END.
014810   MOVE "END" TO RUN-EVENT
014820   PERFORM WRITE-RUN-LOG-RECORD.
014830 
014840 WRITE-RUN-LOG-RECORD.
014850   ACCEPT RUN-DATE FROM DATE YYYYMMDD
014860   ACCEPT RUN-TIME-OF-DAY FROM TIME
014870   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
014880   MOVE COUNT-EVENTS-READ TO RUN-RECORDS-READ
014890   MOVE 0 TO RUN-REJECTS
014900   MOVE 0 TO RUN-DUPLICATES
014910   MOVE COUNT-EXCEPTIONS TO RUN-VARIANCES
014920   MOVE RETURN-CODE TO RUN-RETURN-CODE
014930   OPEN EXTEND RUN-LOG
014940   IF RUN-LOG-STATUS NOT = "00"
014950     OPEN OUTPUT RUN-LOG
014960   END-IF
014970   IF RUN-LOG-STATUS NOT = "00"
014980     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
014990     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
015000     MOVE 14 TO RETURN-CODE
015010     STOP RUN
015020   END-IF
015030   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
015040   WRITE RUN-LOG-RECORD
015050   CLOSE RUN-LOG.
015060 END PROGRAM MSTRECV.
