000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   GLJRNL.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT SALES-JOURNAL ASSIGN TO FILE56
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS SALES-JOURNAL-STATUS.
000110 
000120   SELECT MOVEMENT-LEDGER ASSIGN TO FILE16
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS LEDGER-FILE-STATUS.
000150 
000160   SELECT GL-PARAMETERS ASSIGN TO FILE95
000170     ORGANIZATION LINE SEQUENTIAL
000180     FILE STATUS IS GL-PARM-STATUS.
000190 
000200   SELECT ACCOUNT-MAP-FILE ASSIGN TO FILE96
000210     ORGANIZATION LINE SEQUENTIAL
000220     FILE STATUS IS ACCOUNT-MAP-STATUS.
000230 
000240   SELECT JOURNAL-WORK-FILE ASSIGN TO FILE97
000250     ORGANIZATION LINE SEQUENTIAL
000260     FILE STATUS IS JOURNAL-WORK-STATUS.
000270 
000280   SELECT JOURNAL-SORTED-FILE ASSIGN TO FILE98
000290     ORGANIZATION LINE SEQUENTIAL
000300     FILE STATUS IS JOURNAL-SORTED-STATUS.
000310 
000320   SELECT JOURNAL-WORK ASSIGN TO WORK06.
000330 
000340   SELECT JOURNAL-PROOF ASSIGN TO FILE99
000350     ORGANIZATION LINE SEQUENTIAL.
000360 
000370   SELECT GL-JOURNAL ASSIGN TO FILE100
000380     ORGANIZATION LINE SEQUENTIAL
000390     FILE STATUS IS GL-JOURNAL-STATUS.
000400 
000410   SELECT RUN-LOG ASSIGN TO FILE20
000420     ORGANIZATION LINE SEQUENTIAL
000430     FILE STATUS IS RUN-LOG-STATUS.
000440 
000450   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000460     ORGANIZATION LINE SEQUENTIAL
000470     FILE STATUS IS PREREQ-PARM-STATUS.
000480 
000490 
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD SALES-JOURNAL.
000530 01 SALES-JOURNAL-RECORD.
000540   02 SJR-INVOICE-NO    PIC 9(6).
000550   02 SJR-CUSTOMER-ID   PIC X(6).
000560   02 SJR-PRODUCT-ID    PIC X(4).
000570   02 SJR-QUANTITY      PIC 9(5).
000580   02 SJR-VALUE         PIC 9(9)V99.
000590   02 SJR-DATE          PIC 9(8).
000600   02 SJR-SIGN          PIC X(1).
000610     88 SJR-IS-CREDIT   VALUE "-".
000620   02 SJR-ORIG-INVOICE-NO PIC 9(6).
000630   02 SJR-COST          PIC 9(9)V99.
000640 
000650 FD MOVEMENT-LEDGER.
000660 01 LEDGER-RECORD.
000670   02 LED-DATE            PIC 9(8).
000680   02 FILLER              PIC X.
000690   02 LED-TIME            PIC 9(6).
000700   02 FILLER              PIC X.
000710   02 LED-PRODUCT-ID      PIC X(4).
000720   02 FILLER              PIC X.
000730   02 LED-MOVE-TYPE       PIC X(1).
000740   02 FILLER              PIC X.
000750   02 LED-QUANTITY-BEFORE PIC 9(5).
000760   02 FILLER              PIC X.
000770   02 LED-CHANGE-SIGN     PIC X(1).
000780   02 LED-CHANGE-QUANTITY PIC 9(5).
000790   02 FILLER              PIC X.
000800   02 LED-QUANTITY-AFTER  PIC 9(5).
000810   02 FILLER              PIC X.
000820   02 LED-REFERENCE       PIC X(8).
000830   02 FILLER              PIC X.
000840   02 LED-LOCATION        PIC X(2).
000850   02 FILLER              PIC X.
000860   02 LED-LOCATION-TO     PIC X(2).
000870   02 FILLER              PIC X.
000880   02 LED-UNIT-COST       PIC 9(4)V99.
000890   02 FILLER              PIC X(37).
000900 
000910 FD GL-PARAMETERS.
000920 01 GL-PARM-RECORD.
000930   02 GLP-PERIOD          PIC 9(6).
000940   02 GLP-DATE-FROM       PIC 9(8).
000950   02 GLP-DATE-TO         PIC 9(8).
000960 
000970 FD ACCOUNT-MAP-FILE.
000980 01 ACCOUNT-MAP-RECORD.
000990   02 ACM-SOURCE          PIC X(3).
001000   02 ACM-GROUP-ID        PIC X(2).
001010   02 ACM-DEBIT-ACCOUNT   PIC X(8).
001020   02 ACM-CREDIT-ACCOUNT  PIC X(8).
001030 
001040 FD JOURNAL-WORK-FILE.
001050 01 JOURNAL-WORK-RECORD.
001060   02 GLJ-PERIOD          PIC 9(6).
001070   02 GLJ-ACCOUNT         PIC X(8).
001080   02 GLJ-SOURCE          PIC X(3).
001090   02 GLJ-REFERENCE       PIC X(8).
001100   02 GLJ-GROUP-ID        PIC X(2).
001110   02 GLJ-PRODUCT-ID      PIC X(4).
001120   02 GLJ-DATE            PIC 9(8).
001130   02 GLJ-DEBIT-CREDIT    PIC X(1).
001140     88 GLJ-IS-DEBIT     VALUE "D".
001150   02 GLJ-AMOUNT          PIC 9(9)V99.
001160 
001170 FD JOURNAL-SORTED-FILE.
001180 01 JOURNAL-SORTED-RECORD.
001190   02 GLS-PERIOD          PIC 9(6).
001200   02 GLS-ACCOUNT         PIC X(8).
001210   02 GLS-SOURCE          PIC X(3).
001220   02 GLS-REFERENCE       PIC X(8).
001230   02 GLS-GROUP-ID        PIC X(2).
001240   02 GLS-PRODUCT-ID      PIC X(4).
001250   02 GLS-DATE            PIC 9(8).
001260   02 GLS-DEBIT-CREDIT    PIC X(1).
001270     88 GLS-IS-DEBIT     VALUE "D".
001280   02 GLS-AMOUNT          PIC 9(9)V99.
001290 
001300 SD JOURNAL-WORK.
001310 01 JOURNAL-SORT-RECORD.
001320   02 GLW-PERIOD          PIC 9(6).
001330   02 GLW-ACCOUNT         PIC X(8).
001340   02 GLW-SOURCE          PIC X(3).
001350   02 GLW-REST            PIC X(34).
001360 
001370 FD JOURNAL-PROOF.
001380 01 PROOF-LINE             PIC X(100).
001390 
001400 FD GL-JOURNAL.
001410 01 GL-JOURNAL-RECORD      PIC X(51).
001420 
001430 FD RUN-LOG.
001440 01 RUN-LOG-RECORD         PIC X(80).
001450 
001460 FD PREREQ-PARAMETERS.
001470 01 PREREQ-PARM-RECORD.
001480   02 PRQ-PROGRAM-ID      PIC X(8).
001490   02 FILLER              PIC X.
001500   02 PRQ-PREDECESSOR     PIC X(8).
001510 
001520 
001530 WORKING-STORAGE SECTION.
001540 01 PROOF-HEADING.
001550   02 FILLER PIC X(88)
001560     VALUE "        ****** GL JOURNAL PROOF ******".
001570 
001580 01 SOURCE-HEADING.
001590   02 FILLER PIC X(88)
001600     VALUE "        ****** JOURNAL TOTALS BY SOURCE ******".
001610 
001620 01 PROOF-FOOTING PIC X(88)
001630   VALUE "        ******  END OF GL JOURNAL PROOF  ******".
001640 
001650 01 PRINT-PERIOD-LINE.
001660   02 FILLER               PIC X(16) VALUE "POSTING PERIOD ".
001670   02 PR-PERIOD            PIC 9(6).
001680   02 FILLER               PIC X(14) VALUE "   DATES FROM ".
001690   02 PR-PERIOD-FROM       PIC 9(8).
001700   02 FILLER               PIC X(4)  VALUE " TO ".
001710   02 PR-PERIOD-TO         PIC 9(8).
001720 
001730 01 PROOF-COLUMN.
001740   02 FILLER                PIC X(8)  VALUE "ACCOUNT".
001750   02 FILLER                PIC XX VALUE SPACES.
001760   02 FILLER                PIC X(6)  VALUE "SOURCE".
001770   02 FILLER                PIC XX VALUE SPACES.
001780   02 FILLER                PIC X(5)  VALUE "LINES".
001790   02 FILLER                PIC X(11) VALUE SPACES.
001800   02 FILLER                PIC X(6)  VALUE "DEBITS".
001810   02 FILLER                PIC X(10) VALUE SPACES.
001820   02 FILLER                PIC X(7)  VALUE "CREDITS".
001830 
001840 01 PRINT-PROOF-DETAIL.
001850   02 PR-PRF-ACCOUNT       PIC X(8).
001860   02 FILLER               PIC XX VALUE SPACES.
001870   02 PR-PRF-SOURCE        PIC X(6).
001880   02 FILLER               PIC XX VALUE SPACES.
001890   02 PR-PRF-LINES         PIC ZZ,ZZ9.
001900   02 FILLER               PIC XX VALUE SPACES.
001910   02 PR-PRF-DEBITS        PIC ZZZ,ZZZ,ZZ9.99.
001920   02 FILLER               PIC XX VALUE SPACES.
001930   02 PR-PRF-CREDITS       PIC ZZZ,ZZZ,ZZ9.99.
001940 
001950 01 PRINT-BATCH-DEBITS.
001960   02 FILLER                PIC X(22)
001970     VALUE "TOTAL DEBITS : ".
001980   02 PR-BATCH-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001990 
002000 01 PRINT-BATCH-CREDITS.
002010   02 FILLER                PIC X(22)
002020     VALUE "TOTAL CREDITS : ".
002030   02 PR-BATCH-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002040 
002050 01 PRINT-LINES-WRITTEN.
002060   02 FILLER                PIC X(30)
002070     VALUE "TOTAL JOURNAL LINES : ".
002080   02 PR-COUNT-WRITTEN      PIC ZZ,ZZ9 BLANK WHEN ZERO.
002090 
002100 01 PRINT-UNMAPPED-COUNT.
002110   02 FILLER                PIC X(30)
002120     VALUE "TOTAL POSTINGS NOT MAPPED : ".
002130   02 PR-COUNT-UNMAPPED     PIC ZZ,ZZ9 BLANK WHEN ZERO.
002140 
002150 01 PRINT-NO-COST-COUNT.
002160   02 FILLER                PIC X(30)
002170     VALUE "TOTAL LINES WITH NO COST : ".
002180   02 PR-COUNT-NO-COST      PIC ZZ,ZZ9 BLANK WHEN ZERO.
002190 
002200 01 BATCH-RELEASED-LINE PIC X(60)
002210   VALUE "BATCH IN BALANCE - JOURNAL RELEASED".
002220 
002230 01 BATCH-REFUSED-LINE PIC X(60)
002240   VALUE "BATCH OUT OF BALANCE OR UNMAPPED - NOT RELEASED".
002250 
002260 01 SALES-JOURNAL-STATUS  PIC XX VALUE "00".
002270 01 LEDGER-FILE-STATUS    PIC XX VALUE "00".
002280 01 GL-PARM-STATUS        PIC XX VALUE "00".
002290 01 ACCOUNT-MAP-STATUS    PIC XX VALUE "00".
002300 01 JOURNAL-WORK-STATUS   PIC XX VALUE "00".
002310 01 JOURNAL-SORTED-STATUS PIC XX VALUE "00".
002320 01 GL-JOURNAL-STATUS     PIC XX VALUE "00".
002330 01 EOF-SALES            PIC X VALUE "N".
002340 01 EOF-LEDGER           PIC X VALUE "N".
002350 01 EOF-ACCOUNT-MAP      PIC X VALUE "N".
002360 01 EOF-JOURNAL          PIC X VALUE "N".
002370 
002380 01 MAP-FOUND-SWITCH  PIC X VALUE "N".
002390   88 MAP-FOUND  VALUE "Y".
002400 
002410 01 SOURCE-FOUND-SWITCH  PIC X VALUE "N".
002420   88 SOURCE-FOUND  VALUE "Y".
002430 
002440 01 REVERSE-POSTING-SWITCH  PIC X VALUE "N".
002450   88 REVERSE-POSTING  VALUE "Y".
002460 
002470 01 BATCH-BALANCED-SWITCH  PIC X VALUE "N".
002480   88 BATCH-BALANCED  VALUE "Y".
002490 
002500 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
002510 01 POSTING-PERIOD       PIC 9(6) VALUE ZERO.
002520 01 PERIOD-DATE-FROM     PIC 9(8) VALUE ZERO.
002530 01 PERIOD-DATE-TO       PIC 9(8) VALUE ZERO.
002540 01 PARM-DATE-FROM       PIC 9(8) VALUE ZERO.
002550 01 PARM-DATE-TO         PIC 9(8) VALUE ZERO.
002560 
002570 01 SOURCE-UNBALANCED-SWITCH  PIC X VALUE "N".
002580   88 SOURCE-UNBALANCED  VALUE "Y".
002590 
002600 01 POSTING-FIELDS.
002610   02 POST-SOURCE         PIC X(3).
002620   02 POST-GROUP-ID       PIC X(2).
002630   02 POST-REFERENCE      PIC X(8).
002640   02 POST-PRODUCT-ID     PIC X(4).
002650   02 POST-DATE           PIC 9(8).
002660   02 POST-AMOUNT         PIC 9(9)V99.
002670   02 POST-DEBIT-ACCOUNT  PIC X(8).
002680   02 POST-CREDIT-ACCOUNT PIC X(8).
002690 
002700 01 SEARCH-GROUP-ID      PIC X(2) VALUE SPACES.
002710 01 CREDIT-MEMO-REFERENCE.
002720   02 FILLER             PIC X(2) VALUE "CM".
002730   02 CMR-NUMBER         PIC 9(6).
002740 01 INVOICE-REFERENCE.
002750   02 FILLER             PIC X(2) VALUE "IN".
002760   02 INR-NUMBER         PIC 9(6).
002770 
002780 01 ACCOUNT-MAP-CONTROL.
002790   02 ACCOUNT-MAP-COUNT   PIC 9(4) VALUE ZERO.
002800   02 ACCOUNT-MAP-TABLE OCCURS 300 TIMES
002810     INDEXED BY MAP-IDX.
002820     03 MAP-SOURCE        PIC X(3).
002830     03 MAP-GROUP-ID      PIC X(2).
002840     03 MAP-DEBIT-ACCOUNT PIC X(8).
002850     03 MAP-CREDIT-ACCOUNT PIC X(8).
002860 
002870 01 SOURCE-CONTROL.
002880   02 SOURCE-COUNT        PIC 9(3) VALUE ZERO.
002890   02 SOURCE-TABLE OCCURS 20 TIMES
002900     INDEXED BY SRC-IDX.
002910     03 SRC-SOURCE        PIC X(3).
002920     03 SRC-LINES         PIC 9(6).
002930     03 SRC-DEBITS        PIC 9(11)V99.
002940     03 SRC-CREDITS       PIC 9(11)V99.
002950 
002960 01 PREV-ACCOUNT         PIC X(8) VALUE SPACES.
002970 01 PREV-SOURCE          PIC X(3) VALUE SPACES.
002980 01 FIRST-PROOF-SWITCH   PIC X VALUE "Y".
002990 
003000 01 KEY-TOTALS.
003010   02 KEY-LINES          PIC 9(6) VALUE ZERO.
003020   02 KEY-DEBITS         PIC 9(11)V99 VALUE ZERO.
003030   02 KEY-CREDITS        PIC 9(11)V99 VALUE ZERO.
003040 
003050 01 ACCOUNT-TOTALS.
003060   02 ACCOUNT-LINES      PIC 9(6) VALUE ZERO.
003070   02 ACCOUNT-DEBITS     PIC 9(11)V99 VALUE ZERO.
003080   02 ACCOUNT-CREDITS    PIC 9(11)V99 VALUE ZERO.
003090 
003100 01 BATCH-DEBITS         PIC 9(11)V99 VALUE ZERO.
003110 01 BATCH-CREDITS        PIC 9(11)V99 VALUE ZERO.
003120 
003130 01 COUNT-LINES-READ     PIC 9(6) VALUE ZERO.
003140 01 COUNT-WRITTEN        PIC 9(6) VALUE ZERO.
003150 01 COUNT-UNMAPPED       PIC 9(6) VALUE ZERO.
003160 01 COUNT-NO-COST        PIC 9(6) VALUE ZERO.
003170 01 COUNT-RELEASED       PIC 9(6) VALUE ZERO.
003180 
003190 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
003200 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
003210 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
003220 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
003230 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
003240 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
003250   88 PREREQ-START-OPEN  VALUE "Y".
003260 
003270 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
003280   88 PREREQ-END-OK  VALUE "Y".
003290 
003300 01 RUN-LOG-SCAN-LINE.
003310   02 SCAN-PROGRAM-ID     PIC X(8).
003320   02 FILLER              PIC X.
003330   02 SCAN-EVENT          PIC X(5).
003340   02 FILLER              PIC X.
003350   02 SCAN-DATE           PIC 9(8).
003360   02 FILLER              PIC X.
003370   02 SCAN-TIME           PIC 9(6).
003380   02 FILLER              PIC X.
003390   02 SCAN-RECORDS-READ   PIC 9(8).
003400   02 FILLER              PIC X.
003410   02 SCAN-REJECTS        PIC 9(8).
003420   02 FILLER              PIC X.
003430   02 SCAN-DUPLICATES     PIC 9(8).
003440   02 FILLER              PIC X.
003450   02 SCAN-VARIANCES      PIC 9(8).
003460   02 FILLER              PIC X.
003470   02 SCAN-RESTART-FLAG   PIC X(1).
003480   02 FILLER              PIC X.
003490   02 SCAN-RETURN-CODE    PIC 9(4).
003500 
003510 01 RUN-LOG-STATUS      PIC XX VALUE "00".
003520 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
003530 
003540 01 RUN-LOG-DETAIL-LINE.
003550   02 RUN-PROGRAM-ID      PIC X(8) VALUE "GLJRNL".
003560   02 FILLER              PIC X VALUE SPACES.
003570   02 RUN-EVENT           PIC X(5).
003580   02 FILLER              PIC X VALUE SPACES.
003590   02 RUN-DATE            PIC 9(8).
003600   02 FILLER              PIC X VALUE SPACES.
003610   02 RUN-TIME            PIC 9(6).
003620   02 FILLER              PIC X VALUE SPACES.
003630   02 RUN-RECORDS-READ    PIC 9(8).
003640   02 FILLER              PIC X VALUE SPACES.
003650   02 RUN-REJECTS         PIC 9(8).
003660   02 FILLER              PIC X VALUE SPACES.
003670   02 RUN-DUPLICATES      PIC 9(8).
003680   02 FILLER              PIC X VALUE SPACES.
003690   02 RUN-VARIANCES       PIC 9(8).
003700   02 FILLER              PIC X VALUE SPACES.
003710   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
003720   02 FILLER              PIC X VALUE SPACES.
003730   02 RUN-RETURN-CODE     PIC 9(4).
003740 
003750 
003760 PROCEDURE DIVISION.
003770 MAIN-CONTROL.
003780   PERFORM CHECK-PREREQUISITE
003790   PERFORM WRITE-RUN-START
003800   PERFORM LOAD-GL-PARAMETERS
003810   PERFORM LOAD-ACCOUNT-MAP
003820   OPEN OUTPUT JOURNAL-WORK-FILE
003830   IF JOURNAL-WORK-STATUS NOT = "00"
003840     DISPLAY "JOURNAL WORK FILE NOT WRITABLE - STATUS "
003850       JOURNAL-WORK-STATUS
003860     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003870     MOVE 14 TO RETURN-CODE
003880     PERFORM WRITE-RUN-END
003890     STOP RUN
003900   END-IF
003910   PERFORM JOURNAL-SALES
003920   PERFORM JOURNAL-MOVEMENTS
003930   CLOSE JOURNAL-WORK-FILE
003940   SORT JOURNAL-WORK
003950     ON ASCENDING KEY GLW-ACCOUNT GLW-SOURCE
003960     USING JOURNAL-WORK-FILE GIVING JOURNAL-SORTED-FILE
003970   OPEN OUTPUT JOURNAL-PROOF
003980   DISPLAY PROOF-HEADING
003990   MOVE PROOF-HEADING TO PROOF-LINE
004000   WRITE PROOF-LINE
004010   MOVE POSTING-PERIOD TO PR-PERIOD
004020   MOVE PERIOD-DATE-FROM TO PR-PERIOD-FROM
004030   MOVE PERIOD-DATE-TO TO PR-PERIOD-TO
004040   DISPLAY PRINT-PERIOD-LINE
004050   MOVE PRINT-PERIOD-LINE TO PROOF-LINE
004060   WRITE PROOF-LINE
004070   DISPLAY PROOF-COLUMN
004080   MOVE PROOF-COLUMN TO PROOF-LINE
004090   WRITE PROOF-LINE
004100   PERFORM PRINT-ACCOUNT-PROOF
004110   PERFORM PRINT-SOURCE-PROOF
004120   PERFORM CHECK-BATCH-BALANCE
004130   PERFORM RELEASE-JOURNAL
004140   MOVE BATCH-DEBITS TO PR-BATCH-DEBITS
004150   MOVE BATCH-CREDITS TO PR-BATCH-CREDITS
004160   MOVE COUNT-WRITTEN TO PR-COUNT-WRITTEN
004170   MOVE COUNT-UNMAPPED TO PR-COUNT-UNMAPPED
004180   MOVE COUNT-NO-COST TO PR-COUNT-NO-COST
004190   DISPLAY PRINT-BATCH-DEBITS
004200   DISPLAY PRINT-BATCH-CREDITS
004210   DISPLAY PRINT-LINES-WRITTEN
004220   DISPLAY PRINT-UNMAPPED-COUNT
004230   DISPLAY PRINT-NO-COST-COUNT
004240   MOVE PRINT-BATCH-DEBITS TO PROOF-LINE
004250   WRITE PROOF-LINE
004260   MOVE PRINT-BATCH-CREDITS TO PROOF-LINE
004270   WRITE PROOF-LINE
004280   MOVE PRINT-LINES-WRITTEN TO PROOF-LINE
004290   WRITE PROOF-LINE
004300   MOVE PRINT-UNMAPPED-COUNT TO PROOF-LINE
004310   WRITE PROOF-LINE
004320   MOVE PRINT-NO-COST-COUNT TO PROOF-LINE
004330   WRITE PROOF-LINE
004340   IF BATCH-BALANCED
004350     DISPLAY BATCH-RELEASED-LINE
004360     MOVE BATCH-RELEASED-LINE TO PROOF-LINE
004370   ELSE
004380     DISPLAY BATCH-REFUSED-LINE
004390     MOVE BATCH-REFUSED-LINE TO PROOF-LINE
004400   END-IF
004410   WRITE PROOF-LINE
004420   DISPLAY PROOF-FOOTING
004430   MOVE PROOF-FOOTING TO PROOF-LINE
004440   WRITE PROOF-LINE
004450   CLOSE JOURNAL-PROOF
004460   IF NOT BATCH-BALANCED
004470     MOVE 8 TO RETURN-CODE
004480   END-IF
004490   PERFORM WRITE-RUN-END
004500   STOP RUN.
004510 
004520 LOAD-GL-PARAMETERS.
004530   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
004540   MOVE RUN-DATE-TODAY(1:6) TO POSTING-PERIOD
004550   OPEN INPUT GL-PARAMETERS
004560   IF GL-PARM-STATUS = "00"
004570     READ GL-PARAMETERS
004580       AT END
004590         CONTINUE
004600       NOT AT END
004610         IF GLP-PERIOD IS NUMERIC AND GLP-PERIOD > 0
004620           MOVE GLP-PERIOD TO POSTING-PERIOD
004630         END-IF
004640         IF GLP-DATE-FROM IS NUMERIC
004650           MOVE GLP-DATE-FROM TO PARM-DATE-FROM
004660         END-IF
004670         IF GLP-DATE-TO IS NUMERIC
004680           MOVE GLP-DATE-TO TO PARM-DATE-TO
004690         END-IF
004700     END-READ
004710     CLOSE GL-PARAMETERS
004720   END-IF
004730   MOVE POSTING-PERIOD TO PERIOD-DATE-FROM(1:6)
004740   MOVE "01" TO PERIOD-DATE-FROM(7:2)
004750   MOVE POSTING-PERIOD TO PERIOD-DATE-TO(1:6)
004760   MOVE "31" TO PERIOD-DATE-TO(7:2)
004770   IF PARM-DATE-FROM > 0
004780     MOVE PARM-DATE-FROM TO PERIOD-DATE-FROM
004790   END-IF
004800   IF PARM-DATE-TO > 0
004810     MOVE PARM-DATE-TO TO PERIOD-DATE-TO
004820   END-IF.
004830 
004840 LOAD-ACCOUNT-MAP.
004850   OPEN INPUT ACCOUNT-MAP-FILE
004860   IF ACCOUNT-MAP-STATUS NOT = "00"
004870     DISPLAY "ACCOUNT MAP FILE NOT AVAILABLE - STATUS "
004880       ACCOUNT-MAP-STATUS
004890     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
004900     MOVE 12 TO RETURN-CODE
004910     PERFORM WRITE-RUN-END
004920     STOP RUN
004930   END-IF
004940   PERFORM READ-ACCOUNT-MAP
004950   PERFORM STORE-ACCOUNT-MAP UNTIL EOF-ACCOUNT-MAP = "Y"
004960   CLOSE ACCOUNT-MAP-FILE.
004970 
004980 READ-ACCOUNT-MAP.
004990   READ ACCOUNT-MAP-FILE
005000     AT END
005010       MOVE "Y" TO EOF-ACCOUNT-MAP
005020   END-READ.
005030 
005040 STORE-ACCOUNT-MAP.
005050   IF ACCOUNT-MAP-COUNT < 300
005060     ADD 1 TO ACCOUNT-MAP-COUNT
005070     SET MAP-IDX TO ACCOUNT-MAP-COUNT
005080     MOVE ACM-SOURCE TO MAP-SOURCE(MAP-IDX)
005090     MOVE ACM-GROUP-ID TO MAP-GROUP-ID(MAP-IDX)
005100     MOVE ACM-DEBIT-ACCOUNT TO MAP-DEBIT-ACCOUNT(MAP-IDX)
005110     MOVE ACM-CREDIT-ACCOUNT TO MAP-CREDIT-ACCOUNT(MAP-IDX)
005120   ELSE
005130     DISPLAY "ACCOUNT MAP TABLE FULL - ENTRY IGNORED "
005140       ACM-SOURCE " " ACM-GROUP-ID
005150   END-IF
005160   PERFORM READ-ACCOUNT-MAP.
005170 
005180 JOURNAL-SALES.
005190   OPEN INPUT SALES-JOURNAL
005200   IF SALES-JOURNAL-STATUS = "00"
005210     PERFORM READ-SALES-JOURNAL
005220     PERFORM JOURNAL-ONE-SALE UNTIL EOF-SALES = "Y"
005230     CLOSE SALES-JOURNAL
005240   ELSE
005250     DISPLAY "SALES JOURNAL NOT AVAILABLE - STATUS "
005260       SALES-JOURNAL-STATUS
005270     DISPLAY "NO SALES POSTED THIS RUN"
005280   END-IF.
005290 
005300 READ-SALES-JOURNAL.
005310   READ SALES-JOURNAL
005320     AT END
005330       MOVE "Y" TO EOF-SALES
005340     NOT AT END
005350       ADD 1 TO COUNT-LINES-READ
005360   END-READ.
005370 
005380 JOURNAL-ONE-SALE.
005390   IF SJR-DATE NOT < PERIOD-DATE-FROM
005400     AND SJR-DATE NOT > PERIOD-DATE-TO
005410     MOVE SJR-PRODUCT-ID TO POST-PRODUCT-ID
005420     MOVE SJR-PRODUCT-ID(1:2) TO POST-GROUP-ID
005430     MOVE SJR-DATE TO POST-DATE
005440     IF SJR-IS-CREDIT
005450       MOVE SJR-INVOICE-NO TO CMR-NUMBER
005460       MOVE CREDIT-MEMO-REFERENCE TO POST-REFERENCE
005470       MOVE "Y" TO REVERSE-POSTING-SWITCH
005480     ELSE
005490       MOVE SJR-INVOICE-NO TO INR-NUMBER
005500       MOVE INVOICE-REFERENCE TO POST-REFERENCE
005510       MOVE "N" TO REVERSE-POSTING-SWITCH
005520     END-IF
005530     MOVE "SAL" TO POST-SOURCE
005540     MOVE SJR-VALUE TO POST-AMOUNT
005550     PERFORM POST-JOURNAL-PAIR
005560     MOVE "COS" TO POST-SOURCE
005570     IF SJR-COST IS NUMERIC
005580       MOVE SJR-COST TO POST-AMOUNT
005590     ELSE
005600       MOVE 0 TO POST-AMOUNT
005610     END-IF
005620     IF POST-AMOUNT = 0
005630       ADD 1 TO COUNT-NO-COST
005640     ELSE
005650       PERFORM POST-JOURNAL-PAIR
005660     END-IF
005670   END-IF
005680   PERFORM READ-SALES-JOURNAL.
005690 
005700 JOURNAL-MOVEMENTS.
005710   OPEN INPUT MOVEMENT-LEDGER
005720   IF LEDGER-FILE-STATUS = "00"
005730     PERFORM READ-LEDGER
005740     PERFORM JOURNAL-ONE-MOVEMENT UNTIL EOF-LEDGER = "Y"
005750     CLOSE MOVEMENT-LEDGER
005760   ELSE
005770     DISPLAY "MOVEMENT LEDGER NOT AVAILABLE - STATUS "
005780       LEDGER-FILE-STATUS
005790     DISPLAY "NO STOCK MOVEMENTS POSTED THIS RUN"
005800   END-IF.
005810 
005820 READ-LEDGER.
005830   READ MOVEMENT-LEDGER
005840     AT END
005850       MOVE "Y" TO EOF-LEDGER
005860     NOT AT END
005870       ADD 1 TO COUNT-LINES-READ
005880   END-READ.
005890 
005900 JOURNAL-ONE-MOVEMENT.
005910   MOVE SPACES TO POST-SOURCE
005920   IF LED-DATE NOT < PERIOD-DATE-FROM
005930     AND LED-DATE NOT > PERIOD-DATE-TO
005940     MOVE "N" TO REVERSE-POSTING-SWITCH
005950     EVALUATE LED-MOVE-TYPE
005960       WHEN "R"
005970         IF LED-REFERENCE(1:2) NOT = "CM"
005980           MOVE "RCV" TO POST-SOURCE
005990         END-IF
006000       WHEN "I"
006010         MOVE "ISS" TO POST-SOURCE
006020       WHEN "J"
006030         IF LED-REFERENCE = "CYCCOUNT"
006040           MOVE "CNT" TO POST-SOURCE
006050         ELSE
006060           MOVE "ADJ" TO POST-SOURCE
006070         END-IF
006080         IF LED-CHANGE-SIGN = "-"
006090           MOVE "Y" TO REVERSE-POSTING-SWITCH
006100         END-IF
006110     END-EVALUATE
006120   END-IF
006130   IF POST-SOURCE NOT = SPACES
006140     MOVE 0 TO POST-AMOUNT
006150     IF LED-UNIT-COST IS NUMERIC
006160       AND LED-CHANGE-QUANTITY IS NUMERIC
006170       COMPUTE POST-AMOUNT =
006180         LED-CHANGE-QUANTITY * LED-UNIT-COST
006190     END-IF
006200     IF POST-AMOUNT = 0
006210       ADD 1 TO COUNT-NO-COST
006220     ELSE
006230       MOVE LED-PRODUCT-ID TO POST-PRODUCT-ID
006240       MOVE LED-PRODUCT-ID(1:2) TO POST-GROUP-ID
006250       MOVE LED-REFERENCE TO POST-REFERENCE
006260       MOVE LED-DATE TO POST-DATE
006270       PERFORM POST-JOURNAL-PAIR
006280     END-IF
006290   END-IF
006300   PERFORM READ-LEDGER.
006310 
006320 POST-JOURNAL-PAIR.
006330   MOVE POST-GROUP-ID TO SEARCH-GROUP-ID
006340   PERFORM FIND-ACCOUNT-MAP
006350   IF NOT MAP-FOUND
006360     MOVE SPACES TO SEARCH-GROUP-ID
006370     PERFORM FIND-ACCOUNT-MAP
006380   END-IF
006390   IF MAP-FOUND
006400     IF REVERSE-POSTING
006410       MOVE MAP-CREDIT-ACCOUNT(MAP-IDX) TO POST-DEBIT-ACCOUNT
006420       MOVE MAP-DEBIT-ACCOUNT(MAP-IDX) TO POST-CREDIT-ACCOUNT
006430     ELSE
006440       MOVE MAP-DEBIT-ACCOUNT(MAP-IDX) TO POST-DEBIT-ACCOUNT
006450       MOVE MAP-CREDIT-ACCOUNT(MAP-IDX) TO POST-CREDIT-ACCOUNT
006460     END-IF
006470   ELSE
006480     MOVE SPACES TO POST-DEBIT-ACCOUNT
006490     MOVE SPACES TO POST-CREDIT-ACCOUNT
006500     ADD 1 TO COUNT-UNMAPPED
006510     DISPLAY "NO ACCOUNT MAPPING FOR " POST-SOURCE " "
006520       POST-GROUP-ID " - " POST-REFERENCE
006530   END-IF
006540   MOVE POSTING-PERIOD TO GLJ-PERIOD
006550   MOVE POST-SOURCE TO GLJ-SOURCE
006560   MOVE POST-REFERENCE TO GLJ-REFERENCE
006570   MOVE POST-GROUP-ID TO GLJ-GROUP-ID
006580   MOVE POST-PRODUCT-ID TO GLJ-PRODUCT-ID
006590   MOVE POST-DATE TO GLJ-DATE
006600   MOVE POST-AMOUNT TO GLJ-AMOUNT
006610   MOVE POST-DEBIT-ACCOUNT TO GLJ-ACCOUNT
006620   MOVE "D" TO GLJ-DEBIT-CREDIT
006630   WRITE JOURNAL-WORK-RECORD
006640   MOVE POST-CREDIT-ACCOUNT TO GLJ-ACCOUNT
006650   MOVE "C" TO GLJ-DEBIT-CREDIT
006660   WRITE JOURNAL-WORK-RECORD
006670   ADD 2 TO COUNT-WRITTEN.
006680 
006690 FIND-ACCOUNT-MAP.
006700   MOVE "N" TO MAP-FOUND-SWITCH
006710   IF ACCOUNT-MAP-COUNT > 0
006720     SET MAP-IDX TO 1
006730     SEARCH ACCOUNT-MAP-TABLE
006740       AT END
006750         MOVE "N" TO MAP-FOUND-SWITCH
006760       WHEN MAP-IDX > ACCOUNT-MAP-COUNT
006770         MOVE "N" TO MAP-FOUND-SWITCH
006780       WHEN MAP-SOURCE(MAP-IDX) = POST-SOURCE
006790         AND MAP-GROUP-ID(MAP-IDX) = SEARCH-GROUP-ID
006800         MOVE "Y" TO MAP-FOUND-SWITCH
006810     END-SEARCH
006820   END-IF.
006830 
006840 PRINT-ACCOUNT-PROOF.
006850   OPEN INPUT JOURNAL-SORTED-FILE
006860   IF JOURNAL-SORTED-STATUS = "00"
006870     PERFORM READ-JOURNAL-SORTED
006880     PERFORM PROVE-ONE-LINE UNTIL EOF-JOURNAL = "Y"
006890     IF FIRST-PROOF-SWITCH = "N"
006900       PERFORM PRINT-KEY-TOTAL
006910       PERFORM PRINT-ACCOUNT-TOTAL
006920     END-IF
006930     CLOSE JOURNAL-SORTED-FILE
006940   END-IF.
006950 
006960 READ-JOURNAL-SORTED.
006970   READ JOURNAL-SORTED-FILE
006980     AT END
006990       MOVE "Y" TO EOF-JOURNAL
007000   END-READ.
007010 
007020 PROVE-ONE-LINE.
007030   IF FIRST-PROOF-SWITCH = "Y"
007040     MOVE "N" TO FIRST-PROOF-SWITCH
007050     MOVE GLS-ACCOUNT TO PREV-ACCOUNT
007060     MOVE GLS-SOURCE TO PREV-SOURCE
007070   END-IF
007080   IF GLS-ACCOUNT NOT = PREV-ACCOUNT
007090     PERFORM PRINT-KEY-TOTAL
007100     PERFORM PRINT-ACCOUNT-TOTAL
007110     MOVE GLS-ACCOUNT TO PREV-ACCOUNT
007120     MOVE GLS-SOURCE TO PREV-SOURCE
007130   ELSE
007140     IF GLS-SOURCE NOT = PREV-SOURCE
007150       PERFORM PRINT-KEY-TOTAL
007160       MOVE GLS-SOURCE TO PREV-SOURCE
007170     END-IF
007180   END-IF
007190   ADD 1 TO KEY-LINES
007200   ADD 1 TO ACCOUNT-LINES
007210   IF GLS-IS-DEBIT
007220     ADD GLS-AMOUNT TO KEY-DEBITS
007230     ADD GLS-AMOUNT TO ACCOUNT-DEBITS
007240     ADD GLS-AMOUNT TO BATCH-DEBITS
007250   ELSE
007260     ADD GLS-AMOUNT TO KEY-CREDITS
007270     ADD GLS-AMOUNT TO ACCOUNT-CREDITS
007280     ADD GLS-AMOUNT TO BATCH-CREDITS
007290   END-IF
007300   PERFORM ADD-LINE-TO-SOURCE
007310   PERFORM READ-JOURNAL-SORTED.
007320 
007330 PRINT-KEY-TOTAL.
007340   IF PREV-ACCOUNT = SPACES
007350     MOVE "*NOMAP*" TO PR-PRF-ACCOUNT
007360   ELSE
007370     MOVE PREV-ACCOUNT TO PR-PRF-ACCOUNT
007380   END-IF
007390   MOVE PREV-SOURCE TO PR-PRF-SOURCE
007400   MOVE KEY-LINES TO PR-PRF-LINES
007410   MOVE KEY-DEBITS TO PR-PRF-DEBITS
007420   MOVE KEY-CREDITS TO PR-PRF-CREDITS
007430   DISPLAY PRINT-PROOF-DETAIL
007440   MOVE PRINT-PROOF-DETAIL TO PROOF-LINE
007450   WRITE PROOF-LINE
007460   MOVE 0 TO KEY-LINES
007470   MOVE 0 TO KEY-DEBITS
007480   MOVE 0 TO KEY-CREDITS.
007490 
007500 PRINT-ACCOUNT-TOTAL.
007510   MOVE SPACES TO PR-PRF-ACCOUNT
007520   MOVE "TOTAL" TO PR-PRF-SOURCE
007530   MOVE ACCOUNT-LINES TO PR-PRF-LINES
007540   MOVE ACCOUNT-DEBITS TO PR-PRF-DEBITS
007550   MOVE ACCOUNT-CREDITS TO PR-PRF-CREDITS
007560   DISPLAY PRINT-PROOF-DETAIL
007570   MOVE PRINT-PROOF-DETAIL TO PROOF-LINE
007580   WRITE PROOF-LINE
007590   MOVE 0 TO ACCOUNT-LINES
007600   MOVE 0 TO ACCOUNT-DEBITS
007610   MOVE 0 TO ACCOUNT-CREDITS.
007620 
007630 ADD-LINE-TO-SOURCE.
007640   MOVE "N" TO SOURCE-FOUND-SWITCH
007650   IF SOURCE-COUNT > 0
007660     SET SRC-IDX TO 1
007670     SEARCH SOURCE-TABLE
007680       AT END
007690         MOVE "N" TO SOURCE-FOUND-SWITCH
007700       WHEN SRC-IDX > SOURCE-COUNT
007710         MOVE "N" TO SOURCE-FOUND-SWITCH
007720       WHEN SRC-SOURCE(SRC-IDX) = GLS-SOURCE
007730         MOVE "Y" TO SOURCE-FOUND-SWITCH
007740     END-SEARCH
007750   END-IF
007760   IF NOT SOURCE-FOUND AND SOURCE-COUNT < 20
007770     ADD 1 TO SOURCE-COUNT
007780     SET SRC-IDX TO SOURCE-COUNT
007790     MOVE GLS-SOURCE TO SRC-SOURCE(SRC-IDX)
007800     MOVE 0 TO SRC-LINES(SRC-IDX)
007810     MOVE 0 TO SRC-DEBITS(SRC-IDX)
007820     MOVE 0 TO SRC-CREDITS(SRC-IDX)
007830     MOVE "Y" TO SOURCE-FOUND-SWITCH
007840   END-IF
007850   IF SOURCE-FOUND
007860     ADD 1 TO SRC-LINES(SRC-IDX)
007870     IF GLS-IS-DEBIT
007880       ADD GLS-AMOUNT TO SRC-DEBITS(SRC-IDX)
007890     ELSE
007900       ADD GLS-AMOUNT TO SRC-CREDITS(SRC-IDX)
007910     END-IF
007920   END-IF.
007930 
007940 PRINT-SOURCE-PROOF.
007950   DISPLAY SOURCE-HEADING
007960   MOVE SOURCE-HEADING TO PROOF-LINE
007970   WRITE PROOF-LINE
007980   IF SOURCE-COUNT > 0
007990     SET SRC-IDX TO 1
008000     PERFORM PRINT-ONE-SOURCE SOURCE-COUNT TIMES
008010   END-IF.
008020 
008030 PRINT-ONE-SOURCE.
008040   MOVE SPACES TO PR-PRF-ACCOUNT
008050   MOVE SRC-SOURCE(SRC-IDX) TO PR-PRF-SOURCE
008060   MOVE SRC-LINES(SRC-IDX) TO PR-PRF-LINES
008070   MOVE SRC-DEBITS(SRC-IDX) TO PR-PRF-DEBITS
008080   MOVE SRC-CREDITS(SRC-IDX) TO PR-PRF-CREDITS
008090   DISPLAY PRINT-PROOF-DETAIL
008100   MOVE PRINT-PROOF-DETAIL TO PROOF-LINE
008110   WRITE PROOF-LINE
008120   IF SRC-DEBITS(SRC-IDX) NOT = SRC-CREDITS(SRC-IDX)
008130     DISPLAY "SOURCE " SRC-SOURCE(SRC-IDX) " OUT OF BALANCE"
008140     MOVE "Y" TO SOURCE-UNBALANCED-SWITCH
008150   END-IF
008160   SET SRC-IDX UP BY 1.
008170 
008180 CHECK-BATCH-BALANCE.
008190   MOVE "N" TO BATCH-BALANCED-SWITCH
008200   IF BATCH-DEBITS = BATCH-CREDITS AND COUNT-UNMAPPED = 0
008210     AND NOT SOURCE-UNBALANCED
008220     MOVE "Y" TO BATCH-BALANCED-SWITCH
008230   END-IF.
008240 
008250 RELEASE-JOURNAL.
008260   OPEN OUTPUT GL-JOURNAL
008270   IF GL-JOURNAL-STATUS NOT = "00"
008280     DISPLAY "GL JOURNAL NOT WRITABLE - STATUS "
008290       GL-JOURNAL-STATUS
008300     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
008310     MOVE 14 TO RETURN-CODE
008320     PERFORM WRITE-RUN-END
008330     STOP RUN
008340   END-IF
008350   IF BATCH-BALANCED
008360     MOVE "N" TO EOF-JOURNAL
008370     OPEN INPUT JOURNAL-WORK-FILE
008380     PERFORM READ-JOURNAL-WORK
008390     PERFORM RELEASE-ONE-LINE UNTIL EOF-JOURNAL = "Y"
008400     CLOSE JOURNAL-WORK-FILE
008410   END-IF
008420   CLOSE GL-JOURNAL.
008430 
008440 READ-JOURNAL-WORK.
008450   READ JOURNAL-WORK-FILE
008460     AT END
008470       MOVE "Y" TO EOF-JOURNAL
008480   END-READ.
008490 
008500 RELEASE-ONE-LINE.
008510   MOVE JOURNAL-WORK-RECORD TO GL-JOURNAL-RECORD
008520   WRITE GL-JOURNAL-RECORD
008530   ADD 1 TO COUNT-RELEASED
008540   PERFORM READ-JOURNAL-WORK.
008550 
008560 CHECK-PREREQUISITE.
008570   PERFORM LOAD-PREREQ-PARAMETERS
008580   IF PREREQUISITE-PROGRAM NOT = SPACES
008590     PERFORM SCAN-RUN-LOG
008600     IF PREREQ-START-OPEN
008610       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
008620         " STILL RUNNING OR ABENDED - RUN ABORTED"
008630       MOVE 16 TO RETURN-CODE
008640       STOP RUN
008650     END-IF
008660     IF NOT PREREQ-END-OK
008670       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
008680         " HAS NOT COMPLETED TODAY - RUN ABORTED"
008690       MOVE 16 TO RETURN-CODE
008700       STOP RUN
008710     END-IF
008720   END-IF.
008730 
008740 LOAD-PREREQ-PARAMETERS.
008750   OPEN INPUT PREREQ-PARAMETERS
008760   IF PREREQ-PARM-STATUS = "00"
008770     PERFORM READ-PREREQ-PARM
008780     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
008790     CLOSE PREREQ-PARAMETERS
008800   END-IF.
008810 
008820 READ-PREREQ-PARM.
008830   READ PREREQ-PARAMETERS
008840     AT END
008850       MOVE "Y" TO EOF-PREREQ-PARMS
008860   END-READ.
008870 
008880 FIND-OWN-PREREQ.
008890   IF PRQ-PROGRAM-ID = "GLJRNL"
008900     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
008910   END-IF
008920   PERFORM READ-PREREQ-PARM.
008930 
008940 SCAN-RUN-LOG.
008950   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
008960   MOVE "N" TO PREREQ-OPEN-START-SWITCH
008970   MOVE "N" TO PREREQ-END-OK-SWITCH
008980   MOVE "N" TO EOF-RUN-LOG-SCAN
008990   OPEN INPUT RUN-LOG
009000   IF RUN-LOG-STATUS = "00"
009010     PERFORM READ-RUN-LOG-SCAN
009020     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
009030     CLOSE RUN-LOG
009040   ELSE
009050     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
009060   END-IF.
009070 
009080 READ-RUN-LOG-SCAN.
009090   READ RUN-LOG
009100     AT END
009110       MOVE "Y" TO EOF-RUN-LOG-SCAN
009120   END-READ.
009130 
009140 CHECK-ONE-LOG-RECORD.
009150   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
009160   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
009170     AND SCAN-DATE = PREREQ-CHECK-DATE
009180     EVALUATE SCAN-EVENT
009190       WHEN "START"
009200         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
009210       WHEN "END"
009220         MOVE "N" TO PREREQ-OPEN-START-SWITCH
009230         IF SCAN-RETURN-CODE IS NUMERIC
009240           AND SCAN-RETURN-CODE = 0
009250           MOVE "Y" TO PREREQ-END-OK-SWITCH
009260         END-IF
009270     END-EVALUATE
009280   END-IF
009290   PERFORM READ-RUN-LOG-SCAN.
009300 
009310 WRITE-RUN-START.
009320   MOVE "START" TO RUN-EVENT
009330   PERFORM WRITE-RUN-LOG-RECORD.
009340 
009350 WRITE-RUN-END.
009360   MOVE "END" TO RUN-EVENT
009370   PERFORM WRITE-RUN-LOG-RECORD.
009380 
009390 WRITE-RUN-LOG-RECORD.
009400   ACCEPT RUN-DATE FROM DATE YYYYMMDD
009410   ACCEPT RUN-TIME-OF-DAY FROM TIME
009420   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
009430   MOVE COUNT-LINES-READ TO RUN-RECORDS-READ
009440   MOVE COUNT-UNMAPPED TO RUN-REJECTS
009450   MOVE 0 TO RUN-DUPLICATES
009460   MOVE 0 TO RUN-VARIANCES
009470   MOVE RETURN-CODE TO RUN-RETURN-CODE
009480   OPEN EXTEND RUN-LOG
009490   IF RUN-LOG-STATUS NOT = "00"
009500     OPEN OUTPUT RUN-LOG
009510   END-IF
009520   IF RUN-LOG-STATUS NOT = "00"
009530     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
009540     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
009550     MOVE 14 TO RETURN-CODE
009560     STOP RUN
009570   END-IF
009580   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
009590   WRITE RUN-LOG-RECORD
009600   CLOSE RUN-LOG.
009610 END PROGRAM GLJRNL.
