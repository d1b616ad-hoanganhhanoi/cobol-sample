000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   SALESAN.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT SALES-JOURNAL ASSIGN TO FILE56
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS SALES-JOURNAL-STATUS.
000110 
000120   SELECT PRODUCT-MASTER ASSIGN TO FILE01
000130     ORGANIZATION INDEXED
000140     ACCESS MODE SEQUENTIAL
000150     RECORD KEY IS MAST-PRODUCT-ID
000160     FILE STATUS IS MASTER-FILE-STATUS.
000170 
000180   SELECT ANALYSIS-PARAMETERS ASSIGN TO FILE101
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS ANALYSIS-PARM-STATUS.
000210 
000220   SELECT ANALYSIS-REPORT ASSIGN TO FILE102
000230     ORGANIZATION LINE SEQUENTIAL.
000240 
000250   SELECT ANALYSIS-CSV ASSIGN TO FILE103
000260     ORGANIZATION LINE SEQUENTIAL
000270     FILE STATUS IS ANALYSIS-CSV-STATUS.
000280 
000290   SELECT RUN-LOG ASSIGN TO FILE20
000300     ORGANIZATION LINE SEQUENTIAL
000310     FILE STATUS IS RUN-LOG-STATUS.
000320 
000330   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000340     ORGANIZATION LINE SEQUENTIAL
000350     FILE STATUS IS PREREQ-PARM-STATUS.
000360 
000370 
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD SALES-JOURNAL.
000410 01 SALES-JOURNAL-RECORD.
000420   02 SJR-INVOICE-NO    PIC 9(6).
000430   02 SJR-CUSTOMER-ID   PIC X(6).
000440   02 SJR-PRODUCT-ID    PIC X(4).
000450   02 SJR-QUANTITY      PIC 9(5).
000460   02 SJR-VALUE         PIC 9(9)V99.
000470   02 SJR-DATE          PIC 9(8).
000480   02 SJR-SIGN          PIC X(1).
000490     88 SJR-IS-CREDIT   VALUE "-".
000500   02 SJR-ORIG-INVOICE-NO PIC 9(6).
000510   02 SJR-COST          PIC 9(9)V99.
000520 
000530 FD PRODUCT-MASTER.
000540 01 MASTER-RECORD.
000550   02 MAST-PRODUCT-ID          PIC X(4).
000560   02 MAST-PRODUCT-NAME        PIC X(20).
000570   02 MAST-PRICE               PIC 9(4)V99.
000580   02 MAST-QUANTITY            PIC 9(5).
000590   02 MAST-UNIT-COST           PIC 9(4)V99.
000600 
000610 FD ANALYSIS-PARAMETERS.
000620 01 ANALYSIS-PARM-RECORD.
000630   02 SAP-PERIOD-END      PIC 9(8).
000640   02 SAP-TOP-COUNT       PIC 9(2).
000650 
000660 FD ANALYSIS-REPORT.
000670 01 ANALYSIS-LINE          PIC X(100).
000680 
000690 FD ANALYSIS-CSV.
000700 01 CSV-RECORD             PIC X(100).
000710 
000720 FD RUN-LOG.
000730 01 RUN-LOG-RECORD         PIC X(80).
000740 
000750 FD PREREQ-PARAMETERS.
000760 01 PREREQ-PARM-RECORD.
000770   02 PRQ-PROGRAM-ID      PIC X(8).
000780   02 FILLER              PIC X.
000790   02 PRQ-PREDECESSOR     PIC X(8).
000800 
000810 
000820 WORKING-STORAGE SECTION.
000830 01 ANALYSIS-HEADING.
000840   02 FILLER PIC X(88)
000850     VALUE "        ****** SALES ANALYSIS ******".
000860 
000870 01 CUSTOMER-HEADING.
000880   02 FILLER PIC X(88)
000890     VALUE "        ****** SALES BY CUSTOMER ******".
000900 
000910 01 PRODUCT-HEADING.
000920   02 FILLER PIC X(88)
000930     VALUE "        ****** SALES BY PRODUCT ******".
000940 
000950 01 GROUP-HEADING.
000960   02 FILLER PIC X(88)
000970     VALUE "        ****** SALES BY CATEGORY GROUP ******".
000980 
000990 01 TOP-CUSTOMER-HEADING.
001000   02 FILLER PIC X(88)
001010     VALUE "        ****** TOP CUSTOMERS YEAR TO DATE ******".
001020 
001030 01 TOP-PRODUCT-HEADING.
001040   02 FILLER PIC X(88)
001050     VALUE "        ****** TOP PRODUCTS YEAR TO DATE ******".
001060 
001070 01 NO-SALES-HEADING.
001080   02 FILLER PIC X(88)
001090     VALUE "        ****** PRODUCTS NOT SOLD THIS MONTH ******".
001100 
001110 01 ANALYSIS-FOOTING PIC X(88)
001120   VALUE "        ******  END OF SALES ANALYSIS  ******".
001130 
001140 01 PRINT-PERIOD-LINE.
001150   02 FILLER               PIC X(16) VALUE "PERIOD ENDING ".
001160   02 PR-PERIOD-END        PIC 9(8).
001170   02 FILLER               PIC X(20) VALUE "   LAST YEAR TO ".
001180   02 PR-LY-PERIOD-END     PIC 9(8).
001190 
001200 01 ANALYSIS-COLUMN.
001210   02 PR-COL-KEY            PIC X(10).
001220   02 FILLER                PIC X(3)  VALUE SPACES.
001230   02 FILLER                PIC X(7)  VALUE "MTD QTY".
001240   02 FILLER                PIC X(7)  VALUE SPACES.
001250   02 FILLER                PIC X(9)  VALUE "MTD VALUE".
001260   02 FILLER                PIC X(5)  VALUE SPACES.
001270   02 FILLER                PIC X(12) VALUE "LY MTD VALUE".
001280   02 FILLER                PIC X(3)  VALUE SPACES.
001290   02 FILLER                PIC X(7)  VALUE "YTD QTY".
001300   02 FILLER                PIC X(7)  VALUE SPACES.
001310   02 FILLER                PIC X(9)  VALUE "YTD VALUE".
001320   02 FILLER                PIC X(5)  VALUE SPACES.
001330   02 FILLER                PIC X(12) VALUE "LY YTD VALUE".
001340 
001350 01 PRINT-ANALYSIS-DETAIL.
001360   02 PR-SA-KEY            PIC X(10).
001370   02 FILLER               PIC XX VALUE SPACES.
001380   02 PR-SA-MTD-QUANTITY   PIC ZZZ,ZZ9-.
001390   02 FILLER               PIC X VALUE SPACES.
001400   02 PR-SA-MTD-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
001410   02 FILLER               PIC X VALUE SPACES.
001420   02 PR-SA-LYM-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
001430   02 FILLER               PIC X VALUE SPACES.
001440   02 PR-SA-YTD-QUANTITY   PIC ZZZ,ZZ9-.
001450   02 FILLER               PIC X VALUE SPACES.
001460   02 PR-SA-YTD-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
001470   02 FILLER               PIC X VALUE SPACES.
001480   02 PR-SA-LYY-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
001490 
001500 01 RANK-COLUMN.
001510   02 FILLER                PIC X(4)  VALUE "RANK".
001520   02 FILLER                PIC XX VALUE SPACES.
001530   02 PR-RANK-COL-KEY       PIC X(10).
001540   02 FILLER                PIC X(8)  VALUE SPACES.
001550   02 FILLER                PIC X(9)  VALUE "YTD VALUE".
001560   02 FILLER                PIC X(5)  VALUE SPACES.
001570   02 FILLER                PIC X(12) VALUE "LY YTD VALUE".
001580   02 FILLER                PIC X(7)  VALUE SPACES.
001590   02 FILLER                PIC X(9)  VALUE "MTD VALUE".
001600 
001610 01 PRINT-RANK-DETAIL.
001620   02 PR-RANK-NUMBER       PIC Z9.
001630   02 FILLER               PIC X(4) VALUE SPACES.
001640   02 PR-RANK-KEY          PIC X(10).
001650   02 FILLER               PIC XX VALUE SPACES.
001660   02 PR-RANK-YTD-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.
001670   02 FILLER               PIC XX VALUE SPACES.
001680   02 PR-RANK-LYY-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.
001690   02 FILLER               PIC XX VALUE SPACES.
001700   02 PR-RANK-MTD-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.
001710 
001720 01 PRINT-NO-SALES-DETAIL.
001730   02 PR-NOS-PRODUCT-ID    PIC X(4).
001740   02 FILLER               PIC X(8) VALUE SPACES.
001750   02 PR-NOS-PRODUCT-NAME  PIC X(20).
001760   02 FILLER               PIC XX VALUE SPACES.
001770   02 PR-NOS-QUANTITY      PIC ZZ,ZZ9.
001780   02 FILLER               PIC XX VALUE SPACES.
001790   02 PR-NOS-YTD-VALUE     PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
001800 
001810 01 PRINT-LINES-ANALYSED.
001820   02 FILLER                PIC X(30)
001830     VALUE "TOTAL JOURNAL LINES ANALYSED : ".
001840   02 PR-COUNT-ANALYSED     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001850 
001860 01 PRINT-NO-SALES-COUNT.
001870   02 FILLER                PIC X(30)
001880     VALUE "TOTAL PRODUCTS WITH NO SALES : ".
001890   02 PR-COUNT-NO-SALES     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001900 
001910 01 CSV-EXPORT-FIELDS.
001920   02 CSV-MTD-QUANTITY    PIC -9(7).
001930   02 CSV-MTD-VALUE       PIC -9(11).99.
001940   02 CSV-LYM-VALUE       PIC -9(11).99.
001950   02 CSV-YTD-QUANTITY    PIC -9(7).
001960   02 CSV-YTD-VALUE       PIC -9(11).99.
001970   02 CSV-LYY-VALUE       PIC -9(11).99.
001980 
001990 01 CSV-HEADING.
002000   02 FILLER PIC X(40)
002010     VALUE "TYPE,KEY,MTD QTY,MTD VALUE,LY MTD VALUE,".
002020   02 FILLER PIC X(40)
002030     VALUE "YTD QTY,YTD VALUE,LY YTD VALUE".
002040 
002050 01 CSV-RECORD-TYPE       PIC X(8) VALUE SPACES.
002060 
002070 01 SALES-JOURNAL-STATUS  PIC XX VALUE "00".
002080 01 MASTER-FILE-STATUS    PIC XX VALUE "00".
002090 01 ANALYSIS-PARM-STATUS  PIC XX VALUE "00".
002100 01 ANALYSIS-CSV-STATUS   PIC XX VALUE "00".
002110 01 EOF-SALES            PIC X VALUE "N".
002120 01 EOF-MASTER           PIC X VALUE "N".
002130 
002140 01 ENTRY-FOUND-SWITCH  PIC X VALUE "N".
002150   88 ENTRY-FOUND  VALUE "Y".
002152 01 SEARCH-PRODUCT-ID   PIC X(4) VALUE SPACES.
002160 
002170 01 TABLE-FULL-WARNED   PIC X VALUE "N".
002180 
002190 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
002200 01 PERIOD-END           PIC 9(8) VALUE ZERO.
002210 01 MTD-FROM             PIC 9(8) VALUE ZERO.
002220 01 YTD-FROM             PIC 9(8) VALUE ZERO.
002230 01 LY-PERIOD-END        PIC 9(8) VALUE ZERO.
002240 01 LYM-FROM             PIC 9(8) VALUE ZERO.
002250 01 LYY-FROM             PIC 9(8) VALUE ZERO.
002260 01 TOP-COUNT            PIC 9(2) VALUE 10.
002270 01 RANK-NUMBER          PIC 9(2) VALUE ZERO.
002280 
002290 01 LINE-AMOUNTS.
002300   02 LINE-QUANTITY      PIC S9(7) VALUE ZERO.
002310   02 LINE-VALUE         PIC S9(11)V99 VALUE ZERO.
002320   02 ADD-MTD-QUANTITY   PIC S9(7) VALUE ZERO.
002330   02 ADD-MTD-VALUE      PIC S9(11)V99 VALUE ZERO.
002340   02 ADD-LYM-VALUE      PIC S9(11)V99 VALUE ZERO.
002350   02 ADD-YTD-QUANTITY   PIC S9(7) VALUE ZERO.
002360   02 ADD-YTD-VALUE      PIC S9(11)V99 VALUE ZERO.
002370   02 ADD-LYY-VALUE      PIC S9(11)V99 VALUE ZERO.
002380 
002390 01 REPORT-AMOUNTS.
002400   02 REPORT-KEY          PIC X(10) VALUE SPACES.
002410   02 REPORT-MTD-QUANTITY PIC S9(7) VALUE ZERO.
002420   02 REPORT-MTD-VALUE    PIC S9(11)V99 VALUE ZERO.
002430   02 REPORT-LYM-VALUE    PIC S9(11)V99 VALUE ZERO.
002440   02 REPORT-YTD-QUANTITY PIC S9(7) VALUE ZERO.
002450   02 REPORT-YTD-VALUE    PIC S9(11)V99 VALUE ZERO.
002460   02 REPORT-LYY-VALUE    PIC S9(11)V99 VALUE ZERO.
002470 
002480 01 BEST-YTD-VALUE       PIC S9(11)V99 VALUE ZERO.
002490 
002500 01 CUSTOMER-CONTROL.
002510   02 CUSTOMER-COUNT      PIC 9(4) VALUE ZERO.
002520   02 CUSTOMER-TABLE OCCURS 1000 TIMES
002530     INDEXED BY CUS-IDX CUS-BEST-IDX.
002540     03 CUS-CUSTOMER-ID   PIC X(6).
002550     03 CUS-MTD-QUANTITY  PIC S9(7).
002560     03 CUS-MTD-VALUE     PIC S9(11)V99.
002570     03 CUS-LYM-VALUE     PIC S9(11)V99.
002580     03 CUS-YTD-QUANTITY  PIC S9(7).
002590     03 CUS-YTD-VALUE     PIC S9(11)V99.
002600     03 CUS-LYY-VALUE     PIC S9(11)V99.
002610     03 CUS-RANKED        PIC X.
002620 
002630 01 PRODUCT-CONTROL.
002640   02 PRODUCT-COUNT       PIC 9(4) VALUE ZERO.
002650   02 PRODUCT-TABLE OCCURS 2000 TIMES
002660     INDEXED BY PRD-IDX PRD-BEST-IDX.
002670     03 PRD-PRODUCT-ID    PIC X(4).
002680     03 PRD-MTD-QUANTITY  PIC S9(7).
002690     03 PRD-MTD-VALUE     PIC S9(11)V99.
002700     03 PRD-LYM-VALUE     PIC S9(11)V99.
002710     03 PRD-YTD-QUANTITY  PIC S9(7).
002720     03 PRD-YTD-VALUE     PIC S9(11)V99.
002730     03 PRD-LYY-VALUE     PIC S9(11)V99.
002740     03 PRD-RANKED        PIC X.
002750 
002760 01 GROUP-CONTROL.
002770   02 GROUP-COUNT         PIC 9(3) VALUE ZERO.
002780   02 GROUP-TABLE OCCURS 100 TIMES
002790     INDEXED BY GRP-IDX.
002800     03 GRP-GROUP-ID      PIC X(2).
002810     03 GRP-MTD-QUANTITY  PIC S9(7).
002820     03 GRP-MTD-VALUE     PIC S9(11)V99.
002830     03 GRP-LYM-VALUE     PIC S9(11)V99.
002840     03 GRP-YTD-QUANTITY  PIC S9(7).
002850     03 GRP-YTD-VALUE     PIC S9(11)V99.
002860     03 GRP-LYY-VALUE     PIC S9(11)V99.
002870 
002880 01 COUNT-LINES-READ     PIC 9(6) VALUE ZERO.
002890 01 COUNT-ANALYSED       PIC 9(6) VALUE ZERO.
002900 01 COUNT-NO-SALES       PIC 9(6) VALUE ZERO.
002910 
002920 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002930 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002940 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002950 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002960 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002970 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002980   88 PREREQ-START-OPEN  VALUE "Y".
002990 
003000 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
003010   88 PREREQ-END-OK  VALUE "Y".
003020 
003030 01 RUN-LOG-SCAN-LINE.
003040   02 SCAN-PROGRAM-ID     PIC X(8).
003050   02 FILLER              PIC X.
003060   02 SCAN-EVENT          PIC X(5).
003070   02 FILLER              PIC X.
003080   02 SCAN-DATE           PIC 9(8).
003090   02 FILLER              PIC X.
003100   02 SCAN-TIME           PIC 9(6).
003110   02 FILLER              PIC X.
003120   02 SCAN-RECORDS-READ   PIC 9(8).
003130   02 FILLER              PIC X.
003140   02 SCAN-REJECTS        PIC 9(8).
003150   02 FILLER              PIC X.
003160   02 SCAN-DUPLICATES     PIC 9(8).
003170   02 FILLER              PIC X.
003180   02 SCAN-VARIANCES      PIC 9(8).
003190   02 FILLER              PIC X.
003200   02 SCAN-RESTART-FLAG   PIC X(1).
003210   02 FILLER              PIC X.
003220   02 SCAN-RETURN-CODE    PIC 9(4).
003230 
003240 01 RUN-LOG-STATUS      PIC XX VALUE "00".
003250 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
003260 
003270 01 RUN-LOG-DETAIL-LINE.
003280   02 RUN-PROGRAM-ID      PIC X(8) VALUE "SALESAN".
003290   02 FILLER              PIC X VALUE SPACES.
003300   02 RUN-EVENT           PIC X(5).
003310   02 FILLER              PIC X VALUE SPACES.
003320   02 RUN-DATE            PIC 9(8).
003330   02 FILLER              PIC X VALUE SPACES.
003340   02 RUN-TIME            PIC 9(6).
003350   02 FILLER              PIC X VALUE SPACES.
003360   02 RUN-RECORDS-READ    PIC 9(8).
003370   02 FILLER              PIC X VALUE SPACES.
003380   02 RUN-REJECTS         PIC 9(8).
003390   02 FILLER              PIC X VALUE SPACES.
003400   02 RUN-DUPLICATES      PIC 9(8).
003410   02 FILLER              PIC X VALUE SPACES.
003420   02 RUN-VARIANCES       PIC 9(8).
003430   02 FILLER              PIC X VALUE SPACES.
003440   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
003450   02 FILLER              PIC X VALUE SPACES.
003460   02 RUN-RETURN-CODE     PIC 9(4).
003470 
003480 
003490 PROCEDURE DIVISION.
003500 MAIN-CONTROL.
003510   PERFORM CHECK-PREREQUISITE
003520   PERFORM WRITE-RUN-START
003530   PERFORM LOAD-ANALYSIS-PARAMETERS
003540   OPEN INPUT SALES-JOURNAL
003550   IF SALES-JOURNAL-STATUS NOT = "00"
003560     DISPLAY "SALES JOURNAL NOT AVAILABLE - STATUS "
003570       SALES-JOURNAL-STATUS
003580     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003590     MOVE 12 TO RETURN-CODE
003600     PERFORM WRITE-RUN-END
003610     STOP RUN
003620   END-IF
003630   OPEN OUTPUT ANALYSIS-CSV
003640   IF ANALYSIS-CSV-STATUS NOT = "00"
003650     DISPLAY "SALES ANALYSIS CSV NOT WRITABLE - STATUS "
003660       ANALYSIS-CSV-STATUS
003670     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003680     MOVE 14 TO RETURN-CODE
003690     PERFORM WRITE-RUN-END
003700     STOP RUN
003710   END-IF
003720   PERFORM READ-SALES-JOURNAL
003730   PERFORM ANALYSE-ONE-LINE UNTIL EOF-SALES = "Y"
003740   CLOSE SALES-JOURNAL
003750   OPEN OUTPUT ANALYSIS-REPORT
003760   DISPLAY ANALYSIS-HEADING
003770   MOVE ANALYSIS-HEADING TO ANALYSIS-LINE
003780   WRITE ANALYSIS-LINE
003790   MOVE PERIOD-END TO PR-PERIOD-END
003800   MOVE LY-PERIOD-END TO PR-LY-PERIOD-END
003810   DISPLAY PRINT-PERIOD-LINE
003820   MOVE PRINT-PERIOD-LINE TO ANALYSIS-LINE
003830   WRITE ANALYSIS-LINE
003840   MOVE CSV-HEADING TO CSV-RECORD
003850   WRITE CSV-RECORD
003860   PERFORM PRINT-CUSTOMER-SECTION
003870   PERFORM PRINT-PRODUCT-SECTION
003880   PERFORM PRINT-GROUP-SECTION
003890   PERFORM PRINT-TOP-CUSTOMERS
003900   PERFORM PRINT-TOP-PRODUCTS
003910   PERFORM PRINT-NO-SALES-SECTION
003920   CLOSE ANALYSIS-CSV
003930   MOVE COUNT-ANALYSED TO PR-COUNT-ANALYSED
003940   MOVE COUNT-NO-SALES TO PR-COUNT-NO-SALES
003950   DISPLAY PRINT-LINES-ANALYSED
003960   DISPLAY PRINT-NO-SALES-COUNT
003970   MOVE PRINT-LINES-ANALYSED TO ANALYSIS-LINE
003980   WRITE ANALYSIS-LINE
003990   MOVE PRINT-NO-SALES-COUNT TO ANALYSIS-LINE
004000   WRITE ANALYSIS-LINE
004010   DISPLAY ANALYSIS-FOOTING
004020   MOVE ANALYSIS-FOOTING TO ANALYSIS-LINE
004030   WRITE ANALYSIS-LINE
004040   CLOSE ANALYSIS-REPORT
004050   PERFORM WRITE-RUN-END
004060   STOP RUN.
004070 
004080 LOAD-ANALYSIS-PARAMETERS.
004090   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
004100   MOVE RUN-DATE-TODAY TO PERIOD-END
004110   OPEN INPUT ANALYSIS-PARAMETERS
004120   IF ANALYSIS-PARM-STATUS = "00"
004130     READ ANALYSIS-PARAMETERS
004140       AT END
004150         CONTINUE
004160       NOT AT END
004170         IF SAP-PERIOD-END IS NUMERIC AND SAP-PERIOD-END > 0
004180           MOVE SAP-PERIOD-END TO PERIOD-END
004190         END-IF
004200         IF SAP-TOP-COUNT IS NUMERIC AND SAP-TOP-COUNT > 0
004210           MOVE SAP-TOP-COUNT TO TOP-COUNT
004220         END-IF
004230     END-READ
004240     CLOSE ANALYSIS-PARAMETERS
004250   END-IF
004260   MOVE PERIOD-END TO MTD-FROM
004270   MOVE "01" TO MTD-FROM(7:2)
004280   MOVE PERIOD-END TO YTD-FROM
004290   MOVE "0101" TO YTD-FROM(5:4)
004300   COMPUTE LY-PERIOD-END = PERIOD-END - 10000
004310   COMPUTE LYM-FROM = MTD-FROM - 10000
004320   COMPUTE LYY-FROM = YTD-FROM - 10000.
004330 
004340 READ-SALES-JOURNAL.
004350   READ SALES-JOURNAL
004360     AT END
004370       MOVE "Y" TO EOF-SALES
004380     NOT AT END
004390       ADD 1 TO COUNT-LINES-READ
004400   END-READ.
004410 
004420 ANALYSE-ONE-LINE.
004430   MOVE SJR-QUANTITY TO LINE-QUANTITY
004440   MOVE SJR-VALUE TO LINE-VALUE
004450   IF SJR-IS-CREDIT
004460     COMPUTE LINE-QUANTITY = 0 - LINE-QUANTITY
004470     COMPUTE LINE-VALUE = 0 - LINE-VALUE
004480   END-IF
004490   MOVE 0 TO ADD-MTD-QUANTITY
004500   MOVE 0 TO ADD-MTD-VALUE
004510   MOVE 0 TO ADD-LYM-VALUE
004520   MOVE 0 TO ADD-YTD-QUANTITY
004530   MOVE 0 TO ADD-YTD-VALUE
004540   MOVE 0 TO ADD-LYY-VALUE
004550   IF SJR-DATE NOT < YTD-FROM AND SJR-DATE NOT > PERIOD-END
004560     MOVE LINE-QUANTITY TO ADD-YTD-QUANTITY
004570     MOVE LINE-VALUE TO ADD-YTD-VALUE
004580     IF SJR-DATE NOT < MTD-FROM
004590       MOVE LINE-QUANTITY TO ADD-MTD-QUANTITY
004600       MOVE LINE-VALUE TO ADD-MTD-VALUE
004610     END-IF
004620   END-IF
004630   IF SJR-DATE NOT < LYY-FROM AND SJR-DATE NOT > LY-PERIOD-END
004640     MOVE LINE-VALUE TO ADD-LYY-VALUE
004650     IF SJR-DATE NOT < LYM-FROM
004660       MOVE LINE-VALUE TO ADD-LYM-VALUE
004670     END-IF
004680   END-IF
004690   IF ADD-YTD-QUANTITY NOT = 0 OR ADD-YTD-VALUE NOT = 0
004700     OR ADD-LYY-VALUE NOT = 0
004710     ADD 1 TO COUNT-ANALYSED
004720     PERFORM ADD-LINE-TO-CUSTOMER
004730     PERFORM ADD-LINE-TO-PRODUCT
004740     PERFORM ADD-LINE-TO-GROUP
004750   END-IF
004760   PERFORM READ-SALES-JOURNAL.
004770 
004780 ADD-LINE-TO-CUSTOMER.
004790   MOVE "N" TO ENTRY-FOUND-SWITCH
004800   IF CUSTOMER-COUNT > 0
004810     SET CUS-IDX TO 1
004820     SEARCH CUSTOMER-TABLE
004830       AT END
004840         MOVE "N" TO ENTRY-FOUND-SWITCH
004850       WHEN CUS-IDX > CUSTOMER-COUNT
004860         MOVE "N" TO ENTRY-FOUND-SWITCH
004870       WHEN CUS-CUSTOMER-ID(CUS-IDX) = SJR-CUSTOMER-ID
004880         MOVE "Y" TO ENTRY-FOUND-SWITCH
004890     END-SEARCH
004900   END-IF
004910   IF NOT ENTRY-FOUND
004920     IF CUSTOMER-COUNT < 1000
004930       ADD 1 TO CUSTOMER-COUNT
004940       SET CUS-IDX TO CUSTOMER-COUNT
004950       MOVE SJR-CUSTOMER-ID TO CUS-CUSTOMER-ID(CUS-IDX)
004960       MOVE 0 TO CUS-MTD-QUANTITY(CUS-IDX)
004970       MOVE 0 TO CUS-MTD-VALUE(CUS-IDX)
004980       MOVE 0 TO CUS-LYM-VALUE(CUS-IDX)
004990       MOVE 0 TO CUS-YTD-QUANTITY(CUS-IDX)
005000       MOVE 0 TO CUS-YTD-VALUE(CUS-IDX)
005010       MOVE 0 TO CUS-LYY-VALUE(CUS-IDX)
005020       MOVE "N" TO CUS-RANKED(CUS-IDX)
005030       MOVE "Y" TO ENTRY-FOUND-SWITCH
005040     ELSE
005050       PERFORM WARN-TABLE-FULL
005060     END-IF
005070   END-IF
005080   IF ENTRY-FOUND
005090     ADD ADD-MTD-QUANTITY TO CUS-MTD-QUANTITY(CUS-IDX)
005100     ADD ADD-MTD-VALUE TO CUS-MTD-VALUE(CUS-IDX)
005110     ADD ADD-LYM-VALUE TO CUS-LYM-VALUE(CUS-IDX)
005120     ADD ADD-YTD-QUANTITY TO CUS-YTD-QUANTITY(CUS-IDX)
005130     ADD ADD-YTD-VALUE TO CUS-YTD-VALUE(CUS-IDX)
005140     ADD ADD-LYY-VALUE TO CUS-LYY-VALUE(CUS-IDX)
005150   END-IF.
005160 
005170 ADD-LINE-TO-PRODUCT.
005172   MOVE SJR-PRODUCT-ID TO SEARCH-PRODUCT-ID
005180   PERFORM FIND-PRODUCT-ENTRY
005190   IF NOT ENTRY-FOUND
005200     IF PRODUCT-COUNT < 2000
005210       ADD 1 TO PRODUCT-COUNT
005220       SET PRD-IDX TO PRODUCT-COUNT
005230       MOVE SJR-PRODUCT-ID TO PRD-PRODUCT-ID(PRD-IDX)
005240       MOVE 0 TO PRD-MTD-QUANTITY(PRD-IDX)
005250       MOVE 0 TO PRD-MTD-VALUE(PRD-IDX)
005260       MOVE 0 TO PRD-LYM-VALUE(PRD-IDX)
005270       MOVE 0 TO PRD-YTD-QUANTITY(PRD-IDX)
005280       MOVE 0 TO PRD-YTD-VALUE(PRD-IDX)
005290       MOVE 0 TO PRD-LYY-VALUE(PRD-IDX)
005300       MOVE "N" TO PRD-RANKED(PRD-IDX)
005310       MOVE "Y" TO ENTRY-FOUND-SWITCH
005320     ELSE
005330       PERFORM WARN-TABLE-FULL
005340     END-IF
005350   END-IF
005360   IF ENTRY-FOUND
005370     ADD ADD-MTD-QUANTITY TO PRD-MTD-QUANTITY(PRD-IDX)
005380     ADD ADD-MTD-VALUE TO PRD-MTD-VALUE(PRD-IDX)
005390     ADD ADD-LYM-VALUE TO PRD-LYM-VALUE(PRD-IDX)
005400     ADD ADD-YTD-QUANTITY TO PRD-YTD-QUANTITY(PRD-IDX)
005410     ADD ADD-YTD-VALUE TO PRD-YTD-VALUE(PRD-IDX)
005420     ADD ADD-LYY-VALUE TO PRD-LYY-VALUE(PRD-IDX)
005430   END-IF.
005440 
005450 FIND-PRODUCT-ENTRY.
005460   MOVE "N" TO ENTRY-FOUND-SWITCH
005470   IF PRODUCT-COUNT > 0
005480     SET PRD-IDX TO 1
005490     SEARCH PRODUCT-TABLE
005500       AT END
005510         MOVE "N" TO ENTRY-FOUND-SWITCH
005520       WHEN PRD-IDX > PRODUCT-COUNT
005530         MOVE "N" TO ENTRY-FOUND-SWITCH
005540       WHEN PRD-PRODUCT-ID(PRD-IDX) = SEARCH-PRODUCT-ID
005550         MOVE "Y" TO ENTRY-FOUND-SWITCH
005560     END-SEARCH
005570   END-IF.
005580 
005590 ADD-LINE-TO-GROUP.
005600   MOVE "N" TO ENTRY-FOUND-SWITCH
005610   IF GROUP-COUNT > 0
005620     SET GRP-IDX TO 1
005630     SEARCH GROUP-TABLE
005640       AT END
005650         MOVE "N" TO ENTRY-FOUND-SWITCH
005660       WHEN GRP-IDX > GROUP-COUNT
005670         MOVE "N" TO ENTRY-FOUND-SWITCH
005680       WHEN GRP-GROUP-ID(GRP-IDX) = SJR-PRODUCT-ID(1:2)
005690         MOVE "Y" TO ENTRY-FOUND-SWITCH
005700     END-SEARCH
005710   END-IF
005720   IF NOT ENTRY-FOUND
005730     IF GROUP-COUNT < 100
005740       ADD 1 TO GROUP-COUNT
005750       SET GRP-IDX TO GROUP-COUNT
005760       MOVE SJR-PRODUCT-ID(1:2) TO GRP-GROUP-ID(GRP-IDX)
005770       MOVE 0 TO GRP-MTD-QUANTITY(GRP-IDX)
005780       MOVE 0 TO GRP-MTD-VALUE(GRP-IDX)
005790       MOVE 0 TO GRP-LYM-VALUE(GRP-IDX)
005800       MOVE 0 TO GRP-YTD-QUANTITY(GRP-IDX)
005810       MOVE 0 TO GRP-YTD-VALUE(GRP-IDX)
005820       MOVE 0 TO GRP-LYY-VALUE(GRP-IDX)
005830       MOVE "Y" TO ENTRY-FOUND-SWITCH
005840     ELSE
005850       PERFORM WARN-TABLE-FULL
005860     END-IF
005870   END-IF
005880   IF ENTRY-FOUND
005890     ADD ADD-MTD-QUANTITY TO GRP-MTD-QUANTITY(GRP-IDX)
005900     ADD ADD-MTD-VALUE TO GRP-MTD-VALUE(GRP-IDX)
005910     ADD ADD-LYM-VALUE TO GRP-LYM-VALUE(GRP-IDX)
005920     ADD ADD-YTD-QUANTITY TO GRP-YTD-QUANTITY(GRP-IDX)
005930     ADD ADD-YTD-VALUE TO GRP-YTD-VALUE(GRP-IDX)
005940     ADD ADD-LYY-VALUE TO GRP-LYY-VALUE(GRP-IDX)
005950   END-IF.
005960 
005970 WARN-TABLE-FULL.
005980   IF TABLE-FULL-WARNED NOT = "Y"
005990     DISPLAY "ANALYSIS TABLE FULL - REPORT INCOMPLETE"
006000     MOVE "Y" TO TABLE-FULL-WARNED
006010   END-IF.
006020 
006030 PRINT-CUSTOMER-SECTION.
006040   DISPLAY CUSTOMER-HEADING
006050   MOVE CUSTOMER-HEADING TO ANALYSIS-LINE
006060   WRITE ANALYSIS-LINE
006070   MOVE "CUSTOMER" TO PR-COL-KEY
006080   PERFORM PRINT-ANALYSIS-COLUMN
006090   MOVE "CUSTOMER" TO CSV-RECORD-TYPE
006100   IF CUSTOMER-COUNT > 0
006110     SET CUS-IDX TO 1
006120     PERFORM PRINT-ONE-CUSTOMER CUSTOMER-COUNT TIMES
006130   END-IF.
006140 
006150 PRINT-ONE-CUSTOMER.
006160   MOVE CUS-CUSTOMER-ID(CUS-IDX) TO REPORT-KEY
006170   MOVE CUS-MTD-QUANTITY(CUS-IDX) TO REPORT-MTD-QUANTITY
006180   MOVE CUS-MTD-VALUE(CUS-IDX) TO REPORT-MTD-VALUE
006190   MOVE CUS-LYM-VALUE(CUS-IDX) TO REPORT-LYM-VALUE
006200   MOVE CUS-YTD-QUANTITY(CUS-IDX) TO REPORT-YTD-QUANTITY
006210   MOVE CUS-YTD-VALUE(CUS-IDX) TO REPORT-YTD-VALUE
006220   MOVE CUS-LYY-VALUE(CUS-IDX) TO REPORT-LYY-VALUE
006230   PERFORM PRINT-ANALYSIS-LINE
006240   SET CUS-IDX UP BY 1.
006250 
006260 PRINT-PRODUCT-SECTION.
006270   DISPLAY PRODUCT-HEADING
006280   MOVE PRODUCT-HEADING TO ANALYSIS-LINE
006290   WRITE ANALYSIS-LINE
006300   MOVE "PRODUCT-ID" TO PR-COL-KEY
006310   PERFORM PRINT-ANALYSIS-COLUMN
006320   MOVE "PRODUCT" TO CSV-RECORD-TYPE
006330   IF PRODUCT-COUNT > 0
006340     SET PRD-IDX TO 1
006350     PERFORM PRINT-ONE-PRODUCT PRODUCT-COUNT TIMES
006360   END-IF.
006370 
006380 PRINT-ONE-PRODUCT.
006390   MOVE PRD-PRODUCT-ID(PRD-IDX) TO REPORT-KEY
006400   MOVE PRD-MTD-QUANTITY(PRD-IDX) TO REPORT-MTD-QUANTITY
006410   MOVE PRD-MTD-VALUE(PRD-IDX) TO REPORT-MTD-VALUE
006420   MOVE PRD-LYM-VALUE(PRD-IDX) TO REPORT-LYM-VALUE
006430   MOVE PRD-YTD-QUANTITY(PRD-IDX) TO REPORT-YTD-QUANTITY
006440   MOVE PRD-YTD-VALUE(PRD-IDX) TO REPORT-YTD-VALUE
006450   MOVE PRD-LYY-VALUE(PRD-IDX) TO REPORT-LYY-VALUE
006460   PERFORM PRINT-ANALYSIS-LINE
006470   SET PRD-IDX UP BY 1.
006480 
006490 PRINT-GROUP-SECTION.
006500   DISPLAY GROUP-HEADING
006510   MOVE GROUP-HEADING TO ANALYSIS-LINE
006520   WRITE ANALYSIS-LINE
006530   MOVE "GROUP" TO PR-COL-KEY
006540   PERFORM PRINT-ANALYSIS-COLUMN
006550   MOVE "GROUP" TO CSV-RECORD-TYPE
006560   IF GROUP-COUNT > 0
006570     SET GRP-IDX TO 1
006580     PERFORM PRINT-ONE-GROUP GROUP-COUNT TIMES
006590   END-IF.
006600 
006610 PRINT-ONE-GROUP.
006620   MOVE GRP-GROUP-ID(GRP-IDX) TO REPORT-KEY
006630   MOVE GRP-MTD-QUANTITY(GRP-IDX) TO REPORT-MTD-QUANTITY
006640   MOVE GRP-MTD-VALUE(GRP-IDX) TO REPORT-MTD-VALUE
006650   MOVE GRP-LYM-VALUE(GRP-IDX) TO REPORT-LYM-VALUE
006660   MOVE GRP-YTD-QUANTITY(GRP-IDX) TO REPORT-YTD-QUANTITY
006670   MOVE GRP-YTD-VALUE(GRP-IDX) TO REPORT-YTD-VALUE
006680   MOVE GRP-LYY-VALUE(GRP-IDX) TO REPORT-LYY-VALUE
006690   PERFORM PRINT-ANALYSIS-LINE
006700   SET GRP-IDX UP BY 1.
006710 
006720 PRINT-ANALYSIS-COLUMN.
006730   DISPLAY ANALYSIS-COLUMN
006740   MOVE ANALYSIS-COLUMN TO ANALYSIS-LINE
006750   WRITE ANALYSIS-LINE.
006760 
006770 PRINT-ANALYSIS-LINE.
006780   MOVE REPORT-KEY TO PR-SA-KEY
006790   MOVE REPORT-MTD-QUANTITY TO PR-SA-MTD-QUANTITY
006800   MOVE REPORT-MTD-VALUE TO PR-SA-MTD-VALUE
006810   MOVE REPORT-LYM-VALUE TO PR-SA-LYM-VALUE
006820   MOVE REPORT-YTD-QUANTITY TO PR-SA-YTD-QUANTITY
006830   MOVE REPORT-YTD-VALUE TO PR-SA-YTD-VALUE
006840   MOVE REPORT-LYY-VALUE TO PR-SA-LYY-VALUE
006850   DISPLAY PRINT-ANALYSIS-DETAIL
006860   MOVE PRINT-ANALYSIS-DETAIL TO ANALYSIS-LINE
006870   WRITE ANALYSIS-LINE
006880   PERFORM WRITE-CSV-RECORD.
006890 
006900 WRITE-CSV-RECORD.
006910   MOVE SPACES TO CSV-RECORD
006920   MOVE REPORT-MTD-QUANTITY TO CSV-MTD-QUANTITY
006930   MOVE REPORT-MTD-VALUE TO CSV-MTD-VALUE
006940   MOVE REPORT-LYM-VALUE TO CSV-LYM-VALUE
006950   MOVE REPORT-YTD-QUANTITY TO CSV-YTD-QUANTITY
006960   MOVE REPORT-YTD-VALUE TO CSV-YTD-VALUE
006970   MOVE REPORT-LYY-VALUE TO CSV-LYY-VALUE
006980   STRING
006990     CSV-RECORD-TYPE DELIMITED BY SPACE
007000     "," DELIMITED BY SIZE
007010     REPORT-KEY DELIMITED BY SPACE
007020     "," DELIMITED BY SIZE
007030     CSV-MTD-QUANTITY DELIMITED BY SIZE
007040     "," DELIMITED BY SIZE
007050     CSV-MTD-VALUE DELIMITED BY SIZE
007060     "," DELIMITED BY SIZE
007070     CSV-LYM-VALUE DELIMITED BY SIZE
007080     "," DELIMITED BY SIZE
007090     CSV-YTD-QUANTITY DELIMITED BY SIZE
007100     "," DELIMITED BY SIZE
007110     CSV-YTD-VALUE DELIMITED BY SIZE
007120     "," DELIMITED BY SIZE
007130     CSV-LYY-VALUE DELIMITED BY SIZE
007140     INTO CSV-RECORD
007150   END-STRING
007160   WRITE CSV-RECORD.
007170 
007180 PRINT-TOP-CUSTOMERS.
007190   DISPLAY TOP-CUSTOMER-HEADING
007200   MOVE TOP-CUSTOMER-HEADING TO ANALYSIS-LINE
007210   WRITE ANALYSIS-LINE
007220   MOVE "CUSTOMER" TO PR-RANK-COL-KEY
007230   DISPLAY RANK-COLUMN
007240   MOVE RANK-COLUMN TO ANALYSIS-LINE
007250   WRITE ANALYSIS-LINE
007260   MOVE 0 TO RANK-NUMBER
007270   IF CUSTOMER-COUNT > 0
007280     PERFORM RANK-NEXT-CUSTOMER TOP-COUNT TIMES
007290   END-IF.
007300 
007310 RANK-NEXT-CUSTOMER.
007320   MOVE 0 TO BEST-YTD-VALUE
007330   MOVE "N" TO ENTRY-FOUND-SWITCH
007340   SET CUS-IDX TO 1
007350   PERFORM CHECK-BEST-CUSTOMER CUSTOMER-COUNT TIMES
007360   IF ENTRY-FOUND
007370     ADD 1 TO RANK-NUMBER
007380     MOVE "Y" TO CUS-RANKED(CUS-BEST-IDX)
007390     MOVE RANK-NUMBER TO PR-RANK-NUMBER
007400     MOVE CUS-CUSTOMER-ID(CUS-BEST-IDX) TO PR-RANK-KEY
007410     MOVE CUS-YTD-VALUE(CUS-BEST-IDX) TO PR-RANK-YTD-VALUE
007420     MOVE CUS-LYY-VALUE(CUS-BEST-IDX) TO PR-RANK-LYY-VALUE
007430     MOVE CUS-MTD-VALUE(CUS-BEST-IDX) TO PR-RANK-MTD-VALUE
007440     PERFORM PRINT-RANK-LINE
007450   END-IF.
007460 
007470 CHECK-BEST-CUSTOMER.
007480   IF CUS-RANKED(CUS-IDX) = "N"
007490     AND CUS-YTD-VALUE(CUS-IDX) > BEST-YTD-VALUE
007500     MOVE CUS-YTD-VALUE(CUS-IDX) TO BEST-YTD-VALUE
007510     SET CUS-BEST-IDX TO CUS-IDX
007520     MOVE "Y" TO ENTRY-FOUND-SWITCH
007530   END-IF
007540   SET CUS-IDX UP BY 1.
007550 
007560 PRINT-TOP-PRODUCTS.
007570   DISPLAY TOP-PRODUCT-HEADING
007580   MOVE TOP-PRODUCT-HEADING TO ANALYSIS-LINE
007590   WRITE ANALYSIS-LINE
007600   MOVE "PRODUCT-ID" TO PR-RANK-COL-KEY
007610   DISPLAY RANK-COLUMN
007620   MOVE RANK-COLUMN TO ANALYSIS-LINE
007630   WRITE ANALYSIS-LINE
007640   MOVE 0 TO RANK-NUMBER
007650   IF PRODUCT-COUNT > 0
007660     PERFORM RANK-NEXT-PRODUCT TOP-COUNT TIMES
007670   END-IF.
007680 
007690 RANK-NEXT-PRODUCT.
007700   MOVE 0 TO BEST-YTD-VALUE
007710   MOVE "N" TO ENTRY-FOUND-SWITCH
007720   SET PRD-IDX TO 1
007730   PERFORM CHECK-BEST-PRODUCT PRODUCT-COUNT TIMES
007740   IF ENTRY-FOUND
007750     ADD 1 TO RANK-NUMBER
007760     MOVE "Y" TO PRD-RANKED(PRD-BEST-IDX)
007770     MOVE RANK-NUMBER TO PR-RANK-NUMBER
007780     MOVE PRD-PRODUCT-ID(PRD-BEST-IDX) TO PR-RANK-KEY
007790     MOVE PRD-YTD-VALUE(PRD-BEST-IDX) TO PR-RANK-YTD-VALUE
007800     MOVE PRD-LYY-VALUE(PRD-BEST-IDX) TO PR-RANK-LYY-VALUE
007810     MOVE PRD-MTD-VALUE(PRD-BEST-IDX) TO PR-RANK-MTD-VALUE
007820     PERFORM PRINT-RANK-LINE
007830   END-IF.
007840 
007850 CHECK-BEST-PRODUCT.
007860   IF PRD-RANKED(PRD-IDX) = "N"
007870     AND PRD-YTD-VALUE(PRD-IDX) > BEST-YTD-VALUE
007880     MOVE PRD-YTD-VALUE(PRD-IDX) TO BEST-YTD-VALUE
007890     SET PRD-BEST-IDX TO PRD-IDX
007900     MOVE "Y" TO ENTRY-FOUND-SWITCH
007910   END-IF
007920   SET PRD-IDX UP BY 1.
007930 
007940 PRINT-RANK-LINE.
007950   DISPLAY PRINT-RANK-DETAIL
007960   MOVE PRINT-RANK-DETAIL TO ANALYSIS-LINE
007970   WRITE ANALYSIS-LINE.
007980 
007990 PRINT-NO-SALES-SECTION.
008000   OPEN INPUT PRODUCT-MASTER
008010   IF MASTER-FILE-STATUS = "00"
008020     DISPLAY NO-SALES-HEADING
008030     MOVE NO-SALES-HEADING TO ANALYSIS-LINE
008040     WRITE ANALYSIS-LINE
008050     PERFORM READ-MASTER
008060     PERFORM CHECK-PRODUCT-SOLD UNTIL EOF-MASTER = "Y"
008070     CLOSE PRODUCT-MASTER
008080   ELSE
008090     DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
008100       MASTER-FILE-STATUS
008110     DISPLAY "PRODUCTS WITH NO SALES NOT LISTED"
008120   END-IF.
008130 
008140 READ-MASTER.
008150   READ PRODUCT-MASTER
008160     AT END
008170       MOVE "Y" TO EOF-MASTER
008180   END-READ.
008190 
008200 CHECK-PRODUCT-SOLD.
008210   MOVE MAST-PRODUCT-ID TO SEARCH-PRODUCT-ID
008220   PERFORM FIND-PRODUCT-ENTRY
008230   IF ENTRY-FOUND
008240     IF PRD-MTD-QUANTITY(PRD-IDX) = 0
008250       AND PRD-MTD-VALUE(PRD-IDX) = 0
008260       MOVE PRD-YTD-VALUE(PRD-IDX) TO PR-NOS-YTD-VALUE
008270       PERFORM PRINT-NO-SALES-LINE
008280     END-IF
008290   ELSE
008300     MOVE 0 TO PR-NOS-YTD-VALUE
008310     PERFORM PRINT-NO-SALES-LINE
008320   END-IF
008330   PERFORM READ-MASTER.
008340 
008350 PRINT-NO-SALES-LINE.
008360   MOVE MAST-PRODUCT-ID TO PR-NOS-PRODUCT-ID
008370   MOVE MAST-PRODUCT-NAME TO PR-NOS-PRODUCT-NAME
008380   MOVE MAST-QUANTITY TO PR-NOS-QUANTITY
008390   DISPLAY PRINT-NO-SALES-DETAIL
008400   MOVE PRINT-NO-SALES-DETAIL TO ANALYSIS-LINE
008410   WRITE ANALYSIS-LINE
008420   ADD 1 TO COUNT-NO-SALES.
008430 
008440 CHECK-PREREQUISITE.
008450   PERFORM LOAD-PREREQ-PARAMETERS
008460   IF PREREQUISITE-PROGRAM NOT = SPACES
008470     PERFORM SCAN-RUN-LOG
008480     IF PREREQ-START-OPEN
008490       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
008500         " STILL RUNNING OR ABENDED - RUN ABORTED"
008510       MOVE 16 TO RETURN-CODE
008520       STOP RUN
008530     END-IF
008540     IF NOT PREREQ-END-OK
008550       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
008560         " HAS NOT COMPLETED TODAY - RUN ABORTED"
008570       MOVE 16 TO RETURN-CODE
008580       STOP RUN
008590     END-IF
008600   END-IF.
008610 
008620 LOAD-PREREQ-PARAMETERS.
008630   OPEN INPUT PREREQ-PARAMETERS
008640   IF PREREQ-PARM-STATUS = "00"
008650     PERFORM READ-PREREQ-PARM
008660     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
008670     CLOSE PREREQ-PARAMETERS
008680   END-IF.
008690 
008700 READ-PREREQ-PARM.
008710   READ PREREQ-PARAMETERS
008720     AT END
008730       MOVE "Y" TO EOF-PREREQ-PARMS
008740   END-READ.
008750 
008760 FIND-OWN-PREREQ.
008770   IF PRQ-PROGRAM-ID = "SALESAN"
008780     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
008790   END-IF
008800   PERFORM READ-PREREQ-PARM.
008810 
008820 SCAN-RUN-LOG.
008830   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
008840   MOVE "N" TO PREREQ-OPEN-START-SWITCH
008850   MOVE "N" TO PREREQ-END-OK-SWITCH
008860   MOVE "N" TO EOF-RUN-LOG-SCAN
008870   OPEN INPUT RUN-LOG
008880   IF RUN-LOG-STATUS = "00"
008890     PERFORM READ-RUN-LOG-SCAN
008900     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
008910     CLOSE RUN-LOG
008920   ELSE
008930     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
008940   END-IF.
008950 
008960 READ-RUN-LOG-SCAN.
008970   READ RUN-LOG
008980     AT END
008990       MOVE "Y" TO EOF-RUN-LOG-SCAN
009000   END-READ.
009010 
009020 CHECK-ONE-LOG-RECORD.
009030   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
009040   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
009050     AND SCAN-DATE = PREREQ-CHECK-DATE
009060     EVALUATE SCAN-EVENT
009070       WHEN "START"
009080         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
009090       WHEN "END"
009100         MOVE "N" TO PREREQ-OPEN-START-SWITCH
009110         IF SCAN-RETURN-CODE IS NUMERIC
009120           AND SCAN-RETURN-CODE = 0
009130           MOVE "Y" TO PREREQ-END-OK-SWITCH
009140         END-IF
009150     END-EVALUATE
009160   END-IF
009170   PERFORM READ-RUN-LOG-SCAN.
009180 
009190 WRITE-RUN-START.
009200   MOVE "START" TO RUN-EVENT
009210   PERFORM WRITE-RUN-LOG-RECORD.
009220 
009230 WRITE-RUN-END.
009240   MOVE "END" TO RUN-EVENT
009250   PERFORM WRITE-RUN-LOG-RECORD.
009260 
009270 WRITE-RUN-LOG-RECORD.
009280   ACCEPT RUN-DATE FROM DATE YYYYMMDD
009290   ACCEPT RUN-TIME-OF-DAY FROM TIME
009300   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
009310   MOVE COUNT-LINES-READ TO RUN-RECORDS-READ
009320   MOVE 0 TO RUN-REJECTS
009330   MOVE 0 TO RUN-DUPLICATES
009340   MOVE 0 TO RUN-VARIANCES
009350   MOVE RETURN-CODE TO RUN-RETURN-CODE
009360   OPEN EXTEND RUN-LOG
009370   IF RUN-LOG-STATUS NOT = "00"
009380     OPEN OUTPUT RUN-LOG
009390   END-IF
009400   IF RUN-LOG-STATUS NOT = "00"
009410     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
009420     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
009430     MOVE 14 TO RETURN-CODE
009440     STOP RUN
009450   END-IF
009460   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
009470   WRITE RUN-LOG-RECORD
009480   CLOSE RUN-LOG.
009490 END PROGRAM SALESAN.
