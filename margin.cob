000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   MARGIN.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT SALES-JOURNAL ASSIGN TO FILE56
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS SALES-JOURNAL-STATUS.
000110 
000120   SELECT SALES-SORTED-FILE ASSIGN TO FILE93
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS SALES-SORTED-STATUS.
000150 
000160   SELECT MARGIN-WORK ASSIGN TO WORK05.
000170 
000180   SELECT MARGIN-PARAMETERS ASSIGN TO FILE91
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS MARGIN-PARM-STATUS.
000210 
000220   SELECT MARGIN-REPORT ASSIGN TO FILE92
000230     ORGANIZATION LINE SEQUENTIAL.
000240 
000250   SELECT MARGIN-EXCEPTION-FILE ASSIGN TO FILE94
000260     ORGANIZATION LINE SEQUENTIAL
000270     FILE STATUS IS MARGIN-EXCEPTION-STATUS.
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
000530 FD SALES-SORTED-FILE.
000540 01 SALES-SORTED-RECORD.
000550   02 SJS-INVOICE-NO    PIC 9(6).
000560   02 SJS-CUSTOMER-ID   PIC X(6).
000570   02 SJS-PRODUCT-ID    PIC X(4).
000580   02 SJS-QUANTITY      PIC 9(5).
000590   02 SJS-VALUE         PIC 9(9)V99.
000600   02 SJS-DATE          PIC 9(8).
000610   02 SJS-SIGN          PIC X(1).
000620     88 SJS-IS-CREDIT   VALUE "-".
000630   02 SJS-ORIG-INVOICE-NO PIC 9(6).
000640   02 SJS-COST          PIC 9(9)V99.
000650 
000660 SD MARGIN-WORK.
000670 01 MARGIN-WORK-RECORD.
000680   02 MWF-INVOICE-NO    PIC 9(6).
000690   02 MWF-CUSTOMER-ID   PIC X(6).
000700   02 MWF-PRODUCT-ID    PIC X(4).
000710   02 MWF-REST          PIC X(42).
000720 
000730 FD MARGIN-PARAMETERS.
000740 01 MARGIN-PARM-RECORD.
000750   02 MPARM-DATE-FROM     PIC 9(8).
000760   02 MPARM-DATE-TO       PIC 9(8).
000770   02 MPARM-MIN-MARGIN    PIC 9(3)V9.
000780 
000790 FD MARGIN-REPORT.
000800 01 MARGIN-LINE            PIC X(100).
000810 
000820 FD MARGIN-EXCEPTION-FILE.
000830 01 MARGIN-EXCEPTION-RECORD.
000840   02 EXM-INVOICE-NO      PIC 9(6).
000850   02 EXM-CUSTOMER-ID     PIC X(6).
000860   02 EXM-PRODUCT-ID      PIC X(4).
000870   02 EXM-QUANTITY        PIC 9(5).
000880   02 EXM-VALUE           PIC 9(9)V99.
000890   02 EXM-COST            PIC 9(9)V99.
000900   02 EXM-MARGIN-PCT      PIC ZZZZ9.9-.
000910   02 EXM-REASON          PIC X(20).
000920 
000930 FD RUN-LOG.
000940 01 RUN-LOG-RECORD         PIC X(80).
000950 
000960 FD PREREQ-PARAMETERS.
000970 01 PREREQ-PARM-RECORD.
000980   02 PRQ-PROGRAM-ID      PIC X(8).
000990   02 FILLER              PIC X.
001000   02 PRQ-PREDECESSOR     PIC X(8).
001010 
001020 
001030 WORKING-STORAGE SECTION.
001040 01 MARGIN-HEADING.
001050   02 FILLER PIC X(88)
001060     VALUE "        ****** GROSS MARGIN BY PRODUCT ******".
001070 
001080 01 CUSTOMER-HEADING.
001090   02 FILLER PIC X(88)
001100     VALUE "        ****** GROSS MARGIN BY CUSTOMER ******".
001110 
001120 01 EXCEPTION-HEADING.
001130   02 FILLER PIC X(88)
001140     VALUE "        ****** MARGIN EXCEPTIONS ******".
001150 
001160 01 MARGIN-FOOTING PIC X(88)
001170   VALUE "        ******  END OF GROSS MARGIN REPORT  ******".
001180 
001190 01 PRINT-PERIOD-LINE.
001200   02 FILLER               PIC X(12) VALUE "PERIOD FROM ".
001210   02 PR-PERIOD-FROM       PIC 9(8).
001220   02 FILLER               PIC X(4)  VALUE " TO ".
001230   02 PR-PERIOD-TO         PIC 9(8).
001240   02 FILLER               PIC X(22)
001250     VALUE "   MINIMUM MARGIN % : ".
001260   02 PR-PERIOD-MIN-MARGIN PIC ZZ9.9.
001270 
001280 01 MARGIN-COLUMN.
001290   02 FILLER                PIC X(10) VALUE "PRODUCT-ID".
001300   02 FILLER                PIC XX VALUE SPACES.
001310   02 FILLER                PIC X(8)  VALUE "QUANTITY".
001320   02 FILLER                PIC X(12) VALUE SPACES.
001330   02 FILLER                PIC X(5)  VALUE "SALES".
001340   02 FILLER                PIC X(13) VALUE SPACES.
001350   02 FILLER                PIC X(4)  VALUE "COST".
001360   02 FILLER                PIC X(11) VALUE SPACES.
001370   02 FILLER                PIC X(6)  VALUE "MARGIN".
001380   02 FILLER                PIC X(3)  VALUE SPACES.
001390   02 FILLER                PIC X(7)  VALUE "MARGIN%".
001400 
001410 01 CUSTOMER-COLUMN.
001420   02 FILLER                PIC X(10) VALUE "CUSTOMER".
001430   02 FILLER                PIC XX VALUE SPACES.
001440   02 FILLER                PIC X(8)  VALUE "QUANTITY".
001450   02 FILLER                PIC X(12) VALUE SPACES.
001460   02 FILLER                PIC X(5)  VALUE "SALES".
001470   02 FILLER                PIC X(13) VALUE SPACES.
001480   02 FILLER                PIC X(4)  VALUE "COST".
001490   02 FILLER                PIC X(11) VALUE SPACES.
001500   02 FILLER                PIC X(6)  VALUE "MARGIN".
001510   02 FILLER                PIC X(3)  VALUE SPACES.
001520   02 FILLER                PIC X(7)  VALUE "MARGIN%".
001530 
001540 01 PRINT-MARGIN-DETAIL.
001550   02 PR-MGN-KEY           PIC X(10).
001560   02 FILLER               PIC XX VALUE SPACES.
001570   02 PR-MGN-QUANTITY      PIC ZZZ,ZZ9-.
001580   02 FILLER               PIC XX VALUE SPACES.
001590   02 PR-MGN-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
001600   02 FILLER               PIC XX VALUE SPACES.
001610   02 PR-MGN-COST          PIC ZZZ,ZZZ,ZZ9.99-.
001620   02 FILLER               PIC XX VALUE SPACES.
001630   02 PR-MGN-MARGIN        PIC ZZZ,ZZZ,ZZ9.99-.
001640   02 FILLER               PIC XX VALUE SPACES.
001650   02 PR-MGN-PCT           PIC ZZZZ9.9-.
001660 
001670 01 EXCEPTION-COLUMN.
001680   02 FILLER                PIC X(7)  VALUE "INVOICE".
001690   02 FILLER                PIC XX VALUE SPACES.
001700   02 FILLER                PIC X(8)  VALUE "CUSTOMER".
001710   02 FILLER                PIC XX VALUE SPACES.
001720   02 FILLER                PIC X(4)  VALUE "PROD".
001730   02 FILLER                PIC XX VALUE SPACES.
001740   02 FILLER                PIC X(6)  VALUE "QTY".
001750   02 FILLER                PIC X(10) VALUE SPACES.
001760   02 FILLER                PIC X(5)  VALUE "SALES".
001770   02 FILLER                PIC X(10) VALUE SPACES.
001780   02 FILLER                PIC X(4)  VALUE "COST".
001790   02 FILLER                PIC X(3)  VALUE SPACES.
001800   02 FILLER                PIC X(7)  VALUE "MARGIN%".
001810   02 FILLER                PIC XX VALUE SPACES.
001820   02 FILLER                PIC X(20) VALUE "EXCEPTION".
001830 
001840 01 PRINT-EXCEPTION-DETAIL.
001850   02 PR-EXM-INVOICE-NO    PIC 9(6).
001860   02 FILLER               PIC X(3) VALUE SPACES.
001870   02 PR-EXM-CUSTOMER-ID   PIC X(6).
001880   02 FILLER               PIC X(4) VALUE SPACES.
001890   02 PR-EXM-PRODUCT-ID    PIC X(4).
001900   02 FILLER               PIC XX VALUE SPACES.
001910   02 PR-EXM-QUANTITY      PIC ZZ,ZZ9.
001920   02 FILLER               PIC XX VALUE SPACES.
001930   02 PR-EXM-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
001940   02 FILLER               PIC XX VALUE SPACES.
001950   02 PR-EXM-COST          PIC ZZZ,ZZ9.99.
001960   02 FILLER               PIC XX VALUE SPACES.
001970   02 PR-EXM-MARGIN-PCT    PIC X(8).
001980   02 FILLER               PIC XX VALUE SPACES.
001990   02 PR-EXM-REASON        PIC X(20).
002000 
002010 01 PRINT-LINES-ANALYSED.
002020   02 FILLER                PIC X(30)
002030     VALUE "TOTAL JOURNAL LINES ANALYSED : ".
002040   02 PR-COUNT-ANALYSED     PIC ZZ,ZZ9 BLANK WHEN ZERO.
002050 
002060 01 PRINT-NO-COST-COUNT.
002070   02 FILLER                PIC X(30)
002080     VALUE "TOTAL LINES WITH NO COST : ".
002090   02 PR-COUNT-NO-COST      PIC ZZ,ZZ9 BLANK WHEN ZERO.
002100 
002110 01 PRINT-BELOW-COST-COUNT.
002120   02 FILLER                PIC X(30)
002130     VALUE "TOTAL LINES BELOW COST : ".
002140   02 PR-COUNT-BELOW-COST   PIC ZZ,ZZ9 BLANK WHEN ZERO.
002150 
002160 01 PRINT-UNDER-MARGIN-COUNT.
002170   02 FILLER                PIC X(30)
002180     VALUE "TOTAL LINES UNDER MIN MARGIN : ".
002190   02 PR-COUNT-UNDER-MARGIN PIC ZZ,ZZ9 BLANK WHEN ZERO.
002200 
002210 01 SALES-JOURNAL-STATUS    PIC XX VALUE "00".
002220 01 SALES-SORTED-STATUS     PIC XX VALUE "00".
002230 01 MARGIN-PARM-STATUS      PIC XX VALUE "00".
002240 01 MARGIN-EXCEPTION-STATUS PIC XX VALUE "00".
002250 01 EOF-SALES            PIC X VALUE "N".
002260 01 EOF-EXCEPTIONS       PIC X VALUE "N".
002270 
002280 01 CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
002290   88 CUSTOMER-FOUND  VALUE "Y".
002300 
002310 01 CUSTOMER-TABLE-FULL-WARNED  PIC X VALUE "N".
002320 
002330 01 PERIOD-DATE-FROM     PIC 9(8) VALUE ZERO.
002340 01 PERIOD-DATE-TO       PIC 9(8) VALUE 99999999.
002350 01 MINIMUM-MARGIN-PCT   PIC 9(3)V9 VALUE 010.0.
002360 
002370 01 PREV-PRODUCT-ID      PIC X(4) VALUE SPACES.
002380 01 PREV-GROUP-ID        PIC X(2) VALUE SPACES.
002390 
002400 01 LINE-QUANTITY        PIC S9(7) VALUE ZERO.
002410 01 LINE-VALUE           PIC S9(11)V99 VALUE ZERO.
002420 01 LINE-COST            PIC S9(11)V99 VALUE ZERO.
002430 01 LINE-MARGIN-PCT      PIC S9(5)V9 VALUE ZERO.
002440 
002450 01 PRODUCT-TOTALS.
002460   02 PRODUCT-QUANTITY   PIC S9(7) VALUE ZERO.
002470   02 PRODUCT-VALUE      PIC S9(11)V99 VALUE ZERO.
002480   02 PRODUCT-COST       PIC S9(11)V99 VALUE ZERO.
002490 
002500 01 GROUP-TOTALS.
002510   02 GROUP-QUANTITY     PIC S9(7) VALUE ZERO.
002520   02 GROUP-VALUE        PIC S9(11)V99 VALUE ZERO.
002530   02 GROUP-COST         PIC S9(11)V99 VALUE ZERO.
002540 
002550 01 GRAND-TOTALS.
002560   02 GRAND-QUANTITY     PIC S9(7) VALUE ZERO.
002570   02 GRAND-VALUE        PIC S9(11)V99 VALUE ZERO.
002580   02 GRAND-COST         PIC S9(11)V99 VALUE ZERO.
002590 
002600 01 REPORT-AMOUNTS.
002610   02 REPORT-KEY         PIC X(10) VALUE SPACES.
002620   02 REPORT-QUANTITY    PIC S9(7) VALUE ZERO.
002630   02 REPORT-VALUE       PIC S9(11)V99 VALUE ZERO.
002640   02 REPORT-COST        PIC S9(11)V99 VALUE ZERO.
002650   02 REPORT-MARGIN      PIC S9(11)V99 VALUE ZERO.
002660   02 REPORT-MARGIN-PCT  PIC S9(5)V9 VALUE ZERO.
002670 
002680 01 CUSTOMER-CONTROL.
002690   02 CUSTOMER-COUNT      PIC 9(4) VALUE ZERO.
002700   02 CUSTOMER-TABLE OCCURS 1000 TIMES
002710     INDEXED BY CUS-IDX.
002720     03 CUS-CUSTOMER-ID   PIC X(6).
002730     03 CUS-QUANTITY      PIC S9(7).
002740     03 CUS-VALUE         PIC S9(11)V99.
002750     03 CUS-COST          PIC S9(11)V99.
002760 
002770 01 COUNT-LINES-READ     PIC 9(6) VALUE ZERO.
002780 01 COUNT-ANALYSED       PIC 9(6) VALUE ZERO.
002790 01 COUNT-NO-COST        PIC 9(6) VALUE ZERO.
002800 01 COUNT-BELOW-COST     PIC 9(6) VALUE ZERO.
002810 01 COUNT-UNDER-MARGIN   PIC 9(6) VALUE ZERO.
002820 01 COUNT-EXCEPTIONS     PIC 9(6) VALUE ZERO.
002830 
002840 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002850 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002860 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002870 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002880 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002890 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002900   88 PREREQ-START-OPEN  VALUE "Y".
002910 
002920 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
002930   88 PREREQ-END-OK  VALUE "Y".
002940 
002950 01 RUN-LOG-SCAN-LINE.
002960   02 SCAN-PROGRAM-ID     PIC X(8).
002970   02 FILLER              PIC X.
002980   02 SCAN-EVENT          PIC X(5).
002990   02 FILLER              PIC X.
003000   02 SCAN-DATE           PIC 9(8).
003010   02 FILLER              PIC X.
003020   02 SCAN-TIME           PIC 9(6).
003030   02 FILLER              PIC X.
003040   02 SCAN-RECORDS-READ   PIC 9(8).
003050   02 FILLER              PIC X.
003060   02 SCAN-REJECTS        PIC 9(8).
003070   02 FILLER              PIC X.
003080   02 SCAN-DUPLICATES     PIC 9(8).
003090   02 FILLER              PIC X.
003100   02 SCAN-VARIANCES      PIC 9(8).
003110   02 FILLER              PIC X.
003120   02 SCAN-RESTART-FLAG   PIC X(1).
003130   02 FILLER              PIC X.
003140   02 SCAN-RETURN-CODE    PIC 9(4).
003150 
003160 01 RUN-LOG-STATUS      PIC XX VALUE "00".
003170 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
003180 
003190 01 RUN-LOG-DETAIL-LINE.
003200   02 RUN-PROGRAM-ID      PIC X(8) VALUE "MARGIN".
003210   02 FILLER              PIC X VALUE SPACES.
003220   02 RUN-EVENT           PIC X(5).
003230   02 FILLER              PIC X VALUE SPACES.
003240   02 RUN-DATE            PIC 9(8).
003250   02 FILLER              PIC X VALUE SPACES.
003260   02 RUN-TIME            PIC 9(6).
003270   02 FILLER              PIC X VALUE SPACES.
003280   02 RUN-RECORDS-READ    PIC 9(8).
003290   02 FILLER              PIC X VALUE SPACES.
003300   02 RUN-REJECTS         PIC 9(8).
003310   02 FILLER              PIC X VALUE SPACES.
003320   02 RUN-DUPLICATES      PIC 9(8).
003330   02 FILLER              PIC X VALUE SPACES.
003340   02 RUN-VARIANCES       PIC 9(8).
003350   02 FILLER              PIC X VALUE SPACES.
003360   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
003370   02 FILLER              PIC X VALUE SPACES.
003380   02 RUN-RETURN-CODE     PIC 9(4).
003390 
003400 
003410 PROCEDURE DIVISION.
003420 MAIN-CONTROL.
003430   PERFORM CHECK-PREREQUISITE
003440   PERFORM WRITE-RUN-START
003450   PERFORM LOAD-MARGIN-PARAMETERS
003460   SORT MARGIN-WORK
003470     ON ASCENDING KEY MWF-PRODUCT-ID MWF-CUSTOMER-ID
003480     USING SALES-JOURNAL GIVING SALES-SORTED-FILE
003490   OPEN INPUT SALES-SORTED-FILE
003500   IF SALES-SORTED-STATUS NOT = "00"
003510     DISPLAY "SALES JOURNAL NOT AVAILABLE - STATUS "
003520       SALES-SORTED-STATUS
003530     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003540     MOVE 12 TO RETURN-CODE
003550     PERFORM WRITE-RUN-END
003560     STOP RUN
003570   END-IF
003580   OPEN OUTPUT MARGIN-EXCEPTION-FILE
003590   IF MARGIN-EXCEPTION-STATUS NOT = "00"
003600     DISPLAY "MARGIN EXCEPTION FILE NOT WRITABLE - STATUS "
003610       MARGIN-EXCEPTION-STATUS
003620     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003630     MOVE 14 TO RETURN-CODE
003640     PERFORM WRITE-RUN-END
003650     STOP RUN
003660   END-IF
003670   OPEN OUTPUT MARGIN-REPORT
003680   DISPLAY MARGIN-HEADING
003690   MOVE MARGIN-HEADING TO MARGIN-LINE
003700   WRITE MARGIN-LINE
003710   MOVE PERIOD-DATE-FROM TO PR-PERIOD-FROM
003720   MOVE PERIOD-DATE-TO TO PR-PERIOD-TO
003730   MOVE MINIMUM-MARGIN-PCT TO PR-PERIOD-MIN-MARGIN
003740   DISPLAY PRINT-PERIOD-LINE
003750   MOVE PRINT-PERIOD-LINE TO MARGIN-LINE
003760   WRITE MARGIN-LINE
003770   DISPLAY MARGIN-COLUMN
003780   MOVE MARGIN-COLUMN TO MARGIN-LINE
003790   WRITE MARGIN-LINE
003800   PERFORM READ-SALES-SORTED
003810   PERFORM ANALYSE-ONE-LINE UNTIL EOF-SALES = "Y"
003820   IF PREV-PRODUCT-ID NOT = SPACES
003830     PERFORM PRINT-PRODUCT-TOTAL
003840     PERFORM PRINT-GROUP-TOTAL
003850   END-IF
003860   MOVE "TOTAL" TO REPORT-KEY
003870   MOVE GRAND-QUANTITY TO REPORT-QUANTITY
003880   MOVE GRAND-VALUE TO REPORT-VALUE
003890   MOVE GRAND-COST TO REPORT-COST
003900   PERFORM PRINT-MARGIN-LINE
003910   CLOSE SALES-SORTED-FILE
003920   CLOSE MARGIN-EXCEPTION-FILE
003930   PERFORM PRINT-CUSTOMER-SECTION
003940   PERFORM PRINT-EXCEPTION-SECTION
003950   MOVE COUNT-ANALYSED TO PR-COUNT-ANALYSED
003960   MOVE COUNT-NO-COST TO PR-COUNT-NO-COST
003970   MOVE COUNT-BELOW-COST TO PR-COUNT-BELOW-COST
003980   MOVE COUNT-UNDER-MARGIN TO PR-COUNT-UNDER-MARGIN
003990   DISPLAY PRINT-LINES-ANALYSED
004000   DISPLAY PRINT-NO-COST-COUNT
004010   DISPLAY PRINT-BELOW-COST-COUNT
004020   DISPLAY PRINT-UNDER-MARGIN-COUNT
004030   MOVE PRINT-LINES-ANALYSED TO MARGIN-LINE
004040   WRITE MARGIN-LINE
004050   MOVE PRINT-NO-COST-COUNT TO MARGIN-LINE
004060   WRITE MARGIN-LINE
004070   MOVE PRINT-BELOW-COST-COUNT TO MARGIN-LINE
004080   WRITE MARGIN-LINE
004090   MOVE PRINT-UNDER-MARGIN-COUNT TO MARGIN-LINE
004100   WRITE MARGIN-LINE
004110   DISPLAY MARGIN-FOOTING
004120   MOVE MARGIN-FOOTING TO MARGIN-LINE
004130   WRITE MARGIN-LINE
004140   CLOSE MARGIN-REPORT
004150   PERFORM WRITE-RUN-END
004160   STOP RUN.
004170 
004180 LOAD-MARGIN-PARAMETERS.
004190   OPEN INPUT MARGIN-PARAMETERS
004200   IF MARGIN-PARM-STATUS = "00"
004210     READ MARGIN-PARAMETERS
004220       AT END
004230         CONTINUE
004240       NOT AT END
004250         IF MPARM-DATE-FROM IS NUMERIC
004260           MOVE MPARM-DATE-FROM TO PERIOD-DATE-FROM
004270         END-IF
004280         IF MPARM-DATE-TO IS NUMERIC AND MPARM-DATE-TO > 0
004290           MOVE MPARM-DATE-TO TO PERIOD-DATE-TO
004300         END-IF
004310         IF MPARM-MIN-MARGIN IS NUMERIC
004320           MOVE MPARM-MIN-MARGIN TO MINIMUM-MARGIN-PCT
004330         END-IF
004340     END-READ
004350     CLOSE MARGIN-PARAMETERS
004360   END-IF.
004370 
004380 READ-SALES-SORTED.
004390   READ SALES-SORTED-FILE
004400     AT END
004410       MOVE "Y" TO EOF-SALES
004420     NOT AT END
004430       ADD 1 TO COUNT-LINES-READ
004440   END-READ.
004450 
004460 ANALYSE-ONE-LINE.
004470   IF SJS-DATE NOT < PERIOD-DATE-FROM
004480     AND SJS-DATE NOT > PERIOD-DATE-TO
004490     IF SJS-PRODUCT-ID NOT = PREV-PRODUCT-ID
004500       IF PREV-PRODUCT-ID NOT = SPACES
004510         PERFORM PRINT-PRODUCT-TOTAL
004520         IF SJS-PRODUCT-ID(1:2) NOT = PREV-GROUP-ID
004530           PERFORM PRINT-GROUP-TOTAL
004540         END-IF
004550       END-IF
004560       MOVE SJS-PRODUCT-ID TO PREV-PRODUCT-ID
004570       MOVE SJS-PRODUCT-ID(1:2) TO PREV-GROUP-ID
004580     END-IF
004590     PERFORM ACCUMULATE-LINE
004600   END-IF
004610   PERFORM READ-SALES-SORTED.
004620 
004630 ACCUMULATE-LINE.
004640   ADD 1 TO COUNT-ANALYSED
004650   MOVE SJS-QUANTITY TO LINE-QUANTITY
004660   MOVE SJS-VALUE TO LINE-VALUE
004670   IF SJS-COST IS NUMERIC
004680     MOVE SJS-COST TO LINE-COST
004690   ELSE
004700     MOVE 0 TO LINE-COST
004710   END-IF
004720   IF LINE-COST = 0
004730     ADD 1 TO COUNT-NO-COST
004740   ELSE
004750     IF NOT SJS-IS-CREDIT
004760       PERFORM CHECK-LINE-MARGIN
004770     END-IF
004780   END-IF
004790   IF SJS-IS-CREDIT
004800     COMPUTE LINE-QUANTITY = 0 - LINE-QUANTITY
004810     COMPUTE LINE-VALUE = 0 - LINE-VALUE
004820     COMPUTE LINE-COST = 0 - LINE-COST
004830   END-IF
004840   ADD LINE-QUANTITY TO PRODUCT-QUANTITY
004850   ADD LINE-VALUE TO PRODUCT-VALUE
004860   ADD LINE-COST TO PRODUCT-COST
004870   ADD LINE-QUANTITY TO GROUP-QUANTITY
004880   ADD LINE-VALUE TO GROUP-VALUE
004890   ADD LINE-COST TO GROUP-COST
004900   ADD LINE-QUANTITY TO GRAND-QUANTITY
004910   ADD LINE-VALUE TO GRAND-VALUE
004920   ADD LINE-COST TO GRAND-COST
004930   PERFORM ADD-LINE-TO-CUSTOMER.
004940 
004950 CHECK-LINE-MARGIN.
004960   IF LINE-VALUE > 0
004970     COMPUTE LINE-MARGIN-PCT ROUNDED =
004980       (LINE-VALUE - LINE-COST) * 100 / LINE-VALUE
004990   ELSE
005000     MOVE 0 TO LINE-MARGIN-PCT
005010   END-IF
005020   IF LINE-VALUE < LINE-COST
005030     MOVE "BELOW COST" TO EXM-REASON
005040     ADD 1 TO COUNT-BELOW-COST
005050     PERFORM WRITE-MARGIN-EXCEPTION
005060   ELSE
005070     IF LINE-MARGIN-PCT < MINIMUM-MARGIN-PCT
005080       MOVE "UNDER MIN MARGIN" TO EXM-REASON
005090       ADD 1 TO COUNT-UNDER-MARGIN
005100       PERFORM WRITE-MARGIN-EXCEPTION
005110     END-IF
005120   END-IF.
005130 
005140 WRITE-MARGIN-EXCEPTION.
005150   MOVE SJS-INVOICE-NO TO EXM-INVOICE-NO
005160   MOVE SJS-CUSTOMER-ID TO EXM-CUSTOMER-ID
005170   MOVE SJS-PRODUCT-ID TO EXM-PRODUCT-ID
005180   MOVE SJS-QUANTITY TO EXM-QUANTITY
005190   MOVE SJS-VALUE TO EXM-VALUE
005200   MOVE SJS-COST TO EXM-COST
005210   MOVE LINE-MARGIN-PCT TO EXM-MARGIN-PCT
005220   WRITE MARGIN-EXCEPTION-RECORD
005230   ADD 1 TO COUNT-EXCEPTIONS.
005240 
005250 ADD-LINE-TO-CUSTOMER.
005260   PERFORM FIND-CUSTOMER-ENTRY
005270   IF NOT CUSTOMER-FOUND
005280     IF CUSTOMER-COUNT < 1000
005290       ADD 1 TO CUSTOMER-COUNT
005300       SET CUS-IDX TO CUSTOMER-COUNT
005310       MOVE SJS-CUSTOMER-ID TO CUS-CUSTOMER-ID(CUS-IDX)
005320       MOVE 0 TO CUS-QUANTITY(CUS-IDX)
005330       MOVE 0 TO CUS-VALUE(CUS-IDX)
005340       MOVE 0 TO CUS-COST(CUS-IDX)
005350       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
005360     ELSE
005370       IF CUSTOMER-TABLE-FULL-WARNED NOT = "Y"
005380         DISPLAY "CUSTOMER TABLE FULL - SECTION INCOMPLETE"
005390         MOVE "Y" TO CUSTOMER-TABLE-FULL-WARNED
005400       END-IF
005410     END-IF
005420   END-IF
005430   IF CUSTOMER-FOUND
005440     ADD LINE-QUANTITY TO CUS-QUANTITY(CUS-IDX)
005450     ADD LINE-VALUE TO CUS-VALUE(CUS-IDX)
005460     ADD LINE-COST TO CUS-COST(CUS-IDX)
005470   END-IF.
005480 
005490 FIND-CUSTOMER-ENTRY.
005500   MOVE "N" TO CUSTOMER-FOUND-SWITCH
005510   IF CUSTOMER-COUNT > 0
005520     SET CUS-IDX TO 1
005530     SEARCH CUSTOMER-TABLE
005540       AT END
005550         MOVE "N" TO CUSTOMER-FOUND-SWITCH
005560       WHEN CUS-IDX > CUSTOMER-COUNT
005570         MOVE "N" TO CUSTOMER-FOUND-SWITCH
005580       WHEN CUS-CUSTOMER-ID(CUS-IDX) = SJS-CUSTOMER-ID
005590         MOVE "Y" TO CUSTOMER-FOUND-SWITCH
005600     END-SEARCH
005610   END-IF.
005620 
005630 PRINT-PRODUCT-TOTAL.
005640   MOVE PREV-PRODUCT-ID TO REPORT-KEY
005650   MOVE PRODUCT-QUANTITY TO REPORT-QUANTITY
005660   MOVE PRODUCT-VALUE TO REPORT-VALUE
005670   MOVE PRODUCT-COST TO REPORT-COST
005680   PERFORM PRINT-MARGIN-LINE
005690   MOVE 0 TO PRODUCT-QUANTITY
005700   MOVE 0 TO PRODUCT-VALUE
005710   MOVE 0 TO PRODUCT-COST.
005720 
005730 PRINT-GROUP-TOTAL.
005740   MOVE SPACES TO REPORT-KEY
005750   MOVE "GROUP " TO REPORT-KEY(1:6)
005760   MOVE PREV-GROUP-ID TO REPORT-KEY(7:2)
005770   MOVE GROUP-QUANTITY TO REPORT-QUANTITY
005780   MOVE GROUP-VALUE TO REPORT-VALUE
005790   MOVE GROUP-COST TO REPORT-COST
005800   PERFORM PRINT-MARGIN-LINE
005810   MOVE 0 TO GROUP-QUANTITY
005820   MOVE 0 TO GROUP-VALUE
005830   MOVE 0 TO GROUP-COST.
005840 
005850 PRINT-MARGIN-LINE.
005860   COMPUTE REPORT-MARGIN = REPORT-VALUE - REPORT-COST
005870   IF REPORT-VALUE NOT = 0
005880     COMPUTE REPORT-MARGIN-PCT ROUNDED =
005890       REPORT-MARGIN * 100 / REPORT-VALUE
005900   ELSE
005910     MOVE 0 TO REPORT-MARGIN-PCT
005920   END-IF
005930   MOVE REPORT-KEY TO PR-MGN-KEY
005940   MOVE REPORT-QUANTITY TO PR-MGN-QUANTITY
005950   MOVE REPORT-VALUE TO PR-MGN-VALUE
005960   MOVE REPORT-COST TO PR-MGN-COST
005970   MOVE REPORT-MARGIN TO PR-MGN-MARGIN
005980   MOVE REPORT-MARGIN-PCT TO PR-MGN-PCT
005990   DISPLAY PRINT-MARGIN-DETAIL
006000   MOVE PRINT-MARGIN-DETAIL TO MARGIN-LINE
006010   WRITE MARGIN-LINE.
006020 
006030 PRINT-CUSTOMER-SECTION.
006040   DISPLAY CUSTOMER-HEADING
006050   MOVE CUSTOMER-HEADING TO MARGIN-LINE
006060   WRITE MARGIN-LINE
006070   DISPLAY CUSTOMER-COLUMN
006080   MOVE CUSTOMER-COLUMN TO MARGIN-LINE
006090   WRITE MARGIN-LINE
006100   IF CUSTOMER-COUNT > 0
006110     SET CUS-IDX TO 1
006120     PERFORM PRINT-ONE-CUSTOMER CUSTOMER-COUNT TIMES
006130   END-IF.
006140 
006150 PRINT-ONE-CUSTOMER.
006160   MOVE CUS-CUSTOMER-ID(CUS-IDX) TO REPORT-KEY
006170   MOVE CUS-QUANTITY(CUS-IDX) TO REPORT-QUANTITY
006180   MOVE CUS-VALUE(CUS-IDX) TO REPORT-VALUE
006190   MOVE CUS-COST(CUS-IDX) TO REPORT-COST
006200   PERFORM PRINT-MARGIN-LINE
006210   SET CUS-IDX UP BY 1.
006220 
006230 PRINT-EXCEPTION-SECTION.
006240   DISPLAY EXCEPTION-HEADING
006250   MOVE EXCEPTION-HEADING TO MARGIN-LINE
006260   WRITE MARGIN-LINE
006270   DISPLAY EXCEPTION-COLUMN
006280   MOVE EXCEPTION-COLUMN TO MARGIN-LINE
006290   WRITE MARGIN-LINE
006300   OPEN INPUT MARGIN-EXCEPTION-FILE
006310   IF MARGIN-EXCEPTION-STATUS = "00"
006320     PERFORM READ-MARGIN-EXCEPTION
006330     PERFORM PRINT-ONE-EXCEPTION UNTIL EOF-EXCEPTIONS = "Y"
006340     CLOSE MARGIN-EXCEPTION-FILE
006350   END-IF.
006360 
006370 READ-MARGIN-EXCEPTION.
006380   READ MARGIN-EXCEPTION-FILE
006390     AT END
006400       MOVE "Y" TO EOF-EXCEPTIONS
006410   END-READ.
006420 
006430 PRINT-ONE-EXCEPTION.
006440   MOVE EXM-INVOICE-NO TO PR-EXM-INVOICE-NO
006450   MOVE EXM-CUSTOMER-ID TO PR-EXM-CUSTOMER-ID
006460   MOVE EXM-PRODUCT-ID TO PR-EXM-PRODUCT-ID
006470   MOVE EXM-QUANTITY TO PR-EXM-QUANTITY
006480   MOVE EXM-VALUE TO PR-EXM-VALUE
006490   MOVE EXM-COST TO PR-EXM-COST
006500   MOVE EXM-MARGIN-PCT TO PR-EXM-MARGIN-PCT
006510   MOVE EXM-REASON TO PR-EXM-REASON
006520   DISPLAY PRINT-EXCEPTION-DETAIL
006530   MOVE PRINT-EXCEPTION-DETAIL TO MARGIN-LINE
006540   WRITE MARGIN-LINE
006550   PERFORM READ-MARGIN-EXCEPTION.
006560 
006570 CHECK-PREREQUISITE.
006580   PERFORM LOAD-PREREQ-PARAMETERS
006590   IF PREREQUISITE-PROGRAM NOT = SPACES
006600     PERFORM SCAN-RUN-LOG
006610     IF PREREQ-START-OPEN
006620       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
006630         " STILL RUNNING OR ABENDED - RUN ABORTED"
006640       MOVE 16 TO RETURN-CODE
006650       STOP RUN
006660     END-IF
006670     IF NOT PREREQ-END-OK
006680       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
006690         " HAS NOT COMPLETED TODAY - RUN ABORTED"
006700       MOVE 16 TO RETURN-CODE
006710       STOP RUN
006720     END-IF
006730   END-IF.
006740 
006750 LOAD-PREREQ-PARAMETERS.
006760   OPEN INPUT PREREQ-PARAMETERS
006770   IF PREREQ-PARM-STATUS = "00"
006780     PERFORM READ-PREREQ-PARM
006790     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
006800     CLOSE PREREQ-PARAMETERS
006810   END-IF.
006820 
006830 READ-PREREQ-PARM.
006840   READ PREREQ-PARAMETERS
006850     AT END
006860       MOVE "Y" TO EOF-PREREQ-PARMS
006870   END-READ.
006880 
006890 FIND-OWN-PREREQ.
006900   IF PRQ-PROGRAM-ID = "MARGIN"
006910     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
006920   END-IF
006930   PERFORM READ-PREREQ-PARM.
006940 
006950 SCAN-RUN-LOG.
006960   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
006970   MOVE "N" TO PREREQ-OPEN-START-SWITCH
006980   MOVE "N" TO PREREQ-END-OK-SWITCH
006990   MOVE "N" TO EOF-RUN-LOG-SCAN
007000   OPEN INPUT RUN-LOG
007010   IF RUN-LOG-STATUS = "00"
007020     PERFORM READ-RUN-LOG-SCAN
007030     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
007040     CLOSE RUN-LOG
007050   ELSE
007060     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
007070   END-IF.
007080 
007090 READ-RUN-LOG-SCAN.
007100   READ RUN-LOG
007110     AT END
007120       MOVE "Y" TO EOF-RUN-LOG-SCAN
007130   END-READ.
007140 
007150 CHECK-ONE-LOG-RECORD.
007160   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
007170   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
007180     AND SCAN-DATE = PREREQ-CHECK-DATE
007190     EVALUATE SCAN-EVENT
007200       WHEN "START"
007210         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
007220       WHEN "END"
007230         MOVE "N" TO PREREQ-OPEN-START-SWITCH
007240         IF SCAN-RETURN-CODE IS NUMERIC
007250           AND SCAN-RETURN-CODE = 0
007260           MOVE "Y" TO PREREQ-END-OK-SWITCH
007270         END-IF
007280     END-EVALUATE
007290   END-IF
007300   PERFORM READ-RUN-LOG-SCAN.
007310 
007320 WRITE-RUN-START.
007330   MOVE "START" TO RUN-EVENT
007340   PERFORM WRITE-RUN-LOG-RECORD.
007350 
007360 WRITE-RUN-END.
007370   MOVE "END" TO RUN-EVENT
007380   PERFORM WRITE-RUN-LOG-RECORD.
007390 
007400 WRITE-RUN-LOG-RECORD.
007410   ACCEPT RUN-DATE FROM DATE YYYYMMDD
007420   ACCEPT RUN-TIME-OF-DAY FROM TIME
007430   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
007440   MOVE COUNT-LINES-READ TO RUN-RECORDS-READ
007450   MOVE 0 TO RUN-REJECTS
007460   MOVE 0 TO RUN-DUPLICATES
007470   MOVE COUNT-EXCEPTIONS TO RUN-VARIANCES
007480   MOVE RETURN-CODE TO RUN-RETURN-CODE
007490   OPEN EXTEND RUN-LOG
007500   IF RUN-LOG-STATUS NOT = "00"
007510     OPEN OUTPUT RUN-LOG
007520   END-IF
007530   IF RUN-LOG-STATUS NOT = "00"
007540     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
007550     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
007560     MOVE 14 TO RETURN-CODE
007570     STOP RUN
007580   END-IF
007590   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
007600   WRITE RUN-LOG-RECORD
007610   CLOSE RUN-LOG.
007620 END PROGRAM MARGIN.
