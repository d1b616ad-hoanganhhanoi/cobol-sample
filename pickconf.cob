000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   PICKCONF.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT ALLOCATION-FILE ASSIGN TO FILE53
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS ALLOCATION-FILE-STATUS.
000110 
000120   SELECT PICK-CONFIRM-FILE ASSIGN TO FILE81
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS CONFIRM-FILE-STATUS.
000150 
000160   SELECT UNCONFIRMED-FILE-OLD ASSIGN TO FILE82OLD
000170     ORGANIZATION LINE SEQUENTIAL
000180     FILE STATUS IS UNCONFIRMED-OLD-STATUS.
000190 
000200   SELECT UNCONFIRMED-FILE-NEW ASSIGN TO FILE82
000210     ORGANIZATION LINE SEQUENTIAL.
000220 
000230   SELECT CONFIRMED-ALLOCATION-FILE ASSIGN TO FILE80
000240     ORGANIZATION LINE SEQUENTIAL
000250     FILE STATUS IS CONFIRMED-FILE-STATUS.
000260 
000270   SELECT PRODUCT-MASTER ASSIGN TO FILE01
000280     ORGANIZATION INDEXED
000290     ACCESS MODE RANDOM
000300     RECORD KEY IS MAST-PRODUCT-ID
000310     FILE STATUS IS MASTER-FILE-STATUS.
000320 
000330   SELECT LOCATION-STOCK ASSIGN TO FILE52
000340     ORGANIZATION INDEXED
000350     ACCESS MODE DYNAMIC
000360     RECORD KEY IS LOCST-KEY
000370     FILE STATUS IS LOCATION-FILE-STATUS.
000380 
000390   SELECT CUSTOMER-MASTER ASSIGN TO FILE38
000400     ORGANIZATION INDEXED
000410     ACCESS MODE RANDOM
000420     RECORD KEY IS CUST-CUSTOMER-ID
000430     FILE STATUS IS CUSTOMER-FILE-STATUS.
000440 
000450   SELECT BACKORDER-FILE ASSIGN TO FILE25
000460     ORGANIZATION LINE SEQUENTIAL
000470     FILE STATUS IS BACKORDER-FILE-STATUS.
000480 
000490   SELECT DISCREPANCY-FILE ASSIGN TO FILE83
000500     ORGANIZATION LINE SEQUENTIAL
000510     FILE STATUS IS DISCREPANCY-FILE-STATUS.
000520 
000530   SELECT DISCREPANCY-SORTED-FILE ASSIGN TO FILE84
000540     ORGANIZATION LINE SEQUENTIAL
000550     FILE STATUS IS DISCREPANCY-SORTED-STATUS.
000560 
000570   SELECT DISCREPANCY-WORK ASSIGN TO WORK04.
000580 
000590   SELECT DISCREPANCY-REPORT ASSIGN TO FILE85
000600     ORGANIZATION LINE SEQUENTIAL.
000610 
000620   SELECT SUPERVISOR-REPORT ASSIGN TO FILE86
000630     ORGANIZATION LINE SEQUENTIAL.
000640 
000650   SELECT RUN-LOG ASSIGN TO FILE20
000660     ORGANIZATION LINE SEQUENTIAL
000670     FILE STATUS IS RUN-LOG-STATUS.
000680 
000690   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000700     ORGANIZATION LINE SEQUENTIAL
000710     FILE STATUS IS PREREQ-PARM-STATUS.
000720 
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD ALLOCATION-FILE.
000760 01 ALLOCATION-RECORD.
000770   02 ALC-ORDER-NO      PIC X(6).
000780   02 ALC-CUSTOMER-ID   PIC X(6).
000790   02 ALC-PRODUCT-ID    PIC X(4).
000800   02 ALC-QUANTITY      PIC 9(5).
000810   02 ALC-PRICE         PIC 9(4)V99.
000820   02 ALC-LINE-VALUE    PIC 9(9)V99.
000830   02 ALC-SHIP-DATE     PIC 9(8).
000840   02 ALC-LOCATION      PIC X(2).
000850   02 ALC-ENTRY-DATE    PIC 9(8).
000860 
000870 FD PICK-CONFIRM-FILE.
000880 01 PICK-CONFIRM-RECORD.
000890   02 CNF-ORDER-NO      PIC X(6).
000900   02 CNF-PRODUCT-ID    PIC X(4).
000910   02 CNF-QUANTITY      PIC 9(5).
000920   02 CNF-PICKER-ID     PIC X(8).
000930 
000940 FD UNCONFIRMED-FILE-OLD.
000950 01 UNCONFIRMED-RECORD-OLD    PIC X(56).
000960 
000970 FD UNCONFIRMED-FILE-NEW.
000980 01 UNCONFIRMED-RECORD-NEW    PIC X(56).
000990 
001000 FD CONFIRMED-ALLOCATION-FILE.
001010 01 CONFIRMED-ALLOCATION-RECORD PIC X(56).
001020 
001030 FD PRODUCT-MASTER.
001040 01 MASTER-RECORD.
001050   02 MAST-PRODUCT-ID          PIC X(4).
001060   02 MAST-PRODUCT-NAME        PIC X(20).
001070   02 MAST-PRICE               PIC 9(4)V99.
001080   02 MAST-QUANTITY            PIC 9(5).
001082   02 MAST-UNIT-COST           PIC 9(4)V99.
001090 
001100 FD LOCATION-STOCK.
001110 01 LOCATION-STOCK-RECORD.
001120   02 LOCST-KEY.
001130     03 LOCST-PRODUCT-ID  PIC X(4).
001140     03 LOCST-LOCATION    PIC X(2).
001150   02 LOCST-QUANTITY      PIC 9(5).
001160 
001170 FD CUSTOMER-MASTER.
001180 01 CUSTOMER-RECORD.
001190   02 CUST-CUSTOMER-ID     PIC X(6).
001200   02 CUST-CUSTOMER-NAME   PIC X(20).
001210   02 CUST-CREDIT-LIMIT    PIC 9(7)V99.
001220   02 CUST-BALANCE         PIC 9(7)V99.
001230   02 CUST-HOLD-FLAG       PIC X(1).
001240     88 CUSTOMER-ON-HOLD  VALUE "Y".
001250 
001260 FD BACKORDER-FILE.
001270 01 BACKORDER-RECORD.
001280   02 BACK-ORDER-NO        PIC X(6).
001290   02 BACK-CUSTOMER-ID     PIC X(6).
001300   02 BACK-PRODUCT-ID      PIC X(4).
001310   02 BACK-QUANTITY        PIC 9(5).
001320   02 BACK-ENTRY-DATE      PIC 9(8).
001330   02 BACK-LOCATION        PIC X(2).
001340 
001350 FD DISCREPANCY-FILE.
001360 01 DISCREPANCY-RECORD.
001370   02 DSC-PICKER-ID       PIC X(8).
001380   02 DSC-LOCATION        PIC X(2).
001390   02 DSC-ORDER-NO        PIC X(6).
001400   02 DSC-CUSTOMER-ID     PIC X(6).
001410   02 DSC-PRODUCT-ID      PIC X(4).
001420   02 DSC-ALLOCATED       PIC 9(5).
001430   02 DSC-CONFIRMED       PIC 9(5).
001440   02 DSC-VARIANCE        PIC 9(5).
001450   02 DSC-REASON          PIC X(21).
001460 
001470 FD DISCREPANCY-SORTED-FILE.
001480 01 DISCREPANCY-SORTED-RECORD.
001490   02 DSS-PICKER-ID       PIC X(8).
001500   02 DSS-LOCATION        PIC X(2).
001510   02 DSS-ORDER-NO        PIC X(6).
001520   02 DSS-CUSTOMER-ID     PIC X(6).
001530   02 DSS-PRODUCT-ID      PIC X(4).
001540   02 DSS-ALLOCATED       PIC 9(5).
001550   02 DSS-CONFIRMED       PIC 9(5).
001560   02 DSS-VARIANCE        PIC 9(5).
001570   02 DSS-REASON          PIC X(21).
001580 
001590 SD DISCREPANCY-WORK.
001600 01 DISCREPANCY-WORK-RECORD.
001610   02 DSC-WF-PICKER-ID    PIC X(8).
001620   02 DSC-WF-LOCATION     PIC X(2).
001630   02 DSC-WF-REST         PIC X(52).
001640 
001650 FD DISCREPANCY-REPORT.
001660 01 DISCREPANCY-LINE       PIC X(100).
001670 
001680 FD SUPERVISOR-REPORT.
001690 01 SUPERVISOR-LINE        PIC X(100).
001700 
001710 FD RUN-LOG.
001720 01 RUN-LOG-RECORD         PIC X(80).
001730 
001740 FD PREREQ-PARAMETERS.
001750 01 PREREQ-PARM-RECORD.
001760   02 PRQ-PROGRAM-ID      PIC X(8).
001770   02 FILLER              PIC X.
001780   02 PRQ-PREDECESSOR     PIC X(8).
001790 
001800 WORKING-STORAGE SECTION.
001810 01 DISCREPANCY-HEADING.
001820   02 FILLER PIC X(88)
001830     VALUE "        ****** PICK DISCREPANCY REPORT ******     ".
001840 
001850 01 DISCREPANCY-FOOTING PIC X(88)
001860   VALUE "        ******  END OF PICK DISCREPANCIES  ******".
001870 
001880 01 PRINT-PICKER-GROUP-LINE.
001890   02 FILLER               PIC X(7) VALUE "PICKER ".
001900   02 PR-GRP-PICKER-ID     PIC X(8).
001910 
001920 01 DISCREPANCY-COLUMN.
001930   02 FILLER                PIC X(3)  VALUE "LOC".
001940   02 FILLER                PIC XX VALUE SPACES.
001950   02 FILLER                PIC X(6)  VALUE "ORDER".
001960   02 FILLER                PIC XX VALUE SPACES.
001970   02 FILLER                PIC X(8)  VALUE "CUSTOMER".
001980   02 FILLER                PIC XX VALUE SPACES.
001990   02 FILLER                PIC X(4)  VALUE "PROD".
002000   02 FILLER                PIC XX VALUE SPACES.
002010   02 FILLER                PIC X(9)  VALUE "ALLOCATED".
002020   02 FILLER                PIC XX VALUE SPACES.
002030   02 FILLER                PIC X(9)  VALUE "CONFIRMED".
002040   02 FILLER                PIC XX VALUE SPACES.
002050   02 FILLER                PIC X(8)  VALUE "VARIANCE".
002060   02 FILLER                PIC XX VALUE SPACES.
002070   02 FILLER                PIC X(20) VALUE "REASON".
002080 
002090 01 PRINT-DISCREPANCY-DETAIL.
002100   02 PR-DSC-LOCATION      PIC X(2).
002110   02 FILLER               PIC X(3) VALUE SPACES.
002120   02 PR-DSC-ORDER-NO      PIC X(6).
002130   02 FILLER               PIC XX VALUE SPACES.
002140   02 PR-DSC-CUSTOMER-ID   PIC X(6).
002150   02 FILLER               PIC X(4) VALUE SPACES.
002160   02 PR-DSC-PRODUCT-ID    PIC X(4).
002170   02 FILLER               PIC X(6) VALUE SPACES.
002180   02 PR-DSC-ALLOCATED     PIC ZZZZ9.
002190   02 FILLER               PIC X(6) VALUE SPACES.
002200   02 PR-DSC-CONFIRMED     PIC ZZZZ9.
002210   02 FILLER               PIC X(5) VALUE SPACES.
002220   02 PR-DSC-VARIANCE      PIC ZZZZ9.
002230   02 FILLER               PIC XX VALUE SPACES.
002240   02 PR-DSC-REASON        PIC X(21).
002250 
002260 01 PRINT-PICKER-TOTAL.
002270   02 FILLER               PIC X(30) VALUE SPACES.
002280   02 FILLER               PIC X(20) VALUE "PICKER VARIANCE : ".
002290   02 PR-PICKER-VARIANCE   PIC ZZZ,ZZ9.
002300 
002310 01 SUPERVISOR-HEADING.
002320   02 FILLER PIC X(88)
002330     VALUE "        ****** UNCONFIRMED PICKS - SUPERVISOR ******".
002340 
002350 01 SUPERVISOR-FOOTING PIC X(88)
002360   VALUE "        ******  END OF UNCONFIRMED PICKS  ******  ".
002370 
002380 01 SUPERVISOR-COLUMN.
002390   02 FILLER                PIC X(6)  VALUE "ORDER".
002400   02 FILLER                PIC XX VALUE SPACES.
002410   02 FILLER                PIC X(8)  VALUE "CUSTOMER".
002420   02 FILLER                PIC XX VALUE SPACES.
002430   02 FILLER                PIC X(4)  VALUE "PROD".
002440   02 FILLER                PIC XX VALUE SPACES.
002450   02 FILLER                PIC X(3)  VALUE "LOC".
002460   02 FILLER                PIC XX VALUE SPACES.
002470   02 FILLER                PIC X(8)  VALUE "QUANTITY".
002480   02 FILLER                PIC XX VALUE SPACES.
002490   02 FILLER                PIC X(9)  VALUE "SHIP-DATE".
002500   02 FILLER                PIC XX VALUE SPACES.
002510   02 FILLER                PIC X(9)  VALUE "DAYS-OPEN".
002520 
002530 01 PRINT-SUPERVISOR-DETAIL.
002540   02 PR-SUP-ORDER-NO      PIC X(6).
002550   02 FILLER               PIC XX VALUE SPACES.
002560   02 PR-SUP-CUSTOMER-ID   PIC X(6).
002570   02 FILLER               PIC X(4) VALUE SPACES.
002580   02 PR-SUP-PRODUCT-ID    PIC X(4).
002590   02 FILLER               PIC XX VALUE SPACES.
002600   02 PR-SUP-LOCATION      PIC X(2).
002610   02 FILLER               PIC X(6) VALUE SPACES.
002620   02 PR-SUP-QUANTITY      PIC ZZZZ9.
002630   02 FILLER               PIC XX VALUE SPACES.
002640   02 PR-SUP-SHIP-DATE     PIC 9(8).
002650   02 FILLER               PIC X(6) VALUE SPACES.
002660   02 PR-SUP-DAYS-OPEN     PIC ZZZZ9.
002670   02 FILLER               PIC XX VALUE SPACES.
002680   02 PR-SUP-REMARK        PIC X(20).
002690 
002700 01 PRINT-LINES-READ.
002710   02 FILLER                PIC X(32)
002720     VALUE "TOTAL ALLOCATION LINES READ : ".
002730   02 PR-COUNT-LINES-READ   PIC ZZ,ZZ9 BLANK WHEN ZERO.
002740 
002750 01 PRINT-LINES-CONFIRMED.
002760   02 FILLER                PIC X(32)
002770     VALUE "TOTAL LINES PASSED TO INVOICE : ".
002780   02 PR-COUNT-CONFIRMED    PIC ZZ,ZZ9 BLANK WHEN ZERO.
002790 
002800 01 PRINT-LINES-SHORT.
002810   02 FILLER                PIC X(32)
002820     VALUE "TOTAL LINES SHORT-PICKED : ".
002830   02 PR-COUNT-SHORT        PIC ZZ,ZZ9 BLANK WHEN ZERO.
002840 
002850 01 PRINT-LINES-UNCONFIRMED.
002860   02 FILLER                PIC X(32)
002870     VALUE "TOTAL LINES NOT CONFIRMED : ".
002880   02 PR-COUNT-UNCONFIRMED  PIC ZZ,ZZ9 BLANK WHEN ZERO.
002890 
002900 01 PRINT-CONFIRMS-UNMATCHED.
002910   02 FILLER                PIC X(32)
002920     VALUE "TOTAL CONFIRMATIONS UNMATCHED : ".
002930   02 PR-COUNT-UNMATCHED    PIC ZZ,ZZ9 BLANK WHEN ZERO.
002940 
002950 01 ALLOCATION-FILE-STATUS    PIC XX VALUE "00".
002960 01 CONFIRM-FILE-STATUS       PIC XX VALUE "00".
002970 01 UNCONFIRMED-OLD-STATUS    PIC XX VALUE "00".
002980 01 CONFIRMED-FILE-STATUS     PIC XX VALUE "00".
002990 01 MASTER-FILE-STATUS        PIC XX VALUE "00".
003000 01 LOCATION-FILE-STATUS      PIC XX VALUE "00".
003010 01 CUSTOMER-FILE-STATUS      PIC XX VALUE "00".
003020 01 BACKORDER-FILE-STATUS     PIC XX VALUE "00".
003030 01 DISCREPANCY-FILE-STATUS   PIC XX VALUE "00".
003040 01 DISCREPANCY-SORTED-STATUS PIC XX VALUE "00".
003050 
003060 01 EOF-ALLOCATIONS      PIC X VALUE "N".
003070 01 EOF-CONFIRMATIONS    PIC X VALUE "N".
003080 01 EOF-UNCONFIRMED      PIC X VALUE "N".
003090 01 EOF-DISCREPANCIES    PIC X VALUE "N".
003100 
003110 01 LOCATION-AVAILABLE-SWITCH  PIC X VALUE "N".
003120   88 LOCATION-AVAILABLE  VALUE "Y".
003130 
003140 01 CUSTOMER-AVAILABLE-SWITCH  PIC X VALUE "N".
003150   88 CUSTOMER-AVAILABLE  VALUE "Y".
003160 
003170 01 CONFIRM-FOUND-SWITCH  PIC X VALUE "N".
003180   88 CONFIRM-FOUND  VALUE "Y".
003190 
003200 01 LOCATION-RESTORED-SWITCH  PIC X VALUE "N".
003202   88 LOCATION-RESTORED  VALUE "Y".
003210 01 RETURN-LOCATION      PIC X(2) VALUE SPACES.
003220 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
003230 01 RUN-DATE-INTEGER     PIC 9(8) VALUE ZERO.
003240 01 SHIP-DATE-INTEGER    PIC 9(8) VALUE ZERO.
003250 01 DAYS-OPEN            PIC 9(5) VALUE ZERO.
003260 01 CONFIRMED-QUANTITY   PIC 9(5) VALUE ZERO.
003270 01 SHORT-QUANTITY       PIC 9(5) VALUE ZERO.
003280 01 RESTORED-QUANTITY    PIC 9(6) VALUE ZERO.
003290 01 SHORT-VALUE          PIC 9(9)V99 VALUE ZERO.
003300 01 PREV-PICKER-ID       PIC X(8) VALUE SPACES.
003310 01 PICKER-VARIANCE      PIC 9(6) VALUE ZERO.
003320 01 FIRST-GROUP-SWITCH   PIC X VALUE "Y".
003330 
003340 01 CONFIRM-CONTROL.
003350   02 CONFIRM-COUNT       PIC 9(4) VALUE ZERO.
003360   02 CONFIRM-TABLE OCCURS 2000 TIMES
003370     INDEXED BY CNF-IDX.
003380     03 CT-ORDER-NO       PIC X(6).
003390     03 CT-PRODUCT-ID     PIC X(4).
003400     03 CT-PICKER-ID      PIC X(8).
003410     03 CT-QUANTITY       PIC 9(6).
003420     03 CT-REMAINING      PIC 9(6).
003430     03 CT-USED-FLAG      PIC X(1).
003440 
003450 01 COUNT-LINES-READ     PIC 9(6) VALUE ZERO.
003460 01 COUNT-CONFIRMED      PIC 9(6) VALUE ZERO.
003470 01 COUNT-SHORT          PIC 9(6) VALUE ZERO.
003480 01 COUNT-UNCONFIRMED    PIC 9(6) VALUE ZERO.
003490 01 COUNT-UNMATCHED      PIC 9(6) VALUE ZERO.
003500 01 COUNT-DUP-CONFIRMS   PIC 9(6) VALUE ZERO.
003510 
003520 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
003530 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
003540 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
003550 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
003560 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
003570 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
003580   88 PREREQ-START-OPEN  VALUE "Y".
003590 
003600 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
003610   88 PREREQ-END-OK  VALUE "Y".
003620 
003630 01 RUN-LOG-SCAN-LINE.
003640   02 SCAN-PROGRAM-ID     PIC X(8).
003650   02 FILLER              PIC X.
003660   02 SCAN-EVENT          PIC X(5).
003670   02 FILLER              PIC X.
003680   02 SCAN-DATE           PIC 9(8).
003690   02 FILLER              PIC X.
003700   02 SCAN-TIME           PIC 9(6).
003710   02 FILLER              PIC X.
003720   02 SCAN-RECORDS-READ   PIC 9(8).
003730   02 FILLER              PIC X.
003740   02 SCAN-REJECTS        PIC 9(8).
003750   02 FILLER              PIC X.
003760   02 SCAN-DUPLICATES     PIC 9(8).
003770   02 FILLER              PIC X.
003780   02 SCAN-VARIANCES      PIC 9(8).
003790   02 FILLER              PIC X.
003800   02 SCAN-RESTART-FLAG   PIC X(1).
003810   02 FILLER              PIC X.
003820   02 SCAN-RETURN-CODE    PIC 9(4).
003830 
003840 01 RUN-LOG-STATUS      PIC XX VALUE "00".
003850 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
003860 
003870 01 RUN-LOG-DETAIL-LINE.
003880   02 RUN-PROGRAM-ID      PIC X(8) VALUE "PICKCONF".
003890   02 FILLER              PIC X VALUE SPACES.
003900   02 RUN-EVENT           PIC X(5).
003910   02 FILLER              PIC X VALUE SPACES.
003920   02 RUN-DATE            PIC 9(8).
003930   02 FILLER              PIC X VALUE SPACES.
003940   02 RUN-TIME            PIC 9(6).
003950   02 FILLER              PIC X VALUE SPACES.
003960   02 RUN-RECORDS-READ    PIC 9(8).
003970   02 FILLER              PIC X VALUE SPACES.
003980   02 RUN-REJECTS         PIC 9(8).
003990   02 FILLER              PIC X VALUE SPACES.
004000   02 RUN-DUPLICATES      PIC 9(8).
004010   02 FILLER              PIC X VALUE SPACES.
004020   02 RUN-VARIANCES       PIC 9(8).
004030   02 FILLER              PIC X VALUE SPACES.
004040   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
004050   02 FILLER              PIC X VALUE SPACES.
004060   02 RUN-RETURN-CODE     PIC 9(4).
004070 
004080 PROCEDURE DIVISION.
004090 MAIN-CONTROL.
004100   PERFORM CHECK-PREREQUISITE
004110   PERFORM WRITE-RUN-START
004120   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
004130   COMPUTE RUN-DATE-INTEGER =
004140     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
004150   PERFORM LOAD-CONFIRMATIONS
004160   OPEN I-O PRODUCT-MASTER
004170   IF MASTER-FILE-STATUS NOT = "00"
004180     DISPLAY "PRODUCT MASTER OPEN FAILURE - STATUS "
004190       MASTER-FILE-STATUS
004200     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
004210     MOVE 12 TO RETURN-CODE
004220     PERFORM WRITE-RUN-END
004230     STOP RUN
004240   END-IF
004250   OPEN I-O LOCATION-STOCK
004260   IF LOCATION-FILE-STATUS = "00"
004270     MOVE "Y" TO LOCATION-AVAILABLE-SWITCH
004280   ELSE
004290     DISPLAY "WARNING - LOCATION STOCK NOT AVAILABLE - STATUS "
004300       LOCATION-FILE-STATUS
004310     DISPLAY "SHORT PICKS RESTORED TO MASTER TOTALS ONLY"
004320   END-IF
004330   OPEN I-O CUSTOMER-MASTER
004340   IF CUSTOMER-FILE-STATUS = "00"
004350     MOVE "Y" TO CUSTOMER-AVAILABLE-SWITCH
004360   ELSE
004370     DISPLAY "WARNING - CUSTOMER MASTER NOT AVAILABLE - STATUS "
004380       CUSTOMER-FILE-STATUS
004390     DISPLAY "CUSTOMER BALANCES NOT ADJUSTED THIS RUN"
004400   END-IF
004410   OPEN EXTEND BACKORDER-FILE
004420   IF BACKORDER-FILE-STATUS NOT = "00"
004430     OPEN OUTPUT BACKORDER-FILE
004440   END-IF
004450   IF BACKORDER-FILE-STATUS NOT = "00"
004460     DISPLAY "BACKORDER FILE NOT WRITABLE - STATUS "
004470       BACKORDER-FILE-STATUS
004480     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
004490     MOVE 14 TO RETURN-CODE
004500     PERFORM WRITE-RUN-END
004510     STOP RUN
004520   END-IF
004530   OPEN OUTPUT CONFIRMED-ALLOCATION-FILE
004540   IF CONFIRMED-FILE-STATUS NOT = "00"
004550     DISPLAY "CONFIRMED ALLOCATION FILE NOT WRITABLE - STATUS "
004560       CONFIRMED-FILE-STATUS
004570     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
004580     MOVE 14 TO RETURN-CODE
004590     PERFORM WRITE-RUN-END
004600     STOP RUN
004610   END-IF
004620   OPEN OUTPUT UNCONFIRMED-FILE-NEW
004630   OPEN OUTPUT DISCREPANCY-FILE
004640   OPEN OUTPUT SUPERVISOR-REPORT
004650   DISPLAY SUPERVISOR-HEADING
004660   MOVE SUPERVISOR-HEADING TO SUPERVISOR-LINE
004670   WRITE SUPERVISOR-LINE
004680   MOVE SUPERVISOR-COLUMN TO SUPERVISOR-LINE
004690   WRITE SUPERVISOR-LINE
004700   PERFORM PROCESS-CARRIED-LINES
004710   PERFORM PROCESS-NEW-ALLOCATIONS
004720   PERFORM WRITE-UNMATCHED-CONFIRMS
004730   CLOSE CONFIRMED-ALLOCATION-FILE
004740   CLOSE UNCONFIRMED-FILE-NEW
004750   CLOSE DISCREPANCY-FILE
004760   CLOSE BACKORDER-FILE
004770   CLOSE PRODUCT-MASTER
004780   IF LOCATION-AVAILABLE
004790     CLOSE LOCATION-STOCK
004800   END-IF
004810   IF CUSTOMER-AVAILABLE
004820     CLOSE CUSTOMER-MASTER
004830   END-IF
004840   MOVE COUNT-UNCONFIRMED TO PR-COUNT-UNCONFIRMED
004850   MOVE PRINT-LINES-UNCONFIRMED TO SUPERVISOR-LINE
004860   WRITE SUPERVISOR-LINE
004870   MOVE SUPERVISOR-FOOTING TO SUPERVISOR-LINE
004880   WRITE SUPERVISOR-LINE
004890   CLOSE SUPERVISOR-REPORT
004900   PERFORM PRINT-DISCREPANCY-REPORT
004910   PERFORM WRITE-RUN-END
004920   STOP RUN.
004930 
004940 LOAD-CONFIRMATIONS.
004950   OPEN INPUT PICK-CONFIRM-FILE
004960   IF CONFIRM-FILE-STATUS NOT = "00"
004970     DISPLAY "PICK CONFIRMATION FILE NOT AVAILABLE - STATUS "
004980       CONFIRM-FILE-STATUS
004990     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
005000     MOVE 12 TO RETURN-CODE
005010     PERFORM WRITE-RUN-END
005020     STOP RUN
005030   END-IF
005040   PERFORM READ-CONFIRMATION
005050   PERFORM STORE-CONFIRMATION UNTIL EOF-CONFIRMATIONS = "Y"
005060   CLOSE PICK-CONFIRM-FILE.
005070 
005080 READ-CONFIRMATION.
005090   READ PICK-CONFIRM-FILE
005100     AT END
005110       MOVE "Y" TO EOF-CONFIRMATIONS
005120   END-READ.
005130 
005140 STORE-CONFIRMATION.
005150   IF CNF-QUANTITY IS NOT NUMERIC
005160     MOVE 0 TO CNF-QUANTITY
005170   END-IF
005180   MOVE CNF-ORDER-NO TO ALC-ORDER-NO
005190   MOVE CNF-PRODUCT-ID TO ALC-PRODUCT-ID
005200   PERFORM FIND-CONFIRMATION
005210   IF CONFIRM-FOUND
005220     ADD CNF-QUANTITY TO CT-QUANTITY(CNF-IDX)
005230     ADD CNF-QUANTITY TO CT-REMAINING(CNF-IDX)
005240     ADD 1 TO COUNT-DUP-CONFIRMS
005250   ELSE
005260     IF CONFIRM-COUNT < 2000
005270       ADD 1 TO CONFIRM-COUNT
005280       SET CNF-IDX TO CONFIRM-COUNT
005290       MOVE CNF-ORDER-NO TO CT-ORDER-NO(CNF-IDX)
005300       MOVE CNF-PRODUCT-ID TO CT-PRODUCT-ID(CNF-IDX)
005310       MOVE CNF-PICKER-ID TO CT-PICKER-ID(CNF-IDX)
005320       MOVE CNF-QUANTITY TO CT-QUANTITY(CNF-IDX)
005330       MOVE CNF-QUANTITY TO CT-REMAINING(CNF-IDX)
005340       MOVE "N" TO CT-USED-FLAG(CNF-IDX)
005350     ELSE
005360       DISPLAY "CONFIRMATION TABLE FULL - IGNORED ORDER "
005370         CNF-ORDER-NO " PRODUCT " CNF-PRODUCT-ID
005380     END-IF
005390   END-IF
005400   PERFORM READ-CONFIRMATION.
005410 
005420 FIND-CONFIRMATION.
005430   MOVE "N" TO CONFIRM-FOUND-SWITCH
005440   IF CONFIRM-COUNT > 0
005450     SET CNF-IDX TO 1
005460     SEARCH CONFIRM-TABLE
005470       AT END
005480         MOVE "N" TO CONFIRM-FOUND-SWITCH
005490       WHEN CNF-IDX > CONFIRM-COUNT
005500         MOVE "N" TO CONFIRM-FOUND-SWITCH
005510       WHEN CT-ORDER-NO(CNF-IDX) = ALC-ORDER-NO
005520         AND CT-PRODUCT-ID(CNF-IDX) = ALC-PRODUCT-ID
005530         MOVE "Y" TO CONFIRM-FOUND-SWITCH
005540     END-SEARCH
005550   END-IF.
005560 
005570 PROCESS-CARRIED-LINES.
005580   OPEN INPUT UNCONFIRMED-FILE-OLD
005590   IF UNCONFIRMED-OLD-STATUS = "00"
005600     PERFORM READ-UNCONFIRMED-OLD
005610     PERFORM CONFIRM-CARRIED-LINE UNTIL EOF-UNCONFIRMED = "Y"
005620     CLOSE UNCONFIRMED-FILE-OLD
005630   END-IF.
005640 
005650 READ-UNCONFIRMED-OLD.
005660   READ UNCONFIRMED-FILE-OLD
005670     AT END
005680       MOVE "Y" TO EOF-UNCONFIRMED
005690     NOT AT END
005700       ADD 1 TO COUNT-LINES-READ
005710   END-READ.
005720 
005730 CONFIRM-CARRIED-LINE.
005740   MOVE UNCONFIRMED-RECORD-OLD TO ALLOCATION-RECORD
005750   PERFORM CONFIRM-ONE-LINE
005760   PERFORM READ-UNCONFIRMED-OLD.
005770 
005780 PROCESS-NEW-ALLOCATIONS.
005790   OPEN INPUT ALLOCATION-FILE
005800   IF ALLOCATION-FILE-STATUS = "00"
005810     PERFORM READ-ALLOCATION
005820     PERFORM CONFIRM-NEW-LINE UNTIL EOF-ALLOCATIONS = "Y"
005830     CLOSE ALLOCATION-FILE
005840   ELSE
005850     DISPLAY "WARNING - ALLOCATION FILE NOT AVAILABLE - STATUS "
005860       ALLOCATION-FILE-STATUS
005870     DISPLAY "NO NEW ALLOCATIONS CONFIRMED THIS RUN"
005880   END-IF.
005890 
005900 READ-ALLOCATION.
005910   READ ALLOCATION-FILE
005920     AT END
005930       MOVE "Y" TO EOF-ALLOCATIONS
005940     NOT AT END
005950       ADD 1 TO COUNT-LINES-READ
005960   END-READ.
005970 
005980 CONFIRM-NEW-LINE.
005990   PERFORM CONFIRM-ONE-LINE
006000   PERFORM READ-ALLOCATION.
006010 
006020 CONFIRM-ONE-LINE.
006030   MOVE ALC-LOCATION TO RETURN-LOCATION
006080   PERFORM FIND-CONFIRMATION
006090   IF NOT CONFIRM-FOUND
006100     PERFORM HOLD-UNCONFIRMED-LINE
006110   ELSE
006120     MOVE "Y" TO CT-USED-FLAG(CNF-IDX)
006130     IF CT-REMAINING(CNF-IDX) < ALC-QUANTITY
006140       MOVE CT-REMAINING(CNF-IDX) TO CONFIRMED-QUANTITY
006150     ELSE
006160       MOVE ALC-QUANTITY TO CONFIRMED-QUANTITY
006170     END-IF
006180     SUBTRACT CONFIRMED-QUANTITY FROM CT-REMAINING(CNF-IDX)
006190     COMPUTE SHORT-QUANTITY = ALC-QUANTITY - CONFIRMED-QUANTITY
006200     IF SHORT-QUANTITY > 0
006210       PERFORM RETURN-SHORT-PICK
006220     END-IF
006230     IF CONFIRMED-QUANTITY > 0
006240       PERFORM WRITE-CONFIRMED-ALLOCATION
006250     END-IF
006260   END-IF.
006270 
006280 HOLD-UNCONFIRMED-LINE.
006290   MOVE ALLOCATION-RECORD TO UNCONFIRMED-RECORD-NEW
006300   WRITE UNCONFIRMED-RECORD-NEW
006310   ADD 1 TO COUNT-UNCONFIRMED
006320   MOVE 0 TO DAYS-OPEN
006330   IF ALC-SHIP-DATE IS NUMERIC AND ALC-SHIP-DATE > 0
006340     COMPUTE SHIP-DATE-INTEGER =
006350       FUNCTION INTEGER-OF-DATE(ALC-SHIP-DATE)
006360     IF RUN-DATE-INTEGER > SHIP-DATE-INTEGER
006370       COMPUTE DAYS-OPEN = RUN-DATE-INTEGER - SHIP-DATE-INTEGER
006380     END-IF
006390   END-IF
006400   MOVE ALC-ORDER-NO TO PR-SUP-ORDER-NO
006410   MOVE ALC-CUSTOMER-ID TO PR-SUP-CUSTOMER-ID
006420   MOVE ALC-PRODUCT-ID TO PR-SUP-PRODUCT-ID
006430   MOVE RETURN-LOCATION TO PR-SUP-LOCATION
006440   MOVE ALC-QUANTITY TO PR-SUP-QUANTITY
006450   MOVE ALC-SHIP-DATE TO PR-SUP-SHIP-DATE
006460   MOVE DAYS-OPEN TO PR-SUP-DAYS-OPEN
006470   MOVE "NOT CONFIRMED - HELD" TO PR-SUP-REMARK
006480   DISPLAY PRINT-SUPERVISOR-DETAIL
006490   MOVE PRINT-SUPERVISOR-DETAIL TO SUPERVISOR-LINE
006500   WRITE SUPERVISOR-LINE.
006510 
006520 WRITE-CONFIRMED-ALLOCATION.
006530   MOVE CONFIRMED-QUANTITY TO ALC-QUANTITY
006540   COMPUTE ALC-LINE-VALUE = CONFIRMED-QUANTITY * ALC-PRICE
006550   MOVE ALLOCATION-RECORD TO CONFIRMED-ALLOCATION-RECORD
006560   WRITE CONFIRMED-ALLOCATION-RECORD
006570   ADD 1 TO COUNT-CONFIRMED.
006580 
006590 RETURN-SHORT-PICK.
006600   ADD 1 TO COUNT-SHORT
006610   MOVE ALC-PRODUCT-ID TO MAST-PRODUCT-ID
006620   READ PRODUCT-MASTER
006630     INVALID KEY
006640       DISPLAY "PRODUCT " ALC-PRODUCT-ID
006650         " NOT ON MASTER - SHORT PICK NOT RESTORED"
006660     NOT INVALID KEY
006670       COMPUTE RESTORED-QUANTITY = MAST-QUANTITY + SHORT-QUANTITY
006680       IF RESTORED-QUANTITY > 99999
006690         MOVE 99999 TO MAST-QUANTITY
006700       ELSE
006710         MOVE RESTORED-QUANTITY TO MAST-QUANTITY
006720       END-IF
006730       REWRITE MASTER-RECORD
006740         INVALID KEY
006750           CONTINUE
006760       END-REWRITE
006770   END-READ
006780   MOVE "N" TO LOCATION-RESTORED-SWITCH
006782   IF LOCATION-AVAILABLE AND RETURN-LOCATION NOT = SPACES
006790     PERFORM RESTORE-LOCATION-STOCK
006800   END-IF
006810   IF CUSTOMER-AVAILABLE
006820     PERFORM REDUCE-CUSTOMER-BALANCE
006830   END-IF
006840   MOVE ALC-ORDER-NO TO BACK-ORDER-NO
006850   MOVE ALC-CUSTOMER-ID TO BACK-CUSTOMER-ID
006860   MOVE ALC-PRODUCT-ID TO BACK-PRODUCT-ID
006870   MOVE SHORT-QUANTITY TO BACK-QUANTITY
006880   IF ALC-ENTRY-DATE IS NUMERIC AND ALC-ENTRY-DATE > 0
006890     MOVE ALC-ENTRY-DATE TO BACK-ENTRY-DATE
006900   ELSE
006910     MOVE ALC-SHIP-DATE TO BACK-ENTRY-DATE
006920   END-IF
006930   MOVE ALC-LOCATION TO BACK-LOCATION
006940   WRITE BACKORDER-RECORD
006950   MOVE CT-PICKER-ID(CNF-IDX) TO DSC-PICKER-ID
006960   MOVE RETURN-LOCATION TO DSC-LOCATION
006970   MOVE ALC-ORDER-NO TO DSC-ORDER-NO
006980   MOVE ALC-CUSTOMER-ID TO DSC-CUSTOMER-ID
006990   MOVE ALC-PRODUCT-ID TO DSC-PRODUCT-ID
007000   MOVE ALC-QUANTITY TO DSC-ALLOCATED
007010   MOVE CONFIRMED-QUANTITY TO DSC-CONFIRMED
007020   MOVE SHORT-QUANTITY TO DSC-VARIANCE
007030   IF LOCATION-RESTORED
007032     MOVE "SHORT - BACKORDERED" TO DSC-REASON
007034   ELSE
007036     MOVE "LOCATION NOT RESTORED" TO DSC-REASON
007038   END-IF
007040   WRITE DISCREPANCY-RECORD.
007050 
007060 RESTORE-LOCATION-STOCK.
007070   MOVE ALC-PRODUCT-ID TO LOCST-PRODUCT-ID
007080   MOVE RETURN-LOCATION TO LOCST-LOCATION
007090   READ LOCATION-STOCK
007100     INVALID KEY
007110       CONTINUE
007160     NOT INVALID KEY
007170       COMPUTE RESTORED-QUANTITY =
007180         LOCST-QUANTITY + SHORT-QUANTITY
007190       IF RESTORED-QUANTITY > 99999
007200         MOVE 99999 TO LOCST-QUANTITY
007210       ELSE
007220         MOVE RESTORED-QUANTITY TO LOCST-QUANTITY
007230       END-IF
007240       REWRITE LOCATION-STOCK-RECORD
007250         INVALID KEY
007260           CONTINUE
007262         NOT INVALID KEY
007264           MOVE "Y" TO LOCATION-RESTORED-SWITCH
007270       END-REWRITE
007280   END-READ.
007290 
007300 REDUCE-CUSTOMER-BALANCE.
007310   MOVE ALC-CUSTOMER-ID TO CUST-CUSTOMER-ID
007320   READ CUSTOMER-MASTER
007330     INVALID KEY
007340       CONTINUE
007350     NOT INVALID KEY
007360       COMPUTE SHORT-VALUE = SHORT-QUANTITY * ALC-PRICE
007370       IF SHORT-VALUE > CUST-BALANCE
007380         MOVE 0 TO CUST-BALANCE
007390       ELSE
007400         SUBTRACT SHORT-VALUE FROM CUST-BALANCE
007410       END-IF
007420       REWRITE CUSTOMER-RECORD
007430         INVALID KEY
007440           CONTINUE
007450       END-REWRITE
007460   END-READ.
007470 
007480 WRITE-UNMATCHED-CONFIRMS.
007490   IF CONFIRM-COUNT > 0
007500     SET CNF-IDX TO 1
007510     PERFORM CHECK-ONE-CONFIRMATION CONFIRM-COUNT TIMES
007520   END-IF.
007530 
007540 CHECK-ONE-CONFIRMATION.
007550   IF CT-REMAINING(CNF-IDX) > 0
007560     MOVE CT-PICKER-ID(CNF-IDX) TO DSC-PICKER-ID
007570     MOVE SPACES TO DSC-LOCATION
007580     MOVE CT-ORDER-NO(CNF-IDX) TO DSC-ORDER-NO
007590     MOVE SPACES TO DSC-CUSTOMER-ID
007600     MOVE CT-PRODUCT-ID(CNF-IDX) TO DSC-PRODUCT-ID
007610     COMPUTE DSC-ALLOCATED =
007620       CT-QUANTITY(CNF-IDX) - CT-REMAINING(CNF-IDX)
007630     MOVE CT-QUANTITY(CNF-IDX) TO DSC-CONFIRMED
007640     MOVE CT-REMAINING(CNF-IDX) TO DSC-VARIANCE
007650     IF CT-USED-FLAG(CNF-IDX) = "Y"
007660       MOVE "OVER-PICK NOT BILLED" TO DSC-REASON
007670     ELSE
007680       MOVE "NO ALLOCATION" TO DSC-REASON
007690     END-IF
007700     WRITE DISCREPANCY-RECORD
007710     ADD 1 TO COUNT-UNMATCHED
007720   END-IF
007730   SET CNF-IDX UP BY 1.
007740 
007750 PRINT-DISCREPANCY-REPORT.
007760   SORT DISCREPANCY-WORK
007770     ON ASCENDING KEY DSC-WF-PICKER-ID DSC-WF-LOCATION
007780     USING DISCREPANCY-FILE GIVING DISCREPANCY-SORTED-FILE
007790   OPEN OUTPUT DISCREPANCY-REPORT
007800   DISPLAY DISCREPANCY-HEADING
007810   MOVE DISCREPANCY-HEADING TO DISCREPANCY-LINE
007820   WRITE DISCREPANCY-LINE
007830   OPEN INPUT DISCREPANCY-SORTED-FILE
007840   IF DISCREPANCY-SORTED-STATUS = "00"
007850     PERFORM READ-DISCREPANCY
007860     PERFORM PRINT-ONE-DISCREPANCY UNTIL EOF-DISCREPANCIES = "Y"
007870     IF FIRST-GROUP-SWITCH = "N"
007880       PERFORM PRINT-PICKER-TOTAL-LINE
007890     END-IF
007900     CLOSE DISCREPANCY-SORTED-FILE
007910   END-IF
007920   MOVE COUNT-LINES-READ TO PR-COUNT-LINES-READ
007930   MOVE COUNT-CONFIRMED TO PR-COUNT-CONFIRMED
007940   MOVE COUNT-SHORT TO PR-COUNT-SHORT
007950   MOVE COUNT-UNCONFIRMED TO PR-COUNT-UNCONFIRMED
007960   MOVE COUNT-UNMATCHED TO PR-COUNT-UNMATCHED
007970   DISPLAY PRINT-LINES-READ
007980   DISPLAY PRINT-LINES-CONFIRMED
007990   DISPLAY PRINT-LINES-SHORT
008000   DISPLAY PRINT-LINES-UNCONFIRMED
008010   DISPLAY PRINT-CONFIRMS-UNMATCHED
008020   MOVE PRINT-LINES-READ TO DISCREPANCY-LINE
008030   WRITE DISCREPANCY-LINE
008040   MOVE PRINT-LINES-CONFIRMED TO DISCREPANCY-LINE
008050   WRITE DISCREPANCY-LINE
008060   MOVE PRINT-LINES-SHORT TO DISCREPANCY-LINE
008070   WRITE DISCREPANCY-LINE
008080   MOVE PRINT-LINES-UNCONFIRMED TO DISCREPANCY-LINE
008090   WRITE DISCREPANCY-LINE
008100   MOVE PRINT-CONFIRMS-UNMATCHED TO DISCREPANCY-LINE
008110   WRITE DISCREPANCY-LINE
008120   DISPLAY DISCREPANCY-FOOTING
008130   MOVE DISCREPANCY-FOOTING TO DISCREPANCY-LINE
008140   WRITE DISCREPANCY-LINE
008150   CLOSE DISCREPANCY-REPORT.
008160 
008170 READ-DISCREPANCY.
008180   READ DISCREPANCY-SORTED-FILE
008190     AT END
008200       MOVE "Y" TO EOF-DISCREPANCIES
008210   END-READ.
008220 
008230 PRINT-ONE-DISCREPANCY.
008240   IF FIRST-GROUP-SWITCH = "Y"
008250     OR DSS-PICKER-ID NOT = PREV-PICKER-ID
008260     IF FIRST-GROUP-SWITCH = "N"
008270       PERFORM PRINT-PICKER-TOTAL-LINE
008280     END-IF
008290     MOVE "N" TO FIRST-GROUP-SWITCH
008300     MOVE DSS-PICKER-ID TO PREV-PICKER-ID
008310     MOVE 0 TO PICKER-VARIANCE
008320     MOVE DSS-PICKER-ID TO PR-GRP-PICKER-ID
008330     DISPLAY PRINT-PICKER-GROUP-LINE
008340     MOVE PRINT-PICKER-GROUP-LINE TO DISCREPANCY-LINE
008350     WRITE DISCREPANCY-LINE
008360     DISPLAY DISCREPANCY-COLUMN
008370     MOVE DISCREPANCY-COLUMN TO DISCREPANCY-LINE
008380     WRITE DISCREPANCY-LINE
008390   END-IF
008400   ADD DSS-VARIANCE TO PICKER-VARIANCE
008410   MOVE DSS-LOCATION TO PR-DSC-LOCATION
008420   MOVE DSS-ORDER-NO TO PR-DSC-ORDER-NO
008430   MOVE DSS-CUSTOMER-ID TO PR-DSC-CUSTOMER-ID
008440   MOVE DSS-PRODUCT-ID TO PR-DSC-PRODUCT-ID
008450   MOVE DSS-ALLOCATED TO PR-DSC-ALLOCATED
008460   MOVE DSS-CONFIRMED TO PR-DSC-CONFIRMED
008470   MOVE DSS-VARIANCE TO PR-DSC-VARIANCE
008480   MOVE DSS-REASON TO PR-DSC-REASON
008490   DISPLAY PRINT-DISCREPANCY-DETAIL
008500   MOVE PRINT-DISCREPANCY-DETAIL TO DISCREPANCY-LINE
008510   WRITE DISCREPANCY-LINE
008520   PERFORM READ-DISCREPANCY.
008530 
008540 PRINT-PICKER-TOTAL-LINE.
008550   MOVE PICKER-VARIANCE TO PR-PICKER-VARIANCE
008560   DISPLAY PRINT-PICKER-TOTAL
008570   MOVE PRINT-PICKER-TOTAL TO DISCREPANCY-LINE
008580   WRITE DISCREPANCY-LINE.
008590 
008600 CHECK-PREREQUISITE.
008610   PERFORM LOAD-PREREQ-PARAMETERS
008620   IF PREREQUISITE-PROGRAM NOT = SPACES
008630     PERFORM SCAN-RUN-LOG
008640     IF PREREQ-START-OPEN
008650       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
008660         " STILL RUNNING OR ABENDED - RUN ABORTED"
008670       MOVE 16 TO RETURN-CODE
008680       STOP RUN
008690     END-IF
008700     IF NOT PREREQ-END-OK
008710       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
008720         " HAS NOT COMPLETED TODAY - RUN ABORTED"
008730       MOVE 16 TO RETURN-CODE
008740       STOP RUN
008750     END-IF
008760   END-IF.
008770 
008780 LOAD-PREREQ-PARAMETERS.
008790   OPEN INPUT PREREQ-PARAMETERS
008800   IF PREREQ-PARM-STATUS = "00"
008810     PERFORM READ-PREREQ-PARM
008820     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
008830     CLOSE PREREQ-PARAMETERS
008840   END-IF.
008850 
008860 READ-PREREQ-PARM.
008870   READ PREREQ-PARAMETERS
008880     AT END
008890       MOVE "Y" TO EOF-PREREQ-PARMS
008900   END-READ.
008910 
008920 FIND-OWN-PREREQ.
008930   IF PRQ-PROGRAM-ID = "PICKCONF"
008940     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
008950   END-IF
008960   PERFORM READ-PREREQ-PARM.
008970 
008980 SCAN-RUN-LOG.
008990   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
009000   MOVE "N" TO PREREQ-OPEN-START-SWITCH
009010   MOVE "N" TO PREREQ-END-OK-SWITCH
009020   MOVE "N" TO EOF-RUN-LOG-SCAN
009030   OPEN INPUT RUN-LOG
009040   IF RUN-LOG-STATUS = "00"
009050     PERFORM READ-RUN-LOG-SCAN
009060     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
009070     CLOSE RUN-LOG
009080   ELSE
009090     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
009100   END-IF.
009110 
009120 READ-RUN-LOG-SCAN.
009130   READ RUN-LOG
009140     AT END
009150       MOVE "Y" TO EOF-RUN-LOG-SCAN
009160   END-READ.
009170 
009180 CHECK-ONE-LOG-RECORD.
009190   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
009200   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
009210     AND SCAN-DATE = PREREQ-CHECK-DATE
009220     EVALUATE SCAN-EVENT
009230       WHEN "START"
009240         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
009250       WHEN "END"
009260         MOVE "N" TO PREREQ-OPEN-START-SWITCH
009270         IF SCAN-RETURN-CODE IS NUMERIC
009280           AND SCAN-RETURN-CODE = 0
009290           MOVE "Y" TO PREREQ-END-OK-SWITCH
009300         END-IF
009310     END-EVALUATE
009320   END-IF
009330   PERFORM READ-RUN-LOG-SCAN.
009340 
009350 WRITE-RUN-START.
009360   MOVE "START" TO RUN-EVENT
009370   PERFORM WRITE-RUN-LOG-RECORD.
009380 
009390 WRITE-RUN-END.
009400   MOVE "END" TO RUN-EVENT
009410   PERFORM WRITE-RUN-LOG-RECORD.
009420 
009430 WRITE-RUN-LOG-RECORD.
009440   ACCEPT RUN-DATE FROM DATE YYYYMMDD
009450   ACCEPT RUN-TIME-OF-DAY FROM TIME
009460   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
009470   MOVE COUNT-LINES-READ TO RUN-RECORDS-READ
009480   MOVE COUNT-UNCONFIRMED TO RUN-REJECTS
009490   MOVE COUNT-DUP-CONFIRMS TO RUN-DUPLICATES
009500   MOVE COUNT-SHORT TO RUN-VARIANCES
009510   MOVE RETURN-CODE TO RUN-RETURN-CODE
009520   OPEN EXTEND RUN-LOG
009530   IF RUN-LOG-STATUS NOT = "00"
009540     OPEN OUTPUT RUN-LOG
009550   END-IF
009560   IF RUN-LOG-STATUS NOT = "00"
009570     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
009580     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
009590     MOVE 14 TO RETURN-CODE
009600     STOP RUN
009610   END-IF
009620   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
009630   WRITE RUN-LOG-RECORD
009640   CLOSE RUN-LOG.
009650 END PROGRAM PICKCONF.
