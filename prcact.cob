000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   PRCACT.
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
000140   SELECT PENDING-PRICES-OLD ASSIGN TO FILE111OLD
000150     ORGANIZATION LINE SEQUENTIAL
000160     FILE STATUS IS PENDING-OLD-STATUS.
000170 
000180   SELECT PENDING-PRICES-NEW ASSIGN TO FILE111
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS PENDING-NEW-STATUS.
000210 
000220   SELECT PENDING-PRICES-SORTED ASSIGN TO FILE112
000230     ORGANIZATION LINE SEQUENTIAL.
000240 
000250   SELECT PRICE-SORT ASSIGN TO WORK08.
000260 
000270   SELECT PRICE-HISTORY ASSIGN TO FILE113
000280     ORGANIZATION LINE SEQUENTIAL
000290     FILE STATUS IS PRICE-HISTORY-STATUS.
000300 
000310   SELECT AUDIT-LOG ASSIGN TO FILE12
000320     ORGANIZATION LINE SEQUENTIAL
000330     FILE STATUS IS AUDIT-LOG-STATUS.
000340 
000350   SELECT ACTIVATION-REPORT ASSIGN TO FILE114
000360     ORGANIZATION LINE SEQUENTIAL.
000370 
000380   SELECT RUN-LOG ASSIGN TO FILE20
000390     ORGANIZATION LINE SEQUENTIAL
000400     FILE STATUS IS RUN-LOG-STATUS.
000410 
000420   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000430     ORGANIZATION LINE SEQUENTIAL
000440     FILE STATUS IS PREREQ-PARM-STATUS.
000450 
000460 
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD PRODUCT-MASTER.
000500 01 MASTER-RECORD.
000510   02 MAST-PRODUCT-ID          PIC X(4).
000520   02 MAST-PRODUCT-NAME        PIC X(20).
000530   02 MAST-PRICE               PIC 9(4)V99.
000540   02 MAST-QUANTITY            PIC 9(5).
000550   02 MAST-UNIT-COST           PIC 9(4)V99.
000560 
000570 FD PENDING-PRICES-OLD.
000580 01 PENDING-OLD-RECORD         PIC X(26).
000590 
000600 FD PENDING-PRICES-NEW.
000610 01 PENDING-NEW-RECORD         PIC X(26).
000620 
000630 FD PENDING-PRICES-SORTED.
000640 01 PENDING-PRICE-RECORD.
000650   02 PND-PRODUCT-ID      PIC X(4).
000660   02 PND-NEW-PRICE       PIC 9(4)V99.
000670   02 PND-EFFECTIVE-DATE  PIC 9(8).
000680   02 PND-USER-ID         PIC X(8).
000690 
000700 SD PRICE-SORT.
000710 01 PRICE-SORT-RECORD.
000720   02 PSW-PRODUCT-ID      PIC X(4).
000730   02 PSW-NEW-PRICE       PIC 9(4)V99.
000740   02 PSW-EFFECTIVE-DATE  PIC 9(8).
000750   02 PSW-USER-ID         PIC X(8).
000760 
000770 FD PRICE-HISTORY.
000780 01 PRICE-HISTORY-RECORD.
000790   02 PRH-PRODUCT-ID      PIC X(4).
000800   02 PRH-PRICE           PIC 9(4)V99.
000810   02 PRH-FROM-DATE       PIC 9(8).
000820   02 PRH-TO-DATE         PIC 9(8).
000830   02 PRH-REPLACED-BY     PIC 9(4)V99.
000840   02 PRH-USER-ID         PIC X(8).
000850   02 PRH-ACTIVATED-DATE  PIC 9(8).
000860 
000870 FD AUDIT-LOG.
000880 01 AUDIT-RECORD               PIC X(120).
000890 
000900 FD ACTIVATION-REPORT.
000910 01 ACTIVATION-LINE            PIC X(100).
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
001040 01 ACTIVATION-HEADING.
001050   02 FILLER PIC X(88)
001060     VALUE "        ****** PRICE CHANGE ACTIVATION ******".
001070 
001080 01 ACTIVATION-COLUMN.
001090   02 FILLER                PIC X(7)  VALUE "PRODUCT".
001100   02 FILLER                PIC X VALUE SPACES.
001110   02 FILLER                PIC X(20) VALUE "PRODUCT-NAME".
001120   02 FILLER                PIC X VALUE SPACES.
001130   02 FILLER                PIC X(9)  VALUE "OLD PRICE".
001140   02 FILLER                PIC X VALUE SPACES.
001150   02 FILLER                PIC X(9)  VALUE "NEW PRICE".
001160   02 FILLER                PIC X VALUE SPACES.
001170   02 FILLER                PIC X(9)  VALUE "EFFECTIVE".
001180   02 FILLER                PIC X VALUE SPACES.
001190   02 FILLER                PIC X(8)  VALUE "USER".
001200   02 FILLER                PIC X VALUE SPACES.
001210   02 FILLER                PIC X(30) VALUE "STATUS".
001220 
001230 01 ACTIVATION-FOOTING PIC X(88)
001240   VALUE "        ******  END OF PRICE CHANGE ACTIVATION  ******".
001250 
001260 01 PRINT-ACTIVATION-DETAIL.
001270   02 PR-ACT-PRODUCT-ID     PIC X(4).
001280   02 FILLER                PIC X(4) VALUE SPACES.
001290   02 PR-ACT-PRODUCT-NAME   PIC X(20).
001300   02 FILLER                PIC X VALUE SPACES.
001310   02 PR-ACT-OLD-PRICE      PIC Z,ZZ9.99 BLANK WHEN ZERO.
001320   02 FILLER                PIC XX VALUE SPACES.
001330   02 PR-ACT-NEW-PRICE      PIC Z,ZZ9.99 BLANK WHEN ZERO.
001340   02 FILLER                PIC XX VALUE SPACES.
001350   02 PR-ACT-EFFECTIVE-DATE PIC 9(8).
001360   02 FILLER                PIC XX VALUE SPACES.
001370   02 PR-ACT-USER-ID        PIC X(8).
001380   02 FILLER                PIC X VALUE SPACES.
001390   02 PR-ACT-STATUS         PIC X(30).
001400 
001410 01 PRINT-PENDING-READ.
001420   02 FILLER                PIC X(30)
001430     VALUE "TOTAL PENDING PRICES READ : ".
001440   02 PR-COUNT-READ         PIC ZZ,ZZ9 BLANK WHEN ZERO.
001450 
001460 01 PRINT-PRICES-ACTIVATED.
001470   02 FILLER                PIC X(30)
001480     VALUE "TOTAL PRICES ACTIVATED : ".
001490   02 PR-COUNT-ACTIVATED    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001500 
001510 01 PRINT-PRICES-UNCHANGED.
001520   02 FILLER                PIC X(30)
001530     VALUE "TOTAL SAME AS CURRENT PRICE : ".
001540   02 PR-COUNT-UNCHANGED    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001550 
001560 01 PRINT-PRICES-CARRIED.
001570   02 FILLER                PIC X(30)
001580     VALUE "TOTAL CARRIED FORWARD : ".
001590   02 PR-COUNT-CARRIED      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001600 
001610 01 PRINT-PRICES-REJECTED.
001620   02 FILLER                PIC X(30)
001630     VALUE "TOTAL PRICES REJECTED : ".
001640   02 PR-COUNT-REJECTED     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001650 
001660 01 AUDIT-DETAIL-LINE.
001670   02 AUD-DATE            PIC 9(8).
001680   02 FILLER              PIC X VALUE SPACES.
001690   02 AUD-TIME            PIC 9(6).
001700   02 FILLER              PIC X VALUE SPACES.
001710   02 AUD-USER-ID         PIC X(8).
001720   02 FILLER              PIC X VALUE SPACES.
001730   02 AUD-ACTION          PIC X(10).
001740   02 FILLER              PIC X VALUE SPACES.
001750   02 AUD-PRODUCT-ID      PIC X(4).
001760   02 FILLER              PIC X VALUE SPACES.
001770   02 AUD-OLD-PRICE       PIC Z,ZZ9.99 BLANK WHEN ZERO.
001780   02 FILLER              PIC X VALUE SPACES.
001790   02 AUD-NEW-PRICE       PIC Z,ZZ9.99 BLANK WHEN ZERO.
001800   02 FILLER              PIC X VALUE SPACES.
001810   02 AUD-OLD-QUANTITY    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001820   02 FILLER              PIC X VALUE SPACES.
001830   02 AUD-NEW-QUANTITY    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001840   02 FILLER              PIC X VALUE SPACES.
001850   02 AUD-OLD-COST        PIC Z,ZZ9.99 BLANK WHEN ZERO.
001860   02 FILLER              PIC X VALUE SPACES.
001870   02 AUD-NEW-COST        PIC Z,ZZ9.99 BLANK WHEN ZERO.
001880   02 FILLER              PIC X VALUE SPACES.
001890   02 AUD-PRODUCT-NAME    PIC X(20).
001900 
001910 01 MASTER-FILE-STATUS    PIC XX VALUE "00".
001920 01 PENDING-OLD-STATUS    PIC XX VALUE "00".
001930 01 PENDING-NEW-STATUS    PIC XX VALUE "00".
001940 01 PRICE-HISTORY-STATUS  PIC XX VALUE "00".
001950 01 AUDIT-LOG-STATUS      PIC XX VALUE "00".
001960 01 EOF-PENDING-PRICES    PIC X VALUE "N".
001970 01 EOF-PRICE-HISTORY     PIC X VALUE "N".
001980 
001990 01 PENDING-AVAILABLE-SWITCH  PIC X VALUE "N".
002000   88 PENDING-AVAILABLE  VALUE "Y".
002010 
002020 01 MASTER-FOUND-SWITCH  PIC X VALUE "N".
002030   88 MASTER-FOUND  VALUE "Y".
002040 
002050 01 HISTORY-FOUND-SWITCH  PIC X VALUE "N".
002060   88 HISTORY-FOUND  VALUE "Y".
002070 
002080 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
002090 01 AUDIT-TIME           PIC 9(6) VALUE ZERO.
002100 01 HISTORY-PRODUCT-ID   PIC X(4) VALUE SPACES.
002110 01 PRICE-FROM-DATE      PIC 9(8) VALUE ZERO.
002120 01 PRICE-TO-DATE        PIC 9(8) VALUE ZERO.
002130 01 DATE-INTEGER         PIC 9(8) VALUE ZERO.
002140 
002150 01 HISTORY-CONTROL.
002160   02 HISTORY-COUNT      PIC 9(4) VALUE ZERO.
002170   02 HISTORY-TABLE OCCURS 2000 TIMES
002180     INDEXED BY HISTORY-IDX.
002190     03 HIST-PRODUCT-ID    PIC X(4).
002200     03 HIST-LAST-TO-DATE  PIC 9(8).
002210 
002220 01 COUNT-PENDING-READ   PIC 9(6) VALUE ZERO.
002230 01 COUNT-ACTIVATED      PIC 9(6) VALUE ZERO.
002240 01 COUNT-UNCHANGED      PIC 9(6) VALUE ZERO.
002250 01 COUNT-CARRIED        PIC 9(6) VALUE ZERO.
002260 01 COUNT-REJECTED       PIC 9(6) VALUE ZERO.
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
002640   02 RUN-PROGRAM-ID      PIC X(8) VALUE "PRCACT".
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
002890   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002900   OPEN I-O PRODUCT-MASTER
002910   IF MASTER-FILE-STATUS NOT = "00"
002920     DISPLAY "PRODUCT MASTER OPEN FAILURE - STATUS "
002930       MASTER-FILE-STATUS
002940     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002950     MOVE 12 TO RETURN-CODE
002960     PERFORM WRITE-RUN-END
002970     STOP RUN
002980   END-IF
002990   OPEN INPUT PENDING-PRICES-OLD
003000   IF PENDING-OLD-STATUS = "00"
003010     MOVE "Y" TO PENDING-AVAILABLE-SWITCH
003020     CLOSE PENDING-PRICES-OLD
003030   ELSE
003040     DISPLAY "NO PENDING PRICE CHANGES - STATUS "
003050       PENDING-OLD-STATUS
003060   END-IF
003070   PERFORM LOAD-PRICE-HISTORY
003080   OPEN OUTPUT PENDING-PRICES-NEW
003090   IF PENDING-NEW-STATUS NOT = "00"
003100     DISPLAY "PENDING PRICE FILE NOT WRITABLE - STATUS "
003110       PENDING-NEW-STATUS
003120     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003130     MOVE 14 TO RETURN-CODE
003140     PERFORM WRITE-RUN-END
003150     STOP RUN
003160   END-IF
003170   OPEN EXTEND PRICE-HISTORY
003180   IF PRICE-HISTORY-STATUS NOT = "00"
003190     OPEN OUTPUT PRICE-HISTORY
003200   END-IF
003210   OPEN EXTEND AUDIT-LOG
003220   IF AUDIT-LOG-STATUS NOT = "00"
003230     OPEN OUTPUT AUDIT-LOG
003240   END-IF
003250   OPEN OUTPUT ACTIVATION-REPORT
003260   DISPLAY ACTIVATION-HEADING
003270   DISPLAY ACTIVATION-COLUMN
003280   MOVE ACTIVATION-HEADING TO ACTIVATION-LINE
003290   WRITE ACTIVATION-LINE
003300   MOVE ACTIVATION-COLUMN TO ACTIVATION-LINE
003310   WRITE ACTIVATION-LINE
003320   IF PENDING-AVAILABLE
003330     SORT PRICE-SORT
003340       ON ASCENDING KEY PSW-PRODUCT-ID PSW-EFFECTIVE-DATE
003350       WITH DUPLICATES IN ORDER
003360       USING PENDING-PRICES-OLD GIVING PENDING-PRICES-SORTED
003370     OPEN INPUT PENDING-PRICES-SORTED
003380     PERFORM READ-PENDING-PRICE
003390     PERFORM PROCESS-PENDING-PRICE
003400       UNTIL EOF-PENDING-PRICES = "Y"
003410     CLOSE PENDING-PRICES-SORTED
003420   END-IF
003430   MOVE COUNT-PENDING-READ TO PR-COUNT-READ
003440   MOVE COUNT-ACTIVATED TO PR-COUNT-ACTIVATED
003450   MOVE COUNT-UNCHANGED TO PR-COUNT-UNCHANGED
003460   MOVE COUNT-CARRIED TO PR-COUNT-CARRIED
003470   MOVE COUNT-REJECTED TO PR-COUNT-REJECTED
003480   DISPLAY PRINT-PENDING-READ
003490   DISPLAY PRINT-PRICES-ACTIVATED
003500   DISPLAY PRINT-PRICES-UNCHANGED
003510   DISPLAY PRINT-PRICES-CARRIED
003520   DISPLAY PRINT-PRICES-REJECTED
003530   MOVE PRINT-PENDING-READ TO ACTIVATION-LINE
003540   WRITE ACTIVATION-LINE
003550   MOVE PRINT-PRICES-ACTIVATED TO ACTIVATION-LINE
003560   WRITE ACTIVATION-LINE
003570   MOVE PRINT-PRICES-UNCHANGED TO ACTIVATION-LINE
003580   WRITE ACTIVATION-LINE
003590   MOVE PRINT-PRICES-CARRIED TO ACTIVATION-LINE
003600   WRITE ACTIVATION-LINE
003610   MOVE PRINT-PRICES-REJECTED TO ACTIVATION-LINE
003620   WRITE ACTIVATION-LINE
003630   DISPLAY ACTIVATION-FOOTING
003640   MOVE ACTIVATION-FOOTING TO ACTIVATION-LINE
003650   WRITE ACTIVATION-LINE
003660   CLOSE ACTIVATION-REPORT
003670   CLOSE AUDIT-LOG
003680   CLOSE PRICE-HISTORY
003690   CLOSE PENDING-PRICES-NEW
003700   CLOSE PRODUCT-MASTER
003710   PERFORM WRITE-RUN-END
003720   STOP RUN.
003730 
003740 LOAD-PRICE-HISTORY.
003750   OPEN INPUT PRICE-HISTORY
003760   IF PRICE-HISTORY-STATUS = "00"
003770     PERFORM READ-PRICE-HISTORY
003780     PERFORM STORE-PRICE-HISTORY UNTIL EOF-PRICE-HISTORY = "Y"
003790     CLOSE PRICE-HISTORY
003800   END-IF.
003810 
003820 READ-PRICE-HISTORY.
003830   READ PRICE-HISTORY
003840     AT END
003850       MOVE "Y" TO EOF-PRICE-HISTORY
003860   END-READ.
003870 
003880 STORE-PRICE-HISTORY.
003890   IF PRH-TO-DATE IS NUMERIC
003900     MOVE PRH-PRODUCT-ID TO HISTORY-PRODUCT-ID
003910     PERFORM FIND-HISTORY-ENTRY
003920     IF HISTORY-FOUND
003930       IF PRH-TO-DATE > HIST-LAST-TO-DATE(HISTORY-IDX)
003940         MOVE PRH-TO-DATE TO HIST-LAST-TO-DATE(HISTORY-IDX)
003950       END-IF
003960     ELSE
003970       MOVE PRH-TO-DATE TO PRICE-TO-DATE
003980       PERFORM ADD-HISTORY-ENTRY
003990     END-IF
004000   END-IF
004010   PERFORM READ-PRICE-HISTORY.
004020 
004030 FIND-HISTORY-ENTRY.
004040   MOVE "N" TO HISTORY-FOUND-SWITCH
004050   IF HISTORY-COUNT > 0
004060     SET HISTORY-IDX TO 1
004070     SEARCH HISTORY-TABLE
004080       AT END
004090         MOVE "N" TO HISTORY-FOUND-SWITCH
004100       WHEN HISTORY-IDX > HISTORY-COUNT
004110         MOVE "N" TO HISTORY-FOUND-SWITCH
004120       WHEN HIST-PRODUCT-ID(HISTORY-IDX) = HISTORY-PRODUCT-ID
004130         MOVE "Y" TO HISTORY-FOUND-SWITCH
004140     END-SEARCH
004150   END-IF.
004160 
004170 ADD-HISTORY-ENTRY.
004180   IF HISTORY-COUNT < 2000
004190     ADD 1 TO HISTORY-COUNT
004200     SET HISTORY-IDX TO HISTORY-COUNT
004210     MOVE HISTORY-PRODUCT-ID TO HIST-PRODUCT-ID(HISTORY-IDX)
004220     MOVE PRICE-TO-DATE TO HIST-LAST-TO-DATE(HISTORY-IDX)
004230     MOVE "Y" TO HISTORY-FOUND-SWITCH
004240   ELSE
004250     DISPLAY "PRICE HISTORY TABLE FULL - FROM DATE UNKNOWN FOR "
004260       HISTORY-PRODUCT-ID
004270   END-IF.
004280 
004290 READ-PENDING-PRICE.
004300   READ PENDING-PRICES-SORTED
004310     AT END
004320       MOVE "Y" TO EOF-PENDING-PRICES
004330     NOT AT END
004340       ADD 1 TO COUNT-PENDING-READ
004350   END-READ.
004360 
004370 PROCESS-PENDING-PRICE.
004380   MOVE PND-PRODUCT-ID TO PR-ACT-PRODUCT-ID
004390   MOVE SPACES TO PR-ACT-PRODUCT-NAME
004400   MOVE 0 TO PR-ACT-OLD-PRICE
004410   MOVE PND-USER-ID TO PR-ACT-USER-ID
004420   IF PND-NEW-PRICE IS NOT NUMERIC OR PND-NEW-PRICE = 0
004430     OR PND-EFFECTIVE-DATE IS NOT NUMERIC
004440     OR PND-EFFECTIVE-DATE = 0
004450     MOVE 0 TO PR-ACT-NEW-PRICE
004460     MOVE 0 TO PR-ACT-EFFECTIVE-DATE
004470     MOVE "REJECTED - PRICE OR DATE" TO PR-ACT-STATUS
004480     ADD 1 TO COUNT-REJECTED
004490   ELSE
004500     MOVE PND-NEW-PRICE TO PR-ACT-NEW-PRICE
004510     MOVE PND-EFFECTIVE-DATE TO PR-ACT-EFFECTIVE-DATE
004520     IF PND-EFFECTIVE-DATE > RUN-DATE-TODAY
004530       MOVE PENDING-PRICE-RECORD TO PENDING-NEW-RECORD
004540       WRITE PENDING-NEW-RECORD
004550       MOVE "CARRIED FORWARD" TO PR-ACT-STATUS
004560       ADD 1 TO COUNT-CARRIED
004570     ELSE
004580       PERFORM ACTIVATE-DUE-PRICE
004590     END-IF
004600   END-IF
004610   DISPLAY PRINT-ACTIVATION-DETAIL
004620   MOVE PRINT-ACTIVATION-DETAIL TO ACTIVATION-LINE
004630   WRITE ACTIVATION-LINE
004640   PERFORM READ-PENDING-PRICE.
004650 
004660 ACTIVATE-DUE-PRICE.
004670   MOVE PND-PRODUCT-ID TO MAST-PRODUCT-ID
004680   READ PRODUCT-MASTER
004690     INVALID KEY
004700       MOVE "N" TO MASTER-FOUND-SWITCH
004710     NOT INVALID KEY
004720       MOVE "Y" TO MASTER-FOUND-SWITCH
004730   END-READ
004740   IF NOT MASTER-FOUND
004750     MOVE "REJECTED - NOT ON MASTER" TO PR-ACT-STATUS
004760     ADD 1 TO COUNT-REJECTED
004770   ELSE
004780     MOVE MAST-PRODUCT-NAME TO PR-ACT-PRODUCT-NAME
004790     MOVE MAST-PRICE TO PR-ACT-OLD-PRICE
004800     PERFORM FIND-PRICE-FROM-DATE
004810     IF PRICE-FROM-DATE > 0
004820       AND PND-EFFECTIVE-DATE < PRICE-FROM-DATE
004830       MOVE "REJECTED - OLDER THAN CURRENT" TO PR-ACT-STATUS
004840       ADD 1 TO COUNT-REJECTED
004850     ELSE
004860       IF PND-NEW-PRICE = MAST-PRICE
004870         MOVE "SAME AS CURRENT PRICE" TO PR-ACT-STATUS
004880         ADD 1 TO COUNT-UNCHANGED
004890       ELSE
004900         PERFORM APPLY-NEW-PRICE
004910       END-IF
004920     END-IF
004930   END-IF.
004940 
004950 FIND-PRICE-FROM-DATE.
004960   MOVE 0 TO PRICE-FROM-DATE
004970   MOVE PND-PRODUCT-ID TO HISTORY-PRODUCT-ID
004980   PERFORM FIND-HISTORY-ENTRY
004990   IF HISTORY-FOUND
005000     COMPUTE DATE-INTEGER =
005010       FUNCTION INTEGER-OF-DATE(HIST-LAST-TO-DATE(HISTORY-IDX))
005020       + 1
005030     COMPUTE PRICE-FROM-DATE =
005040       FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
005050   END-IF.
005060 
005070 APPLY-NEW-PRICE.
005080   COMPUTE DATE-INTEGER =
005090     FUNCTION INTEGER-OF-DATE(PND-EFFECTIVE-DATE) - 1
005100   COMPUTE PRICE-TO-DATE = FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
005110   MOVE MAST-PRICE TO AUD-OLD-PRICE
005120   MOVE MAST-PRICE TO PRH-PRICE
005130   MOVE PND-NEW-PRICE TO MAST-PRICE
005140   REWRITE MASTER-RECORD
005150     INVALID KEY
005160       MOVE "REJECTED - MASTER NOT UPDATED" TO PR-ACT-STATUS
005170       ADD 1 TO COUNT-REJECTED
005180     NOT INVALID KEY
005190       MOVE "ACTIVATED" TO PR-ACT-STATUS
005200       ADD 1 TO COUNT-ACTIVATED
005210       IF PRICE-FROM-DATE NOT > PRICE-TO-DATE
005220         PERFORM WRITE-PRICE-HISTORY
005230       END-IF
005240       PERFORM WRITE-PRICE-AUDIT
005250   END-REWRITE.
005260 
005270 WRITE-PRICE-HISTORY.
005280   MOVE PND-PRODUCT-ID TO PRH-PRODUCT-ID
005290   MOVE PRICE-FROM-DATE TO PRH-FROM-DATE
005300   MOVE PRICE-TO-DATE TO PRH-TO-DATE
005310   MOVE PND-NEW-PRICE TO PRH-REPLACED-BY
005320   MOVE PND-USER-ID TO PRH-USER-ID
005330   MOVE RUN-DATE-TODAY TO PRH-ACTIVATED-DATE
005340   WRITE PRICE-HISTORY-RECORD
005350   IF HISTORY-FOUND
005360     MOVE PRICE-TO-DATE TO HIST-LAST-TO-DATE(HISTORY-IDX)
005370   ELSE
005380     PERFORM ADD-HISTORY-ENTRY
005390   END-IF.
005400 
005410 WRITE-PRICE-AUDIT.
005420   ACCEPT RUN-TIME-OF-DAY FROM TIME
005430   MOVE RUN-TIME-OF-DAY(1:6) TO AUDIT-TIME
005440   MOVE RUN-DATE-TODAY TO AUD-DATE
005450   MOVE AUDIT-TIME TO AUD-TIME
005460   MOVE PND-USER-ID TO AUD-USER-ID
005470   MOVE "PRICE" TO AUD-ACTION
005480   MOVE PND-PRODUCT-ID TO AUD-PRODUCT-ID
005490   MOVE PND-NEW-PRICE TO AUD-NEW-PRICE
005500   MOVE 0 TO AUD-OLD-QUANTITY
005510   MOVE 0 TO AUD-NEW-QUANTITY
005520   MOVE 0 TO AUD-OLD-COST
005530   MOVE 0 TO AUD-NEW-COST
005540   MOVE MAST-PRODUCT-NAME TO AUD-PRODUCT-NAME
005550   MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
005560   WRITE AUDIT-RECORD.
005570 
005580 CHECK-PREREQUISITE.
005590   PERFORM LOAD-PREREQ-PARAMETERS
005600   IF PREREQUISITE-PROGRAM NOT = SPACES
005610     PERFORM SCAN-RUN-LOG
005620     IF PREREQ-START-OPEN
005630       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005640         " STILL RUNNING OR ABENDED - RUN ABORTED"
005650       MOVE 16 TO RETURN-CODE
005660       STOP RUN
005670     END-IF
005680     IF NOT PREREQ-END-OK
005690       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
005700         " HAS NOT COMPLETED TODAY - RUN ABORTED"
005710       MOVE 16 TO RETURN-CODE
005720       STOP RUN
005730     END-IF
005740   END-IF.
005750 
005760 LOAD-PREREQ-PARAMETERS.
005770   OPEN INPUT PREREQ-PARAMETERS
005780   IF PREREQ-PARM-STATUS = "00"
005790     PERFORM READ-PREREQ-PARM
005800     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
005810     CLOSE PREREQ-PARAMETERS
005820   END-IF.
005830 
005840 READ-PREREQ-PARM.
005850   READ PREREQ-PARAMETERS
005860     AT END
005870       MOVE "Y" TO EOF-PREREQ-PARMS
005880   END-READ.
005890 
005900 FIND-OWN-PREREQ.
005910   IF PRQ-PROGRAM-ID = "PRCACT"
005920     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
005930   END-IF
005940   PERFORM READ-PREREQ-PARM.
005950 
005960 SCAN-RUN-LOG.
005970   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
005980   MOVE "N" TO PREREQ-OPEN-START-SWITCH
005990   MOVE "N" TO PREREQ-END-OK-SWITCH
006000   MOVE "N" TO EOF-RUN-LOG-SCAN
006010   OPEN INPUT RUN-LOG
006020   IF RUN-LOG-STATUS = "00"
006030     PERFORM READ-RUN-LOG-SCAN
006040     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
006050     CLOSE RUN-LOG
006060   ELSE
006070     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
006080   END-IF.
006090 
006100 READ-RUN-LOG-SCAN.
006110   READ RUN-LOG
006120     AT END
006130       MOVE "Y" TO EOF-RUN-LOG-SCAN
006140   END-READ.
006150 
006160 CHECK-ONE-LOG-RECORD.
006170   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
006180   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
006190     AND SCAN-DATE = PREREQ-CHECK-DATE
006200     EVALUATE SCAN-EVENT
006210       WHEN "START"
006220         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
006230       WHEN "END"
006240         MOVE "N" TO PREREQ-OPEN-START-SWITCH
006250         IF SCAN-RETURN-CODE IS NUMERIC
006260           AND SCAN-RETURN-CODE = 0
006270           MOVE "Y" TO PREREQ-END-OK-SWITCH
006280         END-IF
006290     END-EVALUATE
006300   END-IF
006310   PERFORM READ-RUN-LOG-SCAN.
006320 
006330 WRITE-RUN-START.
006340   MOVE "START" TO RUN-EVENT
006350   PERFORM WRITE-RUN-LOG-RECORD.
006360 
006370 WRITE-RUN-END.
006380   MOVE "END" TO RUN-EVENT
006390   PERFORM WRITE-RUN-LOG-RECORD.
006400 
006410 WRITE-RUN-LOG-RECORD.
006420   ACCEPT RUN-DATE FROM DATE YYYYMMDD
006430   ACCEPT RUN-TIME-OF-DAY FROM TIME
006440   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
006450   MOVE COUNT-PENDING-READ TO RUN-RECORDS-READ
006460   MOVE COUNT-REJECTED TO RUN-REJECTS
006470   MOVE 0 TO RUN-DUPLICATES
006480   MOVE 0 TO RUN-VARIANCES
006490   MOVE RETURN-CODE TO RUN-RETURN-CODE
006500   OPEN EXTEND RUN-LOG
006510   IF RUN-LOG-STATUS NOT = "00"
006520     OPEN OUTPUT RUN-LOG
006530   END-IF
006540   IF RUN-LOG-STATUS NOT = "00"
006550     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
006560     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
006570     MOVE 14 TO RETURN-CODE
006580     STOP RUN
006590   END-IF
006600   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
006610   WRITE RUN-LOG-RECORD
006620   CLOSE RUN-LOG.
006630 END PROGRAM PRCACT.
