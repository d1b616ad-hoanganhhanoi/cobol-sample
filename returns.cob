000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   RETURNS.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT RETURN-AUTH-FILE ASSIGN TO FILE77
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS RETURN-FILE-STATUS.
000110 
000120   SELECT SALES-JOURNAL ASSIGN TO FILE56
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS SALES-JOURNAL-STATUS.
000150 
000160   SELECT CUSTOMER-MASTER ASSIGN TO FILE38
000170     ORGANIZATION INDEXED
000180     ACCESS MODE RANDOM
000190     RECORD KEY IS CUST-CUSTOMER-ID
000200     FILE STATUS IS CUSTOMER-FILE-STATUS.
000210 
000220   SELECT INVOICE-CONTROL ASSIGN TO FILE54
000230     ORGANIZATION LINE SEQUENTIAL
000240     FILE STATUS IS INVOICE-CONTROL-STATUS.
000250 
000260   SELECT MOVEMENT-FILE ASSIGN TO FILE15
000270     ORGANIZATION LINE SEQUENTIAL
000280     FILE STATUS IS MOVEMENT-FILE-STATUS.
000290 
000300   SELECT CREDIT-MEMO-PRINT ASSIGN TO FILE78
000310     ORGANIZATION LINE SEQUENTIAL.
000320 
000330   SELECT RETURN-REJECT-FILE ASSIGN TO FILE79
000340     ORGANIZATION LINE SEQUENTIAL.
000350 
000360   SELECT RUN-LOG ASSIGN TO FILE20
000370     ORGANIZATION LINE SEQUENTIAL
000380     FILE STATUS IS RUN-LOG-STATUS.
000390 
000400   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000410     ORGANIZATION LINE SEQUENTIAL
000420     FILE STATUS IS PREREQ-PARM-STATUS.
000430 
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD RETURN-AUTH-FILE.
000470 01 RETURN-AUTH-RECORD.
000480   02 RA-NUMBER          PIC X(6).
000490   02 RA-CUSTOMER-ID     PIC X(6).
000500   02 RA-INVOICE-NO      PIC 9(6).
000510   02 RA-PRODUCT-ID      PIC X(4).
000520   02 RA-QUANTITY        PIC 9(5).
000530   02 RA-CONDITION       PIC X(1).
000540     88 RA-SELLABLE      VALUE "G" " ".
000550     88 RA-DAMAGED       VALUE "D".
000560   02 RA-LOCATION        PIC X(2).
000570 
000580 FD SALES-JOURNAL.
000590 01 SALES-JOURNAL-RECORD.
000600   02 SJR-INVOICE-NO    PIC 9(6).
000610   02 SJR-CUSTOMER-ID   PIC X(6).
000620   02 SJR-PRODUCT-ID    PIC X(4).
000630   02 SJR-QUANTITY      PIC 9(5).
000640   02 SJR-VALUE         PIC 9(9)V99.
000650   02 SJR-DATE          PIC 9(8).
000660   02 SJR-SIGN          PIC X(1).
000670     88 SJR-IS-CREDIT   VALUE "-".
000680   02 SJR-ORIG-INVOICE-NO PIC 9(6).
000682   02 SJR-COST          PIC 9(9)V99.
000690 
000700 FD CUSTOMER-MASTER.
000710 01 CUSTOMER-RECORD.
000720   02 CUST-CUSTOMER-ID     PIC X(6).
000730   02 CUST-CUSTOMER-NAME   PIC X(20).
000740   02 CUST-CREDIT-LIMIT    PIC 9(7)V99.
000750   02 CUST-BALANCE         PIC 9(7)V99.
000760   02 CUST-HOLD-FLAG       PIC X(1).
000770     88 CUSTOMER-ON-HOLD  VALUE "Y".
000780 
000790 FD INVOICE-CONTROL.
000800 01 INVOICE-CONTROL-RECORD.
000810   02 INVC-NEXT-NUMBER  PIC 9(6).
000820 
000830 FD MOVEMENT-FILE.
000840 01 MOVEMENT-RECORD.
000850   02 MOVE-TYPE                PIC X(1).
000860   02 MOVE-PRODUCT-ID          PIC X(4).
000870   02 MOVE-QUANTITY            PIC 9(5).
000880   02 MOVE-SIGN                PIC X(1).
000890   02 MOVE-REFERENCE           PIC X(8).
000900   02 MOVE-LOCATION            PIC X(2).
000910   02 MOVE-LOCATION-TO         PIC X(2).
000920 
000930 FD CREDIT-MEMO-PRINT.
000940 01 CREDIT-MEMO-LINE      PIC X(100).
000950 
000960 FD RETURN-REJECT-FILE.
000970 01 RETURN-REJECT-RECORD  PIC X(33).
000980 
000990 FD RUN-LOG.
001000 01 RUN-LOG-RECORD         PIC X(80).
001010 
001020 FD PREREQ-PARAMETERS.
001030 01 PREREQ-PARM-RECORD.
001040   02 PRQ-PROGRAM-ID      PIC X(8).
001050   02 FILLER              PIC X.
001060   02 PRQ-PREDECESSOR     PIC X(8).
001070 
001080 WORKING-STORAGE SECTION.
001090 01 CREDIT-HEADING.
001100   02 FILLER PIC X(88)
001110     VALUE "        ******  CUSTOMER CREDIT MEMO  ******      ".
001120 
001130 01 CREDIT-FOOTING PIC X(88)
001140   VALUE "        ******  END OF CREDIT MEMO RUN  ******    ".
001150 
001160 01 PRINT-CREDIT-HEADER.
001170   02 FILLER               PIC X(12) VALUE "CREDIT MEMO ".
001180   02 PR-CM-NUMBER         PIC 9(6).
001190   02 FILLER               PIC X(5)  VALUE "  RA ".
001200   02 PR-CM-RA-NUMBER      PIC X(6).
001210   02 FILLER               PIC X(11) VALUE "  CUSTOMER ".
001220   02 PR-CM-CUSTOMER-ID    PIC X(6).
001230   02 FILLER               PIC XX VALUE SPACES.
001240   02 PR-CM-CUSTOMER-NAME  PIC X(20).
001250   02 FILLER               PIC X(7)  VALUE "  DATE ".
001260   02 PR-CM-DATE           PIC 9(8).
001270 
001280 01 CREDIT-COLUMN.
001290   02 FILLER                PIC X(10) VALUE "PRODUCT-ID".
001300   02 FILLER                PIC XX VALUE SPACES.
001310   02 FILLER                PIC X(7)  VALUE "INVOICE".
001320   02 FILLER                PIC XX VALUE SPACES.
001330   02 FILLER                PIC X(8)  VALUE "QUANTITY".
001340   02 FILLER                PIC XX VALUE SPACES.
001350   02 FILLER                PIC X(9)  VALUE "CONDITION".
001360   02 FILLER                PIC XX VALUE SPACES.
001370   02 FILLER                PIC X(3)  VALUE "LOC".
001380   02 FILLER                PIC X(9)  VALUE SPACES.
001390   02 FILLER                PIC X(5)  VALUE "VALUE".
001400 
001410 01 PRINT-CREDIT-DETAIL.
001420   02 PR-CMD-PRODUCT-ID    PIC X(4).
001430   02 FILLER               PIC X(8) VALUE SPACES.
001440   02 PR-CMD-INVOICE-NO    PIC 9(6).
001450   02 FILLER               PIC X(3) VALUE SPACES.
001460   02 PR-CMD-QUANTITY      PIC ZZ,ZZ9.
001470   02 FILLER               PIC X(4) VALUE SPACES.
001480   02 PR-CMD-CONDITION     PIC X(9).
001490   02 FILLER               PIC XX VALUE SPACES.
001500   02 PR-CMD-LOCATION      PIC X(2).
001510   02 FILLER               PIC XX VALUE SPACES.
001520   02 PR-CMD-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
001530 
001540 01 PRINT-CREDIT-TOTAL.
001550   02 FILLER               PIC X(32) VALUE SPACES.
001560   02 FILLER               PIC X(20) VALUE "CREDIT MEMO TOTAL : ".
001570   02 PR-CM-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
001580 
001590 01 PRINT-RETURNS-READ.
001600   02 FILLER                PIC X(30)
001610     VALUE "TOTAL RETURN LINES READ : ".
001620   02 PR-COUNT-RA-READ      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001630 
001640 01 PRINT-RETURNS-POSTED.
001650   02 FILLER                PIC X(30)
001660     VALUE "TOTAL RETURN LINES CREDITED : ".
001670   02 PR-COUNT-RA-POSTED    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001680 
001690 01 PRINT-RETURNS-REJECT.
001700   02 FILLER                PIC X(30)
001710     VALUE "TOTAL RETURN LINES REJECTED : ".
001720   02 PR-COUNT-RA-REJECT    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001730 
001740 01 PRINT-CREDIT-MEMO-COUNT.
001750   02 FILLER                PIC X(30)
001760     VALUE "TOTAL CREDIT MEMOS ISSUED : ".
001770   02 PR-COUNT-MEMOS        PIC ZZ,ZZ9 BLANK WHEN ZERO.
001780 
001790 01 PRINT-VALUE-CREDITED.
001800   02 FILLER                PIC X(30)
001810     VALUE "TOTAL VALUE CREDITED : ".
001820   02 PR-VALUE-CREDITED     PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001830 
001840 01 RETURN-REASON-CODE  PIC X(2) VALUE SPACES.
001850   88 RETURN-IS-CLEAN         VALUE SPACES.
001860   88 REASON-BAD-RETURN-QTY   VALUE "01".
001870   88 REASON-UNKNOWN-CUSTOMER VALUE "02".
001880   88 REASON-NOT-BILLED       VALUE "03".
001890   88 REASON-EXCEEDS-BILLED   VALUE "04".
001900   88 REASON-BAD-CONDITION    VALUE "05".
001910   88 REASON-RUN-LIMIT        VALUE "06".
001920 
001930 01 REJECT-DETAIL-LINE.
001940   02 REJ-REASON-CODE     PIC X(2).
001950   02 FILLER              PIC X VALUE SPACES.
001960   02 REJ-RETURN-IMAGE    PIC X(30).
001970 
001980 01 EOF-RETURNS          PIC X VALUE "N".
001990 01 EOF-JOURNAL          PIC X VALUE "N".
002000 01 RETURN-FILE-STATUS   PIC XX VALUE "00".
002010 01 SALES-JOURNAL-STATUS PIC XX VALUE "00".
002020 01 CUSTOMER-FILE-STATUS PIC XX VALUE "00".
002030 01 INVOICE-CONTROL-STATUS PIC XX VALUE "00".
002040 01 MOVEMENT-FILE-STATUS PIC XX VALUE "00".
002050 
002060 01 CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
002070   88 CUSTOMER-FOUND  VALUE "Y".
002080 
002090 01 MEMO-OPEN-SWITCH  PIC X VALUE "N".
002100   88 MEMO-OPEN  VALUE "Y".
002110 
002120 01 DEFAULT-LOCATION      PIC X(2) VALUE "01".
002130 01 QUARANTINE-LOCATION   PIC X(2) VALUE "99".
002140 01 RETURN-LOCATION       PIC X(2) VALUE SPACES.
002150 
002160 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
002170 01 NEXT-INVOICE-NUMBER  PIC 9(6) VALUE 000001.
002180 01 CURRENT-MEMO-NO      PIC 9(6) VALUE ZERO.
002190 01 PREV-RA-NUMBER       PIC X(6) VALUE SPACES.
002200 01 PREV-RA-CUSTOMER-ID  PIC X(6) VALUE SPACES.
002210 01 BILLED-QUANTITY      PIC 9(7) VALUE ZERO.
002220 01 BILLED-VALUE         PIC 9(11)V99 VALUE ZERO.
002222 01 BILLED-COST          PIC 9(11)V99 VALUE ZERO.
002230 01 RETURNED-QUANTITY    PIC 9(7) VALUE ZERO.
002240 01 CREDIT-VALUE         PIC 9(9)V99 VALUE ZERO.
002242 01 CREDIT-COST          PIC 9(9)V99 VALUE ZERO.
002250 01 MEMO-TOTAL-VALUE     PIC 9(10)V99 VALUE ZERO.
002260 01 RUN-TOTAL-VALUE      PIC 9(11)V99 VALUE ZERO.
002270 
002280 01 CREDIT-LINE-CONTROL.
002290   02 CREDIT-LINE-COUNT   PIC 9(4) VALUE ZERO.
002300   02 CREDIT-LINE-TABLE OCCURS 500 TIMES
002310     INDEXED BY CRL-IDX.
002320     03 CRL-MEMO-NO       PIC 9(6).
002330     03 CRL-CUSTOMER-ID   PIC X(6).
002340     03 CRL-PRODUCT-ID    PIC X(4).
002350     03 CRL-QUANTITY      PIC 9(5).
002360     03 CRL-VALUE         PIC 9(9)V99.
002370     03 CRL-ORIG-INVOICE  PIC 9(6).
002372     03 CRL-COST          PIC 9(9)V99.
002380 
002390 01 COUNT-RA-READ        PIC 9(6) VALUE ZERO.
002400 01 COUNT-RA-POSTED      PIC 9(6) VALUE ZERO.
002410 01 COUNT-RA-REJECT      PIC 9(6) VALUE ZERO.
002420 01 COUNT-MEMOS          PIC 9(6) VALUE ZERO.
002430 01 COUNT-BALANCE-FLOORED PIC 9(6) VALUE ZERO.
002440 
002450 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002460 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002470 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002480 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002490 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002500 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002510   88 PREREQ-START-OPEN  VALUE "Y".
002520 
002530 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
002540   88 PREREQ-END-OK  VALUE "Y".
002550 
002560 01 RUN-LOG-SCAN-LINE.
002570   02 SCAN-PROGRAM-ID     PIC X(8).
002580   02 FILLER              PIC X.
002590   02 SCAN-EVENT          PIC X(5).
002600   02 FILLER              PIC X.
002610   02 SCAN-DATE           PIC 9(8).
002620   02 FILLER              PIC X.
002630   02 SCAN-TIME           PIC 9(6).
002640   02 FILLER              PIC X.
002650   02 SCAN-RECORDS-READ   PIC 9(8).
002660   02 FILLER              PIC X.
002670   02 SCAN-REJECTS        PIC 9(8).
002680   02 FILLER              PIC X.
002690   02 SCAN-DUPLICATES     PIC 9(8).
002700   02 FILLER              PIC X.
002710   02 SCAN-VARIANCES      PIC 9(8).
002720   02 FILLER              PIC X.
002730   02 SCAN-RESTART-FLAG   PIC X(1).
002740   02 FILLER              PIC X.
002750   02 SCAN-RETURN-CODE    PIC 9(4).
002760 
002770 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002780 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002790 
002800 01 RUN-LOG-DETAIL-LINE.
002810   02 RUN-PROGRAM-ID      PIC X(8) VALUE "RETURNS".
002820   02 FILLER              PIC X VALUE SPACES.
002830   02 RUN-EVENT           PIC X(5).
002840   02 FILLER              PIC X VALUE SPACES.
002850   02 RUN-DATE            PIC 9(8).
002860   02 FILLER              PIC X VALUE SPACES.
002870   02 RUN-TIME            PIC 9(6).
002880   02 FILLER              PIC X VALUE SPACES.
002890   02 RUN-RECORDS-READ    PIC 9(8).
002900   02 FILLER              PIC X VALUE SPACES.
002910   02 RUN-REJECTS         PIC 9(8).
002920   02 FILLER              PIC X VALUE SPACES.
002930   02 RUN-DUPLICATES      PIC 9(8).
002940   02 FILLER              PIC X VALUE SPACES.
002950   02 RUN-VARIANCES       PIC 9(8).
002960   02 FILLER              PIC X VALUE SPACES.
002970   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002980   02 FILLER              PIC X VALUE SPACES.
002990   02 RUN-RETURN-CODE     PIC 9(4).
003000 
003010 PROCEDURE DIVISION.
003020 MAIN-CONTROL.
003030   PERFORM CHECK-PREREQUISITE
003040   PERFORM WRITE-RUN-START
003050   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
003060   PERFORM LOAD-INVOICE-CONTROL
003070   OPEN INPUT RETURN-AUTH-FILE
003080   IF RETURN-FILE-STATUS NOT = "00"
003090     DISPLAY "RETURN AUTHORISATION FILE NOT AVAILABLE - STATUS "
003100       RETURN-FILE-STATUS
003110     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003120     MOVE 12 TO RETURN-CODE
003130     PERFORM WRITE-RUN-END
003140     STOP RUN
003150   END-IF
003160   OPEN I-O CUSTOMER-MASTER
003170   IF CUSTOMER-FILE-STATUS NOT = "00"
003180     DISPLAY "CUSTOMER MASTER OPEN FAILURE - STATUS "
003190       CUSTOMER-FILE-STATUS
003200     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003210     MOVE 12 TO RETURN-CODE
003220     CLOSE RETURN-AUTH-FILE
003230     PERFORM WRITE-RUN-END
003240     STOP RUN
003250   END-IF
003260   OPEN EXTEND MOVEMENT-FILE
003270   IF MOVEMENT-FILE-STATUS NOT = "00"
003280     OPEN OUTPUT MOVEMENT-FILE
003290   END-IF
003300   IF MOVEMENT-FILE-STATUS NOT = "00"
003310     DISPLAY "MOVEMENT FILE NOT WRITABLE - STATUS "
003320       MOVEMENT-FILE-STATUS
003330     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003340     MOVE 14 TO RETURN-CODE
003350     CLOSE RETURN-AUTH-FILE
003360     CLOSE CUSTOMER-MASTER
003370     PERFORM WRITE-RUN-END
003380     STOP RUN
003390   END-IF
003391   OPEN EXTEND SALES-JOURNAL
003392   IF SALES-JOURNAL-STATUS NOT = "00"
003393     OPEN OUTPUT SALES-JOURNAL
003394   END-IF
003395   IF SALES-JOURNAL-STATUS NOT = "00"
003396     DISPLAY "SALES JOURNAL NOT WRITABLE - STATUS "
003397       SALES-JOURNAL-STATUS
003398     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003399     MOVE 14 TO RETURN-CODE
003400     CLOSE RETURN-AUTH-FILE
003401     CLOSE CUSTOMER-MASTER
003402     CLOSE MOVEMENT-FILE
003403     PERFORM WRITE-RUN-END
003404     STOP RUN
003405   END-IF
003406   CLOSE SALES-JOURNAL
003407   OPEN OUTPUT CREDIT-MEMO-PRINT
003410   OPEN OUTPUT RETURN-REJECT-FILE
003420   PERFORM READ-RETURN
003430   PERFORM PROCESS-ONE-RETURN UNTIL EOF-RETURNS = "Y"
003440   IF MEMO-OPEN
003450     PERFORM PRINT-CREDIT-TOTAL-LINE
003460   END-IF
003470   CLOSE RETURN-AUTH-FILE
003480   CLOSE CUSTOMER-MASTER
003490   CLOSE MOVEMENT-FILE
003500   CLOSE RETURN-REJECT-FILE
003510   IF CREDIT-LINE-COUNT > 0
003512     OPEN EXTEND SALES-JOURNAL
003514     PERFORM WRITE-CREDIT-JOURNAL
003516     CLOSE SALES-JOURNAL
003518   END-IF
003520   MOVE COUNT-RA-READ TO PR-COUNT-RA-READ
003530   MOVE COUNT-RA-POSTED TO PR-COUNT-RA-POSTED
003540   MOVE COUNT-RA-REJECT TO PR-COUNT-RA-REJECT
003550   MOVE COUNT-MEMOS TO PR-COUNT-MEMOS
003560   MOVE RUN-TOTAL-VALUE TO PR-VALUE-CREDITED
003570   DISPLAY PRINT-RETURNS-READ
003580   DISPLAY PRINT-RETURNS-POSTED
003590   DISPLAY PRINT-RETURNS-REJECT
003600   DISPLAY PRINT-CREDIT-MEMO-COUNT
003610   DISPLAY PRINT-VALUE-CREDITED
003620   MOVE PRINT-RETURNS-READ TO CREDIT-MEMO-LINE
003630   WRITE CREDIT-MEMO-LINE
003640   MOVE PRINT-RETURNS-POSTED TO CREDIT-MEMO-LINE
003650   WRITE CREDIT-MEMO-LINE
003660   MOVE PRINT-RETURNS-REJECT TO CREDIT-MEMO-LINE
003670   WRITE CREDIT-MEMO-LINE
003680   MOVE PRINT-CREDIT-MEMO-COUNT TO CREDIT-MEMO-LINE
003690   WRITE CREDIT-MEMO-LINE
003700   MOVE PRINT-VALUE-CREDITED TO CREDIT-MEMO-LINE
003710   WRITE CREDIT-MEMO-LINE
003720   DISPLAY CREDIT-FOOTING
003730   MOVE CREDIT-FOOTING TO CREDIT-MEMO-LINE
003740   WRITE CREDIT-MEMO-LINE
003750   CLOSE CREDIT-MEMO-PRINT
003760   PERFORM SAVE-INVOICE-CONTROL
003770   PERFORM WRITE-RUN-END
003780   STOP RUN.
003790 
003800 LOAD-INVOICE-CONTROL.
003810   OPEN INPUT INVOICE-CONTROL
003820   IF INVOICE-CONTROL-STATUS = "00"
003830     READ INVOICE-CONTROL
003840       AT END
003850         CONTINUE
003860       NOT AT END
003870         IF INVC-NEXT-NUMBER IS NUMERIC
003880           AND INVC-NEXT-NUMBER > 0
003890           MOVE INVC-NEXT-NUMBER TO NEXT-INVOICE-NUMBER
003900         END-IF
003910     END-READ
003920     CLOSE INVOICE-CONTROL
003930   END-IF.
003940 
003950 SAVE-INVOICE-CONTROL.
003960   OPEN OUTPUT INVOICE-CONTROL
003970   IF INVOICE-CONTROL-STATUS = "00"
003980     MOVE NEXT-INVOICE-NUMBER TO INVC-NEXT-NUMBER
003990     WRITE INVOICE-CONTROL-RECORD
004000     CLOSE INVOICE-CONTROL
004010   ELSE
004020     DISPLAY "INVOICE CONTROL NOT WRITABLE - STATUS "
004030       INVOICE-CONTROL-STATUS
004040     MOVE 8 TO RETURN-CODE
004050   END-IF.
004060 
004070 READ-RETURN.
004080   READ RETURN-AUTH-FILE
004090     AT END
004100       MOVE "Y" TO EOF-RETURNS
004110     NOT AT END
004120       ADD 1 TO COUNT-RA-READ
004130   END-READ.
004140 
004150 PROCESS-ONE-RETURN.
004160   MOVE SPACES TO RETURN-REASON-CODE
004170   PERFORM CHECK-RETURN-FIELDS
004180   IF RETURN-IS-CLEAN
004190     PERFORM FIND-CUSTOMER
004200     IF NOT CUSTOMER-FOUND
004210       MOVE "02" TO RETURN-REASON-CODE
004220     END-IF
004230   END-IF
004240   IF RETURN-IS-CLEAN
004250     PERFORM CHECK-AGAINST-JOURNAL
004260   END-IF
004270   IF RETURN-IS-CLEAN
004280     AND CREDIT-LINE-COUNT NOT < 500
004290     MOVE "06" TO RETURN-REASON-CODE
004300   END-IF
004310   IF RETURN-IS-CLEAN
004320     PERFORM POST-RETURN
004330   ELSE
004340     PERFORM WRITE-RETURN-REJECT
004350   END-IF
004360   PERFORM READ-RETURN.
004370 
004380 CHECK-RETURN-FIELDS.
004390   IF RA-QUANTITY IS NOT NUMERIC
004400     MOVE "01" TO RETURN-REASON-CODE
004410   ELSE
004420     IF RA-QUANTITY = 0
004430       MOVE "01" TO RETURN-REASON-CODE
004440     ELSE
004450       IF RA-INVOICE-NO IS NOT NUMERIC OR RA-INVOICE-NO = 0
004460         MOVE "03" TO RETURN-REASON-CODE
004470       ELSE
004480         IF NOT RA-SELLABLE AND NOT RA-DAMAGED
004490           MOVE "05" TO RETURN-REASON-CODE
004500         END-IF
004510       END-IF
004520     END-IF
004530   END-IF.
004540 
004550 FIND-CUSTOMER.
004560   MOVE "N" TO CUSTOMER-FOUND-SWITCH
004570   MOVE RA-CUSTOMER-ID TO CUST-CUSTOMER-ID
004580   READ CUSTOMER-MASTER
004590     INVALID KEY
004600       MOVE "N" TO CUSTOMER-FOUND-SWITCH
004610     NOT INVALID KEY
004620       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
004630   END-READ.
004640 
004650 CHECK-AGAINST-JOURNAL.
004660   MOVE 0 TO BILLED-QUANTITY
004670   MOVE 0 TO BILLED-VALUE
004672   MOVE 0 TO BILLED-COST
004680   MOVE 0 TO RETURNED-QUANTITY
004690   MOVE "N" TO EOF-JOURNAL
004700   OPEN INPUT SALES-JOURNAL
004710   IF SALES-JOURNAL-STATUS = "00"
004720     PERFORM READ-SALES-JOURNAL
004730     PERFORM ADD-JOURNAL-LINE UNTIL EOF-JOURNAL = "Y"
004740     CLOSE SALES-JOURNAL
004750   END-IF
004760   IF CREDIT-LINE-COUNT > 0
004770     SET CRL-IDX TO 1
004780     PERFORM ADD-RUN-CREDIT-LINE CREDIT-LINE-COUNT TIMES
004790   END-IF
004800   IF BILLED-QUANTITY = 0
004810     MOVE "03" TO RETURN-REASON-CODE
004820   ELSE
004830     IF RETURNED-QUANTITY + RA-QUANTITY > BILLED-QUANTITY
004840       MOVE "04" TO RETURN-REASON-CODE
004850     END-IF
004860   END-IF.
004870 
004880 READ-SALES-JOURNAL.
004890   READ SALES-JOURNAL
004900     AT END
004910       MOVE "Y" TO EOF-JOURNAL
004920   END-READ.
004930 
004940 ADD-JOURNAL-LINE.
004950   IF SJR-CUSTOMER-ID = RA-CUSTOMER-ID
004960     AND SJR-PRODUCT-ID = RA-PRODUCT-ID
004970     IF SJR-IS-CREDIT
004980       IF SJR-ORIG-INVOICE-NO = RA-INVOICE-NO
004990         ADD SJR-QUANTITY TO RETURNED-QUANTITY
005000       END-IF
005010     ELSE
005020       IF SJR-INVOICE-NO = RA-INVOICE-NO
005030         ADD SJR-QUANTITY TO BILLED-QUANTITY
005040         ADD SJR-VALUE TO BILLED-VALUE
005042         IF SJR-COST IS NUMERIC
005044           ADD SJR-COST TO BILLED-COST
005046         END-IF
005050       END-IF
005060     END-IF
005070   END-IF
005080   PERFORM READ-SALES-JOURNAL.
005090 
005100 ADD-RUN-CREDIT-LINE.
005110   IF CRL-CUSTOMER-ID(CRL-IDX) = RA-CUSTOMER-ID
005120     AND CRL-PRODUCT-ID(CRL-IDX) = RA-PRODUCT-ID
005130     AND CRL-ORIG-INVOICE(CRL-IDX) = RA-INVOICE-NO
005140     ADD CRL-QUANTITY(CRL-IDX) TO RETURNED-QUANTITY
005150   END-IF
005160   SET CRL-IDX UP BY 1.
005170 
005180 POST-RETURN.
005190   IF NOT MEMO-OPEN
005200     OR RA-NUMBER NOT = PREV-RA-NUMBER
005210     OR RA-CUSTOMER-ID NOT = PREV-RA-CUSTOMER-ID
005220     IF MEMO-OPEN
005230       PERFORM PRINT-CREDIT-TOTAL-LINE
005240     END-IF
005250     PERFORM START-NEW-CREDIT-MEMO
005260   END-IF
005270   COMPUTE CREDIT-VALUE ROUNDED =
005280     BILLED-VALUE * RA-QUANTITY / BILLED-QUANTITY
005282   COMPUTE CREDIT-COST ROUNDED =
005284     BILLED-COST * RA-QUANTITY / BILLED-QUANTITY
005290   IF RA-DAMAGED
005300     MOVE QUARANTINE-LOCATION TO RETURN-LOCATION
005310   ELSE
005320     IF RA-LOCATION = SPACES
005330       MOVE DEFAULT-LOCATION TO RETURN-LOCATION
005340     ELSE
005350       MOVE RA-LOCATION TO RETURN-LOCATION
005360     END-IF
005370   END-IF
005380   PERFORM WRITE-RETURN-MOVEMENT
005390   PERFORM REDUCE-CUSTOMER-BALANCE
005400   ADD 1 TO CREDIT-LINE-COUNT
005410   SET CRL-IDX TO CREDIT-LINE-COUNT
005420   MOVE CURRENT-MEMO-NO TO CRL-MEMO-NO(CRL-IDX)
005430   MOVE RA-CUSTOMER-ID TO CRL-CUSTOMER-ID(CRL-IDX)
005440   MOVE RA-PRODUCT-ID TO CRL-PRODUCT-ID(CRL-IDX)
005450   MOVE RA-QUANTITY TO CRL-QUANTITY(CRL-IDX)
005460   MOVE CREDIT-VALUE TO CRL-VALUE(CRL-IDX)
005470   MOVE RA-INVOICE-NO TO CRL-ORIG-INVOICE(CRL-IDX)
005472   MOVE CREDIT-COST TO CRL-COST(CRL-IDX)
005480   ADD CREDIT-VALUE TO MEMO-TOTAL-VALUE
005490   ADD CREDIT-VALUE TO RUN-TOTAL-VALUE
005500   ADD 1 TO COUNT-RA-POSTED
005510   PERFORM PRINT-CREDIT-DETAIL-LINE.
005520 
005530 START-NEW-CREDIT-MEMO.
005540   MOVE "Y" TO MEMO-OPEN-SWITCH
005550   MOVE RA-NUMBER TO PREV-RA-NUMBER
005560   MOVE RA-CUSTOMER-ID TO PREV-RA-CUSTOMER-ID
005570   MOVE NEXT-INVOICE-NUMBER TO CURRENT-MEMO-NO
005580   ADD 1 TO NEXT-INVOICE-NUMBER
005590   MOVE 0 TO MEMO-TOTAL-VALUE
005600   ADD 1 TO COUNT-MEMOS
005610   DISPLAY CREDIT-HEADING
005620   MOVE CREDIT-HEADING TO CREDIT-MEMO-LINE
005630   WRITE CREDIT-MEMO-LINE
005640   MOVE CURRENT-MEMO-NO TO PR-CM-NUMBER
005650   MOVE RA-NUMBER TO PR-CM-RA-NUMBER
005660   MOVE RA-CUSTOMER-ID TO PR-CM-CUSTOMER-ID
005670   MOVE CUST-CUSTOMER-NAME TO PR-CM-CUSTOMER-NAME
005680   MOVE RUN-DATE-TODAY TO PR-CM-DATE
005690   DISPLAY PRINT-CREDIT-HEADER
005700   MOVE PRINT-CREDIT-HEADER TO CREDIT-MEMO-LINE
005710   WRITE CREDIT-MEMO-LINE
005720   DISPLAY CREDIT-COLUMN
005730   MOVE CREDIT-COLUMN TO CREDIT-MEMO-LINE
005740   WRITE CREDIT-MEMO-LINE.
005750 
005760 WRITE-RETURN-MOVEMENT.
005770   MOVE "R" TO MOVE-TYPE
005780   MOVE RA-PRODUCT-ID TO MOVE-PRODUCT-ID
005790   MOVE RA-QUANTITY TO MOVE-QUANTITY
005800   MOVE "+" TO MOVE-SIGN
005810   MOVE SPACES TO MOVE-REFERENCE
005820   STRING "CM" CURRENT-MEMO-NO DELIMITED BY SIZE
005830     INTO MOVE-REFERENCE
005840   END-STRING
005850   MOVE RETURN-LOCATION TO MOVE-LOCATION
005860   MOVE SPACES TO MOVE-LOCATION-TO
005870   WRITE MOVEMENT-RECORD.
005880 
005890 REDUCE-CUSTOMER-BALANCE.
005900   IF CREDIT-VALUE > CUST-BALANCE
005910     DISPLAY "CREDIT EXCEEDS BALANCE FOR CUSTOMER "
005920       CUST-CUSTOMER-ID " - BALANCE SET TO ZERO"
005930     MOVE 0 TO CUST-BALANCE
005940     ADD 1 TO COUNT-BALANCE-FLOORED
005950   ELSE
005960     SUBTRACT CREDIT-VALUE FROM CUST-BALANCE
005970   END-IF
005980   REWRITE CUSTOMER-RECORD
005990     INVALID KEY
006000       CONTINUE
006010   END-REWRITE.
006020 
006030 PRINT-CREDIT-DETAIL-LINE.
006040   MOVE RA-PRODUCT-ID TO PR-CMD-PRODUCT-ID
006050   MOVE RA-INVOICE-NO TO PR-CMD-INVOICE-NO
006060   MOVE RA-QUANTITY TO PR-CMD-QUANTITY
006070   IF RA-DAMAGED
006080     MOVE "DAMAGED" TO PR-CMD-CONDITION
006090   ELSE
006100     MOVE "SELLABLE" TO PR-CMD-CONDITION
006110   END-IF
006120   MOVE RETURN-LOCATION TO PR-CMD-LOCATION
006130   MOVE CREDIT-VALUE TO PR-CMD-VALUE
006140   DISPLAY PRINT-CREDIT-DETAIL
006150   MOVE PRINT-CREDIT-DETAIL TO CREDIT-MEMO-LINE
006160   WRITE CREDIT-MEMO-LINE.
006170 
006180 PRINT-CREDIT-TOTAL-LINE.
006190   MOVE MEMO-TOTAL-VALUE TO PR-CM-TOTAL
006200   DISPLAY PRINT-CREDIT-TOTAL
006210   MOVE PRINT-CREDIT-TOTAL TO CREDIT-MEMO-LINE
006220   WRITE CREDIT-MEMO-LINE.
006230 
006240 WRITE-CREDIT-JOURNAL.
006250   SET CRL-IDX TO 1
006260   PERFORM WRITE-ONE-CREDIT-LINE CREDIT-LINE-COUNT TIMES.
006420 
006430 WRITE-ONE-CREDIT-LINE.
006440   MOVE CRL-MEMO-NO(CRL-IDX) TO SJR-INVOICE-NO
006450   MOVE CRL-CUSTOMER-ID(CRL-IDX) TO SJR-CUSTOMER-ID
006460   MOVE CRL-PRODUCT-ID(CRL-IDX) TO SJR-PRODUCT-ID
006470   MOVE CRL-QUANTITY(CRL-IDX) TO SJR-QUANTITY
006480   MOVE CRL-VALUE(CRL-IDX) TO SJR-VALUE
006490   MOVE RUN-DATE-TODAY TO SJR-DATE
006500   MOVE "-" TO SJR-SIGN
006510   MOVE CRL-ORIG-INVOICE(CRL-IDX) TO SJR-ORIG-INVOICE-NO
006512   MOVE CRL-COST(CRL-IDX) TO SJR-COST
006520   WRITE SALES-JOURNAL-RECORD
006530   SET CRL-IDX UP BY 1.
006540 
006550 WRITE-RETURN-REJECT.
006560   MOVE RETURN-REASON-CODE TO REJ-REASON-CODE
006570   MOVE RETURN-AUTH-RECORD TO REJ-RETURN-IMAGE
006580   MOVE REJECT-DETAIL-LINE TO RETURN-REJECT-RECORD
006590   WRITE RETURN-REJECT-RECORD
006600   ADD 1 TO COUNT-RA-REJECT.
006610 
006620 CHECK-PREREQUISITE.
006630   PERFORM LOAD-PREREQ-PARAMETERS
006640   IF PREREQUISITE-PROGRAM NOT = SPACES
006650     PERFORM SCAN-RUN-LOG
006660     IF PREREQ-START-OPEN
006670       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
006680         " STILL RUNNING OR ABENDED - RUN ABORTED"
006690       MOVE 16 TO RETURN-CODE
006700       STOP RUN
006710     END-IF
006720     IF NOT PREREQ-END-OK
006730       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
006740         " HAS NOT COMPLETED TODAY - RUN ABORTED"
006750       MOVE 16 TO RETURN-CODE
006760       STOP RUN
006770     END-IF
006780   END-IF.
006790 
006800 LOAD-PREREQ-PARAMETERS.
006810   OPEN INPUT PREREQ-PARAMETERS
006820   IF PREREQ-PARM-STATUS = "00"
006830     PERFORM READ-PREREQ-PARM
006840     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
006850     CLOSE PREREQ-PARAMETERS
006860   END-IF.
006870 
006880 READ-PREREQ-PARM.
006890   READ PREREQ-PARAMETERS
006900     AT END
006910       MOVE "Y" TO EOF-PREREQ-PARMS
006920   END-READ.
006930 
006940 FIND-OWN-PREREQ.
006950   IF PRQ-PROGRAM-ID = "RETURNS"
006960     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
006970   END-IF
006980   PERFORM READ-PREREQ-PARM.
006990 
007000 SCAN-RUN-LOG.
007010   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
007020   MOVE "N" TO PREREQ-OPEN-START-SWITCH
007030   MOVE "N" TO PREREQ-END-OK-SWITCH
007040   MOVE "N" TO EOF-RUN-LOG-SCAN
007050   OPEN INPUT RUN-LOG
007060   IF RUN-LOG-STATUS = "00"
007070     PERFORM READ-RUN-LOG-SCAN
007080     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
007090     CLOSE RUN-LOG
007100   ELSE
007110     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
007120   END-IF.
007130 
007140 READ-RUN-LOG-SCAN.
007150   READ RUN-LOG
007160     AT END
007170       MOVE "Y" TO EOF-RUN-LOG-SCAN
007180   END-READ.
007190 
007200 CHECK-ONE-LOG-RECORD.
007210   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
007220   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
007230     AND SCAN-DATE = PREREQ-CHECK-DATE
007240     EVALUATE SCAN-EVENT
007250       WHEN "START"
007260         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
007270       WHEN "END"
007280         MOVE "N" TO PREREQ-OPEN-START-SWITCH
007290         IF SCAN-RETURN-CODE IS NUMERIC
007300           AND SCAN-RETURN-CODE = 0
007310           MOVE "Y" TO PREREQ-END-OK-SWITCH
007320         END-IF
007330     END-EVALUATE
007340   END-IF
007350   PERFORM READ-RUN-LOG-SCAN.
007360 
007370 WRITE-RUN-START.
007380   MOVE "START" TO RUN-EVENT
007390   PERFORM WRITE-RUN-LOG-RECORD.
007400 
007410 WRITE-RUN-END.
007420   MOVE "END" TO RUN-EVENT
007430   PERFORM WRITE-RUN-LOG-RECORD.
007440 
007450 WRITE-RUN-LOG-RECORD.
007460   ACCEPT RUN-DATE FROM DATE YYYYMMDD
007470   ACCEPT RUN-TIME-OF-DAY FROM TIME
007480   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
007490   MOVE COUNT-RA-READ TO RUN-RECORDS-READ
007500   MOVE COUNT-RA-REJECT TO RUN-REJECTS
007510   MOVE 0 TO RUN-DUPLICATES
007520   MOVE COUNT-BALANCE-FLOORED TO RUN-VARIANCES
007530   MOVE RETURN-CODE TO RUN-RETURN-CODE
007540   OPEN EXTEND RUN-LOG
007550   IF RUN-LOG-STATUS NOT = "00"
007560     OPEN OUTPUT RUN-LOG
007570   END-IF
007580   IF RUN-LOG-STATUS NOT = "00"
007590     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
007600     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
007610     MOVE 14 TO RETURN-CODE
007620     STOP RUN
007630   END-IF
007640   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
007650   WRITE RUN-LOG-RECORD
007660   CLOSE RUN-LOG.
007670 END PROGRAM RETURNS.
