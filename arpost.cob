000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   ARPOST.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT OPEN-ITEM-FILE ASSIGN TO FILE65
000090     ORGANIZATION INDEXED
000100     ACCESS MODE RANDOM
000110     RECORD KEY IS OI-KEY
000120     FILE STATUS IS OPEN-ITEM-STATUS.
000130 
000140   SELECT SALES-JOURNAL ASSIGN TO FILE56
000150     ORGANIZATION LINE SEQUENTIAL
000160     FILE STATUS IS SALES-JOURNAL-STATUS.
000170 
000180   SELECT PAYMENT-FILE ASSIGN TO FILE66
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS PAYMENT-FILE-STATUS.
000210 
000220   SELECT CUSTOMER-MASTER ASSIGN TO FILE38
000230     ORGANIZATION INDEXED
000240     ACCESS MODE RANDOM
000250     RECORD KEY IS CUST-CUSTOMER-ID
000260     FILE STATUS IS CUSTOMER-FILE-STATUS.
000270 
000280   SELECT CASH-REGISTER ASSIGN TO FILE67
000290     ORGANIZATION LINE SEQUENTIAL.
000300 
000310   SELECT PAYMENT-REJECT-FILE ASSIGN TO FILE68
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
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD OPEN-ITEM-FILE.
000450 01 OPEN-ITEM-RECORD.
000460   02 OI-KEY.
000470     03 OI-CUSTOMER-ID    PIC X(6).
000480     03 OI-ITEM-TYPE      PIC X(1).
000490       88 OI-IS-INVOICE    VALUE "I".
000500       88 OI-IS-CREDIT     VALUE "C".
000510       88 OI-IS-UNAPPLIED  VALUE "U".
000520     03 OI-ITEM-NO        PIC 9(6).
000530   02 OI-ITEM-DATE        PIC 9(8).
000540   02 OI-ORIGINAL-AMOUNT  PIC 9(9)V99.
000550   02 OI-APPLIED-AMOUNT   PIC 9(9)V99.
000560   02 OI-OPEN-AMOUNT      PIC 9(9)V99.
000570   02 OI-LAST-ACTIVITY    PIC 9(8).
000580   02 OI-STATUS           PIC X(1).
000590     88 OI-OPEN          VALUE "O".
000600     88 OI-CLOSED        VALUE "C".
000610 
000620 FD SALES-JOURNAL.
000630 01 SALES-JOURNAL-RECORD.
000640   02 SJR-INVOICE-NO    PIC 9(6).
000650   02 SJR-CUSTOMER-ID   PIC X(6).
000660   02 SJR-PRODUCT-ID    PIC X(4).
000670   02 SJR-QUANTITY      PIC 9(5).
000680   02 SJR-VALUE         PIC 9(9)V99.
000690   02 SJR-DATE          PIC 9(8).
000692   02 SJR-SIGN          PIC X(1).
000694     88 SJR-IS-CREDIT   VALUE "-".
000696   02 SJR-ORIG-INVOICE-NO PIC 9(6).
000698   02 SJR-COST          PIC 9(9)V99.
000700 
000710 FD PAYMENT-FILE.
000720 01 PAYMENT-RECORD.
000730   02 PAY-CUSTOMER-ID   PIC X(6).
000740   02 PAY-INVOICE-NO    PIC 9(6).
000750   02 PAY-AMOUNT        PIC 9(7)V99.
000760   02 PAY-REFERENCE     PIC X(8).
000770 
000780 FD CUSTOMER-MASTER.
000790 01 CUSTOMER-RECORD.
000800   02 CUST-CUSTOMER-ID     PIC X(6).
000810   02 CUST-CUSTOMER-NAME   PIC X(20).
000820   02 CUST-CREDIT-LIMIT    PIC 9(7)V99.
000830   02 CUST-BALANCE         PIC 9(7)V99.
000840   02 CUST-HOLD-FLAG       PIC X(1).
000850     88 CUSTOMER-ON-HOLD  VALUE "Y".
000860 
000870 FD CASH-REGISTER.
000880 01 CASH-REGISTER-LINE     PIC X(100).
000890 
000900 FD PAYMENT-REJECT-FILE.
000910 01 PAYMENT-REJECT-RECORD  PIC X(32).
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
001020 WORKING-STORAGE SECTION.
001030 01 CASH-HEADING.
001040   02 FILLER PIC X(88)
001050     VALUE "        ****** CASH RECEIPTS REGISTER ******      ".
001060 
001070 01 CASH-COLUMN.
001080   02 FILLER                PIC X(8)  VALUE "CUSTOMER".
001090   02 FILLER                PIC XX VALUE SPACES.
001100   02 FILLER                PIC X(7)  VALUE "INVOICE".
001110   02 FILLER                PIC XX VALUE SPACES.
001120   02 FILLER                PIC X(9)  VALUE "REFERENCE".
001130   02 FILLER                PIC X(6)  VALUE SPACES.
001140   02 FILLER                PIC X(6)  VALUE "AMOUNT".
001150   02 FILLER                PIC X(6)  VALUE SPACES.
001160   02 FILLER                PIC X(7)  VALUE "APPLIED".
001170   02 FILLER                PIC X(4)  VALUE SPACES.
001180   02 FILLER                PIC X(9)  VALUE "UNAPPLIED".
001190   02 FILLER                PIC X(3)  VALUE SPACES.
001200   02 FILLER                PIC X(6)  VALUE "STATUS".
001210 
001220 01 CASH-FOOTING PIC X(88)
001230   VALUE "        ******  END OF CASH RECEIPTS  ******      ".
001240 
001250 01 PRINT-CASH-DETAIL.
001260   02 PR-CASH-CUSTOMER-ID  PIC X(6).
001270   02 FILLER               PIC X(4) VALUE SPACES.
001280   02 PR-CASH-INVOICE-NO   PIC 9(6).
001290   02 FILLER               PIC X(3) VALUE SPACES.
001300   02 PR-CASH-REFERENCE    PIC X(8).
001310   02 FILLER               PIC XX VALUE SPACES.
001320   02 PR-CASH-AMOUNT       PIC Z,ZZZ,ZZ9.99.
001330   02 FILLER               PIC X VALUE SPACES.
001340   02 PR-CASH-APPLIED      PIC Z,ZZZ,ZZ9.99.
001350   02 FILLER               PIC X VALUE SPACES.
001360   02 PR-CASH-UNAPPLIED    PIC Z,ZZZ,ZZ9.99.
001370   02 FILLER               PIC XX VALUE SPACES.
001380   02 PR-CASH-STATUS       PIC X(10).
001390 
001400 01 PRINT-PAYMENTS-READ.
001410   02 FILLER                PIC X(23)
001420     VALUE "TOTAL PAYMENTS READ : ".
001430   02 PR-COUNT-PAY-READ     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001440 
001450 01 PRINT-PAYMENTS-POSTED.
001460   02 FILLER                PIC X(25)
001470     VALUE "TOTAL PAYMENTS POSTED : ".
001480   02 PR-COUNT-PAY-POSTED   PIC ZZ,ZZ9 BLANK WHEN ZERO.
001490 
001500 01 PRINT-PAYMENTS-REJECTED.
001510   02 FILLER                PIC X(27)
001520     VALUE "TOTAL PAYMENTS REJECTED : ".
001530   02 PR-COUNT-PAY-REJECT   PIC ZZ,ZZ9 BLANK WHEN ZERO.
001540 
001550 01 PRINT-INVOICES-LOADED.
001560   02 FILLER                PIC X(30)
001570     VALUE "TOTAL NEW OPEN ITEMS LOADED : ".
001580   02 PR-COUNT-LOADED       PIC ZZ,ZZ9 BLANK WHEN ZERO.
001590 
001600 01 PRINT-CASH-APPLIED.
001610   02 FILLER                PIC X(22)
001620     VALUE "TOTAL CASH APPLIED : ".
001630   02 PR-TOTAL-APPLIED      PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001640 
001650 01 PRINT-CASH-UNAPPLIED.
001660   02 FILLER                PIC X(24)
001670     VALUE "TOTAL CASH UNAPPLIED : ".
001680   02 PR-TOTAL-UNAPPLIED    PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001690 
001700 01 PAYMENT-REASON-CODE  PIC X(2) VALUE SPACES.
001710   88 PAYMENT-IS-CLEAN         VALUE SPACES.
001720   88 REASON-BAD-AMOUNT        VALUE "01".
001730   88 REASON-UNKNOWN-CUSTOMER  VALUE "02".
001740   88 REASON-BAD-INVOICE-NO    VALUE "03".
001750 
001760 01 REJECT-DETAIL-LINE.
001770   02 REJ-REASON-CODE     PIC X(2).
001780   02 FILLER              PIC X VALUE SPACES.
001790   02 REJ-PAYMENT-IMAGE   PIC X(29).
001800 
001810 01 EOF-PAYMENTS          PIC X VALUE "N".
001820 01 EOF-JOURNAL           PIC X VALUE "N".
001830 01 OPEN-ITEM-STATUS      PIC XX VALUE "00".
001840 01 SALES-JOURNAL-STATUS  PIC XX VALUE "00".
001850 01 PAYMENT-FILE-STATUS   PIC XX VALUE "00".
001860 01 CUSTOMER-FILE-STATUS  PIC XX VALUE "00".
001870 
001880 01 CUSTOMER-FOUND-SWITCH  PIC X VALUE "N".
001890   88 CUSTOMER-FOUND  VALUE "Y".
001900 
001910 01 INVOICE-FOUND-SWITCH  PIC X VALUE "N".
001920   88 INVOICE-FOUND  VALUE "Y".
001930 
001940 01 LOADING-INVOICE-SWITCH  PIC X VALUE "N".
001950   88 LOADING-INVOICE  VALUE "Y".
001960 
001970 01 RUN-DATE-TODAY       PIC 9(8) VALUE ZERO.
001980 01 LOAD-INVOICE-NO      PIC 9(6) VALUE ZERO.
001982 01 LOAD-ITEM-TYPE       PIC X VALUE SPACES.
001984 01 JOURNAL-ITEM-TYPE    PIC X VALUE "I".
001990 01 LOAD-CUSTOMER-ID     PIC X(6) VALUE SPACES.
002000 01 CASH-REMAINING       PIC 9(7)V99 VALUE ZERO.
002010 01 CASH-APPLIED         PIC 9(7)V99 VALUE ZERO.
002020 01 TOTAL-CASH-APPLIED   PIC 9(11)V99 VALUE ZERO.
002030 01 TOTAL-CASH-UNAPPLIED PIC 9(11)V99 VALUE ZERO.
002040 
002050 01 COUNT-PAY-READ       PIC 9(6) VALUE ZERO.
002060 01 COUNT-PAY-POSTED     PIC 9(6) VALUE ZERO.
002070 01 COUNT-PAY-REJECT     PIC 9(6) VALUE ZERO.
002080 01 COUNT-ITEMS-LOADED   PIC 9(6) VALUE ZERO.
002090 01 COUNT-BALANCE-FLOORED PIC 9(6) VALUE ZERO.
002100 
002110 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002120 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002130 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002140 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002150 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002160 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002170   88 PREREQ-START-OPEN  VALUE "Y".
002180 
002190 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
002200   88 PREREQ-END-OK  VALUE "Y".
002210 
002220 01 RUN-LOG-SCAN-LINE.
002230   02 SCAN-PROGRAM-ID     PIC X(8).
002240   02 FILLER              PIC X.
002250   02 SCAN-EVENT          PIC X(5).
002260   02 FILLER              PIC X.
002270   02 SCAN-DATE           PIC 9(8).
002280   02 FILLER              PIC X.
002290   02 SCAN-TIME           PIC 9(6).
002300   02 FILLER              PIC X.
002310   02 SCAN-RECORDS-READ   PIC 9(8).
002320   02 FILLER              PIC X.
002330   02 SCAN-REJECTS        PIC 9(8).
002340   02 FILLER              PIC X.
002350   02 SCAN-DUPLICATES     PIC 9(8).
002360   02 FILLER              PIC X.
002370   02 SCAN-VARIANCES      PIC 9(8).
002380   02 FILLER              PIC X.
002390   02 SCAN-RESTART-FLAG   PIC X(1).
002400   02 FILLER              PIC X.
002410   02 SCAN-RETURN-CODE    PIC 9(4).
002420 
002430 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002440 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002450 
002460 01 RUN-LOG-DETAIL-LINE.
002470   02 RUN-PROGRAM-ID      PIC X(8) VALUE "ARPOST".
002480   02 FILLER              PIC X VALUE SPACES.
002490   02 RUN-EVENT           PIC X(5).
002500   02 FILLER              PIC X VALUE SPACES.
002510   02 RUN-DATE            PIC 9(8).
002520   02 FILLER              PIC X VALUE SPACES.
002530   02 RUN-TIME            PIC 9(6).
002540   02 FILLER              PIC X VALUE SPACES.
002550   02 RUN-RECORDS-READ    PIC 9(8).
002560   02 FILLER              PIC X VALUE SPACES.
002570   02 RUN-REJECTS         PIC 9(8).
002580   02 FILLER              PIC X VALUE SPACES.
002590   02 RUN-DUPLICATES      PIC 9(8).
002600   02 FILLER              PIC X VALUE SPACES.
002610   02 RUN-VARIANCES       PIC 9(8).
002620   02 FILLER              PIC X VALUE SPACES.
002630   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002640   02 FILLER              PIC X VALUE SPACES.
002650   02 RUN-RETURN-CODE     PIC 9(4).
002660 
002670 PROCEDURE DIVISION.
002680 MAIN-CONTROL.
002690   PERFORM CHECK-PREREQUISITE
002700   PERFORM WRITE-RUN-START
002710   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002720   PERFORM OPEN-OPEN-ITEM-FILE
002730   OPEN I-O CUSTOMER-MASTER
002740   IF CUSTOMER-FILE-STATUS NOT = "00"
002750     DISPLAY "CUSTOMER MASTER OPEN FAILURE - STATUS "
002760       CUSTOMER-FILE-STATUS
002770     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002780     MOVE 12 TO RETURN-CODE
002790     CLOSE OPEN-ITEM-FILE
002800     PERFORM WRITE-RUN-END
002810     STOP RUN
002820   END-IF
002830   PERFORM LOAD-NEW-INVOICES
002840   OPEN INPUT PAYMENT-FILE
002850   IF PAYMENT-FILE-STATUS NOT = "00"
002860     DISPLAY "PAYMENT FILE OPEN FAILURE - STATUS "
002870       PAYMENT-FILE-STATUS
002880     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002890     MOVE 12 TO RETURN-CODE
002900     CLOSE OPEN-ITEM-FILE
002910     CLOSE CUSTOMER-MASTER
002920     PERFORM WRITE-RUN-END
002930     STOP RUN
002940   END-IF
002950   OPEN OUTPUT CASH-REGISTER
002960   OPEN OUTPUT PAYMENT-REJECT-FILE
002970   DISPLAY CASH-HEADING
002980   DISPLAY CASH-COLUMN
002990   MOVE CASH-HEADING TO CASH-REGISTER-LINE
003000   WRITE CASH-REGISTER-LINE
003010   MOVE CASH-COLUMN TO CASH-REGISTER-LINE
003020   WRITE CASH-REGISTER-LINE
003030   PERFORM READ-PAYMENT
003040   PERFORM APPLY-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
003050   CLOSE PAYMENT-FILE
003060   CLOSE PAYMENT-REJECT-FILE
003070   CLOSE OPEN-ITEM-FILE
003080   CLOSE CUSTOMER-MASTER
003090   MOVE COUNT-PAY-READ TO PR-COUNT-PAY-READ
003100   MOVE COUNT-PAY-POSTED TO PR-COUNT-PAY-POSTED
003110   MOVE COUNT-PAY-REJECT TO PR-COUNT-PAY-REJECT
003120   MOVE COUNT-ITEMS-LOADED TO PR-COUNT-LOADED
003130   MOVE TOTAL-CASH-APPLIED TO PR-TOTAL-APPLIED
003140   MOVE TOTAL-CASH-UNAPPLIED TO PR-TOTAL-UNAPPLIED
003150   DISPLAY PRINT-PAYMENTS-READ
003160   DISPLAY PRINT-PAYMENTS-POSTED
003170   DISPLAY PRINT-PAYMENTS-REJECTED
003180   DISPLAY PRINT-INVOICES-LOADED
003190   DISPLAY PRINT-CASH-APPLIED
003200   DISPLAY PRINT-CASH-UNAPPLIED
003210   MOVE PRINT-PAYMENTS-READ TO CASH-REGISTER-LINE
003220   WRITE CASH-REGISTER-LINE
003230   MOVE PRINT-PAYMENTS-POSTED TO CASH-REGISTER-LINE
003240   WRITE CASH-REGISTER-LINE
003250   MOVE PRINT-PAYMENTS-REJECTED TO CASH-REGISTER-LINE
003260   WRITE CASH-REGISTER-LINE
003270   MOVE PRINT-INVOICES-LOADED TO CASH-REGISTER-LINE
003280   WRITE CASH-REGISTER-LINE
003290   MOVE PRINT-CASH-APPLIED TO CASH-REGISTER-LINE
003300   WRITE CASH-REGISTER-LINE
003310   MOVE PRINT-CASH-UNAPPLIED TO CASH-REGISTER-LINE
003320   WRITE CASH-REGISTER-LINE
003330   DISPLAY CASH-FOOTING
003340   MOVE CASH-FOOTING TO CASH-REGISTER-LINE
003350   WRITE CASH-REGISTER-LINE
003360   CLOSE CASH-REGISTER
003370   PERFORM WRITE-RUN-END
003380   STOP RUN.
003390 
003400 OPEN-OPEN-ITEM-FILE.
003410   OPEN I-O OPEN-ITEM-FILE
003420   IF OPEN-ITEM-STATUS = "35"
003430     OPEN OUTPUT OPEN-ITEM-FILE
003440     CLOSE OPEN-ITEM-FILE
003450     OPEN I-O OPEN-ITEM-FILE
003460   END-IF
003470   IF OPEN-ITEM-STATUS NOT = "00"
003480     DISPLAY "OPEN ITEM FILE OPEN FAILURE - STATUS "
003490       OPEN-ITEM-STATUS
003500     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
003510     MOVE 12 TO RETURN-CODE
003520     PERFORM WRITE-RUN-END
003530     STOP RUN
003540   END-IF.
003550 
003560 LOAD-NEW-INVOICES.
003570   OPEN INPUT SALES-JOURNAL
003580   IF SALES-JOURNAL-STATUS = "00"
003590     PERFORM READ-SALES-JOURNAL
003600     PERFORM LOAD-ONE-JOURNAL-LINE UNTIL EOF-JOURNAL = "Y"
003610     CLOSE SALES-JOURNAL
003620   ELSE
003630     DISPLAY "WARNING - SALES JOURNAL NOT AVAILABLE - STATUS "
003640       SALES-JOURNAL-STATUS
003650     DISPLAY "NO NEW INVOICES LOADED THIS RUN"
003660   END-IF.
003670 
003680 READ-SALES-JOURNAL.
003690   READ SALES-JOURNAL
003700     AT END
003710       MOVE "Y" TO EOF-JOURNAL
003720   END-READ.
003730 
003740 LOAD-ONE-JOURNAL-LINE.
003741   IF SJR-IS-CREDIT
003742     MOVE "C" TO JOURNAL-ITEM-TYPE
003743   ELSE
003744     MOVE "I" TO JOURNAL-ITEM-TYPE
003745   END-IF
003750   IF SJR-INVOICE-NO NOT = LOAD-INVOICE-NO
003760     OR SJR-CUSTOMER-ID NOT = LOAD-CUSTOMER-ID
003762     OR JOURNAL-ITEM-TYPE NOT = LOAD-ITEM-TYPE
003770     MOVE SJR-INVOICE-NO TO LOAD-INVOICE-NO
003780     MOVE SJR-CUSTOMER-ID TO LOAD-CUSTOMER-ID
003782     MOVE JOURNAL-ITEM-TYPE TO LOAD-ITEM-TYPE
003790     PERFORM CHECK-INVOICE-ON-FILE
003800   END-IF
003810   IF LOADING-INVOICE
003820     PERFORM ADD-JOURNAL-LINE-TO-ITEM
003830   END-IF
003840   PERFORM READ-SALES-JOURNAL.
003850 
003860 CHECK-INVOICE-ON-FILE.
003870   MOVE SJR-CUSTOMER-ID TO OI-CUSTOMER-ID
003880   MOVE JOURNAL-ITEM-TYPE TO OI-ITEM-TYPE
003890   MOVE SJR-INVOICE-NO TO OI-ITEM-NO
003900   READ OPEN-ITEM-FILE
003910     INVALID KEY
003920       MOVE "Y" TO LOADING-INVOICE-SWITCH
003930     NOT INVALID KEY
003940       MOVE "N" TO LOADING-INVOICE-SWITCH
003950   END-READ.
003960 
003970 ADD-JOURNAL-LINE-TO-ITEM.
003980   MOVE SJR-CUSTOMER-ID TO OI-CUSTOMER-ID
003990   MOVE JOURNAL-ITEM-TYPE TO OI-ITEM-TYPE
004000   MOVE SJR-INVOICE-NO TO OI-ITEM-NO
004010   READ OPEN-ITEM-FILE
004020     INVALID KEY
004030       MOVE SJR-DATE TO OI-ITEM-DATE
004040       MOVE SJR-VALUE TO OI-ORIGINAL-AMOUNT
004050       MOVE 0 TO OI-APPLIED-AMOUNT
004060       MOVE SJR-VALUE TO OI-OPEN-AMOUNT
004070       MOVE RUN-DATE-TODAY TO OI-LAST-ACTIVITY
004080       MOVE "O" TO OI-STATUS
004090       WRITE OPEN-ITEM-RECORD
004100         INVALID KEY
004110           CONTINUE
004120         NOT INVALID KEY
004130           ADD 1 TO COUNT-ITEMS-LOADED
004140       END-WRITE
004150     NOT INVALID KEY
004160       ADD SJR-VALUE TO OI-ORIGINAL-AMOUNT
004170       ADD SJR-VALUE TO OI-OPEN-AMOUNT
004180       MOVE "O" TO OI-STATUS
004190       REWRITE OPEN-ITEM-RECORD
004200         INVALID KEY
004210           CONTINUE
004220       END-REWRITE
004230   END-READ.
004240 
004250 READ-PAYMENT.
004260   READ PAYMENT-FILE
004270     AT END
004280       MOVE "Y" TO EOF-PAYMENTS
004290     NOT AT END
004300       ADD 1 TO COUNT-PAY-READ
004310   END-READ.
004320 
004330 APPLY-ONE-PAYMENT.
004340   MOVE SPACES TO PAYMENT-REASON-CODE
004350   PERFORM CHECK-PAYMENT-FIELDS
004360   IF PAYMENT-IS-CLEAN
004370     PERFORM FIND-CUSTOMER
004380     IF CUSTOMER-FOUND
004390       PERFORM POST-PAYMENT
004400     ELSE
004410       MOVE "02" TO PAYMENT-REASON-CODE
004420     END-IF
004430   END-IF
004440   IF NOT PAYMENT-IS-CLEAN
004450     PERFORM WRITE-PAYMENT-REJECT
004460   END-IF
004470   PERFORM READ-PAYMENT.
004480 
004490 CHECK-PAYMENT-FIELDS.
004500   IF PAY-AMOUNT IS NOT NUMERIC
004510     MOVE "01" TO PAYMENT-REASON-CODE
004520   ELSE
004530     IF PAY-AMOUNT = 0
004540       MOVE "01" TO PAYMENT-REASON-CODE
004550     ELSE
004560       IF PAY-INVOICE-NO IS NOT NUMERIC
004570         MOVE "03" TO PAYMENT-REASON-CODE
004580       END-IF
004590     END-IF
004600   END-IF.
004610 
004620 FIND-CUSTOMER.
004630   MOVE "N" TO CUSTOMER-FOUND-SWITCH
004640   MOVE PAY-CUSTOMER-ID TO CUST-CUSTOMER-ID
004650   READ CUSTOMER-MASTER
004660     INVALID KEY
004670       MOVE "N" TO CUSTOMER-FOUND-SWITCH
004680     NOT INVALID KEY
004690       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
004700   END-READ.
004710 
004720 POST-PAYMENT.
004730   MOVE PAY-AMOUNT TO CASH-REMAINING
004740   MOVE 0 TO CASH-APPLIED
004750   MOVE "N" TO INVOICE-FOUND-SWITCH
004760   IF PAY-INVOICE-NO > 0
004770     PERFORM FIND-OPEN-INVOICE
004780     IF INVOICE-FOUND
004790       PERFORM APPLY-TO-INVOICE
004800     END-IF
004810   END-IF
004820   IF CASH-REMAINING > 0
004830     PERFORM POST-UNAPPLIED-CASH
004840   END-IF
004850   PERFORM REDUCE-CUSTOMER-BALANCE
004860   ADD CASH-APPLIED TO TOTAL-CASH-APPLIED
004870   ADD CASH-REMAINING TO TOTAL-CASH-UNAPPLIED
004880   ADD 1 TO COUNT-PAY-POSTED
004890   PERFORM WRITE-CASH-DETAIL.
004900 
004910 FIND-OPEN-INVOICE.
004920   MOVE PAY-CUSTOMER-ID TO OI-CUSTOMER-ID
004930   MOVE "I" TO OI-ITEM-TYPE
004940   MOVE PAY-INVOICE-NO TO OI-ITEM-NO
004950   READ OPEN-ITEM-FILE
004960     INVALID KEY
004970       MOVE "N" TO INVOICE-FOUND-SWITCH
004980     NOT INVALID KEY
004990       IF OI-OPEN-AMOUNT > 0
005000         MOVE "Y" TO INVOICE-FOUND-SWITCH
005010       END-IF
005020   END-READ.
005030 
005040 APPLY-TO-INVOICE.
005050   IF CASH-REMAINING > OI-OPEN-AMOUNT
005060     MOVE OI-OPEN-AMOUNT TO CASH-APPLIED
005070   ELSE
005080     MOVE CASH-REMAINING TO CASH-APPLIED
005090   END-IF
005100   ADD CASH-APPLIED TO OI-APPLIED-AMOUNT
005110   SUBTRACT CASH-APPLIED FROM OI-OPEN-AMOUNT
005120   SUBTRACT CASH-APPLIED FROM CASH-REMAINING
005130   MOVE RUN-DATE-TODAY TO OI-LAST-ACTIVITY
005140   IF OI-OPEN-AMOUNT = 0
005150     MOVE "C" TO OI-STATUS
005160   END-IF
005170   REWRITE OPEN-ITEM-RECORD
005180     INVALID KEY
005190       CONTINUE
005200   END-REWRITE.
005210 
005220 POST-UNAPPLIED-CASH.
005230   MOVE PAY-CUSTOMER-ID TO OI-CUSTOMER-ID
005240   MOVE "U" TO OI-ITEM-TYPE
005250   MOVE 0 TO OI-ITEM-NO
005260   READ OPEN-ITEM-FILE
005270     INVALID KEY
005280       MOVE RUN-DATE-TODAY TO OI-ITEM-DATE
005290       MOVE CASH-REMAINING TO OI-ORIGINAL-AMOUNT
005300       MOVE 0 TO OI-APPLIED-AMOUNT
005310       MOVE CASH-REMAINING TO OI-OPEN-AMOUNT
005320       MOVE RUN-DATE-TODAY TO OI-LAST-ACTIVITY
005330       MOVE "O" TO OI-STATUS
005340       WRITE OPEN-ITEM-RECORD
005350         INVALID KEY
005360           CONTINUE
005370       END-WRITE
005380     NOT INVALID KEY
005390       IF OI-OPEN-AMOUNT = 0
005400         MOVE RUN-DATE-TODAY TO OI-ITEM-DATE
005410       END-IF
005420       ADD CASH-REMAINING TO OI-ORIGINAL-AMOUNT
005430       ADD CASH-REMAINING TO OI-OPEN-AMOUNT
005440       MOVE RUN-DATE-TODAY TO OI-LAST-ACTIVITY
005450       MOVE "O" TO OI-STATUS
005460       REWRITE OPEN-ITEM-RECORD
005470         INVALID KEY
005480           CONTINUE
005490       END-REWRITE
005500   END-READ.
005510 
005520 REDUCE-CUSTOMER-BALANCE.
005530   IF PAY-AMOUNT > CUST-BALANCE
005540     DISPLAY "PAYMENT EXCEEDS BALANCE FOR CUSTOMER "
005550       CUST-CUSTOMER-ID " - BALANCE SET TO ZERO"
005560     MOVE 0 TO CUST-BALANCE
005570     ADD 1 TO COUNT-BALANCE-FLOORED
005580   ELSE
005590     SUBTRACT PAY-AMOUNT FROM CUST-BALANCE
005600   END-IF
005610   REWRITE CUSTOMER-RECORD
005620     INVALID KEY
005630       CONTINUE
005640   END-REWRITE.
005650 
005660 WRITE-CASH-DETAIL.
005670   MOVE PAY-CUSTOMER-ID TO PR-CASH-CUSTOMER-ID
005680   MOVE PAY-INVOICE-NO TO PR-CASH-INVOICE-NO
005690   MOVE PAY-REFERENCE TO PR-CASH-REFERENCE
005700   MOVE PAY-AMOUNT TO PR-CASH-AMOUNT
005710   MOVE CASH-APPLIED TO PR-CASH-APPLIED
005720   MOVE CASH-REMAINING TO PR-CASH-UNAPPLIED
005730   EVALUATE TRUE
005740     WHEN CASH-APPLIED = 0
005750       MOVE "UNAPPLIED" TO PR-CASH-STATUS
005760     WHEN CASH-REMAINING > 0
005770       MOVE "OVERPAID" TO PR-CASH-STATUS
005780     WHEN OI-OPEN-AMOUNT > 0
005790       MOVE "PART-PAID" TO PR-CASH-STATUS
005800     WHEN OTHER
005810       MOVE "PAID" TO PR-CASH-STATUS
005820   END-EVALUATE
005830   DISPLAY PRINT-CASH-DETAIL
005840   MOVE PRINT-CASH-DETAIL TO CASH-REGISTER-LINE
005850   WRITE CASH-REGISTER-LINE.
005860 
005870 WRITE-PAYMENT-REJECT.
005880   MOVE PAYMENT-REASON-CODE TO REJ-REASON-CODE
005890   MOVE PAYMENT-RECORD TO REJ-PAYMENT-IMAGE
005900   MOVE REJECT-DETAIL-LINE TO PAYMENT-REJECT-RECORD
005910   WRITE PAYMENT-REJECT-RECORD
005920   ADD 1 TO COUNT-PAY-REJECT.
005930 
005940 CHECK-PREREQUISITE.
005950   PERFORM LOAD-PREREQ-PARAMETERS
005960   IF PREREQUISITE-PROGRAM NOT = SPACES
005970     PERFORM SCAN-RUN-LOG
005980     IF PREREQ-START-OPEN
005990       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
006000         " STILL RUNNING OR ABENDED - RUN ABORTED"
006010       MOVE 16 TO RETURN-CODE
006020       STOP RUN
006030     END-IF
006040     IF NOT PREREQ-END-OK
006050       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
006060         " HAS NOT COMPLETED TODAY - RUN ABORTED"
006070       MOVE 16 TO RETURN-CODE
006080       STOP RUN
006090     END-IF
006100   END-IF.
006110 
006120 LOAD-PREREQ-PARAMETERS.
006130   OPEN INPUT PREREQ-PARAMETERS
006140   IF PREREQ-PARM-STATUS = "00"
006150     PERFORM READ-PREREQ-PARM
006160     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
006170     CLOSE PREREQ-PARAMETERS
006180   END-IF.
006190 
006200 READ-PREREQ-PARM.
006210   READ PREREQ-PARAMETERS
006220     AT END
006230       MOVE "Y" TO EOF-PREREQ-PARMS
006240   END-READ.
006250 
006260 FIND-OWN-PREREQ.
006270   IF PRQ-PROGRAM-ID = "ARPOST"
006280     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
006290   END-IF
006300   PERFORM READ-PREREQ-PARM.
006310 
006320 SCAN-RUN-LOG.
006330   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
006340   MOVE "N" TO PREREQ-OPEN-START-SWITCH
006350   MOVE "N" TO PREREQ-END-OK-SWITCH
006360   MOVE "N" TO EOF-RUN-LOG-SCAN
006370   OPEN INPUT RUN-LOG
006380   IF RUN-LOG-STATUS = "00"
006390     PERFORM READ-RUN-LOG-SCAN
006400     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
006410     CLOSE RUN-LOG
006420   ELSE
006430     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
006440   END-IF.
006450 
006460 READ-RUN-LOG-SCAN.
006470   READ RUN-LOG
006480     AT END
006490       MOVE "Y" TO EOF-RUN-LOG-SCAN
006500   END-READ.
006510 
006520 CHECK-ONE-LOG-RECORD.
006530   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
006540   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
006550     AND SCAN-DATE = PREREQ-CHECK-DATE
006560     EVALUATE SCAN-EVENT
006570       WHEN "START"
006580         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
006590       WHEN "END"
006600         MOVE "N" TO PREREQ-OPEN-START-SWITCH
006610         IF SCAN-RETURN-CODE IS NUMERIC
006620           AND SCAN-RETURN-CODE = 0
006630           MOVE "Y" TO PREREQ-END-OK-SWITCH
006640         END-IF
006650     END-EVALUATE
006660   END-IF
006670   PERFORM READ-RUN-LOG-SCAN.
006680 
006690 WRITE-RUN-START.
006700   MOVE "START" TO RUN-EVENT
006710   PERFORM WRITE-RUN-LOG-RECORD.
006720 
006730 WRITE-RUN-END.
006740   MOVE "END" TO RUN-EVENT
006750   PERFORM WRITE-RUN-LOG-RECORD.
006760 
006770 WRITE-RUN-LOG-RECORD.
006780   ACCEPT RUN-DATE FROM DATE YYYYMMDD
006790   ACCEPT RUN-TIME-OF-DAY FROM TIME
006800   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
006810   MOVE COUNT-PAY-READ TO RUN-RECORDS-READ
006820   MOVE COUNT-PAY-REJECT TO RUN-REJECTS
006830   MOVE 0 TO RUN-DUPLICATES
006840   MOVE COUNT-BALANCE-FLOORED TO RUN-VARIANCES
006850   MOVE RETURN-CODE TO RUN-RETURN-CODE
006860   OPEN EXTEND RUN-LOG
006870   IF RUN-LOG-STATUS NOT = "00"
006880     OPEN OUTPUT RUN-LOG
006890   END-IF
006900   IF RUN-LOG-STATUS NOT = "00"
006910     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
006920     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
006930     MOVE 14 TO RETURN-CODE
006940     STOP RUN
006950   END-IF
006960   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
006970   WRITE RUN-LOG-RECORD
006980   CLOSE RUN-LOG.
006990 END PROGRAM ARPOST.
