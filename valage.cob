000180   SELECT VALUATION-REPORT ASSIGN TO FILE33
000190     ORGANIZATION LINE SEQUENTIAL.
000200 
000202   SELECT VALUATION-PARAMETERS ASSIGN TO FILE90
000204     ORGANIZATION LINE SEQUENTIAL
000206     FILE STATUS IS VALPARM-STATUS.
000208 
000210   SELECT RUN-LOG ASSIGN TO FILE20
000220     ORGANIZATION LINE SEQUENTIAL
000230     FILE STATUS IS RUN-LOG-STATUS.
000340   02 MAST-PRODUCT-NAME        PIC X(20).
000350   02 MAST-PRICE               PIC 9(4)V99.
000360   02 MAST-QUANTITY            PIC 9(5).
000362   02 MAST-UNIT-COST           PIC 9(4)V99.
000370 
000380 FD MOVEMENT-LEDGER.
000390 01 LEDGER-RECORD.
000580 FD VALUATION-REPORT.
000590 01 VALUATION-LINE             PIC X(100).
000600 
000602 FD VALUATION-PARAMETERS.
000604 01 VALUATION-PARM-RECORD.
000606   02 VALPARM-BASIS       PIC X(1).
000608 
000610 FD RUN-LOG.
000620 01 RUN-LOG-RECORD             PIC X(80).
000630 
000890 01 VALUATION-FOOTING PIC X(88)
000900   VALUE "        ******  END OF VALUATION AGING  ******    ".
000910 
000912 01 BASIS-PRICE-LINE PIC X(60)
000914   VALUE "STOCK VALUED AT SELLING PRICE".
000916 
000918 01 BASIS-COST-LINE PIC X(60)
000920   VALUE "STOCK VALUED AT STANDARD UNIT COST".
000922 
000924 01 CANDIDATE-HEADING PIC X(60)
000930   VALUE "*** WRITE-DOWN CANDIDATES - NO ISSUES IN 180 DAYS ***".
000940 
000950 01 PRINT-GROUP-AGE-LINE.
001280   02 FILLER                PIC X(29)
001290     VALUE "TOTAL WRITE-DOWN FLAGGED : ".
001300   02 PR-COUNT-CANDIDATE    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001301 
001302 01 PRINT-NO-COST-COUNT.
001303   02 FILLER                PIC X(30)
001304     VALUE "TOTAL PRODUCTS WITH NO COST : ".
001305   02 PR-COUNT-NO-COST      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001310 
001320 01 EOF-LEDGER          PIC X VALUE "N".
001330 01 EOF-MASTER          PIC X VALUE "N".
001340 01 MASTER-FILE-STATUS  PIC XX VALUE "00".
001350 01 LEDGER-FILE-STATUS  PIC XX VALUE "00".
001360 01 RUN-LOG-STATUS      PIC XX VALUE "00".
001362 01 VALPARM-STATUS      PIC XX VALUE "00".
001364 
001366 01 VALUATION-BASIS     PIC X VALUE "P".
001368   88 VALUE-AT-COST   VALUE "C".
001370 
001380 01 LEDGER-AVAILABLE-SWITCH  PIC X VALUE "N".
001390   88 LEDGER-AVAILABLE  VALUE "Y".
001780 01 COUNT-LEDGER-READ   PIC 9(6) VALUE ZERO.
001790 01 COUNT-VALUED        PIC 9(6) VALUE ZERO.
001800 01 COUNT-CANDIDATE     PIC 9(6) VALUE ZERO.
001802 01 COUNT-NO-COST       PIC 9(6) VALUE ZERO.
001810 
001820 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
001830 
002410   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002420   COMPUTE RUN-DATE-INTEGER =
002430     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
002432   PERFORM LOAD-VALUATION-BASIS
002434   PERFORM LOAD-LAST-ISSUE-DATES
002450   OPEN INPUT PRODUCT-MASTER
002460   IF MASTER-FILE-STATUS NOT = "00"
002470     DISPLAY "PRODUCT MASTER OPEN FAILURE - STATUS "
002580   WRITE VALUATION-LINE
002590   MOVE VALUATION-COLUMN TO VALUATION-LINE
002600   WRITE VALUATION-LINE
002602   IF VALUE-AT-COST
002604     DISPLAY BASIS-COST-LINE
002606     MOVE BASIS-COST-LINE TO VALUATION-LINE
002608   ELSE
002610     DISPLAY BASIS-PRICE-LINE
002612     MOVE BASIS-PRICE-LINE TO VALUATION-LINE
002614   END-IF
002616   WRITE VALUATION-LINE
002618   PERFORM READ-MASTER
002620   PERFORM AGE-ONE-PRODUCT UNTIL EOF-MASTER = "Y"
002630   IF PREV-GROUP-ID NOT = SPACES
002640     PERFORM PRINT-GROUP-BUCKETS
002730   WRITE VALUATION-LINE
002740   MOVE PRINT-CANDIDATE-COUNT TO VALUATION-LINE
002750   WRITE VALUATION-LINE
002751   IF VALUE-AT-COST
002752     MOVE COUNT-NO-COST TO PR-COUNT-NO-COST
002753     DISPLAY PRINT-NO-COST-COUNT
002754     MOVE PRINT-NO-COST-COUNT TO VALUATION-LINE
002755     WRITE VALUATION-LINE
002756   END-IF
002760   DISPLAY VALUATION-FOOTING
002770   MOVE VALUATION-FOOTING TO VALUATION-LINE
002780   WRITE VALUATION-LINE
002800   PERFORM WRITE-RUN-END
002810   STOP RUN.
002820 
002821 LOAD-VALUATION-BASIS.
002822   OPEN INPUT VALUATION-PARAMETERS
002823   IF VALPARM-STATUS = "00"
002824     READ VALUATION-PARAMETERS
002825       AT END
002826         CONTINUE
002827       NOT AT END
002828         IF VALPARM-BASIS = "C"
002829           MOVE "C" TO VALUATION-BASIS
002830         END-IF
002831     END-READ
002832     CLOSE VALUATION-PARAMETERS
002833   END-IF.
002834 
002835 LOAD-LAST-ISSUE-DATES.
002840   OPEN INPUT MOVEMENT-LEDGER
002850   IF LEDGER-FILE-STATUS = "00"
002860     MOVE "Y" TO LEDGER-AVAILABLE-SWITCH
003560   END-IF
003570   IF MAST-QUANTITY > 0
003580     ADD 1 TO COUNT-VALUED
003581     IF VALUE-AT-COST
003582       IF MAST-UNIT-COST IS NUMERIC AND MAST-UNIT-COST > 0
003583         COMPUTE PRODUCT-VALUE = MAST-QUANTITY * MAST-UNIT-COST
003584       ELSE
003585         MOVE 0 TO PRODUCT-VALUE
003586         ADD 1 TO COUNT-NO-COST
003587       END-IF
003588     ELSE
003589       COMPUTE PRODUCT-VALUE = MAST-QUANTITY * MAST-PRICE
003590     END-IF
003600     PERFORM AGE-PRODUCT-VALUE
003610   END-IF
003620   PERFORM READ-MASTER.
