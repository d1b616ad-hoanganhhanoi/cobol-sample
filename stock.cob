000270     RECORD KEY IS LOCST-KEY
000280     FILE STATUS IS LOCATION-FILE-STATUS.
000290 
000291   SELECT OPEN-PO-FILE ASSIGN TO FILE71
000292     ORGANIZATION INDEXED
000293     ACCESS MODE RANDOM
000294     RECORD KEY IS POL-KEY
000295     FILE STATUS IS OPEN-PO-STATUS.
000296 
000297   SELECT PO-EXCEPTION-REPORT ASSIGN TO FILE73
000298     ORGANIZATION LINE SEQUENTIAL
000299     FILE STATUS IS PO-EXCEPTION-STATUS.
000300 
000301   SELECT RUN-LOG ASSIGN TO FILE20
000310     ORGANIZATION LINE SEQUENTIAL
000320     FILE STATUS IS RUN-LOG-STATUS.
000330 
000430   02 MAST-PRODUCT-NAME        PIC X(20).
000440   02 MAST-PRICE               PIC 9(4)V99.
000450   02 MAST-QUANTITY            PIC 9(5).
000452   02 MAST-UNIT-COST           PIC 9(4)V99.
000460 
000470 FD MOVEMENT-FILE.
000480 01 MOVEMENT-RECORD.
000570   02 MOVE-REFERENCE           PIC X(8).
000580   02 MOVE-LOCATION            PIC X(2).
000590   02 MOVE-LOCATION-TO         PIC X(2).
000592   02 MOVE-UNIT-COST           PIC 9(4)V99.
000594 
000610 FD MOVEMENT-LEDGER.
000620 01 LEDGER-RECORD              PIC X(100).
000630 
000640 FD MOVEMENT-REJECT-FILE.
000642 01 MOVEMENT-REJECT-RECORD     PIC X(32).
000660 
000670 FD LOCATION-STOCK.
000680 01 LOCATION-STOCK-RECORD.
000710     03 LOCST-LOCATION    PIC X(2).
000720   02 LOCST-QUANTITY      PIC 9(5).
000730 
000731 FD OPEN-PO-FILE.
000732 01 OPEN-PO-RECORD.
000733   02 POL-KEY.
000734     03 POL-PO-NUMBER     PIC 9(6).
000735     03 POL-PRODUCT-ID    PIC X(4).
000736     03 POL-LOCATION      PIC X(2).
000737   02 POL-VENDOR-ID       PIC X(6).
000738   02 POL-ORDER-QTY       PIC 9(5).
000739   02 POL-RECEIVED-QTY    PIC 9(5).
000740   02 POL-ORDER-DATE      PIC 9(8).
000741   02 POL-DUE-DATE        PIC 9(8).
000742   02 POL-STATUS          PIC X(1).
000743     88 POL-OPEN           VALUE "O".
000744     88 POL-PART-RECEIVED  VALUE "P".
000745     88 POL-CLOSED         VALUE "C".
000746   02 POL-BUYER-ID        PIC X(8).
000747 
000748 FD PO-EXCEPTION-REPORT.
000749 01 PO-EXCEPTION-LINE          PIC X(100).
000750 
000751 FD RUN-LOG.
000752 01 RUN-LOG-RECORD             PIC X(80).
000760 
000770 FD PREREQ-PARAMETERS.
000780 01 PREREQ-PARM-RECORD.
001200   02 LED-LOCATION        PIC X(2).
001210   02 FILLER              PIC X VALUE SPACES.
001220   02 LED-LOCATION-TO     PIC X(2).
001222   02 FILLER              PIC X VALUE SPACES.
001224   02 LED-UNIT-COST       PIC 9(4)V99.
001226   02 FILLER              PIC X VALUE SPACES.
001228   02 LED-COST-UPDATED    PIC X(1).
001230 
001240 01 REJECT-DETAIL-LINE.
001250   02 REJ-REASON-CODE     PIC X(2).
001260   02 FILLER              PIC X VALUE SPACES.
001262   02 REJ-MOVEMENT-IMAGE  PIC X(29).
001280 
001290 01 CURRENT-DATE-TIME.
001300   02 CDT-DATE   PIC 9(8).
001520 01 LOCATION-SEEN-SWITCH  PIC X VALUE "N".
001530 01 EOF-LOCATIONS         PIC X VALUE "N".
001540 01 DEFAULT-LOCATION      PIC X(2) VALUE "01".
001542 01 COST-UPDATED-SWITCH   PIC X VALUE "N".
001544   88 COST-UPDATED  VALUE "Y".
001550 01 LEDGER-FILE-STATUS    PIC XX VALUE "00".
001551 01 OPEN-PO-STATUS        PIC XX VALUE "00".
001552 01 PO-EXCEPTION-STATUS   PIC XX VALUE "00".
001553 
001554 01 PO-AVAILABLE-SWITCH   PIC X VALUE "N".
001555   88 PO-AVAILABLE  VALUE "Y".
001556 
001557 01 PO-REFERENCE-NUMBER   PIC 9(6) VALUE ZERO.
001558 01 PO-RECEIVED-BEFORE    PIC 9(5) VALUE ZERO.
001559 01 PO-RECEIVED-AFTER     PIC 9(6) VALUE ZERO.
001560 01 PO-OVER-QUANTITY      PIC 9(6) VALUE ZERO.
001561 
001562 01 PO-EXCEPTION-HEADING.
001563   02 FILLER PIC X(88)
001564     VALUE "        ****** PO RECEIPT EXCEPTIONS ******".
001565 
001566 01 PO-EXCEPTION-COLUMN.
001567   02 FILLER                PIC X(8)  VALUE "PO REF".
001568   02 FILLER                PIC XX VALUE SPACES.
001569   02 FILLER                PIC X(4)  VALUE "PROD".
001570   02 FILLER                PIC XX VALUE SPACES.
001571   02 FILLER                PIC X(3)  VALUE "LOC".
001572   02 FILLER                PIC XX VALUE SPACES.
001573   02 FILLER                PIC X(7)  VALUE "ORDERED".
001574   02 FILLER                PIC XX VALUE SPACES.
001575   02 FILLER                PIC X(8)  VALUE "PREV RCV".
001576   02 FILLER                PIC XX VALUE SPACES.
001577   02 FILLER                PIC X(7)  VALUE "RECEIPT".
001578   02 FILLER                PIC XX VALUE SPACES.
001579   02 FILLER                PIC X(6)  VALUE "OVER".
001580   02 FILLER                PIC XX VALUE SPACES.
001581   02 FILLER                PIC X(20) VALUE "EXCEPTION".
001582 
001583 01 PO-EXCEPTION-DETAIL.
001584   02 PR-POX-REFERENCE     PIC X(8).
001585   02 FILLER               PIC XX VALUE SPACES.
001586   02 PR-POX-PRODUCT-ID    PIC X(4).
001587   02 FILLER               PIC XX VALUE SPACES.
001588   02 PR-POX-LOCATION      PIC X(2).
001589   02 FILLER               PIC X(5) VALUE SPACES.
001590   02 PR-POX-ORDERED       PIC ZZZZ9 BLANK WHEN ZERO.
001591   02 FILLER               PIC X(5) VALUE SPACES.
001592   02 PR-POX-PREVIOUS      PIC ZZZZ9 BLANK WHEN ZERO.
001593   02 FILLER               PIC X(4) VALUE SPACES.
001594   02 PR-POX-RECEIPT       PIC ZZZZ9.
001595   02 FILLER               PIC XX VALUE SPACES.
001596   02 PR-POX-OVER          PIC ZZZZZ9 BLANK WHEN ZERO.
001597   02 FILLER               PIC XX VALUE SPACES.
001598   02 PR-POX-REASON        PIC X(20).
001599 
001600 
001601 01 COUNT-MOVE-READ     PIC 9(6) VALUE ZERO.
001602 01 COUNT-MOVE-POSTED   PIC 9(6) VALUE ZERO.
001603 01 COUNT-MOVE-REJECT   PIC 9(6) VALUE ZERO.
001604 01 COUNT-PO-MATCHED    PIC 9(6) VALUE ZERO.
001605 01 COUNT-PO-EXCEPTION  PIC 9(6) VALUE ZERO.
001606 01 COUNT-COST-UPDATED  PIC 9(6) VALUE ZERO.
001607 
001610 01 PRINT-MOVE-READ.
001620   02 FILLER                PIC X(24)
001630     VALUE "TOTAL MOVEMENTS READ : ".
001730     VALUE "TOTAL MOVEMENTS REJECTED : ".
001740   02 PR-COUNT-MOVE-REJECT  PIC ZZ,ZZ9 BLANK WHEN ZERO.
001750 
001751 01 PRINT-PO-MATCHED.
001752   02 FILLER                PIC X(30)
001753     VALUE "TOTAL PO RECEIPTS MATCHED : ".
001754   02 PR-COUNT-PO-MATCHED   PIC ZZ,ZZ9 BLANK WHEN ZERO.
001755 
001756 01 PRINT-PO-EXCEPTION.
001757   02 FILLER                PIC X(30)
001758     VALUE "TOTAL PO RECEIPT EXCEPTIONS : ".
001759   02 PR-COUNT-PO-EXCEPTION PIC ZZ,ZZ9 BLANK WHEN ZERO.
001760 
001761 01 PRINT-COST-UPDATED.
001762   02 FILLER                PIC X(30)
001763     VALUE "TOTAL UNIT COSTS UPDATED : ".
001764   02 PR-COUNT-COST-UPDATED PIC ZZ,ZZ9 BLANK WHEN ZERO.
001765 
001766 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
001770 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
001780 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
001790 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002570     STOP RUN
002580   END-IF
002590   OPEN OUTPUT MOVEMENT-REJECT-FILE
002592   PERFORM OPEN-PO-FILES
002600   PERFORM READ-MOVEMENT
002610   PERFORM POST-MOVEMENT UNTIL EOF-MOVEMENTS = "Y"
002620   CLOSE MOVEMENT-FILE
002640   CLOSE MOVEMENT-REJECT-FILE
002650   CLOSE PRODUCT-MASTER
002660   CLOSE LOCATION-STOCK
002662   IF PO-AVAILABLE
002664     PERFORM CLOSE-PO-FILES
002666   END-IF
002670   MOVE COUNT-MOVE-READ TO PR-COUNT-MOVE-READ
002680   MOVE COUNT-MOVE-POSTED TO PR-COUNT-MOVE-POSTED
002690   MOVE COUNT-MOVE-REJECT TO PR-COUNT-MOVE-REJECT
002890     STOP RUN
002900   END-IF.
002910 
002911 OPEN-PO-FILES.
002912   OPEN I-O OPEN-PO-FILE
002913   IF OPEN-PO-STATUS = "00"
002914     OPEN OUTPUT PO-EXCEPTION-REPORT
002915     IF PO-EXCEPTION-STATUS NOT = "00"
002916       DISPLAY "PO EXCEPTION REPORT NOT WRITABLE - STATUS "
002917         PO-EXCEPTION-STATUS
002918       DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
002919       MOVE 14 TO RETURN-CODE
002920       PERFORM WRITE-RUN-END
002921       STOP RUN
002922     END-IF
002923     MOVE "Y" TO PO-AVAILABLE-SWITCH
002924     DISPLAY PO-EXCEPTION-HEADING
002925     MOVE PO-EXCEPTION-HEADING TO PO-EXCEPTION-LINE
002926     WRITE PO-EXCEPTION-LINE
002927     DISPLAY PO-EXCEPTION-COLUMN
002928     MOVE PO-EXCEPTION-COLUMN TO PO-EXCEPTION-LINE
002929     WRITE PO-EXCEPTION-LINE
002930   ELSE
002931     DISPLAY "OPEN PO FILE NOT AVAILABLE - STATUS "
002932       OPEN-PO-STATUS
002933     DISPLAY "RECEIPTS NOT MATCHED TO PURCHASE ORDERS"
002934   END-IF.
002935 
002936 CLOSE-PO-FILES.
002937   MOVE COUNT-PO-MATCHED TO PR-COUNT-PO-MATCHED
002938   MOVE COUNT-PO-EXCEPTION TO PR-COUNT-PO-EXCEPTION
002939   DISPLAY PRINT-PO-MATCHED
002940   DISPLAY PRINT-PO-EXCEPTION
002941   MOVE COUNT-COST-UPDATED TO PR-COUNT-COST-UPDATED
002942   DISPLAY PRINT-COST-UPDATED
002943   MOVE PRINT-PO-MATCHED TO PO-EXCEPTION-LINE
002944   WRITE PO-EXCEPTION-LINE
002945   MOVE PRINT-PO-EXCEPTION TO PO-EXCEPTION-LINE
002946   WRITE PO-EXCEPTION-LINE
002947   MOVE PRINT-COST-UPDATED TO PO-EXCEPTION-LINE
002948   WRITE PO-EXCEPTION-LINE
002949   CLOSE OPEN-PO-FILE
002950   CLOSE PO-EXCEPTION-REPORT.
002951 
002952 READ-MOVEMENT.
002953   READ MOVEMENT-FILE
002954     AT END
002955       MOVE "Y" TO EOF-MOVEMENTS
002960     NOT AT END
002970       ADD 1 TO COUNT-MOVE-READ
002980   END-READ.
003490   END-READ.
003500 
003510 APPLY-MOVEMENT.
003512   MOVE "N" TO COST-UPDATED-SWITCH
003520   IF MOVE-IS-TRANSFER
003530     PERFORM APPLY-TRANSFER
003540   ELSE
003910         MOVE MOVE-LOCATION TO LOCST-LOCATION
003920         PERFORM POST-LOCATION-QUANTITY
003930         ADD 1 TO COUNT-MOVE-POSTED
003942         IF MOVE-IS-RECEIPT AND PO-AVAILABLE
003944           PERFORM MATCH-PO-RECEIPT
003946         END-IF
003948         PERFORM WRITE-LEDGER-RECORD
003950     END-REWRITE
003960   END-IF
003970   END-IF.
004940     END-WRITE
004950   END-IF.
004960 
004961 MATCH-PO-RECEIPT.
004962   IF MOVE-REFERENCE(1:2) = "PO"
004963     MOVE 0 TO PO-RECEIVED-BEFORE
004964     MOVE 0 TO PO-OVER-QUANTITY
004965     MOVE 0 TO POL-ORDER-QTY
004966     IF MOVE-REFERENCE(3:6) IS NUMERIC
004967       MOVE MOVE-REFERENCE(3:6) TO PO-REFERENCE-NUMBER
004968       MOVE PO-REFERENCE-NUMBER TO POL-PO-NUMBER
004969       MOVE MOVE-PRODUCT-ID TO POL-PRODUCT-ID
004970       MOVE MOVE-LOCATION TO POL-LOCATION
004971       READ OPEN-PO-FILE
004972         INVALID KEY
004973           MOVE 0 TO POL-ORDER-QTY
004974           MOVE "UNKNOWN PO LINE" TO PR-POX-REASON
004975           PERFORM WRITE-PO-EXCEPTION
004976         NOT INVALID KEY
004977           PERFORM RECEIVE-PO-LINE
004978       END-READ
004979     ELSE
004980       MOVE "BAD PO REFERENCE" TO PR-POX-REASON
004981       PERFORM WRITE-PO-EXCEPTION
004982     END-IF
004983   END-IF.
004984 
004985 RECEIVE-PO-LINE.
004986   MOVE POL-RECEIVED-QTY TO PO-RECEIVED-BEFORE
004987   IF POL-CLOSED
004988     MOVE MOVE-QUANTITY TO PO-OVER-QUANTITY
004989     MOVE "RECEIPT ON CLOSED PO" TO PR-POX-REASON
004990     PERFORM WRITE-PO-EXCEPTION
004991   ELSE
004992     PERFORM UPDATE-PO-LINE
004993   END-IF.
004994 
004995 UPDATE-PO-LINE.
004996   COMPUTE PO-RECEIVED-AFTER = POL-RECEIVED-QTY + MOVE-QUANTITY
004997   IF PO-RECEIVED-AFTER > 99999
004998     MOVE 99999 TO POL-RECEIVED-QTY
004999   ELSE
005000     MOVE PO-RECEIVED-AFTER TO POL-RECEIVED-QTY
005001   END-IF
005002   IF POL-RECEIVED-QTY < POL-ORDER-QTY
005003     MOVE "P" TO POL-STATUS
005004   ELSE
005005     MOVE "C" TO POL-STATUS
005006   END-IF
005007   REWRITE OPEN-PO-RECORD
005008     INVALID KEY
005009       MOVE "PO LINE NOT UPDATED" TO PR-POX-REASON
005010       PERFORM WRITE-PO-EXCEPTION
005011     NOT INVALID KEY
005012       ADD 1 TO COUNT-PO-MATCHED
005013       PERFORM UPDATE-STANDARD-COST
005014   END-REWRITE
005015   IF PO-RECEIVED-BEFORE NOT < POL-ORDER-QTY
005016     CONTINUE
005017   ELSE
005018     IF PO-RECEIVED-AFTER > POL-ORDER-QTY
005019       COMPUTE PO-OVER-QUANTITY =
005020         PO-RECEIVED-AFTER - POL-ORDER-QTY
005021       MOVE "OVER-RECEIPT" TO PR-POX-REASON
005022       PERFORM WRITE-PO-EXCEPTION
005023     END-IF
005024   END-IF.
005025 
005026 UPDATE-STANDARD-COST.
005027   IF MOVE-UNIT-COST IS NUMERIC
005028     IF MOVE-UNIT-COST > 0
005029       MOVE MOVE-UNIT-COST TO MAST-UNIT-COST
005030       REWRITE MASTER-RECORD
005031         INVALID KEY
005032           MOVE "COST NOT UPDATED" TO PR-POX-REASON
005033           PERFORM WRITE-PO-EXCEPTION
005034         NOT INVALID KEY
005035           ADD 1 TO COUNT-COST-UPDATED
005036           MOVE "Y" TO COST-UPDATED-SWITCH
005037       END-REWRITE
005038     END-IF
005039   END-IF.
005040 
005041 WRITE-PO-EXCEPTION.
005042   MOVE MOVE-REFERENCE TO PR-POX-REFERENCE
005043   MOVE MOVE-PRODUCT-ID TO PR-POX-PRODUCT-ID
005044   MOVE MOVE-LOCATION TO PR-POX-LOCATION
005045   MOVE POL-ORDER-QTY TO PR-POX-ORDERED
005046   MOVE PO-RECEIVED-BEFORE TO PR-POX-PREVIOUS
005047   MOVE MOVE-QUANTITY TO PR-POX-RECEIPT
005048   MOVE PO-OVER-QUANTITY TO PR-POX-OVER
005049   DISPLAY PO-EXCEPTION-DETAIL
005050   MOVE PO-EXCEPTION-DETAIL TO PO-EXCEPTION-LINE
005051   WRITE PO-EXCEPTION-LINE
005052   ADD 1 TO COUNT-PO-EXCEPTION.
005053 
005054 WRITE-LEDGER-RECORD.
005055   ACCEPT CDT-DATE FROM DATE YYYYMMDD
005056   ACCEPT RUN-TIME-OF-DAY FROM TIME
005057   MOVE RUN-TIME-OF-DAY(1:6) TO CDT-TIME
005058   MOVE CDT-DATE TO LED-DATE
005059   MOVE CDT-TIME TO LED-TIME
005060   MOVE MOVE-PRODUCT-ID TO LED-PRODUCT-ID
005061   MOVE MOVE-TYPE TO LED-MOVE-TYPE
005062   MOVE QUANTITY-BEFORE TO LED-QUANTITY-BEFORE
005063   IF QUANTITY-CHANGE < 0
005064     MOVE "-" TO LED-CHANGE-SIGN
005070     COMPUTE QUANTITY-CHANGE = 0 - QUANTITY-CHANGE
005080   ELSE
005090     MOVE "+" TO LED-CHANGE-SIGN
005170   ELSE
005180     MOVE SPACES TO LED-LOCATION-TO
005190   END-IF
005191   IF MOVE-IS-RECEIPT AND MOVE-UNIT-COST IS NUMERIC
005192     AND MOVE-UNIT-COST > 0
005193     MOVE MOVE-UNIT-COST TO LED-UNIT-COST
005194   ELSE
005195     IF MAST-UNIT-COST IS NUMERIC
005196       MOVE MAST-UNIT-COST TO LED-UNIT-COST
005197     ELSE
005198       MOVE 0 TO LED-UNIT-COST
005199     END-IF
005200   END-IF
005201   MOVE COST-UPDATED-SWITCH TO LED-COST-UPDATED
005202   MOVE LEDGER-DETAIL-LINE TO LEDGER-RECORD
005210   WRITE LEDGER-RECORD.
005220 
005230 WRITE-MOVEMENT-REJECT.
