000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT ALLOCATION-FILE ASSIGN TO FILE80
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS ALLOCATION-FILE-STATUS.
000110 
000230     ORGANIZATION LINE SEQUENTIAL.
000240 
000250   SELECT SALES-JOURNAL ASSIGN TO FILE56
000260     ORGANIZATION LINE SEQUENTIAL
000262     FILE STATUS IS SALES-JOURNAL-STATUS.
000270 
000272   SELECT PRODUCT-MASTER ASSIGN TO FILE01
000274     ORGANIZATION INDEXED
000276     ACCESS MODE RANDOM
000278     RECORD KEY IS MAST-PRODUCT-ID
000280     FILE STATUS IS MASTER-FILE-STATUS.
000282 
000284   SELECT RUN-LOG ASSIGN TO FILE20
000290     ORGANIZATION LINE SEQUENTIAL
000300     FILE STATUS IS RUN-LOG-STATUS.
000310 
000440   02 ALC-PRICE         PIC 9(4)V99.
000450   02 ALC-LINE-VALUE    PIC 9(9)V99.
000460   02 ALC-SHIP-DATE     PIC 9(8).
000462   02 ALC-LOCATION      PIC X(2).
000464   02 ALC-ENTRY-DATE    PIC 9(8).
000470 
000480 FD ALLOC-SORTED-FILE.
000490 01 ALLOC-SORTED-RECORD.
000540   02 SRT-PRICE         PIC 9(4)V99.
000550   02 SRT-LINE-VALUE    PIC 9(9)V99.
000560   02 SRT-SHIP-DATE     PIC 9(8).
000562   02 SRT-LOCATION      PIC X(2).
000564   02 SRT-ENTRY-DATE    PIC 9(8).
000570 
000580 SD ALLOC-WORK.
000590 01 ALLOC-WORK-RECORD.
000600   02 ALC-WF-ORDER-NO   PIC X(6).
000610   02 ALC-WF-REST       PIC X(50).
000620 
000630 FD INVOICE-CONTROL.
000640 01 INVOICE-CONTROL-RECORD.
000750   02 SJR-QUANTITY      PIC 9(5).
000760   02 SJR-VALUE         PIC 9(9)V99.
000770   02 SJR-DATE          PIC 9(8).
000772   02 SJR-SIGN          PIC X(1).
000774     88 SJR-IS-CREDIT   VALUE "-".
000776   02 SJR-ORIG-INVOICE-NO PIC 9(6).
000777   02 SJR-COST          PIC 9(9)V99.
000778 
000779 FD PRODUCT-MASTER.
000780 01 MASTER-RECORD.
000781   02 MAST-PRODUCT-ID          PIC X(4).
000782   02 MAST-PRODUCT-NAME        PIC X(20).
000783   02 MAST-PRICE               PIC 9(4)V99.
000784   02 MAST-QUANTITY            PIC 9(5).
000785   02 MAST-UNIT-COST           PIC 9(4)V99.
000786 
000790 FD RUN-LOG.
000800 01 RUN-LOG-RECORD        PIC X(80).
000810 
001400   02 FILLER                PIC X(22)
001410     VALUE "TOTAL VALUE BILLED : ".
001420   02 PR-VALUE-BILLED       PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001421 
001422 01 PRINT-COST-BILLED.
001423   02 FILLER                PIC X(22)
001424     VALUE "TOTAL COST BILLED : ".
001425   02 PR-COST-BILLED        PIC ZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001430 
001440 01 EOF-ALLOCATIONS      PIC X VALUE "N".
001450 01 ALLOCATION-FILE-STATUS PIC XX VALUE "00".
001460 01 ALLOC-SORTED-STATUS  PIC XX VALUE "00".
001470 01 INVOICE-CONTROL-STATUS PIC XX VALUE "00".
001472 01 SALES-JOURNAL-STATUS PIC XX VALUE "00".
001473 01 MASTER-FILE-STATUS   PIC XX VALUE "00".
001474 
001475 01 MASTER-AVAILABLE-SWITCH PIC X VALUE "N".
001476   88 MASTER-AVAILABLE  VALUE "Y".
001477 
001478 01 LINE-COST            PIC 9(9)V99 VALUE ZERO.
001479 01 RUN-TOTAL-COST       PIC 9(11)V99 VALUE ZERO.
001480 
001490 01 NEXT-INVOICE-NUMBER  PIC 9(6) VALUE 000001.
001500 01 CURRENT-INVOICE-NO   PIC 9(6) VALUE ZERO.
002280     STOP RUN
002290   END-IF
002300   OPEN OUTPUT INVOICE-PRINT
002310   OPEN EXTEND SALES-JOURNAL
002311   IF SALES-JOURNAL-STATUS NOT = "00"
002312     OPEN OUTPUT SALES-JOURNAL
002313   END-IF
002314   IF SALES-JOURNAL-STATUS NOT = "00"
002315     DISPLAY "SALES JOURNAL NOT WRITABLE - STATUS "
002316       SALES-JOURNAL-STATUS
002317     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
002318     MOVE 14 TO RETURN-CODE
002319     PERFORM WRITE-RUN-END
002320     STOP RUN
002321   END-IF
002323   PERFORM OPEN-PRODUCT-MASTER
002325   PERFORM READ-ALLOCATION
002327   PERFORM BILL-ONE-LINE UNTIL EOF-ALLOCATIONS = "Y"
002340   IF PREV-ORDER-NO NOT = SPACES
002350     PERFORM PRINT-INVOICE-TOTAL-LINE
002360   END-IF
002370   CLOSE ALLOC-SORTED-FILE
002372   IF MASTER-AVAILABLE
002374     CLOSE PRODUCT-MASTER
002376   END-IF
002378   MOVE COUNT-INVOICES TO PR-COUNT-INVOICES
002390   MOVE COUNT-LINES-BILLED TO PR-COUNT-LINES
002400   MOVE RUN-TOTAL-VALUE TO PR-VALUE-BILLED
002410   DISPLAY PRINT-INVOICE-COUNT
002420   DISPLAY PRINT-LINES-BILLED
002430   DISPLAY PRINT-VALUE-BILLED
002432   MOVE RUN-TOTAL-COST TO PR-COST-BILLED
002434   DISPLAY PRINT-COST-BILLED
002436   MOVE PRINT-INVOICE-COUNT TO INVOICE-LINE
002450   WRITE INVOICE-LINE
002460   MOVE PRINT-LINES-BILLED TO INVOICE-LINE
002470   WRITE INVOICE-LINE
002480   MOVE PRINT-VALUE-BILLED TO INVOICE-LINE
002490   WRITE INVOICE-LINE
002492   MOVE PRINT-COST-BILLED TO INVOICE-LINE
002494   WRITE INVOICE-LINE
002500   DISPLAY INVOICE-FOOTING
002510   MOVE INVOICE-FOOTING TO INVOICE-LINE
002520   WRITE INVOICE-LINE
002830     MOVE 8 TO RETURN-CODE
002840   END-IF.
002850 
002851 OPEN-PRODUCT-MASTER.
002852   OPEN INPUT PRODUCT-MASTER
002853   IF MASTER-FILE-STATUS = "00"
002854     MOVE "Y" TO MASTER-AVAILABLE-SWITCH
002855   ELSE
002856     DISPLAY "PRODUCT MASTER NOT AVAILABLE - STATUS "
002857       MASTER-FILE-STATUS
002858     DISPLAY "SALES JOURNAL COST RECORDED AS ZERO"
002859   END-IF.
002860 
002861 READ-ALLOCATION.
002870   READ ALLOC-SORTED-FILE
002880     AT END
002890       MOVE "Y" TO EOF-ALLOCATIONS
003450   MOVE SRT-QUANTITY TO SJR-QUANTITY
003460   MOVE SRT-LINE-VALUE TO SJR-VALUE
003470   MOVE SRT-SHIP-DATE TO SJR-DATE
003472   MOVE "+" TO SJR-SIGN
003474   MOVE CURRENT-INVOICE-NO TO SJR-ORIG-INVOICE-NO
003475   PERFORM COMPUTE-LINE-COST
003476   MOVE LINE-COST TO SJR-COST
003477   ADD LINE-COST TO RUN-TOTAL-COST
003478   WRITE SALES-JOURNAL-RECORD.
003479 
003480 COMPUTE-LINE-COST.
003481   MOVE 0 TO LINE-COST
003482   IF MASTER-AVAILABLE
003483     MOVE SRT-PRODUCT-ID TO MAST-PRODUCT-ID
003484     READ PRODUCT-MASTER
003485       INVALID KEY
003486         CONTINUE
003487       NOT INVALID KEY
003488         IF MAST-UNIT-COST IS NUMERIC
003489           COMPUTE LINE-COST = SRT-QUANTITY * MAST-UNIT-COST
003490         END-IF
003491     END-READ
003492   END-IF.
003493 
003500 CHECK-PREREQUISITE.
003510   PERFORM LOAD-PREREQ-PARAMETERS
003520   IF PREREQUISITE-PROGRAM NOT = SPACES
