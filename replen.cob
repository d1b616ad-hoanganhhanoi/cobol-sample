000150     RECORD KEY IS VEND-PRODUCT-ID
000160     FILE STATUS IS VENDOR-FILE-STATUS.
000170 
000171   SELECT OPEN-PO-FILE ASSIGN TO FILE71
000172     ORGANIZATION INDEXED
000173     ACCESS MODE SEQUENTIAL
000174     RECORD KEY IS POL-KEY
000175     FILE STATUS IS OPEN-PO-STATUS.
000176 
000178   SELECT TRANSFER-PROPOSAL-FILE ASSIGN TO FILE87
000180     ORGANIZATION LINE SEQUENTIAL
000182     FILE STATUS IS PROPOSAL-FILE-STATUS.
000184 
000186   SELECT RUN-PARAMETERS ASSIGN TO FILE07
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS PARM-FILE-STATUS.
000210 
000830   02 PO-SUGGESTED         PIC 9(5).
000840   02 PO-LEAD-TIME         PIC 9(3).
000850   02 PO-LOCATION          PIC X(2).
000852   02 PO-ON-ORDER          PIC 9(5).
000860 
000870 FD PO-SORTED-FILE.
000880 01 PO-SORTED-RECORD.
000940   02 PO-SRT-SUGGESTED     PIC 9(5).
000950   02 PO-SRT-LEAD-TIME     PIC 9(3).
000960   02 PO-SRT-LOCATION      PIC X(2).
000962   02 PO-SRT-ON-ORDER      PIC 9(5).
000970 
000980 SD PO-WORK.
000990 01 PO-WORK-RECORD.
001000   02 PO-WF-VENDOR-ID      PIC X(6).
001010   02 PO-WF-REST           PIC X(64).
001020 
001030 FD EXCEPTION-WORK-FILE.
001040 01 EXCEPTION-WORK-RECORD.
001060   02 EXC-PRODUCT-NAME     PIC X(20).
001070   02 EXC-QUANTITY         PIC X(5).
001080 
001081 FD OPEN-PO-FILE.
001082 01 OPEN-PO-RECORD.
001083   02 POL-KEY.
001084     03 POL-PO-NUMBER     PIC 9(6).
001085     03 POL-PRODUCT-ID    PIC X(4).
001086     03 POL-LOCATION      PIC X(2).
001087   02 POL-VENDOR-ID       PIC X(6).
001088   02 POL-ORDER-QTY       PIC 9(5).
001089   02 POL-RECEIVED-QTY    PIC 9(5).
001090   02 POL-ORDER-DATE      PIC 9(8).
001091   02 POL-DUE-DATE        PIC 9(8).
001092   02 POL-STATUS          PIC X(1).
001093     88 POL-OPEN           VALUE "O".
001094     88 POL-PART-RECEIVED  VALUE "P".
001095     88 POL-CLOSED         VALUE "C".
001096   02 POL-BUYER-ID        PIC X(8).
001097 
001098 FD TRANSFER-PROPOSAL-FILE.
001099 01 TRANSFER-PROPOSAL-RECORD.
001100   02 PRP-PRODUCT-ID       PIC X(4).
001101   02 PRP-FROM-LOCATION    PIC X(2).
001102   02 PRP-TO-LOCATION      PIC X(2).
001103   02 PRP-QUANTITY         PIC 9(5).
001104   02 PRP-FROM-ONHAND      PIC 9(5).
001105   02 PRP-TO-ONHAND        PIC 9(5).
001106   02 PRP-TO-BACKORDERED   PIC 9(5).
001107 
001108 FD BUYER-LISTING.
001109 01 BUYER-LINE             PIC X(100).
001110 
001120 FD RUN-LOG.
001130 01 RUN-LOG-RECORD             PIC X(80).
001310   02 FILLER                PIC XX VALUE SPACES.
001320   02 FILLER                PIC X(6)  VALUE "ONHAND".
001330   02 FILLER                PIC XX VALUE SPACES.
001332   02 FILLER                PIC X(8)  VALUE "ON-ORDER".
001334   02 FILLER                PIC XX VALUE SPACES.
001340   02 FILLER                PIC X(7)  VALUE "SUGGEST".
001350   02 FILLER                PIC XX VALUE SPACES.
001360   02 FILLER                PIC X(9)  VALUE "LEAD-DAYS".
001520   02 PR-BUY-PRODUCT-NAME  PIC X(20).
001530   02 FILLER               PIC XX VALUE SPACES.
001540   02 PR-BUY-ONHAND        PIC ZZZZ9 BLANK WHEN ZERO.
001542   02 FILLER               PIC X(5) VALUE SPACES.
001544   02 PR-BUY-ON-ORDER      PIC ZZZZ9 BLANK WHEN ZERO.
001550   02 FILLER               PIC X(5) VALUE SPACES.
001560   02 PR-BUY-SUGGESTED     PIC ZZ,ZZ9.
001570   02 FILLER               PIC X(4) VALUE SPACES.
001820     VALUE "TOTAL VENDOR EXCEPTIONS : ".
001830   02 PR-COUNT-EXCEPTION    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001840 
001841 01 PRINT-COVERED-COUNT.
001842   02 FILLER                PIC X(30)
001843     VALUE "TOTAL COVERED BY OPEN POS : ".
001844   02 PR-COUNT-COVERED      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001845 
001846 01 PRINT-REBALANCED-COUNT.
001847   02 FILLER                PIC X(30)
001848     VALUE "TOTAL COVERED BY TRANSFERS : ".
001849   02 PR-COUNT-REBALANCED   PIC ZZ,ZZ9 BLANK WHEN ZERO.
001850 
001851 01 EOF-LOW-STOCK       PIC X VALUE "N".
001860 01 EOF-PO-SORTED       PIC X VALUE "N".
001870 01 EOF-EXCEPTIONS      PIC X VALUE "N".
001880 01 LOW-STOCK-STATUS    PIC XX VALUE "00".
001900 01 PARM-FILE-STATUS    PIC XX VALUE "00".
001910 01 PO-SORTED-STATUS    PIC XX VALUE "00".
001920 01 EXCEPTION-WORK-STATUS PIC XX VALUE "00".
001922 01 OPEN-PO-STATUS      PIC XX VALUE "00".
001924 01 EOF-OPEN-POS        PIC X VALUE "N".
001926 01 PROPOSAL-FILE-STATUS PIC XX VALUE "00".
001928 01 EOF-PROPOSALS       PIC X VALUE "N".
001930 
001940 01 VENDOR-FOUND-SWITCH  PIC X VALUE "N".
001950   88 VENDOR-FOUND  VALUE "Y".
001980   88 VENDOR-AVAILABLE  VALUE "Y".
001990 
002000 01 REORDER-THRESHOLD   PIC 9(3) VALUE 010.
002002 01 DEFAULT-LOCATION    PIC X(2) VALUE "01".
002004 01 ORDER-LOCATION      PIC X(2) VALUE SPACES.
002010 
002020 01 ONHAND-QUANTITY     PIC 9(5) VALUE ZERO.
002030 01 QUANTITY-NEEDED     PIC S9(5) VALUE ZERO.
002050 01 MULTIPLE-COUNT      PIC 9(5) VALUE ZERO.
002060 01 MULTIPLE-REMAINDER  PIC 9(5) VALUE ZERO.
002070 01 SUGGESTED-QUANTITY  PIC 9(5) VALUE ZERO.
002072 01 ON-ORDER-QUANTITY   PIC 9(5) VALUE ZERO.
002074 01 OUTSTANDING-QUANTITY PIC 9(5) VALUE ZERO.
002076 01 TRANSFER-IN-QUANTITY PIC 9(5) VALUE ZERO.
002080 01 LOW-QUANTITY-EDIT   PIC X(5) VALUE SPACES.
002090 
002100 01 PREV-VENDOR-ID      PIC X(6) VALUE SPACES.
002110 
002120 01 COUNT-SUGGESTED     PIC 9(6) VALUE ZERO.
002130 01 COUNT-EXCEPTION     PIC 9(6) VALUE ZERO.
002131 01 COUNT-COVERED       PIC 9(6) VALUE ZERO.
002132 01 COUNT-REBALANCED    PIC 9(6) VALUE ZERO.
002133 
002134 01 ON-ORDER-FOUND-SWITCH  PIC X VALUE "N".
002135   88 ON-ORDER-FOUND  VALUE "Y".
002136 
002137 01 ON-ORDER-CONTROL.
002138   02 ON-ORDER-COUNT      PIC 9(4) VALUE ZERO.
002139   02 ON-ORDER-TABLE OCCURS 1000 TIMES
002140     INDEXED BY ORD-IDX.
002141     03 OO-PRODUCT-ID   PIC X(4).
002142     03 OO-LOCATION     PIC X(2).
002143     03 OO-QUANTITY     PIC 9(5).
002144 
002145 01 TRANSFER-FOUND-SWITCH  PIC X VALUE "N".
002146   88 TRANSFER-FOUND  VALUE "Y".
002147 
002148 01 TRANSFER-IN-CONTROL.
002149   02 TRANSFER-IN-COUNT   PIC 9(4) VALUE ZERO.
002150   02 TRANSFER-IN-TABLE OCCURS 1000 TIMES
002151     INDEXED BY TRN-IDX.
002152     03 TI-PRODUCT-ID   PIC X(4).
002153     03 TI-LOCATION     PIC X(2).
002154     03 TI-QUANTITY     PIC 9(5).
002155 
002156 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002160 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002170 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002180 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002730   PERFORM CHECK-PREREQUISITE
002740   PERFORM WRITE-RUN-START
002750   PERFORM LOAD-RUN-PARAMETERS
002752   PERFORM LOAD-ON-ORDER-TABLE
002754   PERFORM LOAD-TRANSFER-IN-TABLE
002756   OPEN INPUT LOW-STOCK-IN
002770   IF LOW-STOCK-STATUS NOT = "00"
002780     DISPLAY "LOW STOCK FILE NOT AVAILABLE - STATUS "
002790       LOW-STOCK-STATUS
003150     CLOSE RUN-PARAMETERS
003160   END-IF.
003170 
003171 LOAD-ON-ORDER-TABLE.
003172   OPEN INPUT OPEN-PO-FILE
003173   IF OPEN-PO-STATUS = "00"
003174     PERFORM READ-OPEN-PO
003175     PERFORM ADD-OPEN-PO-TO-TABLE UNTIL EOF-OPEN-POS = "Y"
003176     CLOSE OPEN-PO-FILE
003177   ELSE
003178     DISPLAY "OPEN PO FILE NOT AVAILABLE - STATUS "
003179       OPEN-PO-STATUS
003180     DISPLAY "SUGGESTIONS NOT NETTED FOR QUANTITY ON ORDER"
003181   END-IF.
003182 
003183 READ-OPEN-PO.
003184   READ OPEN-PO-FILE NEXT RECORD
003185     AT END
003186       MOVE "Y" TO EOF-OPEN-POS
003187   END-READ.
003188 
003189 ADD-OPEN-PO-TO-TABLE.
003190   IF NOT POL-CLOSED AND POL-ORDER-QTY > POL-RECEIVED-QTY
003191     COMPUTE OUTSTANDING-QUANTITY =
003192       POL-ORDER-QTY - POL-RECEIVED-QTY
003193     PERFORM FIND-ON-ORDER-ENTRY
003194     IF NOT ON-ORDER-FOUND
003195       IF ON-ORDER-COUNT < 1000
003196         ADD 1 TO ON-ORDER-COUNT
003197         SET ORD-IDX TO ON-ORDER-COUNT
003198         MOVE POL-PRODUCT-ID TO OO-PRODUCT-ID(ORD-IDX)
003199         MOVE POL-LOCATION TO OO-LOCATION(ORD-IDX)
003200         MOVE 0 TO OO-QUANTITY(ORD-IDX)
003201         MOVE "Y" TO ON-ORDER-FOUND-SWITCH
003202       ELSE
003203         DISPLAY "ON-ORDER TABLE FULL - NOT NETTED FOR "
003204           POL-PRODUCT-ID
003205       END-IF
003206     END-IF
003207     IF ON-ORDER-FOUND
003208       ADD OUTSTANDING-QUANTITY TO OO-QUANTITY(ORD-IDX)
003209     END-IF
003210   END-IF
003211   PERFORM READ-OPEN-PO.
003212 
003213 FIND-ON-ORDER-ENTRY.
003214   MOVE "N" TO ON-ORDER-FOUND-SWITCH
003215   IF ON-ORDER-COUNT > 0
003216     SET ORD-IDX TO 1
003217     SEARCH ON-ORDER-TABLE
003218       AT END
003219         MOVE "N" TO ON-ORDER-FOUND-SWITCH
003220       WHEN ORD-IDX > ON-ORDER-COUNT
003221         MOVE "N" TO ON-ORDER-FOUND-SWITCH
003222       WHEN OO-PRODUCT-ID(ORD-IDX) = POL-PRODUCT-ID
003223         AND OO-LOCATION(ORD-IDX) = POL-LOCATION
003224         MOVE "Y" TO ON-ORDER-FOUND-SWITCH
003225     END-SEARCH
003226   END-IF.
003227 
003228 LOAD-TRANSFER-IN-TABLE.
003229   OPEN INPUT TRANSFER-PROPOSAL-FILE
003230   IF PROPOSAL-FILE-STATUS = "00"
003231     PERFORM READ-TRANSFER-PROPOSAL
003232     PERFORM ADD-PROPOSAL-TO-TABLE UNTIL EOF-PROPOSALS = "Y"
003233     CLOSE TRANSFER-PROPOSAL-FILE
003234   ELSE
003235     DISPLAY "TRANSFER PROPOSALS NOT AVAILABLE - STATUS "
003236       PROPOSAL-FILE-STATUS
003237     DISPLAY "SUGGESTIONS NOT NETTED FOR STOCK TRANSFERS"
003238   END-IF.
003239 
003240 READ-TRANSFER-PROPOSAL.
003241   READ TRANSFER-PROPOSAL-FILE
003242     AT END
003243       MOVE "Y" TO EOF-PROPOSALS
003244   END-READ.
003245 
003246 ADD-PROPOSAL-TO-TABLE.
003247   IF PRP-QUANTITY IS NUMERIC AND PRP-QUANTITY > 0
003248     MOVE PRP-PRODUCT-ID TO POL-PRODUCT-ID
003249     MOVE PRP-TO-LOCATION TO POL-LOCATION
003250     PERFORM FIND-TRANSFER-IN-ENTRY
003251     IF NOT TRANSFER-FOUND
003252       IF TRANSFER-IN-COUNT < 1000
003253         ADD 1 TO TRANSFER-IN-COUNT
003254         SET TRN-IDX TO TRANSFER-IN-COUNT
003255         MOVE PRP-PRODUCT-ID TO TI-PRODUCT-ID(TRN-IDX)
003256         MOVE PRP-TO-LOCATION TO TI-LOCATION(TRN-IDX)
003257         MOVE 0 TO TI-QUANTITY(TRN-IDX)
003258         MOVE "Y" TO TRANSFER-FOUND-SWITCH
003259       ELSE
003260         DISPLAY "TRANSFER TABLE FULL - NOT NETTED FOR "
003261           PRP-PRODUCT-ID
003262       END-IF
003263     END-IF
003264     IF TRANSFER-FOUND
003265       ADD PRP-QUANTITY TO TI-QUANTITY(TRN-IDX)
003266     END-IF
003267   END-IF
003268   PERFORM READ-TRANSFER-PROPOSAL.
003269 
003270 FIND-TRANSFER-IN-ENTRY.
003271   MOVE "N" TO TRANSFER-FOUND-SWITCH
003272   IF TRANSFER-IN-COUNT > 0
003273     SET TRN-IDX TO 1
003274     SEARCH TRANSFER-IN-TABLE
003275       AT END
003276         MOVE "N" TO TRANSFER-FOUND-SWITCH
003277       WHEN TRN-IDX > TRANSFER-IN-COUNT
003278         MOVE "N" TO TRANSFER-FOUND-SWITCH
003279       WHEN TI-PRODUCT-ID(TRN-IDX) = POL-PRODUCT-ID
003280         AND TI-LOCATION(TRN-IDX) = POL-LOCATION
003281         MOVE "Y" TO TRANSFER-FOUND-SWITCH
003282     END-SEARCH
003283   END-IF.
003284 
003285 READ-LOW-STOCK.
003286   READ LOW-STOCK-IN
003287     AT END
003288       MOVE "Y" TO EOF-LOW-STOCK
003289   END-READ.
003290 
003291 BUILD-PO-SUGGESTION.
003292   PERFORM FIND-VENDOR-ENTRY
003293   IF VENDOR-FOUND
003294     PERFORM COMPUTE-SUGGESTED-QUANTITY
003295     IF QUANTITY-NEEDED > 0
003296       PERFORM WRITE-PO-SUGGESTION
003297     ELSE
003298       IF ON-ORDER-QUANTITY > 0
003299         ADD 1 TO COUNT-COVERED
003300       ELSE
003301         IF TRANSFER-IN-QUANTITY > 0
003302           ADD 1 TO COUNT-REBALANCED
003303         END-IF
003304       END-IF
003305     END-IF
003310   ELSE
003320     PERFORM WRITE-VENDOR-EXCEPTION
003330   END-IF
003530   ELSE
003540     MOVE 0 TO ONHAND-QUANTITY
003550   END-IF
003551   IF LOW-IN-LOCATION = SPACES
003552     MOVE DEFAULT-LOCATION TO ORDER-LOCATION
003553   ELSE
003554     MOVE LOW-IN-LOCATION TO ORDER-LOCATION
003555   END-IF
003556   MOVE LOW-IN-PRODUCT-ID TO POL-PRODUCT-ID
003557   MOVE ORDER-LOCATION TO POL-LOCATION
003558   PERFORM FIND-ON-ORDER-ENTRY
003559   IF ON-ORDER-FOUND
003560     MOVE OO-QUANTITY(ORD-IDX) TO ON-ORDER-QUANTITY
003561   ELSE
003562     MOVE 0 TO ON-ORDER-QUANTITY
003563   END-IF
003564   PERFORM FIND-TRANSFER-IN-ENTRY
003565   IF TRANSFER-FOUND
003566     MOVE TI-QUANTITY(TRN-IDX) TO TRANSFER-IN-QUANTITY
003567   ELSE
003568     MOVE 0 TO TRANSFER-IN-QUANTITY
003570   END-IF
003572   COMPUTE QUANTITY-NEEDED =
003574     REORDER-THRESHOLD - ONHAND-QUANTITY
003576       - ON-ORDER-QUANTITY - TRANSFER-IN-QUANTITY + 1
003580   IF VEND-ORDER-MULTIPLE IS NUMERIC AND VEND-ORDER-MULTIPLE > 0
003590     MOVE VEND-ORDER-MULTIPLE TO ORDER-MULTIPLE
003600   ELSE
003790   MOVE ONHAND-QUANTITY TO PO-ONHAND
003800   MOVE SUGGESTED-QUANTITY TO PO-SUGGESTED
003810   MOVE VEND-LEAD-TIME TO PO-LEAD-TIME
003820   MOVE ORDER-LOCATION TO PO-LOCATION
003822   MOVE ON-ORDER-QUANTITY TO PO-ON-ORDER
003830   WRITE PO-SUGGESTION-RECORD
003840   ADD 1 TO COUNT-SUGGESTED.
003850 
004040   PERFORM PRINT-EXCEPTION-PAGE
004050   MOVE COUNT-SUGGESTED TO PR-COUNT-SUGGESTED
004060   MOVE COUNT-EXCEPTION TO PR-COUNT-EXCEPTION
004062   MOVE COUNT-COVERED TO PR-COUNT-COVERED
004064   MOVE COUNT-REBALANCED TO PR-COUNT-REBALANCED
004070   DISPLAY PRINT-SUGGESTED-COUNT
004080   DISPLAY PRINT-EXCEPTION-COUNT
004082   DISPLAY PRINT-COVERED-COUNT
004084   DISPLAY PRINT-REBALANCED-COUNT
004090   MOVE PRINT-SUGGESTED-COUNT TO BUYER-LINE
004100   WRITE BUYER-LINE
004110   MOVE PRINT-EXCEPTION-COUNT TO BUYER-LINE
004120   WRITE BUYER-LINE
004122   MOVE PRINT-COVERED-COUNT TO BUYER-LINE
004124   WRITE BUYER-LINE
004126   MOVE PRINT-REBALANCED-COUNT TO BUYER-LINE
004128   WRITE BUYER-LINE
004130   DISPLAY BUYER-FOOTING
004140   MOVE BUYER-FOOTING TO BUYER-LINE
004150   WRITE BUYER-LINE
004360   MOVE PO-SRT-PRODUCT-ID TO PR-BUY-PRODUCT-ID
004370   MOVE PO-SRT-PRODUCT-NAME TO PR-BUY-PRODUCT-NAME
004380   MOVE PO-SRT-ONHAND TO PR-BUY-ONHAND
004382   MOVE PO-SRT-ON-ORDER TO PR-BUY-ON-ORDER
004390   MOVE PO-SRT-SUGGESTED TO PR-BUY-SUGGESTED
004400   MOVE PO-SRT-LEAD-TIME TO PR-BUY-LEAD-TIME
004410   MOVE PO-SRT-LOCATION TO PR-BUY-LOCATION
