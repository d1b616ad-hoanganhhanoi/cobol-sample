000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   PODUE.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT OPEN-PO-FILE ASSIGN TO FILE71
000090     ORGANIZATION INDEXED
000100     ACCESS MODE SEQUENTIAL
000110     RECORD KEY IS POL-KEY
000120     FILE STATUS IS OPEN-PO-STATUS.
000130 
000140   SELECT OVERDUE-REPORT ASSIGN TO FILE76
000150     ORGANIZATION LINE SEQUENTIAL
000160     FILE STATUS IS OVERDUE-REPORT-STATUS.
000170 
000180   SELECT RUN-LOG ASSIGN TO FILE20
000190     ORGANIZATION LINE SEQUENTIAL
000200     FILE STATUS IS RUN-LOG-STATUS.
000210 
000220   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000230     ORGANIZATION LINE SEQUENTIAL
000240     FILE STATUS IS PREREQ-PARM-STATUS.
000250 
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD OPEN-PO-FILE.
000290 01 OPEN-PO-RECORD.
000300   02 POL-KEY.
000310     03 POL-PO-NUMBER     PIC 9(6).
000320     03 POL-PRODUCT-ID    PIC X(4).
000330     03 POL-LOCATION      PIC X(2).
000340   02 POL-VENDOR-ID       PIC X(6).
000350   02 POL-ORDER-QTY       PIC 9(5).
000360   02 POL-RECEIVED-QTY    PIC 9(5).
000370   02 POL-ORDER-DATE      PIC 9(8).
000380   02 POL-DUE-DATE        PIC 9(8).
000390   02 POL-STATUS          PIC X(1).
000400     88 POL-OPEN           VALUE "O".
000410     88 POL-PART-RECEIVED  VALUE "P".
000420     88 POL-CLOSED         VALUE "C".
000430   02 POL-BUYER-ID        PIC X(8).
000440 
000450 FD OVERDUE-REPORT.
000460 01 OVERDUE-LINE           PIC X(100).
000470 
000480 FD RUN-LOG.
000490 01 RUN-LOG-RECORD         PIC X(80).
000500 
000510 FD PREREQ-PARAMETERS.
000520 01 PREREQ-PARM-RECORD.
000530   02 PRQ-PROGRAM-ID      PIC X(8).
000540   02 FILLER              PIC X.
000550   02 PRQ-PREDECESSOR     PIC X(8).
000560 
000570 WORKING-STORAGE SECTION.
000580 01 OVERDUE-HEADING.
000590   02 FILLER PIC X(88)
000600     VALUE "        ****** OVERDUE PURCHASE ORDERS ******     ".
000610 
000620 01 OVERDUE-FOOTING PIC X(88)
000630   VALUE "        ****** END OF OVERDUE PURCHASE ORDERS ******".
000640 
000650 01 OVERDUE-COLUMN.
000660   02 FILLER                PIC X(6)  VALUE "PO-NO".
000670   02 FILLER                PIC XX VALUE SPACES.
000680   02 FILLER                PIC X(6)  VALUE "VENDOR".
000690   02 FILLER                PIC XX VALUE SPACES.
000700   02 FILLER                PIC X(4)  VALUE "PROD".
000710   02 FILLER                PIC XX VALUE SPACES.
000720   02 FILLER                PIC X(3)  VALUE "LOC".
000730   02 FILLER                PIC XX VALUE SPACES.
000740   02 FILLER                PIC X(7)  VALUE "ORDERED".
000750   02 FILLER                PIC XX VALUE SPACES.
000760   02 FILLER                PIC X(8)  VALUE "RECEIVED".
000770   02 FILLER                PIC XX VALUE SPACES.
000780   02 FILLER                PIC X(11) VALUE "OUTSTANDING".
000790   02 FILLER                PIC XX VALUE SPACES.
000800   02 FILLER                PIC X(8)  VALUE "DUE-DATE".
000810   02 FILLER                PIC XX VALUE SPACES.
000820   02 FILLER                PIC X(9)  VALUE "DAYS-LATE".
000830 
000840 01 PRINT-OVERDUE-DETAIL.
000850   02 PR-OVD-PO-NUMBER     PIC 9(6).
000860   02 FILLER               PIC XX VALUE SPACES.
000870   02 PR-OVD-VENDOR-ID     PIC X(6).
000880   02 FILLER               PIC XX VALUE SPACES.
000890   02 PR-OVD-PRODUCT-ID    PIC X(4).
000900   02 FILLER               PIC XX VALUE SPACES.
000910   02 PR-OVD-LOCATION      PIC X(2).
000920   02 FILLER               PIC X(5) VALUE SPACES.
000930   02 PR-OVD-ORDERED       PIC ZZZZ9.
000940   02 FILLER               PIC X(5) VALUE SPACES.
000950   02 PR-OVD-RECEIVED      PIC ZZZZ9.
000960   02 FILLER               PIC X(8) VALUE SPACES.
000970   02 PR-OVD-OUTSTANDING   PIC ZZZZ9.
000980   02 FILLER               PIC XX VALUE SPACES.
000990   02 PR-OVD-DUE-DATE      PIC 9(8).
001000   02 FILLER               PIC X(6) VALUE SPACES.
001010   02 PR-OVD-DAYS-LATE     PIC ZZZZ9.
001020 
001030 01 PRINT-OPEN-LINE-COUNT.
001040   02 FILLER                PIC X(28)
001050     VALUE "TOTAL OPEN PO LINES : ".
001060   02 PR-COUNT-OPEN-LINES   PIC ZZ,ZZ9 BLANK WHEN ZERO.
001070 
001080 01 PRINT-OVERDUE-COUNT.
001090   02 FILLER                PIC X(28)
001100     VALUE "TOTAL OVERDUE PO LINES : ".
001110   02 PR-COUNT-OVERDUE      PIC ZZ,ZZ9 BLANK WHEN ZERO.
001120 
001130 01 PRINT-OVERDUE-QUANTITY.
001140   02 FILLER                PIC X(28)
001150     VALUE "TOTAL QUANTITY OVERDUE : ".
001160   02 PR-TOTAL-OVERDUE-QTY  PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
001170 
001171 01 PRINT-BAD-DUE-DATE.
001172   02 FILLER                PIC X(28)
001173     VALUE "TOTAL BAD DUE DATES : ".
001174   02 PR-COUNT-BAD-DUE-DATE PIC ZZ,ZZ9 BLANK WHEN ZERO.
001175 
001180 01 EOF-OPEN-POS          PIC X VALUE "N".
001190 01 OPEN-PO-STATUS        PIC XX VALUE "00".
001200 01 OVERDUE-REPORT-STATUS PIC XX VALUE "00".
001210 
001220 01 RUN-DATE-TODAY      PIC 9(8) VALUE ZERO.
001230 01 RUN-DATE-INTEGER    PIC 9(8) VALUE ZERO.
001240 01 DUE-DATE-INTEGER    PIC 9(8) VALUE ZERO.
001250 01 DAYS-LATE           PIC 9(5) VALUE ZERO.
001260 01 OUTSTANDING-QUANTITY PIC 9(5) VALUE ZERO.
001270 01 TOTAL-OVERDUE-QTY   PIC 9(9) VALUE ZERO.
001280 
001290 01 COUNT-PO-LINES-READ PIC 9(6) VALUE ZERO.
001300 01 COUNT-OPEN-LINES    PIC 9(6) VALUE ZERO.
001310 01 COUNT-OVERDUE       PIC 9(6) VALUE ZERO.
001320 01 COUNT-BAD-DUE-DATE  PIC 9(6) VALUE ZERO.
001330 
001340 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
001350 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
001360 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
001370 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
001380 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
001390 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
001400   88 PREREQ-START-OPEN  VALUE "Y".
001410 
001420 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
001430   88 PREREQ-END-OK  VALUE "Y".
001440 
001450 01 RUN-LOG-SCAN-LINE.
001460   02 SCAN-PROGRAM-ID     PIC X(8).
001470   02 FILLER              PIC X.
001480   02 SCAN-EVENT          PIC X(5).
001490   02 FILLER              PIC X.
001500   02 SCAN-DATE           PIC 9(8).
001510   02 FILLER              PIC X.
001520   02 SCAN-TIME           PIC 9(6).
001530   02 FILLER              PIC X.
001540   02 SCAN-RECORDS-READ   PIC 9(8).
001550   02 FILLER              PIC X.
001560   02 SCAN-REJECTS        PIC 9(8).
001570   02 FILLER              PIC X.
001580   02 SCAN-DUPLICATES     PIC 9(8).
001590   02 FILLER              PIC X.
001600   02 SCAN-VARIANCES      PIC 9(8).
001610   02 FILLER              PIC X.
001620   02 SCAN-RESTART-FLAG   PIC X(1).
001630   02 FILLER              PIC X.
001640   02 SCAN-RETURN-CODE    PIC 9(4).
001650 
001660 01 RUN-LOG-STATUS      PIC XX VALUE "00".
001670 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
001680 
001690 01 RUN-LOG-DETAIL-LINE.
001700   02 RUN-PROGRAM-ID      PIC X(8) VALUE "PODUE".
001710   02 FILLER              PIC X VALUE SPACES.
001720   02 RUN-EVENT           PIC X(5).
001730   02 FILLER              PIC X VALUE SPACES.
001740   02 RUN-DATE            PIC 9(8).
001750   02 FILLER              PIC X VALUE SPACES.
001760   02 RUN-TIME            PIC 9(6).
001770   02 FILLER              PIC X VALUE SPACES.
001780   02 RUN-RECORDS-READ    PIC 9(8).
001790   02 FILLER              PIC X VALUE SPACES.
001800   02 RUN-REJECTS         PIC 9(8).
001810   02 FILLER              PIC X VALUE SPACES.
001820   02 RUN-DUPLICATES      PIC 9(8).
001830   02 FILLER              PIC X VALUE SPACES.
001840   02 RUN-VARIANCES       PIC 9(8).
001850   02 FILLER              PIC X VALUE SPACES.
001860   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
001870   02 FILLER              PIC X VALUE SPACES.
001880   02 RUN-RETURN-CODE     PIC 9(4).
001890 
001900 PROCEDURE DIVISION.
001910 MAIN-CONTROL.
001920   PERFORM CHECK-PREREQUISITE
001930   PERFORM WRITE-RUN-START
001940   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
001950   COMPUTE RUN-DATE-INTEGER =
001960     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
001970   OPEN INPUT OPEN-PO-FILE
001980   IF OPEN-PO-STATUS NOT = "00"
001990     DISPLAY "OPEN PO FILE NOT AVAILABLE - STATUS "
002000       OPEN-PO-STATUS
002010     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002020     MOVE 12 TO RETURN-CODE
002030     PERFORM WRITE-RUN-END
002040     STOP RUN
002050   END-IF
002060   OPEN OUTPUT OVERDUE-REPORT
002070   IF OVERDUE-REPORT-STATUS NOT = "00"
002080     DISPLAY "OVERDUE REPORT NOT WRITABLE - STATUS "
002090       OVERDUE-REPORT-STATUS
002100     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
002110     MOVE 14 TO RETURN-CODE
002120     CLOSE OPEN-PO-FILE
002130     PERFORM WRITE-RUN-END
002140     STOP RUN
002150   END-IF
002160   DISPLAY OVERDUE-HEADING
002170   MOVE OVERDUE-HEADING TO OVERDUE-LINE
002180   WRITE OVERDUE-LINE
002190   DISPLAY OVERDUE-COLUMN
002200   MOVE OVERDUE-COLUMN TO OVERDUE-LINE
002210   WRITE OVERDUE-LINE
002220   PERFORM READ-OPEN-PO
002230   PERFORM CHECK-ONE-PO-LINE UNTIL EOF-OPEN-POS = "Y"
002240   CLOSE OPEN-PO-FILE
002250   MOVE COUNT-OPEN-LINES TO PR-COUNT-OPEN-LINES
002260   MOVE COUNT-OVERDUE TO PR-COUNT-OVERDUE
002270   MOVE TOTAL-OVERDUE-QTY TO PR-TOTAL-OVERDUE-QTY
002272   MOVE COUNT-BAD-DUE-DATE TO PR-COUNT-BAD-DUE-DATE
002280   DISPLAY PRINT-OPEN-LINE-COUNT
002290   DISPLAY PRINT-OVERDUE-COUNT
002300   DISPLAY PRINT-OVERDUE-QUANTITY
002302   DISPLAY PRINT-BAD-DUE-DATE
002310   MOVE PRINT-OPEN-LINE-COUNT TO OVERDUE-LINE
002320   WRITE OVERDUE-LINE
002330   MOVE PRINT-OVERDUE-COUNT TO OVERDUE-LINE
002340   WRITE OVERDUE-LINE
002350   MOVE PRINT-OVERDUE-QUANTITY TO OVERDUE-LINE
002352   WRITE OVERDUE-LINE
002354   MOVE PRINT-BAD-DUE-DATE TO OVERDUE-LINE
002360   WRITE OVERDUE-LINE
002370   DISPLAY OVERDUE-FOOTING
002380   MOVE OVERDUE-FOOTING TO OVERDUE-LINE
002390   WRITE OVERDUE-LINE
002400   CLOSE OVERDUE-REPORT
002410   PERFORM WRITE-RUN-END
002420   STOP RUN.
002430 
002440 READ-OPEN-PO.
002450   READ OPEN-PO-FILE NEXT RECORD
002460     AT END
002470       MOVE "Y" TO EOF-OPEN-POS
002480     NOT AT END
002490       ADD 1 TO COUNT-PO-LINES-READ
002500   END-READ.
002510 
002520 CHECK-ONE-PO-LINE.
002530   IF NOT POL-CLOSED
002540     ADD 1 TO COUNT-OPEN-LINES
002550     IF POL-DUE-DATE IS NUMERIC AND POL-DUE-DATE > 0
002560       IF POL-DUE-DATE < RUN-DATE-TODAY
002570         PERFORM PRINT-OVERDUE-LINE
002580       END-IF
002590     ELSE
002600       ADD 1 TO COUNT-BAD-DUE-DATE
002610     END-IF
002620   END-IF
002630   PERFORM READ-OPEN-PO.
002640 
002650 PRINT-OVERDUE-LINE.
002660   COMPUTE DUE-DATE-INTEGER =
002670     FUNCTION INTEGER-OF-DATE(POL-DUE-DATE)
002680   COMPUTE DAYS-LATE = RUN-DATE-INTEGER - DUE-DATE-INTEGER
002690   IF POL-ORDER-QTY > POL-RECEIVED-QTY
002700     COMPUTE OUTSTANDING-QUANTITY =
002710       POL-ORDER-QTY - POL-RECEIVED-QTY
002720   ELSE
002730     MOVE 0 TO OUTSTANDING-QUANTITY
002740   END-IF
002750   ADD OUTSTANDING-QUANTITY TO TOTAL-OVERDUE-QTY
002760   ADD 1 TO COUNT-OVERDUE
002770   MOVE POL-PO-NUMBER TO PR-OVD-PO-NUMBER
002780   MOVE POL-VENDOR-ID TO PR-OVD-VENDOR-ID
002790   MOVE POL-PRODUCT-ID TO PR-OVD-PRODUCT-ID
002800   MOVE POL-LOCATION TO PR-OVD-LOCATION
002810   MOVE POL-ORDER-QTY TO PR-OVD-ORDERED
002820   MOVE POL-RECEIVED-QTY TO PR-OVD-RECEIVED
002830   MOVE OUTSTANDING-QUANTITY TO PR-OVD-OUTSTANDING
002840   MOVE POL-DUE-DATE TO PR-OVD-DUE-DATE
002850   MOVE DAYS-LATE TO PR-OVD-DAYS-LATE
002860   DISPLAY PRINT-OVERDUE-DETAIL
002870   MOVE PRINT-OVERDUE-DETAIL TO OVERDUE-LINE
002880   WRITE OVERDUE-LINE.
002890 
002900 CHECK-PREREQUISITE.
002910   PERFORM LOAD-PREREQ-PARAMETERS
002920   IF PREREQUISITE-PROGRAM NOT = SPACES
002930     PERFORM SCAN-RUN-LOG
002940     IF PREREQ-START-OPEN
002950       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
002960         " STILL RUNNING OR ABENDED - RUN ABORTED"
002970       MOVE 16 TO RETURN-CODE
002980       STOP RUN
002990     END-IF
003000     IF NOT PREREQ-END-OK
003010       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
003020         " HAS NOT COMPLETED TODAY - RUN ABORTED"
003030       MOVE 16 TO RETURN-CODE
003040       STOP RUN
003050     END-IF
003060   END-IF.
003070 
003080 LOAD-PREREQ-PARAMETERS.
003090   OPEN INPUT PREREQ-PARAMETERS
003100   IF PREREQ-PARM-STATUS = "00"
003110     PERFORM READ-PREREQ-PARM
003120     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
003130     CLOSE PREREQ-PARAMETERS
003140   END-IF.
003150 
003160 READ-PREREQ-PARM.
003170   READ PREREQ-PARAMETERS
003180     AT END
003190       MOVE "Y" TO EOF-PREREQ-PARMS
003200   END-READ.
003210 
003220 FIND-OWN-PREREQ.
003230   IF PRQ-PROGRAM-ID = "PODUE"
003240     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
003250   END-IF
003260   PERFORM READ-PREREQ-PARM.
003270 
003280 SCAN-RUN-LOG.
003290   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
003300   MOVE "N" TO PREREQ-OPEN-START-SWITCH
003310   MOVE "N" TO PREREQ-END-OK-SWITCH
003320   MOVE "N" TO EOF-RUN-LOG-SCAN
003330   OPEN INPUT RUN-LOG
003340   IF RUN-LOG-STATUS = "00"
003350     PERFORM READ-RUN-LOG-SCAN
003360     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
003370     CLOSE RUN-LOG
003380   ELSE
003390     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
003400   END-IF.
003410 
003420 READ-RUN-LOG-SCAN.
003430   READ RUN-LOG
003440     AT END
003450       MOVE "Y" TO EOF-RUN-LOG-SCAN
003460   END-READ.
003470 
003480 CHECK-ONE-LOG-RECORD.
003490   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
003500   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
003510     AND SCAN-DATE = PREREQ-CHECK-DATE
003520     EVALUATE SCAN-EVENT
003530       WHEN "START"
003540         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
003550       WHEN "END"
003560         MOVE "N" TO PREREQ-OPEN-START-SWITCH
003570         IF SCAN-RETURN-CODE IS NUMERIC
003580           AND SCAN-RETURN-CODE = 0
003590           MOVE "Y" TO PREREQ-END-OK-SWITCH
003600         END-IF
003610     END-EVALUATE
003620   END-IF
003630   PERFORM READ-RUN-LOG-SCAN.
003640 
003650 WRITE-RUN-START.
003660   MOVE "START" TO RUN-EVENT
003670   PERFORM WRITE-RUN-LOG-RECORD.
003680 
003690 WRITE-RUN-END.
003700   MOVE "END" TO RUN-EVENT
003710   PERFORM WRITE-RUN-LOG-RECORD.
003720 
003730 WRITE-RUN-LOG-RECORD.
003740   ACCEPT RUN-DATE FROM DATE YYYYMMDD
003750   ACCEPT RUN-TIME-OF-DAY FROM TIME
003760   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
003770   MOVE COUNT-PO-LINES-READ TO RUN-RECORDS-READ
003780   MOVE COUNT-BAD-DUE-DATE TO RUN-REJECTS
003790   MOVE 0 TO RUN-DUPLICATES
003800   MOVE 0 TO RUN-VARIANCES
003810   MOVE RETURN-CODE TO RUN-RETURN-CODE
003820   OPEN EXTEND RUN-LOG
003830   IF RUN-LOG-STATUS NOT = "00"
003840     OPEN OUTPUT RUN-LOG
003850   END-IF
003860   IF RUN-LOG-STATUS NOT = "00"
003870     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
003880     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003890     MOVE 14 TO RETURN-CODE
003900     STOP RUN
003910   END-IF
003920   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
003930   WRITE RUN-LOG-RECORD
003940   CLOSE RUN-LOG.
003950 END PROGRAM PODUE.
