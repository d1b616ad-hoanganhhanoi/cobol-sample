000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   POGEN.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT PO-SORTED-FILE ASSIGN TO FILE30
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS PO-SORTED-STATUS.
000110 
000120   SELECT APPROVAL-PARAMETERS ASSIGN TO FILE72
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS APPROVAL-FILE-STATUS.
000150 
000160   SELECT OPEN-PO-FILE ASSIGN TO FILE71
000170     ORGANIZATION INDEXED
000180     ACCESS MODE RANDOM
000190     RECORD KEY IS POL-KEY
000200     FILE STATUS IS OPEN-PO-STATUS.
000210 
000220   SELECT PO-CONTROL ASSIGN TO FILE74
000230     ORGANIZATION LINE SEQUENTIAL
000240     FILE STATUS IS PO-CONTROL-STATUS.
000250 
000260   SELECT PO-LISTING ASSIGN TO FILE75
000270     ORGANIZATION LINE SEQUENTIAL.
000280 
000290   SELECT RUN-LOG ASSIGN TO FILE20
000300     ORGANIZATION LINE SEQUENTIAL
000310     FILE STATUS IS RUN-LOG-STATUS.
000320 
000330   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000340     ORGANIZATION LINE SEQUENTIAL
000350     FILE STATUS IS PREREQ-PARM-STATUS.
000360 
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD PO-SORTED-FILE.
000400 01 PO-SORTED-RECORD.
000410   02 PO-SRT-VENDOR-ID     PIC X(6).
000420   02 PO-SRT-VENDOR-NAME   PIC X(20).
000430   02 PO-SRT-PRODUCT-ID    PIC X(4).
000440   02 PO-SRT-PRODUCT-NAME  PIC X(20).
000450   02 PO-SRT-ONHAND        PIC 9(5).
000460   02 PO-SRT-SUGGESTED     PIC 9(5).
000470   02 PO-SRT-LEAD-TIME     PIC 9(3).
000480   02 PO-SRT-LOCATION      PIC X(2).
000490   02 PO-SRT-ON-ORDER      PIC 9(5).
000500 
000510 FD APPROVAL-PARAMETERS.
000520 01 APPROVAL-RECORD.
000530   02 APPR-FLAG           PIC X(1).
000540   02 APPR-USER-ID        PIC X(8).
000550 
000560 FD OPEN-PO-FILE.
000570 01 OPEN-PO-RECORD.
000580   02 POL-KEY.
000590     03 POL-PO-NUMBER     PIC 9(6).
000600     03 POL-PRODUCT-ID    PIC X(4).
000610     03 POL-LOCATION      PIC X(2).
000620   02 POL-VENDOR-ID       PIC X(6).
000630   02 POL-ORDER-QTY       PIC 9(5).
000640   02 POL-RECEIVED-QTY    PIC 9(5).
000650   02 POL-ORDER-DATE      PIC 9(8).
000660   02 POL-DUE-DATE        PIC 9(8).
000670   02 POL-STATUS          PIC X(1).
000680     88 POL-OPEN           VALUE "O".
000690     88 POL-PART-RECEIVED  VALUE "P".
000700     88 POL-CLOSED         VALUE "C".
000710   02 POL-BUYER-ID        PIC X(8).
000720 
000730 FD PO-CONTROL.
000740 01 PO-CONTROL-RECORD.
000750   02 POC-NEXT-NUMBER     PIC 9(6).
000760 
000770 FD PO-LISTING.
000780 01 PO-LISTING-LINE        PIC X(100).
000790 
000800 FD RUN-LOG.
000810 01 RUN-LOG-RECORD         PIC X(80).
000820 
000830 FD PREREQ-PARAMETERS.
000840 01 PREREQ-PARM-RECORD.
000850   02 PRQ-PROGRAM-ID      PIC X(8).
000860   02 FILLER              PIC X.
000870   02 PRQ-PREDECESSOR     PIC X(8).
000880 
000890 WORKING-STORAGE SECTION.
000900 01 PO-HEADING.
000910   02 FILLER PIC X(88)
000920     VALUE "        ****** PURCHASE ORDERS RAISED ******      ".
000930 
000940 01 PO-FOOTING PIC X(88)
000950   VALUE "        ******  END OF PURCHASE ORDERS  ******    ".
000960 
000970 01 PRINT-PO-HEADER.
000980   02 FILLER               PIC X(15) VALUE "PURCHASE ORDER ".
000990   02 PR-PO-NUMBER         PIC 9(6).
001000   02 FILLER               PIC X(9)  VALUE "  VENDOR ".
001010   02 PR-PO-VENDOR-ID      PIC X(6).
001020   02 FILLER               PIC XX VALUE SPACES.
001030   02 PR-PO-VENDOR-NAME    PIC X(20).
001040   02 FILLER               PIC X(7)  VALUE "  DATE ".
001050   02 PR-PO-DATE           PIC 9(8).
001060 
001070 01 PO-COLUMN.
001080   02 FILLER                PIC X(10) VALUE "PRODUCT-ID".
001090   02 FILLER                PIC XX VALUE SPACES.
001100   02 FILLER                PIC X(20) VALUE "PRODUCT-NAME".
001110   02 FILLER                PIC XX VALUE SPACES.
001120   02 FILLER                PIC X(3)  VALUE "LOC".
001130   02 FILLER                PIC XX VALUE SPACES.
001140   02 FILLER                PIC X(8)  VALUE "QUANTITY".
001150   02 FILLER                PIC XX VALUE SPACES.
001160   02 FILLER                PIC X(8)  VALUE "DUE-DATE".
001170 
001180 01 PRINT-PO-DETAIL.
001190   02 PR-POD-PRODUCT-ID    PIC X(4).
001200   02 FILLER               PIC X(8) VALUE SPACES.
001210   02 PR-POD-PRODUCT-NAME  PIC X(20).
001220   02 FILLER               PIC XX VALUE SPACES.
001230   02 PR-POD-LOCATION      PIC X(2).
001240   02 FILLER               PIC X(5) VALUE SPACES.
001250   02 PR-POD-QUANTITY      PIC ZZ,ZZ9.
001260   02 FILLER               PIC XX VALUE SPACES.
001270   02 PR-POD-DUE-DATE      PIC 9(8).
001280   02 FILLER               PIC XX VALUE SPACES.
001290   02 PR-POD-REMARK        PIC X(20).
001300 
001310 01 PRINT-PO-COUNT.
001320   02 FILLER                PIC X(31)
001330     VALUE "TOTAL PURCHASE ORDERS RAISED : ".
001340   02 PR-COUNT-POS          PIC ZZ,ZZ9 BLANK WHEN ZERO.
001350 
001360 01 PRINT-PO-LINE-COUNT.
001370   02 FILLER                PIC X(22)
001380     VALUE "TOTAL PO LINES : ".
001390   02 PR-COUNT-PO-LINES     PIC ZZ,ZZ9 BLANK WHEN ZERO.
001400 
001410 01 PRINT-PO-DUPLICATE-COUNT.
001420   02 FILLER                PIC X(31)
001430     VALUE "TOTAL DUPLICATE LINES SKIPPED : ".
001440   02 PR-COUNT-DUPLICATES   PIC ZZ,ZZ9 BLANK WHEN ZERO.
001450 
001460 01 EOF-PO-SORTED         PIC X VALUE "N".
001470 01 PO-SORTED-STATUS      PIC XX VALUE "00".
001480 01 APPROVAL-FILE-STATUS  PIC XX VALUE "00".
001490 01 OPEN-PO-STATUS        PIC XX VALUE "00".
001500 01 PO-CONTROL-STATUS     PIC XX VALUE "00".
001510 
001520 01 APPROVAL-GIVEN-SWITCH  PIC X VALUE "N".
001530   88 APPROVAL-GIVEN  VALUE "Y".
001540 
001550 01 APPROVER-USER-ID    PIC X(8) VALUE SPACES.
001560 
001570 01 RUN-DATE-TODAY      PIC 9(8) VALUE ZERO.
001580 01 RUN-DATE-INTEGER    PIC 9(8) VALUE ZERO.
001590 01 DUE-DATE-INTEGER    PIC 9(8) VALUE ZERO.
001600 01 NEXT-PO-NUMBER      PIC 9(6) VALUE 000001.
001610 01 CURRENT-PO-NUMBER   PIC 9(6) VALUE ZERO.
001620 01 PREV-VENDOR-ID      PIC X(6) VALUE SPACES.
001622 01 DEFAULT-LOCATION    PIC X(2) VALUE "01".
001630 
001640 01 COUNT-SUGGESTIONS-READ PIC 9(6) VALUE ZERO.
001650 01 COUNT-POS-RAISED    PIC 9(6) VALUE ZERO.
001660 01 COUNT-PO-LINES      PIC 9(6) VALUE ZERO.
001670 01 COUNT-PO-DUPLICATES PIC 9(6) VALUE ZERO.
001680 
001690 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
001700 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
001710 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
001720 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
001730 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
001740 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
001750   88 PREREQ-START-OPEN  VALUE "Y".
001760 
001770 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
001780   88 PREREQ-END-OK  VALUE "Y".
001790 
001800 01 RUN-LOG-SCAN-LINE.
001810   02 SCAN-PROGRAM-ID     PIC X(8).
001820   02 FILLER              PIC X.
001830   02 SCAN-EVENT          PIC X(5).
001840   02 FILLER              PIC X.
001850   02 SCAN-DATE           PIC 9(8).
001860   02 FILLER              PIC X.
001870   02 SCAN-TIME           PIC 9(6).
001880   02 FILLER              PIC X.
001890   02 SCAN-RECORDS-READ   PIC 9(8).
001900   02 FILLER              PIC X.
001910   02 SCAN-REJECTS        PIC 9(8).
001920   02 FILLER              PIC X.
001930   02 SCAN-DUPLICATES     PIC 9(8).
001940   02 FILLER              PIC X.
001950   02 SCAN-VARIANCES      PIC 9(8).
001960   02 FILLER              PIC X.
001970   02 SCAN-RESTART-FLAG   PIC X(1).
001980   02 FILLER              PIC X.
001990   02 SCAN-RETURN-CODE    PIC 9(4).
002000 
002010 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002020 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002030 
002040 01 RUN-LOG-DETAIL-LINE.
002050   02 RUN-PROGRAM-ID      PIC X(8) VALUE "POGEN".
002060   02 FILLER              PIC X VALUE SPACES.
002070   02 RUN-EVENT           PIC X(5).
002080   02 FILLER              PIC X VALUE SPACES.
002090   02 RUN-DATE            PIC 9(8).
002100   02 FILLER              PIC X VALUE SPACES.
002110   02 RUN-TIME            PIC 9(6).
002120   02 FILLER              PIC X VALUE SPACES.
002130   02 RUN-RECORDS-READ    PIC 9(8).
002140   02 FILLER              PIC X VALUE SPACES.
002150   02 RUN-REJECTS         PIC 9(8).
002160   02 FILLER              PIC X VALUE SPACES.
002170   02 RUN-DUPLICATES      PIC 9(8).
002180   02 FILLER              PIC X VALUE SPACES.
002190   02 RUN-VARIANCES       PIC 9(8).
002200   02 FILLER              PIC X VALUE SPACES.
002210   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002220   02 FILLER              PIC X VALUE SPACES.
002230   02 RUN-RETURN-CODE     PIC 9(4).
002240 
002250 PROCEDURE DIVISION.
002260 MAIN-CONTROL.
002270   PERFORM CHECK-PREREQUISITE
002280   PERFORM WRITE-RUN-START
002290   PERFORM CHECK-APPROVAL
002300   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002310   COMPUTE RUN-DATE-INTEGER =
002320     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
002330   OPEN INPUT PO-SORTED-FILE
002340   IF PO-SORTED-STATUS NOT = "00"
002350     DISPLAY "PO SUGGESTION FILE NOT AVAILABLE - STATUS "
002360       PO-SORTED-STATUS
002370     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002380     MOVE 12 TO RETURN-CODE
002390     PERFORM WRITE-RUN-END
002400     STOP RUN
002410   END-IF
002420   PERFORM OPEN-OPEN-PO-FILE
002430   PERFORM LOAD-PO-CONTROL
002440   OPEN OUTPUT PO-LISTING
002450   DISPLAY PO-HEADING
002460   MOVE PO-HEADING TO PO-LISTING-LINE
002470   WRITE PO-LISTING-LINE
002480   PERFORM READ-PO-SUGGESTION
002490   PERFORM RAISE-ONE-PO-LINE UNTIL EOF-PO-SORTED = "Y"
002500   CLOSE PO-SORTED-FILE
002510   CLOSE OPEN-PO-FILE
002520   MOVE COUNT-POS-RAISED TO PR-COUNT-POS
002530   MOVE COUNT-PO-LINES TO PR-COUNT-PO-LINES
002540   MOVE COUNT-PO-DUPLICATES TO PR-COUNT-DUPLICATES
002550   DISPLAY PRINT-PO-COUNT
002560   DISPLAY PRINT-PO-LINE-COUNT
002570   DISPLAY PRINT-PO-DUPLICATE-COUNT
002580   MOVE PRINT-PO-COUNT TO PO-LISTING-LINE
002590   WRITE PO-LISTING-LINE
002600   MOVE PRINT-PO-LINE-COUNT TO PO-LISTING-LINE
002610   WRITE PO-LISTING-LINE
002620   MOVE PRINT-PO-DUPLICATE-COUNT TO PO-LISTING-LINE
002630   WRITE PO-LISTING-LINE
002640   DISPLAY PO-FOOTING
002650   MOVE PO-FOOTING TO PO-LISTING-LINE
002660   WRITE PO-LISTING-LINE
002670   CLOSE PO-LISTING
002680   PERFORM SAVE-PO-CONTROL
002690   PERFORM WRITE-RUN-END
002700   STOP RUN.
002710 
002720 CHECK-APPROVAL.
002730   MOVE "N" TO APPROVAL-GIVEN-SWITCH
002740   OPEN INPUT APPROVAL-PARAMETERS
002750   IF APPROVAL-FILE-STATUS = "00"
002760     READ APPROVAL-PARAMETERS
002770       AT END
002780         CONTINUE
002790       NOT AT END
002800         IF APPR-FLAG = "Y" AND APPR-USER-ID NOT = SPACES
002810           MOVE "Y" TO APPROVAL-GIVEN-SWITCH
002820           MOVE APPR-USER-ID TO APPROVER-USER-ID
002830         END-IF
002840     END-READ
002850     CLOSE APPROVAL-PARAMETERS
002860   END-IF
002870   IF NOT APPROVAL-GIVEN
002880     DISPLAY "BUYER APPROVAL NOT ON FILE - RUN ABORTED"
002890     MOVE 8 TO RETURN-CODE
002900     PERFORM WRITE-RUN-END
002910     STOP RUN
002920   END-IF
002930   DISPLAY "PURCHASE ORDERS APPROVED BY " APPROVER-USER-ID.
002940 
002950 OPEN-OPEN-PO-FILE.
002960   OPEN I-O OPEN-PO-FILE
002970   IF OPEN-PO-STATUS = "35"
002980     OPEN OUTPUT OPEN-PO-FILE
002990     CLOSE OPEN-PO-FILE
003000     OPEN I-O OPEN-PO-FILE
003010   END-IF
003020   IF OPEN-PO-STATUS NOT = "00"
003030     DISPLAY "OPEN PO FILE OPEN FAILURE - STATUS "
003040       OPEN-PO-STATUS
003050     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003060     MOVE 14 TO RETURN-CODE
003070     PERFORM WRITE-RUN-END
003080     STOP RUN
003090   END-IF.
003100 
003110 LOAD-PO-CONTROL.
003120   OPEN INPUT PO-CONTROL
003130   IF PO-CONTROL-STATUS = "00"
003140     READ PO-CONTROL
003150       AT END
003160         CONTINUE
003170       NOT AT END
003180         IF POC-NEXT-NUMBER IS NUMERIC
003190           AND POC-NEXT-NUMBER > 0
003200           MOVE POC-NEXT-NUMBER TO NEXT-PO-NUMBER
003210         END-IF
003220     END-READ
003230     CLOSE PO-CONTROL
003240   END-IF.
003250 
003260 SAVE-PO-CONTROL.
003270   OPEN OUTPUT PO-CONTROL
003280   IF PO-CONTROL-STATUS = "00"
003290     MOVE NEXT-PO-NUMBER TO POC-NEXT-NUMBER
003300     WRITE PO-CONTROL-RECORD
003310     CLOSE PO-CONTROL
003320   ELSE
003330     DISPLAY "PO CONTROL NOT WRITABLE - STATUS "
003340       PO-CONTROL-STATUS
003350     MOVE 8 TO RETURN-CODE
003360   END-IF.
003370 
003380 READ-PO-SUGGESTION.
003390   READ PO-SORTED-FILE
003400     AT END
003410       MOVE "Y" TO EOF-PO-SORTED
003420     NOT AT END
003430       ADD 1 TO COUNT-SUGGESTIONS-READ
003440   END-READ.
003450 
003460 RAISE-ONE-PO-LINE.
003470   IF PO-SRT-SUGGESTED IS NUMERIC AND PO-SRT-SUGGESTED > 0
003480     IF PO-SRT-VENDOR-ID NOT = PREV-VENDOR-ID
003490       PERFORM START-NEW-PO
003500     END-IF
003510     PERFORM WRITE-OPEN-PO-LINE
003520   END-IF
003530   PERFORM READ-PO-SUGGESTION.
003540 
003550 START-NEW-PO.
003560   MOVE PO-SRT-VENDOR-ID TO PREV-VENDOR-ID
003570   MOVE NEXT-PO-NUMBER TO CURRENT-PO-NUMBER
003580   ADD 1 TO NEXT-PO-NUMBER
003590   ADD 1 TO COUNT-POS-RAISED
003600   MOVE CURRENT-PO-NUMBER TO PR-PO-NUMBER
003610   MOVE PO-SRT-VENDOR-ID TO PR-PO-VENDOR-ID
003620   MOVE PO-SRT-VENDOR-NAME TO PR-PO-VENDOR-NAME
003630   MOVE RUN-DATE-TODAY TO PR-PO-DATE
003640   DISPLAY PRINT-PO-HEADER
003650   MOVE PRINT-PO-HEADER TO PO-LISTING-LINE
003660   WRITE PO-LISTING-LINE
003670   DISPLAY PO-COLUMN
003680   MOVE PO-COLUMN TO PO-LISTING-LINE
003690   WRITE PO-LISTING-LINE.
003700 
003710 WRITE-OPEN-PO-LINE.
003720   MOVE CURRENT-PO-NUMBER TO POL-PO-NUMBER
003730   MOVE PO-SRT-PRODUCT-ID TO POL-PRODUCT-ID
003740   IF PO-SRT-LOCATION = SPACES
003742     MOVE DEFAULT-LOCATION TO POL-LOCATION
003744   ELSE
003746     MOVE PO-SRT-LOCATION TO POL-LOCATION
003748   END-IF
003750   MOVE PO-SRT-VENDOR-ID TO POL-VENDOR-ID
003760   MOVE PO-SRT-SUGGESTED TO POL-ORDER-QTY
003770   MOVE 0 TO POL-RECEIVED-QTY
003780   MOVE RUN-DATE-TODAY TO POL-ORDER-DATE
003790   IF PO-SRT-LEAD-TIME IS NUMERIC
003800     COMPUTE DUE-DATE-INTEGER =
003810       RUN-DATE-INTEGER + PO-SRT-LEAD-TIME
003820   ELSE
003830     MOVE RUN-DATE-INTEGER TO DUE-DATE-INTEGER
003840   END-IF
003850   COMPUTE POL-DUE-DATE =
003860     FUNCTION DATE-OF-INTEGER(DUE-DATE-INTEGER)
003870   MOVE "O" TO POL-STATUS
003880   MOVE APPROVER-USER-ID TO POL-BUYER-ID
003890   MOVE PO-SRT-PRODUCT-ID TO PR-POD-PRODUCT-ID
003900   MOVE PO-SRT-PRODUCT-NAME TO PR-POD-PRODUCT-NAME
003910   MOVE PO-SRT-LOCATION TO PR-POD-LOCATION
003920   MOVE PO-SRT-SUGGESTED TO PR-POD-QUANTITY
003930   MOVE POL-DUE-DATE TO PR-POD-DUE-DATE
003940   WRITE OPEN-PO-RECORD
003950     INVALID KEY
003960       MOVE "*** DUPLICATE LINE" TO PR-POD-REMARK
003970       ADD 1 TO COUNT-PO-DUPLICATES
003980     NOT INVALID KEY
003990       MOVE SPACES TO PR-POD-REMARK
004000       ADD 1 TO COUNT-PO-LINES
004010   END-WRITE
004020   DISPLAY PRINT-PO-DETAIL
004030   MOVE PRINT-PO-DETAIL TO PO-LISTING-LINE
004040   WRITE PO-LISTING-LINE.
004050 
004060 CHECK-PREREQUISITE.
004070   PERFORM LOAD-PREREQ-PARAMETERS
004080   IF PREREQUISITE-PROGRAM NOT = SPACES
004090     PERFORM SCAN-RUN-LOG
004100     IF PREREQ-START-OPEN
004110       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
004120         " STILL RUNNING OR ABENDED - RUN ABORTED"
004130       MOVE 16 TO RETURN-CODE
004140       STOP RUN
004150     END-IF
004160     IF NOT PREREQ-END-OK
004170       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
004180         " HAS NOT COMPLETED TODAY - RUN ABORTED"
004190       MOVE 16 TO RETURN-CODE
004200       STOP RUN
004210     END-IF
004220   END-IF.
004230 
004240 LOAD-PREREQ-PARAMETERS.
004250   OPEN INPUT PREREQ-PARAMETERS
004260   IF PREREQ-PARM-STATUS = "00"
004270     PERFORM READ-PREREQ-PARM
004280     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
004290     CLOSE PREREQ-PARAMETERS
004300   END-IF.
004310 
004320 READ-PREREQ-PARM.
004330   READ PREREQ-PARAMETERS
004340     AT END
004350       MOVE "Y" TO EOF-PREREQ-PARMS
004360   END-READ.
004370 
004380 FIND-OWN-PREREQ.
004390   IF PRQ-PROGRAM-ID = "POGEN"
004400     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
004410   END-IF
004420   PERFORM READ-PREREQ-PARM.
004430 
004440 SCAN-RUN-LOG.
004450   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
004460   MOVE "N" TO PREREQ-OPEN-START-SWITCH
004470   MOVE "N" TO PREREQ-END-OK-SWITCH
004480   MOVE "N" TO EOF-RUN-LOG-SCAN
004490   OPEN INPUT RUN-LOG
004500   IF RUN-LOG-STATUS = "00"
004510     PERFORM READ-RUN-LOG-SCAN
004520     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
004530     CLOSE RUN-LOG
004540   ELSE
004550     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
004560   END-IF.
004570 
004580 READ-RUN-LOG-SCAN.
004590   READ RUN-LOG
004600     AT END
004610       MOVE "Y" TO EOF-RUN-LOG-SCAN
004620   END-READ.
004630 
004640 CHECK-ONE-LOG-RECORD.
004650   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
004660   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
004670     AND SCAN-DATE = PREREQ-CHECK-DATE
004680     EVALUATE SCAN-EVENT
004690       WHEN "START"
004700         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
004710       WHEN "END"
004720         MOVE "N" TO PREREQ-OPEN-START-SWITCH
004730         IF SCAN-RETURN-CODE IS NUMERIC
004740           AND SCAN-RETURN-CODE = 0
004750           MOVE "Y" TO PREREQ-END-OK-SWITCH
004760         END-IF
004770     END-EVALUATE
004780   END-IF
004790   PERFORM READ-RUN-LOG-SCAN.
004800 
004810 WRITE-RUN-START.
004820   MOVE "START" TO RUN-EVENT
004830   PERFORM WRITE-RUN-LOG-RECORD.
004840 
004850 WRITE-RUN-END.
004860   MOVE "END" TO RUN-EVENT
004870   PERFORM WRITE-RUN-LOG-RECORD.
004880 
004890 WRITE-RUN-LOG-RECORD.
004900   ACCEPT RUN-DATE FROM DATE YYYYMMDD
004910   ACCEPT RUN-TIME-OF-DAY FROM TIME
004920   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
004930   MOVE COUNT-SUGGESTIONS-READ TO RUN-RECORDS-READ
004940   MOVE 0 TO RUN-REJECTS
004950   MOVE COUNT-PO-DUPLICATES TO RUN-DUPLICATES
004960   MOVE 0 TO RUN-VARIANCES
004970   MOVE RETURN-CODE TO RUN-RETURN-CODE
004980   OPEN EXTEND RUN-LOG
004990   IF RUN-LOG-STATUS NOT = "00"
005000     OPEN OUTPUT RUN-LOG
005010   END-IF
005020   IF RUN-LOG-STATUS NOT = "00"
005030     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
005040     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
005050     MOVE 14 TO RETURN-CODE
005060     STOP RUN
005070   END-IF
005080   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
005090   WRITE RUN-LOG-RECORD
005100   CLOSE RUN-LOG.
005110 END PROGRAM POGEN.
