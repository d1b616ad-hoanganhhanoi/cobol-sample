000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   REBPOST.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT TRANSFER-PROPOSAL-FILE ASSIGN TO FILE87
000090     ORGANIZATION LINE SEQUENTIAL
000100     FILE STATUS IS PROPOSAL-FILE-STATUS.
000110 
000120   SELECT APPROVAL-PARAMETERS ASSIGN TO FILE89
000130     ORGANIZATION LINE SEQUENTIAL
000140     FILE STATUS IS APPROVAL-FILE-STATUS.
000150 
000160   SELECT MOVEMENT-FILE ASSIGN TO FILE15
000170     ORGANIZATION LINE SEQUENTIAL
000180     FILE STATUS IS MOVEMENT-FILE-STATUS.
000190 
000200   SELECT RUN-LOG ASSIGN TO FILE20
000210     ORGANIZATION LINE SEQUENTIAL
000220     FILE STATUS IS RUN-LOG-STATUS.
000230 
000240   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000250     ORGANIZATION LINE SEQUENTIAL
000260     FILE STATUS IS PREREQ-PARM-STATUS.
000270 
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD TRANSFER-PROPOSAL-FILE.
000310 01 TRANSFER-PROPOSAL-RECORD.
000320   02 PRP-PRODUCT-ID       PIC X(4).
000330   02 PRP-FROM-LOCATION    PIC X(2).
000340   02 PRP-TO-LOCATION      PIC X(2).
000350   02 PRP-QUANTITY         PIC 9(5).
000360   02 PRP-FROM-ONHAND      PIC 9(5).
000370   02 PRP-TO-ONHAND        PIC 9(5).
000380   02 PRP-TO-BACKORDERED   PIC 9(5).
000390 
000400 FD APPROVAL-PARAMETERS.
000410 01 APPROVAL-RECORD.
000420   02 APPR-FLAG           PIC X(1).
000430   02 APPR-USER-ID        PIC X(8).
000440 
000450 FD MOVEMENT-FILE.
000460 01 MOVEMENT-RECORD.
000470   02 MOVE-TYPE                PIC X(1).
000480   02 MOVE-PRODUCT-ID          PIC X(4).
000490   02 MOVE-QUANTITY            PIC 9(5).
000500   02 MOVE-SIGN                PIC X(1).
000510   02 MOVE-REFERENCE           PIC X(8).
000520   02 MOVE-LOCATION            PIC X(2).
000530   02 MOVE-LOCATION-TO         PIC X(2).
000540 
000550 FD RUN-LOG.
000560 01 RUN-LOG-RECORD         PIC X(80).
000570 
000580 FD PREREQ-PARAMETERS.
000590 01 PREREQ-PARM-RECORD.
000600   02 PRQ-PROGRAM-ID      PIC X(8).
000610   02 FILLER              PIC X.
000620   02 PRQ-PREDECESSOR     PIC X(8).
000630 
000640 WORKING-STORAGE SECTION.
000650 01 EOF-PROPOSALS       PIC X VALUE "N".
000660 01 PROPOSAL-FILE-STATUS PIC XX VALUE "00".
000670 01 APPROVAL-FILE-STATUS PIC XX VALUE "00".
000680 01 MOVEMENT-FILE-STATUS PIC XX VALUE "00".
000690 01 APPROVAL-GIVEN-SWITCH  PIC X VALUE "N".
000700   88 APPROVAL-GIVEN  VALUE "Y".
000710 01 APPROVER-USER-ID    PIC X(8) VALUE SPACES.
000720 01 COUNT-PROPOSALS-READ PIC 9(6) VALUE ZERO.
000730 01 COUNT-TRANSFERS-WRITTEN PIC 9(6) VALUE ZERO.
000740 01 COUNT-PROPOSALS-SKIPPED PIC 9(6) VALUE ZERO.
000750 01 PRINT-PROPOSALS-READ.
000760   02 FILLER                PIC X(26)
000770     VALUE "TOTAL PROPOSALS READ : ".
000780   02 PR-COUNT-PROPOSALS    PIC ZZ,ZZ9 BLANK WHEN ZERO.
000790 01 PRINT-TRANSFERS-WRITTEN.
000800   02 FILLER                PIC X(29)
000810     VALUE "TOTAL TRANSFERS WRITTEN : ".
000820   02 PR-COUNT-TRANSFERS    PIC ZZ,ZZ9 BLANK WHEN ZERO.
000830 01 PRINT-PROPOSALS-SKIPPED.
000840   02 FILLER                PIC X(29)
000850     VALUE "TOTAL PROPOSALS SKIPPED : ".
000860   02 PR-COUNT-SKIPPED      PIC ZZ,ZZ9 BLANK WHEN ZERO.
000870 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
000880 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
000890 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
000900 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
000910 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
000920 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
000930   88 PREREQ-START-OPEN  VALUE "Y".
000940 
000950 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
000960   88 PREREQ-END-OK  VALUE "Y".
000970 
000980 01 RUN-LOG-SCAN-LINE.
000990   02 SCAN-PROGRAM-ID     PIC X(8).
001000   02 FILLER              PIC X.
001010   02 SCAN-EVENT          PIC X(5).
001020   02 FILLER              PIC X.
001030   02 SCAN-DATE           PIC 9(8).
001040   02 FILLER              PIC X.
001050   02 SCAN-TIME           PIC 9(6).
001060   02 FILLER              PIC X.
001070   02 SCAN-RECORDS-READ   PIC 9(8).
001080   02 FILLER              PIC X.
001090   02 SCAN-REJECTS        PIC 9(8).
001100   02 FILLER              PIC X.
001110   02 SCAN-DUPLICATES     PIC 9(8).
001120   02 FILLER              PIC X.
001130   02 SCAN-VARIANCES      PIC 9(8).
001140   02 FILLER              PIC X.
001150   02 SCAN-RESTART-FLAG   PIC X(1).
001160   02 FILLER              PIC X.
001170   02 SCAN-RETURN-CODE    PIC 9(4).
001180 
001190 01 RUN-LOG-STATUS      PIC XX VALUE "00".
001200 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
001210 
001220 01 RUN-LOG-DETAIL-LINE.
001230   02 RUN-PROGRAM-ID      PIC X(8) VALUE "REBPOST".
001240   02 FILLER              PIC X VALUE SPACES.
001250   02 RUN-EVENT           PIC X(5).
001260   02 FILLER              PIC X VALUE SPACES.
001270   02 RUN-DATE            PIC 9(8).
001280   02 FILLER              PIC X VALUE SPACES.
001290   02 RUN-TIME            PIC 9(6).
001300   02 FILLER              PIC X VALUE SPACES.
001310   02 RUN-RECORDS-READ    PIC 9(8).
001320   02 FILLER              PIC X VALUE SPACES.
001330   02 RUN-REJECTS         PIC 9(8).
001340   02 FILLER              PIC X VALUE SPACES.
001350   02 RUN-DUPLICATES      PIC 9(8).
001360   02 FILLER              PIC X VALUE SPACES.
001370   02 RUN-VARIANCES       PIC 9(8).
001380   02 FILLER              PIC X VALUE SPACES.
001390   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
001400   02 FILLER              PIC X VALUE SPACES.
001410   02 RUN-RETURN-CODE     PIC 9(4).
001420 
001430 PROCEDURE DIVISION.
001440 MAIN-CONTROL.
001450   PERFORM CHECK-PREREQUISITE
001460   PERFORM WRITE-RUN-START
001470   PERFORM CHECK-APPROVAL
001480   OPEN INPUT TRANSFER-PROPOSAL-FILE
001490   IF PROPOSAL-FILE-STATUS NOT = "00"
001500     DISPLAY "TRANSFER PROPOSALS NOT AVAILABLE - STATUS "
001510       PROPOSAL-FILE-STATUS
001520     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
001530     MOVE 12 TO RETURN-CODE
001540     PERFORM WRITE-RUN-END
001550     STOP RUN
001560   END-IF
001570   OPEN EXTEND MOVEMENT-FILE
001580   IF MOVEMENT-FILE-STATUS NOT = "00"
001590     OPEN OUTPUT MOVEMENT-FILE
001600   END-IF
001610   IF MOVEMENT-FILE-STATUS NOT = "00"
001620     DISPLAY "MOVEMENT FILE NOT WRITABLE - STATUS "
001630       MOVEMENT-FILE-STATUS
001640     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
001650     MOVE 14 TO RETURN-CODE
001660     PERFORM WRITE-RUN-END
001670     STOP RUN
001680   END-IF
001690   PERFORM READ-TRANSFER-PROPOSAL
001700   PERFORM POST-ONE-TRANSFER UNTIL EOF-PROPOSALS = "Y"
001710   CLOSE TRANSFER-PROPOSAL-FILE
001720   CLOSE MOVEMENT-FILE
001721   OPEN OUTPUT TRANSFER-PROPOSAL-FILE
001722   IF PROPOSAL-FILE-STATUS NOT = "00"
001723     DISPLAY "TRANSFER PROPOSALS NOT CLEARED - STATUS "
001724       PROPOSAL-FILE-STATUS
001725     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
001726     MOVE 14 TO RETURN-CODE
001727     PERFORM WRITE-RUN-END
001728     STOP RUN
001729   END-IF
001730   CLOSE TRANSFER-PROPOSAL-FILE
001731   MOVE COUNT-PROPOSALS-READ TO PR-COUNT-PROPOSALS
001740   MOVE COUNT-TRANSFERS-WRITTEN TO PR-COUNT-TRANSFERS
001750   MOVE COUNT-PROPOSALS-SKIPPED TO PR-COUNT-SKIPPED
001760   DISPLAY PRINT-PROPOSALS-READ
001770   DISPLAY PRINT-TRANSFERS-WRITTEN
001780   DISPLAY PRINT-PROPOSALS-SKIPPED
001790   PERFORM WRITE-RUN-END
001800   STOP RUN.
001810 
001820 CHECK-APPROVAL.
001830   MOVE "N" TO APPROVAL-GIVEN-SWITCH
001840   OPEN INPUT APPROVAL-PARAMETERS
001850   IF APPROVAL-FILE-STATUS = "00"
001860     READ APPROVAL-PARAMETERS
001870       AT END
001880         CONTINUE
001890       NOT AT END
001900         IF APPR-FLAG = "Y" AND APPR-USER-ID NOT = SPACES
001910           MOVE "Y" TO APPROVAL-GIVEN-SWITCH
001920           MOVE APPR-USER-ID TO APPROVER-USER-ID
001930         END-IF
001940     END-READ
001950     CLOSE APPROVAL-PARAMETERS
001960   END-IF
001970   IF NOT APPROVAL-GIVEN
001980     DISPLAY "MANAGER APPROVAL NOT ON FILE - RUN ABORTED"
001990     MOVE 8 TO RETURN-CODE
002000     PERFORM WRITE-RUN-END
002010     STOP RUN
002020   END-IF
002030   DISPLAY "STOCK TRANSFERS APPROVED BY " APPROVER-USER-ID.
002040 
002050 READ-TRANSFER-PROPOSAL.
002060   READ TRANSFER-PROPOSAL-FILE
002070     AT END
002080       MOVE "Y" TO EOF-PROPOSALS
002090     NOT AT END
002100       ADD 1 TO COUNT-PROPOSALS-READ
002110   END-READ.
002120 
002130 POST-ONE-TRANSFER.
002140   IF PRP-QUANTITY IS NUMERIC AND PRP-QUANTITY > 0
002150     AND PRP-FROM-LOCATION NOT = SPACES
002160     AND PRP-TO-LOCATION NOT = SPACES
002170     AND PRP-FROM-LOCATION NOT = PRP-TO-LOCATION
002180     MOVE "T" TO MOVE-TYPE
002190     MOVE PRP-PRODUCT-ID TO MOVE-PRODUCT-ID
002200     MOVE PRP-QUANTITY TO MOVE-QUANTITY
002210     MOVE "+" TO MOVE-SIGN
002220     MOVE "REBAL" TO MOVE-REFERENCE
002230     MOVE PRP-FROM-LOCATION TO MOVE-LOCATION
002240     MOVE PRP-TO-LOCATION TO MOVE-LOCATION-TO
002250     WRITE MOVEMENT-RECORD
002260     ADD 1 TO COUNT-TRANSFERS-WRITTEN
002270   ELSE
002280     DISPLAY "PROPOSAL SKIPPED - PRODUCT " PRP-PRODUCT-ID
002290       " FROM " PRP-FROM-LOCATION " TO " PRP-TO-LOCATION
002300     ADD 1 TO COUNT-PROPOSALS-SKIPPED
002310   END-IF
002320   PERFORM READ-TRANSFER-PROPOSAL.
002330 
002340 CHECK-PREREQUISITE.
002350   PERFORM LOAD-PREREQ-PARAMETERS
002360   IF PREREQUISITE-PROGRAM NOT = SPACES
002370     PERFORM SCAN-RUN-LOG
002380     IF PREREQ-START-OPEN
002390       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
002400         " STILL RUNNING OR ABENDED - RUN ABORTED"
002410       MOVE 16 TO RETURN-CODE
002420       STOP RUN
002430     END-IF
002440     IF NOT PREREQ-END-OK
002450       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
002460         " HAS NOT COMPLETED TODAY - RUN ABORTED"
002470       MOVE 16 TO RETURN-CODE
002480       STOP RUN
002490     END-IF
002500   END-IF.
002510 
002520 LOAD-PREREQ-PARAMETERS.
002530   OPEN INPUT PREREQ-PARAMETERS
002540   IF PREREQ-PARM-STATUS = "00"
002550     PERFORM READ-PREREQ-PARM
002560     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
002570     CLOSE PREREQ-PARAMETERS
002580   END-IF.
002590 
002600 READ-PREREQ-PARM.
002610   READ PREREQ-PARAMETERS
002620     AT END
002630       MOVE "Y" TO EOF-PREREQ-PARMS
002640   END-READ.
002650 
002660 FIND-OWN-PREREQ.
002670   IF PRQ-PROGRAM-ID = "REBPOST"
002680     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
002690   END-IF
002700   PERFORM READ-PREREQ-PARM.
002710 
002720 SCAN-RUN-LOG.
002730   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
002740   MOVE "N" TO PREREQ-OPEN-START-SWITCH
002750   MOVE "N" TO PREREQ-END-OK-SWITCH
002760   MOVE "N" TO EOF-RUN-LOG-SCAN
002770   OPEN INPUT RUN-LOG
002780   IF RUN-LOG-STATUS = "00"
002790     PERFORM READ-RUN-LOG-SCAN
002800     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
002810     CLOSE RUN-LOG
002820   ELSE
002830     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
002840   END-IF.
002850 
002860 READ-RUN-LOG-SCAN.
002870   READ RUN-LOG
002880     AT END
002890       MOVE "Y" TO EOF-RUN-LOG-SCAN
002900   END-READ.
002910 
002920 CHECK-ONE-LOG-RECORD.
002930   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
002940   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
002950     AND SCAN-DATE = PREREQ-CHECK-DATE
002960     EVALUATE SCAN-EVENT
002970       WHEN "START"
002980         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
002990       WHEN "END"
003000         MOVE "N" TO PREREQ-OPEN-START-SWITCH
003010         IF SCAN-RETURN-CODE IS NUMERIC
003020           AND SCAN-RETURN-CODE = 0
003030           MOVE "Y" TO PREREQ-END-OK-SWITCH
003040         END-IF
003050     END-EVALUATE
003060   END-IF
003070   PERFORM READ-RUN-LOG-SCAN.
003080 
003090 WRITE-RUN-START.
003100   MOVE "START" TO RUN-EVENT
003110   PERFORM WRITE-RUN-LOG-RECORD.
003120 
003130 WRITE-RUN-END.
003140   MOVE "END" TO RUN-EVENT
003150   PERFORM WRITE-RUN-LOG-RECORD.
003160 
003170 WRITE-RUN-LOG-RECORD.
003180   ACCEPT RUN-DATE FROM DATE YYYYMMDD
003190   ACCEPT RUN-TIME-OF-DAY FROM TIME
003200   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
003210   MOVE COUNT-PROPOSALS-READ TO RUN-RECORDS-READ
003220   MOVE COUNT-PROPOSALS-SKIPPED TO RUN-REJECTS
003230   MOVE 0 TO RUN-DUPLICATES
003240   MOVE 0 TO RUN-VARIANCES
003250   MOVE RETURN-CODE TO RUN-RETURN-CODE
003260   OPEN EXTEND RUN-LOG
003270   IF RUN-LOG-STATUS NOT = "00"
003280     OPEN OUTPUT RUN-LOG
003290   END-IF
003300   IF RUN-LOG-STATUS NOT = "00"
003310     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
003320     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
003330     MOVE 14 TO RETURN-CODE
003340     STOP RUN
003350   END-IF
003360   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
003370   WRITE RUN-LOG-RECORD
003380   CLOSE RUN-LOG.
003390 END PROGRAM REBPOST.
