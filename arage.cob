000010 *>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   ARAGE.
000040 ENVIRONMENT    DIVISION.
000050 CONFIGURATION  SECTION.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080   SELECT OPEN-ITEM-FILE ASSIGN TO FILE65
000090     ORGANIZATION INDEXED
000100     ACCESS MODE SEQUENTIAL
000110     RECORD KEY IS OI-KEY
000120     FILE STATUS IS OPEN-ITEM-STATUS.
000130 
000140   SELECT CUSTOMER-MASTER ASSIGN TO FILE38
000150     ORGANIZATION INDEXED
000160     ACCESS MODE RANDOM
000170     RECORD KEY IS CUST-CUSTOMER-ID
000180     FILE STATUS IS CUSTOMER-FILE-STATUS.
000190 
000200   SELECT AGING-REPORT ASSIGN TO FILE69
000210     ORGANIZATION LINE SEQUENTIAL.
000220 
000230   SELECT STATEMENT-PRINT ASSIGN TO FILE70
000240     ORGANIZATION LINE SEQUENTIAL.
000250 
000260   SELECT RUN-LOG ASSIGN TO FILE20
000270     ORGANIZATION LINE SEQUENTIAL
000280     FILE STATUS IS RUN-LOG-STATUS.
000290 
000300   SELECT PREREQ-PARAMETERS ASSIGN TO FILE51
000310     ORGANIZATION LINE SEQUENTIAL
000320     FILE STATUS IS PREREQ-PARM-STATUS.
000330 
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD OPEN-ITEM-FILE.
000370 01 OPEN-ITEM-RECORD.
000380   02 OI-KEY.
000390     03 OI-CUSTOMER-ID    PIC X(6).
000400     03 OI-ITEM-TYPE      PIC X(1).
000410       88 OI-IS-INVOICE    VALUE "I".
000420       88 OI-IS-CREDIT     VALUE "C".
000430       88 OI-IS-UNAPPLIED  VALUE "U".
000440     03 OI-ITEM-NO        PIC 9(6).
000450   02 OI-ITEM-DATE        PIC 9(8).
000460   02 OI-ORIGINAL-AMOUNT  PIC 9(9)V99.
000470   02 OI-APPLIED-AMOUNT   PIC 9(9)V99.
000480   02 OI-OPEN-AMOUNT      PIC 9(9)V99.
000490   02 OI-LAST-ACTIVITY    PIC 9(8).
000500   02 OI-STATUS           PIC X(1).
000510     88 OI-OPEN          VALUE "O".
000520     88 OI-CLOSED        VALUE "C".
000530 
000540 FD CUSTOMER-MASTER.
000550 01 CUSTOMER-RECORD.
000560   02 CUST-CUSTOMER-ID     PIC X(6).
000570   02 CUST-CUSTOMER-NAME   PIC X(20).
000580   02 CUST-CREDIT-LIMIT    PIC 9(7)V99.
000590   02 CUST-BALANCE         PIC 9(7)V99.
000600   02 CUST-HOLD-FLAG       PIC X(1).
000610     88 CUSTOMER-ON-HOLD  VALUE "Y".
000620 
000630 FD AGING-REPORT.
000640 01 AGING-LINE             PIC X(100).
000650 
000660 FD STATEMENT-PRINT.
000670 01 STATEMENT-LINE         PIC X(100).
000680 
000690 FD RUN-LOG.
000700 01 RUN-LOG-RECORD         PIC X(80).
000710 
000720 FD PREREQ-PARAMETERS.
000730 01 PREREQ-PARM-RECORD.
000740   02 PRQ-PROGRAM-ID      PIC X(8).
000750   02 FILLER              PIC X.
000760   02 PRQ-PREDECESSOR     PIC X(8).
000770 
000780 WORKING-STORAGE SECTION.
000790 01 AGING-HEADING.
000800   02 FILLER PIC X(88)
000810     VALUE "        ****** AGED RECEIVABLES REPORT ******     ".
000820 
000830 01 AGING-COLUMN.
000840   02 FILLER                PIC X(8)  VALUE "CUSTOMER".
000850   02 FILLER                PIC X(7)  VALUE SPACES.
000860   02 FILLER                PIC X(7)  VALUE "CURRENT".
000870   02 FILLER                PIC X(8)  VALUE SPACES.
000880   02 FILLER                PIC X(5)  VALUE "31-60".
000890   02 FILLER                PIC X(8)  VALUE SPACES.
000900   02 FILLER                PIC X(5)  VALUE "61-90".
000910   02 FILLER                PIC X(6)  VALUE SPACES.
000920   02 FILLER                PIC X(7)  VALUE "OVER-90".
000930   02 FILLER                PIC X(6)  VALUE SPACES.
000940   02 FILLER                PIC X(7)  VALUE "CREDITS".
000950   02 FILLER                PIC X(6)  VALUE SPACES.
000960   02 FILLER                PIC X(7)  VALUE "NET DUE".
000970 
000980 01 AGING-FOOTING PIC X(88)
000990   VALUE "        ******  END OF AGED RECEIVABLES  ******   ".
001000 
001010 01 PRINT-AGING-DETAIL.
001020   02 PR-AGE-CUSTOMER-ID   PIC X(6).
001030   02 FILLER               PIC XX VALUE SPACES.
001040   02 PR-AGE-CURRENT       PIC Z,ZZZ,ZZ9.99.
001050   02 FILLER               PIC X VALUE SPACES.
001060   02 PR-AGE-BAND-2        PIC Z,ZZZ,ZZ9.99.
001070   02 FILLER               PIC X VALUE SPACES.
001080   02 PR-AGE-BAND-3        PIC Z,ZZZ,ZZ9.99.
001090   02 FILLER               PIC X VALUE SPACES.
001100   02 PR-AGE-BAND-4        PIC Z,ZZZ,ZZ9.99.
001110   02 FILLER               PIC X VALUE SPACES.
001120   02 PR-AGE-CREDITS       PIC Z,ZZZ,ZZ9.99.
001130   02 FILLER               PIC X VALUE SPACES.
001140   02 PR-AGE-NET-DUE       PIC -,---,--9.99.
001150 
001160 01 PRINT-CUSTOMERS-AGED.
001170   02 FILLER                PIC X(24)
001180     VALUE "TOTAL CUSTOMERS AGED : ".
001190   02 PR-COUNT-CUSTOMERS    PIC ZZ,ZZ9 BLANK WHEN ZERO.
001200 
001210 01 PRINT-ITEMS-AGED.
001220   02 FILLER                PIC X(25)
001230     VALUE "TOTAL OPEN ITEMS AGED : ".
001240   02 PR-COUNT-ITEMS        PIC ZZ,ZZ9 BLANK WHEN ZERO.
001250 
001260 01 STATEMENT-HEADING.
001270   02 FILLER PIC X(88)
001280     VALUE "        ******  CUSTOMER STATEMENT  ******        ".
001290 
001300 01 PRINT-STATEMENT-HEADER.
001310   02 FILLER               PIC X(9)  VALUE "CUSTOMER ".
001320   02 PR-STM-CUSTOMER-ID   PIC X(6).
001330   02 FILLER               PIC XX VALUE SPACES.
001340   02 PR-STM-CUSTOMER-NAME PIC X(20).
001350   02 FILLER               PIC X(18) VALUE "  STATEMENT DATE ".
001360   02 PR-STM-DATE          PIC 9(8).
001370 
001380 01 STATEMENT-COLUMN.
001390   02 FILLER                PIC X(9)  VALUE "ITEM".
001400   02 FILLER                PIC X(8)  VALUE "NUMBER".
001410   02 FILLER                PIC X(10) VALUE "DATE".
001420   02 FILLER                PIC X(4)  VALUE SPACES.
001430   02 FILLER                PIC X(8)  VALUE "ORIGINAL".
001440   02 FILLER                PIC X(9)  VALUE SPACES.
001450   02 FILLER                PIC X(4)  VALUE "PAID".
001460   02 FILLER                PIC X(9)  VALUE SPACES.
001470   02 FILLER                PIC X(4)  VALUE "OPEN".
001480   02 FILLER                PIC X(3)  VALUE SPACES.
001490   02 FILLER                PIC X(4)  VALUE "DAYS".
001500 
001510 01 PRINT-STATEMENT-DETAIL.
001520   02 PR-STM-ITEM-TYPE     PIC X(8).
001530   02 FILLER               PIC X VALUE SPACES.
001540   02 PR-STM-ITEM-NO       PIC 9(6).
001550   02 FILLER               PIC XX VALUE SPACES.
001560   02 PR-STM-ITEM-DATE     PIC 9(8).
001570   02 FILLER               PIC XX VALUE SPACES.
001580   02 PR-STM-ORIGINAL      PIC Z,ZZZ,ZZ9.99.
001590   02 FILLER               PIC X VALUE SPACES.
001600   02 PR-STM-APPLIED       PIC Z,ZZZ,ZZ9.99.
001610   02 FILLER               PIC X VALUE SPACES.
001620   02 PR-STM-OPEN          PIC Z,ZZZ,ZZ9.99.
001630   02 FILLER               PIC XX VALUE SPACES.
001640   02 PR-STM-DAYS          PIC ZZZZ9.
001650 
001660 01 STATEMENT-AGING-COLUMN PIC X(70)
001670   VALUE "     CURRENT        31-60        61-90      OVER-90".
001680 
001690 01 PRINT-STATEMENT-AGING.
001700   02 PR-STM-CURRENT       PIC Z,ZZZ,ZZ9.99.
001710   02 FILLER               PIC X VALUE SPACES.
001720   02 PR-STM-BAND-2        PIC Z,ZZZ,ZZ9.99.
001730   02 FILLER               PIC X VALUE SPACES.
001740   02 PR-STM-BAND-3        PIC Z,ZZZ,ZZ9.99.
001750   02 FILLER               PIC X VALUE SPACES.
001760   02 PR-STM-BAND-4        PIC Z,ZZZ,ZZ9.99.
001770 
001780 01 PRINT-STATEMENT-CREDITS.
001790   02 FILLER               PIC X(22) VALUE SPACES.
001800   02 FILLER               PIC X(24)
001810     VALUE "LESS CREDITS ON ACCOUNT ".
001820   02 PR-STM-CREDITS       PIC Z,ZZZ,ZZ9.99.
001830 
001840 01 PRINT-STATEMENT-TOTAL.
001850   02 FILLER               PIC X(22) VALUE SPACES.
001860   02 FILLER               PIC X(24)
001870     VALUE "AMOUNT DUE : ".
001880   02 PR-STM-NET-DUE       PIC -,---,--9.99.
001890 
001900 01 STATEMENT-SEPARATOR    PIC X(70) VALUE ALL "-".
001910 
001920 01 EOF-OPEN-ITEMS        PIC X VALUE "N".
001930 01 OPEN-ITEM-STATUS      PIC XX VALUE "00".
001940 01 CUSTOMER-FILE-STATUS  PIC XX VALUE "00".
001950 
001960 01 CUSTOMER-AVAILABLE-SWITCH  PIC X VALUE "N".
001970   88 CUSTOMER-AVAILABLE  VALUE "Y".
001980 
001990 01 RUN-DATE-TODAY      PIC 9(8) VALUE ZERO.
002000 01 RUN-DATE-INTEGER    PIC 9(8) VALUE ZERO.
002010 01 ITEM-DATE-INTEGER   PIC 9(8) VALUE ZERO.
002020 01 ITEM-AGE-DAYS       PIC S9(5) VALUE ZERO.
002030 01 PREV-CUSTOMER-ID    PIC X(6) VALUE SPACES.
002040 
002050 01 CUSTOMER-AGING-TOTALS.
002060   02 CA-CURRENT        PIC 9(9)V99 VALUE ZERO.
002070   02 CA-BAND-2         PIC 9(9)V99 VALUE ZERO.
002080   02 CA-BAND-3         PIC 9(9)V99 VALUE ZERO.
002090   02 CA-BAND-4         PIC 9(9)V99 VALUE ZERO.
002100   02 CA-CREDITS        PIC 9(9)V99 VALUE ZERO.
002110 01 CUSTOMER-NET-DUE    PIC S9(9)V99 VALUE ZERO.
002120 
002130 01 GRAND-AGING-TOTALS.
002140   02 GA-CURRENT        PIC 9(9)V99 VALUE ZERO.
002150   02 GA-BAND-2         PIC 9(9)V99 VALUE ZERO.
002160   02 GA-BAND-3         PIC 9(9)V99 VALUE ZERO.
002170   02 GA-BAND-4         PIC 9(9)V99 VALUE ZERO.
002180   02 GA-CREDITS        PIC 9(9)V99 VALUE ZERO.
002190 01 GRAND-NET-DUE       PIC S9(9)V99 VALUE ZERO.
002200 
002210 01 COUNT-ITEMS-READ     PIC 9(6) VALUE ZERO.
002220 01 COUNT-ITEMS-AGED     PIC 9(6) VALUE ZERO.
002230 01 COUNT-CUSTOMERS      PIC 9(6) VALUE ZERO.
002240 
002250 01 PREREQ-PARM-STATUS  PIC XX VALUE "00".
002260 01 EOF-PREREQ-PARMS    PIC X VALUE "N".
002270 01 EOF-RUN-LOG-SCAN    PIC X VALUE "N".
002280 01 PREREQUISITE-PROGRAM  PIC X(8) VALUE SPACES.
002290 01 PREREQ-CHECK-DATE   PIC 9(8) VALUE ZERO.
002300 01 PREREQ-OPEN-START-SWITCH  PIC X VALUE "N".
002310   88 PREREQ-START-OPEN  VALUE "Y".
002320 
002330 01 PREREQ-END-OK-SWITCH  PIC X VALUE "N".
002340   88 PREREQ-END-OK  VALUE "Y".
002350 
002360 01 RUN-LOG-SCAN-LINE.
002370   02 SCAN-PROGRAM-ID     PIC X(8).
002380   02 FILLER              PIC X.
002390   02 SCAN-EVENT          PIC X(5).
002400   02 FILLER              PIC X.
002410   02 SCAN-DATE           PIC 9(8).
002420   02 FILLER              PIC X.
002430   02 SCAN-TIME           PIC 9(6).
002440   02 FILLER              PIC X.
002450   02 SCAN-RECORDS-READ   PIC 9(8).
002460   02 FILLER              PIC X.
002470   02 SCAN-REJECTS        PIC 9(8).
002480   02 FILLER              PIC X.
002490   02 SCAN-DUPLICATES     PIC 9(8).
002500   02 FILLER              PIC X.
002510   02 SCAN-VARIANCES      PIC 9(8).
002520   02 FILLER              PIC X.
002530   02 SCAN-RESTART-FLAG   PIC X(1).
002540   02 FILLER              PIC X.
002550   02 SCAN-RETURN-CODE    PIC 9(4).
002560 
002570 01 RUN-LOG-STATUS      PIC XX VALUE "00".
002580 01 RUN-TIME-OF-DAY     PIC 9(8) VALUE ZERO.
002590 
002600 01 RUN-LOG-DETAIL-LINE.
002610   02 RUN-PROGRAM-ID      PIC X(8) VALUE "ARAGE".
002620   02 FILLER              PIC X VALUE SPACES.
002630   02 RUN-EVENT           PIC X(5).
002640   02 FILLER              PIC X VALUE SPACES.
002650   02 RUN-DATE            PIC 9(8).
002660   02 FILLER              PIC X VALUE SPACES.
002670   02 RUN-TIME            PIC 9(6).
002680   02 FILLER              PIC X VALUE SPACES.
002690   02 RUN-RECORDS-READ    PIC 9(8).
002700   02 FILLER              PIC X VALUE SPACES.
002710   02 RUN-REJECTS         PIC 9(8).
002720   02 FILLER              PIC X VALUE SPACES.
002730   02 RUN-DUPLICATES      PIC 9(8).
002740   02 FILLER              PIC X VALUE SPACES.
002750   02 RUN-VARIANCES       PIC 9(8).
002760   02 FILLER              PIC X VALUE SPACES.
002770   02 RUN-RESTART-FLAG    PIC X(1) VALUE "N".
002780   02 FILLER              PIC X VALUE SPACES.
002790   02 RUN-RETURN-CODE     PIC 9(4).
002800 
002810 PROCEDURE DIVISION.
002820 MAIN-CONTROL.
002830   PERFORM CHECK-PREREQUISITE
002840   PERFORM WRITE-RUN-START
002850   ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
002860   COMPUTE RUN-DATE-INTEGER =
002870     FUNCTION INTEGER-OF-DATE(RUN-DATE-TODAY)
002880   OPEN INPUT OPEN-ITEM-FILE
002890   IF OPEN-ITEM-STATUS NOT = "00"
002900     DISPLAY "OPEN ITEM FILE OPEN FAILURE - STATUS "
002910       OPEN-ITEM-STATUS
002920     DISPLAY "INPUT FILE MISSING OR UNREADABLE - RUN ABORTED"
002930     MOVE 12 TO RETURN-CODE
002940     PERFORM WRITE-RUN-END
002950     STOP RUN
002960   END-IF
002970   OPEN INPUT CUSTOMER-MASTER
002980   IF CUSTOMER-FILE-STATUS = "00"
002990     MOVE "Y" TO CUSTOMER-AVAILABLE-SWITCH
003000   ELSE
003010     DISPLAY "WARNING - CUSTOMER MASTER NOT AVAILABLE - STATUS "
003020       CUSTOMER-FILE-STATUS
003030     DISPLAY "STATEMENTS PRINTED WITHOUT CUSTOMER NAMES"
003040   END-IF
003050   OPEN OUTPUT AGING-REPORT
003060   OPEN OUTPUT STATEMENT-PRINT
003070   DISPLAY AGING-HEADING
003080   DISPLAY AGING-COLUMN
003090   MOVE AGING-HEADING TO AGING-LINE
003100   WRITE AGING-LINE
003110   MOVE AGING-COLUMN TO AGING-LINE
003120   WRITE AGING-LINE
003130   PERFORM READ-OPEN-ITEM
003140   PERFORM AGE-ONE-ITEM UNTIL EOF-OPEN-ITEMS = "Y"
003150   IF PREV-CUSTOMER-ID NOT = SPACES
003160     PERFORM FINISH-CUSTOMER
003170   END-IF
003180   CLOSE OPEN-ITEM-FILE
003190   IF CUSTOMER-AVAILABLE
003200     CLOSE CUSTOMER-MASTER
003210   END-IF
003220   PERFORM PRINT-GRAND-TOTALS
003230   MOVE COUNT-CUSTOMERS TO PR-COUNT-CUSTOMERS
003240   MOVE COUNT-ITEMS-AGED TO PR-COUNT-ITEMS
003250   DISPLAY PRINT-CUSTOMERS-AGED
003260   DISPLAY PRINT-ITEMS-AGED
003270   MOVE PRINT-CUSTOMERS-AGED TO AGING-LINE
003280   WRITE AGING-LINE
003290   MOVE PRINT-ITEMS-AGED TO AGING-LINE
003300   WRITE AGING-LINE
003310   DISPLAY AGING-FOOTING
003320   MOVE AGING-FOOTING TO AGING-LINE
003330   WRITE AGING-LINE
003340   CLOSE AGING-REPORT
003350   CLOSE STATEMENT-PRINT
003360   PERFORM WRITE-RUN-END
003370   STOP RUN.
003380 
003390 READ-OPEN-ITEM.
003400   READ OPEN-ITEM-FILE NEXT RECORD
003410     AT END
003420       MOVE "Y" TO EOF-OPEN-ITEMS
003430     NOT AT END
003440       ADD 1 TO COUNT-ITEMS-READ
003450   END-READ.
003460 
003470 AGE-ONE-ITEM.
003480   IF OI-OPEN-AMOUNT > 0
003490     IF OI-CUSTOMER-ID NOT = PREV-CUSTOMER-ID
003500       IF PREV-CUSTOMER-ID NOT = SPACES
003510         PERFORM FINISH-CUSTOMER
003520       END-IF
003530       PERFORM START-NEW-CUSTOMER
003540     END-IF
003550     PERFORM COMPUTE-ITEM-AGE
003560     PERFORM ADD-ITEM-TO-BANDS
003570     PERFORM PRINT-STATEMENT-DETAIL-LINE
003580     ADD 1 TO COUNT-ITEMS-AGED
003590   END-IF
003600   PERFORM READ-OPEN-ITEM.
003610 
003620 START-NEW-CUSTOMER.
003630   MOVE OI-CUSTOMER-ID TO PREV-CUSTOMER-ID
003640   MOVE 0 TO CA-CURRENT
003650   MOVE 0 TO CA-BAND-2
003660   MOVE 0 TO CA-BAND-3
003670   MOVE 0 TO CA-BAND-4
003680   MOVE 0 TO CA-CREDITS
003690   ADD 1 TO COUNT-CUSTOMERS
003700   MOVE SPACES TO PR-STM-CUSTOMER-NAME
003710   IF CUSTOMER-AVAILABLE
003720     MOVE OI-CUSTOMER-ID TO CUST-CUSTOMER-ID
003730     READ CUSTOMER-MASTER
003740       INVALID KEY
003750         MOVE "*** NOT ON FILE ***" TO PR-STM-CUSTOMER-NAME
003760       NOT INVALID KEY
003770         MOVE CUST-CUSTOMER-NAME TO PR-STM-CUSTOMER-NAME
003780     END-READ
003790   END-IF
003800   MOVE OI-CUSTOMER-ID TO PR-STM-CUSTOMER-ID
003810   MOVE RUN-DATE-TODAY TO PR-STM-DATE
003820   MOVE STATEMENT-HEADING TO STATEMENT-LINE
003830   WRITE STATEMENT-LINE
003840   MOVE PRINT-STATEMENT-HEADER TO STATEMENT-LINE
003850   WRITE STATEMENT-LINE
003860   MOVE STATEMENT-COLUMN TO STATEMENT-LINE
003870   WRITE STATEMENT-LINE.
003880 
003890 COMPUTE-ITEM-AGE.
003900   IF OI-ITEM-DATE IS NUMERIC AND OI-ITEM-DATE > 0
003910     COMPUTE ITEM-DATE-INTEGER =
003920       FUNCTION INTEGER-OF-DATE(OI-ITEM-DATE)
003930     COMPUTE ITEM-AGE-DAYS =
003940       RUN-DATE-INTEGER - ITEM-DATE-INTEGER
003950   ELSE
003960     MOVE 0 TO ITEM-AGE-DAYS
003970   END-IF
003980   IF ITEM-AGE-DAYS < 0
003990     MOVE 0 TO ITEM-AGE-DAYS
004000   END-IF.
004010 
004020 ADD-ITEM-TO-BANDS.
004030   IF OI-IS-INVOICE
004040     EVALUATE TRUE
004050       WHEN ITEM-AGE-DAYS NOT > 30
004060         ADD OI-OPEN-AMOUNT TO CA-CURRENT
004070       WHEN ITEM-AGE-DAYS NOT > 60
004080         ADD OI-OPEN-AMOUNT TO CA-BAND-2
004090       WHEN ITEM-AGE-DAYS NOT > 90
004100         ADD OI-OPEN-AMOUNT TO CA-BAND-3
004110       WHEN OTHER
004120         ADD OI-OPEN-AMOUNT TO CA-BAND-4
004130     END-EVALUATE
004140   ELSE
004150     ADD OI-OPEN-AMOUNT TO CA-CREDITS
004160   END-IF.
004170 
004180 PRINT-STATEMENT-DETAIL-LINE.
004190   EVALUATE TRUE
004200     WHEN OI-IS-INVOICE
004210       MOVE "INVOICE" TO PR-STM-ITEM-TYPE
004220     WHEN OI-IS-CREDIT
004230       MOVE "CREDIT" TO PR-STM-ITEM-TYPE
004240     WHEN OTHER
004250       MOVE "ON-ACCT" TO PR-STM-ITEM-TYPE
004260   END-EVALUATE
004270   MOVE OI-ITEM-NO TO PR-STM-ITEM-NO
004280   MOVE OI-ITEM-DATE TO PR-STM-ITEM-DATE
004290   MOVE OI-ORIGINAL-AMOUNT TO PR-STM-ORIGINAL
004300   MOVE OI-APPLIED-AMOUNT TO PR-STM-APPLIED
004310   MOVE OI-OPEN-AMOUNT TO PR-STM-OPEN
004320   MOVE ITEM-AGE-DAYS TO PR-STM-DAYS
004330   MOVE PRINT-STATEMENT-DETAIL TO STATEMENT-LINE
004340   WRITE STATEMENT-LINE.
004350 
004360 FINISH-CUSTOMER.
004370   COMPUTE CUSTOMER-NET-DUE = CA-CURRENT + CA-BAND-2
004380     + CA-BAND-3 + CA-BAND-4 - CA-CREDITS
004390   MOVE STATEMENT-AGING-COLUMN TO STATEMENT-LINE
004400   WRITE STATEMENT-LINE
004410   MOVE CA-CURRENT TO PR-STM-CURRENT
004420   MOVE CA-BAND-2 TO PR-STM-BAND-2
004430   MOVE CA-BAND-3 TO PR-STM-BAND-3
004440   MOVE CA-BAND-4 TO PR-STM-BAND-4
004450   MOVE PRINT-STATEMENT-AGING TO STATEMENT-LINE
004460   WRITE STATEMENT-LINE
004470   IF CA-CREDITS > 0
004480     MOVE CA-CREDITS TO PR-STM-CREDITS
004490     MOVE PRINT-STATEMENT-CREDITS TO STATEMENT-LINE
004500     WRITE STATEMENT-LINE
004510   END-IF
004520   MOVE CUSTOMER-NET-DUE TO PR-STM-NET-DUE
004530   MOVE PRINT-STATEMENT-TOTAL TO STATEMENT-LINE
004540   WRITE STATEMENT-LINE
004550   MOVE STATEMENT-SEPARATOR TO STATEMENT-LINE
004560   WRITE STATEMENT-LINE
004570   MOVE PREV-CUSTOMER-ID TO PR-AGE-CUSTOMER-ID
004580   MOVE CA-CURRENT TO PR-AGE-CURRENT
004590   MOVE CA-BAND-2 TO PR-AGE-BAND-2
004600   MOVE CA-BAND-3 TO PR-AGE-BAND-3
004610   MOVE CA-BAND-4 TO PR-AGE-BAND-4
004620   MOVE CA-CREDITS TO PR-AGE-CREDITS
004630   MOVE CUSTOMER-NET-DUE TO PR-AGE-NET-DUE
004640   DISPLAY PRINT-AGING-DETAIL
004650   MOVE PRINT-AGING-DETAIL TO AGING-LINE
004660   WRITE AGING-LINE
004670   ADD CA-CURRENT TO GA-CURRENT
004680   ADD CA-BAND-2 TO GA-BAND-2
004690   ADD CA-BAND-3 TO GA-BAND-3
004700   ADD CA-BAND-4 TO GA-BAND-4
004710   ADD CA-CREDITS TO GA-CREDITS
004720   ADD CUSTOMER-NET-DUE TO GRAND-NET-DUE.
004730 
004740 PRINT-GRAND-TOTALS.
004750   MOVE "TOTAL" TO PR-AGE-CUSTOMER-ID
004760   MOVE GA-CURRENT TO PR-AGE-CURRENT
004770   MOVE GA-BAND-2 TO PR-AGE-BAND-2
004780   MOVE GA-BAND-3 TO PR-AGE-BAND-3
004790   MOVE GA-BAND-4 TO PR-AGE-BAND-4
004800   MOVE GA-CREDITS TO PR-AGE-CREDITS
004810   MOVE GRAND-NET-DUE TO PR-AGE-NET-DUE
004820   DISPLAY PRINT-AGING-DETAIL
004830   MOVE PRINT-AGING-DETAIL TO AGING-LINE
004840   WRITE AGING-LINE.
004850 
004860 CHECK-PREREQUISITE.
004870   PERFORM LOAD-PREREQ-PARAMETERS
004880   IF PREREQUISITE-PROGRAM NOT = SPACES
004890     PERFORM SCAN-RUN-LOG
004900     IF PREREQ-START-OPEN
004910       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
004920         " STILL RUNNING OR ABENDED - RUN ABORTED"
004930       MOVE 16 TO RETURN-CODE
004940       STOP RUN
004950     END-IF
004960     IF NOT PREREQ-END-OK
004970       DISPLAY "PREREQUISITE " PREREQUISITE-PROGRAM
004980         " HAS NOT COMPLETED TODAY - RUN ABORTED"
004990       MOVE 16 TO RETURN-CODE
005000       STOP RUN
005010     END-IF
005020   END-IF.
005030 
005040 LOAD-PREREQ-PARAMETERS.
005050   OPEN INPUT PREREQ-PARAMETERS
005060   IF PREREQ-PARM-STATUS = "00"
005070     PERFORM READ-PREREQ-PARM
005080     PERFORM FIND-OWN-PREREQ UNTIL EOF-PREREQ-PARMS = "Y"
005090     CLOSE PREREQ-PARAMETERS
005100   END-IF.
005110 
005120 READ-PREREQ-PARM.
005130   READ PREREQ-PARAMETERS
005140     AT END
005150       MOVE "Y" TO EOF-PREREQ-PARMS
005160   END-READ.
005170 
005180 FIND-OWN-PREREQ.
005190   IF PRQ-PROGRAM-ID = "ARAGE"
005200     MOVE PRQ-PREDECESSOR TO PREREQUISITE-PROGRAM
005210   END-IF
005220   PERFORM READ-PREREQ-PARM.
005230 
005240 SCAN-RUN-LOG.
005250   ACCEPT PREREQ-CHECK-DATE FROM DATE YYYYMMDD
005260   MOVE "N" TO PREREQ-OPEN-START-SWITCH
005270   MOVE "N" TO PREREQ-END-OK-SWITCH
005280   MOVE "N" TO EOF-RUN-LOG-SCAN
005290   OPEN INPUT RUN-LOG
005300   IF RUN-LOG-STATUS = "00"
005310     PERFORM READ-RUN-LOG-SCAN
005320     PERFORM CHECK-ONE-LOG-RECORD UNTIL EOF-RUN-LOG-SCAN = "Y"
005330     CLOSE RUN-LOG
005340   ELSE
005350     DISPLAY "RUN LOG NOT AVAILABLE - STATUS " RUN-LOG-STATUS
005360   END-IF.
005370 
005380 READ-RUN-LOG-SCAN.
005390   READ RUN-LOG
005400     AT END
005410       MOVE "Y" TO EOF-RUN-LOG-SCAN
005420   END-READ.
005430 
005440 CHECK-ONE-LOG-RECORD.
005450   MOVE RUN-LOG-RECORD TO RUN-LOG-SCAN-LINE
005460   IF SCAN-PROGRAM-ID = PREREQUISITE-PROGRAM
005470     AND SCAN-DATE = PREREQ-CHECK-DATE
005480     EVALUATE SCAN-EVENT
005490       WHEN "START"
005500         MOVE "Y" TO PREREQ-OPEN-START-SWITCH
005510       WHEN "END"
005520         MOVE "N" TO PREREQ-OPEN-START-SWITCH
005530         IF SCAN-RETURN-CODE IS NUMERIC
005540           AND SCAN-RETURN-CODE = 0
005550           MOVE "Y" TO PREREQ-END-OK-SWITCH
005560         END-IF
005570     END-EVALUATE
005580   END-IF
005590   PERFORM READ-RUN-LOG-SCAN.
005600 
005610 WRITE-RUN-START.
005620   MOVE "START" TO RUN-EVENT
005630   PERFORM WRITE-RUN-LOG-RECORD.
005640 
005650 WRITE-RUN-END.
005660   MOVE "END" TO RUN-EVENT
005670   PERFORM WRITE-RUN-LOG-RECORD.
005680 
005690 WRITE-RUN-LOG-RECORD.
005700   ACCEPT RUN-DATE FROM DATE YYYYMMDD
005710   ACCEPT RUN-TIME-OF-DAY FROM TIME
005720   MOVE RUN-TIME-OF-DAY(1:6) TO RUN-TIME
005730   MOVE COUNT-ITEMS-READ TO RUN-RECORDS-READ
005740   MOVE 0 TO RUN-REJECTS
005750   MOVE 0 TO RUN-DUPLICATES
005760   MOVE 0 TO RUN-VARIANCES
005770   MOVE RETURN-CODE TO RUN-RETURN-CODE
005780   OPEN EXTEND RUN-LOG
005790   IF RUN-LOG-STATUS NOT = "00"
005800     OPEN OUTPUT RUN-LOG
005810   END-IF
005820   IF RUN-LOG-STATUS NOT = "00"
005830     DISPLAY "RUN LOG OPEN FAILURE - STATUS " RUN-LOG-STATUS
005840     DISPLAY "OUTPUT FILE NOT WRITABLE - RUN ABORTED"
005850     MOVE 14 TO RETURN-CODE
005860     STOP RUN
005870   END-IF
005880   MOVE RUN-LOG-DETAIL-LINE TO RUN-LOG-RECORD
005890   WRITE RUN-LOG-RECORD
005900   CLOSE RUN-LOG.
005910 END PROGRAM ARAGE.
