000370   02 AUD-OLD-QUANTITY    PIC X(6).
000380   02 FILLER              PIC X.
000390   02 AUD-NEW-QUANTITY    PIC X(6).
000392   02 FILLER              PIC X.
000394   02 AUD-OLD-COST        PIC X(8).
000396   02 FILLER              PIC X.
000398   02 AUD-NEW-COST        PIC X(8).
000400   02 FILLER              PIC X.
000402   02 AUD-PRODUCT-NAME    PIC X(20).
000404   02 FILLER              PIC X(8).
000410 
000420 FD INQUIRY-PARAMETERS.
000430 01 INQPARM-RECORD.
000470   02 INQ-PRODUCT-ID      PIC X(4).
000480 
000490 FD INQUIRY-REPORT.
000500 01 INQUIRY-REPORT-LINE   PIC X(120).
000510 
000520 WORKING-STORAGE SECTION.
000530 01 INQUIRY-HEADING.
000720   02 FILLER                PIC X(6)  VALUE "O-Q".
000730   02 FILLER                PIC X VALUE SPACES.
000740   02 FILLER                PIC X(6)  VALUE "N-Q".
000742   02 FILLER                PIC X VALUE SPACES.
000744   02 FILLER                PIC X(8)  VALUE "OLD-C".
000746   02 FILLER                PIC X VALUE SPACES.
000748   02 FILLER                PIC X(8)  VALUE "NEW-C".
000749   02 FILLER                PIC X VALUE SPACES.
000750   02 FILLER                PIC X(20) VALUE "NAME".
000751 
000760 01 INQUIRY-FOOTING PIC X(88)
000770   VALUE "        ******  END OF AUDIT ACTIVITY  ******     ".
000780 
002340       WHEN "ADD"
002350         ADD 1 TO UT-ADDS(USER-IDX)
002360       WHEN "CHANGE"
002362       WHEN "COST"
002363       WHEN "PRICE"
002364         ADD 1 TO UT-CHANGES(USER-IDX)
002380       WHEN "DELETE"
002390         ADD 1 TO UT-DELETES(USER-IDX)
002400       WHEN OTHER
