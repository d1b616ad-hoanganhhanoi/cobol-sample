000860 01 MOVEMENT-REJECT-RECORD.
000870   02 MREJ-REASON-CODE     PIC X(2).
000880   02 FILLER               PIC X.
000890   02 MREJ-MOVEMENT-IMAGE  PIC X(29).
000900 
000910 FD RESUBMIT-REQUESTS.
000920 01 RESUBMIT-RECORD.
000960 01 RAW-TRANS-RECORD       PIC X(44).
000970 
000980 FD MOVEMENT-FILE.
000990 01 MOVEMENT-RECORD        PIC X(29).
001000 
001010 FD WORKLIST-REPORT.
001020 01 WORKLIST-LINE          PIC X(100).
003820       MOVE SUSP-OLD-IMAGE(1:44) TO RAW-TRANS-RECORD
003830       WRITE RAW-TRANS-RECORD
003840     WHEN "STOCK"
003850       MOVE SUSP-OLD-IMAGE(1:29) TO MOVEMENT-RECORD
003860       WRITE MOVEMENT-RECORD
003870     WHEN OTHER
003880       DISPLAY "SUSPENSE ITEM " SUSP-OLD-ID
004520   MOVE "STOCK" TO SUSP-NEW-SOURCE
004530   MOVE MREJ-REASON-CODE TO SUSP-NEW-REASON
004540   MOVE SPACES TO SUSP-NEW-IMAGE
004550   MOVE MREJ-MOVEMENT-IMAGE TO SUSP-NEW-IMAGE(1:29)
004560   PERFORM WRITE-NEW-SUSPENSE-ITEM
004570   PERFORM READ-MOVEMENT-REJECT.
004580 
