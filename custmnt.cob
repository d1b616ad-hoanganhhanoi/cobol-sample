000510   02 CTRANS-USER-ID           PIC X(8).
000520 
000530 FD CUST-AUDIT-LOG.
000540 01 CUST-AUDIT-RECORD          PIC X(120).
000550 
000560 FD RUN-LOG.
000570 01 RUN-LOG-RECORD             PIC X(80).
000990   02 CAUD-OLD-HOLD        PIC X(1).
001000   02 FILLER               PIC X VALUE SPACES.
001010   02 CAUD-NEW-HOLD        PIC X(1).
001012   02 FILLER               PIC X VALUE SPACES.
001014   02 CAUD-NEW-NAME        PIC X(20).
001016   02 FILLER               PIC X VALUE SPACES.
001018   02 CAUD-NEW-BALANCE     PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001020 
001030 01 CURRENT-DATE-TIME.
001040   02 CDT-DATE   PIC 9(8).
002670 
002680 SET-AUDIT-STAMP.
002690   ACCEPT CDT-DATE FROM DATE YYYYMMDD
002692   ACCEPT RUN-TIME-OF-DAY FROM TIME
002694   MOVE RUN-TIME-OF-DAY(1:6) TO CDT-TIME
002710   MOVE CDT-DATE TO CAUD-DATE
002720   MOVE CDT-TIME TO CAUD-TIME
002730   MOVE CTRANS-USER-ID TO CAUD-USER-ID
002750   MOVE 0 TO CAUD-OLD-LIMIT
002760   MOVE 0 TO CAUD-NEW-LIMIT
002770   MOVE SPACES TO CAUD-OLD-HOLD
002772   MOVE SPACES TO CAUD-NEW-HOLD
002774   MOVE SPACES TO CAUD-NEW-NAME
002776   MOVE 0 TO CAUD-NEW-BALANCE.
002790 
002800 FIND-CUSTOMER-ENTRY.
002810   MOVE "N" TO CUSTOMER-FOUND-SWITCH
003040       NOT INVALID KEY
003050         MOVE CTRANS-CREDIT-LIMIT TO CAUD-NEW-LIMIT
003060         MOVE CTRANS-HOLD-FLAG TO CAUD-NEW-HOLD
003062         MOVE CTRANS-CUSTOMER-NAME TO CAUD-NEW-NAME
003064         MOVE CTRANS-BALANCE TO CAUD-NEW-BALANCE
003066         MOVE "ADD" TO CAUD-ACTION
003080         ADD 1 TO COUNT-ADD-OK
003090     END-WRITE
003100   END-IF
003250       NOT INVALID KEY
003260         MOVE CTRANS-CREDIT-LIMIT TO CAUD-NEW-LIMIT
003270         MOVE CTRANS-HOLD-FLAG TO CAUD-NEW-HOLD
003272         MOVE CTRANS-CUSTOMER-NAME TO CAUD-NEW-NAME
003274         MOVE CTRANS-BALANCE TO CAUD-NEW-BALANCE
003276         MOVE "CHANGE" TO CAUD-ACTION
003290         ADD 1 TO COUNT-CHANGE-OK
003300     END-REWRITE
003310   ELSE
