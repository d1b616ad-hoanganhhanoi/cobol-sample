000930   02 VAUD-OLD-LEAD-TIME   PIC ZZ9 BLANK WHEN ZERO.
000940   02 FILLER               PIC X VALUE SPACES.
000950   02 VAUD-NEW-LEAD-TIME   PIC ZZ9 BLANK WHEN ZERO.
000952   02 FILLER               PIC X VALUE SPACES.
000954   02 VAUD-NEW-VENDOR-NAME PIC X(20).
000960 
000970 01 CURRENT-DATE-TIME.
000980   02 CDT-DATE   PIC 9(8).
002090 APPLY-VTRANS.
002100   PERFORM FIND-VENDOR-ENTRY
002110   ACCEPT CDT-DATE FROM DATE YYYYMMDD
002112   ACCEPT RUN-TIME-OF-DAY FROM TIME
002114   MOVE RUN-TIME-OF-DAY(1:6) TO CDT-TIME
002130   MOVE CDT-DATE TO VAUD-DATE
002140   MOVE CDT-TIME TO VAUD-TIME
002150   MOVE VTRANS-USER-ID TO VAUD-USER-ID
002200   MOVE 0 TO VAUD-NEW-MULTIPLE
002210   MOVE 0 TO VAUD-OLD-LEAD-TIME
002220   MOVE 0 TO VAUD-NEW-LEAD-TIME
002222   MOVE SPACES TO VAUD-NEW-VENDOR-NAME
002224 
002240   EVALUATE TRUE
002250     WHEN VTRANS-IS-ADD
002260       PERFORM APPLY-ADD-VTRANS
002640         MOVE VTRANS-VENDOR-ID TO VAUD-NEW-VENDOR-ID
002650         MOVE VTRANS-ORDER-MULTIPLE TO VAUD-NEW-MULTIPLE
002660         MOVE VTRANS-LEAD-TIME TO VAUD-NEW-LEAD-TIME
002662         MOVE VTRANS-VENDOR-NAME TO VAUD-NEW-VENDOR-NAME
002664         MOVE "ADD" TO VAUD-ACTION
002680         ADD 1 TO COUNT-ADD-OK
002690     END-WRITE
002700   END-IF
002870         MOVE VTRANS-VENDOR-ID TO VAUD-NEW-VENDOR-ID
002880         MOVE VTRANS-ORDER-MULTIPLE TO VAUD-NEW-MULTIPLE
002890         MOVE VTRANS-LEAD-TIME TO VAUD-NEW-LEAD-TIME
002892         MOVE VTRANS-VENDOR-NAME TO VAUD-NEW-VENDOR-NAME
002894         MOVE "CHANGE" TO VAUD-ACTION
002910         ADD 1 TO COUNT-CHANGE-OK
002920     END-REWRITE
002930   ELSE
