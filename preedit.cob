002350 
002360 CHECK-TRANSACTION-FIELDS.
002370   IF RAW-TRANS-CODE NOT = "A" AND RAW-TRANS-CODE NOT = "C"
002372     AND RAW-TRANS-CODE NOT = "D" AND RAW-TRANS-CODE NOT = "K"
002374     MOVE "01" TO EDIT-REASON-CODE
002376     MOVE "TRANS-CODE NOT A/C/D/K" TO REASON-TEXT
002410   ELSE
002420     IF RAW-TRANS-PRODUCT-ID = SPACES
002430       MOVE "04" TO EDIT-REASON-CODE
