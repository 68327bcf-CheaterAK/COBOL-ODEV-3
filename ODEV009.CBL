           MOVE WS-AMT-O TO LOG-REC(18:16).
           MOVE HIS-BAL-AFTER TO WS-AMT-O.
           MOVE WS-AMT-O TO LOG-REC(35:16).
           IF HIS-XFER-ACC-ID NUMERIC AND HIS-XFER-ACC-ID NOT = 0
              MOVE "XFER" TO LOG-REC(52:4)
              MOVE HIS-XFER-ACC-ID TO LOG-REC(57:5)
              MOVE HIS-XFER-CURRENCY TO LOG-REC(63:3)
              MOVE HIS-SEQ TO LOG-REC(67:6)
           END-IF.
           WRITE LOG-REC.
           ADD HIS-AMOUNT TO WS-NET-MOVEMENT.
           ADD 1 TO LISTED-CNT.
