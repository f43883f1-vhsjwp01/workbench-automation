           END-IF
           MOVE ZEROS          TO QO-CREDIT-AMT
           MOVE SPACES         TO QO-CURRENCY
           MOVE SPACES         TO QO-PROMO-CODE
           MOVE ZERO           TO QO-SHIPTO-SEQ
           PERFORM ORDNEW-WRITE
           ADD 1 TO WS-CONVERTED-COUNT
           EXIT.
