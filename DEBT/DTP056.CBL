             MOVE WS-AMOUNT     TO DTR-AMOUNT.
             MOVE ZERO          TO DTR-VAT-AMT DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE "P"           TO DTR-GL-FLAG.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             ADD 1              TO WS-NEXT-TKEY.
