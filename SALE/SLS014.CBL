             COMPUTE DTR-AMOUNT = ZERO - WS-APPLY.
             MOVE ZERO          TO DTR-VAT-AMT DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE "P"           TO DTR-GL-FLAG.
             WRITE DTR-RECORD.
             PERFORM XG000-FIND-DEBTOR THRU XG000-EXIT.
           IF WS-FOUND = 1
