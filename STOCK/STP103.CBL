             MOVE STK-LAST-COST TO POR-UNIT-PRICE.
             MOVE STK-PURCH-UNIT
                                TO POR-PURCH-UNIT.
             MOVE ZERO          TO POR-LEDG-AC POR-DEPT
                                   POR-REQ-NO POR-PROMISED
                                   POR-ACK-DATE POR-ACK-QTY
                                   POR-ACK-PRICE POR-DUE-DATE.
             MOVE "D"           TO POR-STATUS.
             MOVE WS-NEXT-POR   TO WS-PORKEY.
             WRITE POR-RECORD.
