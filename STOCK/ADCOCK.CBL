005120 01  W100-EDIT.
003970     03  W100-V2.
003980         05  W100-S6V2   PIC Z(05)9.99-.
      *
      *    ****    S H E L F   L A B E L   Q U E U E
      *
       01  WS-LQ-PARAMS.
           03  WS-LQ-CODE      PIC  X(14).
           03  WS-LQ-LOCATION  PIC  9(03).
           03  WS-LQ-OLD       PIC S9(07)V99.
           03  WS-LQ-NEW       PIC S9(07)V99.
           03  WS-LQ-REASON    PIC  X(12).
           03  WS-LQ-PROGRAM   PIC  X(08).
      /
004130 SCREEN SECTION.

             ADD 1               TO STK-RECORDS.
017190       PERFORM WRITE-STOCK THRU WRITE-STOCK-EXIT.
017230       MOVE STK-RECORD1 TO W15-RECORD1.
           IF STK-SELL NOT = ZERO
               MOVE STK-CODE     TO WS-LQ-CODE
               MOVE ZERO         TO WS-LQ-LOCATION WS-LQ-OLD
               MOVE STK-SELL     TO WS-LQ-NEW
               MOVE "NEW ITEM"   TO WS-LQ-REASON
               MOVE "ADCOCK"     TO WS-LQ-PROGRAM
               CALL "LBQWRT" USING WS-LQ-PARAMS.
012270       PERFORM REWRITE-CONTROL-UNLOCK THRU WRITE-CONTROL-EXIT.
017500       GO TO BB999.
      *
019390       EXIT.
       BC000           SECTION.
       BC00.
             MOVE STK-SELL       TO WS-LQ-OLD.
           IF (PRC-COST < STK-COST) AND (PRC-LEDG = STK-LEDG)
               IF STK-QUANT NOT = ZERO
                   UNLOCK STOCK
      *      MOVE PRC-TS	 TO STK-BIN.
             MOVE PRC-LEDG       TO STK-LEDG.  
             PERFORM REWRITE-STOCK-UNLOCK THRU WRITE-STOCK-EXIT.
           IF STK-SELL NOT = WS-LQ-OLD
               MOVE STK-CODE     TO WS-LQ-CODE
               MOVE ZERO         TO WS-LQ-LOCATION
               MOVE STK-SELL     TO WS-LQ-NEW
               MOVE "PRICE LIST" TO WS-LQ-REASON
               MOVE "ADCOCK"     TO WS-LQ-PROGRAM
               CALL "LBQWRT" USING WS-LQ-PARAMS.
       BC999.
             EXIT.
      /
