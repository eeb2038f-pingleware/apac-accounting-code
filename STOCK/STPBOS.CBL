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
      *
019390       EXIT.
       DB000           SECTION 50.
       DB00.
             MOVE STK-SELL       TO WS-LQ-OLD.
           IF PRC-COST = ZERO
               GO TO DB05.
             MOVE PRC-COST TO STK-COST.
             MOVE PRC-LEDG       TO STK-LEDG.  
	     MOVE PRC-XREF	 TO STK-XREF.
             PERFORM REWRITE-STOCK-UNLOCK THRU WRITE-STOCK-EXIT.
           IF STK-SELL NOT = WS-LQ-OLD
               MOVE STK-CODE     TO WS-LQ-CODE
               MOVE ZERO         TO WS-LQ-LOCATION
               MOVE STK-SELL     TO WS-LQ-NEW
               MOVE "BOSAL PRICE" TO WS-LQ-REASON
               MOVE "STPBOS"     TO WS-LQ-PROGRAM
               CALL "LBQWRT" USING WS-LQ-PARAMS.
       DB999.
             EXIT.
      /
