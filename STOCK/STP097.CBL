	       05  W15-CMRKUP PIC  9(03)V99 COMP-3.
	       05  W15-WMRKUP PIC  9(03)V99 COMP-3.

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

       COPY W40.WS.

       COPY FUNCTION.WS.
	       GO TO BA20.

       BA30.
             MOVE STK-SELL       TO WS-LQ-OLD.
      *    ****    A V E R A G E   C O S T
	   IF STK-QUANT < 0.001
	       MOVE STK-COST	 TO STK-AVGE.

       BA35.
             PERFORM REWRITE-STOCK-UNLOCK THRU WRITE-STOCK-EXIT.
           IF STK-SELL NOT = WS-LQ-OLD
               MOVE STK-CODE     TO WS-LQ-CODE
               MOVE ZERO         TO WS-LQ-LOCATION
               MOVE STK-SELL     TO WS-LQ-NEW
               MOVE "MARKUP"     TO WS-LQ-REASON
               MOVE "STP097"     TO WS-LQ-PROGRAM
               CALL "LBQWRT" USING WS-LQ-PARAMS.
             GO TO BA20.             

       BA999.
