       77  TODAY-DDMMYY    PIC	9(08) COMP-5.
       77  WS-USUB	   PIC	9(04) COMP-5.
      /
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

002420 01  WS-DB-LINE.
002430	   03  WS-TOP-LNE.
002440	       05  WS-TCHR PIC X(01) OCCURS 80.
             MOVE PAR-YMD        TO PCH-DATE.
             MOVE WS-PCH-OLDSELL TO PCH-SELL.
             WRITE PCH-REC.
             MOVE STK-CODE       TO WS-LQ-CODE.
             MOVE ZERO           TO WS-LQ-LOCATION.
             MOVE WS-PCH-OLDSELL TO WS-LQ-OLD.
             MOVE W10-SELL       TO WS-LQ-NEW.
             MOVE "PRICE ADJUST" TO WS-LQ-REASON.
             MOVE "STP025"       TO WS-LQ-PROGRAM.
             CALL "LBQWRT" USING WS-LQ-PARAMS.
       BR110-EXIT.
             EXIT.

