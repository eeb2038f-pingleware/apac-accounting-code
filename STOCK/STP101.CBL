      *    Reads the monthly electronic price list PRICEIN.TXT,        *
      *    pipe delimited:                                             *
      *                                                                *
      *        supplier-account|article-number|new-cost|new-sell       *
      *                                                                *
      *    matches each line to our stock items through the            *
      *    supplier's article number (the cross-reference the          *
      *    (after the report has been reviewed) writes the new cost    *
      *    to the stock records.                                       *
      *                                                                *
      *    The new-sell field is optional and carries the supplier's   *
      *    recommended retail price.  Where it is given and differs    *
      *    from our shelf price it is reported beside the cost and, in *
      *    update mode, becomes the shelf price and the item is        *
      *    queued for a new shelf-edge label.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP101.
       77  WS-THRESHOLD   PIC  9(02)V99  VALUE ZERO.
       77  WS-SUPPLIER    PIC  9(07)     VALUE ZERO.
       77  WS-NEW-COST    PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-NEW-SELL    PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-OLD-SELL    PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-F-VET       PIC  X(14).
       77  WS-MOVE-PCT    PIC S9(03)V99  COMP-3 VALUE ZERO.
       77  WS-LINE-NO     PIC  9(05)     VALUE ZERO.
       77  WS-CHANGES     PIC  9(05)     VALUE ZERO.
           03  WS-F-SUPP     PIC  X(07).
           03  WS-F-ART      PIC  X(14).
           03  WS-F-COST     PIC  X(14).
           03  WS-F-SELL     PIC  X(14).


      *
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

      *
      *    ****    S H E L F   L A B E L   Q U E U E
      *
       01  WS-LQ-PARAMS.
           03  WS-LQ-CODE     PIC  X(14).
           03  WS-LQ-LOCATION PIC  9(03).
           03  WS-LQ-OLD      PIC S9(07)V99.
           03  WS-LQ-NEW      PIC S9(07)V99.
           03  WS-LQ-REASON   PIC  X(12).
           03  WS-LQ-PROGRAM  PIC  X(08).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-PCT     PIC  ZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SELL    PIC  Z(06)9.99.
           03  WS-DT-SELL-X REDEFINES WS-DT-SELL
                             PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-FLAG    PIC  X(12).
      /
       PROCEDURE DIVISION.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "ITEM            DESCRIPTION               "
                    "  OLD COST     NEW COST    MOVE %      NEW SELL"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             PERFORM BA000-IMPORT THRU BA000-EXIT.
               GO TO BA000-READ.
             MOVE SPACES        TO WS-FIELDS.
             UNSTRING IMP-RECORD DELIMITED BY "|"
                 INTO WS-F-SUPP WS-F-ART WS-F-COST WS-F-SELL.
           IF WS-F-SUPP NOT NUMERIC
               PERFORM XU000-UNMATCHED THRU XU000-EXIT
               GO TO BA000-READ.
             MOVE WS-F-SUPP     TO WS-SUPPLIER.
             MOVE WS-F-COST     TO WS-F-VET.
             PERFORM XN000-VET-COST THRU XN000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XU000-UNMATCHED THRU XU000-EXIT
           IF WS-FOUND = ZERO
               PERFORM XU000-UNMATCHED THRU XU000-EXIT
               GO TO BA000-READ.
             MOVE STK-PRICE1    TO WS-OLD-SELL WS-NEW-SELL.
           IF WS-F-SELL = SPACES
               GO TO BA000-SELL-DONE.
             MOVE WS-F-SELL     TO WS-F-VET.
             PERFORM XN000-VET-COST THRU XN000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XU000-UNMATCHED THRU XU000-EXIT
               GO TO BA000-READ.
             COMPUTE WS-NEW-SELL
                   = FUNCTION NUMVAL (WS-F-SELL).
           IF WS-NEW-SELL = ZERO
               MOVE WS-OLD-SELL TO WS-NEW-SELL.
       BA000-SELL-DONE.
           IF WS-NEW-COST = STK-LAST-COST
            AND WS-NEW-SELL = WS-OLD-SELL
               GO TO BA000-READ.
      *
      *    Report the movement
           ELSE
               MOVE ZERO        TO WS-MOVE-PCT.
             MOVE WS-MOVE-PCT   TO WS-DT-PCT.
             MOVE SPACES        TO WS-DT-SELL-X.
           IF WS-NEW-SELL NOT = WS-OLD-SELL
               MOVE WS-NEW-SELL TO WS-DT-SELL.
           IF WS-THRESHOLD NOT = ZERO
            AND WS-MOVE-PCT > WS-THRESHOLD
               MOVE "** REVIEW **" TO WS-DT-FLAG
           IF WS-OPTION = "U"
               MOVE STK-RECORD  TO WS-JW-BEFORE
               MOVE WS-NEW-COST TO STK-LAST-COST
               MOVE WS-NEW-SELL TO STK-PRICE1
               REWRITE STK-RECORD
               MOVE "R"         TO WS-JW-ACTION
               PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
           IF WS-OPTION = "U"
            AND WS-NEW-SELL NOT = WS-OLD-SELL
               PERFORM XL000-LABEL THRU XL000-EXIT.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-CHANGES.
             GO TO BA000-READ.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    Q U E U E   A   S H E L F   L A B E L
      *
       XL000-LABEL.
             MOVE STK-CODE      TO WS-LQ-CODE.
             MOVE ZERO          TO WS-LQ-LOCATION.
             MOVE WS-OLD-SELL   TO WS-LQ-OLD.
             MOVE WS-NEW-SELL   TO WS-LQ-NEW.
             MOVE "PRICE LIST"  TO WS-LQ-REASON.
             MOVE "STP101"      TO WS-LQ-PROGRAM.
             CALL "LBQWRT" USING WS-LQ-PARAMS.
       XL000-EXIT.
             EXIT.
      /
      *
      *    ****    U N M A T C H E D  /  B A D   L I N E
      *
       XN000-VET-COST.
             MOVE 1             TO WS-FOUND.
           IF WS-F-VET = SPACES
               MOVE ZERO        TO WS-FOUND
               GO TO XN000-EXIT.
             MOVE 1             TO WS-S1.
       XN000-LOOP.
           IF WS-S1 > 14
               GO TO XN000-EXIT.
           IF WS-F-VET (WS-S1:1) = "0" OR "1" OR "2" OR "3"
             OR "4" OR "5" OR "6" OR "7" OR "8" OR "9" OR "."
             OR SPACE
               ADD 1            TO WS-S1
