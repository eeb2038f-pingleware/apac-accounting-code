      *    POSMAP slots: 1 cash control, 2 cheque control, 3 card      *
      *    control, 4 voucher liability, 5 sales, 6 VAT output,        *
      *    7 loyalty points liability, 8 lay-by money held,            *
      *    9 lay-by forfeit income, 10 petty cash paid-outs (the       *
      *    till float's clearing account, coded on GLP070).            *
      *                                                                *
      *    Before posting, the run has POSDEP deplete the day's item   *
      *    lines (POSLIN) from stock at the shop location, which is    *
      *    set here beside the trading cut-off.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
      *    The hour at which the trading date rolls (TRDATE reads
      *    it for the tills).  Zero means midnight, the old
      *    behaviour.  The shop's stock location, which POSDEP
      *    depletes the till lines from, is kept alongside.
      *
       FD  POSCUT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSCUT.DAT".
       01  CUT-RECORD.
           03  CUT-TIME       PIC  9(08).
           03  CUT-SHOP-LOC   PIC  9(03).
           03  FILLER         PIC  X(07).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
       77  WS-POINTS      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LAYBY       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FORFEITS    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-PAID-OUTS   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
           03  WS-TD-TIME    PIC  9(08).
           03  WS-TD-TRADE   PIC  9(08).

      *
      *    ****    L I N E   D E P L E T I O N
      *
       01  WS-PD-PARAMS.
           03  WS-PD-OPER    PIC  X(03).
           03  WS-PD-LINES   PIC  9(05).
           03  WS-PD-EXCEPT  PIC  9(05).
           03  WS-PD-RESULT  PIC  9(01).

       01  WS-DRAWER-TABLE.
           03  WS-DRW-ENTRY  OCCURS 99.
               05  WS-DRW-CASH   PIC S9(09)V99 COMP-3.
      *                                                                *
      ******************************************************************
       BA000-MAP.
             DISPLAY "Slot 1-10 ('0' ends) :" AT 0712.
             MOVE ZERO          TO WS-SLOT.
             ACCEPT WS-SLOT AT 0737
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SLOT = ZERO
               GO TO BA000-EXIT.
           IF WS-SLOT > 10
               GO TO BA000-MAP.
             MOVE WS-SLOT       TO WS-MAPKEY.
             READ POSMAP.
             ACCEPT WS-OPER AT 1040
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
      *
      *    Take the day's item lines off the shelf first
      *
             MOVE WS-OPER       TO WS-PD-OPER.
             CALL "POSDEP" USING WS-PD-PARAMS.
           IF WS-PD-RESULT = 9
               DISPLAY "No shop location - item lines not depleted"
                       AT 1112 WITH FOREGROUND-COLOR 12.
           IF WS-PD-RESULT = ZERO
               DISPLAY "Item lines depleted     :" AT 1112
                       WS-PD-LINES WITH FOREGROUND-COLOR 11
                       "  exceptions " WS-PD-EXCEPT
                       WITH FOREGROUND-COLOR 11.
             OPEN I-O POSTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "POSTRN open error - Status " AT 2312
      *
             MOVE ZERO          TO WS-CASH WS-CHEQUE WS-CARD
                                   WS-VOUCHER WS-VAT WS-SALES
                                   WS-POINTS WS-LAYBY WS-FORFEITS
                                   WS-PAID-OUTS.
             PERFORM XD000-ZERO-DRAWERS THRU XD000-EXIT.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF PTR-DRAW NOT = ZERO
               PERFORM XA000-ADD-DRAWER THRU XA000-EXIT.
      *
      *    A paid-out left the drawer as petty cash, not a refund -
      *    it goes to the clearing account the till float is
      *    reimbursed against, never against sales and VAT.
      *
           IF PTR-PAID-OUT
               SUBTRACT PTR-AMOUNT FROM WS-PAID-OUTS
               GO TO CA000-READ.
      *
      *    Lay-by money (deposits, instalments and their "LAY"
      *    refunds) is held on the lay-by liability until release
      *    invoices the sale - it never credits sales here.
           IF WS-CASH = ZERO AND WS-CHEQUE = ZERO
            AND WS-CARD = ZERO AND WS-VOUCHER = ZERO
            AND WS-POINTS = ZERO AND WS-LAYBY = ZERO
            AND WS-FORFEITS = ZERO AND WS-PAID-OUTS = ZERO
               DISPLAY "Nothing unposted for the day" AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE POSTRN
             MOVE 7             TO WS-SLOT.
             MOVE "POINTS REDEEMED - LIABILITY" TO WS-JL-TEXT.
             PERFORM DB000-TENDER-LINE THRU DB000-EXIT.
             MOVE WS-PAID-OUTS  TO WS-AMOUNT.
             MOVE 10            TO WS-SLOT.
             MOVE "TILL PAID-OUTS - PETTY CASH" TO WS-JL-TEXT.
             PERFORM DB000-TENDER-LINE THRU DB000-EXIT.
      *
      *    Credits: sales, output VAT and the lay-by liability
      *
       XV000-VET-MAP.
             MOVE 1             TO WS-S1.
       XV000-LOOP.
           IF WS-S1 > 10
               MOVE 1           TO WS-FOUND
               GO TO XV000-EXIT.
             MOVE ZERO          TO WS-AMOUNT.
               MOVE WS-LAYBY    TO WS-AMOUNT.
           IF WS-S1 = 9
               MOVE WS-FORFEITS TO WS-AMOUNT.
           IF WS-S1 = 10
               MOVE WS-PAID-OUTS
                                TO WS-AMOUNT.
           IF WS-AMOUNT = ZERO
               ADD 1            TO WS-S1
               GO TO XV000-LOOP.
               MOVE ZERO        TO CUT-TIME
               MOVE 1           TO WS-CUTKEY
               WRITE CUT-RECORD.
           IF CUT-SHOP-LOC NOT NUMERIC
               MOVE ZERO        TO CUT-SHOP-LOC.
             DISPLAY "Cut-off time (HHMMSShh, 0 = midnight):"
                     AT 0712.
             ACCEPT CUT-TIME AT 0752
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Shop stock location :" AT 0812.
             ACCEPT CUT-SHOP-LOC AT 0852
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE 1             TO WS-CUTKEY.
             REWRITE CUT-RECORD.
             CLOSE POSCUT.
