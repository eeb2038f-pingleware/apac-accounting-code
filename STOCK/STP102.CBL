      *           variance valuation report                            *
      *                                                                *
      *    Freezing a few bins a day gives perpetual cycle counting    *
      *    without stopping the warehouse.  'G' can instead take the   *
      *    lines the STP120 count calendar (CNTCAL) proposes for       *
      *    today, and posting a count stamps the item's last count     *
      *    date on the stock record.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY PERSTA.SL.

       COPY CNTCAL.SL.

      *
      *    ****    C O U N T   S N A P S H O T   ( F R E E Z E )
      *

       COPY PERSTA.FDE.

       COPY CNTCAL.FDE.

       FD  STKFRZ    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STKFRZ.DAT".
       01  FRZ-RECORD.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FRZKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CCLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CAL-OPT     PIC  X(01)     VALUE "N".
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
      *                                                                *
      ******************************************************************
       BA000-GENERATE.
             DISPLAY "Take today's count calendar (Y/N)?" AT 0612.
             MOVE "N"           TO WS-CAL-OPT.
             ACCEPT WS-CAL-OPT AT 0647
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CAL-OPT = "Y"
               PERFORM BB000-CALENDAR THRU BB000-EXIT
               GO TO BA000-EXIT.
             DISPLAY "Warehouse location       :" AT 0712.
             ACCEPT WS-LOCATION AT 0740
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
               GO TO BA000-READ.
           IF STQ-CODE < WS-FROM-CODE OR STQ-CODE > WS-TO-CODE
               GO TO BA000-READ.
             PERFORM XW000-WRITE-FRZ THRU XW000-EXIT.
             GO TO BA000-READ.
       BA000-DONE.
             CLOSE STKQTY.
                     WS-FROZEN WITH FOREGROUND-COLOR 11.
       BA000-EXIT.
             EXIT.
      *
      *    ****    C O U N T   C A L E N D A R   F R E E Z E
      *
      *    Every line STP120 proposed for today or a day already
      *    past, at all its bins; the calendar line is then marked
      *    frozen so it is not taken twice.
      *
       BB000-CALENDAR.
             OPEN I-O CNTCAL.
           IF WS-STATUS NOT = "00"
               DISPLAY "No count calendar - run STP120 first" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BB000-EXIT.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               DISPLAY "STKQTY open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE CNTCAL
               GO TO BB000-EXIT.
             PERFORM XF000-NEXT-FRZ THRU XF000-EXIT.
             MOVE ZERO          TO WS-FROZEN.
             MOVE 1             TO WS-CCLKEY.
             START CNTCAL KEY NOT < WS-CCLKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-DONE.
       BB000-READ.
             READ CNTCAL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO BB000-DONE.
           IF NOT CCL-PROPOSED OR CCL-DATE > WS-TODAY-N
               GO TO BB000-READ.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-MARK.
       BB000-BINS.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-MARK.
           IF STQ-CODE NOT = CCL-CODE
            OR STQ-LOCATION NOT = CCL-LOCATION
               GO TO BB000-BINS.
             PERFORM XW000-WRITE-FRZ THRU XW000-EXIT.
             GO TO BB000-BINS.
       BB000-MARK.
             MOVE "F"           TO CCL-STATUS.
             REWRITE CCL-RECORD.
             GO TO BB000-READ.
       BB000-DONE.
             CLOSE STKQTY CNTCAL.
             DISPLAY "Lines frozen : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-FROZEN WITH FOREGROUND-COLOR 11.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
               DISPLAY "STKQTY open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             OPEN I-O STOCK.
             OPEN I-O STKMOVE.
           IF WS-STATUS = "35"
               OPEN OUTPUT STKMOVE
             MOVE WS-VAR-QTY    TO WS-VR-VAR.
             MOVE WS-VAR-VALUE  TO WS-VR-VALUE.
             WRITE REP-LINE FROM WS-VR-LINE.
             PERFORM EC000-STAMP THRU EC000-EXIT.
             GO TO EA000-READ.
       EA000-DONE.
             MOVE SPACES        TO REP-LINE.
       EB000-EXIT.
             EXIT.
      *
      *    ****    S T A M P   T H E   L A S T   C O U N T   D A T E
      *
      *    Any location counted counts for the item - the cycle
      *    frequency is set per item by its ABC class.
      *
       EC000-STAMP.
           IF WS-FOUND = ZERO
               GO TO EC000-EXIT.
             READ STOCK.
           IF WS-STATUS NOT = "00"
               GO TO EC000-EXIT.
             MOVE WS-TODAY-N    TO STK-LAST-COUNT.
             REWRITE STK-RECORD.
       EC000-EXIT.
             EXIT.
      *
      *    ****    P E R I O D - S T A T U S   C H E C K
      *
      *    Stock is module 4 on PERSTA.  No control file, or no
       XF000-EXIT.
             EXIT.
      *
      *    ****    W R I T E   O N E   F R O Z E N   L I N E
      *
       XW000-WRITE-FRZ.
             ADD 1              TO WS-SHEET.
             MOVE SPACES        TO FRZ-RECORD.
             MOVE WS-SHEET      TO FRZ-SHEET.
             MOVE STQ-CODE      TO FRZ-CODE.
             MOVE STQ-LOCATION  TO FRZ-LOCATION.
             MOVE STQ-BIN       TO FRZ-BIN.
             MOVE STQ-ON-HAND   TO FRZ-BOOK-QTY.
             MOVE ZERO          TO FRZ-COUNT-QTY.
             MOVE "F"           TO FRZ-STATUS.
             MOVE WS-NEXT-FRZ   TO WS-FRZKEY.
             WRITE FRZ-RECORD.
             ADD 1              TO WS-NEXT-FRZ.
             ADD 1              TO WS-FROZEN.
       XW000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   M O V E M E N T   K E Y
      *
       XH000-NEXT-STM.
