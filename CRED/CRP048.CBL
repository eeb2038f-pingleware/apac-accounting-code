      *    One block per supplier, with a ranked exception listing     *
      *    of everyone falling below the thresholds.                   *
      *                                                                *
      *    The average order-to-receipt days measured for each         *
      *    supplier are kept on SUPLED for the min/max                 *
      *    recalculation (STP119).                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP048.

       COPY PORDER.SL.

       COPY SUPLED.SL.

           SELECT GRNFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY PORDER.FDE.

       COPY SUPLED.FDE.

       FD  GRNFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GRNFIL.DAT".
       01  GRN-RECORD.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GRNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-SUPLED   PIC  9(01)     VALUE ZERO.
       77  WS-LEAD-CNT    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LEAD-SUM    PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-LEAD-AVG    PIC  9(03)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-LEAD-DAYS   PIC  9(03)     VALUE 7.
       77  WS-OT-THRESH   PIC  9(03)     VALUE 80.
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE ZERO          TO WS-NO-SUPLED.
             OPEN I-O SUPLED.
           IF WS-STATUS = "35"
               OPEN OUTPUT SUPLED
               CLOSE SUPLED
               OPEN I-O SUPLED.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-SUPLED.
             OPEN OUTPUT PRNREP.
             MOVE "SUPPLIER PERFORMANCE SCORECARD" TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-CNT-EXCEPT TO WS-MT-PCT.
             WRITE REP-LINE FROM WS-MET-LINE.
             CLOSE CREDIT CTRANS PORDER GRNFIL PRNREP.
           IF WS-NO-SUPLED = ZERO
               CLOSE SUPLED.
             DISPLAY "Scorecards on CRP048.PRN       " AT 2312
                     WITH FOREGROUND-COLOR 10.
       AZ100.
                                   WS-ORD-QTY WS-RCV-QTY
                                   WS-ORD-VALUE WS-INV-VALUE
                                   WS-DBN-COUNT.
             MOVE ZERO          TO WS-LEAD-CNT WS-LEAD-SUM.
             MOVE ZERO          TO WS-Q.
       BA000-QZERO.
             ADD 1              TO WS-Q.
             MOVE GRN-DATE      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-GRN.
           IF WS-SER-GRN NOT < WS-SER-ORD
               ADD 1            TO WS-LEAD-CNT
               COMPUTE WS-LEAD-SUM = WS-LEAD-SUM
                       + WS-SER-GRN - WS-SER-ORD.
             MOVE GRN-DATE      TO WS-QD-DATE-N.
             PERFORM XQ000-QUARTER THRU XQ000-EXIT.
           IF WS-Q > ZERO
             MOVE WS-REJ-PCT    TO WS-MT-PCT.
             WRITE REP-LINE FROM WS-MET-LINE.
      *
      *    Average lead time actually achieved
      *
           IF WS-LEAD-CNT > ZERO
               COMPUTE WS-LEAD-AVG ROUNDED
                       = WS-LEAD-SUM / WS-LEAD-CNT
               MOVE SPACES      TO WS-MET-LINE
               MOVE "AVERAGE LEAD DAYS"
                                TO WS-MT-LABEL
               MOVE WS-LEAD-AVG TO WS-MT-PCT
               WRITE REP-LINE FROM WS-MET-LINE
               PERFORM CE000-SAVE-LEAD THRU CE000-EXIT.
      *
      *    This year quarter by quarter - delivery and fill
      *
             MOVE SPACES        TO REP-LINE.
       CA000-EXIT.
             EXIT.
      *
      *    ****    K E E P   T H E   M E A S U R E D   L E A D   T I M E
      *
       CE000-SAVE-LEAD.
           IF WS-NO-SUPLED = 1
               GO TO CE000-EXIT.
             MOVE 1             TO WS-SLDKEY.
             START SUPLED KEY NOT < WS-SLDKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-SLDKEY
               GO TO CE000-NEW.
       CE000-READ.
             READ SUPLED NEXT.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-SLDKEY
               GO TO CE000-NEW.
           IF SLD-SUPPLIER NOT = WS-ACCOUNT
               GO TO CE000-READ.
             MOVE WS-LEAD-AVG   TO SLD-LEAD-DAYS.
             MOVE WS-LEAD-CNT   TO SLD-GRN-COUNT.
             MOVE WS-TODAY-N    TO SLD-DATE.
             REWRITE SLD-RECORD.
             GO TO CE000-EXIT.
       CE000-NEW.
             MOVE SPACES        TO SLD-RECORD.
             MOVE WS-ACCOUNT    TO SLD-SUPPLIER.
             MOVE WS-LEAD-AVG   TO SLD-LEAD-DAYS.
             MOVE WS-LEAD-CNT   TO SLD-GRN-COUNT.
             MOVE WS-TODAY-N    TO SLD-DATE.
             WRITE SLD-RECORD.
       CE000-EXIT.
             EXIT.
      *
      *    ****    Q U A R T E R L Y   O N - T I M E   P E R C E N T S
      *
       CB000-QTR-ONTIME.
