      *    fail are put on hold with the difference reported;          *
      *    invoices that pass are approved for payment.  Receipts      *
      *    with no invoice yet are listed for the month-end accrual.   *
      *    An invoice without a project code takes the project of      *
      *    its order, so the sweep carries it to the expense line.     *
      *    An invoice held as a suspected duplicate is left held.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF CTR-APPROVED
               GO TO BA000-READ.
      *
      *    A suspected duplicate stays held until cleared on CRP055
      *
           IF CTR-DUP-SUSPECT
               GO TO BA000-READ.
      *
      *    Received-not-invoiced value of the order at order price
      *
             PERFORM CB000-GRN-VALUE THRU CB000-EXIT.
               MOVE "H"         TO CTR-APP-STATUS
               MOVE "HELD"      TO WS-DT-VERDICT
               ADD 1            TO WS-HELD.
           IF CTR-PROJECT = SPACES
               PERFORM CE000-ORDER-PROJECT THRU CE000-EXIT.
             REWRITE CTR-RECORD.
             WRITE REP-LINE FROM WS-DET-LINE.
             GO TO BA000-READ.
       CD000-EXIT.
             EXIT.
      *
      *    Project of the order - the first line carrying one
      *
       CE000-ORDER-PROJECT.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO CE000-EXIT.
       CE000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CE000-EXIT.
           IF POR-ORDER-NO NOT = CTR-ORDER-NO
            OR POR-PROJECT = SPACES
               GO TO CE000-READ.
             MOVE POR-PROJECT   TO CTR-PROJECT.
       CE000-EXIT.
             EXIT.
      *
      *    ****    F L A G   T H E   R E C E I P T S   M A T C H E D
      *
       CC000-FLAG-GRNS.
