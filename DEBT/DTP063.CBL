      *    line detail with stock codes, and the VAT breakdown by      *
      *    rate code - and records it on the transmission register.    *
      *    The re-send facility regenerates any document a customer    *
      *    reports missing.  An invoice raised by the delivery-        *
      *    confirmed run (DLP034) lists just the order lines stamped   *
      *    with its reference, at the quantity invoiced.               *
      *                                                                *
      *    After the header, DLV,site,name and DLA,address lines give  *
      *    where the goods went: the ship-to site (SLS018) on the      *
      *    invoiced order lines, through SHPLKP, or site zero and the  *
      *    account's own address.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-CNT-SENT    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CENTS       PIC  9(13)     VALUE ZERO.
       77  WS-ABS-AMT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-BY-REF      PIC  9(01)     VALUE ZERO.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.

      *
      *    ****    S H I P - T O   L O O K U P   ( S H P L K P )
      *
       01  WS-SL-PARAMS.
           03  WS-SL-ACCOUNT  PIC  9(07).
           03  WS-SL-SHIP-TO  PIC  9(03).
           03  WS-SL-NAME     PIC  X(40).
           03  WS-SL-SITE     PIC  X(30).
           03  WS-SL-ADDRESS1 PIC  X(30).
           03  WS-SL-ADDRESS2 PIC  X(30).
           03  WS-SL-ADDRESS3 PIC  X(30).
           03  WS-SL-CONTACT  PIC  X(30).
           03  WS-SL-PHONE    PIC  X(15).
           03  WS-SL-ZONE     PIC  9(02).
           03  WS-SL-INSTRUCT PIC  X(60).
           03  WS-SL-RESULT   PIC  9(01).

       01  WS-EINV-NAME.
           03  FILLER        PIC  X(03) VALUE "EIN".
           03  FILLER        PIC  X(01) VALUE ",".
           03  EH-CENTS      PIC  9(13).

       01  WS-ED-LINE.
           03  FILLER        PIC  X(04) VALUE "DLV,".
           03  ED-SHIP-TO    PIC  9(03).
           03  FILLER        PIC  X(01) VALUE ",".
           03  ED-SITE       PIC  X(40).

       01  WS-EA-LINE.
           03  FILLER        PIC  X(04) VALUE "DLA,".
           03  EA-ADDRESS1   PIC  X(30).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EA-ADDRESS2   PIC  X(30).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EA-ADDRESS3   PIC  X(30).

       01  WS-EL-LINE.
           03  FILLER        PIC  X(04) VALUE "LIN,".
           03  EL-CODE       PIC  X(14).
             COMPUTE WS-CENTS = WS-ABS-AMT * 100.
             MOVE WS-CENTS      TO EH-CENTS.
             WRITE EIV-RECORD FROM WS-EH-LINE.
             PERFORM XH000-DELIVERY THRU XH000-EXIT.
      *
      *    Line detail - the order lines stamped with the invoice
      *    reference, else the shipped order lines on the account
      *
             PERFORM XG000-REF-LINES THRU XG000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-VAT.
           IF WS-BY-REF = 1 AND SOR-INV-REF NOT = DTR-REF
               GO TO DA000-LINES.
           IF WS-BY-REF = ZERO
            AND (SOR-ACCOUNT NOT = DTR-ACCOUNT OR NOT SOR-SHIPPED)
               GO TO DA000-LINES.
             MOVE SOR-CODE      TO EL-CODE.
           IF WS-BY-REF = ZERO
               COMPUTE EL-QTY = SOR-QTY-SHIPPED * 100.
           IF WS-BY-REF = 1
               MOVE ZERO        TO EL-QTY.
           IF WS-BY-REF = 1 AND SOR-QTY-INVOICED NUMERIC
               COMPUTE EL-QTY = SOR-QTY-INVOICED * 100.
             COMPUTE WS-CENTS = SOR-PRICE * 100.
             MOVE WS-CENTS      TO EL-CENTS.
             WRITE EIV-RECORD FROM WS-EL-LINE.
             COMPUTE WS-CENTS = WS-ABS-AMT * 100.
             MOVE WS-CENTS      TO EH-CENTS.
             WRITE EIV-RECORD FROM WS-EH-LINE.
             PERFORM XH000-DELIVERY THRU XH000-EXIT.
             PERFORM XG000-REF-LINES THRU XG000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-RW-VAT.
           IF WS-BY-REF = 1 AND SOR-INV-REF NOT = DTR-REF
               GO TO DA000-RW-LINES.
           IF WS-BY-REF = ZERO
            AND (SOR-ACCOUNT NOT = DTR-ACCOUNT OR NOT SOR-SHIPPED)
               GO TO DA000-RW-LINES.
             MOVE SOR-CODE      TO EL-CODE.
           IF WS-BY-REF = ZERO
               COMPUTE EL-QTY = SOR-QTY-SHIPPED * 100.
           IF WS-BY-REF = 1
               MOVE ZERO        TO EL-QTY.
           IF WS-BY-REF = 1 AND SOR-QTY-INVOICED NUMERIC
               COMPUTE EL-QTY = SOR-QTY-INVOICED * 100.
             COMPUTE WS-CENTS = SOR-PRICE * 100.
             MOVE WS-CENTS      TO EL-CENTS.
             WRITE EIV-RECORD FROM WS-EL-LINE.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    O R D E R   L I N E S   F O R   T H E   I N V O I C E
      *
      *    Lines the delivery-confirmed run stamped with this
      *    reference, when there are any.
      *
       XG000-REF-LINES.
             MOVE ZERO          TO WS-BY-REF WS-SHIP-TO.
           IF DTR-REF = SPACES
               GO TO XG000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF SOR-INV-REF NOT = DTR-REF
               GO TO XG000-READ.
           IF SOR-QTY-INVOICED NOT NUMERIC
               GO TO XG000-READ.
             MOVE 1             TO WS-BY-REF.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-SHIP-TO.
       XG000-EXIT.
             EXIT.
      *
      *    ****    W H E R E   T H E   G O O D S   W E N T
      *
      *    The site and address follow the header, read before the
      *    line detail so the ship-to comes from the stamped lines.
      *
       XH000-DELIVERY.
             PERFORM XG000-REF-LINES THRU XG000-EXIT.
             MOVE DTR-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
           IF WS-SL-RESULT NOT = ZERO
               MOVE ZERO        TO WS-SL-SHIP-TO.
             MOVE WS-SL-SHIP-TO TO ED-SHIP-TO.
             MOVE WS-SL-SITE    TO ED-SITE.
           IF WS-SL-SITE = SPACES
               MOVE DEB-NAME    TO ED-SITE.
             WRITE EIV-RECORD FROM WS-ED-LINE.
             MOVE WS-SL-ADDRESS1
                                TO EA-ADDRESS1.
             MOVE WS-SL-ADDRESS2
                                TO EA-ADDRESS2.
             MOVE WS-SL-ADDRESS3
                                TO EA-ADDRESS3.
             WRITE EIV-RECORD FROM WS-EA-LINE.
       XH000-EXIT.
             EXIT.
