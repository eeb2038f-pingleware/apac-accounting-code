      *                                                                *
      *  F I L E   T A K E - U P   C O N V E R S I O N                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    One-off conversion for the record-layout changes of the     *
      *    8.15.02 and 8.15.03 releases.  Run each step ONCE, in       *
      *    order, after a backup, before anything else touches the    *
      *    data (sites already on 8.15.02 run steps 3 and 4):          *
      *                                                                *
      *    Step 1 extends the three files whose records grew -         *
      *    CREDIT (+10: payment/withholding terms), CTRANS (+17:       *
      *    STQ-QUARANTINE - which hold spaces on every record          *
      *    written before this release.                                *
      *                                                                *
      *    Step 3 extends PORDER (+58: project code, requisition       *
      *    number, supplier acknowledgement, expected delivery date,   *
      *    buyer and spare) to PORDER.NEW slot for slot, the project   *
      *    and buyer blank and the new numbers zero.  Rename it over   *
      *    PORDER.DAT when the register agrees.                        *
      *                                                                *
      *    Step 4 extends SALORD (+26: delivery and invoicing, promise *
      *    date, margin authority and ship-to) and DCONTR (+1: billing *
      *    frequency) to SALORD.NEW / DCONTR.NEW slot for slot.  The   *
      *    new order-line numbers are zero and the invoice reference   *
      *    and margin authority blank; every contract is set to bill   *
      *    monthly, as it did before.  Rename the .NEW files over the  *
      *    .DAT files when the register agrees.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TAKREB.

       COPY DEBTOR.SL.

       COPY POSTRN.SL.

       COPY STKQTY.SL.
                          ORGANIZATION RELATIVE
                          RELATIVE WS-NDTKEY.

           SELECT OPOFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-OPOKEY.

           SELECT NPOFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-NPOKEY.

           SELECT OSOFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-OSOKEY.

           SELECT NSOFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-NSOKEY.

           SELECT OCNFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-OCNKEY.

           SELECT NCNFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-NCNKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY DEBTOR.FDE.

       COPY POSTRN.FDE.

       COPY STKQTY.FDE.
           03  NCR-DISC-DAYS  PIC  9(03).
           03  NCR-WHT-FLAG   PIC  X(01).
           03  NCR-WHT-RATE   PIC  9(02)V99 COMP-3.
           03  NCR-EPO-FLAG   PIC  X(01).
           03  NCR-LEAD-DAYS  PIC  9(03).
           03  FILLER         PIC  X(02).

      *
      *    ****    C R E D I T O R   T R A N S   -   O L D   I M A G E
           03  NDT-STATUS     PIC  X(01).
           03  FILLER         PIC  X(08).

      *
      *    ****    P U R C H A S E   O R D E R S   -   O L D   I M A G E
      *
       FD  OPOFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PORDER.DAT".
       01  OPO-RECORD.
           03  OPO-ORDER-NO   PIC  9(06).
           03  OPO-LINE       PIC  9(03).
           03  OPO-SUPPLIER   PIC  9(07).
           03  OPO-CODE       PIC  X(14).
           03  OPO-DATE       PIC  9(08).
           03  OPO-QTY-ORDERED
                              PIC S9(07)V99 COMP-3.
           03  OPO-QTY-RECEIVED
                              PIC S9(07)V99 COMP-3.
           03  OPO-UNIT-PRICE PIC S9(07)V9999 COMP-3.
           03  OPO-PURCH-UNIT PIC  X(04).
           03  OPO-STATUS     PIC  X(01).
           03  OPO-LEDG-AC    PIC  9(07).
           03  OPO-DEPT       PIC  9(03).

      *
      *    ****    P U R C H A S E   O R D E R S   -   N E W   I M A G E
      *
       FD  NPOFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PORDER.NEW".
       01  NPO-RECORD.
           03  NPO-ORDER-NO   PIC  9(06).
           03  NPO-LINE       PIC  9(03).
           03  NPO-SUPPLIER   PIC  9(07).
           03  NPO-CODE       PIC  X(14).
           03  NPO-DATE       PIC  9(08).
           03  NPO-QTY-ORDERED
                              PIC S9(07)V99 COMP-3.
           03  NPO-QTY-RECEIVED
                              PIC S9(07)V99 COMP-3.
           03  NPO-UNIT-PRICE PIC S9(07)V9999 COMP-3.
           03  NPO-PURCH-UNIT PIC  X(04).
           03  NPO-STATUS     PIC  X(01).
           03  NPO-LEDG-AC    PIC  9(07).
           03  NPO-DEPT       PIC  9(03).
           03  NPO-PROJECT    PIC  X(06).
           03  NPO-REQ-NO     PIC  9(06) COMP-3.
           03  NPO-PROMISED   PIC  9(08).
           03  NPO-ACK-DATE   PIC  9(08).
           03  NPO-ACK-QTY    PIC S9(07)V99 COMP-3.
           03  NPO-ACK-PRICE  PIC S9(07)V9999 COMP-3.
           03  NPO-DUE-DATE   PIC  9(08).
           03  NPO-BUYER      PIC  X(03).
           03  FILLER         PIC  X(10).

      *
      *    ****    S A L E S   O R D E R S   -   O L D   I M A G E
      *
       FD  OSOFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SALORD.DAT".
       01  OSO-RECORD.
           03  OSO-ORDER-NO   PIC  9(06).
           03  OSO-LINE       PIC  9(03).
           03  OSO-ACCOUNT    PIC  9(07).
           03  OSO-CODE       PIC  X(14).
           03  OSO-DATE       PIC  9(08).
           03  OSO-LOCATION   PIC  9(03).
           03  OSO-QTY-ORDERED
                              PIC S9(07)V99 COMP-3.
           03  OSO-QTY-ALLOCATED
                              PIC S9(07)V99 COMP-3.
           03  OSO-QTY-SHIPPED
                              PIC S9(07)V99 COMP-3.
           03  OSO-PRICE      PIC S9(07)V99 COMP-3.
           03  OSO-PRIORITY   PIC  9(01).
           03  OSO-STATUS     PIC  X(01).
           03  FILLER         PIC  X(10).

      *
      *    ****    S A L E S   O R D E R S   -   N E W   I M A G E
      *
       FD  NSOFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SALORD.NEW".
       01  NSO-RECORD.
           03  NSO-ORDER-NO   PIC  9(06).
           03  NSO-LINE       PIC  9(03).
           03  NSO-ACCOUNT    PIC  9(07).
           03  NSO-CODE       PIC  X(14).
           03  NSO-DATE       PIC  9(08).
           03  NSO-LOCATION   PIC  9(03).
           03  NSO-QTY-ORDERED
                              PIC S9(07)V99 COMP-3.
           03  NSO-QTY-ALLOCATED
                              PIC S9(07)V99 COMP-3.
           03  NSO-QTY-SHIPPED
                              PIC S9(07)V99 COMP-3.
           03  NSO-PRICE      PIC S9(07)V99 COMP-3.
           03  NSO-PRIORITY   PIC  9(01).
           03  NSO-STATUS     PIC  X(01).
           03  NSO-POD-DATE   PIC  9(08).
           03  NSO-QTY-INVOICED
                              PIC S9(07)V99 COMP-3.
           03  NSO-INV-REF    PIC  X(10).
           03  NSO-PROMISE-DATE
                              PIC  9(08).
           03  NSO-MRG-AUTH   PIC  X(01).
           03  NSO-SHIP-TO    PIC  9(03).
           03  FILLER         PIC  X(01).

      *
      *    ****    C O N T R A C T S   -   O L D   I M A G E
      *
       FD  OCNFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DCONTR.DAT".
       01  OCN-RECORD.
           03  OCN-DATA       PIC  X(70).

      *
      *    ****    C O N T R A C T S   -   N E W   I M A G E
      *
      *    The service-level terms took the old 10-byte FILLER and
      *    move across with the rest of the record unchanged.
      *
       FD  NCNFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DCONTR.NEW".
       01  NCN-RECORD.
           03  NCN-DATA       PIC  X(70).
           03  NCN-FREQ       PIC  X(01).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "TAKREB.PRN".
       01  REP-LINE           PIC  X(132).
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OCRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NCTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ODTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NDTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPOKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NPOKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OSOKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NSOKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OCNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NCNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-COUNT       PIC  9(07)     VALUE ZERO.
       77  WS-FIXED       PIC  9(07)     VALUE ZERO.
                     AT 0712.
             DISPLAY "2 = Zero-fill carved fields in place,"
                     AT 0812.
             DISPLAY "3 = Extend PORDER (.NEW file),"
                     AT 0912.
             DISPLAY "4 = Extend SALORD/DCONTR (.NEW files),"
                     AT 1012.
             DISPLAY "X = Exit.  Option :" AT 1112.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 1132
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "x"
           IF WS-OPTION = "2"
               PERFORM EA000-ZERO-FILL THRU EA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "3"
               PERFORM GA000-PORDER THRU GA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "4"
               PERFORM HA000-EXTEND THRU HA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION NOT = "X"
               GO TO AA000-05.
             CLOSE PRNREP.
             MOVE OCR-BANK-REF  TO NCR-BANK-REF.
             MOVE OCR-STATUS    TO NCR-STATUS.
             MOVE ZERO          TO NCR-TERMS-DAYS NCR-DISC-PCT
                                   NCR-DISC-DAYS NCR-WHT-RATE
                                   NCR-LEAD-DAYS.
             MOVE SPACE         TO NCR-TERMS-EOM NCR-WHT-FLAG
                                   NCR-EPO-FLAG.
             MOVE WS-OCRKEY     TO WS-NCRKEY.
             WRITE NCR-RECORD.
             ADD 1              TO WS-COUNT.
             EXIT.
       FB000-PORDER.
             MOVE ZERO          TO WS-FIXED.
             OPEN I-O OPOFIL.
           IF WS-STATUS NOT = "00"
               GO TO FB000-NONE.
             MOVE 1             TO WS-OPOKEY.
             START OPOFIL KEY NOT < WS-OPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO FB000-END.
       FB000-READ.
             READ OPOFIL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FB000-END.
           IF OPO-LEDG-AC NUMERIC AND OPO-DEPT NUMERIC
               GO TO FB000-READ.
           IF OPO-LEDG-AC NOT NUMERIC
               MOVE ZERO        TO OPO-LEDG-AC.
           IF OPO-DEPT NOT NUMERIC
               MOVE ZERO        TO OPO-DEPT.
             REWRITE OPO-RECORD.
             ADD 1              TO WS-FIXED.
             GO TO FB000-READ.
       FB000-END.
             CLOSE OPOFIL.
       FB000-NONE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "PORDER"      TO WS-DT-FILE.
             WRITE REP-LINE FROM WS-DET-LINE.
       FD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S T E P   3   -   E X T E N D   P O R D E R         *
      *                                                                *
      *    Slot-for-slot copy with the project code blank and the      *
      *    requisition and acknowledgement fields zero.  When          *
      *    the register count agrees, rename PORDER.NEW over           *
      *    PORDER.DAT.                                                 *
      *                                                                *
      ******************************************************************
       GA000-PORDER.
             MOVE ZERO          TO WS-COUNT.
             OPEN INPUT OPOFIL.
           IF WS-STATUS NOT = "00"
               GO TO GA000-NONE.
             OPEN OUTPUT NPOFIL.
             MOVE 1             TO WS-OPOKEY.
             START OPOFIL KEY NOT < WS-OPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
       GA000-READ.
             READ OPOFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
             MOVE SPACES        TO NPO-RECORD.
             MOVE OPO-ORDER-NO  TO NPO-ORDER-NO.
             MOVE OPO-LINE      TO NPO-LINE.
             MOVE OPO-SUPPLIER  TO NPO-SUPPLIER.
             MOVE OPO-CODE      TO NPO-CODE.
             MOVE OPO-DATE      TO NPO-DATE.
             MOVE OPO-QTY-ORDERED
                                TO NPO-QTY-ORDERED.
             MOVE OPO-QTY-RECEIVED
                                TO NPO-QTY-RECEIVED.
             MOVE OPO-UNIT-PRICE
                                TO NPO-UNIT-PRICE.
             MOVE OPO-PURCH-UNIT
                                TO NPO-PURCH-UNIT.
             MOVE OPO-STATUS    TO NPO-STATUS.
           IF OPO-LEDG-AC NUMERIC
               MOVE OPO-LEDG-AC TO NPO-LEDG-AC
           ELSE
               MOVE ZERO        TO NPO-LEDG-AC.
           IF OPO-DEPT NUMERIC
               MOVE OPO-DEPT    TO NPO-DEPT
           ELSE
               MOVE ZERO        TO NPO-DEPT.
             MOVE SPACES        TO NPO-PROJECT NPO-BUYER.
             MOVE ZERO          TO NPO-REQ-NO NPO-PROMISED
                                   NPO-ACK-DATE NPO-ACK-QTY
                                   NPO-ACK-PRICE NPO-DUE-DATE.
             MOVE WS-OPOKEY     TO WS-NPOKEY.
             WRITE NPO-RECORD.
             ADD 1              TO WS-COUNT.
             GO TO GA000-READ.
       GA000-END.
             CLOSE OPOFIL NPOFIL.
       GA000-NONE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "PORDER"      TO WS-DT-FILE.
             MOVE "RECORDS EXTENDED TO .NEW" TO WS-DT-TEXT.
             MOVE WS-COUNT      TO WS-DT-COUNT.
             WRITE REP-LINE FROM WS-DET-LINE.
             DISPLAY "PORDER.NEW written - rename over .DAT when"
                     AT 2212 WITH FOREGROUND-COLOR 10.
             DISPLAY "the TAKREB.PRN count agrees.  " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S T E P   4   -   E X T E N D   S A L O R D   A N D *
      *            D C O N T R                                         *
      *                                                                *
      *    Slot-for-slot copies.  When the register counts agree,      *
      *    rename SALORD.NEW/DCONTR.NEW over the .DAT files.           *
      *                                                                *
      ******************************************************************
       HA000-EXTEND.
             PERFORM JA000-SALORD THRU JA000-EXIT.
             PERFORM JB000-DCONTR THRU JB000-EXIT.
             DISPLAY ".NEW files written - rename over .DAT when"
                     AT 2212 WITH FOREGROUND-COLOR 10.
             DISPLAY "the TAKREB.PRN counts agree.  " AT 2312
                     WITH FOREGROUND-COLOR 10.
       HA000-EXIT.
             EXIT.
       JA000-SALORD.
             MOVE ZERO          TO WS-COUNT.
             OPEN INPUT OSOFIL.
           IF WS-STATUS NOT = "00"
               GO TO JA000-NONE.
             OPEN OUTPUT NSOFIL.
             MOVE 1             TO WS-OSOKEY.
             START OSOFIL KEY NOT < WS-OSOKEY.
           IF WS-STATUS NOT = "00"
               GO TO JA000-END.
       JA000-READ.
             READ OSOFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO JA000-END.
             MOVE SPACES        TO NSO-RECORD.
             MOVE OSO-ORDER-NO  TO NSO-ORDER-NO.
             MOVE OSO-LINE      TO NSO-LINE.
             MOVE OSO-ACCOUNT   TO NSO-ACCOUNT.
             MOVE OSO-CODE      TO NSO-CODE.
             MOVE OSO-DATE      TO NSO-DATE.
             MOVE OSO-LOCATION  TO NSO-LOCATION.
             MOVE OSO-QTY-ORDERED
                                TO NSO-QTY-ORDERED.
             MOVE OSO-QTY-ALLOCATED
                                TO NSO-QTY-ALLOCATED.
             MOVE OSO-QTY-SHIPPED
                                TO NSO-QTY-SHIPPED.
             MOVE OSO-PRICE     TO NSO-PRICE.
             MOVE OSO-PRIORITY  TO NSO-PRIORITY.
             MOVE OSO-STATUS    TO NSO-STATUS.
             MOVE SPACES        TO NSO-INV-REF NSO-MRG-AUTH.
             MOVE ZERO          TO NSO-POD-DATE NSO-QTY-INVOICED
                                   NSO-PROMISE-DATE NSO-SHIP-TO.
             MOVE WS-OSOKEY     TO WS-NSOKEY.
             WRITE NSO-RECORD.
             ADD 1              TO WS-COUNT.
             GO TO JA000-READ.
       JA000-END.
             CLOSE OSOFIL NSOFIL.
       JA000-NONE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "SALORD"      TO WS-DT-FILE.
             MOVE "RECORDS EXTENDED TO .NEW" TO WS-DT-TEXT.
             MOVE WS-COUNT      TO WS-DT-COUNT.
             WRITE REP-LINE FROM WS-DET-LINE.
       JA000-EXIT.
             EXIT.
       JB000-DCONTR.
             MOVE ZERO          TO WS-COUNT.
             OPEN INPUT OCNFIL.
           IF WS-STATUS NOT = "00"
               GO TO JB000-NONE.
             OPEN OUTPUT NCNFIL.
             MOVE 1             TO WS-OCNKEY.
             START OCNFIL KEY NOT < WS-OCNKEY.
           IF WS-STATUS NOT = "00"
               GO TO JB000-END.
       JB000-READ.
             READ OCNFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO JB000-END.
             MOVE OCN-DATA      TO NCN-DATA.
             MOVE "M"           TO NCN-FREQ.
             MOVE WS-OCNKEY     TO WS-NCNKEY.
             WRITE NCN-RECORD.
             ADD 1              TO WS-COUNT.
             GO TO JB000-READ.
       JB000-END.
             CLOSE OCNFIL NCNFIL.
       JB000-NONE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "DCONTR"      TO WS-DT-FILE.
             MOVE "RECORDS EXTENDED TO .NEW" TO WS-DT-TEXT.
             MOVE WS-COUNT      TO WS-DT-COUNT.
             WRITE REP-LINE FROM WS-DET-LINE.
       JB000-EXIT.
             EXIT.
