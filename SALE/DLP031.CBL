      *           back-ordered items at a location)                    *
      *      'P'  priority override on an order line                   *
      *                                                                *
      *    Asked for, the run then offers each whole back-order line   *
      *    still unserved a pre-approved substitute (STP118) with      *
      *    free stock at the location, found through SUBLKP.  The      *
      *    line is switched to the substitute at the order price,      *
      *    allocated and reserved, and the switch logged on SUBLOG     *
      *    against the item ordered.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP031.

       COPY DEBTOR.SL.

       COPY SUBLOG.SL.

           SELECT HOLDLOG ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS SEQUENTIAL

       COPY DEBTOR.FDE.

       COPY SUBLOG.FDE.

      *
      *    ****    C R E D I T - H O L D   O V E R R I D E   L O G
      *
       77  WS-TIME        PIC  9(08)     VALUE ZERO.
       77  WS-HELD        PIC  9(01)     VALUE ZERO.
       77  WS-ALCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SBLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-USE-SUBST   PIC  X(01)     VALUE "N".
       77  WS-SUBST-PASS  PIC  9(01)     VALUE ZERO.
       77  WS-TRIED       PIC  9(01)     VALUE ZERO.
       77  WS-NO-SUBLOG   PIC  9(01)     VALUE ZERO.
       77  WS-ORIG-CODE   PIC  X(14)     VALUE SPACES.
       77  WS-ALT         PIC  X(14)     VALUE SPACES.
       77  WS-SUBSTITUTED PIC  9(05)     VALUE ZERO.
       77  WS-SB-IX       PIC  9(04)     COMP-5.

      *
      *    ****    S U B S T I T U T E   L O O K U P   ( S U B L K P )
      *
       01  WS-SB-PARAMS.
           03  WS-SB-CODE     PIC  X(14).
           03  WS-SB-LOCATION PIC  9(03).
           03  WS-SB-QTY      PIC S9(07)V99.
           03  WS-SB-ACCOUNT  PIC  9(07).
           03  WS-SB-DATE     PIC  9(08).
           03  WS-SB-APPROVED-ONLY
                              PIC  X(01).
           03  WS-SB-COUNT    PIC  9(01).
           03  WS-SB-ENT OCCURS 5.
               05  WS-SB-ALT  PIC  X(14).
               05  WS-SB-DESC PIC  X(30).
               05  WS-SB-FREE PIC S9(07)V99.
               05  WS-SB-PRICE
                              PIC S9(07)V99.
               05  WS-SB-WAY  PIC  X(01).
               05  WS-SB-APPROVED
                              PIC  X(01).

       01  WS-RL-PARAMS.
           03  WS-RL-ACTION   PIC  X(01).
           03  WS-SK-ACCOUNT PIC  9(07) OCCURS 50.
       77  WS-SK1         PIC  9(04)     COMP-5.

      *
      *    Order lines already offered a substitute this run
      *
       01  WS-TRIED-TABLE.
           03  WS-TR-COUNT   PIC  9(03) COMP-5 VALUE ZERO.
           03  WS-TR-KEY     PIC  9(05) OCCURS 200.
       77  WS-TR1         PIC  9(04)     COMP-5.

       01  WS-RA-LINE.
           03  WS-RA-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ALLOCATE.
      *
      *    Lines the item itself cannot serve may be switched to a
      *    pre-approved substitute - then the run goes ahead even
      *    with none of the item free.
      *
             DISPLAY "Allocate pre-approved substitutes (Y/N)?" AT 1112.
             MOVE "N"           TO WS-USE-SUBST.
             ACCEPT WS-USE-SUBST AT 1153
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-USE-SUBST = "y"
               MOVE "Y"         TO WS-USE-SUBST.
      *
      *    Quarantined stock is on hand for valuation but never
      *    free to allocate (STP115).
      *
             COMPUTE WS-FREE = STQ-ON-HAND - STQ-RESERVED
                     - STQ-QUARANTINE.
           IF WS-FREE NOT > ZERO AND WS-USE-SUBST NOT = "Y"
               DISPLAY "No free stock to allocate  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ALLOCATE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-ALLOCATED WS-SUBSTITUTED.
             MOVE ZERO          TO WS-SK-COUNT WS-SUBST-PASS.
      *
      *    Open the checkpoint before anything moves
      *
                       - WS-FREE
               REWRITE STQ-RECORD.
             PERFORM GD000-CLOSE-CHECKPOINT THRU GD000-EXIT.
           IF WS-USE-SUBST = "Y"
               PERFORM HA000-SUBSTITUTE THRU HA000-EXIT.
             CLOSE PRNREP.
             DISPLAY "Order lines allocated : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-ALLOCATED WITH FOREGROUND-COLOR 11.
           IF WS-SUBSTITUTED > ZERO
               DISPLAY "On substitutes : " AT 2352
                       WITH FOREGROUND-COLOR 10
                       WS-SUBSTITUTED WITH FOREGROUND-COLOR 11.
             GO TO BA000-ALLOCATE.
       BA000-EXIT.
             EXIT.
             PERFORM CD000-SKIPPED THRU CD000-EXIT.
           IF WS-HELD = 1
               GO TO CB000-READ.
           IF WS-SUBST-PASS = 1
               PERFORM HC000-TRIED THRU HC000-EXIT.
           IF WS-TRIED = 1
               GO TO CB000-READ.
      *
      *    Better than the best so far?
      *
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R E - A P P R O V E D   S U B S T I T U T E S     *
      *                                                                *
      *    Whole lines only - a line part-allocated or part-shipped    *
      *    stays with the item ordered.  Lines are taken in the same   *
      *    order as the allocation run; each is offered once.          *
      *                                                                *
      ******************************************************************
       HA000-SUBSTITUTE.
             MOVE 1             TO WS-SUBST-PASS.
             MOVE ZERO          TO WS-TR-COUNT WS-NO-SUBLOG.
             OPEN I-O SUBLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT SUBLOG
               CLOSE SUBLOG
               OPEN I-O SUBLOG.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-SUBLOG.
       HA000-NEXT.
             PERFORM CB000-BEST-ORDER THRU CB000-EXIT.
           IF WS-FOUND = ZERO
               GO TO HA000-DONE.
           IF WS-TR-COUNT NOT < 200
               GO TO HA000-DONE.
             ADD 1              TO WS-TR-COUNT.
             MOVE WS-SORKEY     TO WS-TR-KEY (WS-TR-COUNT).
             PERFORM CC000-HOLD-CHECK THRU CC000-EXIT.
           IF WS-HELD = 1
               GO TO HA000-NEXT.
             MOVE SOR-QTY-ORDERED
                                TO WS-WANT.
             MOVE WS-CODE       TO WS-SB-CODE.
             MOVE WS-LOCATION   TO WS-SB-LOCATION.
             MOVE WS-WANT       TO WS-SB-QTY.
             MOVE SOR-ACCOUNT   TO WS-SB-ACCOUNT.
             MOVE WS-TODAY-N    TO WS-SB-DATE.
             MOVE "Y"           TO WS-SB-APPROVED-ONLY.
             CALL "SUBLKP" USING WS-SB-PARAMS.
             MOVE 1             TO WS-SB-IX.
       HA000-CANDIDATE.
           IF WS-SB-IX > WS-SB-COUNT
               GO TO HA000-NEXT.
           IF WS-SB-FREE (WS-SB-IX) NOT < WS-WANT
               GO TO HA000-SWITCH.
             ADD 1              TO WS-SB-IX.
             GO TO HA000-CANDIDATE.
      *
      *    The line moves to the substitute at the price ordered
      *
       HA000-SWITCH.
             MOVE SOR-CODE      TO WS-ORIG-CODE.
             MOVE WS-SB-ALT (WS-SB-IX)
                                TO WS-ALT SOR-CODE.
             MOVE WS-WANT       TO SOR-QTY-ALLOCATED.
             MOVE "A"           TO SOR-STATUS.
             REWRITE SOR-RECORD.
           IF WS-STATUS NOT = "00"
               GO TO HA000-NEXT.
             ADD 1              TO WS-SUBSTITUTED.
             MOVE WS-ALT        TO WS-CODE.
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = 1
               ADD WS-WANT      TO STQ-RESERVED
               REWRITE STQ-RECORD.
             MOVE WS-ORIG-CODE  TO WS-CODE.
           IF WS-NO-SUBLOG = ZERO
               PERFORM HB000-LOG THRU HB000-EXIT.
             MOVE SPACES        TO WS-RA-LINE.
             MOVE SOR-ORDER-NO  TO WS-RA-ORDER.
             MOVE SOR-LINE      TO WS-RA-LINENO.
             MOVE SOR-ACCOUNT   TO WS-RA-ACCOUNT.
             MOVE WS-ALT        TO WS-RA-CODE.
             MOVE WS-WANT       TO WS-RA-QTY.
             MOVE "SUBSTITUTE RELEASED"
                                TO WS-RA-TEXT.
             WRITE REP-LINE FROM WS-RA-LINE.
             MOVE SPACES        TO WS-RA-LINE.
             MOVE WS-ORIG-CODE  TO WS-RA-CODE.
             MOVE "ORDERED ITEM"
                                TO WS-RA-TEXT.
             WRITE REP-LINE FROM WS-RA-LINE.
             GO TO HA000-NEXT.
       HA000-DONE.
           IF WS-NO-SUBLOG = ZERO
               CLOSE SUBLOG.
             MOVE ZERO          TO WS-SUBST-PASS WS-TRIED.
       HA000-EXIT.
             EXIT.
      *
      *    ****    L O G   T H E   S U B S T I T U T I O N
      *
       HB000-LOG.
             PERFORM XL000-NEXT-LOG THRU XL000-EXIT.
             MOVE SPACES        TO SBL-RECORD.
             MOVE WS-TODAY-N    TO SBL-DATE.
             MOVE "A"           TO SBL-SOURCE.
             MOVE SOR-ORDER-NO  TO SBL-DOC-NO.
             MOVE SOR-LINE      TO SBL-LINE.
             MOVE SOR-ACCOUNT   TO SBL-ACCOUNT.
             MOVE WS-ORIG-CODE  TO SBL-CODE.
             MOVE WS-ALT        TO SBL-ALT.
             MOVE WS-WANT       TO SBL-QTY.
             WRITE SBL-RECORD.
       HB000-EXIT.
             EXIT.
      *
      *    Not a whole unserved line, or already offered this run?
      *
       HC000-TRIED.
             MOVE ZERO          TO WS-TRIED.
           IF SOR-QTY-ALLOCATED NOT = ZERO
            OR SOR-QTY-SHIPPED NOT = ZERO
               MOVE 1           TO WS-TRIED
               GO TO HC000-EXIT.
             MOVE 1             TO WS-TR1.
       HC000-LOOP.
           IF WS-TR1 > WS-TR-COUNT
               GO TO HC000-EXIT.
           IF WS-TR-KEY (WS-TR1) = WS-SORKEY
               MOVE 1           TO WS-TRIED
               GO TO HC000-EXIT.
             ADD 1              TO WS-TR1.
             GO TO HC000-LOOP.
       HC000-EXIT.
             EXIT.
      /
      *
      *    ****    F I N D   I T E M  /  L O C A T I O N   R E C O R D
      *
             GO TO XO000-READ.
       XO000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S U B L O G   S L O T
      *
       XL000-NEXT-LOG.
             MOVE 1             TO WS-SBLKEY.
             START SUBLOG KEY NOT < WS-SBLKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-SBLKEY
               GO TO XL000-EXIT.
       XL000-READ.
             READ SUBLOG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-SBLKEY
               GO TO XL000-EXIT.
             GO TO XL000-READ.
       XL000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
