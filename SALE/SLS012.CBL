      *      'X'  expiry run on validity dates                         *
      *      'R'  quote-to-order conversion report by salesman         *
      *                                                                *
      *    An item being phased out, or short of the quantity across   *
      *    all locations, is offered with its in-stock substitutes     *
      *    (STP118) through SUBLKP.  Taking one quotes the substitute  *
      *    and records the sale on SUBLOG against the item first       *
      *    asked for.                                                  *
      *                                                                *
      *    A price, looked up or keyed, below the item's minimum       *
      *    margin (PRCLKP, from MINMRG) is taken only on the id of a   *
      *    supervisor holding the MARGIN grant (ACCCHK); the authority *
      *    is logged to MRGLOG and carried with the quote line onto    *
      *    the sales order.                                            *
      *                                                                *
      *    On conversion the order is given its delivery site, one     *
      *    of the account's ship-to sites on SHIPTO (SLS018) or zero   *
      *    for the account's own address, checked through SHPLKP.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS012.

       COPY DEBTOR.SL.

       COPY STKQTY.SL.

       COPY SUBLOG.SL.

       COPY MRGLOG.SL.

           SELECT HOLDLOG ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS SEQUENTIAL

       COPY DEBTOR.FDE.

       COPY STKQTY.FDE.

       COPY SUBLOG.FDE.

       COPY MRGLOG.FDE.

      *
      *    ****    C R E D I T - H O L D   O V E R R I D E   L O G
      *
               88  QUO-LOST        VALUE "L".
               88  QUO-EXPIRED     VALUE "X".
           03  QUO-LOST-WHY   PIC  X(20).
           03  QUO-MRG-AUTH   PIC  X(01).
           03  FILLER         PIC  X(07).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS012.PRN".
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SUPER       PIC  X(03)     VALUE SPACES.
       77  WS-TIME        PIC  9(08)     VALUE ZERO.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SBLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-STKQTY   PIC  9(01)     VALUE ZERO.
       77  WS-FREE        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-ORIG-CODE   PIC  X(14)     VALUE SPACES.
       77  WS-PICK        PIC  9(01)     VALUE ZERO.
       77  WS-SB-IX       PIC  9(04)     COMP-5.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-MRG-AUTH    PIC  X(01)     VALUE SPACE.
       77  WS-MG-MARGIN   PIC  ZZ9.99-.
       77  WS-MG-MIN      PIC  Z9.99.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

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

       01  WS-PL-PARAMS.
           03  WS-PL-ACCOUNT  PIC  9(07).
           03  WS-PL-CNT-PRM  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-LST  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-MISS PIC  9(07) VALUE ZERO.
           03  WS-PL-COST     PIC S9(07)V9999 VALUE ZERO.
           03  WS-PL-MARGIN   PIC S9(03)V99 VALUE ZERO.
           03  WS-PL-MIN-MARGIN
                              PIC  9(02)V99 VALUE ZERO.
           03  WS-PL-BELOW    PIC  X(01) VALUE SPACE.

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

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-CV-RATE    PIC  ZZ9.9.
           03  FILLER        PIC  X(02) VALUE " %".

       01  WS-SO-LINE.
           03  WS-SO-NO      PIC  9(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SO-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SO-DESC    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SO-FREE    PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SO-PRICE   PIC  Z(06)9.99.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN INPUT STOCK.
             MOVE ZERO          TO WS-NO-STKQTY.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STKQTY.
       AA000-MENU.
             DISPLAY "Option - 'C'apture 'P'rint 'A'ccept 'L'ost "
                     AT 0512 WITH FOREGROUND-COLOR 3
             GO TO AA000-MENU.
       AA000-END.
             CLOSE QUOFIL STOCK.
           IF WS-NO-STKQTY = ZERO
               CLOSE STKQTY.
       AZ100.
             EXIT PROGRAM.
       AZ105.
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-QTY NOT > ZERO
               GO TO BA000-QTY.
             MOVE SPACES        TO WS-ORIG-CODE.
             PERFORM BB000-SUBSTITUTE THRU BB000-EXIT.
      *
      *    Priced through PRCLKP - contract, then promotion, then
      *    the list price - and overridable by the operator.
               MOVE WS-PL-PRICE TO WS-PRICE
           ELSE
               MOVE STK-PRICE2  TO WS-PRICE.
       BA000-PRICE.
             DISPLAY "Price (from price lookup)  :" AT 1312.
             ACCEPT WS-PRICE AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
      *
      *    The price as it stands, keyed or looked up, against the
      *    item's minimum margin
      *
             MOVE SPACE         TO WS-MRG-AUTH.
             MOVE WS-PRICE      TO WS-PL-PRICE.
             MOVE "M"           TO WS-PL-MODE.
             CALL "PRCLKP" USING WS-PL-PARAMS.
             MOVE SPACE         TO WS-PL-MODE.
           IF WS-PL-BELOW = "Y"
               PERFORM XM000-MARGIN-AUTH THRU XM000-EXIT.
           IF WS-PL-BELOW = "Y" AND WS-MRG-AUTH = SPACE
               GO TO BA000-PRICE.
      *
      *    The key scan reads through the record buffer - find the
      *    slot first, then build the line.
      *
             MOVE WS-SMAN       TO QUO-SMAN.
             MOVE "O"           TO QUO-STATUS.
             MOVE SPACES        TO QUO-LOST-WHY.
             MOVE WS-MRG-AUTH   TO QUO-MRG-AUTH.
             MOVE WS-NEXT-QUO   TO WS-QUOKEY.
             WRITE QUO-RECORD.
           IF WS-STATUS NOT = "00"
           ELSE
               DISPLAY "Line quoted                " AT 2312
                       WITH FOREGROUND-COLOR 10.
           IF WS-STATUS = "00" AND WS-ORIG-CODE NOT = SPACES
               PERFORM BC000-LOG THRU BC000-EXIT.
             GO TO BA000-ITEM.
       BA000-EXIT.
             EXIT.
      *
      *    ****    O F F E R   T H E   S U B S T I T U T E S
      *
      *    Only when the item is being phased out or there is not
      *    enough free across all locations.  Number 0 keeps the
      *    item asked for.
      *
       BB000-SUBSTITUTE.
             PERFORM XQ000-FREE THRU XQ000-EXIT.
           IF NOT STK-PHASE-OUT AND WS-FREE NOT < WS-QTY
               GO TO BB000-EXIT.
             MOVE WS-CODE       TO WS-SB-CODE.
             MOVE ZERO          TO WS-SB-LOCATION.
             MOVE WS-QTY        TO WS-SB-QTY.
             MOVE WS-ACCOUNT    TO WS-SB-ACCOUNT.
             MOVE WS-TODAY-N    TO WS-SB-DATE.
             MOVE "N"           TO WS-SB-APPROVED-ONLY.
             CALL "SUBLKP" USING WS-SB-PARAMS.
           IF WS-SB-COUNT = ZERO
               DISPLAY "Short - no substitute in stock" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BB000-EXIT.
             MOVE 1             TO WS-SB-IX.
             MOVE 14            TO WS-ROW.
       BB000-LIST.
           IF WS-SB-IX > WS-SB-COUNT
               GO TO BB000-PICK.
             MOVE SPACES        TO WS-SO-LINE.
             MOVE WS-SB-IX      TO WS-SO-NO.
             MOVE WS-SB-ALT (WS-SB-IX)
                                TO WS-SO-CODE.
             MOVE WS-SB-DESC (WS-SB-IX)
                                TO WS-SO-DESC.
             MOVE WS-SB-FREE (WS-SB-IX)
                                TO WS-SO-FREE.
             MOVE WS-SB-PRICE (WS-SB-IX)
                                TO WS-SO-PRICE.
             DISPLAY WS-SO-LINE AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 11.
             ADD 1              TO WS-SB-IX WS-ROW.
             GO TO BB000-LIST.
       BB000-PICK.
             DISPLAY "Substitute (0 keeps item)  :" AT 1912.
             MOVE ZERO          TO WS-PICK.
             ACCEPT WS-PICK AT 1944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PICK > WS-SB-COUNT
               GO TO BB000-PICK.
           IF WS-PICK = ZERO
               GO TO BB000-CLEAR.
             MOVE WS-CODE       TO WS-ORIG-CODE.
             MOVE WS-SB-ALT (WS-PICK)
                                TO WS-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = 1
               GO TO BB000-CLEAR.
             MOVE WS-ORIG-CODE  TO WS-CODE.
             MOVE SPACES        TO WS-ORIG-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
       BB000-CLEAR.
             MOVE SPACES        TO WS-SO-LINE.
             MOVE 14            TO WS-ROW.
       BB000-BLANK.
           IF WS-ROW > 19
               GO TO BB000-SHOWN.
             DISPLAY WS-SO-LINE AT LINE WS-ROW COLUMN 12.
             ADD 1              TO WS-ROW.
             GO TO BB000-BLANK.
       BB000-SHOWN.
           IF WS-ORIG-CODE NOT = SPACES
               DISPLAY WS-CODE AT 1144 WITH FOREGROUND-COLOR 11.
       BB000-EXIT.
             EXIT.
      *
      *    ****    L O G   T H E   S U B S T I T U T E   S A L E
      *
       BC000-LOG.
             OPEN I-O SUBLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT SUBLOG
               CLOSE SUBLOG
               OPEN I-O SUBLOG.
           IF WS-STATUS NOT = "00"
               GO TO BC000-EXIT.
             PERFORM XL000-NEXT-LOG THRU XL000-EXIT.
             MOVE SPACES        TO SBL-RECORD.
             MOVE WS-TODAY-N    TO SBL-DATE.
             MOVE "Q"           TO SBL-SOURCE.
             MOVE WS-NEXT-QNO   TO SBL-DOC-NO.
             MOVE WS-LINE-NO    TO SBL-LINE.
             MOVE WS-ACCOUNT    TO SBL-ACCOUNT.
             MOVE WS-ORIG-CODE  TO SBL-CODE.
             MOVE WS-CODE       TO SBL-ALT.
             MOVE WS-QTY        TO SBL-QTY.
             WRITE SBL-RECORD.
             CLOSE SUBLOG.
       BC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
               IF WS-FOUND = ZERO
                   GO TO DA000-EXIT
               END-IF.
             MOVE ZERO          TO WS-SHIP-TO.
           IF WS-FOUND = 1
               PERFORM DE000-SHIP-TO THRU DE000-EXIT.
             OPEN I-O SALORD.
           IF WS-STATUS = "35"
               OPEN OUTPUT SALORD
             MOVE WS-LOCATION   TO SOR-LOCATION.
             MOVE QUO-QTY       TO SOR-QTY-ORDERED.
             MOVE ZERO          TO SOR-QTY-ALLOCATED
                                   SOR-QTY-SHIPPED SOR-POD-DATE
                                   SOR-QTY-INVOICED SOR-PROMISE-DATE.
             MOVE QUO-PRICE     TO SOR-PRICE.
             MOVE QUO-MRG-AUTH  TO SOR-MRG-AUTH.
             MOVE WS-SHIP-TO    TO SOR-SHIP-TO.
             MOVE 5             TO SOR-PRIORITY.
             MOVE "O"           TO SOR-STATUS.
             MOVE WS-NEXT-SOR   TO WS-SORKEY.
             CLOSE HOLDLOG.
       DD000-EXIT.
             EXIT.
      *
      *    ****    D E L I V E R Y   S I T E
      *
      *    Zero delivers to the account's own address.
      *
       DE000-SHIP-TO.
             DISPLAY "Ship-to site (0 - account) :" AT 0912.
             MOVE ZERO          TO WS-SHIP-TO.
             ACCEPT WS-SHIP-TO AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-ACCOUNT    TO WS-SL-ACCOUNT.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
           IF WS-SL-RESULT > 1
               DISPLAY "No such site on the account   " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DE000-SHIP-TO.
           IF WS-SHIP-TO = ZERO
               DISPLAY "ACCOUNT ADDRESS" AT 0949
                       WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY WS-SL-SITE AT 0949 WITH FOREGROUND-COLOR 11.
       DE000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
             EXIT.
      /
      *
      *    ****    B E L O W - M A R G I N   A U T H O R I T Y
      *
      *    WS-MRG-AUTH returns "A" only when a supervisor with the
      *    MARGIN grant keys an id; the authority is logged to MRGLOG
      *    against the quote number.
      *
       XM000-MARGIN-AUTH.
             MOVE SPACE         TO WS-MRG-AUTH.
             MOVE WS-PL-MARGIN  TO WS-MG-MARGIN.
             MOVE WS-PL-MIN-MARGIN
                                TO WS-MG-MIN.
             DISPLAY "MARGIN " AT 2212 WITH FOREGROUND-COLOR 12
                     WS-MG-MARGIN WITH FOREGROUND-COLOR 11
                     "% - BELOW THE MINIMUM " WITH FOREGROUND-COLOR 12
                     WS-MG-MIN WITH FOREGROUND-COLOR 11
                     "%" WITH FOREGROUND-COLOR 12.
             DISPLAY "Supervisor authority id (spaces refuse) :"
                     AT 2312.
             MOVE SPACES        TO WS-SUPER.
             ACCEPT WS-SUPER AT 2357
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SUPER = SPACES
               DISPLAY "Price refused - below the minimum margin  "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO XM000-EXIT.
             MOVE WS-SUPER      TO WS-AC-USER.
             MOVE "MARGIN"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged           "
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO XM000-EXIT.
             MOVE "A"           TO WS-MRG-AUTH.
             DISPLAY "Below-margin price authorised             "
                     AT 2312 WITH FOREGROUND-COLOR 10.
             OPEN EXTEND MRGLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT MRGLOG.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
             MOVE SPACES        TO MLG-RECORD.
             MOVE WS-TODAY-N    TO MLG-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME       TO MLG-TIME.
             MOVE "SLS012"      TO MLG-PROGRAM.
             MOVE WS-NEXT-QNO   TO MLG-REF.
             MOVE WS-ACCOUNT    TO MLG-ACCOUNT.
             MOVE WS-CODE       TO MLG-CODE.
             MOVE WS-PRICE      TO MLG-PRICE.
             MOVE WS-PL-MARGIN  TO MLG-MARGIN.
             MOVE WS-PL-MIN-MARGIN
                                TO MLG-MINIMUM.
             MOVE WS-SUPER      TO MLG-SUPER.
             WRITE MLG-RECORD.
             CLOSE MRGLOG.
       XM000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XS000-FIND-STOCK.
       XS000-EXIT.
             EXIT.
      *
      *    ****    F R E E   S T O C K   -   A L L   L O C A T I O N S
      *
      *    Without quantity records every item counts as in stock.
      *
       XQ000-FREE.
             MOVE ZERO          TO WS-FREE.
           IF WS-NO-STKQTY = 1
               MOVE WS-QTY      TO WS-FREE
               GO TO XQ000-EXIT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
           IF STQ-CODE = WS-CODE
               COMPUTE WS-FREE = WS-FREE + STQ-ON-HAND - STQ-RESERVED
                       - STQ-QUARANTINE.
             GO TO XQ000-READ.
       XQ000-EXIT.
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
      *
      *    ****    H I G H E S T   Q U O T E   N U M B E R
      *
       XN000-NEXT-QUOTE.
