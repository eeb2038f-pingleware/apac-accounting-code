      *      'S'  capture numbers sold/delivered to a debtor           *
      *      'T'  trace one number from receipt to customer            *
      *      'O'  print all numbers on hand for an item                *
      *      'N'  near-expiry report by location with value            *
      *                                                                *
      *    The expiry date is captured with the number at receipt.     *
      *    A lot also records the quantity received at the location    *
      *    on LOTEXP, drawn down as the lot is sold, so picking        *
      *    documents can send the picker to the earliest-expiring      *
      *    lot and STP115 can hold a lot on its expiry date.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY STOCK.SL.

       COPY LOTEXP.SL.

      *
      *    ****    S E R I A L  /  L O T   H I S T O R Y
      *

       COPY STOCK.FDE.

       COPY LOTEXP.FDE.

       FD  SERHIS    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SERHIS.DAT".
       01  SER-RECORD.
           03  SER-STATUS     PIC  X(01).
               88  SER-IN-STOCK    VALUE "I".
               88  SER-SOLD        VALUE "S".
           03  SER-EXPIRY     PIC  9(08).
           03  FILLER         PIC  X(02).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP104.PRN".
       77  WS-REF         PIC  X(10)     VALUE SPACES.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-LEXKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-LEX    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEW-NUMBER  PIC  9(01)     VALUE ZERO.
       77  WS-LEX-FOUND   PIC  9(01)     VALUE ZERO.
       77  WS-EXPIRY      PIC  9(08)     VALUE ZERO.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-QTY         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-LEFT        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-TAKE        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-DAYS        PIC  9(03)     VALUE ZERO.
       77  WS-DAYS-LEFT   PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-SER-NOW     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-NX          PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-NXMAX       PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-RANK        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-BEST        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-HOLD-LOC    PIC  9(03)     VALUE ZERO.
       77  WS-LOC-VALUE   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-VALUE   PIC S9(09)V99  COMP-3 VALUE ZERO.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-EXP-DATE.
           03  WS-EXP-YYYY   PIC  9(04).
           03  WS-EXP-MM     PIC  9(02).
           03  WS-EXP-DD     PIC  9(02).
       01  WS-EXP-DATE-N REDEFINES WS-EXP-DATE
                             PIC  9(08).

       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

      *
      *    ****    N E A R - E X P I R Y   L O T S
      *
       01  WS-NX-TABLE.
           03  WS-NX-ENT OCCURS 500.
               05  WS-NX-LOC  PIC  9(03).
               05  WS-NX-EXP  PIC  9(08).
               05  WS-NX-CODE PIC  X(14).
               05  WS-NX-LOT  PIC  X(20).
               05  WS-NX-QTY  PIC S9(07)V99 COMP-3.
               05  WS-NX-VAL  PIC S9(09)V99 COMP-3.
               05  WS-NX-DAYS PIC S9(05)    COMP-3.
       01  WS-NX-HOLD.
           03  WS-NH-LOC     PIC  9(03).
           03  WS-NH-EXP     PIC  9(08).
           03  WS-NH-CODE    PIC  X(14).
           03  WS-NH-LOT     PIC  X(20).
           03  WS-NH-QTY     PIC S9(07)V99 COMP-3.
           03  WS-NH-VAL     PIC S9(09)V99 COMP-3.
           03  WS-NH-DAYS    PIC S9(05)    COMP-3.

       01  WS-TR-LINE.
           03  WS-TR-NUMBER  PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TR-ACC     PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TR-STATUS  PIC  X(08).

       01  WS-NX-LINE.
           03  WS-NL-LOC     PIC  ZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-LOT     PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-EXP     PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-DAYS    PIC  ZZZZ9-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-VAL     PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-NL-FLAG    PIC  X(12).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SERHIS
               GO TO AZ100.
             OPEN I-O LOTEXP.
           IF WS-STATUS = "35"
               OPEN OUTPUT LOTEXP
               CLOSE LOTEXP
               OPEN I-O LOTEXP.
           IF WS-STATUS NOT = "00"
               DISPLAY "LOTEXP open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SERHIS STOCK
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'R'eceipt  'S'ale  'T'race  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'O'n-hand list  'N'ear-expiry  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0585
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
           IF WS-OPTION = "O"
               PERFORM EA000-ON-HAND THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "N"
               PERFORM FA000-NEAR-EXPIRY THRU FA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE SERHIS STOCK LOTEXP.
       AZ100.
             EXIT PROGRAM.
       AZ105.
           IF WS-SERIAL = SPACES
               GO TO BA000-RECEIPT.
      *
      *    A serial number still in stock may not be received twice;
      *    a lot still in stock may - a further delivery of it
      *
             PERFORM XT000-FIND-SERIAL THRU XT000-EXIT.
           IF WS-FOUND = 1 AND SER-IN-STOCK AND STK-SERIALISED
               DISPLAY "Number already in stock - refused" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-SERIAL.
             MOVE 1             TO WS-NEW-NUMBER.
             MOVE ZERO          TO WS-EXPIRY.
           IF WS-FOUND = 1 AND SER-IN-STOCK AND SER-CODE = WS-CODE
               MOVE ZERO        TO WS-NEW-NUMBER.
           IF WS-NEW-NUMBER = ZERO AND SER-EXPIRY NUMERIC
               MOVE SER-EXPIRY  TO WS-EXPIRY.
       BA000-EXPIRY.
             DISPLAY "Expiry CCYYMMDD (0 = none) :" AT 1012.
             ACCEPT WS-EXPIRY AT 1042
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-EXPIRY NOT = ZERO
               MOVE WS-EXPIRY   TO WS-EXP-DATE-N
               IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
                OR WS-EXP-DD < 1 OR WS-EXP-DD > 31
                OR WS-EXP-YYYY < 2000
                   DISPLAY "Invalid expiry date              " AT 2312
                           WITH FOREGROUND-COLOR 14
                   GO TO BA000-EXPIRY.
           IF NOT STK-LOT-CONTROL
               GO TO BA000-HISTORY.
      *
      *    A lot records its quantity at the location
      *
             DISPLAY "Received at location      :" AT 1112.
             ACCEPT WS-LOCATION AT 1142
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-QTY.
             DISPLAY "Lot quantity received     :" AT 1212.
             MOVE ZERO          TO WS-QTY.
             ACCEPT WS-QTY AT 1242
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-QTY NOT > ZERO
               GO TO BA000-QTY.
             PERFORM XL000-NEW-LOT THRU XL000-EXIT.
       BA000-HISTORY.
           IF WS-NEW-NUMBER = ZERO
               DISPLAY "Further quantity of the lot received" AT 2312
                       WITH FOREGROUND-COLOR 10
               GO TO BA000-SERIAL.
             MOVE SPACES        TO SER-RECORD.
             MOVE WS-CODE       TO SER-CODE.
             MOVE WS-SERIAL     TO SER-NUMBER.
             MOVE ZERO          TO SER-SALE-DATE SER-ACCOUNT.
             MOVE SPACES        TO SER-SALE-REF.
             MOVE "I"           TO SER-STATUS.
             MOVE WS-EXPIRY     TO SER-EXPIRY.
             PERFORM XN000-NEXT-SER THRU XN000-EXIT.
             MOVE WS-NEXT-SER   TO WS-SERKEY.
             WRITE SER-RECORD.
               DISPLAY "Number is not on hand - refused " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-SERIAL.
      *
      *    A lot with quantities on LOTEXP is drawn down at the
      *    location and stays in stock until none of it is left
      *
             MOVE SER-CODE      TO WS-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = 1 AND STK-LOT-CONTROL
               PERFORM CB000-LOT-SALE THRU CB000-EXIT
               IF WS-LEX-FOUND = 1 AND WS-QTY = ZERO
                   GO TO CA000-SERIAL.
             MOVE WS-TODAY-N    TO SER-SALE-DATE.
             MOVE WS-REF        TO SER-SALE-REF.
             MOVE WS-ACCOUNT    TO SER-ACCOUNT.
             MOVE "S"           TO SER-STATUS.
           IF WS-LEX-FOUND = 1 AND WS-LEFT > ZERO
               MOVE "I"         TO SER-STATUS.
             REWRITE SER-RECORD.
             DISPLAY "Number sold                     " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO CA000-SERIAL.
       CA000-EXIT.
             EXIT.
      *
      *    ****    D R A W   D O W N   A   S O L D   L O T
      *
      *    Lots captured before quantities were kept have nothing
      *    on LOTEXP and are sold outright as before.  On return
      *    WS-QTY is zero when the sale was refused, and WS-LEFT is
      *    what remains of the lot at every location.
      *
       CB000-LOT-SALE.
             MOVE ZERO          TO WS-LEX-FOUND WS-LEFT.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
       CB000-FIND.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CHECK.
           IF LEX-CODE = WS-CODE AND LEX-LOT = WS-SERIAL
               MOVE 1           TO WS-LEX-FOUND
               GO TO CB000-CHECK.
             GO TO CB000-FIND.
       CB000-CHECK.
           IF WS-LEX-FOUND = ZERO
               GO TO CB000-EXIT.
             DISPLAY "Sold from location        :" AT 1012.
             ACCEPT WS-LOCATION AT 1042
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Lot quantity sold         :" AT 1112.
             MOVE ZERO          TO WS-QTY.
             ACCEPT WS-QTY AT 1142
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-QTY NOT > ZERO
               MOVE ZERO        TO WS-QTY
               GO TO CB000-EXIT.
      *
      *    First pass - is there enough of the lot there?
      *
             MOVE ZERO          TO WS-TAKE.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
       CB000-COUNT.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-ENOUGH.
           IF LEX-CODE = WS-CODE AND LEX-LOT = WS-SERIAL
            AND LEX-LOCATION = WS-LOCATION AND LEX-ON-HAND
               ADD LEX-QTY-LEFT TO WS-TAKE.
             GO TO CB000-COUNT.
       CB000-ENOUGH.
           IF WS-TAKE < WS-QTY
               DISPLAY "Not that much of the lot there - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               MOVE ZERO        TO WS-QTY
               GO TO CB000-EXIT.
      *
      *    Second pass - draw it down and total what is left
      *
             MOVE WS-QTY        TO WS-TAKE.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
       CB000-DRAW.
             READ LOTEXP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
           IF LEX-CODE NOT = WS-CODE OR LEX-LOT NOT = WS-SERIAL
               GO TO CB000-DRAW.
           IF LEX-LOCATION NOT = WS-LOCATION OR NOT LEX-ON-HAND
            OR WS-TAKE = ZERO
               ADD LEX-QTY-LEFT TO WS-LEFT
               GO TO CB000-DRAW.
           IF LEX-QTY-LEFT > WS-TAKE
               SUBTRACT WS-TAKE FROM LEX-QTY-LEFT
               MOVE ZERO        TO WS-TAKE
           ELSE
               SUBTRACT LEX-QTY-LEFT FROM WS-TAKE
               MOVE ZERO        TO LEX-QTY-LEFT.
             REWRITE LEX-RECORD.
             ADD LEX-QTY-LEFT   TO WS-LEFT.
             GO TO CB000-DRAW.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
             MOVE SER-GRN-DATE  TO WS-TR-GDATE.
             MOVE SER-GRN-REF   TO WS-TR-GREF.
             MOVE "IN STOCK"    TO WS-TR-STATUS.
             MOVE WS-TR-LINE    TO REP-LINE.
           IF SER-EXPIRY NUMERIC AND SER-EXPIRY NOT = ZERO
               MOVE "EXPIRES"   TO REP-LINE (84:7)
               MOVE SER-EXPIRY  TO REP-LINE (92:8).
             WRITE REP-LINE.
             GO TO EA000-READ.
       EA000-DONE.
             CLOSE PRNREP.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    N E A R - E X P I R Y   R E P O R T                 *
      *                                                                *
      *    Lots on hand expiring within the days asked for, or         *
      *    already expired and not yet held, by location in expiry    *
      *    order and valued at average cost.                           *
      *                                                                *
      ******************************************************************
       FA000-NEAR-EXPIRY.
             DISPLAY "Days ahead                :" AT 0712.
             MOVE 30            TO WS-DAYS.
             ACCEPT WS-DAYS AT 0742
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Location (0 = all)        :" AT 0812.
             MOVE ZERO          TO WS-LOCATION.
             ACCEPT WS-LOCATION AT 0842
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-TODAY-N    TO WS-SD-DATE-N.
             PERFORM XD000-SERIAL-DAY THRU XD000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-NOW.
             MOVE ZERO          TO WS-NXMAX.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-SORT.
       FA000-READ.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-SORT.
           IF NOT LEX-ON-HAND OR LEX-QTY-LEFT NOT > ZERO
            OR LEX-EXPIRY = ZERO
               GO TO FA000-READ.
           IF WS-LOCATION NOT = ZERO
            AND LEX-LOCATION NOT = WS-LOCATION
               GO TO FA000-READ.
             MOVE LEX-EXPIRY    TO WS-SD-DATE-N.
             PERFORM XD000-SERIAL-DAY THRU XD000-EXIT.
             COMPUTE WS-DAYS-LEFT = WS-SD-SERIAL - WS-SER-NOW.
           IF WS-DAYS-LEFT > WS-DAYS OR WS-NXMAX NOT < 500
               GO TO FA000-READ.
             ADD 1              TO WS-NXMAX.
             MOVE LEX-LOCATION  TO WS-NX-LOC (WS-NXMAX).
             MOVE LEX-EXPIRY    TO WS-NX-EXP (WS-NXMAX).
             MOVE LEX-CODE      TO WS-NX-CODE (WS-NXMAX) WS-CODE.
             MOVE LEX-LOT       TO WS-NX-LOT (WS-NXMAX).
             MOVE LEX-QTY-LEFT  TO WS-NX-QTY (WS-NXMAX).
             MOVE WS-DAYS-LEFT  TO WS-NX-DAYS (WS-NXMAX).
             MOVE ZERO          TO WS-NX-VAL (WS-NXMAX).
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = 1
               COMPUTE WS-NX-VAL (WS-NXMAX) ROUNDED
                     = LEX-QTY-LEFT * STK-AVG-COST.
             GO TO FA000-READ.
      *
      *    Location, then expiry date - selection sort
      *
       FA000-SORT.
             MOVE ZERO          TO WS-RANK.
       FA000-PASS.
           IF WS-RANK NOT < WS-NXMAX
               GO TO FA000-PRINT.
             COMPUTE WS-NX = WS-RANK + 1.
             MOVE WS-NX         TO WS-BEST.
       FA000-SCAN.
             ADD 1              TO WS-NX.
           IF WS-NX > WS-NXMAX
               GO TO FA000-SWAP.
           IF WS-NX-LOC (WS-NX) < WS-NX-LOC (WS-BEST)
            OR (WS-NX-LOC (WS-NX) = WS-NX-LOC (WS-BEST)
            AND WS-NX-EXP (WS-NX) < WS-NX-EXP (WS-BEST))
               MOVE WS-NX       TO WS-BEST.
             GO TO FA000-SCAN.
       FA000-SWAP.
             ADD 1              TO WS-RANK.
           IF WS-BEST NOT = WS-RANK
               MOVE WS-NX-ENT (WS-RANK)
                                TO WS-NX-HOLD
               MOVE WS-NX-ENT (WS-BEST)
                                TO WS-NX-ENT (WS-RANK)
               MOVE WS-NX-HOLD  TO WS-NX-ENT (WS-BEST).
             GO TO FA000-PASS.
       FA000-PRINT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "LOTS EXPIRING WITHIN " WS-DAYS " DAYS OF "
                    WS-TODAY-N DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "LOC  ITEM            LOT                   EXPIRES"
                                TO REP-LINE.
             MOVE "DAYS    QUANTITY         VALUE"
                                TO REP-LINE (55:30).
             WRITE REP-LINE.
             MOVE ZERO          TO WS-NX WS-LOC-VALUE WS-TOT-VALUE.
             MOVE ZERO          TO WS-HOLD-LOC.
       FA000-LINE.
             ADD 1              TO WS-NX.
           IF WS-NX > WS-NXMAX
               GO TO FA000-TOTAL.
           IF WS-NX > 1 AND WS-NX-LOC (WS-NX) NOT = WS-HOLD-LOC
               PERFORM FB000-LOC-TOTAL THRU FB000-EXIT.
             MOVE WS-NX-LOC (WS-NX) TO WS-HOLD-LOC.
             MOVE SPACES        TO WS-NX-LINE.
             MOVE WS-NX-LOC (WS-NX) TO WS-NL-LOC.
             MOVE WS-NX-CODE (WS-NX) TO WS-NL-CODE.
             MOVE WS-NX-LOT (WS-NX) TO WS-NL-LOT.
             MOVE WS-NX-EXP (WS-NX) TO WS-NL-EXP.
             MOVE WS-NX-DAYS (WS-NX) TO WS-NL-DAYS.
             MOVE WS-NX-QTY (WS-NX) TO WS-NL-QTY.
             MOVE WS-NX-VAL (WS-NX) TO WS-NL-VAL.
           IF WS-NX-DAYS (WS-NX) NOT > ZERO
               MOVE "EXPIRED"   TO WS-NL-FLAG.
             WRITE REP-LINE FROM WS-NX-LINE.
             ADD WS-NX-VAL (WS-NX) TO WS-LOC-VALUE WS-TOT-VALUE.
             GO TO FA000-LINE.
       FA000-TOTAL.
           IF WS-NXMAX > ZERO
               PERFORM FB000-LOC-TOTAL THRU FB000-EXIT.
             MOVE SPACES        TO WS-NX-LINE.
             MOVE "TOTAL VALUE AT RISK" TO WS-NL-LOT.
             MOVE WS-TOT-VALUE  TO WS-NL-VAL.
             WRITE REP-LINE FROM WS-NX-LINE.
             CLOSE PRNREP.
             DISPLAY "Report on STP104.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      *
      *    ****    L O C A T I O N   S U B T O T A L
      *
       FB000-LOC-TOTAL.
             MOVE SPACES        TO WS-NX-LINE.
             MOVE "LOCATION TOTAL" TO WS-NL-LOT.
             MOVE WS-LOC-VALUE  TO WS-NL-VAL.
             WRITE REP-LINE FROM WS-NX-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-LOC-VALUE.
       FB000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XT000-EXIT.
             EXIT.
      *
      *    ****    R E C O R D   A   L O T   Q U A N T I T Y
      *
       XL000-NEW-LOT.
             MOVE 1             TO WS-NEXT-LEX WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-WRITE.
       XL000-READ.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-WRITE.
             COMPUTE WS-NEXT-LEX = WS-LEXKEY + 1.
             GO TO XL000-READ.
       XL000-WRITE.
             MOVE SPACES        TO LEX-RECORD.
             MOVE WS-CODE       TO LEX-CODE.
             MOVE WS-SERIAL     TO LEX-LOT.
             MOVE WS-LOCATION   TO LEX-LOCATION.
             MOVE WS-EXPIRY     TO LEX-EXPIRY.
             MOVE WS-TODAY-N    TO LEX-DATE-IN.
             MOVE WS-REF        TO LEX-REF.
             MOVE WS-QTY        TO LEX-QTY-LEFT.
             MOVE "O"           TO LEX-STATUS.
             MOVE WS-NEXT-LEX   TO WS-LEXKEY.
             WRITE LEX-RECORD.
       XL000-EXIT.
             EXIT.
      *
      *    ****    S E R I A L   D A Y   N U M B E R
      *
       XD000-SERIAL-DAY.
           IF WS-SD-MM < 3
               COMPUTE WS-SD-YY = WS-SD-YYYY - 1
               COMPUTE WS-SD-M2 = WS-SD-MM + 12
           ELSE
               MOVE WS-SD-YYYY  TO WS-SD-YY
               MOVE WS-SD-MM    TO WS-SD-M2.
             DIVIDE WS-SD-YY BY 4 GIVING WS-SD-Q4.
             DIVIDE WS-SD-YY BY 100 GIVING WS-SD-Q100.
             DIVIDE WS-SD-YY BY 400 GIVING WS-SD-Q400.
             COMPUTE WS-SD-T153 = 153 * (WS-SD-M2 + 1).
             DIVIDE WS-SD-T153 BY 5 GIVING WS-SD-TM.
             COMPUTE WS-SD-SERIAL = 365 * WS-SD-YY + WS-SD-Q4
                     - WS-SD-Q100 + WS-SD-Q400 + WS-SD-TM + WS-SD-DD.
       XD000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   H I S T O R Y   K E Y
      *
       XN000-NEXT-SER.
