      *      'L'  price lookup for a date through the shared PRCLKP    *
      *           rule - contract price first, then the promotion      *
      *           inside its window, list price before and after       *
      *      'S'  shelf labels for the promotions starting or ending   *
      *           on a date, queued through LBQWRT for STP122          *
      *                                                                *
      *    A promotion saved while already inside its window is        *
      *    queued for a shelf label there and then.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-QTY         PIC S9(05)V99  VALUE ZERO.
       77  WS-SOURCE      PIC  X(10)     VALUE SPACES.
       77  WS-EDIT-PRICE  PIC  Z(06)9.99.
       77  WS-CNT-LABELS  PIC  9(05)     VALUE ZERO.

       77  WS-AD-COUNT    PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-AD-MLEN     PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-AD-R4       PIC  9(04)     COMP-5.
       77  WS-AD-R100     PIC  9(04)     COMP-5.
       77  WS-AD-R400     PIC  9(04)     COMP-5.

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

      *
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-AD-DATE.
           03  WS-AD-YYYY    PIC  9(04).
           03  WS-AD-MM      PIC  9(02).
           03  WS-AD-DD      PIC  9(02).
       01  WS-AD-DATE-N REDEFINES WS-AD-DATE
                             PIC  9(08).
       01  WS-MONTH-TAB.
           03  FILLER        PIC  X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-RED REDEFINES WS-MONTH-TAB.
           03  WS-MT-LEN     PIC  9(02) OCCURS 12.


      *
           03  WS-PL-CNT-PRM  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-LST  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-MISS PIC  9(07) VALUE ZERO.
           03  WS-PL-COST     PIC S9(07)V9999 VALUE ZERO.
           03  WS-PL-MARGIN   PIC S9(03)V99 VALUE ZERO.
           03  WS-PL-MIN-MARGIN
                              PIC  9(02)V99 VALUE ZERO.
           03  WS-PL-BELOW    PIC  X(01) VALUE SPACE.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
       AA000-MENU.
             DISPLAY "Option - 'M'aintain  'F'orthcoming  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'L'ookup  'S'tart-end  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0577
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
           IF WS-OPTION = "L"
               PERFORM DA000-LOOKUP THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM EA000-LABELS THRU EA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE PROMOS STOCK.
             MOVE "PROMOTION"   TO WS-PH-REASON.
             WRITE PRH-RECORD FROM WS-PH-LINE.
             CLOSE PRCHIST.
      *
      *    Already running - the shelf needs the promotion price now.
      *
           IF PRM-START NOT > WS-TODAY-N
            AND PRM-END NOT < WS-TODAY-N
               MOVE STK-PRICE1  TO WS-LQ-OLD
               MOVE PRM-PRICE   TO WS-LQ-NEW
               MOVE "PROMO START" TO WS-LQ-REASON
               PERFORM XL000-LABEL THRU XL000-EXIT.
             DISPLAY "Promotion saved and historied" AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-MAINTAIN.
             GO TO DA000-LOOKUP.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S H E L F   L A B E L S   F O R   A   D A Y         *
      *                                                                *
      *    Promotions starting on the day go to the promotion price;   *
      *    those that ended the day before go back to the shelf        *
      *    price.  Run each morning, or ahead of time for a date.      *
      *                                                                *
      ******************************************************************
       EA000-LABELS.
             DISPLAY "Labels for date (YYYYMMDD) :" AT 0712.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE ZERO          TO WS-CNT-LABELS.
             MOVE 1             TO WS-PRMKEY.
             START PROMOS KEY NOT < WS-PRMKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
       EA000-READ.
             READ PROMOS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
           IF NOT PRM-ACTIVE
               GO TO EA000-READ.
             MOVE PRM-END       TO WS-AD-DATE-N.
             MOVE 1             TO WS-AD-COUNT.
           IF WS-AD-MM < 1 OR WS-AD-MM > 12
               MOVE ZERO        TO WS-AD-DATE-N
           ELSE
               PERFORM XE000-ADD-DAYS THRU XE000-EXIT.
           IF PRM-START NOT = WS-DATE
            AND WS-AD-DATE-N NOT = WS-DATE
               GO TO EA000-READ.
             MOVE PRM-CODE      TO WS-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EA000-READ.
           IF PRM-START = WS-DATE
               MOVE STK-PRICE1  TO WS-LQ-OLD
               MOVE PRM-PRICE   TO WS-LQ-NEW
               MOVE "PROMO START" TO WS-LQ-REASON
           ELSE
               MOVE PRM-PRICE   TO WS-LQ-OLD
               MOVE STK-PRICE1  TO WS-LQ-NEW
               MOVE "PROMO END" TO WS-LQ-REASON.
             PERFORM XL000-LABEL THRU XL000-EXIT.
             ADD 1              TO WS-CNT-LABELS.
             GO TO EA000-READ.
       EA000-DONE.
             DISPLAY "Labels queued :" AT 2312
                     WITH FOREGROUND-COLOR 10.
             DISPLAY WS-CNT-LABELS AT 2328
                     WITH FOREGROUND-COLOR 11.
       EA000-EXIT.
             EXIT.
      *
      *    ****    T H E   P R I C I N G   R U L E
      *
       XS000-EXIT.
             EXIT.
      *
      *    ****    Q U E U E   A   S H E L F   L A B E L
      *
       XL000-LABEL.
             MOVE WS-CODE       TO WS-LQ-CODE.
             MOVE ZERO          TO WS-LQ-LOCATION.
             MOVE "STP109"      TO WS-LQ-PROGRAM.
             CALL "LBQWRT" USING WS-LQ-PARAMS.
       XL000-EXIT.
             EXIT.
      *
      *    ****    A D D   D A Y S   T O   A   D A T E
      *
       XE000-ADD-DAYS.
           IF WS-AD-COUNT = ZERO
               GO TO XE000-EXIT.
             ADD 1              TO WS-AD-DD.
             PERFORM XM000-MONTH-LEN THRU XM000-EXIT.
           IF WS-AD-DD > WS-AD-MLEN
               MOVE 1           TO WS-AD-DD
               ADD 1            TO WS-AD-MM
               IF WS-AD-MM > 12
                   MOVE 1       TO WS-AD-MM
                   ADD 1        TO WS-AD-YYYY.
             SUBTRACT 1         FROM WS-AD-COUNT.
             GO TO XE000-ADD-DAYS.
       XE000-EXIT.
             EXIT.
      *
      *    ****    D A Y S   I N   T H E   M O N T H
      *
       XM000-MONTH-LEN.
             MOVE WS-MT-LEN (WS-AD-MM)
                                TO WS-AD-MLEN.
           IF WS-AD-MM NOT = 2
               GO TO XM000-EXIT.
             DIVIDE WS-AD-YYYY BY 4 GIVING WS-AD-R4.
             COMPUTE WS-AD-R4 = WS-AD-YYYY - WS-AD-R4 * 4.
             DIVIDE WS-AD-YYYY BY 100 GIVING WS-AD-R100.
             COMPUTE WS-AD-R100 = WS-AD-YYYY - WS-AD-R100 * 100.
             DIVIDE WS-AD-YYYY BY 400 GIVING WS-AD-R400.
             COMPUTE WS-AD-R400 = WS-AD-YYYY - WS-AD-R400 * 400.
           IF WS-AD-R4 = ZERO
            AND (WS-AD-R100 NOT = ZERO OR WS-AD-R400 = ZERO)
               MOVE 29          TO WS-AD-MLEN.
       XM000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T
      *
       XN000-NEXT-PRM.
