      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   **        *******    ******    ******   **    **   *
      *   **    **  **        **    **  **    **  **    **  **    **   *
      *   **    **  **        **    **  **    **        **  **    **   *
      *   **    **  **        *******   **    **     ***    ********   *
      *   **    **  **        **        **    **        **        **   *
      *   **    **  **        **        **    **  **    **        **   *
      *   *******   ********  **         ******    ******         **   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D E L I V E R Y - C O N F I R M E D   I N V O I C I N G       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Order lines are invoiced for what the customer actually     *
      *    received rather than what the picking slip said.  The run   *
      *    takes every SALORD line that proof of delivery (DLP030)     *
      *    has stamped as delivered and not yet invoiced, and raises   *
      *    one invoice per order delivery:                             *
      *                                                                *
      *      'I'  invoicing run                                        *
      *      'E'  end                                                  *
      *                                                                *
      *    Each line is priced through PRCLKP in batch mode (rules     *
      *    loaded once per account, the order price kept when nothing  *
      *    resolves).  The invoice goes to DTRANS as "INV " with its   *
      *    VAT split, the reference carrying the order number and      *
      *    delivery sequence (nnnnnn/ss); the DLP032 freight rating    *
      *    for the delivery's route zone is added as a "TRAN" charge   *
      *    and logged per zone, and any deposit held for the order on  *
      *    SLS014 is applied against it.  Delivered lines close, and   *
      *    an undelivered balance is split off as a new back-order     *
      *    line for the allocation run.  The invoice register goes to  *
      *    DLP034.PRN; the DTRANS entries carry the invoices onto the  *
      *    statements and e-invoice export (DTP063).                   *
      *                                                                *
      *    A line priced below the item's minimum margin is invoiced   *
      *    only when the order line already carries margin authority   *
      *    at no lower a price, or a supervisor holding the MARGIN     *
      *    grant (ACCCHK) keys an id now - logged to MRGLOG.  A        *
      *    refused line is held, uninvoiced, for the next run.         *
      *                                                                *
      *    The delivery's zone is the zone of the ship-to site the     *
      *    invoiced lines went to (SLS018, through SHPLKP), or the     *
      *    account's own zone for site zero or a site without one.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP034.
       AUTHOR.         J.W.LEMMON (APAC).
       DATE-WRITTEN.   OCTOBER 2026.

                   COPYRIGHT NOTICE: COPYRIGHT (C) 2026
                                     by James William Lemmon.
                                       (Id No. 4412165050082).

                   All rights reserved.

                   e-mail jwlemmon@gmail.com.

       SECURITY.
                   This program is free software; you can redistribute
                   it and/or modify it under the terms of the GNU General
                   Public License as published by the Free Software
                   Foundation; either version 2 of the License, or (at
                   your option) any later version.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                       CURSOR IS CSTART
                       CONSOLE IS CRT
                       CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY SALORD.SL.

       COPY DEBTOR.SL.

       COPY DTRANS.SL.

       COPY PERSTA.SL.

       COPY MRGLOG.SL.

      *
      *    ****    F R E I G H T   R A T E   B A N D S   ( D L P 0 3 2 )
      *
           SELECT FRATES  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-FRTKEY.

      *
      *    ****    O R D E R   D E P O S I T S   ( S L S 0 1 4 )
      *
           SELECT DEPFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DEPKEY.

           SELECT FRTLOG  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SALORD.FDE.

       COPY DEBTOR.FDE.

       COPY DTRANS.FDE.

       COPY PERSTA.FDE.

       COPY MRGLOG.FDE.

      *
      *    Per zone: charge applies up to the band value, with a
      *    per-drop minimum on every band.
      *
       FD  FRATES    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "FRATES.DAT".
       01  FRT-RECORD.
           03  FRT-ZONE       PIC  9(02).
           03  FRT-UPTO-VALUE PIC S9(09)V99 COMP-3.
           03  FRT-CHARGE     PIC S9(07)V99 COMP-3.
           03  FRT-MINIMUM    PIC S9(07)V99 COMP-3.
           03  FRT-STATUS     PIC  X(01).
               88  FRT-ACTIVE      VALUE "A".
               88  FRT-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    The posted fields remember how much of the taken and
      *    applied money the ledger sweep has already journalled.
      *
       FD  DEPFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DEPFIL.DAT".
       01  DEP-RECORD.
           03  DEP-ORDER-NO   PIC  9(06).
           03  DEP-ACCOUNT    PIC  9(07).
           03  DEP-TAKEN      PIC S9(09)V99 COMP-3.
           03  DEP-APPLIED    PIC S9(09)V99 COMP-3.
           03  DEP-REFUNDED   PIC S9(09)V99 COMP-3.
           03  DEP-PSTD-TAKEN PIC S9(09)V99 COMP-3.
           03  DEP-PSTD-APPLD PIC S9(09)V99 COMP-3.
           03  DEP-DATE       PIC  9(08).
           03  DEP-STATUS     PIC  X(01).
               88  DEP-HELD        VALUE "H".
               88  DEP-DONE        VALUE "D".
               88  DEP-REFND       VALUE "R".
           03  DEP-PSTD-REFND PIC S9(09)V99 COMP-3.
           03  FILLER         PIC  X(04).

      *
      *    ****    C H A R G E D - F R E I G H T   L O G
      *
       FD  FRTLOG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "FRTCHG.LOG".
       01  FLG-RECORD.
           03  FLG-DATE       PIC  9(08).
           03  FILLER         PIC  X(01).
           03  FLG-ZONE       PIC  9(02).
           03  FILLER         PIC  X(01).
           03  FLG-ACCOUNT    PIC  9(07).
           03  FILLER         PIC  X(01).
           03  FLG-CENTS      PIC  9(11).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLP034.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FRTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-SOR    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-SOR    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-HAVE-DEB    PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-TAX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-NO-PERSTA   PIC  9(01)     VALUE ZERO.
       77  WS-NO-FRATES   PIC  9(01)     VALUE ZERO.
       77  WS-NO-DEPFIL   PIC  9(01)     VALUE ZERO.
       77  WS-MAX-LINE    PIC  9(03)     VALUE ZERO.
       77  WS-INV-LINES   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-UNPRICED    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MRG-HELD    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MRG-AUTH    PIC  X(01)     VALUE SPACE.
       77  WS-MG-MARGIN   PIC  ZZ9.99-.
       77  WS-MG-MIN      PIC  Z9.99.
       77  WS-SUPER       PIC  X(03)     VALUE SPACES.
       77  WS-TIME        PIC  9(08)     VALUE ZERO.
       77  WS-INVOICED    PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-INV-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-BAL-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-PRICE       PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-NET         PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-ZONE        PIC  9(02)     VALUE ZERO.
       77  WS-VALUE       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-CHARGE      PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-BEST-UPTO   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-MINIMUM     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-BEST-FOUND  PIC  9(01)     VALUE ZERO.
       77  WS-FALL-UPTO   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FALL-CHARGE PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-CENTS       PIC  9(11)     VALUE ZERO.
       77  WS-AVAIL       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-APPLY       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-GROSS       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-NET     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-VAT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-FRT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-DEP     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-INVOICES    PIC  9(07)     VALUE ZERO.
       77  WS-BACK-ORDERS PIC  9(07)     VALUE ZERO.
       77  WS-RUN-CON     PIC  9(07)     VALUE ZERO.
       77  WS-RUN-PRM     PIC  9(07)     VALUE ZERO.
       77  WS-RUN-LST     PIC  9(07)     VALUE ZERO.
       77  WS-RUN-MISS    PIC  9(07)     VALUE ZERO.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.

       77  WS-OR-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OR-IX       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OR-JX       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OR-OVFL     PIC  9(01)     VALUE ZERO.

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

      *
      *    ****    O R D E R S   W A I T I N G   T O   I N V O I C E
      *
       01  WS-OR-TABLE.
           03  WS-OR-ENT OCCURS 1000.
               05  WS-OR-ORDER
                              PIC  9(06).
               05  WS-OR-ACCOUNT
                              PIC  9(07).
               05  WS-OR-DONE PIC  9(01).

      *
      *    ****    I N V O I C E   R E F E R E N C E
      *
      *    Order number and the delivery sequence on the order,
      *    so every delivery of a part-shipped order is its own
      *    document.
      *
       01  WS-INV-REF.
           03  WS-IR-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-IR-SEQ     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE SPACE.

       01  WS-PRV-REF.
           03  WS-PRV-ORDER  PIC  X(06).
           03  WS-PRV-SLASH  PIC  X(01).
           03  WS-PRV-SEQ    PIC  9(02).
           03  FILLER        PIC  X(01).

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    U P D A T E - J O U R N A L   H O O K
      *
       01  WS-JW-PARAMS.
           03  WS-JW-FILE     PIC  X(01).
           03  WS-JW-KEY      PIC  9(05).
           03  WS-JW-ACTION   PIC  X(01).
           03  WS-JW-USER     PIC  X(03).
           03  WS-JW-PROGRAM  PIC  X(08).
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

      *
      *    ****    V A T   R A T E   L O O K U P   ( V A T L K P )
      *
       01  WS-VL-PARAMS.
           03  WS-VL-CODE     PIC  9(02).
           03  WS-VL-DATE     PIC  9(08).
           03  WS-VL-PROGRAM  PIC  X(08).
           03  WS-VL-REF      PIC  X(10).
           03  WS-VL-PERCENT  PIC  9(02)V99  COMP-3.
           03  WS-VL-RESULT   PIC  9(01).

      *
      *    ****    P R I C E   L O O K U P   ( P R C L K P )
      *
       01  WS-PL-PARAMS.
           03  WS-PL-ACCOUNT  PIC  9(07).
           03  WS-PL-CODE     PIC  X(14).
           03  WS-PL-DATE     PIC  9(08).
           03  WS-PL-QTY      PIC S9(05)V99.
           03  WS-PL-PRICE    PIC S9(07)V99.
           03  WS-PL-SOURCE   PIC  X(10).
           03  WS-PL-MODE     PIC  X(01) VALUE SPACE.
           03  WS-PL-CNT-CON  PIC  9(07) VALUE ZERO.
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
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(01).
       77  CSTART         PIC  9(04).

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-DET-LINE.
           03  WS-DT-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ORDER   PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-REF     PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NET     PIC  Z(07)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-VAT     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-FRT     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-DEP     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-FLAG    PIC  X(20).

       01  WS-BO-LINE.
           03  FILLER        PIC  X(09) VALUE SPACES.
           03  WS-BO-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-BO-LINENO  PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BO-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BO-QTY     PIC  Z(06)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BO-TEXT    PIC  X(20).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DELIVERY-CONFIRMED INVOICING" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "DLP034"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'I'nvoicing run  'E'nd" AT 0512
                     WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0545
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "I"
               PERFORM BA000-RUN THRU BA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    I N V O I C I N G   R U N                           *
      *                                                                *
      ******************************************************************
       BA000-RUN.
       BA000-05.
             DISPLAY "Invoice into period (1-13)     :" AT 0712.
             ACCEPT WS-PERIOD AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO BA000-05.
             DISPLAY "Financial year                 :" AT 0812.
             ACCEPT WS-YEAR AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       BA000-07.
             DISPLAY "Tax-point date (CCYYMMDD)      :" AT 0912.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO BA000-07.
             MOVE ZERO          TO WS-NO-PERSTA.
             OPEN INPUT PERSTA.
           IF WS-STATUS = "35"
               MOVE 1           TO WS-NO-PERSTA
           ELSE
           IF WS-STATUS NOT = "00"
               DISPLAY "PERSTA open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM XD000-CHECK-PERIOD THRU XD000-EXIT.
           IF WS-NO-PERSTA = ZERO
               CLOSE PERSTA.
           IF WS-PER-OPEN = ZERO
               DISPLAY "Debtor period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN I-O SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN I-O DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SALORD
               GO TO BA000-EXIT.
             OPEN I-O DTRANS.
           IF WS-STATUS = "35"
               OPEN OUTPUT DTRANS
               CLOSE DTRANS
               OPEN I-O DTRANS.
      *
      *    No rate table means no freight; no deposit file means
      *    no deposits to apply.
      *
             MOVE ZERO          TO WS-NO-FRATES WS-NO-DEPFIL.
             OPEN INPUT FRATES.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-FRATES.
             OPEN I-O DEPFIL.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-DEPFIL.
             OPEN EXTEND FRTLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT FRTLOG.
             OPEN OUTPUT PRNREP.
             MOVE "DELIVERY-CONFIRMED INVOICE REGISTER" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "ACCOUNT  ORDER   INVOICE             NET"
                    "         VAT     FREIGHT     DEPOSIT   NOTE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-NEXT-TKEY THRU XG000-EXIT.
             PERFORM XK000-NEXT-SOR THRU XK000-EXIT.
             MOVE ZERO          TO WS-TOT-NET WS-TOT-VAT WS-TOT-FRT
                                   WS-TOT-DEP WS-INVOICES
                                   WS-BACK-ORDERS.
             MOVE ZERO          TO WS-RUN-CON WS-RUN-PRM WS-RUN-LST
                                   WS-RUN-MISS.
             PERFORM CA000-COLLECT THRU CA000-EXIT.
             PERFORM DA000-ACCOUNTS THRU DA000-EXIT.
      *
      *    Totals and the pricing summary
      *
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-INVOICES   TO WS-DT-ACCOUNT.
             MOVE "INVOICES"    TO WS-DT-REF.
             MOVE WS-TOT-NET    TO WS-DT-NET.
             MOVE WS-TOT-VAT    TO WS-DT-VAT.
             MOVE WS-TOT-FRT    TO WS-DT-FRT.
             MOVE WS-TOT-DEP    TO WS-DT-DEP.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "BACK-ORDER LINES RAISED " WS-BACK-ORDERS
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "LINES PRICED - CONTRACT " WS-RUN-CON
                    "  PROMOTION " WS-RUN-PRM
                    "  LIST " WS-RUN-LST
                    "  CACHE MISSES " WS-RUN-MISS
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF WS-OR-OVFL = 1
               MOVE SPACES      TO REP-LINE
               MOVE "MORE ORDERS WAITING - RUN AGAIN"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE SALORD DEBTOR DTRANS FRTLOG PRNREP.
           IF WS-NO-FRATES = ZERO
               CLOSE FRATES.
           IF WS-NO-DEPFIL = ZERO
               CLOSE DEPFIL.
             DISPLAY "Invoicing complete - register on DLP034.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O L L E C T   T H E   O R D E R S                 *
      *                                                                *
      *    A line is ready when proof of delivery has stamped it       *
      *    and some of it is still to invoice, or a short delivery     *
      *    left a balance to split off.                                *
      *                                                                *
      ******************************************************************
       CA000-COLLECT.
             MOVE ZERO          TO WS-OR-MAX WS-OR-OVFL.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
       CA000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             PERFORM XL000-LINE-READY THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-READ.
             MOVE ZERO          TO WS-OR-IX.
       CA000-SEEK.
             ADD 1              TO WS-OR-IX.
           IF WS-OR-IX > WS-OR-MAX
               GO TO CA000-ADD.
           IF WS-OR-ORDER (WS-OR-IX) = SOR-ORDER-NO
               GO TO CA000-READ.
             GO TO CA000-SEEK.
       CA000-ADD.
           IF WS-OR-MAX NOT < 1000
               MOVE 1           TO WS-OR-OVFL
               GO TO CA000-READ.
             ADD 1              TO WS-OR-MAX.
             MOVE SOR-ORDER-NO  TO WS-OR-ORDER (WS-OR-MAX).
             MOVE SOR-ACCOUNT   TO WS-OR-ACCOUNT (WS-OR-MAX).
             MOVE ZERO          TO WS-OR-DONE (WS-OR-MAX).
             GO TO CA000-READ.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A C C O U N T   B Y   A C C O U N T                 *
      *                                                                *
      *    The account's pricing rules are loaded once and every       *
      *    waiting order on the account is invoiced against them.      *
      *                                                                *
      ******************************************************************
       DA000-ACCOUNTS.
             MOVE ZERO          TO WS-OR-IX.
       DA000-NEXT.
             ADD 1              TO WS-OR-IX.
           IF WS-OR-IX > WS-OR-MAX
               GO TO DA000-EXIT.
           IF WS-OR-DONE (WS-OR-IX) = 1
               GO TO DA000-NEXT.
             MOVE WS-OR-ACCOUNT (WS-OR-IX)
                                TO WS-ACCOUNT.
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
             MOVE WS-FOUND      TO WS-HAVE-DEB.
             MOVE WS-ACCOUNT    TO WS-PL-ACCOUNT.
             MOVE WS-TAX-DATE   TO WS-PL-DATE.
             MOVE "L"           TO WS-PL-MODE.
           IF WS-HAVE-DEB = 1
               CALL "PRCLKP" USING WS-PL-PARAMS.
             MOVE WS-OR-IX      TO WS-OR-JX.
       DA000-ORDER.
           IF WS-OR-JX > WS-OR-MAX
               GO TO DA000-COUNTS.
           IF WS-OR-DONE (WS-OR-JX) = 1
            OR WS-OR-ACCOUNT (WS-OR-JX) NOT = WS-ACCOUNT
               ADD 1            TO WS-OR-JX
               GO TO DA000-ORDER.
             MOVE WS-OR-ORDER (WS-OR-JX)
                                TO WS-ORDER-NO.
           IF WS-HAVE-DEB = ZERO
               MOVE SPACES      TO WS-DET-LINE
               MOVE WS-ACCOUNT  TO WS-DT-ACCOUNT
               MOVE WS-ORDER-NO TO WS-DT-ORDER
               MOVE "NO ACTIVE ACCOUNT" TO WS-DT-FLAG
               WRITE REP-LINE FROM WS-DET-LINE
           ELSE
               PERFORM EA000-ORDER THRU EA000-EXIT.
             MOVE 1             TO WS-OR-DONE (WS-OR-JX).
             ADD 1              TO WS-OR-JX.
             GO TO DA000-ORDER.
       DA000-COUNTS.
           IF WS-HAVE-DEB = ZERO
               GO TO DA000-NEXT.
             MOVE "S"           TO WS-PL-MODE.
             CALL "PRCLKP" USING WS-PL-PARAMS.
             ADD WS-PL-CNT-CON  TO WS-RUN-CON.
             ADD WS-PL-CNT-PRM  TO WS-RUN-PRM.
             ADD WS-PL-CNT-LST  TO WS-RUN-LST.
             ADD WS-PL-CNT-MISS TO WS-RUN-MISS.
             GO TO DA000-NEXT.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    I N V O I C E   A N   O R D E R                     *
      *                                                                *
      ******************************************************************
       EA000-ORDER.
             PERFORM EB000-ORDER-SCAN THRU EB000-EXIT.
             MOVE WS-ORDER-NO   TO WS-IR-ORDER.
             MOVE ZERO          TO WS-NET WS-VAT-AMT WS-CHARGE
                                   WS-APPLY.
             MOVE ZERO          TO WS-INV-LINES WS-UNPRICED
                                   WS-MRG-HELD WS-SHIP-TO.
             PERFORM EC000-LINES THRU EC000-EXIT.
           IF WS-INV-LINES = ZERO
            AND WS-MRG-HELD NOT = ZERO
               MOVE SPACES      TO WS-DET-LINE
               MOVE WS-ACCOUNT  TO WS-DT-ACCOUNT
               MOVE WS-ORDER-NO TO WS-DT-ORDER
               MOVE "HELD - BELOW MARGIN" TO WS-DT-FLAG
               WRITE REP-LINE FROM WS-DET-LINE
               GO TO EA000-EXIT.
           IF WS-INV-LINES = ZERO
               MOVE SPACES      TO WS-DET-LINE
               MOVE WS-ACCOUNT  TO WS-DT-ACCOUNT
               MOVE WS-ORDER-NO TO WS-DT-ORDER
               MOVE "BALANCE SPLIT ONLY" TO WS-DT-FLAG
               WRITE REP-LINE FROM WS-DET-LINE
               GO TO EA000-EXIT.
      *
      *    VAT at the debtor's rate code on the tax-point date
      *
             PERFORM XV000-VAT-RATE THRU XV000-EXIT.
             COMPUTE WS-VAT-AMT ROUNDED
                   = WS-NET * WS-VAT-PCT / 100.
      *
      *    Invoice transaction
      *
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "INV "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-INV-REF    TO DTR-REF.
             STRING "SALES ORDER " WS-ORDER-NO " DELIVERED"
                    DELIMITED SIZE INTO DTR-NARR.
             MOVE WS-NET        TO DTR-AMOUNT.
             MOVE WS-VAT-AMT    TO DTR-VAT-AMT.
             MOVE DEB-VAT-CODE  TO DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             ADD 1              TO WS-NEXT-TKEY.
      *
      *    VAT transaction (the split DTP096 audits)
      *
           IF WS-VAT-AMT NOT = ZERO
               MOVE SPACES      TO DTR-RECORD
               MOVE ZERO        TO DTR-FOREIGN
               MOVE WS-ACCOUNT  TO DTR-ACCOUNT
               MOVE "VAT "      TO DTR-TYPE
               MOVE WS-TAX-DATE TO DTR-DATE
               MOVE WS-PERIOD   TO DTR-PERIOD
               MOVE WS-YEAR     TO DTR-YEAR
               MOVE WS-INV-REF  TO DTR-REF
               MOVE "VAT ON DELIVERED ORDER" TO DTR-NARR
               MOVE WS-VAT-AMT  TO DTR-AMOUNT
               MOVE WS-VAT-AMT  TO DTR-VAT-AMT
               MOVE DEB-VAT-CODE
                                TO DTR-VAT-CODE
               MOVE "O"         TO DTR-STATUS
               MOVE WS-NEXT-TKEY
                                TO WS-DTRKEY
               WRITE DTR-RECORD
               PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT
               ADD 1            TO WS-NEXT-TKEY.
             PERFORM EF000-FREIGHT THRU EF000-EXIT.
             PERFORM EG000-DEPOSIT THRU EG000-EXIT.
      *
      *    Update the account balance and aging bucket 1
      *
             MOVE DEB-RECORD    TO WS-JW-BEFORE.
             COMPUTE DEB-BALANCE = DEB-BALANCE
                   + WS-NET + WS-VAT-AMT + WS-CHARGE - WS-APPLY.
             COMPUTE DEB-AGED-BAL (1) = DEB-AGED-BAL (1)
                   + WS-NET + WS-VAT-AMT + WS-CHARGE - WS-APPLY.
             REWRITE DEB-RECORD.
             MOVE "R"           TO WS-JW-ACTION.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             ADD WS-NET         TO WS-TOT-NET.
             ADD WS-VAT-AMT     TO WS-TOT-VAT.
             ADD WS-CHARGE      TO WS-TOT-FRT.
             ADD WS-APPLY       TO WS-TOT-DEP.
             ADD 1              TO WS-INVOICES.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-ACCOUNT    TO WS-DT-ACCOUNT.
             MOVE WS-ORDER-NO   TO WS-DT-ORDER.
             MOVE WS-INV-REF    TO WS-DT-REF.
             MOVE WS-NET        TO WS-DT-NET.
             MOVE WS-VAT-AMT    TO WS-DT-VAT.
             MOVE WS-CHARGE     TO WS-DT-FRT.
             MOVE WS-APPLY      TO WS-DT-DEP.
           IF WS-UNPRICED NOT = ZERO
               MOVE "AT ORDER PRICE" TO WS-DT-FLAG.
           IF WS-MRG-HELD NOT = ZERO
               MOVE "LINES HELD - MARGIN" TO WS-DT-FLAG.
             WRITE REP-LINE FROM WS-DET-LINE.
       EA000-EXIT.
             EXIT.
      *
      *    ****    H I G H E S T   L I N E   A N D   D E L I V E R Y
      *
      *    The next delivery sequence follows the highest already
      *    stamped on the order; split lines number on from the
      *    order's highest line.
      *
       EB000-ORDER-SCAN.
             MOVE ZERO          TO WS-MAX-LINE WS-IR-SEQ.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO EB000-DONE.
       EB000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EB000-DONE.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO EB000-READ.
           IF SOR-LINE > WS-MAX-LINE
               MOVE SOR-LINE    TO WS-MAX-LINE.
             MOVE SOR-INV-REF   TO WS-PRV-REF.
           IF WS-PRV-SLASH = "/"
            AND WS-PRV-SEQ NUMERIC
            AND WS-PRV-SEQ > WS-IR-SEQ
               MOVE WS-PRV-SEQ  TO WS-IR-SEQ.
             GO TO EB000-READ.
       EB000-DONE.
             ADD 1              TO WS-IR-SEQ.
       EB000-EXIT.
             EXIT.
      *
      *    ****    P R I C E   A N D   C L O S E   T H E   L I N E S
      *
       EC000-LINES.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO EC000-EXIT.
       EC000-READ.
             READ SALORD NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EC000-EXIT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO EC000-READ.
             PERFORM XL000-LINE-READY THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EC000-READ.
      *
      *    What was delivered and not yet invoiced
      *
             COMPUTE WS-INV-QTY = SOR-QTY-SHIPPED - WS-INVOICED.
           IF WS-INV-QTY NOT > ZERO
               GO TO EC000-SHORT.
             MOVE SOR-ACCOUNT   TO WS-PL-ACCOUNT.
             MOVE SOR-CODE      TO WS-PL-CODE.
             MOVE WS-TAX-DATE   TO WS-PL-DATE.
             MOVE WS-INV-QTY    TO WS-PL-QTY.
             MOVE "B"           TO WS-PL-MODE.
             CALL "PRCLKP" USING WS-PL-PARAMS.
           IF WS-PL-SOURCE NOT = "NONE"
               MOVE WS-PL-PRICE TO WS-PRICE
           ELSE
               MOVE SOR-PRICE   TO WS-PRICE
               ADD 1            TO WS-UNPRICED.
      *
      *    Below the minimum margin - authority already on the line
      *    holds only at the price it was given for
      *
             MOVE SPACE         TO WS-MRG-AUTH.
           IF WS-PL-SOURCE = "NONE"
               MOVE WS-PRICE    TO WS-PL-PRICE
               MOVE "M"         TO WS-PL-MODE
               CALL "PRCLKP" USING WS-PL-PARAMS.
           IF WS-PL-BELOW = "Y"
            AND SOR-MARGIN-AUTHORISED
            AND WS-PRICE NOT < SOR-PRICE
               MOVE SPACE       TO WS-PL-BELOW.
           IF WS-PL-BELOW = "Y"
               PERFORM XM000-MARGIN-AUTH THRU XM000-EXIT.
           IF WS-PL-BELOW = "Y"
            AND WS-MRG-AUTH = SPACE
               ADD 1            TO WS-MRG-HELD
               GO TO EC000-READ.
           IF WS-MRG-AUTH = "A"
               MOVE "A"         TO SOR-MRG-AUTH.
             COMPUTE WS-NET ROUNDED
                   = WS-NET + WS-INV-QTY * WS-PRICE.
             MOVE WS-PRICE      TO SOR-PRICE.
             COMPUTE SOR-QTY-INVOICED = WS-INVOICED + WS-INV-QTY.
             MOVE WS-INV-REF    TO SOR-INV-REF.
             ADD 1              TO WS-INV-LINES.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-SHIP-TO.
      *
      *    Short delivery - the line closes at what arrived and the
      *    balance becomes a back-order line of its own
      *
       EC000-SHORT.
             MOVE ZERO          TO WS-BAL-QTY.
           IF SOR-QTY-SHIPPED < SOR-QTY-ORDERED
               COMPUTE WS-BAL-QTY
                     = SOR-QTY-ORDERED - SOR-QTY-SHIPPED
               MOVE SOR-QTY-SHIPPED
                                TO SOR-QTY-ORDERED.
           IF SOR-QTY-ALLOCATED > SOR-QTY-ORDERED
               MOVE SOR-QTY-ORDERED
                                TO SOR-QTY-ALLOCATED.
           IF SOR-QTY-INVOICED NOT NUMERIC
               MOVE ZERO        TO SOR-QTY-INVOICED.
             REWRITE SOR-RECORD.
           IF WS-BAL-QTY NOT > ZERO
               GO TO EC000-READ.
             PERFORM ED000-BACK-ORDER THRU ED000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO EC000-EXIT.
             GO TO EC000-READ.
       EC000-EXIT.
             EXIT.
      *
      *    ****    S P L I T   O F F   T H E   B A C K - O R D E R
      *
      *    Built in the record buffer from the line just closed,
      *    written to the next free slot, and the scan resumes
      *    after the closed line.
      *
       ED000-BACK-ORDER.
             MOVE WS-SORKEY     TO WS-SAVE-SOR.
             ADD 1              TO WS-MAX-LINE.
             MOVE WS-MAX-LINE   TO SOR-LINE.
             MOVE WS-BAL-QTY    TO SOR-QTY-ORDERED.
             MOVE ZERO          TO SOR-QTY-ALLOCATED SOR-QTY-SHIPPED
                                   SOR-QTY-INVOICED SOR-POD-DATE.
             MOVE SPACES        TO SOR-INV-REF.
             MOVE "B"           TO SOR-STATUS.
             MOVE WS-NEXT-SOR   TO WS-SORKEY.
             WRITE SOR-RECORD.
             ADD 1              TO WS-NEXT-SOR.
             ADD 1              TO WS-BACK-ORDERS.
             MOVE SPACES        TO WS-BO-LINE.
             MOVE SOR-ORDER-NO  TO WS-BO-ORDER.
             MOVE SOR-LINE      TO WS-BO-LINENO.
             MOVE SOR-CODE      TO WS-BO-CODE.
             MOVE WS-BAL-QTY    TO WS-BO-QTY.
             MOVE "BACK-ORDER RAISED" TO WS-BO-TEXT.
             WRITE REP-LINE FROM WS-BO-LINE.
             MOVE WS-SAVE-SOR   TO WS-SORKEY.
             START SALORD KEY > WS-SORKEY.
       ED000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    F R E I G H T   O N   T H E   D E L I V E R Y       *
      *                                                                *
      *    The delivered value is rated against the delivery's route   *
      *    zone exactly as the DLP032 freight billing does, posted     *
      *    as a "TRAN" charge under the invoice reference and          *
      *    logged per zone for the recovery report.                    *
      *                                                                *
      ******************************************************************
       EF000-FREIGHT.
             MOVE ZERO          TO WS-CHARGE.
           IF WS-NO-FRATES = 1
               GO TO EF000-EXIT.
             MOVE WS-ACCOUNT    TO WS-SL-ACCOUNT.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
           IF WS-SL-ZONE = ZERO
               GO TO EF000-EXIT.
             MOVE WS-SL-ZONE    TO WS-ZONE.
             MOVE WS-NET        TO WS-VALUE.
             PERFORM GA000-RATE THRU GA000-EXIT.
           IF WS-FOUND = ZERO OR WS-CHARGE NOT > ZERO
               MOVE ZERO        TO WS-CHARGE
               GO TO EF000-EXIT.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "TRAN"        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-INV-REF    TO DTR-REF.
             MOVE "DELIVERY FREIGHT CHARGE" TO DTR-NARR.
             MOVE WS-CHARGE     TO DTR-AMOUNT.
             MOVE ZERO          TO DTR-VAT-AMT DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             ADD 1              TO WS-NEXT-TKEY.
             MOVE SPACES        TO FLG-RECORD.
             MOVE WS-TAX-DATE   TO FLG-DATE.
             MOVE WS-ZONE       TO FLG-ZONE.
             MOVE WS-ACCOUNT    TO FLG-ACCOUNT.
             COMPUTE WS-CENTS = WS-CHARGE * 100.
             MOVE WS-CENTS      TO FLG-CENTS.
             MOVE "," TO FLG-RECORD (9:1) FLG-RECORD (12:1)
                         FLG-RECORD (20:1).
             WRITE FLG-RECORD.
       EF000-EXIT.
             EXIT.
      *
      *    ****    A P P L Y   T H E   O R D E R ' S   D E P O S I T
      *
      *    Whatever is still held for the order goes against the
      *    invoice as a receipt, up to the invoice total - the
      *    same entry the SLS014 apply makes, so its ledger sweep
      *    journals it with the rest.
      *
       EG000-DEPOSIT.
             MOVE ZERO          TO WS-APPLY.
           IF WS-NO-DEPFIL = 1
               GO TO EG000-EXIT.
             PERFORM XC000-FIND-DEP THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EG000-EXIT.
             COMPUTE WS-AVAIL = DEP-TAKEN - DEP-APPLIED
                     - DEP-REFUNDED.
           IF WS-AVAIL NOT > ZERO
               GO TO EG000-EXIT.
             COMPUTE WS-GROSS = WS-NET + WS-VAT-AMT + WS-CHARGE.
           IF WS-GROSS < WS-AVAIL
               MOVE WS-GROSS    TO WS-APPLY
           ELSE
               MOVE WS-AVAIL    TO WS-APPLY.
           IF WS-APPLY NOT > ZERO
               MOVE ZERO        TO WS-APPLY
               GO TO EG000-EXIT.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "REC "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE SPACES        TO DTR-REF.
             STRING "DEP" WS-ORDER-NO DELIMITED SIZE INTO DTR-REF.
             MOVE "DEPOSIT APPLIED TO INVOICE" TO DTR-NARR.
             COMPUTE DTR-AMOUNT = ZERO - WS-APPLY.
             MOVE ZERO          TO DTR-VAT-AMT DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE "P"           TO DTR-GL-FLAG.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             ADD 1              TO WS-NEXT-TKEY.
             ADD WS-APPLY       TO DEP-APPLIED.
           IF (DEP-TAKEN - DEP-APPLIED - DEP-REFUNDED) NOT > ZERO
               MOVE "D"         TO DEP-STATUS.
             REWRITE DEP-RECORD.
       EG000-EXIT.
             EXIT.
      *
      *    ****    R A T E   T H E   V A L U E
      *
      *    The smallest band that still covers the value wins; a
      *    value beyond every band pays the widest band's charge.
      *
       GA000-RATE.
             MOVE ZERO          TO WS-FOUND.
             MOVE ZERO          TO WS-CHARGE WS-MINIMUM.
             MOVE 999999999.99  TO WS-BEST-UPTO.
             MOVE ZERO          TO WS-BEST-FOUND WS-FALL-UPTO
                                   WS-FALL-CHARGE.
             MOVE 1             TO WS-FRTKEY.
             START FRATES KEY NOT < WS-FRTKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-EXIT.
       GA000-READ.
             READ FRATES NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-DONE.
           IF FRT-ZONE NOT = WS-ZONE OR NOT FRT-ACTIVE
               GO TO GA000-READ.
             MOVE 1             TO WS-FOUND.
           IF FRT-MINIMUM > WS-MINIMUM
               MOVE FRT-MINIMUM TO WS-MINIMUM.
      *
      *    Track the widest band as the fallback
      *
           IF FRT-UPTO-VALUE > WS-FALL-UPTO
               MOVE FRT-UPTO-VALUE
                                TO WS-FALL-UPTO
               MOVE FRT-CHARGE  TO WS-FALL-CHARGE.
           IF WS-VALUE NOT > FRT-UPTO-VALUE
            AND FRT-UPTO-VALUE < WS-BEST-UPTO
               MOVE FRT-UPTO-VALUE
                                TO WS-BEST-UPTO
               MOVE FRT-CHARGE  TO WS-CHARGE
               MOVE 1           TO WS-BEST-FOUND.
             GO TO GA000-READ.
       GA000-DONE.
           IF WS-FOUND = ZERO
               GO TO GA000-EXIT.
           IF WS-BEST-FOUND = ZERO
               MOVE WS-FALL-CHARGE
                                TO WS-CHARGE.
           IF WS-CHARGE < WS-MINIMUM
               MOVE WS-MINIMUM  TO WS-CHARGE.
       GA000-EXIT.
             EXIT.
      /
      *
      *    ****    L I N E   R E A D Y   T O   I N V O I C E
      *
      *    Stamped by proof of delivery, with delivered quantity
      *    not yet invoiced or an undelivered balance still on it.
      *
       XL000-LINE-READY.
             MOVE ZERO          TO WS-FOUND.
           IF NOT SOR-SHIPPED
               GO TO XL000-EXIT.
           IF SOR-POD-DATE NOT NUMERIC
               GO TO XL000-EXIT.
           IF SOR-POD-DATE = ZERO
               GO TO XL000-EXIT.
           IF SOR-QTY-INVOICED NUMERIC
               MOVE SOR-QTY-INVOICED
                                TO WS-INVOICED
           ELSE
               MOVE ZERO        TO WS-INVOICED.
           IF WS-INVOICED < SOR-QTY-SHIPPED
            OR SOR-QTY-SHIPPED < SOR-QTY-ORDERED
               MOVE 1           TO WS-FOUND.
       XL000-EXIT.
             EXIT.
      *
      *    ****    H E L D   D E P O S I T   F O R   T H E   O R D E R
      *
       XC000-FIND-DEP.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEPKEY.
             START DEPFIL KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ DEPFIL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF DEP-ORDER-NO = WS-ORDER-NO AND DEP-HELD
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    P E R I O D - S T A T U S   C H E C K
      *
       XD000-CHECK-PERIOD.
             MOVE 1             TO WS-PER-OPEN.
           IF WS-NO-PERSTA = 1
               GO TO XD000-EXIT.
             COMPUTE WS-PSTKEY = 13 + WS-PERIOD.
             READ PERSTA WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF PST-YEAR NOT = WS-YEAR
               GO TO XD000-EXIT.
           IF PST-CLOSED OR PST-DECLARED
               MOVE ZERO        TO WS-PER-OPEN.
       XD000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   D E B T O R
      *
       XE000-FIND-DEBTOR.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ DEBTOR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF DEB-ACCOUNT = WS-ACCOUNT AND DEB-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XE000-EXIT.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   T R A N S A C T I O N   K E Y
      *
       XG000-NEXT-TKEY.
             MOVE 1             TO WS-NEXT-TKEY WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
             COMPUTE WS-NEXT-TKEY = WS-DTRKEY + 1.
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   O R D E R - L I N E   S L O T
      *
       XK000-NEXT-SOR.
             MOVE 1             TO WS-NEXT-SOR WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
       XK000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
             COMPUTE WS-NEXT-SOR = WS-SORKEY + 1.
             GO TO XK000-READ.
       XK000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   U P D A T E
      *
       XJ000-JOURNAL.
             MOVE "D"           TO WS-JW-FILE.
             MOVE WS-DEBKEY     TO WS-JW-KEY.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "DLP034"      TO WS-JW-PROGRAM.
             MOVE DEB-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   T R A N S A C T I O N
      *
      *    File class "T" feeds the transaction delta extract
      *    (DWEXTR).
      *
       XT000-JOURNAL-TRN.
             MOVE "T"           TO WS-JW-FILE.
             MOVE WS-DTRKEY     TO WS-JW-KEY.
             MOVE "W"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "DLP034"      TO WS-JW-PROGRAM.
             MOVE SPACES        TO WS-JW-BEFORE.
             MOVE DTR-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XT000-EXIT.
             EXIT.
      *
      *    ****    V A T   R A T E   F O R   T H E   D E B T O R
      *
      *    The rate in force at the tax-point date; an invoice
      *    dated across a rate change is logged against the
      *    invoice reference.
      *
       XV000-VAT-RATE.
             MOVE DEB-VAT-CODE  TO WS-VL-CODE.
             MOVE WS-TAX-DATE   TO WS-VL-DATE.
             MOVE "DLP034"      TO WS-VL-PROGRAM.
             MOVE WS-INV-REF    TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
      *
      *    ****    B E L O W - M A R G I N   A U T H O R I T Y
      *
      *    WS-MRG-AUTH returns "A" only when a supervisor with the
      *    MARGIN grant keys an id; the authority is logged to MRGLOG
      *    against the invoice reference.
      *
       XM000-MARGIN-AUTH.
             MOVE SPACE         TO WS-MRG-AUTH.
             MOVE WS-PL-MARGIN  TO WS-MG-MARGIN.
             MOVE WS-PL-MIN-MARGIN
                                TO WS-MG-MIN.
             DISPLAY SOR-CODE AT 2212 WITH FOREGROUND-COLOR 11
                     "  MARGIN " WITH FOREGROUND-COLOR 12
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
               GO TO XM000-EXIT.
             MOVE WS-SUPER      TO WS-AC-USER.
             MOVE "MARGIN"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               GO TO XM000-EXIT.
             MOVE "A"           TO WS-MRG-AUTH.
             OPEN EXTEND MRGLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT MRGLOG.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
             MOVE SPACES        TO MLG-RECORD.
             MOVE WS-TODAY-N    TO MLG-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME       TO MLG-TIME.
             MOVE "DLP034"      TO MLG-PROGRAM.
             MOVE WS-INV-REF    TO MLG-REF.
             MOVE SOR-ACCOUNT   TO MLG-ACCOUNT.
             MOVE SOR-CODE      TO MLG-CODE.
             MOVE WS-PRICE      TO MLG-PRICE.
             MOVE WS-PL-MARGIN  TO MLG-MARGIN.
             MOVE WS-PL-MIN-MARGIN
                                TO MLG-MINIMUM.
             MOVE WS-SUPER      TO MLG-SUPER.
             WRITE MLG-RECORD.
             CLOSE MRGLOG.
       XM000-EXIT.
             EXIT.
