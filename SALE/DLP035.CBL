      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   **        *******    ******    ******   ********   *
      *   **    **  **        **    **  **    **  **    **  **         *
      *   **    **  **        **    **  **    **        **  **         *
      *   **    **  **        *******   **    **     ***    *******    *
      *   **    **  **        **        **    **        **        **   *
      *   **    **  **        **        **    **  **    **  **    **   *
      *   *******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D R I V E R   R U N   S H E E T S                             *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Driver run sheets.  The orders going out on a delivery      *
      *    route become numbered stops in drop sequence, so the        *
      *    loaders pack the vehicle last drop first and the driver     *
      *    works the drops in the planned order.                       *
      *                                                                *
      *      'T' table - the zone/street sequence table:  a street     *
      *          (or any part of an address line) in a delivery zone   *
      *          with the sequence its drops default to                *
      *      'W' weights - the shipping weight of an item's selling    *
      *          unit                                                  *
      *      'B' build - put a zone's orders (allocated or shipped     *
      *          and not yet delivered, not already on a route) on a   *
      *          route as stops, sequenced from the table              *
      *      'S' stops - the dispatcher re-sequences a stop, sets the  *
      *          cash to collect, adds an order or takes it off the    *
      *          route (sequence zero)                                 *
      *      'L' loading list - the route in reverse drop order with   *
      *          the items and their weights                           *
      *      'R' run sheet - the route in drop order with the          *
      *          customer, delivery address, items, cash-on-delivery   *
      *          amount and a signature box                            *
      *      'E' end                                                   *
      *                                                                *
      *    An order's address and zone are its ship-to site's,         *
      *    through SHPLKP.  A drop whose address matches no street in  *
      *    the table goes to the end of the route (sequence 900).      *
      *    The cash to collect defaults, for an account on credit      *
      *    hold, to the order's value with VAT less any deposit held   *
      *    on it (SLS014); otherwise to nothing.  Orders booked with   *
      *    the courier (DLP036) are left off the routes.  Stops are    *
      *    held on RUNSTP for DLP030 to confirm in the same sequence.  *
      *    Lists print to DLP035.PRN.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP035.
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

       COPY STOCK.SL.

       COPY RUNSTP.SL.

       COPY ITMWGT.SL.

       COPY CONSGN.SL.

           SELECT DRPSEQ  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DSQKEY.

           SELECT DEPFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DEPKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SALORD.FDE.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       COPY RUNSTP.FDE.

       COPY ITMWGT.FDE.

       COPY CONSGN.FDE.

      *
      *    ****    Z O N E / S T R E E T   D R O P   S E Q U E N C E
      *
      *    A drop in the zone whose address contains the street
      *    defaults to the sequence; the lowest sequence matched
      *    wins.
      *
       FD  DRPSEQ    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DRPSEQ.DAT".
       01  DSQ-RECORD.
           03  DSQ-ZONE       PIC  9(02).
           03  DSQ-STREET     PIC  X(30).
           03  DSQ-SEQ        PIC  9(03).
           03  DSQ-STATUS     PIC  X(01).
               88  DSQ-ACTIVE      VALUE "A".
               88  DSQ-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    O R D E R   D E P O S I T S   ( S L S 0 1 4 )
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

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLP035.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-IWTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CSGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DSQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-SOR    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CUR-KEY     PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-BEST-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-DEPFIL   PIC  9(01)     VALUE ZERO.
       77  WS-NO-CONSGN   PIC  9(01)     VALUE ZERO.
       77  WS-ZONE        PIC  9(02)     VALUE ZERO.
       77  WS-STREET      PIC  X(30)     VALUE SPACES.
       77  WS-SEQ         PIC  9(03)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-WEIGHT      PIC  9(05)V999 VALUE ZERO.
       77  WS-UNIT-WGT    PIC  9(05)V999 COMP-3 VALUE ZERO.
       77  WS-ROUTE       PIC  9(03)     VALUE ZERO.
       77  WS-ON-ROUTE    PIC  9(03)     VALUE ZERO.
       77  WS-RUN-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.
       77  WS-COD         PIC S9(07)V99  VALUE ZERO.
       77  WS-QTY         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-VALUE       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-AVAIL       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LINE-WGT    PIC S9(09)V999 COMP-3 VALUE ZERO.
       77  WS-STOP-WGT    PIC S9(09)V999 COMP-3 VALUE ZERO.
       77  WS-ROUTE-WGT   PIC S9(09)V999 COMP-3 VALUE ZERO.
       77  WS-CUR-SEQ     PIC  9(03)     VALUE ZERO.
       77  WS-BEST-SEQ    PIC  9(03)     VALUE ZERO.
       77  WS-STOPS       PIC  9(05)     VALUE ZERO.
       77  WS-HITS        PIC  9(04)     COMP-5.
       77  WS-LEN         PIC  9(04)     COMP-5.
       77  WS-ROW         PIC  9(02)     VALUE ZERO.
       77  WS-LIST-MODE   PIC  X(01)     VALUE SPACE.
       77  WS-ED-QTY      PIC  Z(06)9.99-.
       77  WS-ED-WGT      PIC  Z(08)9.999.
       77  WS-ED-AMT      PIC  Z(06)9.99-.

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

       01  WS-ADDR-ALL       PIC  X(92).
       01  WS-MATCH          PIC  X(30).

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
      *    ****    V A T   R A T E   L O O K U P   ( V A T L K P )
      *
       01  WS-VL-PARAMS.
           03  WS-VL-CODE     PIC  9(02).
           03  WS-VL-DATE     PIC  9(08).
           03  WS-VL-PROGRAM  PIC  X(08).
           03  WS-VL-REF      PIC  X(10).
           03  WS-VL-PERCENT  PIC  9(02)V99  COMP-3.
           03  WS-VL-RESULT   PIC  9(01).

       01  WS-STOP-LINE.
           03  FILLER        PIC  X(05) VALUE "DROP ".
           03  WS-SP-SEQ     PIC  9(03).
           03  FILLER        PIC  X(08) VALUE "  ORDER ".
           03  WS-SP-ORDER   PIC  9(06).
           03  FILLER        PIC  X(10) VALUE "  ACCOUNT ".
           03  WS-SP-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SP-NAME    PIC  X(40).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SP-SITE    PIC  X(30).

       01  WS-ITEM-LINE.
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-IT-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-IT-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-IT-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-IT-UNIT    PIC  Z(04)9.999.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-IT-WGT     PIC  Z(08)9.999.

       01  WS-TEXT-LINE.
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-TX-TEXT    PIC  X(100).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DRIVER RUN SHEETS" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O RUNSTP.
           IF WS-STATUS = "35"
               OPEN OUTPUT RUNSTP
               CLOSE RUNSTP
               OPEN I-O RUNSTP.
           IF WS-STATUS NOT = "00"
               DISPLAY "RUNSTP open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O ITMWGT.
           IF WS-STATUS = "35"
               OPEN OUTPUT ITMWGT
               CLOSE ITMWGT
               OPEN I-O ITMWGT.
           IF WS-STATUS NOT = "00"
               DISPLAY "ITMWGT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE RUNSTP
               GO TO AZ100.
             OPEN I-O DRPSEQ.
           IF WS-STATUS = "35"
               OPEN OUTPUT DRPSEQ
               CLOSE DRPSEQ
               OPEN I-O DRPSEQ.
           IF WS-STATUS NOT = "00"
               DISPLAY "DRPSEQ open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE RUNSTP ITMWGT
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'T'able 'W'eights 'B'uild 'S'tops 'L'oad"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             DISPLAY "         'R'un sheet 'E'nd :"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0640
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "T"
               PERFORM BA000-TABLE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "W"
               PERFORM CA000-WEIGHTS THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "B"
               PERFORM DA000-BUILD THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM EA000-STOPS THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM FA000-LOADING THRU FA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM GA000-RUN-SHEET THRU GA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE RUNSTP ITMWGT DRPSEQ.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    Z O N E / S T R E E T   S E Q U E N C E   T A B L E *
      *                                                                *
      ******************************************************************
       BA000-TABLE.
             DISPLAY "Delivery zone ('0' ends)   :" AT 0812.
             MOVE ZERO          TO WS-ZONE.
             ACCEPT WS-ZONE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ZONE = ZERO
               GO TO BA000-EXIT.
       BA000-STREET.
             DISPLAY "Street (spaces - new zone) :" AT 0912.
             MOVE SPACES        TO WS-STREET.
             ACCEPT WS-STREET AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-STREET = SPACES
               GO TO BA000-TABLE.
             INSPECT WS-STREET CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             PERFORM XT000-FIND-STREET THRU XT000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO DSQ-RECORD
               MOVE WS-ZONE     TO DSQ-ZONE
               MOVE WS-STREET   TO DSQ-STREET
               MOVE ZERO        TO DSQ-SEQ
               DISPLAY "New street                    " AT 2312
                       WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY "Amending the street           " AT 2312
                       WITH FOREGROUND-COLOR 11.
             DISPLAY "Drop sequence (1-899)      :" AT 1012.
             MOVE DSQ-SEQ       TO WS-SEQ.
             ACCEPT WS-SEQ AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       BA000-ACTION.
             DISPLAY "'K'eep  'D'elete  'A'bandon :" AT 1212.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               GO TO BA000-STREET.
           IF NOT (WS-ACTION = "K" OR "D")
               GO TO BA000-ACTION.
           IF WS-ACTION = "K" AND (WS-SEQ = ZERO OR WS-SEQ > 899)
               DISPLAY "Sequence must be 1 to 899     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-STREET.
           IF WS-ACTION = "D" AND WS-FOUND = ZERO
               GO TO BA000-STREET.
             MOVE WS-SEQ        TO DSQ-SEQ.
             MOVE "A"           TO DSQ-STATUS.
           IF WS-ACTION = "D"
               MOVE "D"         TO DSQ-STATUS.
           IF WS-FOUND = 1
               REWRITE DSQ-RECORD
           ELSE
               PERFORM XN100-NEXT-DSQ THRU XN100-EXIT
               MOVE WS-NEXT-KEY TO WS-DSQKEY
               WRITE DSQ-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "DRPSEQ write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-STREET.
             DISPLAY "Street saved                  " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-STREET.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    I T E M   S H I P P I N G   W E I G H T S           *
      *                                                                *
      ******************************************************************
       CA000-WEIGHTS.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
       CA000-ITEM.
             DISPLAY "Item code (spaces end)     :" AT 0812.
             MOVE SPACES        TO WS-CODE.
             ACCEPT WS-CODE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-CODE = SPACES
               GO TO CA000-END.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Item not on the stock file    " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-ITEM.
             DISPLAY STK-DESC AT 0912 WITH FOREGROUND-COLOR 11
                     "  per " STK-SELL-UNIT WITH FOREGROUND-COLOR 11.
             PERFORM XW000-FIND-WEIGHT THRU XW000-EXIT.
             MOVE ZERO          TO WS-WEIGHT.
           IF WS-FOUND = 1
               MOVE IWT-WEIGHT  TO WS-WEIGHT.
             DISPLAY "Weight of one unit (kg)    :" AT 1012.
             ACCEPT WS-WEIGHT AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       CA000-ACTION.
             DISPLAY "'K'eep  'D'elete  'A'bandon :" AT 1212.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               GO TO CA000-ITEM.
           IF NOT (WS-ACTION = "K" OR "D")
               GO TO CA000-ACTION.
           IF WS-ACTION = "D" AND WS-FOUND = ZERO
               GO TO CA000-ITEM.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO IWT-RECORD
               MOVE WS-CODE     TO IWT-CODE.
             MOVE WS-WEIGHT     TO IWT-WEIGHT.
             MOVE "A"           TO IWT-STATUS.
           IF WS-ACTION = "D"
               MOVE "D"         TO IWT-STATUS.
           IF WS-FOUND = 1
               REWRITE IWT-RECORD
           ELSE
               PERFORM XN200-NEXT-IWT THRU XN200-EXIT
               MOVE WS-NEXT-KEY TO WS-IWTKEY
               WRITE IWT-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "ITMWGT write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-ITEM.
             DISPLAY "Weight saved                  " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO CA000-ITEM.
       CA000-END.
             CLOSE STOCK.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    B U I L D   A   R O U T E   F R O M   A   Z O N E   *
      *                                                                *
      *    Every order with a line allocated or shipped and not yet    *
      *    proved delivered, delivering into the zone and not open     *
      *    on any route, becomes a stop.                               *
      *                                                                *
      ******************************************************************
       DA000-BUILD.
             DISPLAY "Route number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-ROUTE.
             ACCEPT WS-ROUTE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ROUTE = ZERO
               GO TO DA000-EXIT.
             DISPLAY "Run date (YYYYMMDD)        :" AT 0912.
             MOVE WS-TODAY-N    TO WS-RUN-DATE.
             ACCEPT WS-RUN-DATE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Delivery zone (0 - all)    :" AT 1012.
             MOVE ZERO          TO WS-ZONE.
             ACCEPT WS-ZONE AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Build the route (Y/N)      :" AT 1112.
             MOVE "N"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION NOT = "Y"
               GO TO DA000-BUILD.
             PERFORM XA000-OPEN-ORDERS THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DA000-EXIT.
             MOVE ZERO          TO WS-STOPS.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
       DA000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO DA000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO DA000-READ.
             MOVE SOR-ORDER-NO  TO WS-ORDER-NO.
             PERFORM XR000-ON-ROUTE THRU XR000-EXIT.
           IF WS-FOUND = 1
               GO TO DA000-READ.
             PERFORM XK000-CONSIGNED THRU XK000-EXIT.
           IF WS-FOUND = 1
               GO TO DA000-READ.
             MOVE SOR-ACCOUNT   TO WS-ACCOUNT WS-SL-ACCOUNT.
             MOVE ZERO          TO WS-SHIP-TO.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-SHIP-TO.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
           IF WS-ZONE NOT = ZERO AND WS-SL-ZONE NOT = WS-ZONE
               GO TO DA000-READ.
             PERFORM XQ000-SEQUENCE THRU XQ000-EXIT.
             PERFORM XC000-COD THRU XC000-EXIT.
             PERFORM XM000-WRITE-STOP THRU XM000-EXIT.
           IF WS-STATUS NOT = "00"
               DISPLAY "RUNSTP write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-DONE.
             ADD 1              TO WS-STOPS.
             GO TO DA000-READ.
       DA000-DONE.
             PERFORM XA100-CLOSE-ORDERS THRU XA100-EXIT.
             DISPLAY "Stops put on the route : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-STOPS WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A D J U S T   A   R O U T E ' S   S T O P S         *
      *                                                                *
      *    An order not on the route is added to it; sequence zero     *
      *    takes a stop off.  The route's open stops show below in     *
      *    drop order.                                                 *
      *                                                                *
      ******************************************************************
       EA000-STOPS.
             DISPLAY "Route number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-ROUTE.
             ACCEPT WS-ROUTE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ROUTE = ZERO
               GO TO EA000-EXIT.
             PERFORM XA000-OPEN-ORDERS THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EA000-EXIT.
       EA000-ORDER.
             PERFORM EB000-SHOW THRU EB000-EXIT.
             DISPLAY "Order number ('0' ends)    :" AT 0912.
             MOVE ZERO          TO WS-ORDER-NO.
             ACCEPT WS-ORDER-NO AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ORDER-NO = ZERO
               GO TO EA000-END.
             PERFORM XF000-FIND-STOP THRU XF000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Stop on the route             " AT 2312
                       WITH FOREGROUND-COLOR 11
               GO TO EA000-AMEND.
             PERFORM XR000-ON-ROUTE THRU XR000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Order is on route " AT 2312
                       WITH FOREGROUND-COLOR 12
                       WS-ON-ROUTE WITH FOREGROUND-COLOR 11
               GO TO EA000-ORDER.
             PERFORM XK000-CONSIGNED THRU XK000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Order is with the courier     " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO EA000-ORDER.
             PERFORM XO000-FIND-ORDER THRU XO000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No order line to deliver      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-ORDER.
             MOVE SOR-ACCOUNT   TO WS-ACCOUNT WS-SL-ACCOUNT.
             MOVE ZERO          TO WS-SHIP-TO.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-SHIP-TO.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             PERFORM XQ000-SEQUENCE THRU XQ000-EXIT.
             PERFORM XC000-COD THRU XC000-EXIT.
             MOVE SPACES        TO RST-RECORD.
             MOVE WS-ROUTE      TO RST-ROUTE.
             MOVE WS-TODAY-N    TO RST-DATE.
             MOVE WS-SEQ        TO RST-SEQ.
             MOVE WS-ORDER-NO   TO RST-ORDER.
             MOVE WS-ACCOUNT    TO RST-ACCOUNT.
             MOVE WS-SHIP-TO    TO RST-SHIP-TO.
             MOVE WS-SL-ZONE    TO RST-ZONE.
             MOVE WS-COD        TO RST-COD.
             MOVE "O"           TO RST-STATUS.
             DISPLAY "New stop                      " AT 2312
                     WITH FOREGROUND-COLOR 11.
       EA000-AMEND.
             DISPLAY "Drop sequence (0 - remove) :" AT 1012.
             MOVE RST-SEQ       TO WS-SEQ.
             ACCEPT WS-SEQ AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Cash to collect            :" AT 1112.
             MOVE RST-COD       TO WS-COD.
             ACCEPT WS-COD AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       EA000-ACTION.
             DISPLAY "'K'eep  'A'bandon          :" AT 1212.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Stop not changed              " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO EA000-ORDER.
           IF WS-ACTION NOT = "K"
               GO TO EA000-ACTION.
           IF WS-COD < ZERO
               MOVE ZERO        TO WS-COD.
             MOVE WS-COD        TO RST-COD.
           IF WS-SEQ = ZERO AND WS-FOUND = ZERO
               GO TO EA000-ORDER.
           IF WS-SEQ = ZERO
               MOVE "D"         TO RST-STATUS
               REWRITE RST-RECORD
               DISPLAY "Stop taken off the route      " AT 2312
                       WITH FOREGROUND-COLOR 10
               GO TO EA000-ORDER.
             MOVE WS-SEQ        TO RST-SEQ.
           IF WS-FOUND = 1
               REWRITE RST-RECORD
           ELSE
               PERFORM XN300-NEXT-RST THRU XN300-EXIT
               MOVE WS-NEXT-KEY TO WS-RSTKEY
               WRITE RST-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "RUNSTP write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-ORDER.
             DISPLAY "Stop saved                    " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO EA000-ORDER.
       EA000-END.
             PERFORM XA100-CLOSE-ORDERS THRU XA100-EXIT.
       EA000-EXIT.
             EXIT.
      *
      *    ****    T H E   R O U T E ' S   S T O P S   O N   S C R E E N
      *
       EB000-SHOW.
             MOVE 14            TO WS-ROW.
             MOVE ZERO          TO WS-CUR-SEQ WS-CUR-KEY.
       EB000-NEXT.
           IF WS-ROW > 21
               GO TO EB000-EXIT.
             PERFORM XN000-NEXT-STOP THRU XN000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EB000-CLEAR.
             MOVE SPACES        TO WS-TX-TEXT.
             MOVE RST-SEQ       TO WS-SEQ.
             MOVE RST-COD       TO WS-ED-AMT.
             STRING WS-SEQ "  " RST-ORDER "  " RST-ACCOUNT
                    "  ZONE " RST-ZONE "  CASH " WS-ED-AMT
                    DELIMITED SIZE INTO WS-TX-TEXT.
             DISPLAY WS-TX-TEXT (1:60) AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 11.
             ADD 1              TO WS-ROW.
             GO TO EB000-NEXT.
       EB000-CLEAR.
             MOVE SPACES        TO WS-TX-TEXT.
             DISPLAY WS-TX-TEXT (1:60) AT LINE WS-ROW COLUMN 12.
             ADD 1              TO WS-ROW.
           IF WS-ROW < 22
               GO TO EB000-CLEAR.
       EB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O A D I N G   L I S T                             *
      *                                                                *
      *    Last drop first, so the first drop comes off the vehicle    *
      *    first.                                                      *
      *                                                                *
      ******************************************************************
       FA000-LOADING.
             DISPLAY "Route number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-ROUTE.
             ACCEPT WS-ROUTE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ROUTE = ZERO
               GO TO FA000-EXIT.
             PERFORM XA000-OPEN-ORDERS THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO FA000-EXIT.
             OPEN INPUT STOCK.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "LOADING LIST - ROUTE " WS-ROUTE "  "
                    WS-TODAY-N "  (LOAD IN THIS ORDER - LAST DROP "
                    "FIRST)" DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "      ITEM            DESCRIPTION            "
                    "              QTY   UNIT KG       WEIGHT KG"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-STOPS WS-ROUTE-WGT.
             MOVE 999           TO WS-CUR-SEQ.
             MOVE 99999         TO WS-CUR-KEY.
             MOVE "L"           TO WS-LIST-MODE.
       FA000-STOP.
             PERFORM XP000-PREV-STOP THRU XP000-EXIT.
           IF WS-FOUND = ZERO
               GO TO FA000-DONE.
             PERFORM XH000-STOP-HEAD THRU XH000-EXIT.
             PERFORM XL000-ITEMS THRU XL000-EXIT.
             MOVE SPACES        TO WS-TX-TEXT.
             MOVE WS-STOP-WGT   TO WS-ED-WGT.
             STRING "DROP WEIGHT KG " WS-ED-WGT
                    DELIMITED SIZE INTO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             ADD WS-STOP-WGT    TO WS-ROUTE-WGT.
             ADD 1              TO WS-STOPS.
             GO TO FA000-STOP.
       FA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             MOVE WS-ROUTE-WGT  TO WS-ED-WGT.
             STRING "DROPS " WS-STOPS "   ROUTE WEIGHT KG " WS-ED-WGT
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP STOCK.
             PERFORM XA100-CLOSE-ORDERS THRU XA100-EXIT.
             DISPLAY "Loading list on DLP035.PRN    " AT 2312
                     WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D R I V E R   R U N   S H E E T                     *
      *                                                                *
      ******************************************************************
       GA000-RUN-SHEET.
             DISPLAY "Route number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-ROUTE.
             ACCEPT WS-ROUTE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ROUTE = ZERO
               GO TO GA000-EXIT.
             PERFORM XA000-OPEN-ORDERS THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO GA000-EXIT.
             OPEN INPUT STOCK.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "DRIVER RUN SHEET - ROUTE " WS-ROUTE "  "
                    WS-TODAY-N DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "DRIVER: ______________________   VEHICLE: "
                    "____________   OUT: ______   BACK: ______"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-STOPS WS-VALUE.
             MOVE ZERO          TO WS-CUR-SEQ WS-CUR-KEY.
             MOVE "R"           TO WS-LIST-MODE.
       GA000-STOP.
             PERFORM XN000-NEXT-STOP THRU XN000-EXIT.
           IF WS-FOUND = ZERO
               GO TO GA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XH000-STOP-HEAD THRU XH000-EXIT.
             MOVE SPACES        TO WS-TX-TEXT.
             MOVE WS-SL-ADDRESS1
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
           IF WS-SL-ADDRESS2 NOT = SPACES
               MOVE WS-SL-ADDRESS2
                                TO WS-TX-TEXT
               WRITE REP-LINE FROM WS-TEXT-LINE.
           IF WS-SL-ADDRESS3 NOT = SPACES
               MOVE WS-SL-ADDRESS3
                                TO WS-TX-TEXT
               WRITE REP-LINE FROM WS-TEXT-LINE.
           IF WS-SL-CONTACT NOT = SPACES OR WS-SL-PHONE NOT = SPACES
               MOVE SPACES      TO WS-TX-TEXT
               STRING "CONTACT " WS-SL-CONTACT "  PHONE " WS-SL-PHONE
                      DELIMITED SIZE INTO WS-TX-TEXT
               WRITE REP-LINE FROM WS-TEXT-LINE.
           IF WS-SL-INSTRUCT NOT = SPACES
               MOVE WS-SL-INSTRUCT
                                TO WS-TX-TEXT
               WRITE REP-LINE FROM WS-TEXT-LINE.
             PERFORM XL000-ITEMS THRU XL000-EXIT.
             MOVE SPACES        TO WS-TX-TEXT.
           IF RST-COD > ZERO
               MOVE RST-COD     TO WS-ED-AMT
               STRING "*** CASH ON DELIVERY - COLLECT " WS-ED-AMT
                      " ***" DELIMITED SIZE INTO WS-TX-TEXT
               ADD RST-COD      TO WS-VALUE
           ELSE
               MOVE "ON ACCOUNT - NOTHING TO COLLECT"
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             MOVE "+----------------------------------------------+"
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             MOVE "| RECEIVED IN GOOD ORDER BY (PRINT NAME):      |"
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             MOVE "|                                              |"
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             MOVE "| SIGNATURE:                     TIME:         |"
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             MOVE "+----------------------------------------------+"
                                TO WS-TX-TEXT.
             WRITE REP-LINE FROM WS-TEXT-LINE.
             ADD 1              TO WS-STOPS.
             GO TO GA000-STOP.
       GA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             MOVE WS-VALUE      TO WS-ED-AMT.
             STRING "DROPS " WS-STOPS "   CASH TO COLLECT " WS-ED-AMT
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP STOCK.
             PERFORM XA100-CLOSE-ORDERS THRU XA100-EXIT.
             DISPLAY "Run sheet on DLP035.PRN       " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      /
      *
      *    ****    O R D E R ,   D E B T O R   A N D   D E P O S I T
      *            F I L E S
      *
      *    WS-FOUND returns zero when the orders cannot be read.
      *
       XA000-OPEN-ORDERS.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XA000-EXIT.
             OPEN INPUT DEBTOR.
             MOVE ZERO          TO WS-NO-DEPFIL.
             OPEN INPUT DEPFIL.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-DEPFIL.
             MOVE ZERO          TO WS-NO-CONSGN.
             OPEN INPUT CONSGN.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-CONSGN.
             MOVE 1             TO WS-FOUND.
       XA000-EXIT.
             EXIT.
      *
       XA100-CLOSE-ORDERS.
             CLOSE SALORD DEBTOR.
           IF WS-NO-DEPFIL = ZERO
               CLOSE DEPFIL.
           IF WS-NO-CONSGN = ZERO
               CLOSE CONSGN.
       XA100-EXIT.
             EXIT.
      *
      *    ****    C A S H   T O   C O L L E C T
      *
      *    A held account pays for the drop on delivery: the lines
      *    going out, at the order price with VAT at the account's
      *    rate, less any deposit still held for the order.  The
      *    order scan is put back where it was.
      *
       XC000-COD.
             MOVE ZERO          TO WS-COD WS-VALUE.
             MOVE WS-SORKEY     TO WS-SAVE-SOR.
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO XC000-EXIT.
           IF NOT DEB-ON-HOLD
               GO TO XC000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-VAT.
       XC000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-VAT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO XC000-READ.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO XC000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO XC000-READ.
           IF SOR-SHIPPED
               MOVE SOR-QTY-SHIPPED
                                TO WS-QTY
           ELSE
               MOVE SOR-QTY-ALLOCATED
                                TO WS-QTY.
             COMPUTE WS-VALUE ROUNDED
                   = WS-VALUE + WS-QTY * SOR-PRICE.
             GO TO XC000-READ.
       XC000-VAT.
             MOVE DEB-VAT-CODE  TO WS-VL-CODE.
             MOVE WS-TODAY-N    TO WS-VL-DATE.
             MOVE "DLP035"      TO WS-VL-PROGRAM.
             MOVE SPACES        TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             COMPUTE WS-VALUE ROUNDED
                   = WS-VALUE + WS-VALUE * WS-VL-PERCENT / 100.
             MOVE ZERO          TO WS-AVAIL.
           IF WS-NO-DEPFIL = ZERO
               PERFORM XD000-FIND-DEP THRU XD000-EXIT.
             COMPUTE WS-VALUE = WS-VALUE - WS-AVAIL.
           IF WS-VALUE > ZERO
               MOVE WS-VALUE    TO WS-COD.
             MOVE WS-SAVE-SOR   TO WS-SORKEY.
             START SALORD KEY > WS-SORKEY.
       XC000-EXIT.
             EXIT.
      *
      *    ****    D E P O S I T   S T I L L   H E L D
      *
       XD000-FIND-DEP.
             MOVE 1             TO WS-DEPKEY.
             START DEPFIL KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ DEPFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF DEP-ORDER-NO NOT = WS-ORDER-NO OR NOT DEP-HELD
               GO TO XD000-READ.
             COMPUTE WS-AVAIL = DEP-TAKEN - DEP-APPLIED
                     - DEP-REFUNDED.
           IF WS-AVAIL < ZERO
               MOVE ZERO        TO WS-AVAIL.
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
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF DEB-ACCOUNT = WS-ACCOUNT AND NOT DEB-DELETED
               MOVE 1           TO WS-FOUND
               GO TO XE000-EXIT.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    O R D E R   W I T H   T H E   C O U R I E R
      *
       XK000-CONSIGNED.
             MOVE ZERO          TO WS-FOUND.
           IF WS-NO-CONSGN = 1
               GO TO XK000-EXIT.
             MOVE 1             TO WS-CSGKEY.
             START CONSGN KEY NOT < WS-CSGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
       XK000-READ.
             READ CONSGN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
           IF CSG-ORDER = WS-ORDER-NO AND CSG-LIVE
               MOVE 1           TO WS-FOUND
               GO TO XK000-EXIT.
             GO TO XK000-READ.
       XK000-EXIT.
             EXIT.
      *
      *    ****    T H E   R O U T E ' S   S T O P   F O R   A N
      *            O R D E R
      *
       XF000-FIND-STOP.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ RUNSTP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF RST-ROUTE = WS-ROUTE AND RST-ORDER = WS-ORDER-NO
            AND RST-OPEN
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    S T O P   H E A D I N G   O N   A   L I S T
      *
       XH000-STOP-HEAD.
             MOVE RST-ORDER     TO WS-ORDER-NO.
             MOVE RST-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE RST-SHIP-TO   TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             MOVE RST-SEQ       TO WS-SP-SEQ.
             MOVE RST-ORDER     TO WS-SP-ORDER.
             MOVE RST-ACCOUNT   TO WS-SP-ACCOUNT.
             MOVE WS-SL-NAME    TO WS-SP-NAME.
             MOVE WS-SL-SITE    TO WS-SP-SITE.
             WRITE REP-LINE FROM WS-STOP-LINE.
       XH000-EXIT.
             EXIT.
      *
      *    ****    T H E   I T E M S   G O I N G   O U T   O N   A
      *            S T O P
      *
      *    The loading list ('L') adds the weights.
      *
       XL000-ITEMS.
             MOVE ZERO          TO WS-STOP-WGT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO XL000-READ.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO XL000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO XL000-READ.
           IF SOR-SHIPPED
               MOVE SOR-QTY-SHIPPED
                                TO WS-QTY
           ELSE
               MOVE SOR-QTY-ALLOCATED
                                TO WS-QTY.
             MOVE SPACES        TO WS-ITEM-LINE.
             MOVE SOR-CODE      TO WS-IT-CODE WS-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = 1
               MOVE STK-DESC    TO WS-IT-DESC.
             MOVE WS-QTY        TO WS-IT-QTY.
           IF WS-LIST-MODE NOT = "L"
               GO TO XL000-PRINT.
             PERFORM XW000-FIND-WEIGHT THRU XW000-EXIT.
             MOVE ZERO          TO WS-UNIT-WGT.
           IF WS-FOUND = 1
               MOVE IWT-WEIGHT  TO WS-UNIT-WGT.
             COMPUTE WS-LINE-WGT ROUNDED = WS-QTY * WS-UNIT-WGT.
             ADD WS-LINE-WGT    TO WS-STOP-WGT.
             MOVE WS-UNIT-WGT   TO WS-IT-UNIT.
             MOVE WS-LINE-WGT   TO WS-IT-WGT.
       XL000-PRINT.
             WRITE REP-LINE FROM WS-ITEM-LINE.
             GO TO XL000-READ.
       XL000-EXIT.
             EXIT.
      *
      *    ****    A D D   A   S T O P
      *
       XM000-WRITE-STOP.
             MOVE SPACES        TO RST-RECORD.
             MOVE WS-ROUTE      TO RST-ROUTE.
             MOVE WS-RUN-DATE   TO RST-DATE.
             MOVE WS-SEQ        TO RST-SEQ.
             MOVE WS-ORDER-NO   TO RST-ORDER.
             MOVE WS-ACCOUNT    TO RST-ACCOUNT.
             MOVE WS-SHIP-TO    TO RST-SHIP-TO.
             MOVE WS-SL-ZONE    TO RST-ZONE.
             MOVE WS-COD        TO RST-COD.
             MOVE "O"           TO RST-STATUS.
             PERFORM XN300-NEXT-RST THRU XN300-EXIT.
             MOVE WS-NEXT-KEY   TO WS-RSTKEY.
             WRITE RST-RECORD.
       XM000-EXIT.
             EXIT.
      *
      *    ****    N E X T   S T O P   I N   D R O P   O R D E R
      *
      *    The open stop on the route that follows WS-CUR-SEQ and
      *    WS-CUR-KEY (the slot breaks a tie in sequence); it is
      *    left in the record area and becomes the current stop.
      *
       XN000-NEXT-STOP.
             MOVE ZERO          TO WS-FOUND.
             MOVE 999           TO WS-BEST-SEQ.
             MOVE 99999         TO WS-BEST-KEY.
             MOVE 1             TO WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ RUNSTP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-GOT.
           IF RST-ROUTE NOT = WS-ROUTE OR NOT RST-OPEN
               GO TO XN000-READ.
           IF RST-SEQ < WS-CUR-SEQ
               GO TO XN000-READ.
           IF RST-SEQ = WS-CUR-SEQ AND WS-RSTKEY NOT > WS-CUR-KEY
               GO TO XN000-READ.
           IF RST-SEQ > WS-BEST-SEQ
               GO TO XN000-READ.
           IF RST-SEQ = WS-BEST-SEQ AND WS-RSTKEY NOT < WS-BEST-KEY
               GO TO XN000-READ.
             MOVE RST-SEQ       TO WS-BEST-SEQ.
             MOVE WS-RSTKEY     TO WS-BEST-KEY.
             MOVE 1             TO WS-FOUND.
             GO TO XN000-READ.
       XN000-GOT.
           IF WS-FOUND = ZERO
               GO TO XN000-EXIT.
             MOVE WS-BEST-KEY   TO WS-RSTKEY WS-CUR-KEY.
             MOVE WS-BEST-SEQ   TO WS-CUR-SEQ.
             READ RUNSTP WITH IGNORE LOCK.
       XN000-EXIT.
             EXIT.
      *
      *    ****    P R E V I O U S   S T O P   I N   D R O P   O R D E R
      *
       XP000-PREV-STOP.
             MOVE ZERO          TO WS-FOUND WS-BEST-SEQ WS-BEST-KEY.
             MOVE 1             TO WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ RUNSTP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-GOT.
           IF RST-ROUTE NOT = WS-ROUTE OR NOT RST-OPEN
               GO TO XP000-READ.
           IF RST-SEQ > WS-CUR-SEQ
               GO TO XP000-READ.
           IF RST-SEQ = WS-CUR-SEQ AND WS-RSTKEY NOT < WS-CUR-KEY
               GO TO XP000-READ.
           IF RST-SEQ < WS-BEST-SEQ
               GO TO XP000-READ.
           IF RST-SEQ = WS-BEST-SEQ AND WS-RSTKEY NOT > WS-BEST-KEY
               GO TO XP000-READ.
             MOVE RST-SEQ       TO WS-BEST-SEQ.
             MOVE WS-RSTKEY     TO WS-BEST-KEY.
             MOVE 1             TO WS-FOUND.
             GO TO XP000-READ.
       XP000-GOT.
           IF WS-FOUND = ZERO
               GO TO XP000-EXIT.
             MOVE WS-BEST-KEY   TO WS-RSTKEY WS-CUR-KEY.
             MOVE WS-BEST-SEQ   TO WS-CUR-SEQ.
             READ RUNSTP WITH IGNORE LOCK.
       XP000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T S
      *
       XN100-NEXT-DSQ.
             MOVE 1             TO WS-NEXT-KEY WS-DSQKEY.
             START DRPSEQ KEY NOT < WS-DSQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
       XN100-READ.
             READ DRPSEQ NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
             COMPUTE WS-NEXT-KEY = WS-DSQKEY + 1.
             GO TO XN100-READ.
       XN100-EXIT.
             EXIT.
      *
       XN200-NEXT-IWT.
             MOVE 1             TO WS-NEXT-KEY WS-IWTKEY.
             START ITMWGT KEY NOT < WS-IWTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN200-EXIT.
       XN200-READ.
             READ ITMWGT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN200-EXIT.
             COMPUTE WS-NEXT-KEY = WS-IWTKEY + 1.
             GO TO XN200-READ.
       XN200-EXIT.
             EXIT.
      *
       XN300-NEXT-RST.
             MOVE 1             TO WS-NEXT-KEY WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN300-EXIT.
       XN300-READ.
             READ RUNSTP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN300-EXIT.
             COMPUTE WS-NEXT-KEY = WS-RSTKEY + 1.
             GO TO XN300-READ.
       XN300-EXIT.
             EXIT.
      *
      *    ****    F I R S T   L I N E   T O   D E L I V E R   O N   A N
      *            O R D E R
      *
       XO000-FIND-ORDER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
       XO000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO XO000-READ.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO XO000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO XO000-READ.
             MOVE 1             TO WS-FOUND.
       XO000-EXIT.
             EXIT.
      *
      *    ****    D R O P   S E Q U E N C E   F R O M   T H E
      *            T A B L E
      *
      *    The delivery address (WS-SL-...) is searched for each
      *    street listed in its zone; the lowest sequence matched
      *    wins, and no match puts the drop at 900.
      *
       XQ000-SEQUENCE.
             MOVE 900           TO WS-SEQ.
             MOVE SPACES        TO WS-ADDR-ALL.
             STRING WS-SL-ADDRESS1 " " WS-SL-ADDRESS2 " "
                    WS-SL-ADDRESS3 DELIMITED SIZE INTO WS-ADDR-ALL.
             INSPECT WS-ADDR-ALL CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             MOVE 1             TO WS-DSQKEY.
             START DRPSEQ KEY NOT < WS-DSQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ DRPSEQ NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
           IF NOT DSQ-ACTIVE OR DSQ-ZONE NOT = WS-SL-ZONE
               GO TO XQ000-READ.
           IF DSQ-SEQ NOT < WS-SEQ
               GO TO XQ000-READ.
             MOVE DSQ-STREET    TO WS-MATCH.
             MOVE 30            TO WS-LEN.
       XQ000-TRIM.
           IF WS-LEN > 1 AND WS-MATCH (WS-LEN:1) = SPACE
               SUBTRACT 1       FROM WS-LEN
               GO TO XQ000-TRIM.
             MOVE ZERO          TO WS-HITS.
             INSPECT WS-ADDR-ALL TALLYING WS-HITS
                     FOR ALL WS-MATCH (1:WS-LEN).
           IF WS-HITS > ZERO
               MOVE DSQ-SEQ     TO WS-SEQ.
             GO TO XQ000-READ.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    O R D E R   O P E N   O N   A N Y   R O U T E
      *
       XR000-ON-ROUTE.
             MOVE ZERO          TO WS-FOUND WS-ON-ROUTE.
             MOVE 1             TO WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-READ.
             READ RUNSTP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
           IF RST-ORDER = WS-ORDER-NO AND RST-OPEN
               MOVE RST-ROUTE   TO WS-ON-ROUTE
               MOVE 1           TO WS-FOUND
               GO TO XR000-EXIT.
             GO TO XR000-READ.
       XR000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XS000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
       XS000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
           IF STK-CODE = WS-CODE AND NOT STK-DELETED
               MOVE 1           TO WS-FOUND
               GO TO XS000-EXIT.
             GO TO XS000-READ.
       XS000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   S T R E E T   ( A N Y   S T A T U S )
      *
       XT000-FIND-STREET.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DSQKEY.
             START DRPSEQ KEY NOT < WS-DSQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XT000-EXIT.
       XT000-READ.
             READ DRPSEQ NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XT000-EXIT.
           IF DSQ-ZONE = WS-ZONE AND DSQ-STREET = WS-STREET
               MOVE 1           TO WS-FOUND
               GO TO XT000-EXIT.
             GO TO XT000-READ.
       XT000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A N   I T E M ' S   W E I G H T
      *
      *    Any status when keeping weights; the lists take only an
      *    active weight.
      *
       XW000-FIND-WEIGHT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-IWTKEY.
             START ITMWGT KEY NOT < WS-IWTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
       XW000-READ.
             READ ITMWGT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
           IF IWT-CODE NOT = WS-CODE
               GO TO XW000-READ.
           IF WS-LIST-MODE = "L" AND NOT IWT-ACTIVE
               GO TO XW000-READ.
             MOVE 1             TO WS-FOUND.
       XW000-EXIT.
             EXIT.
