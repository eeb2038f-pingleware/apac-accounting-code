      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **         ******    ******      **      ******    *
      *   **    **  **        **    **  **    **    ***     **         *
      *   **        **        **        **    **     **     **         *
      *    ******   **         ******   **    **     **     *******    *
      *         **  **              **  **    **     **     **    **   *
      *   **    **  **        **    **  **    **     **     **    **   *
      *    ******   ********   ******    ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  A V A I L A B L E   T O   P R O M I S E                       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Available-to-promise for the sales desk.  For an item at a  *
      *    warehouse location the projection starts from free stock    *
      *    (on hand less reserved - which carries the allocated order  *
      *    lines - and quarantine), adds each confirmed purchase       *
      *    order line on its expected date (the supplier's promised    *
      *    date once acknowledged, otherwise the buyer's due date),    *
      *    and takes off the open and back-ordered SALORD lines in     *
      *    allocation order:  priority, then date, then order.  What   *
      *    is left is the quantity that can still be promised on each  *
      *    date.                                                       *
      *                                                                *
      *      'A'  available-to-promise enquiry                         *
      *      'P'  promise run                                          *
      *      'B'  broken-promise report                                *
      *      'E'  end                                                  *
      *                                                                *
      *    The promise run stamps each unpromised open line with the   *
      *    date the projection can ship it, and lists them on          *
      *    SLS016.PRN.  The broken-promise report runs the projection  *
      *    again and lists each promised line that can no longer ship  *
      *    by its promised date - a purchase order delayed, cancelled  *
      *    or short, or a more urgent order ahead of it - and can      *
      *    re-promise the slipped lines at their new date.  PORDER     *
      *    lines carry no location, so open purchase orders are        *
      *    counted at whichever location is asked about.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS016.
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

       COPY STKQTY.SL.

       COPY PORDER.SL.

       COPY STOCK.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SALORD.FDE.

       COPY STKQTY.FDE.

       COPY PORDER.FDE.

       COPY STOCK.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS016.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SCAN-KEY    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-ANSWER      PIC  X(01).
       77  WS-RUN-MODE    PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-FILES-OK    PIC  9(01)     VALUE ZERO.
       77  WS-NO-STKQTY   PIC  9(01)     VALUE ZERO.
       77  WS-NO-PORDER   PIC  9(01)     VALUE ZERO.
       77  WS-OVFL        PIC  9(01)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-SEL-CODE    PIC  X(14)     VALUE SPACES.
       77  WS-SEL-LOC     PIC  9(03)     VALUE ZERO.
       77  WS-QTY         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-FREE        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-NEED        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-OUTSTAND    PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-CUM         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-DEMAND      PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-UNDATED     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-EXP-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-NEW-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-CNT-LINES   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-DONE    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-NONE    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-RESET   PIC  9(05)     VALUE ZERO.

       77  WS-SU-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SU-IX       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SU-JX       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SU-PTR      PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-DM-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DM-IX       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DM-JX       PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-DN-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DN-IX       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DN-OVFL     PIC  9(01)     VALUE ZERO.

      *
      *    ****    S U P P L Y   I N   D A T E   O R D E R
      *
      *    Entry 1 is the free stock today; each confirmed purchase
      *    order line follows on its expected date.  LEFT is what
      *    the open orders have not already taken.
      *
       01  WS-SU-TABLE.
           03  WS-SU-ENT OCCURS 200.
               05  WS-SU-DATE PIC  9(08).
               05  WS-SU-QTY  PIC S9(07)V99  COMP-3.
               05  WS-SU-LEFT PIC S9(07)V99  COMP-3.
               05  WS-SU-PO   PIC  9(06).
       01  WS-SU-HOLD.
           03  FILLER         PIC  9(08).
           03  FILLER         PIC S9(07)V99  COMP-3.
           03  FILLER         PIC S9(07)V99  COMP-3.
           03  FILLER         PIC  9(06).

      *
      *    ****    O P E N   O R D E R   D E M A N D
      *
       01  WS-DM-TABLE.
           03  WS-DM-ENT OCCURS 500.
               05  WS-DM-KEY  PIC  9(05)     COMP-5.
               05  WS-DM-PRI  PIC  9(01).
               05  WS-DM-DATE PIC  9(08).
               05  WS-DM-ORDER
                              PIC  9(06).
               05  WS-DM-LINE PIC  9(03).
               05  WS-DM-ACCOUNT
                              PIC  9(07).
               05  WS-DM-QTY  PIC S9(07)V99  COMP-3.
               05  WS-DM-PROMISED
                              PIC  9(08).
               05  WS-DM-NEW  PIC  9(08).
               05  WS-DM-PO   PIC  9(06).
               05  WS-DM-DONE PIC  9(01).

      *
      *    ****    I T E M S   A L R E A D Y   P R O J E C T E D
      *
       01  WS-DN-TABLE.
           03  WS-DN-ENT OCCURS 500.
               05  WS-DN-CODE PIC  X(14).
               05  WS-DN-LOC  PIC  9(03).

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

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

       01  WS-SC-LINE.
           03  WS-SC-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-IN      PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-ATP     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-FROM    PIC  X(16).

       01  WS-SC-EDIT        PIC  Z(06)9.99-.

       01  WS-PR-HEAD.
           03  FILLER        PIC  X(44) VALUE
               "ORDER  LINE  ACCOUNT  ITEM            LOC  O".
           03  FILLER        PIC  X(42) VALUE
               "UTSTANDING  PROMISED            COVERED BY".

       01  WS-BR-HEAD.
           03  FILLER        PIC  X(44) VALUE
               "ORDER  LINE  ACCOUNT  ITEM            LOC  O".
           03  FILLER        PIC  X(42) VALUE
               "UTSTANDING  PROMISED  NOW       COVERED BY".

       01  WS-DET-LINE.
           03  WS-DT-ORDER   PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-LINE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-LOC     PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-OLD     PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NEW     PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NOTE    PIC  X(30).

       01  WS-DT-DATE        PIC  9(08).
       01  WS-DT-PO-NOTE.
           03  WS-DT-PO-TXT  PIC  X(06).
           03  WS-DT-PO-NO   PIC  9(06).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "AVAILABLE TO PROMISE" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "SLS016"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'A'vailable  'P'romise run  'B'roken"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             DISPLAY "'E'nd" AT 0559 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0566
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "A"
               PERFORM BA000-ENQUIRY THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               MOVE "P"         TO WS-RUN-MODE
               PERFORM CA000-RUN THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "B"
               MOVE "B"         TO WS-RUN-MODE
               PERFORM CA000-RUN THRU CA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A V A I L A B L E - T O - P R O M I S E             *
      *                                                                *
      *    Shows what is left to promise on each supply date once the  *
      *    open orders have had theirs, and the first date the         *
      *    quantity asked for can ship.  A new order goes behind the   *
      *    orders already on the book.                                 *
      *                                                                *
      ******************************************************************
       BA000-ENQUIRY.
             DISPLAY "Stock item                 :" AT 0712.
             MOVE SPACES        TO WS-CODE.
             ACCEPT WS-CODE AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-CODE = SPACES
               GO TO BA000-EXIT.
             PERFORM XA000-OPEN-FILES THRU XA000-EXIT.
           IF WS-FILES-OK = ZERO
               GO TO BA000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               PERFORM XB000-CLOSE-FILES THRU XB000-EXIT
               GO TO BA000-EXIT.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
             CLOSE STOCK.
           IF WS-FOUND = ZERO
               DISPLAY "Item not on STOCK file     " AT 2312
                       WITH FOREGROUND-COLOR 14
               PERFORM XB000-CLOSE-FILES THRU XB000-EXIT
               GO TO BA000-ENQUIRY.
             DISPLAY STK-DESC AT 0759 WITH FOREGROUND-COLOR 11.
             DISPLAY "Warehouse location         :" AT 0812.
             ACCEPT WS-LOCATION AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Quantity wanted            :" AT 0912.
             MOVE ZERO          TO WS-QTY.
             ACCEPT WS-QTY AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             PERFORM PA000-PROJECT THRU PA000-EXIT.
             PERFORM XB000-CLOSE-FILES THRU XB000-EXIT.
             DISPLAY "DATE          INBOUND   PROMISABLE  FROM"
                     AT 1112 WITH FOREGROUND-COLOR 3.
             MOVE ZERO          TO WS-CUM WS-NEW-DATE.
             MOVE 12            TO WS-ROW.
             MOVE 1             TO WS-SU-IX.
       BA000-SHOW.
           IF WS-SU-IX > WS-SU-MAX
               GO TO BA000-RESULT.
             ADD WS-SU-LEFT (WS-SU-IX)
                                TO WS-CUM.
           IF WS-NEW-DATE = ZERO
            AND WS-QTY > ZERO
            AND WS-CUM NOT < WS-QTY
               MOVE WS-SU-DATE (WS-SU-IX)
                                TO WS-NEW-DATE.
           IF WS-ROW > 20
               GO TO BA000-SHOW-NEXT.
             MOVE SPACES        TO WS-SC-LINE.
             MOVE WS-SU-DATE (WS-SU-IX)
                                TO WS-SC-DATE.
             MOVE WS-SU-QTY (WS-SU-IX)
                                TO WS-SC-IN.
             MOVE WS-CUM        TO WS-SC-ATP.
             MOVE "IN STOCK"    TO WS-SC-FROM.
           IF WS-SU-PO (WS-SU-IX) NOT = ZERO
               MOVE "ON PO "    TO WS-DT-PO-TXT
               MOVE WS-SU-PO (WS-SU-IX)
                                TO WS-DT-PO-NO
               MOVE WS-DT-PO-NOTE
                                TO WS-SC-FROM.
             DISPLAY WS-SC-LINE AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 7.
             ADD 1              TO WS-ROW.
       BA000-SHOW-NEXT.
             ADD 1              TO WS-SU-IX.
             GO TO BA000-SHOW.
       BA000-RESULT.
           IF WS-ROW > 20
               DISPLAY "** more than fits on screen **" AT 2112
                       WITH FOREGROUND-COLOR 12.
             MOVE WS-DEMAND     TO WS-SC-EDIT.
             DISPLAY "Open order demand " AT 2212
                     WS-SC-EDIT WITH FOREGROUND-COLOR 11.
           IF WS-UNDATED > ZERO
               MOVE WS-UNDATED  TO WS-SC-EDIT
               DISPLAY "  on order, no date " AT 2242
                       WS-SC-EDIT WITH FOREGROUND-COLOR 11.
           IF WS-OVFL = 1
               DISPLAY "Too many lines - projection incomplete" AT 2412
                       WITH FOREGROUND-COLOR 12.
           IF WS-QTY NOT > ZERO
               GO TO BA000-ENQUIRY.
           IF WS-NEW-DATE = ZERO
               DISPLAY "Cannot be promised from stock or open orders"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO BA000-ENQUIRY.
             DISPLAY "Earliest the quantity can ship : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-NEW-DATE WITH FOREGROUND-COLOR 11.
             GO TO BA000-ENQUIRY.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R O M I S E S   M A D E   A N D   B R O K E N     *
      *                                                                *
      *    Run mode "P" stamps every open line not yet promised with   *
      *    the date the projection can ship it.  Run mode "B" lists    *
      *    every promised line the projection can no longer ship by    *
      *    its promised date, and re-promises it if asked.  Each item  *
      *    and location is projected once, when its first line is      *
      *    met.                                                        *
      *                                                                *
      ******************************************************************
       CA000-RUN.
             DISPLAY "Stock item (spaces = all)  :" AT 0712.
             MOVE SPACES        TO WS-SEL-CODE.
             ACCEPT WS-SEL-CODE AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Location (0 = all)         :" AT 0812.
             MOVE ZERO          TO WS-SEL-LOC.
             ACCEPT WS-SEL-LOC AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE "N"           TO WS-ANSWER.
           IF WS-RUN-MODE = "B"
               DISPLAY "Re-promise slipped lines (Y/N)?" AT 0912
               ACCEPT WS-ANSWER AT 0944
                      WITH FOREGROUND-COLOR 7 HIGHLIGHT
                           BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XA000-OPEN-FILES THRU XA000-EXIT.
           IF WS-FILES-OK = ZERO
               GO TO CA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
           IF WS-RUN-MODE = "P"
               STRING "SALES ORDER PROMISE RUN  RUN " WS-TODAY-N
                      DELIMITED SIZE INTO REP-LINE
           ELSE
               STRING "BROKEN PROMISES  RUN " WS-TODAY-N
                      DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
           IF WS-RUN-MODE = "P"
               WRITE REP-LINE FROM WS-PR-HEAD
           ELSE
               WRITE REP-LINE FROM WS-BR-HEAD.
             MOVE ZERO          TO WS-DN-MAX WS-DN-OVFL WS-CNT-LINES
                                   WS-CNT-DONE WS-CNT-NONE WS-CNT-RESET.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
             MOVE WS-SORKEY     TO WS-SCAN-KEY.
           IF NOT SOR-OPEN AND NOT SOR-BACK-ORDER
               GO TO CA000-READ.
           IF SOR-QTY-ORDERED - SOR-QTY-ALLOCATED
            - SOR-QTY-SHIPPED NOT > ZERO
               GO TO CA000-READ.
           IF WS-SEL-CODE NOT = SPACES
            AND SOR-CODE NOT = WS-SEL-CODE
               GO TO CA000-READ.
           IF WS-SEL-LOC NOT = ZERO
            AND SOR-LOCATION NOT = WS-SEL-LOC
               GO TO CA000-READ.
           IF WS-RUN-MODE = "P"
            AND SOR-PROMISE-DATE NUMERIC
            AND SOR-PROMISE-DATE NOT = ZERO
               GO TO CA000-READ.
           IF WS-RUN-MODE = "B"
            AND (SOR-PROMISE-DATE NOT NUMERIC
             OR SOR-PROMISE-DATE = ZERO)
               GO TO CA000-READ.
             MOVE SOR-CODE      TO WS-CODE.
             MOVE SOR-LOCATION  TO WS-LOCATION.
             PERFORM XS000-SEEN THRU XS000-EXIT.
           IF WS-FOUND = 1
               GO TO CA000-READ.
             PERFORM PA000-PROJECT THRU PA000-EXIT.
           IF WS-RUN-MODE = "P"
               PERFORM CB000-PROMISE THRU CB000-EXIT
           ELSE
               PERFORM CC000-BROKEN THRU CC000-EXIT.
      *
      *    The projection moved the file on - pick the scan up again
      *
             MOVE WS-SCAN-KEY   TO WS-SORKEY.
             START SALORD KEY > WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
             GO TO CA000-READ.
       CA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
           IF WS-RUN-MODE = "P"
               STRING "LINES PROMISED " WS-CNT-DONE
                      "   NO SUPPLY IN SIGHT " WS-CNT-NONE
                      DELIMITED SIZE INTO REP-LINE
           ELSE
               STRING "PROMISES BROKEN " WS-CNT-LINES
                      "   RE-PROMISED " WS-CNT-RESET
                      "   NO SUPPLY IN SIGHT " WS-CNT-NONE
                      DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF WS-DN-OVFL = 1
               MOVE "** TOO MANY ITEMS - RUN AGAIN FOR THE REST **"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             PERFORM XB000-CLOSE-FILES THRU XB000-EXIT.
           IF WS-RUN-MODE = "P"
               DISPLAY "Lines promised : " AT 2312
                       WITH FOREGROUND-COLOR 10
                       WS-CNT-DONE WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY "Promises broken : " AT 2312
                       WITH FOREGROUND-COLOR 10
                       WS-CNT-LINES WITH FOREGROUND-COLOR 11.
             DISPLAY "Report on SLS016.PRN" AT 2412
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    P R O M I S E   T H E   N E W   L I N E S
      *
       CB000-PROMISE.
             MOVE 1             TO WS-DM-IX.
       CB000-LOOP.
           IF WS-DM-IX > WS-DM-MAX
               GO TO CB000-EXIT.
           IF WS-DM-PROMISED (WS-DM-IX) NOT = ZERO
               GO TO CB000-NEXT.
             PERFORM XD000-DETAIL THRU XD000-EXIT.
           IF WS-DM-NEW (WS-DM-IX) = ZERO
               MOVE "NO SUPPLY IN SIGHT"
                                TO WS-DT-NOTE
               WRITE REP-LINE FROM WS-DET-LINE
               ADD 1            TO WS-CNT-NONE
               GO TO CB000-NEXT.
             MOVE WS-DM-NEW (WS-DM-IX)
                                TO WS-DT-DATE WS-NEW-DATE.
             MOVE WS-DT-DATE    TO WS-DT-OLD.
             WRITE REP-LINE FROM WS-DET-LINE.
             PERFORM XU000-STAMP THRU XU000-EXIT.
             ADD 1              TO WS-CNT-DONE.
       CB000-NEXT.
             ADD 1              TO WS-DM-IX.
             GO TO CB000-LOOP.
       CB000-EXIT.
             EXIT.
      *
      *    ****    S L I P P E D   P R O M I S E S
      *
       CC000-BROKEN.
             MOVE 1             TO WS-DM-IX.
       CC000-LOOP.
           IF WS-DM-IX > WS-DM-MAX
               GO TO CC000-EXIT.
           IF WS-DM-PROMISED (WS-DM-IX) = ZERO
               GO TO CC000-NEXT.
           IF WS-DM-NEW (WS-DM-IX) NOT = ZERO
            AND WS-DM-NEW (WS-DM-IX) NOT > WS-DM-PROMISED (WS-DM-IX)
               GO TO CC000-NEXT.
             PERFORM XD000-DETAIL THRU XD000-EXIT.
             MOVE WS-DM-PROMISED (WS-DM-IX)
                                TO WS-DT-DATE.
             MOVE WS-DT-DATE    TO WS-DT-OLD.
             ADD 1              TO WS-CNT-LINES.
           IF WS-DM-NEW (WS-DM-IX) = ZERO
               MOVE "NO SUPPLY IN SIGHT"
                                TO WS-DT-NOTE
               WRITE REP-LINE FROM WS-DET-LINE
               ADD 1            TO WS-CNT-NONE
               GO TO CC000-NEXT.
             MOVE WS-DM-NEW (WS-DM-IX)
                                TO WS-DT-DATE WS-NEW-DATE.
             MOVE WS-DT-DATE    TO WS-DT-NEW.
             WRITE REP-LINE FROM WS-DET-LINE.
           IF WS-ANSWER = "Y"
               PERFORM XU000-STAMP THRU XU000-EXIT
               ADD 1            TO WS-CNT-RESET.
       CC000-NEXT.
             ADD 1              TO WS-DM-IX.
             GO TO CC000-LOOP.
       CC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R O J E C T   A N   I T E M                       *
      *                                                                *
      *    Free stock, then supply in date order, then the open lines  *
      *    take theirs in allocation order - priority, date, order,    *
      *    line - each from the earliest supply left.  A line's date   *
      *    is the date of the last supply it needed; a line the        *
      *    supply cannot cover gets none.                              *
      *                                                                *
      ******************************************************************
       PA000-PROJECT.
             MOVE ZERO          TO WS-OVFL WS-UNDATED WS-DEMAND.
             PERFORM PB000-FREE THRU PB000-EXIT.
             PERFORM PC000-SUPPLY THRU PC000-EXIT.
             PERFORM PD000-DEMAND THRU PD000-EXIT.
             MOVE 1             TO WS-SU-PTR.
       PA000-NEXT.
             PERFORM PE000-BEST THRU PE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO PA000-EXIT.
             MOVE 1             TO WS-DM-DONE (WS-DM-IX).
             MOVE WS-DM-QTY (WS-DM-IX)
                                TO WS-NEED.
       PA000-TAKE.
           IF WS-SU-PTR > WS-SU-MAX
               GO TO PA000-NEXT.
           IF WS-SU-LEFT (WS-SU-PTR) NOT > ZERO
               ADD 1            TO WS-SU-PTR
               GO TO PA000-TAKE.
           IF WS-SU-LEFT (WS-SU-PTR) < WS-NEED
               SUBTRACT WS-SU-LEFT (WS-SU-PTR)
                                FROM WS-NEED
               MOVE ZERO        TO WS-SU-LEFT (WS-SU-PTR)
               ADD 1            TO WS-SU-PTR
               GO TO PA000-TAKE.
             SUBTRACT WS-NEED   FROM WS-SU-LEFT (WS-SU-PTR).
             MOVE WS-SU-DATE (WS-SU-PTR)
                                TO WS-DM-NEW (WS-DM-IX).
             MOVE WS-SU-PO (WS-SU-PTR)
                                TO WS-DM-PO (WS-DM-IX).
             GO TO PA000-NEXT.
       PA000-EXIT.
             EXIT.
      *
      *    ****    F R E E   S T O C K   T O D A Y
      *
      *    Reserved already holds the allocated order lines (DLP031),
      *    and quarantine is never free (STP115).
      *
       PB000-FREE.
             MOVE ZERO          TO WS-FREE.
           IF WS-NO-STKQTY = 1
               GO TO PB000-SET.
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = ZERO
               GO TO PB000-SET.
             COMPUTE WS-FREE = STQ-ON-HAND - STQ-RESERVED
                     - STQ-QUARANTINE.
           IF WS-FREE < ZERO
               MOVE ZERO        TO WS-FREE.
       PB000-SET.
             MOVE 1             TO WS-SU-MAX.
             MOVE WS-TODAY-N    TO WS-SU-DATE (1).
             MOVE WS-FREE       TO WS-SU-QTY (1) WS-SU-LEFT (1).
             MOVE ZERO          TO WS-SU-PO (1).
       PB000-EXIT.
             EXIT.
      *
      *    ****    I N B O U N D   P U R C H A S E   O R D E R S
      *
      *    The supplier's acknowledged date wins over the buyer's due
      *    date; an overdue line is still expected, but not before
      *    today.  A line with neither date cannot be promised from.
      *
       PC000-SUPPLY.
           IF WS-NO-PORDER = 1
               GO TO PC000-EXIT.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO PC000-EXIT.
       PC000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO PC000-EXIT.
           IF POR-CODE NOT = WS-CODE
            OR NOT POR-CONFIRMED
               GO TO PC000-READ.
             COMPUTE WS-OUTSTAND = POR-QTY-ORDERED
                     - POR-QTY-RECEIVED.
           IF WS-OUTSTAND NOT > ZERO
               GO TO PC000-READ.
             MOVE ZERO          TO WS-EXP-DATE.
           IF POR-DUE-DATE NUMERIC
            AND POR-DUE-DATE NOT = ZERO
               MOVE POR-DUE-DATE
                                TO WS-EXP-DATE.
           IF POR-PROMISED NUMERIC
            AND POR-PROMISED NOT = ZERO
               MOVE POR-PROMISED
                                TO WS-EXP-DATE.
           IF WS-EXP-DATE = ZERO
               ADD WS-OUTSTAND  TO WS-UNDATED
               GO TO PC000-READ.
           IF WS-EXP-DATE < WS-TODAY-N
               MOVE WS-TODAY-N  TO WS-EXP-DATE.
           IF WS-SU-MAX NOT < 200
               MOVE 1           TO WS-OVFL
               GO TO PC000-READ.
             ADD 1              TO WS-SU-MAX.
             MOVE WS-SU-MAX     TO WS-SU-IX.
             MOVE WS-EXP-DATE   TO WS-SU-DATE (WS-SU-IX).
             MOVE WS-OUTSTAND   TO WS-SU-QTY (WS-SU-IX)
                                   WS-SU-LEFT (WS-SU-IX).
             MOVE POR-ORDER-NO  TO WS-SU-PO (WS-SU-IX).
      *
      *    Slide the new line back into date order
      *
       PC000-SHIFT.
           IF WS-SU-IX NOT > 2
               GO TO PC000-READ.
             COMPUTE WS-SU-JX = WS-SU-IX - 1.
           IF WS-SU-DATE (WS-SU-JX) NOT > WS-SU-DATE (WS-SU-IX)
               GO TO PC000-READ.
             MOVE WS-SU-ENT (WS-SU-JX)
                                TO WS-SU-HOLD.
             MOVE WS-SU-ENT (WS-SU-IX)
                                TO WS-SU-ENT (WS-SU-JX).
             MOVE WS-SU-HOLD    TO WS-SU-ENT (WS-SU-IX).
             MOVE WS-SU-JX      TO WS-SU-IX.
             GO TO PC000-SHIFT.
       PC000-EXIT.
             EXIT.
      *
      *    ****    O P E N   O R D E R   D E M A N D
      *
      *    Allocated quantities are in reserved already; only what is
      *    still unallocated is demand on the projection.
      *
       PD000-DEMAND.
             MOVE ZERO          TO WS-DM-MAX.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO PD000-EXIT.
       PD000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO PD000-EXIT.
           IF SOR-CODE NOT = WS-CODE
            OR SOR-LOCATION NOT = WS-LOCATION
               GO TO PD000-READ.
           IF NOT SOR-OPEN AND NOT SOR-BACK-ORDER
               GO TO PD000-READ.
             COMPUTE WS-OUTSTAND = SOR-QTY-ORDERED
                   - SOR-QTY-ALLOCATED - SOR-QTY-SHIPPED.
           IF WS-OUTSTAND NOT > ZERO
               GO TO PD000-READ.
           IF WS-DM-MAX NOT < 500
               MOVE 1           TO WS-OVFL
               GO TO PD000-READ.
             ADD 1              TO WS-DM-MAX.
             MOVE WS-DM-MAX     TO WS-DM-IX.
             MOVE WS-SORKEY     TO WS-DM-KEY (WS-DM-IX).
             MOVE SOR-PRIORITY  TO WS-DM-PRI (WS-DM-IX).
             MOVE SOR-DATE      TO WS-DM-DATE (WS-DM-IX).
             MOVE SOR-ORDER-NO  TO WS-DM-ORDER (WS-DM-IX).
             MOVE SOR-LINE      TO WS-DM-LINE (WS-DM-IX).
             MOVE SOR-ACCOUNT   TO WS-DM-ACCOUNT (WS-DM-IX).
             MOVE WS-OUTSTAND   TO WS-DM-QTY (WS-DM-IX).
             MOVE ZERO          TO WS-DM-PROMISED (WS-DM-IX)
                                   WS-DM-NEW (WS-DM-IX)
                                   WS-DM-PO (WS-DM-IX)
                                   WS-DM-DONE (WS-DM-IX).
           IF SOR-PROMISE-DATE NUMERIC
               MOVE SOR-PROMISE-DATE
                                TO WS-DM-PROMISED (WS-DM-IX).
             ADD WS-OUTSTAND    TO WS-DEMAND.
             GO TO PD000-READ.
       PD000-EXIT.
             EXIT.
      *
      *    ****    N E X T   L I N E   T O   S E R V E
      *
       PE000-BEST.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DM-JX.
       PE000-LOOP.
           IF WS-DM-JX > WS-DM-MAX
               GO TO PE000-EXIT.
           IF WS-DM-DONE (WS-DM-JX) = 1
               GO TO PE000-NEXT.
           IF WS-FOUND = ZERO
               GO TO PE000-TAKE.
           IF WS-DM-PRI (WS-DM-JX) < WS-DM-PRI (WS-DM-IX)
               GO TO PE000-TAKE.
           IF WS-DM-PRI (WS-DM-JX) > WS-DM-PRI (WS-DM-IX)
               GO TO PE000-NEXT.
           IF WS-DM-DATE (WS-DM-JX) < WS-DM-DATE (WS-DM-IX)
               GO TO PE000-TAKE.
           IF WS-DM-DATE (WS-DM-JX) > WS-DM-DATE (WS-DM-IX)
               GO TO PE000-NEXT.
           IF WS-DM-ORDER (WS-DM-JX) < WS-DM-ORDER (WS-DM-IX)
               GO TO PE000-TAKE.
           IF WS-DM-ORDER (WS-DM-JX) > WS-DM-ORDER (WS-DM-IX)
               GO TO PE000-NEXT.
           IF WS-DM-LINE (WS-DM-JX) < WS-DM-LINE (WS-DM-IX)
               GO TO PE000-TAKE.
             GO TO PE000-NEXT.
       PE000-TAKE.
             MOVE WS-DM-JX      TO WS-DM-IX.
             MOVE 1             TO WS-FOUND.
       PE000-NEXT.
             ADD 1              TO WS-DM-JX.
             GO TO PE000-LOOP.
       PE000-EXIT.
             EXIT.
      /
      *
      *    ****    O P E N   T H E   P R O J E C T I O N   F I L E S
      *
       XA000-OPEN-FILES.
             MOVE ZERO          TO WS-FILES-OK WS-NO-STKQTY
                                   WS-NO-PORDER.
             OPEN I-O SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XA000-EXIT.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STKQTY.
             OPEN INPUT PORDER.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-PORDER.
             MOVE 1             TO WS-FILES-OK.
       XA000-EXIT.
             EXIT.
      *
      *    ****    C L O S E   T H E M   A G A I N
      *
       XB000-CLOSE-FILES.
             CLOSE SALORD.
           IF WS-NO-STKQTY = ZERO
               CLOSE STKQTY.
           IF WS-NO-PORDER = ZERO
               CLOSE PORDER.
       XB000-EXIT.
             EXIT.
      *
      *    ****    R E P O R T   L I N E   F O R   A N   O R D E R
      *
       XD000-DETAIL.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-DM-ORDER (WS-DM-IX)
                                TO WS-DT-ORDER.
             MOVE WS-DM-LINE (WS-DM-IX)
                                TO WS-DT-LINE.
             MOVE WS-DM-ACCOUNT (WS-DM-IX)
                                TO WS-DT-ACCOUNT.
             MOVE WS-CODE       TO WS-DT-CODE.
             MOVE WS-LOCATION   TO WS-DT-LOC.
             MOVE WS-DM-QTY (WS-DM-IX)
                                TO WS-DT-QTY.
             MOVE "FROM STOCK"  TO WS-DT-NOTE.
           IF WS-DM-PO (WS-DM-IX) NOT = ZERO
               MOVE "ON PO "    TO WS-DT-PO-TXT
               MOVE WS-DM-PO (WS-DM-IX)
                                TO WS-DT-PO-NO
               MOVE WS-DT-PO-NOTE
                                TO WS-DT-NOTE.
       XD000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XG000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF STK-CODE = WS-CODE AND NOT STK-DELETED
               MOVE 1           TO WS-FOUND
               GO TO XG000-EXIT.
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
      *
      *    ****    F I N D   T H E   Q U A N T I T Y   R E C O R D
      *
       XQ000-FIND-QTY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
           IF STQ-CODE = WS-CODE
            AND STQ-LOCATION = WS-LOCATION
               MOVE 1           TO WS-FOUND
               GO TO XQ000-EXIT.
             GO TO XQ000-READ.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    I T E M   A L R E A D Y   P R O J E C T E D
      *
       XS000-SEEN.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DN-IX.
       XS000-LOOP.
           IF WS-DN-IX > WS-DN-MAX
               GO TO XS000-ADD.
           IF WS-DN-CODE (WS-DN-IX) = WS-CODE
            AND WS-DN-LOC (WS-DN-IX) = WS-LOCATION
               MOVE 1           TO WS-FOUND
               GO TO XS000-EXIT.
             ADD 1              TO WS-DN-IX.
             GO TO XS000-LOOP.
       XS000-ADD.
           IF WS-DN-MAX NOT < 500
               MOVE 1           TO WS-DN-OVFL WS-FOUND
               GO TO XS000-EXIT.
             ADD 1              TO WS-DN-MAX.
             MOVE WS-CODE       TO WS-DN-CODE (WS-DN-MAX).
             MOVE WS-LOCATION   TO WS-DN-LOC (WS-DN-MAX).
       XS000-EXIT.
             EXIT.
      *
      *    ****    S T A M P   T H E   P R O M I S E D   D A T E
      *
       XU000-STAMP.
             MOVE WS-DM-KEY (WS-DM-IX)
                                TO WS-SORKEY.
             READ SALORD.
           IF WS-STATUS NOT = "00"
               GO TO XU000-EXIT.
             MOVE WS-NEW-DATE   TO SOR-PROMISE-DATE.
             REWRITE SOR-RECORD.
       XU000-EXIT.
             EXIT.
