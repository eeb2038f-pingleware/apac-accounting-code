      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   ********  *******      **      ******    ******    *
      *   **    **     **     **    **    ***     **    **  **    **   *
      *   **           **     **    **     **           **        **   *
      *    ******      **     *******      **       ****      ****     *
      *         **     **     **           **      **        **        *
      *   **    **     **     **           **     **        **         *
      *    ******      **     **         ******   ********  ********   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S H E L F   E D G E   L A B E L S                             *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Shelf-edge labels from the price-change queue.  Every       *
      *    program that changes a selling price - the stock price      *
      *    updates (ADCOCK, STP097, STP025), the supplier price-list   *
      *    import (STP101) and promotions starting and ending          *
      *    (STP109) - queues the item with its old and new price on    *
      *    LBLQUE through LBQWRT.                                      *
      *                                                                *
      *      'P'  print the queued labels                              *
      *      'U'  unprinted label report                               *
      *      'E'  end                                                  *
      *                                                                *
      *    The print run takes the labels queued for one location (or  *
      *    all), puts them in location and bin order - the bin-walk    *
      *    order of STP110 - and prints them three across on the       *
      *    label stationery to STP122.LBL, each with the description,  *
      *    item, location and bin, the new price (and the old one      *
      *    where it has come down) and the selling unit.  Once the     *
      *    labels are confirmed as printed the entries are marked so.  *
      *    The unprinted report lists every price change queued        *
      *    before today whose label has still not been printed, with   *
      *    the days it has waited, on STP122.PRN.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP122.
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

       COPY LBLQUE.SL.

       COPY STOCK.SL.

       COPY STKQTY.SL.

           SELECT LABELS  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY LBLQUE.FDE.

       COPY STOCK.FDE.

       COPY STKQTY.FDE.

      *
      *    ****    L A B E L   S T A T I O N E R Y
      *
      *    Three labels across, each 44 print positions wide.
      *
       FD  LABELS    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP122.LBL".
       01  LBL-LINE           PIC  X(132).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP122.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-LBQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-ANSWER      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-OVFL        PIC  9(01)     VALUE ZERO.
       77  WS-NO-STKQTY   PIC  9(01)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-SEL-LOC     PIC  9(03)     VALUE ZERO.
       77  WS-LAST-LOC    PIC  9(03)     VALUE ZERO.
       77  WS-COL         PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-ROWS        PIC  9(05)     VALUE ZERO.
       77  WS-CNT-MARKED  PIC  9(05)     VALUE ZERO.
       77  WS-CNT-LATE    PIC  9(05)     VALUE ZERO.
       77  WS-DAYS        PIC  9(05)     VALUE ZERO.
       77  WS-TDY-SER     PIC  9(07)     COMP-5 VALUE ZERO.

       77  WS-LT-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-IX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-JX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SX          PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

      *
      *    ****    L A B E L S   T O   P R I N T
      *
       01  WS-LT-TABLE.
           03  WS-LT-ENT OCCURS 2000.
               05  WS-LT-KEY  PIC  9(05).
               05  WS-LT-SORT.
                   07  WS-LT-LOC
                              PIC  9(03).
                   07  WS-LT-BIN
                              PIC  X(06).
                   07  WS-LT-CODE
                              PIC  X(14).
               05  WS-LT-OLD  PIC S9(07)V99 COMP-3.
               05  WS-LT-NEW  PIC S9(07)V99 COMP-3.
               05  WS-LT-DESC PIC  X(30).
               05  WS-LT-UNIT PIC  X(04).
       01  WS-LT-SWAP.
           03  FILLER         PIC  9(05).
           03  FILLER         PIC  9(03).
           03  FILLER         PIC  X(06).
           03  FILLER         PIC  X(14).
           03  FILLER         PIC S9(07)V99 COMP-3.
           03  FILLER         PIC S9(07)V99 COMP-3.
           03  FILLER         PIC  X(30).
           03  FILLER         PIC  X(04).

      *
      *    ****    O N E   R O W   O F   L A B E L S
      *
       01  WS-LB-ROW.
           03  WS-LB-LINE OCCURS 4.
               05  WS-LB-COL OCCURS 3
                              PIC  X(44).

       01  WS-LB-PLACE.
           03  WS-LP-CODE     PIC  X(14).
           03  FILLER         PIC  X(02) VALUE SPACES.
           03  FILLER         PIC  X(04) VALUE "LOC ".
           03  WS-LP-LOC      PIC  9(03).
           03  FILLER         PIC  X(05) VALUE " BIN ".
           03  WS-LP-BIN      PIC  X(06).

       01  WS-LB-PRICE.
           03  FILLER         PIC  X(06) VALUE "PRICE ".
           03  WS-LR-NEW      PIC  Z(06)9.99.
           03  WS-LR-WAS-TXT  PIC  X(06).
           03  WS-LR-WAS      PIC  Z(06)9.99.
           03  WS-LR-WAS-X REDEFINES WS-LR-WAS
                              PIC  X(10).

       01  WS-LB-UNIT.
           03  FILLER         PIC  X(04) VALUE "PER ".
           03  WS-LU-UNIT     PIC  X(04).
           03  FILLER         PIC  X(03) VALUE SPACES.
           03  WS-LU-DATE     PIC  9(08).

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

      *
      *    ****    S E R I A L   D A Y   W O R K
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

       01  WS-UP-HEAD.
           03  FILLER        PIC  X(44) VALUE
               "ITEM            LOC     OLD PRICE     NEW PR".
           03  FILLER        PIC  X(44) VALUE
               "ICE  REASON        PROGRAM   QUEUED     DAYS".

       01  WS-DET-LINE.
           03  WS-DT-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-LOC     PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-OLD     PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NEW     PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-REASON  PIC  X(12).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-PROGRAM PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DAYS    PIC  ZZZZ9.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "SHELF-EDGE LABELS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "STP122"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'P'rint labels  'U'nprinted  'E'nd"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0558
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "P"
               PERFORM BA000-PRINT THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "U"
               PERFORM CA000-UNPRINTED THRU CA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    L A B E L   P R I N T   R U N                       *
      *                                                                *
      *    The queued labels for the location are tabled with their    *
      *    bin and description, put in location and bin order and     *
      *    printed three across.  Nothing is marked printed until the  *
      *    operator confirms the labels came off the printer.          *
      *                                                                *
      ******************************************************************
       BA000-PRINT.
             DISPLAY "Location (0 = all)                :" AT 0712.
             MOVE ZERO          TO WS-SEL-LOC.
             ACCEPT WS-SEL-LOC AT 0750
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             OPEN I-O LBLQUE.
           IF WS-STATUS NOT = "00"
               DISPLAY "No price changes queued" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE LBLQUE
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-NO-STKQTY.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STKQTY.
             MOVE ZERO          TO WS-LT-MAX WS-OVFL.
             MOVE 1             TO WS-LBQKEY.
             START LBLQUE KEY NOT < WS-LBQKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-LOADED.
       BA000-READ.
             READ LBLQUE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-LOADED.
           IF NOT LBQ-QUEUED
               GO TO BA000-READ.
           IF WS-SEL-LOC NOT = ZERO
            AND LBQ-LOCATION NOT = WS-SEL-LOC
               GO TO BA000-READ.
           IF WS-LT-MAX NOT < 2000
               MOVE 1           TO WS-OVFL
               GO TO BA000-LOADED.
             ADD 1              TO WS-LT-MAX.
             MOVE WS-LBQKEY     TO WS-LT-KEY (WS-LT-MAX).
             MOVE LBQ-LOCATION  TO WS-LT-LOC (WS-LT-MAX).
             MOVE LBQ-CODE      TO WS-LT-CODE (WS-LT-MAX).
             MOVE LBQ-OLD-PRICE TO WS-LT-OLD (WS-LT-MAX).
             MOVE LBQ-NEW-PRICE TO WS-LT-NEW (WS-LT-MAX).
             MOVE SPACES        TO WS-LT-BIN (WS-LT-MAX)
                                   WS-LT-DESC (WS-LT-MAX)
                                   WS-LT-UNIT (WS-LT-MAX).
             MOVE LBQ-CODE      TO WS-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = 1
               MOVE STK-DESC    TO WS-LT-DESC (WS-LT-MAX)
               MOVE STK-SELL-UNIT
                                TO WS-LT-UNIT (WS-LT-MAX).
           IF WS-NO-STKQTY = 1
               GO TO BA000-READ.
             MOVE LBQ-LOCATION  TO WS-LOCATION.
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = 1
               MOVE STQ-BIN     TO WS-LT-BIN (WS-LT-MAX).
             GO TO BA000-READ.
       BA000-LOADED.
             CLOSE STOCK.
           IF WS-NO-STKQTY = ZERO
               CLOSE STKQTY.
           IF WS-LT-MAX = ZERO
               CLOSE LBLQUE
               DISPLAY "No labels waiting to print " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM DA000-SORT THRU DA000-EXIT.
             PERFORM EA000-LABELS THRU EA000-EXIT.
             DISPLAY "Labels on STP122.LBL - mark printed (Y/N) :"
                     AT 2312 WITH FOREGROUND-COLOR 11.
             MOVE "N"           TO WS-ANSWER.
             ACCEPT WS-ANSWER AT 2356
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ANSWER NOT = "Y"
               CLOSE LBLQUE
               DISPLAY "Labels left queued                        "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
      *
      *    Mark each entry printed by its queue key
      *
             MOVE ZERO          TO WS-CNT-MARKED WS-IX.
       BA000-MARK.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-LT-MAX
               GO TO BA000-MARKED.
             MOVE WS-LT-KEY (WS-IX)
                                TO WS-LBQKEY.
             READ LBLQUE.
           IF WS-STATUS NOT = "00"
               GO TO BA000-MARK.
           IF NOT LBQ-QUEUED
               GO TO BA000-MARK.
             MOVE "P"           TO LBQ-STATUS.
             MOVE WS-TODAY-N    TO LBQ-PRINTED-ON.
             REWRITE LBQ-RECORD.
             ADD 1              TO WS-CNT-MARKED.
             GO TO BA000-MARK.
       BA000-MARKED.
             CLOSE LBLQUE.
           IF WS-OVFL = 1
               DISPLAY "Table full - run again for the rest    "
                       AT 2312 WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Labels marked printed :                 "
                       AT 2312 WITH FOREGROUND-COLOR 10
               DISPLAY WS-CNT-MARKED AT 2336
                       WITH FOREGROUND-COLOR 11.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U N P R I N T E D   L A B E L S                     *
      *                                                                *
      *    Price changes queued before today whose label is still      *
      *    waiting, oldest first as they were queued.                  *
      *                                                                *
      ******************************************************************
       CA000-UNPRINTED.
             OPEN INPUT LBLQUE.
           IF WS-STATUS NOT = "00"
               DISPLAY "No price changes queued" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE WS-TODAY-N    TO WS-SD-DATE-N.
             PERFORM XD000-SERIAL-DAY THRU XD000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-TDY-SER.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "PRICE CHANGES WITH SHELF LABELS UNPRINTED AFTER "
                    "A DAY  AS AT " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-UP-HEAD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-CNT-LATE.
             MOVE 1             TO WS-LBQKEY.
             START LBLQUE KEY NOT < WS-LBQKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-TOTAL.
       CA000-READ.
             READ LBLQUE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-TOTAL.
           IF NOT LBQ-QUEUED
               GO TO CA000-READ.
           IF LBQ-DATE NOT < WS-TODAY-N
               GO TO CA000-READ.
             MOVE LBQ-DATE      TO WS-SD-DATE-N.
             PERFORM XD000-SERIAL-DAY THRU XD000-EXIT.
             COMPUTE WS-DAYS = WS-TDY-SER - WS-SD-SERIAL.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE LBQ-CODE      TO WS-DT-CODE.
             MOVE LBQ-LOCATION  TO WS-DT-LOC.
             MOVE LBQ-OLD-PRICE TO WS-DT-OLD.
             MOVE LBQ-NEW-PRICE TO WS-DT-NEW.
             MOVE LBQ-REASON    TO WS-DT-REASON.
             MOVE LBQ-PROGRAM   TO WS-DT-PROGRAM.
             MOVE LBQ-DATE      TO WS-DT-DATE.
             MOVE WS-DAYS       TO WS-DT-DAYS.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-CNT-LATE.
             GO TO CA000-READ.
       CA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "LABELS OUTSTANDING " WS-CNT-LATE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE LBLQUE PRNREP.
             DISPLAY "Report written to STP122.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O C A T I O N   A N D   B I N   O R D E R         *
      *                                                                *
      ******************************************************************
       DA000-SORT.
             MOVE ZERO          TO WS-IX.
       DA000-PASS.
             ADD 1              TO WS-IX.
           IF WS-IX NOT < WS-LT-MAX
               GO TO DA000-EXIT.
             MOVE WS-IX         TO WS-SX.
             MOVE WS-IX         TO WS-JX.
       DA000-LOW.
             ADD 1              TO WS-JX.
           IF WS-JX > WS-LT-MAX
               GO TO DA000-SWAP.
           IF WS-LT-SORT (WS-JX) < WS-LT-SORT (WS-SX)
               MOVE WS-JX       TO WS-SX.
             GO TO DA000-LOW.
       DA000-SWAP.
           IF WS-SX NOT = WS-IX
               MOVE WS-LT-ENT (WS-IX) TO WS-LT-SWAP
               MOVE WS-LT-ENT (WS-SX) TO WS-LT-ENT (WS-IX)
               MOVE WS-LT-SWAP  TO WS-LT-ENT (WS-SX).
             GO TO DA000-PASS.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R I N T   T H E   L A B E L S                     *
      *                                                                *
      *    Each location starts a fresh sheet; a row of three is       *
      *    four lines of print and two blank to the next row.          *
      *                                                                *
      ******************************************************************
       EA000-LABELS.
             OPEN OUTPUT LABELS.
             MOVE ZERO          TO WS-COL WS-ROWS WS-IX.
             MOVE SPACES        TO WS-LB-ROW.
             MOVE 999           TO WS-LAST-LOC.
       EA000-NEXT.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-LT-MAX
               GO TO EA000-END.
           IF WS-LT-LOC (WS-IX) NOT = WS-LAST-LOC
            AND WS-COL NOT = ZERO
               PERFORM EB000-ROW THRU EB000-EXIT.
           IF WS-LT-LOC (WS-IX) NOT = WS-LAST-LOC
            AND WS-ROWS NOT = ZERO
               MOVE SPACES      TO LBL-LINE
               WRITE LBL-LINE AFTER ADVANCING PAGE.
             MOVE WS-LT-LOC (WS-IX)
                                TO WS-LAST-LOC.
             ADD 1              TO WS-COL.
             MOVE WS-LT-DESC (WS-IX)
                                TO WS-LB-COL (1 WS-COL).
             MOVE WS-LT-CODE (WS-IX)
                                TO WS-LP-CODE.
             MOVE WS-LT-LOC (WS-IX)
                                TO WS-LP-LOC.
             MOVE WS-LT-BIN (WS-IX)
                                TO WS-LP-BIN.
             MOVE WS-LB-PLACE   TO WS-LB-COL (2 WS-COL).
             MOVE WS-LT-NEW (WS-IX)
                                TO WS-LR-NEW.
             MOVE SPACES        TO WS-LR-WAS-TXT WS-LR-WAS-X.
           IF WS-LT-NEW (WS-IX) < WS-LT-OLD (WS-IX)
               MOVE "  WAS "    TO WS-LR-WAS-TXT
               MOVE WS-LT-OLD (WS-IX)
                                TO WS-LR-WAS.
             MOVE WS-LB-PRICE   TO WS-LB-COL (3 WS-COL).
             MOVE WS-LT-UNIT (WS-IX)
                                TO WS-LU-UNIT.
             MOVE WS-TODAY-N    TO WS-LU-DATE.
             MOVE WS-LB-UNIT    TO WS-LB-COL (4 WS-COL).
           IF WS-COL = 3
               PERFORM EB000-ROW THRU EB000-EXIT.
             GO TO EA000-NEXT.
       EA000-END.
           IF WS-COL NOT = ZERO
               PERFORM EB000-ROW THRU EB000-EXIT.
             CLOSE LABELS.
       EA000-EXIT.
             EXIT.
      *
      *    ****    O N E   R O W   O F   T H R E E
      *
       EB000-ROW.
             MOVE ZERO          TO WS-JX.
       EB000-LINE.
             ADD 1              TO WS-JX.
           IF WS-JX > 4
               GO TO EB000-GAP.
             WRITE LBL-LINE FROM WS-LB-LINE (WS-JX).
             GO TO EB000-LINE.
       EB000-GAP.
             MOVE SPACES        TO LBL-LINE.
             WRITE LBL-LINE.
             WRITE LBL-LINE.
             MOVE SPACES        TO WS-LB-ROW.
             MOVE ZERO          TO WS-COL.
             ADD 1              TO WS-ROWS.
       EB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
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
      *    ****    F I N D   T H E   I T E M ' S   B I N
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
           IF STK-CODE = WS-CODE
               MOVE 1           TO WS-FOUND
               GO TO XS000-EXIT.
             GO TO XS000-READ.
       XS000-EXIT.
             EXIT.
