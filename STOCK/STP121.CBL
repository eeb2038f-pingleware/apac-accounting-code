      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   ********  *******      **      ******      **      *
      *   **    **     **     **    **    ***     **    **    ***      *
      *   **           **     **    **     **           **     **      *
      *    ******      **     *******      **       ****       **      *
      *         **     **     **           **      **          **      *
      *   **    **     **     **           **     **           **      *
      *    ******      **     **         ******   ********   ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  A S - A T   S T O C K   V A L U A T I O N                     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The auditors ask what the stock was worth at the year end,  *
      *    not what it is worth today.  This program rebuilds the      *
      *    stock on hand at any past date and values it:               *
      *                                                                *
      *      Prompts for the as-at date (0 ends), the location         *
      *      (0 for all) and the basis:                                *
      *        A = Average cost then in force,                         *
      *        F = FIFO cost layers as kept by STP105.                 *
      *                                                                *
      *    Each item-location's on-hand quantity (STKQTY, all bins)    *
      *    is rolled back through every movement dated after the       *
      *    as-at date, from STKMOVE and the archive STMARC, and the    *
      *    report prints the proof - current quantity, less the        *
      *    movements since, equals the quantity at the date - by       *
      *    location and stock group.  Bin-to-bin moves net to nothing  *
      *    within a location and are left out.  The average cost then  *
      *    in force is the cost carried by the item's last sale,       *
      *    adjustment, issue or transfer on or before the date; an     *
      *    item with no such movement is valued at today's average     *
      *    cost and flagged '*'.  On the FIFO basis the quantity held  *
      *    at the date is matched against the newest FIFLYR layers     *
      *    received on or before it, any quantity the layers do not    *
      *    cover being valued at the average cost then and flagged     *
      *    'P'.                                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP121.
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

       COPY STOCK.SL.

       COPY STKMOVE.SL.

       COPY STKQTY.SL.

           SELECT STMARC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-SARKEY.

      *
      *    ****    F I F O   C O S T   L A Y E R S
      *
           SELECT FIFLYR  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-LYRKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY STOCK.FDE.

       COPY STKMOVE.FDE.

       COPY STKQTY.FDE.

       FD  STMARC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STMARC.DAT".
       01  SAR-RECORD         PIC  X(80).

       FD  FIFLYR    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "FIFLYR.DAT".
       01  LYR-RECORD.
           03  LYR-CODE       PIC  X(14).
           03  LYR-DATE       PIC  9(08).
           03  LYR-QTY-RECD   PIC S9(07)V99 COMP-3.
           03  LYR-QTY-LEFT   PIC S9(07)V99 COMP-3.
           03  LYR-UNIT-COST  PIC S9(07)V9999 COMP-3.
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP121.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SARKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LYRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-AS-AT       PIC  9(08)     VALUE ZERO.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-BASIS       PIC  X(01)     VALUE "A".
       77  WS-ABORT       PIC  9(01)     VALUE ZERO.
       77  WS-NO-STMARC   PIC  9(01)     VALUE ZERO.
       77  WS-NO-FIFLYR   PIC  9(01)     VALUE ZERO.
       77  WS-FOUND       PIC  X(01)     VALUE "N".
       77  WS-TALLY       PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-VX          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-SX          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-IX          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-JX          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-LX          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-LO          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-HI          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-MID         PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-RUN-END     PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-VL-CNT      PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-PC          PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-LY-CNT      PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-FULL    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-LINES   PIC  9(05)     VALUE ZERO.
       77  WS-FIND-KEY    PIC  X(17).
       77  WS-COST        PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-COST-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-UNIT        PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-FLAG        PIC  X(01)     VALUE SPACE.
       77  WS-ITEM-QTY    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-REMAIN      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TAKE        PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FIFO-VAL    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-AT-QTY      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-VALUE       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-LAST-LOC    PIC  9(03)     VALUE ZERO.
       77  WS-LAST-GROUP  PIC  9(03)     VALUE ZERO.
       77  WS-GRP-VALUE   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-LOC-CURR    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LOC-SINCE   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LOC-AT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LOC-VALUE   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-CURR    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-SINCE   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-AT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-VALUE   PIC S9(11)V99  COMP-3 VALUE ZERO.

      *
      *    ****    I T E M - L O C A T I O N S   B E I N G   V A L U E D
      *
      *    Kept in item and location order while the quantities are
      *    rolled back, then re-keyed by location, stock group and
      *    item for the report.
      *
       01  WS-VL-TABLE.
           03  WS-VL-ENT OCCURS 5000.
               05  WS-VL-KEY.
                   07  WS-VL-CODE
                              PIC  X(14).
                   07  WS-VL-LOC
                              PIC  9(03).
               05  WS-VL-GROUP
                              PIC  9(03).
               05  WS-VL-DESC PIC  X(24).
               05  WS-VL-CURRENT
                              PIC S9(07)V99 COMP-3.
               05  WS-VL-SINCE
                              PIC S9(07)V99 COMP-3.
               05  WS-VL-AVG  PIC S9(07)V9999 COMP-3.
               05  WS-VL-COST PIC S9(07)V9999 COMP-3.
               05  WS-VL-CDATE
                              PIC  9(08).
               05  WS-VL-UNIT PIC S9(07)V9999 COMP-3.
               05  WS-VL-FLAG PIC  X(01).
               05  WS-VL-SORT PIC  X(20).
       01  WS-VL-SWAP         PIC  X(101).

      *
      *    ****    F I F O   L A Y E R S   O F   O N E   I T E M
      *
       01  WS-LY-TABLE.
           03  WS-LY-ENT OCCURS 500.
               05  WS-LY-QTY  PIC S9(07)V99 COMP-3.
               05  WS-LY-COST PIC S9(07)V9999 COMP-3.

       01  WS-SORT-KEY.
           03  WS-SK-LOC      PIC  9(03).
           03  WS-SK-GROUP    PIC  9(03).
           03  WS-SK-CODE     PIC  X(14).

       01  WS-MOVE-KEY.
           03  WS-MK-CODE     PIC  X(14).
           03  WS-MK-LOC      PIC  9(03).

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

       01  WS-AS-AT-DATE.
           03  WS-AA-YYYY    PIC  9(04).
           03  WS-AA-MM      PIC  9(02).
           03  WS-AA-DD      PIC  9(02).
       01  WS-AS-AT-N REDEFINES WS-AS-AT-DATE
                             PIC  9(08).

       01  WS-VAL-HEAD.
           03  FILLER        PIC  X(26) VALUE
               "LOC  GRP  ITEM".
           03  FILLER        PIC  X(26) VALUE
               "DESCRIPTION".
           03  FILLER        PIC  X(13) VALUE
               "    CURRENT".
           03  FILLER        PIC  X(13) VALUE
               " LESS SINCE".
           03  FILLER        PIC  X(13) VALUE
               "    AT DATE".
           03  FILLER        PIC  X(14) VALUE
               "   UNIT COST".
           03  FILLER        PIC  X(16) VALUE
               "         VALUE".
           03  FILLER        PIC  X(04) VALUE
               "FLAG".

       01  WS-VAL-LINE.
           03  WS-VP-LOC     PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-GROUP   PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-DESC    PIC  X(24).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-CURRENT PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-SINCE   PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-AT      PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-UNIT    PIC  Z(06)9.9999.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-VALUE   PIC  Z(09)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VP-FLAG    PIC  X(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "AS-AT STOCK VALUATION" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-DATE.
             MOVE ZERO          TO WS-AS-AT.
             DISPLAY "As-at date (CCYYMMDD) 0 ends :" AT 0512.
             ACCEPT WS-AS-AT AT 0544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-AS-AT = ZERO
               GO TO AZ100.
             MOVE WS-AS-AT      TO WS-AS-AT-N.
           IF WS-AA-MM < 1 OR WS-AA-MM > 12
            OR WS-AA-DD < 1 OR WS-AA-DD > 31
               DISPLAY "Invalid date" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO AA000-DATE.
           IF WS-AS-AT > WS-TODAY-N
               DISPLAY "The as-at date may not be after today" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO AA000-DATE.
       AA000-LOC.
             DISPLAY "Location (0 = all)           :" AT 0612.
             ACCEPT WS-LOCATION AT 0644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       AA000-BASIS.
             DISPLAY "'A'verage cost or 'F'IFO     :" AT 0712.
             ACCEPT WS-BASIS AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-BASIS NOT = "A" AND WS-BASIS NOT = "F"
               GO TO AA000-BASIS.
             DISPLAY "Rebuilding stock as at " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-AS-AT WITH FOREGROUND-COLOR 11
                     " - please wait             "
                     WITH FOREGROUND-COLOR 10.
             PERFORM BA000-LOAD THRU BA000-EXIT.
           IF WS-ABORT = 1
               GO TO AA000-DATE.
             PERFORM CA000-MOVEMENTS THRU CA000-EXIT.
             PERFORM BB000-ITEMS THRU BB000-EXIT.
           IF WS-ABORT = 1
               GO TO AA000-DATE.
             PERFORM DA000-COSTS THRU DA000-EXIT.
             PERFORM EA000-PRINT THRU EA000-EXIT.
             DISPLAY "Lines valued - " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-LINES WITH FOREGROUND-COLOR 11
                     "  report on STP121.PRN     "
                     WITH FOREGROUND-COLOR 10.
             GO TO AA000-DATE.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    T O D A Y ' S   Q U A N T I T I E S                 *
      *                                                                *
      *    One table entry per item and location, the bins summed.     *
      *                                                                *
      ******************************************************************
       BA000-LOAD.
             MOVE ZERO          TO WS-ABORT WS-VL-CNT WS-CNT-FULL
                                   WS-CNT-LINES.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               DISPLAY "STKQTY open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               MOVE 1           TO WS-ABORT
               GO TO BA000-EXIT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
       BA000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
             MOVE STQ-CODE      TO WS-MK-CODE.
             MOVE STQ-LOCATION  TO WS-MK-LOC.
             MOVE WS-MOVE-KEY   TO WS-FIND-KEY.
             PERFORM XB000-FIND THRU XB000-EXIT.
           IF WS-FOUND = "N"
               PERFORM XI000-INSERT THRU XI000-EXIT.
           IF WS-FOUND = "N"
               ADD 1            TO WS-CNT-FULL
               GO TO BA000-READ.
             ADD STQ-ON-HAND    TO WS-VL-CURRENT (WS-VX).
             GO TO BA000-READ.
       BA000-END.
             CLOSE STKQTY.
       BA000-EXIT.
             EXIT.
      *
      *    ****    I T E M   D E T A I L S
      *
      *    Every entry of an item follows the first, so one search
      *    per stock record finds them all.
      *
       BB000-ITEMS.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               MOVE 1           TO WS-ABORT
               GO TO BB000-EXIT.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-END.
       BB000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-END.
             MOVE STK-CODE      TO WS-MK-CODE.
             MOVE ZERO          TO WS-MK-LOC.
             MOVE WS-MOVE-KEY   TO WS-FIND-KEY.
             PERFORM XB000-FIND THRU XB000-EXIT.
       BB000-ENTRY.
           IF WS-VX > WS-VL-CNT
               GO TO BB000-READ.
           IF WS-VL-CODE (WS-VX) NOT = STK-CODE
               GO TO BB000-READ.
             MOVE STK-GROUP     TO WS-VL-GROUP (WS-VX).
             MOVE STK-DESC      TO WS-VL-DESC (WS-VX).
             MOVE STK-AVG-COST  TO WS-VL-AVG (WS-VX).
             ADD 1              TO WS-VX.
             GO TO BB000-ENTRY.
       BB000-END.
             CLOSE STOCK.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R O L L I N G   B A C K   T H E   M O V E S         *
      *                                                                *
      *    Movements after the as-at date are summed per entry; those  *
      *    on or before it give the last cost in force.                *
      *                                                                *
      ******************************************************************
       CA000-MOVEMENTS.
             OPEN INPUT STKMOVE.
             MOVE ZERO          TO WS-NO-STMARC.
             OPEN INPUT STMARC.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STMARC.
             MOVE 1             TO WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-ARCH.
       CA000-LIVE.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-ARCH.
             PERFORM CB000-APPLY THRU CB000-EXIT.
             GO TO CA000-LIVE.
       CA000-ARCH.
           IF WS-NO-STMARC = 1
               GO TO CA000-END.
             MOVE 1             TO WS-SARKEY.
             START STMARC KEY NOT < WS-SARKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-ARCH-READ.
             READ STMARC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
             MOVE SAR-RECORD    TO STM-RECORD.
             PERFORM CB000-APPLY THRU CB000-EXIT.
             GO TO CA000-ARCH-READ.
       CA000-END.
             CLOSE STKMOVE.
           IF WS-NO-STMARC = ZERO
               CLOSE STMARC.
       CA000-EXIT.
             EXIT.
      *
      *    Bin-to-bin moves carry "from>to" in the reference and leave
      *    the location's quantity as it was.  Receipts carry the
      *    purchase price, not the average cost, so they give no cost.
      *
       CB000-APPLY.
           IF STM-TRANSFER
               MOVE ZERO        TO WS-TALLY
               INSPECT STM-REF TALLYING WS-TALLY FOR ALL ">"
               IF WS-TALLY > ZERO
                   GO TO CB000-EXIT.
           IF STM-DATE NOT > WS-AS-AT
            AND (STM-RECEIPT OR STM-COST = ZERO)
               GO TO CB000-EXIT.
             MOVE STM-CODE      TO WS-MK-CODE.
             MOVE STM-LOCATION  TO WS-MK-LOC.
             MOVE WS-MOVE-KEY   TO WS-FIND-KEY.
             PERFORM XB000-FIND THRU XB000-EXIT.
           IF WS-FOUND = "N"
               PERFORM XI000-INSERT THRU XI000-EXIT.
           IF WS-FOUND = "N"
               ADD 1            TO WS-CNT-FULL
               GO TO CB000-EXIT.
           IF STM-DATE > WS-AS-AT
               ADD STM-QTY      TO WS-VL-SINCE (WS-VX)
               GO TO CB000-EXIT.
           IF STM-DATE < WS-VL-CDATE (WS-VX)
               GO TO CB000-EXIT.
             MOVE STM-COST      TO WS-VL-COST (WS-VX).
             MOVE STM-DATE      TO WS-VL-CDATE (WS-VX).
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U N I T   C O S T   A T   T H E   D A T E           *
      *                                                                *
      *    Worked per item over all its locations, then set on each    *
      *    of the item's entries with the print key.                   *
      *                                                                *
      ******************************************************************
       DA000-COSTS.
             MOVE ZERO          TO WS-NO-FIFLYR.
           IF WS-BASIS = "F"
               OPEN INPUT FIFLYR
               IF WS-STATUS NOT = "00"
                   MOVE 1       TO WS-NO-FIFLYR.
             MOVE 1             TO WS-IX.
       DA000-ITEM.
           IF WS-IX > WS-VL-CNT
               GO TO DA000-END.
             MOVE ZERO          TO WS-COST WS-COST-DATE WS-ITEM-QTY.
             MOVE SPACE         TO WS-FLAG.
             MOVE WS-IX         TO WS-JX.
       DA000-RUN.
             COMPUTE WS-ITEM-QTY = WS-ITEM-QTY
                     + WS-VL-CURRENT (WS-JX) - WS-VL-SINCE (WS-JX).
           IF WS-VL-CDATE (WS-JX) > ZERO
            AND WS-VL-CDATE (WS-JX) NOT < WS-COST-DATE
               MOVE WS-VL-COST (WS-JX) TO WS-COST
               MOVE WS-VL-CDATE (WS-JX) TO WS-COST-DATE.
             MOVE WS-JX         TO WS-RUN-END.
             ADD 1              TO WS-JX.
           IF WS-JX > WS-VL-CNT
               GO TO DA000-COST.
           IF WS-VL-CODE (WS-JX) = WS-VL-CODE (WS-IX)
               GO TO DA000-RUN.
       DA000-COST.
           IF WS-COST-DATE = ZERO
               MOVE WS-VL-AVG (WS-IX) TO WS-COST
               MOVE "*"         TO WS-FLAG.
             MOVE WS-COST       TO WS-UNIT.
           IF WS-BASIS = "F" AND WS-ITEM-QTY > ZERO
               PERFORM DB000-FIFO THRU DB000-EXIT.
       DA000-SET.
             MOVE WS-UNIT       TO WS-VL-UNIT (WS-IX).
             MOVE WS-FLAG       TO WS-VL-FLAG (WS-IX).
             MOVE WS-VL-LOC (WS-IX) TO WS-SK-LOC.
             MOVE WS-VL-GROUP (WS-IX) TO WS-SK-GROUP.
             MOVE WS-VL-CODE (WS-IX) TO WS-SK-CODE.
             MOVE WS-SORT-KEY   TO WS-VL-SORT (WS-IX).
             ADD 1              TO WS-IX.
           IF WS-IX NOT > WS-RUN-END
               GO TO DA000-SET.
             GO TO DA000-ITEM.
       DA000-END.
           IF WS-BASIS = "F" AND WS-NO-FIFLYR = ZERO
               CLOSE FIFLYR.
       DA000-EXIT.
             EXIT.
      *
      *    ****    F I F O   C O S T   O F   O N E   I T E M
      *
      *    The stock held at the date is the newest stock received by
      *    then, so the layers dated on or before it are taken newest
      *    first at the quantity each was received in.
      *
       DB000-FIFO.
             MOVE ZERO          TO WS-LY-CNT WS-FIFO-VAL.
           IF WS-NO-FIFLYR = 1
               GO TO DB000-TAKE.
             MOVE 1             TO WS-LYRKEY.
             START FIFLYR KEY NOT < WS-LYRKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-TAKE.
       DB000-READ.
             READ FIFLYR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-TAKE.
           IF LYR-CODE NOT = WS-VL-CODE (WS-IX)
            OR LYR-DATE > WS-AS-AT
            OR LYR-QTY-RECD NOT > ZERO
               GO TO DB000-READ.
           IF WS-LY-CNT = 500
               PERFORM XL000-DROP-OLDEST THRU XL000-EXIT.
             ADD 1              TO WS-LY-CNT.
             MOVE LYR-QTY-RECD  TO WS-LY-QTY (WS-LY-CNT).
             MOVE LYR-UNIT-COST TO WS-LY-COST (WS-LY-CNT).
             GO TO DB000-READ.
       DB000-TAKE.
             MOVE WS-ITEM-QTY   TO WS-REMAIN.
             MOVE WS-LY-CNT     TO WS-LX.
       DB000-LAYER.
           IF WS-REMAIN NOT > ZERO OR WS-LX < 1
               GO TO DB000-SHORT.
             MOVE WS-LY-QTY (WS-LX) TO WS-TAKE.
           IF WS-TAKE > WS-REMAIN
               MOVE WS-REMAIN   TO WS-TAKE.
             COMPUTE WS-FIFO-VAL ROUNDED = WS-FIFO-VAL
                     + WS-TAKE * WS-LY-COST (WS-LX).
             SUBTRACT WS-TAKE   FROM WS-REMAIN.
             SUBTRACT 1         FROM WS-LX.
             GO TO DB000-LAYER.
       DB000-SHORT.
           IF WS-REMAIN > ZERO
               COMPUTE WS-FIFO-VAL ROUNDED = WS-FIFO-VAL
                       + WS-REMAIN * WS-COST
               MOVE "P"         TO WS-FLAG.
             COMPUTE WS-UNIT ROUNDED = WS-FIFO-VAL / WS-ITEM-QTY.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   V A L U A T I O N   R E P O R T             *
      *                                                                *
      *    Entries for the location asked for that held or moved       *
      *    stock are brought to the front, sorted by location, group   *
      *    and item, and printed with group and location totals.       *
      *                                                                *
      ******************************************************************
       EA000-PRINT.
             MOVE ZERO          TO WS-PC WS-IX.
       EA000-KEEP.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-VL-CNT
               GO TO EA000-SORT.
           IF WS-LOCATION NOT = ZERO
            AND WS-VL-LOC (WS-IX) NOT = WS-LOCATION
               GO TO EA000-KEEP.
           IF WS-VL-CURRENT (WS-IX) = ZERO
            AND WS-VL-SINCE (WS-IX) = ZERO
               GO TO EA000-KEEP.
             ADD 1              TO WS-PC.
           IF WS-PC NOT = WS-IX
               MOVE WS-VL-ENT (WS-IX) TO WS-VL-ENT (WS-PC).
             GO TO EA000-KEEP.
      *
      *    Selection sort on the print key
      *
       EA000-SORT.
             MOVE ZERO          TO WS-IX.
       EA000-PASS.
             ADD 1              TO WS-IX.
           IF WS-IX NOT < WS-PC
               GO TO EA000-HEAD.
             MOVE WS-IX         TO WS-SX.
             MOVE WS-IX         TO WS-JX.
       EA000-LOW.
             ADD 1              TO WS-JX.
           IF WS-JX > WS-PC
               GO TO EA000-SWAP.
           IF WS-VL-SORT (WS-JX) < WS-VL-SORT (WS-SX)
               MOVE WS-JX       TO WS-SX.
             GO TO EA000-LOW.
       EA000-SWAP.
           IF WS-SX NOT = WS-IX
               MOVE WS-VL-ENT (WS-IX) TO WS-VL-SWAP
               MOVE WS-VL-ENT (WS-SX) TO WS-VL-ENT (WS-IX)
               MOVE WS-VL-SWAP  TO WS-VL-ENT (WS-SX).
             GO TO EA000-PASS.
       EA000-HEAD.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
           IF WS-BASIS = "F"
               STRING "STOCK VALUATION AS AT " WS-AS-AT
                      "  AT FIFO COST LAYERS  PRINTED " WS-TODAY-N
                      DELIMITED SIZE INTO REP-LINE
           ELSE
               STRING "STOCK VALUATION AS AT " WS-AS-AT
                      "  AT AVERAGE COST THEN IN FORCE  PRINTED "
                      WS-TODAY-N DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
           IF WS-LOCATION NOT = ZERO
               STRING "LOCATION " WS-LOCATION " ONLY"
                      DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF WS-NO-STMARC = 1
               MOVE "ARCHIVE STMARC NOT FOUND - LIVE MOVEMENTS ONLY"
                                TO REP-LINE
               WRITE REP-LINE.
           IF WS-CNT-FULL NOT = ZERO
               MOVE SPACES      TO REP-LINE
               STRING "MORE THAN 5000 ITEM-LOCATIONS - " WS-CNT-FULL
                      " RECORDS LEFT OUT - REPORT INCOMPLETE"
                      DELIMITED SIZE INTO REP-LINE
               WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-VAL-HEAD.
             MOVE ZERO          TO WS-GRP-VALUE WS-LOC-CURR
                                   WS-LOC-SINCE WS-LOC-AT WS-LOC-VALUE
                                   WS-TOT-CURR WS-TOT-SINCE WS-TOT-AT
                                   WS-TOT-VALUE WS-IX.
       EA000-NEXT.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-PC
               GO TO EA000-TOTALS.
           IF WS-IX = 1
               GO TO EA000-LINE.
           IF WS-VL-LOC (WS-IX) NOT = WS-LAST-LOC
               PERFORM EB000-GROUP-TOTAL THRU EB000-EXIT
               PERFORM EC000-LOC-TOTAL THRU EC000-EXIT
               GO TO EA000-LINE.
           IF WS-VL-GROUP (WS-IX) NOT = WS-LAST-GROUP
               PERFORM EB000-GROUP-TOTAL THRU EB000-EXIT.
       EA000-LINE.
             MOVE WS-VL-LOC (WS-IX) TO WS-LAST-LOC.
             MOVE WS-VL-GROUP (WS-IX) TO WS-LAST-GROUP.
             COMPUTE WS-AT-QTY = WS-VL-CURRENT (WS-IX)
                               - WS-VL-SINCE (WS-IX).
             COMPUTE WS-VALUE ROUNDED
                     = WS-AT-QTY * WS-VL-UNIT (WS-IX).
             MOVE SPACES        TO WS-VAL-LINE.
             MOVE WS-VL-LOC (WS-IX) TO WS-VP-LOC.
             MOVE WS-VL-GROUP (WS-IX) TO WS-VP-GROUP.
             MOVE WS-VL-CODE (WS-IX) TO WS-VP-CODE.
             MOVE WS-VL-DESC (WS-IX) TO WS-VP-DESC.
           IF WS-VL-DESC (WS-IX) = SPACES
               MOVE "NOT ON THE STOCK FILE" TO WS-VP-DESC.
             MOVE WS-VL-CURRENT (WS-IX) TO WS-VP-CURRENT.
             MOVE WS-VL-SINCE (WS-IX) TO WS-VP-SINCE.
             MOVE WS-AT-QTY     TO WS-VP-AT.
             MOVE WS-VL-UNIT (WS-IX) TO WS-VP-UNIT.
             MOVE WS-VALUE      TO WS-VP-VALUE.
             MOVE WS-VL-FLAG (WS-IX) TO WS-VP-FLAG.
             WRITE REP-LINE FROM WS-VAL-LINE.
             ADD 1              TO WS-CNT-LINES.
             ADD WS-VALUE       TO WS-GRP-VALUE.
             ADD WS-VL-CURRENT (WS-IX) TO WS-LOC-CURR.
             ADD WS-VL-SINCE (WS-IX) TO WS-LOC-SINCE.
             ADD WS-AT-QTY      TO WS-LOC-AT.
             GO TO EA000-NEXT.
       EA000-TOTALS.
           IF WS-PC > ZERO
               PERFORM EB000-GROUP-TOTAL THRU EB000-EXIT
               PERFORM EC000-LOC-TOTAL THRU EC000-EXIT.
             MOVE SPACES        TO WS-VAL-LINE.
             MOVE "GRAND TOTAL" TO WS-VP-DESC.
             MOVE WS-TOT-CURR   TO WS-VP-CURRENT.
             MOVE WS-TOT-SINCE  TO WS-VP-SINCE.
             MOVE WS-TOT-AT     TO WS-VP-AT.
             MOVE WS-TOT-VALUE  TO WS-VP-VALUE.
             WRITE REP-LINE FROM WS-VAL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "CURRENT LESS MOVEMENTS SINCE THE DATE EQUALS THE QUAN
      -           "TITY AT THE DATE"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE "* NO COST MOVEMENT ON OR BEFORE THE DATE - VALUED AT
      -           "TODAY'S AVERAGE COST"
                                TO REP-LINE.
             WRITE REP-LINE.
           IF WS-BASIS = "F"
               MOVE "P FIFO LAYERS SHORT OF THE QUANTITY - BALANCE AT TH
      -             "E AVERAGE COST THEN"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
       EA000-EXIT.
             EXIT.
      *
      *    ****    G R O U P   T O T A L
      *
       EB000-GROUP-TOTAL.
             MOVE SPACES        TO WS-VAL-LINE.
             MOVE WS-LAST-LOC   TO WS-VP-LOC.
             MOVE WS-LAST-GROUP TO WS-VP-GROUP.
             MOVE "GROUP TOTAL" TO WS-VP-DESC.
             MOVE WS-GRP-VALUE  TO WS-VP-VALUE.
             WRITE REP-LINE FROM WS-VAL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             ADD WS-GRP-VALUE   TO WS-LOC-VALUE.
             MOVE ZERO          TO WS-GRP-VALUE.
       EB000-EXIT.
             EXIT.
      *
      *    ****    L O C A T I O N   T O T A L   A N D   P R O O F
      *
       EC000-LOC-TOTAL.
             MOVE SPACES        TO WS-VAL-LINE.
             MOVE WS-LAST-LOC   TO WS-VP-LOC.
             MOVE "LOCATION TOTAL" TO WS-VP-DESC.
             MOVE WS-LOC-CURR   TO WS-VP-CURRENT.
             MOVE WS-LOC-SINCE  TO WS-VP-SINCE.
             MOVE WS-LOC-AT     TO WS-VP-AT.
             MOVE WS-LOC-VALUE  TO WS-VP-VALUE.
             WRITE REP-LINE FROM WS-VAL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             ADD WS-LOC-CURR    TO WS-TOT-CURR.
             ADD WS-LOC-SINCE   TO WS-TOT-SINCE.
             ADD WS-LOC-AT      TO WS-TOT-AT.
             ADD WS-LOC-VALUE   TO WS-TOT-VALUE.
             MOVE ZERO          TO WS-LOC-CURR WS-LOC-SINCE WS-LOC-AT
                                   WS-LOC-VALUE.
       EC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    F I N D   A N   E N T R Y
      *
      *    Binary search of the item-location table on WS-FIND-KEY;
      *    when not found WS-VX is where the entry belongs.
      *
       XB000-FIND.
             MOVE "N"           TO WS-FOUND.
             MOVE 1             TO WS-LO.
             MOVE WS-VL-CNT     TO WS-HI.
       XB000-LOOP.
           IF WS-LO > WS-HI
               MOVE WS-LO       TO WS-VX
               GO TO XB000-EXIT.
             COMPUTE WS-MID = (WS-LO + WS-HI) / 2.
           IF WS-VL-KEY (WS-MID) = WS-FIND-KEY
               MOVE WS-MID      TO WS-VX
               MOVE "Y"         TO WS-FOUND
               GO TO XB000-EXIT.
           IF WS-VL-KEY (WS-MID) < WS-FIND-KEY
               COMPUTE WS-LO = WS-MID + 1
               GO TO XB000-LOOP.
             COMPUTE WS-HI = WS-MID - 1.
             GO TO XB000-LOOP.
       XB000-EXIT.
             EXIT.
      *
      *    ****    I N S E R T   A N   E N T R Y   A T   W S - V X
      *
       XI000-INSERT.
           IF WS-VL-CNT = 5000
               GO TO XI000-EXIT.
             MOVE WS-VL-CNT     TO WS-SX.
       XI000-SHIFT.
           IF WS-SX < WS-VX
               GO TO XI000-SET.
             MOVE WS-VL-ENT (WS-SX) TO WS-VL-ENT (WS-SX + 1).
             SUBTRACT 1         FROM WS-SX.
             GO TO XI000-SHIFT.
       XI000-SET.
             ADD 1              TO WS-VL-CNT.
             MOVE WS-FIND-KEY   TO WS-VL-KEY (WS-VX).
             MOVE ZERO          TO WS-VL-GROUP (WS-VX)
                                   WS-VL-CURRENT (WS-VX)
                                   WS-VL-SINCE (WS-VX)
                                   WS-VL-AVG (WS-VX)
                                   WS-VL-COST (WS-VX)
                                   WS-VL-CDATE (WS-VX)
                                   WS-VL-UNIT (WS-VX).
             MOVE SPACES        TO WS-VL-DESC (WS-VX)
                                   WS-VL-FLAG (WS-VX)
                                   WS-VL-SORT (WS-VX).
             MOVE "Y"           TO WS-FOUND.
       XI000-EXIT.
             EXIT.
      *
      *    ****    K E E P   T H E   N E W E S T   L A Y E R S
      *
       XL000-DROP-OLDEST.
             MOVE 1             TO WS-LX.
       XL000-SHIFT.
           IF WS-LX NOT < WS-LY-CNT
               GO TO XL000-DONE.
             MOVE WS-LY-ENT (WS-LX + 1) TO WS-LY-ENT (WS-LX).
             ADD 1              TO WS-LX.
             GO TO XL000-SHIFT.
       XL000-DONE.
             SUBTRACT 1         FROM WS-LY-CNT.
       XL000-EXIT.
             EXIT.
