      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   ********  *******      **        **      ******    *
      *   **    **     **     **    **    ***       ***     **    **   *
      *   **           **     **    **     **        **     **    **   *
      *    ******      **     *******      **        **      ******    *
      *         **     **     **           **        **     **    **   *
      *   **    **     **     **           **        **     **    **   *
      *    ******      **     **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  I T E M   S U B S T I T U T E S                               *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Keeps the alternatives for each stock item, so an item      *
      *    that is short or being phased out (STP116) is offered with  *
      *    an equivalent instead of the sale being lost.  Each         *
      *    substitute carries its preference (1 first), whether it is  *
      *    one-way (it may replace the item) or two-way (either may    *
      *    replace the other), and whether it is pre-approved for      *
      *    back-order allocation (DLP031).  Quotation entry (SLS012),  *
      *    order import (SLS015) and allocation offer them through     *
      *    SUBLKP.                                                     *
      *                                                                *
      *      'M'  maintain an item's substitutes                       *
      *      'R'  substitute sales report                              *
      *      'X'  exit                                                 *
      *                                                                *
      *    The substitute sales report reads SUBLOG, where each        *
      *    quotation line and back-order taken on a substitute is      *
      *    recorded, and lists it under the item first asked for -     *
      *    the demand purchasing never saw for the original.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP118.
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

       COPY SUBST.SL.

       COPY SUBLOG.SL.

       COPY STOCK.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SUBST.FDE.

       COPY SUBLOG.FDE.

       COPY STOCK.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP118.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SUBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SBLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-ITEM        PIC  X(14)     VALUE SPACES.
       77  WS-ALT         PIC  X(14)     VALUE SPACES.
       77  WS-PREF        PIC  9(02)     VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-FROM        PIC  9(08)     VALUE ZERO.
       77  WS-TO          PIC  9(08)     VALUE ZERO.
       77  WS-SUB-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-SUB-CNT     PIC  9(05)     VALUE ZERO.
       77  WS-TOT-CNT     PIC  9(05)     VALUE ZERO.

       77  WS-OG-MAX      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-OG-IX       PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-OG-OVFL     PIC  9(01)     VALUE ZERO.

      *
      *    ****    O R I G I N A L   I T E M S   O N   T H E   L O G
      *
       01  WS-OG-TABLE.
           03  WS-OG-CODE    PIC  X(14) OCCURS 500.

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

       01  WS-SB-LINE.
           03  WS-SB-PREF    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SB-ALT     PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SB-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SB-WAY     PIC  X(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-SB-APPR    PIC  X(07).

       01  WS-SL-HEAD.
           03  FILLER        PIC  X(45) VALUE
               "DATE      SOLD ON     DOCUMENT    ACCOUNT  SU".
           03  FILLER        PIC  X(27) VALUE
               "BSTITUTE           QUANTITY".

       01  WS-DET-LINE.
           03  WS-DT-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SOURCE  PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DOC     PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DT-LINE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ALT     PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-QTY     PIC  Z(06)9.99-.

       01  WS-TOT-LINE.
           03  WS-TL-TEXT    PIC  X(43).
           03  WS-TL-CNT     PIC  ZZZZ9.
           03  FILLER        PIC  X(11) VALUE " LINES     ".
           03  WS-TL-QTY     PIC  Z(06)9.99-.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "ITEM SUBSTITUTES" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-05.
             DISPLAY "M = Maintain substitutes," AT 0412.
             DISPLAY "R = Substitute sales report, X = Exit.  Option :"
                     AT 0512.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0561
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "m"
               MOVE "M"         TO WS-OPTION.
           IF WS-OPTION = "r"
               MOVE "R"         TO WS-OPTION.
           IF WS-OPTION = "x"
               MOVE "X"         TO WS-OPTION.
           IF WS-OPTION = "M"
               PERFORM BA000-MAINTAIN THRU BA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "R"
               PERFORM CA000-REPORT THRU CA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION NOT = "X"
               GO TO AA000-05.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A I N T A I N   S U B S T I T U T E S             *
      *                                                                *
      ******************************************************************
       BA000-MAINTAIN.
             OPEN I-O SUBST.
           IF WS-STATUS = "35"
               OPEN OUTPUT SUBST
               CLOSE SUBST
               OPEN I-O SUBST.
           IF WS-STATUS NOT = "00"
               DISPLAY "SUBST open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SUBST
               GO TO BA000-EXIT.
       BA000-ITEM.
             DISPLAY "Stock item (spaces ends)   :" AT 0712.
             MOVE SPACES        TO WS-ITEM.
             ACCEPT WS-ITEM AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-ITEM = SPACES
               GO TO BA000-END.
             MOVE WS-ITEM       TO WS-CODE.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Item not on STOCK file     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ITEM.
             DISPLAY STK-DESC AT 0759 WITH FOREGROUND-COLOR 11.
       BA000-LIST.
             PERFORM BB000-SHOW THRU BB000-EXIT.
       BA000-PREF.
             DISPLAY "Preference (0 = next item) :" AT 1912.
             MOVE ZERO          TO WS-PREF.
             ACCEPT WS-PREF AT 1944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PREF = ZERO
               GO TO BA000-ITEM.
             PERFORM XS000-FIND-SUBST THRU XS000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO SUB-RECORD
               MOVE WS-ITEM     TO SUB-CODE
               MOVE WS-PREF     TO SUB-PREF
               MOVE "1"         TO SUB-WAY
               MOVE "N"         TO SUB-APPROVED
               MOVE "A"         TO SUB-STATUS.
             MOVE SUB-ALT       TO WS-ALT.
             DISPLAY "Substitute (spaces deletes):" AT 2012.
             ACCEPT WS-ALT AT 2044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-ALT = SPACES AND WS-FOUND = ZERO
               GO TO BA000-PREF.
           IF WS-ALT = SPACES
               MOVE "D"         TO SUB-STATUS
               REWRITE SUB-RECORD
               DISPLAY "Substitute removed         " AT 2312
                       WITH FOREGROUND-COLOR 10
               GO TO BA000-LIST.
           IF WS-ALT = WS-ITEM
               DISPLAY "An item cannot replace itself" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-PREF.
             MOVE WS-ALT        TO WS-CODE.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Substitute not on STOCK file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-PREF.
             MOVE WS-ALT        TO SUB-ALT.
       BA000-WAY.
             DISPLAY "One-way / two-way (1/2)    :" AT 2112.
             ACCEPT SUB-WAY AT 2144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT SUB-ONE-WAY AND NOT SUB-TWO-WAY
               GO TO BA000-WAY.
             DISPLAY "Pre-approved for back-orders (Y/N) :" AT 2212.
             ACCEPT SUB-APPROVED AT 2249
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF SUB-APPROVED = "y"
               MOVE "Y"         TO SUB-APPROVED.
           IF NOT SUB-PRE-APPROVED
               MOVE "N"         TO SUB-APPROVED.
             MOVE "A"           TO SUB-STATUS.
           IF WS-FOUND = 1
               REWRITE SUB-RECORD
               GO TO BA000-SAVED.
             PERFORM XN000-NEXT-SUBST THRU XN000-EXIT.
             WRITE SUB-RECORD.
       BA000-SAVED.
           IF WS-STATUS NOT = "00"
               DISPLAY "SUBST write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-LIST.
             DISPLAY "Substitute saved           " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-LIST.
       BA000-END.
             CLOSE SUBST STOCK.
       BA000-EXIT.
             EXIT.
      *
      *    ****    T H E   I T E M ' S   C U R R E N T   L I S T
      *
       BB000-SHOW.
             DISPLAY "PF  SUBSTITUTE      DESCRIPTION" AT 0912
                     WITH FOREGROUND-COLOR 3.
             DISPLAY "WAY PRE-APP" AT 0964 WITH FOREGROUND-COLOR 3.
             MOVE SPACES        TO WS-SB-LINE.
             MOVE 10            TO WS-ROW.
       BB000-CLEAR.
           IF WS-ROW > 17
               GO TO BB000-FILL.
             DISPLAY WS-SB-LINE AT LINE WS-ROW COLUMN 12.
             ADD 1              TO WS-ROW.
             GO TO BB000-CLEAR.
       BB000-FILL.
             MOVE 10            TO WS-ROW.
             MOVE 1             TO WS-SUBKEY.
             START SUBST KEY NOT < WS-SUBKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-EXIT.
       BB000-READ.
             READ SUBST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-EXIT.
           IF SUB-CODE NOT = WS-ITEM OR NOT SUB-ACTIVE
               GO TO BB000-READ.
           IF WS-ROW > 17
               DISPLAY "** more than fits on screen **" AT 1812
                       WITH FOREGROUND-COLOR 12
               GO TO BB000-EXIT.
             MOVE SPACES        TO WS-SB-LINE.
             MOVE SUB-PREF      TO WS-SB-PREF.
             MOVE SUB-ALT       TO WS-SB-ALT WS-CODE.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
           IF WS-FOUND = 1
               MOVE STK-DESC    TO WS-SB-DESC.
             MOVE "1-W"         TO WS-SB-WAY.
           IF SUB-TWO-WAY
               MOVE "2-W"       TO WS-SB-WAY.
             MOVE "NO"          TO WS-SB-APPR.
           IF SUB-PRE-APPROVED
               MOVE "YES"       TO WS-SB-APPR.
             DISPLAY WS-SB-LINE AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 7.
             ADD 1              TO WS-ROW.
             GO TO BB000-READ.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S U B S T I T U T E   S A L E S   R E P O R T       *
      *                                                                *
      *    One section per item first asked for, listing each sale    *
      *    made on a substitute instead and the quantity lost to it.   *
      *                                                                *
      ******************************************************************
       CA000-REPORT.
             DISPLAY "From date (YYYYMMDD)       :" AT 0712.
             MOVE ZERO          TO WS-FROM.
             ACCEPT WS-FROM AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "To date (zero = today)     :" AT 0812.
             MOVE ZERO          TO WS-TO.
             ACCEPT WS-TO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TO = ZERO
               MOVE WS-TODAY-N  TO WS-TO.
             OPEN INPUT SUBLOG.
           IF WS-STATUS NOT = "00"
               DISPLAY "No substitute sales on file   " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN INPUT STOCK.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "SALES ON SUBSTITUTES  " WS-FROM " TO " WS-TO
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
      *
      *    Pass 1 - the items asked for
      *
             MOVE ZERO          TO WS-OG-MAX WS-OG-OVFL WS-TOT-CNT
                                   WS-TOT-QTY.
             MOVE 1             TO WS-SBLKEY.
             START SUBLOG KEY NOT < WS-SBLKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-TOTAL.
       CA000-COLLECT.
             READ SUBLOG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-ITEMS.
           IF SBL-DATE < WS-FROM OR SBL-DATE > WS-TO
               GO TO CA000-COLLECT.
             MOVE 1             TO WS-OG-IX.
       CA000-SEEN.
           IF WS-OG-IX > WS-OG-MAX
               GO TO CA000-ADD.
           IF WS-OG-CODE (WS-OG-IX) = SBL-CODE
               GO TO CA000-COLLECT.
             ADD 1              TO WS-OG-IX.
             GO TO CA000-SEEN.
       CA000-ADD.
           IF WS-OG-MAX NOT < 500
               MOVE 1           TO WS-OG-OVFL
               GO TO CA000-COLLECT.
             ADD 1              TO WS-OG-MAX.
             MOVE SBL-CODE      TO WS-OG-CODE (WS-OG-MAX).
             GO TO CA000-COLLECT.
      *
      *    Pass 2 - one section per item
      *
       CA000-ITEMS.
             MOVE 1             TO WS-OG-IX.
       CA000-NEXT-ITEM.
           IF WS-OG-IX > WS-OG-MAX
               GO TO CA000-TOTAL.
             PERFORM CB000-ITEM THRU CB000-EXIT.
             ADD 1              TO WS-OG-IX.
             GO TO CA000-NEXT-ITEM.
       CA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-TOT-LINE.
             MOVE "ALL ITEMS - DEMAND LOST TO SUBSTITUTES"
                                TO WS-TL-TEXT.
             MOVE WS-TOT-CNT    TO WS-TL-CNT.
             MOVE WS-TOT-QTY    TO WS-TL-QTY.
             WRITE REP-LINE FROM WS-TOT-LINE.
           IF WS-OG-OVFL = 1
               MOVE "** MORE ITEMS THAN THE REPORT HOLDS - NARROW THE DA
      -            "TES **"     TO REP-LINE
               WRITE REP-LINE.
             CLOSE SUBLOG STOCK PRNREP.
             DISPLAY "Report on STP118.PRN          " AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    O N E   I T E M   A S K E D   F O R
      *
       CB000-ITEM.
             MOVE WS-OG-CODE (WS-OG-IX)
                                TO WS-CODE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO STK-DESC.
             MOVE SPACES        TO REP-LINE.
             STRING "ITEM ASKED FOR  " WS-CODE "  " STK-DESC
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-SL-HEAD.
             MOVE ZERO          TO WS-SUB-CNT WS-SUB-QTY.
             MOVE 1             TO WS-SBLKEY.
             START SUBLOG KEY NOT < WS-SBLKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-TOTAL.
       CB000-READ.
             READ SUBLOG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-TOTAL.
           IF SBL-CODE NOT = WS-CODE
            OR SBL-DATE < WS-FROM OR SBL-DATE > WS-TO
               GO TO CB000-READ.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE SBL-DATE      TO WS-DT-DATE.
             MOVE "QUOTATION"   TO WS-DT-SOURCE.
           IF SBL-ALLOCATION
               MOVE "BACK-ORDER" TO WS-DT-SOURCE.
             MOVE SBL-DOC-NO    TO WS-DT-DOC.
             MOVE SBL-LINE      TO WS-DT-LINE.
             MOVE SBL-ACCOUNT   TO WS-DT-ACCOUNT.
             MOVE SBL-ALT       TO WS-DT-ALT.
             MOVE SBL-QTY       TO WS-DT-QTY.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-SUB-CNT.
             ADD SBL-QTY        TO WS-SUB-QTY.
             GO TO CB000-READ.
       CB000-TOTAL.
             MOVE SPACES        TO WS-TOT-LINE.
             MOVE "DEMAND LOST TO SUBSTITUTES" TO WS-TL-TEXT.
             MOVE WS-SUB-CNT    TO WS-TL-CNT.
             MOVE WS-SUB-QTY    TO WS-TL-QTY.
             WRITE REP-LINE FROM WS-TOT-LINE.
             ADD WS-SUB-CNT     TO WS-TOT-CNT.
             ADD WS-SUB-QTY     TO WS-TOT-QTY.
       CB000-EXIT.
             EXIT.
      /
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
      *    ****    N E X T   F R E E   S U B S T I T U T E   S L O T
      *
       XN000-NEXT-SUBST.
             MOVE 1             TO WS-SUBKEY.
             START SUBST KEY NOT < WS-SUBKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-SUBKEY
               GO TO XN000-EXIT.
       XN000-READ.
             READ SUBST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-SUBKEY
               GO TO XN000-EXIT.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   P R E F E R E N C E   E N T R Y
      *
       XS000-FIND-SUBST.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SUBKEY.
             START SUBST KEY NOT < WS-SUBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
       XS000-READ.
             READ SUBST NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
           IF SUB-CODE = WS-ITEM
            AND SUB-PREF = WS-PREF
            AND SUB-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XS000-EXIT.
             GO TO XS000-READ.
       XS000-EXIT.
             EXIT.
