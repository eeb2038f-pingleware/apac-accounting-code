      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   ********  *******      **        **      ******    *
      *   **    **     **     **    **    ***       ***     **    **   *
      *   **           **     **    **     **        **     **    **   *
      *    ******      **     *******      **        **      *******   *
      *         **     **     **           **        **           **   *
      *   **    **     **     **           **        **           **   *
      *    ******      **     **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  M I N / M A X   R E C A L C U L A T I O N                     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The reorder run (STP103) orders up to each item's maximum,  *
      *    so the minimums and maximums have to follow demand.  This   *
      *    run proposes them from the sales movements on STKMOVE and   *
      *    the archive STMARC, over a chosen number of whole months:   *
      *    a seasonal profile of average sales per calendar month      *
      *    sets the demand expected over the lead time and the review  *
      *    period ahead, and the month-to-month variation sets the     *
      *    safety stock.                                               *
      *                                                                *
      *      C = Calculate proposals (MMPROP, STP119.PRN).             *
      *      R = Reject / reinstate one item's proposal.               *
      *      A = Apply pending proposals, all or one group.            *
      *      F = Service level per stock group.                        *
      *      E = End.                                                  *
      *                                                                *
      *    Lead time is the supplier's measured average from the       *
      *    CRP048 scorecard (SUPLED), else the creditor's keyed lead   *
      *    days, else the default given for the run.  The safety       *
      *    factor comes from the service level set per stock group     *
      *    (group 0 serves any group without its own, else 95          *
      *    percent).  Proposed minimum = daily demand x lead days +    *
      *    safety stock; maximum = minimum + demand over the review    *
      *    period, both in whole units.  Proposals sit on MMPROP,      *
      *    printed against the current values, until the buyer         *
      *    applies them in bulk; an item whose values were changed by  *
      *    hand since is left alone.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP119.
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

       COPY CREDIT.SL.

       COPY SUPLED.SL.

           SELECT STMARC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-SARKEY.

      *
      *    ****    S E R V I C E   L E V E L   B Y   G R O U P
      *
           SELECT GRPSAF  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-GSFKEY.

      *
      *    ****    M I N / M A X   P R O P O S A L S
      *
           SELECT MMPROP  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-MMPKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY STOCK.FDE.

       COPY STKMOVE.FDE.

       COPY CREDIT.FDE.

       COPY SUPLED.FDE.

       FD  STMARC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STMARC.DAT".
       01  SAR-RECORD         PIC  X(80).

       FD  GRPSAF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GRPSAF.DAT".
       01  GSF-RECORD.
           03  GSF-GROUP      PIC  9(03).
           03  GSF-LEVEL      PIC  9(02)V9.
           03  GSF-FACTOR     PIC  9V99.
           03  FILLER         PIC  X(10).

       FD  MMPROP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "MMPROP.DAT".
       01  MMP-RECORD.
           03  MMP-CODE       PIC  X(14).
           03  MMP-GROUP      PIC  9(03).
           03  MMP-SUPPLIER   PIC  9(07).
           03  MMP-LEAD       PIC  9(03).
           03  MMP-LEAD-SRC   PIC  X(01).
           03  MMP-OLD-MIN    PIC S9(07)V99 COMP-3.
           03  MMP-OLD-MAX    PIC S9(07)V99 COMP-3.
           03  MMP-NEW-MIN    PIC S9(07)V99 COMP-3.
           03  MMP-NEW-MAX    PIC S9(07)V99 COMP-3.
           03  MMP-DATE       PIC  9(08).
           03  MMP-STATUS     PIC  X(01).
               88  MMP-PENDING     VALUE "P".
               88  MMP-REJECTED    VALUE "R".
               88  MMP-APPLIED     VALUE "A".
               88  MMP-CHANGED     VALUE "C".
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP119.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SARKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GSFKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-MMPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-MMP    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-STK    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-STMARC   PIC  9(01)     VALUE ZERO.
       77  WS-NO-SUPLED   PIC  9(01)     VALUE ZERO.
       77  WS-NO-GRPSAF   PIC  9(01)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-GROUP       PIC  9(03)     VALUE ZERO.
       77  WS-LEVEL       PIC  9(02)V9   VALUE ZERO.
       77  WS-LEVEL-T     PIC  9(03)     VALUE ZERO.
       77  WS-HIST-MONTHS PIC  9(02)     VALUE 24.
       77  WS-REVIEW-DAYS PIC  9(03)     VALUE 30.
       77  WS-DEF-LEAD    PIC  9(03)     VALUE 14.
       77  WS-LEAD        PIC  9(03)     VALUE ZERO.
       77  WS-LEAD-SRC    PIC  X(01)     VALUE SPACE.
       77  WS-Z           PIC  9V99      VALUE ZERO.
       77  WS-CUR-MI      PIC  9(06)     COMP-5 VALUE ZERO.
       77  WS-START-MI    PIC  9(06)     COMP-5 VALUE ZERO.
       77  WS-MI          PIC  9(06)     COMP-5 VALUE ZERO.
       77  WS-MQ          PIC  9(06)     COMP-5 VALUE ZERO.
       77  WS-MR          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-BK          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-CM          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-COVER       PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-CX          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-DF          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-SL-IX       PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-TOTAL       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-AVG         PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-DEV         PIC S9(09)V9999 COMP-3 VALUE ZERO.
       77  WS-SUMSQ       PIC S9(15)V9999 COMP-3 VALUE ZERO.
       77  WS-SIGMA       PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-FC-MONTH    PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-DAILY       PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-SS          PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-NEW-MIN     PIC  9(07)     VALUE ZERO.
       77  WS-NEW-MAX     PIC  9(07)     VALUE ZERO.
       77  WS-CNT-ITEMS   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-PROP    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-SAME    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-NOHIST  PIC  9(05)     VALUE ZERO.
       77  WS-CNT-APPLIED PIC  9(05)     VALUE ZERO.
       77  WS-CNT-CHANGED PIC  9(05)     VALUE ZERO.

      *
      *    ****    S A L E S   B Y   M O N T H
      *
      *    One bucket per history month (oldest first) with its
      *    calendar month; the calendar table folds the years
      *    together into the seasonal profile.
      *
       01  WS-BK-TABLE.
           03  WS-BK-ENT OCCURS 36.
               05  WS-BK-QTY  PIC S9(09)V99 COMP-3.
               05  WS-BK-MON  PIC  9(02).
       01  WS-CM-TABLE.
           03  WS-CM-ENT OCCURS 12.
               05  WS-CM-QTY  PIC S9(09)V99 COMP-3.
               05  WS-CM-CNT  PIC  9(02)    COMP-5.
               05  WS-CM-AVG  PIC S9(07)V9999 COMP-3.

      *
      *    ****    S E R V I C E   L E V E L   T O   F A C T O R
      *
      *    Level in tenths of a percent and the normal-distribution
      *    factor that covers it.
      *
       01  WS-SL-VALUES.
           03  FILLER        PIC  X(06) VALUE "800084".
           03  FILLER        PIC  X(06) VALUE "850104".
           03  FILLER        PIC  X(06) VALUE "900128".
           03  FILLER        PIC  X(06) VALUE "950165".
           03  FILLER        PIC  X(06) VALUE "970188".
           03  FILLER        PIC  X(06) VALUE "980205".
           03  FILLER        PIC  X(06) VALUE "990233".
           03  FILLER        PIC  X(06) VALUE "995258".
       01  WS-SL-TABLE REDEFINES WS-SL-VALUES.
           03  WS-SL-ENT OCCURS 8.
               05  WS-SL-LEVEL PIC 9(03).
               05  WS-SL-Z    PIC  9V99.

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

       01  WS-MV-DATE.
           03  WS-MV-YEAR    PIC  9(04).
           03  WS-MV-MONTH   PIC  9(02).
           03  WS-MV-DAY     PIC  9(02).
       01  WS-MV-DATE-N REDEFINES WS-MV-DATE
                             PIC  9(08).

       01  WS-MM-HEAD.
           03  FILLER        PIC  X(44) VALUE
               "ITEM            DESCRIPTION           GRP  L".
           03  FILLER        PIC  X(44) VALUE
               "EAD    AVG/MTH     CUR MIN     CUR MAX     N".
           03  FILLER        PIC  X(30) VALUE
               "EW MIN     NEW MAX      SAFETY".

       01  WS-DET-LINE.
           03  WS-DT-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DESC    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-GROUP   PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-LEAD    PIC  ZZ9.
           03  WS-DT-SRC     PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-AVG     PIC  Z(05)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-OMIN    PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-OMAX    PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-NMIN    PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-NMAX    PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SS      PIC  Z(05)9.99.

       01  WS-TOT-LINE.
           03  WS-TL-TEXT    PIC  X(36).
           03  WS-TL-CNT     PIC  ZZZZ9.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "MIN/MAX RECALCULATION" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-MENU.
             DISPLAY "Option - 'C'alculate  'R'eject  'A'pply  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'F'actors  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0570
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "C"
               PERFORM BA000-CALCULATE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM DA000-REJECT THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM EA000-APPLY THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "F"
               PERFORM FA000-FACTORS THRU FA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C A L C U L A T I O N   R U N                       *
      *                                                                *
      *    Replaces the previous proposals - anything not applied     *
      *    from the last run is recalculated on today's history.      *
      *                                                                *
      ******************************************************************
       BA000-CALCULATE.
             DISPLAY "Months of history (12-36)  :" AT 0712.
             ACCEPT WS-HIST-MONTHS AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-HIST-MONTHS < 12 OR WS-HIST-MONTHS > 36
               GO TO BA000-CALCULATE.
             DISPLAY "Review period (days)       :" AT 0812.
             ACCEPT WS-REVIEW-DAYS AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Default lead time (days)   :" AT 0912.
             ACCEPT WS-DEF-LEAD AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             OPEN INPUT STOCK STKMOVE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Stock file open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN INPUT CREDIT.
             MOVE ZERO          TO WS-NO-STMARC WS-NO-SUPLED
                                   WS-NO-GRPSAF.
             OPEN INPUT STMARC.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STMARC.
             OPEN INPUT SUPLED.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-SUPLED.
             OPEN INPUT GRPSAF.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-GRPSAF.
             OPEN OUTPUT MMPROP.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "PROPOSED MINIMUM / MAXIMUM QUANTITIES  "
                    WS-TODAY-N "  HISTORY " WS-HIST-MONTHS
                    " MONTHS  REVIEW " WS-REVIEW-DAYS " DAYS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE "LEAD M = MEASURED (CRP048)  K = KEYED ON SUPPLIER  D
      -          " = DEFAULT"   TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-MM-HEAD.
             PERFORM XM000-MONTHS THRU XM000-EXIT.
             MOVE ZERO          TO WS-CNT-ITEMS WS-CNT-PROP
                                   WS-CNT-SAME WS-CNT-NOHIST.
             MOVE 1             TO WS-NEXT-MMP.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
       BA000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
      *
      *    Only lines STP103 reorders
      *
           IF NOT STK-ACTIVE
               GO TO BA000-READ.
             ADD 1              TO WS-CNT-ITEMS.
             MOVE WS-STKKEY     TO WS-SAVE-STK.
             PERFORM CA000-HISTORY THRU CA000-EXIT.
           IF WS-TOTAL NOT > ZERO
               ADD 1            TO WS-CNT-NOHIST
               GO TO BA000-READ.
             PERFORM CB000-PROFILE THRU CB000-EXIT.
             PERFORM XL000-LEAD THRU XL000-EXIT.
             PERFORM XZ000-FACTOR THRU XZ000-EXIT.
             PERFORM CC000-PROPOSE THRU CC000-EXIT.
           IF WS-NEW-MIN = STK-MIN-QTY AND WS-NEW-MAX = STK-MAX-QTY
               ADD 1            TO WS-CNT-SAME
               GO TO BA000-READ.
      *
      *    A proposal, and its line on the print
      *
             MOVE SPACES        TO MMP-RECORD.
             MOVE STK-CODE      TO MMP-CODE.
             MOVE STK-GROUP     TO MMP-GROUP.
             MOVE STK-SUPPLIER  TO MMP-SUPPLIER.
             MOVE WS-LEAD       TO MMP-LEAD.
             MOVE WS-LEAD-SRC   TO MMP-LEAD-SRC.
             MOVE STK-MIN-QTY   TO MMP-OLD-MIN.
             MOVE STK-MAX-QTY   TO MMP-OLD-MAX.
             MOVE WS-NEW-MIN    TO MMP-NEW-MIN.
             MOVE WS-NEW-MAX    TO MMP-NEW-MAX.
             MOVE WS-TODAY-N    TO MMP-DATE.
             MOVE "P"           TO MMP-STATUS.
             MOVE WS-NEXT-MMP   TO WS-MMPKEY.
             WRITE MMP-RECORD.
             ADD 1              TO WS-NEXT-MMP.
             ADD 1              TO WS-CNT-PROP.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE STK-CODE      TO WS-DT-CODE.
             MOVE STK-DESC      TO WS-DT-DESC.
             MOVE STK-GROUP     TO WS-DT-GROUP.
             MOVE WS-LEAD       TO WS-DT-LEAD.
             MOVE WS-LEAD-SRC   TO WS-DT-SRC.
             MOVE WS-AVG        TO WS-DT-AVG.
             MOVE STK-MIN-QTY   TO WS-DT-OMIN.
             MOVE STK-MAX-QTY   TO WS-DT-OMAX.
             MOVE WS-NEW-MIN    TO WS-DT-NMIN.
             MOVE WS-NEW-MAX    TO WS-DT-NMAX.
             MOVE WS-SS         TO WS-DT-SS.
             WRITE REP-LINE FROM WS-DET-LINE.
             GO TO BA000-READ.
       BA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-TOT-LINE.
             MOVE "ACTIVE ITEMS EXAMINED" TO WS-TL-TEXT.
             MOVE WS-CNT-ITEMS  TO WS-TL-CNT.
             WRITE REP-LINE FROM WS-TOT-LINE.
             MOVE "CHANGES PROPOSED"      TO WS-TL-TEXT.
             MOVE WS-CNT-PROP   TO WS-TL-CNT.
             WRITE REP-LINE FROM WS-TOT-LINE.
             MOVE "ALREADY AT THE PROPOSED VALUES" TO WS-TL-TEXT.
             MOVE WS-CNT-SAME   TO WS-TL-CNT.
             WRITE REP-LINE FROM WS-TOT-LINE.
             MOVE "NO SALES IN THE HISTORY - LEFT AS THEY ARE"
                                TO WS-TL-TEXT.
             MOVE WS-CNT-NOHIST TO WS-TL-CNT.
             WRITE REP-LINE FROM WS-TOT-LINE.
             CLOSE STOCK STKMOVE CREDIT MMPROP PRNREP.
           IF WS-NO-STMARC = ZERO
               CLOSE STMARC.
           IF WS-NO-SUPLED = ZERO
               CLOSE SUPLED.
           IF WS-NO-GRPSAF = ZERO
               CLOSE GRPSAF.
             DISPLAY "Proposals on STP119.PRN - " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-PROP WITH FOREGROUND-COLOR 11.
       BA000-EXIT.
             EXIT.
      *
      *    ****    S A L E S   H I S T O R Y   O F   O N E   I T E M
      *
      *    Sales are negative movements; live and archived alike.
      *
       CA000-HISTORY.
             MOVE ZERO          TO WS-TOTAL.
             MOVE 1             TO WS-BK.
       CA000-ZERO.
           IF WS-BK > WS-HIST-MONTHS
               GO TO CA000-LIVE.
             MOVE ZERO          TO WS-BK-QTY (WS-BK).
             ADD 1              TO WS-BK.
             GO TO CA000-ZERO.
       CA000-LIVE.
             MOVE 1             TO WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-ARCH.
       CA000-LIVE-READ.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-ARCH.
           IF STM-CODE = STK-CODE AND STM-SALE
               PERFORM CA100-BUCKET THRU CA100-EXIT.
             GO TO CA000-LIVE-READ.
       CA000-ARCH.
           IF WS-NO-STMARC = 1
               GO TO CA000-EXIT.
             MOVE 1             TO WS-SARKEY.
             START STMARC KEY NOT < WS-SARKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
       CA000-ARCH-READ.
             READ STMARC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE SAR-RECORD    TO STM-RECORD.
           IF STM-CODE = STK-CODE AND STM-SALE
               PERFORM CA100-BUCKET THRU CA100-EXIT.
             GO TO CA000-ARCH-READ.
       CA000-EXIT.
             EXIT.
      *
      *    Whole months only - the current month is not yet over
      *
       CA100-BUCKET.
             MOVE STM-DATE      TO WS-MV-DATE-N.
             COMPUTE WS-MI = WS-MV-YEAR * 12 + WS-MV-MONTH - 1.
           IF WS-MI < WS-START-MI OR WS-MI NOT < WS-CUR-MI
               GO TO CA100-EXIT.
             COMPUTE WS-BK = WS-MI - WS-START-MI + 1.
             SUBTRACT STM-QTY FROM WS-BK-QTY (WS-BK).
             SUBTRACT STM-QTY FROM WS-TOTAL.
       CA100-EXIT.
             EXIT.
      *
      *    ****    S E A S O N A L   P R O F I L E   A N D   S P R E A D
      *
      *    Average per calendar month; the spread is measured about
      *    that seasonal average where the month has more than one
      *    year of history, about the overall average otherwise.
      *
       CB000-PROFILE.
             COMPUTE WS-AVG ROUNDED = WS-TOTAL / WS-HIST-MONTHS.
             MOVE 1             TO WS-CM.
       CB000-CM-ZERO.
           IF WS-CM > 12
               GO TO CB000-FOLD.
             MOVE ZERO          TO WS-CM-QTY (WS-CM) WS-CM-CNT (WS-CM).
             ADD 1              TO WS-CM.
             GO TO CB000-CM-ZERO.
       CB000-FOLD.
             MOVE 1             TO WS-BK.
       CB000-FOLD-LOOP.
           IF WS-BK > WS-HIST-MONTHS
               GO TO CB000-AVERAGE.
             MOVE WS-BK-MON (WS-BK) TO WS-CM.
             ADD WS-BK-QTY (WS-BK) TO WS-CM-QTY (WS-CM).
             ADD 1              TO WS-CM-CNT (WS-CM).
             ADD 1              TO WS-BK.
             GO TO CB000-FOLD-LOOP.
       CB000-AVERAGE.
             MOVE WS-HIST-MONTHS TO WS-DF.
             MOVE 1             TO WS-CM.
       CB000-AVG-LOOP.
           IF WS-CM > 12
               GO TO CB000-SPREAD.
           IF WS-CM-CNT (WS-CM) > ZERO
               COMPUTE WS-CM-AVG (WS-CM) ROUNDED
                       = WS-CM-QTY (WS-CM) / WS-CM-CNT (WS-CM)
           ELSE
               MOVE WS-AVG      TO WS-CM-AVG (WS-CM).
           IF WS-CM-CNT (WS-CM) > 1
               SUBTRACT 1       FROM WS-DF.
             ADD 1              TO WS-CM.
             GO TO CB000-AVG-LOOP.
       CB000-SPREAD.
           IF WS-DF = WS-HIST-MONTHS
               SUBTRACT 1       FROM WS-DF.
           IF WS-DF < 1
               MOVE 1           TO WS-DF.
             MOVE ZERO          TO WS-SUMSQ.
             MOVE 1             TO WS-BK.
       CB000-SPREAD-LOOP.
           IF WS-BK > WS-HIST-MONTHS
               GO TO CB000-SIGMA.
             MOVE WS-BK-MON (WS-BK) TO WS-CM.
           IF WS-CM-CNT (WS-CM) > 1
               COMPUTE WS-DEV = WS-BK-QTY (WS-BK) - WS-CM-AVG (WS-CM)
           ELSE
               COMPUTE WS-DEV = WS-BK-QTY (WS-BK) - WS-AVG.
             COMPUTE WS-SUMSQ = WS-SUMSQ + WS-DEV * WS-DEV.
             ADD 1              TO WS-BK.
             GO TO CB000-SPREAD-LOOP.
       CB000-SIGMA.
             COMPUTE WS-SIGMA ROUNDED = (WS-SUMSQ / WS-DF) ** 0.5.
       CB000-EXIT.
             EXIT.
      *
      *    ****    P R O P O S E D   M I N   A N D   M A X
      *
      *    Demand per day is the seasonal average of the calendar
      *    months the lead time and review period reach into,
      *    starting with this one.
      *
       CC000-PROPOSE.
             COMPUTE WS-COVER = (WS-LEAD + WS-REVIEW-DAYS + 29) / 30.
           IF WS-COVER > 12
               MOVE 12          TO WS-COVER.
           IF WS-COVER < 1
               MOVE 1           TO WS-COVER.
             MOVE ZERO          TO WS-FC-MONTH.
             MOVE WS-TDY-MONTH  TO WS-CM.
             MOVE 1             TO WS-CX.
       CC000-COVER.
           IF WS-CX > WS-COVER
               GO TO CC000-RATE.
             ADD WS-CM-AVG (WS-CM) TO WS-FC-MONTH.
             ADD 1              TO WS-CM WS-CX.
           IF WS-CM > 12
               MOVE 1           TO WS-CM.
             GO TO CC000-COVER.
       CC000-RATE.
             COMPUTE WS-FC-MONTH ROUNDED = WS-FC-MONTH / WS-COVER.
             COMPUTE WS-DAILY ROUNDED = WS-FC-MONTH / 30.
             COMPUTE WS-SS ROUNDED
                     = WS-Z * WS-SIGMA * ((WS-LEAD / 30) ** 0.5).
             COMPUTE WS-NEW-MIN ROUNDED = WS-DAILY * WS-LEAD + WS-SS.
             COMPUTE WS-NEW-MAX ROUNDED = WS-NEW-MIN
                     + WS-DAILY * WS-REVIEW-DAYS.
       CC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E J E C T   /   R E I N S T A T E   A   L I N E   *
      *                                                                *
      ******************************************************************
       DA000-REJECT.
             OPEN I-O MMPROP.
           IF WS-STATUS NOT = "00"
               DISPLAY "No proposals - run the calculation" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
       DA000-ITEM.
             DISPLAY "Stock item (spaces ends)   :" AT 0712.
             MOVE SPACES        TO WS-CODE.
             ACCEPT WS-CODE AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-CODE = SPACES
               GO TO DA000-END.
             MOVE 1             TO WS-MMPKEY.
             START MMPROP KEY NOT < WS-MMPKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-NONE.
       DA000-READ.
             READ MMPROP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-NONE.
           IF MMP-CODE NOT = WS-CODE
               GO TO DA000-READ.
           IF MMP-PENDING
               MOVE "R"         TO MMP-STATUS
               REWRITE MMP-RECORD
               DISPLAY "Proposal rejected          " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO DA000-ITEM.
           IF MMP-REJECTED
               MOVE "P"         TO MMP-STATUS
               REWRITE MMP-RECORD
               DISPLAY "Proposal reinstated        " AT 2312
                       WITH FOREGROUND-COLOR 10
               GO TO DA000-ITEM.
             DISPLAY "Proposal already applied   " AT 2312
                     WITH FOREGROUND-COLOR 14.
             GO TO DA000-ITEM.
       DA000-NONE.
             DISPLAY "No proposal for that item  " AT 2312
                     WITH FOREGROUND-COLOR 14.
             GO TO DA000-ITEM.
       DA000-END.
             CLOSE MMPROP.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A P P L Y   T H E   P R O P O S A L S               *
      *                                                                *
      *    Every pending proposal, or those of one stock group, is     *
      *    written to the stock file - unless the item's minimum or   *
      *    maximum has been changed since the calculation.             *
      *                                                                *
      ******************************************************************
       EA000-APPLY.
             DISPLAY "Stock group (0 = all)      :" AT 0712.
             MOVE ZERO          TO WS-GROUP.
             ACCEPT WS-GROUP AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Apply the pending proposals (Y/N)?" AT 0812.
             MOVE "N"           TO WS-OPTION.
             ACCEPT WS-OPTION AT 0847
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION NOT = "Y"
               GO TO EA000-EXIT.
             OPEN I-O MMPROP.
           IF WS-STATUS NOT = "00"
               DISPLAY "No proposals - run the calculation" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             OPEN I-O STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE MMPROP
               GO TO EA000-EXIT.
             MOVE ZERO          TO WS-CNT-APPLIED WS-CNT-CHANGED.
             MOVE 1             TO WS-MMPKEY.
             START MMPROP KEY NOT < WS-MMPKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
       EA000-READ.
             READ MMPROP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
           IF NOT MMP-PENDING
               GO TO EA000-READ.
           IF WS-GROUP NOT = ZERO AND MMP-GROUP NOT = WS-GROUP
               GO TO EA000-READ.
             MOVE MMP-CODE      TO WS-CODE.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EA000-READ.
           IF STK-MIN-QTY NOT = MMP-OLD-MIN
            OR STK-MAX-QTY NOT = MMP-OLD-MAX
               MOVE "C"         TO MMP-STATUS
               REWRITE MMP-RECORD
               ADD 1            TO WS-CNT-CHANGED
               GO TO EA000-READ.
             MOVE MMP-NEW-MIN   TO STK-MIN-QTY.
             MOVE MMP-NEW-MAX   TO STK-MAX-QTY.
             REWRITE STK-RECORD.
           IF WS-STATUS NOT = "00"
               GO TO EA000-READ.
             MOVE "A"           TO MMP-STATUS.
             REWRITE MMP-RECORD.
             ADD 1              TO WS-CNT-APPLIED.
             GO TO EA000-READ.
       EA000-DONE.
             CLOSE MMPROP STOCK.
             DISPLAY "Applied " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-CNT-APPLIED WITH FOREGROUND-COLOR 11
                     "  changed since, left alone " WITH
                     FOREGROUND-COLOR 10
                     WS-CNT-CHANGED WITH FOREGROUND-COLOR 11.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E R V I C E   L E V E L   P E R   G R O U P       *
      *                                                                *
      ******************************************************************
       FA000-FACTORS.
             OPEN I-O GRPSAF.
           IF WS-STATUS = "35"
               OPEN OUTPUT GRPSAF
               CLOSE GRPSAF
               OPEN I-O GRPSAF.
           IF WS-STATUS NOT = "00"
               DISPLAY "GRPSAF open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
       FA000-GROUP.
             DISPLAY "Stock group (999 ends)     :" AT 0712.
             MOVE 999           TO WS-GROUP.
             ACCEPT WS-GROUP AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-GROUP = 999
               GO TO FA000-END.
             PERFORM XF000-FIND-GROUP THRU XF000-EXIT.
             MOVE 95.0          TO WS-LEVEL.
           IF WS-FOUND = 1
               MOVE GSF-LEVEL   TO WS-LEVEL.
             DISPLAY "Service level percent      :" AT 0812.
             ACCEPT WS-LEVEL AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-LEVEL < 50
               DISPLAY "Service level below 50 percent" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-GROUP.
             COMPUTE WS-LEVEL-T = WS-LEVEL * 10.
             MOVE 1             TO WS-SL-IX.
       FA000-LOOK.
           IF WS-SL-IX = 8
            OR WS-SL-LEVEL (WS-SL-IX) NOT < WS-LEVEL-T
               GO TO FA000-SAVE.
             ADD 1              TO WS-SL-IX.
             GO TO FA000-LOOK.
       FA000-SAVE.
             MOVE WS-LEVEL      TO GSF-LEVEL.
             MOVE WS-SL-Z (WS-SL-IX) TO GSF-FACTOR.
           IF WS-FOUND = 1
               REWRITE GSF-RECORD
               GO TO FA000-SHOW.
             MOVE WS-GROUP      TO GSF-GROUP.
             PERFORM XN000-NEXT-GROUP THRU XN000-EXIT.
             WRITE GSF-RECORD.
       FA000-SHOW.
             DISPLAY "Safety factor " AT 2312 WITH FOREGROUND-COLOR 10
                     GSF-FACTOR WITH FOREGROUND-COLOR 11.
             GO TO FA000-GROUP.
       FA000-END.
             CLOSE GRPSAF.
       FA000-EXIT.
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
             READ STOCK NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF STK-CODE = WS-CODE
               MOVE 1           TO WS-FOUND
               GO TO XG000-EXIT.
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   G R O U P   L E V E L
      *
       XF000-FIND-GROUP.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-GSFKEY.
             START GRPSAF KEY NOT < WS-GSFKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ GRPSAF NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF GSF-GROUP = WS-GROUP
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   G R O U P   S L O T
      *
      *    The key scan passes through the record buffer - the new
      *    record is rebuilt from WS-GROUP and WS-LEVEL after it.
      *
       XN000-NEXT-GROUP.
             MOVE 1             TO WS-GSFKEY.
             START GRPSAF KEY NOT < WS-GSFKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-GSFKEY
               GO TO XN000-BUILD.
       XN000-READ.
             READ GRPSAF NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-GSFKEY
               GO TO XN000-BUILD.
             GO TO XN000-READ.
       XN000-BUILD.
             MOVE SPACES        TO GSF-RECORD.
             MOVE WS-GROUP      TO GSF-GROUP.
             MOVE WS-LEVEL      TO GSF-LEVEL.
             MOVE WS-SL-Z (WS-SL-IX) TO GSF-FACTOR.
       XN000-EXIT.
             EXIT.
      *
      *    ****    P L A N N I N G   L E A D   T I M E
      *
      *    Measured (SUPLED), else keyed on the creditor, else the
      *    run's default.
      *
       XL000-LEAD.
             MOVE WS-DEF-LEAD   TO WS-LEAD.
             MOVE "D"           TO WS-LEAD-SRC.
           IF WS-NO-SUPLED = 1
               GO TO XL000-KEYED.
             MOVE 1             TO WS-SLDKEY.
             START SUPLED KEY NOT < WS-SLDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-KEYED.
       XL000-MEASURED.
             READ SUPLED NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-KEYED.
           IF SLD-SUPPLIER NOT = STK-SUPPLIER
               GO TO XL000-MEASURED.
           IF SLD-LEAD-DAYS = ZERO
               GO TO XL000-KEYED.
             MOVE SLD-LEAD-DAYS TO WS-LEAD.
             MOVE "M"           TO WS-LEAD-SRC.
             GO TO XL000-EXIT.
       XL000-KEYED.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-CREDIT.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
           IF CRE-ACCOUNT NOT = STK-SUPPLIER
               GO TO XL000-CREDIT.
           IF CRE-LEAD-DAYS NUMERIC AND CRE-LEAD-DAYS > ZERO
               MOVE CRE-LEAD-DAYS
                                TO WS-LEAD
               MOVE "K"         TO WS-LEAD-SRC.
       XL000-EXIT.
             EXIT.
      *
      *    ****    T H E   I T E M ' S   S A F E T Y   F A C T O R
      *
      *    Its own group, else group 0, else 95 percent.
      *
       XZ000-FACTOR.
             MOVE 1.65          TO WS-Z.
           IF WS-NO-GRPSAF = 1
               GO TO XZ000-EXIT.
             MOVE STK-GROUP     TO WS-GROUP.
             PERFORM XF000-FIND-GROUP THRU XF000-EXIT.
           IF WS-FOUND = 1
               MOVE GSF-FACTOR  TO WS-Z
               GO TO XZ000-EXIT.
             MOVE ZERO          TO WS-GROUP.
             PERFORM XF000-FIND-GROUP THRU XF000-EXIT.
           IF WS-FOUND = 1
               MOVE GSF-FACTOR  TO WS-Z.
       XZ000-EXIT.
             EXIT.
      *
      *    ****    T H E   H I S T O R Y   M O N T H S
      *
      *    Month numbers run year x 12 + month - 1; the history is
      *    the whole months before this one.
      *
       XM000-MONTHS.
             COMPUTE WS-CUR-MI = WS-TDY-YEAR * 12 + WS-TDY-MONTH - 1.
             COMPUTE WS-START-MI = WS-CUR-MI - WS-HIST-MONTHS.
             MOVE 1             TO WS-BK.
       XM000-LOOP.
           IF WS-BK > WS-HIST-MONTHS
               GO TO XM000-EXIT.
             COMPUTE WS-MI = WS-START-MI + WS-BK - 1.
             DIVIDE WS-MI BY 12 GIVING WS-MQ REMAINDER WS-MR.
             COMPUTE WS-BK-MON (WS-BK) = WS-MR + 1.
             ADD 1              TO WS-BK.
             GO TO XM000-LOOP.
       XM000-EXIT.
             EXIT.
