      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   ********   ******   **    **  *******   ********  *******    *
      *      **        **      **  **   **    **  **        **    **   *
      *      **        **       ****    **    **  **        **    **   *
      *      **        **        **     *******   ******    *******    *
      *      **        **       ****    **  **    **        **    **   *
      *      **        **      **  **   **   **   **        **    **   *
      *      **      ******   **    **  **    **  ********  *******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P E R I O D   I N D E X   R E B U I L D                       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Rebuilds TRNIDX, the period index over the debtor and       *
      *    creditor transaction files (DTRANS and CTRANS) that         *
      *    VATRET, GLP062, GLP059 and the DTP051 charge run read a     *
      *    period's items through.  Each file is first read straight   *
      *    through once, timed, so the period-driven runs can print    *
      *    what a full pass costs beside their own time, and then      *
      *    indexed by year, period and account with the highest key    *
      *    indexed.  Items written after the rebuild are still found   *
      *    - the runs read everything above the high key off the file  *
      *    - so the index only needs rebuilding before month-end or    *
      *    after an archive (ARCTRN) run.  It asks nothing and so can  *
      *    be named as a RUNBOK chain step; the transaction files      *
      *    should not be in use while it runs.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TIXREB.
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

       COPY DTRANS.SL.

       COPY CTRANS.SL.

       COPY TRNIDX.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DTRANS.FDE.

       COPY CTRANS.FDE.

       COPY TRNIDX.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-HIGH        PIC  9(05)     VALUE ZERO.
       77  WS-RECS        PIC  9(07)     VALUE ZERO.
       77  WS-ENTRIES     PIC  9(07)     VALUE ZERO.
       77  WS-T0          PIC  9(08)     VALUE ZERO.
       77  WS-T1          PIC  9(08)     VALUE ZERO.
       77  WS-ELAPSED     PIC  9(08)     VALUE ZERO.

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

       01  WS-TIME.
           03  WS-TM-HH      PIC  9(02).
           03  WS-TM-MM      PIC  9(02).
           03  WS-TM-SS      PIC  9(02).
           03  WS-TM-CC      PIC  9(02).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "TRANSACTION PERIOD INDEX REBUILD" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN OUTPUT TRNIDX.
           IF WS-STATUS NOT = "00"
               DISPLAY "TRNIDX open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             PERFORM BA000-DEBTORS THRU BA000-EXIT.
             PERFORM CA000-CREDITORS THRU CA000-EXIT.
             CLOSE TRNIDX.
             DISPLAY "Period index rebuilt - entries " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-ENTRIES WITH FOREGROUND-COLOR 11.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E B T O R   T R A N S A C T I O N S               *
      *                                                                *
      *    A timed pass straight through the file first - what a run   *
      *    without the index pays - then the index pass.               *
      *                                                                *
      ******************************************************************
       BA000-DEBTORS.
             DISPLAY "Debtor transactions  " AT 0512.
             MOVE ZERO          TO WS-HIGH WS-RECS WS-ELAPSED.
             OPEN INPUT DTRANS.
           IF WS-STATUS NOT = "00"
               GO TO BA000-CONTROL.
             PERFORM XT000-TIME THRU XT000-EXIT.
             MOVE WS-T1         TO WS-T0.
             MOVE 1             TO WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-TIMED.
       BA000-SCAN.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-TIMED.
             ADD 1              TO WS-RECS.
             GO TO BA000-SCAN.
       BA000-TIMED.
             PERFORM XT000-TIME THRU XT000-EXIT.
             PERFORM XU000-ELAPSED THRU XU000-EXIT.
             MOVE 1             TO WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
       BA000-READ.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
             MOVE "D"           TO TIX-LEDGER.
             MOVE DTR-YEAR      TO TIX-YEAR.
             MOVE DTR-PERIOD    TO TIX-PERIOD.
             MOVE DTR-ACCOUNT   TO TIX-ACCOUNT.
             MOVE WS-DTRKEY     TO TIX-REL WS-HIGH.
             MOVE ZERO          TO TIX-HIGH-KEY TIX-SCAN-RECS
                                   TIX-SCAN-TIME TIX-BUILT.
             WRITE TIX-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-ENTRIES.
             GO TO BA000-READ.
       BA000-END.
             CLOSE DTRANS.
       BA000-CONTROL.
             MOVE "D"           TO TIX-LEDGER.
             PERFORM XC000-CONTROL THRU XC000-EXIT.
             DISPLAY WS-RECS AT 0534 WITH FOREGROUND-COLOR 11.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C R E D I T O R   T R A N S A C T I O N S           *
      *                                                                *
      ******************************************************************
       CA000-CREDITORS.
             DISPLAY "Creditor transactions" AT 0612.
             MOVE ZERO          TO WS-HIGH WS-RECS WS-ELAPSED.
             OPEN INPUT CTRANS.
           IF WS-STATUS NOT = "00"
               GO TO CA000-CONTROL.
             PERFORM XT000-TIME THRU XT000-EXIT.
             MOVE WS-T1         TO WS-T0.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-TIMED.
       CA000-SCAN.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-TIMED.
             ADD 1              TO WS-RECS.
             GO TO CA000-SCAN.
       CA000-TIMED.
             PERFORM XT000-TIME THRU XT000-EXIT.
             PERFORM XU000-ELAPSED THRU XU000-EXIT.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
             MOVE "C"           TO TIX-LEDGER.
             MOVE CTR-YEAR      TO TIX-YEAR.
             MOVE CTR-PERIOD    TO TIX-PERIOD.
             MOVE CTR-ACCOUNT   TO TIX-ACCOUNT.
             MOVE WS-CTRKEY     TO TIX-REL WS-HIGH.
             MOVE ZERO          TO TIX-HIGH-KEY TIX-SCAN-RECS
                                   TIX-SCAN-TIME TIX-BUILT.
             WRITE TIX-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-ENTRIES.
             GO TO CA000-READ.
       CA000-END.
             CLOSE CTRANS.
       CA000-CONTROL.
             MOVE "C"           TO TIX-LEDGER.
             PERFORM XC000-CONTROL THRU XC000-EXIT.
             DISPLAY WS-RECS AT 0634 WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      *
      *    ****    T H E   L E D G E R ' S   C O N T R O L   E N T R Y
      *
      *    A ledger without a transaction file gets a high key of
      *    zero, which sends the runs back to reading the whole file.
      *
       XC000-CONTROL.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             MOVE WS-HIGH       TO TIX-HIGH-KEY.
             MOVE WS-RECS       TO TIX-SCAN-RECS.
             MOVE WS-ELAPSED    TO TIX-SCAN-TIME.
             MOVE WS-TODAY-N    TO TIX-BUILT.
             WRITE TIX-RECORD.
       XC000-EXIT.
             EXIT.
      *
      *    ****    T I M E   O F   D A Y   I N   H U N D R E D T H S
      *
       XT000-TIME.
             ACCEPT WS-TIME FROM TIME.
             COMPUTE WS-T1 = WS-TM-HH * 360000 + WS-TM-MM * 6000
                           + WS-TM-SS * 100 + WS-TM-CC.
       XT000-EXIT.
             EXIT.
      *
      *    ****    E L A P S E D   S I N C E   W S - T 0
      *
      *    A pass running over midnight carries the day across.
      *
       XU000-ELAPSED.
           IF WS-T1 < WS-T0
               ADD 8640000      TO WS-T1.
             COMPUTE WS-ELAPSED = WS-T1 - WS-T0.
       XU000-EXIT.
             EXIT.
