      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **    **  *******   *******     ****    **    **   *
      *   **    **  **    **  **    **  **    **   **  **    **  **    *
      *   **        **    **  **    **  **    **  **    **    ****     *
      *    ******   ** ** **  *******   **    **  ********     **      *
      *         **  ** ** **  **        **    **  **    **     **      *
      *   **    **  ***  ***  **        **    **  **    **     **      *
      *    ******   **    **  **        *******   **    **     **      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  N I G H T L Y   L E D G E R   S W E E P   C H A I N   S T E P *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The sub-ledger G/Ledger journal sweep as an unattended      *
      *    RUNBOK chain step.  Takes the current open period of the    *
      *    debtors and of the creditors ledger off PERSTA - the        *
      *    latest period still open for the module - and has GLP062    *
      *    sweep both ledgers for them, the batches raised under       *
      *    the fixed operator SYS and the GLP062.PRN print naming      *
      *    this program.  A ledger with no open period is left out.    *
      *    It takes no parameters and asks nothing, so it can be       *
      *    named as a chain step; rule maintenance and a sweep of a    *
      *    chosen period belong to GLP062.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SWPDAY.
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

       COPY PERSTA.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY PERSTA.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BASE        PIC  9(02)     VALUE ZERO.
       77  WS-P           PIC  9(02)     VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-THIS        PIC  9(06)     VALUE ZERO.
       77  WS-BEST        PIC  9(06)     VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(01).
       77  CSTART         PIC  9(04).

       01  SW-PARAMS.
           03  SW-OPER        PIC  X(03).
           03  SW-PROGRAM     PIC  X(08).
           03  SW-D-PERIOD    PIC  9(02).
           03  SW-D-YEAR      PIC  9(04).
           03  SW-C-PERIOD    PIC  9(02).
           03  SW-C-YEAR      PIC  9(04).
           03  SW-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE "SYS"         TO SW-OPER.
             MOVE "SWPDAY"      TO SW-PROGRAM.
             MOVE ZERO          TO SW-D-PERIOD SW-D-YEAR
                                   SW-C-PERIOD SW-C-YEAR.
             MOVE 1             TO SW-RESULT.
             OPEN INPUT PERSTA.
           IF WS-STATUS NOT = "00"
               DISPLAY "PERSTA open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE 13            TO WS-BASE.
             PERFORM BA000-OPEN-PERIOD THRU BA000-EXIT.
             MOVE WS-PERIOD     TO SW-D-PERIOD.
             MOVE WS-YEAR       TO SW-D-YEAR.
             MOVE 26            TO WS-BASE.
             PERFORM BA000-OPEN-PERIOD THRU BA000-EXIT.
             MOVE WS-PERIOD     TO SW-C-PERIOD.
             MOVE WS-YEAR       TO SW-C-YEAR.
             CLOSE PERSTA.
           IF SW-D-PERIOD = ZERO AND SW-C-PERIOD = ZERO
               DISPLAY "No open ledger period on PERSTA" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             CALL "GLP062" USING SW-PARAMS.
             CANCEL "GLP062".
           IF SW-RESULT NOT = ZERO
               DISPLAY "Ledger sweep could not be run" AT 2312
                       WITH FOREGROUND-COLOR 14.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C U R R E N T   O P E N   P E R I O D               *
      *                                                                *
      *    Caller sets WS-BASE to the module's base key.  Returns     *
      *    the latest open period by year and period, or zero.         *
      *                                                                *
      ******************************************************************
       BA000-OPEN-PERIOD.
             MOVE ZERO          TO WS-PERIOD WS-YEAR WS-P WS-BEST.
       BA000-LOOP.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO BA000-EXIT.
             COMPUTE WS-PSTKEY = WS-BASE + WS-P.
             READ PERSTA WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-LOOP.
           IF NOT PST-OPEN
               GO TO BA000-LOOP.
             COMPUTE WS-THIS = PST-YEAR * 100 + WS-P.
           IF WS-THIS NOT > WS-BEST
               GO TO BA000-LOOP.
             MOVE WS-THIS       TO WS-BEST.
             MOVE WS-P          TO WS-PERIOD.
             MOVE PST-YEAR      TO WS-YEAR.
             GO TO BA000-LOOP.
       BA000-EXIT.
             EXIT.
