      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   **    **   ******   ********  ********  **         ******    *
      *   ***  ***  **    **     **     **        **        **    **   *
      *   ** ** **  **           **     **        **        **         *
      *   **    **  **  ****     **     ******    **         ******    *
      *   **    **  **    **     **     **        **              **   *
      *   **    **  **    **     **     **        **        **    **   *
      *   **    **   ******      **     **        ********   ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D A I L Y   M A N A G E M E N T   F L A S H                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Daily management flash.  The page itself is built by        *
      *    FLSBLD, which FLSDAY also calls unattended from the RUNBOK  *
      *    chain for yesterday:                                        *
      *                                                                *
      *      'S' settings - the month that is period 1 of the          *
      *          financial year, the GLBUDG accounts the POS takings,  *
      *          debtor invoicing, debtor receipts, new orders and     *
      *          creditor payments are measured against (zero for      *
      *          none) and up to three addresses the flash is mailed   *
      *          to, kept on FLSCTL with the date of the last run      *
      *      'R' run - the flash for a chosen date (yesterday by       *
      *          default), written to FLyyyymmdd.TXT and, if asked,    *
      *          queued on the MAILOUT.TXT outbox                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MGTFLS.
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

       COPY FLSCTL.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY FLSCTL.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-FLCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-NO-CONTROL  PIC  9(01)     VALUE ZERO.
       77  WS-S1          PIC  9(02)     COMP-5.

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

       01  FB-PARAMS.
           03  FB-DATE        PIC  9(08).
           03  FB-MAIL        PIC  X(01).
           03  FB-FILE        PIC  X(14).
           03  FB-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DAILY MANAGEMENT FLASH" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O FLSCTL.
           IF WS-STATUS = "35"
               OPEN OUTPUT FLSCTL
               CLOSE FLSCTL
               OPEN I-O FLSCTL.
           IF WS-STATUS NOT = "00"
               DISPLAY "FLSCTL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             PERFORM XK000-CONTROL THRU XK000-EXIT.
       AA000-MENU.
             DISPLAY "Option - 'S'ettings  'R'un  'E'nd" AT 0512
                     WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0546
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "S"
               PERFORM BA000-SETTINGS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM CA000-RUN THRU CA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE FLSCTL.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E T T I N G S                                     *
      *                                                                *
      ******************************************************************
       BA000-SETTINGS.
             DISPLAY "Month of period 1 (1-12)       :" AT 0712.
             ACCEPT FLC-FY-START AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF FLC-FY-START < 1 OR FLC-FY-START > 12
               DISPLAY "Month must be 1 to 12" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-SETTINGS.
             DISPLAY "Budget a/c - POS takings       :" AT 0812.
             ACCEPT FLC-BUD-AC (1) AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Budget a/c - debtor invoicing  :" AT 0912.
             ACCEPT FLC-BUD-AC (2) AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Budget a/c - debtor receipts   :" AT 1012.
             ACCEPT FLC-BUD-AC (3) AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Budget a/c - new orders        :" AT 1112.
             ACCEPT FLC-BUD-AC (4) AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Budget a/c - creditor payments :" AT 1212.
             ACCEPT FLC-BUD-AC (5) AT 1248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Mail to 1 :" AT 1412.
             ACCEPT FLC-RECIPIENT (1) AT 1424
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Mail to 2 :" AT 1512.
             ACCEPT FLC-RECIPIENT (2) AT 1524
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Mail to 3 :" AT 1612.
             ACCEPT FLC-RECIPIENT (3) AT 1624
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE 1             TO WS-FLCKEY.
           IF WS-NO-CONTROL = 1
               WRITE FLC-RECORD
           ELSE
               REWRITE FLC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "FLSCTL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-NO-CONTROL.
             DISPLAY "Settings saved              " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R U N   T H E   F L A S H                           *
      *                                                                *
      *    FLSBLD notes the run on the control record itself, so the   *
      *    file is let go for the call and read again after it.        *
      *                                                                *
      ******************************************************************
       CA000-RUN.
             DISPLAY "Last run for                   :" AT 0712.
             DISPLAY FLC-LAST-RUN AT 0748 WITH FOREGROUND-COLOR 11.
             DISPLAY "Report date (CCYYMMDD, 0 = yesterday):" AT 0812.
             MOVE ZERO          TO FB-DATE.
             ACCEPT FB-DATE AT 0851
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF FB-DATE NOT = ZERO AND FB-DATE < 19000101
               DISPLAY "Invalid date" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             DISPLAY "Queue on the mail outbox (Y/N) :" AT 0912.
             MOVE "N"           TO FB-MAIL.
             ACCEPT FB-MAIL AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF FB-MAIL NOT = "Y"
               MOVE "N"         TO FB-MAIL.
             CLOSE FLSCTL.
             MOVE 1             TO FB-RESULT.
             CALL "FLSBLD" USING FB-PARAMS.
             OPEN I-O FLSCTL.
             PERFORM XK000-CONTROL THRU XK000-EXIT.
           IF FB-RESULT NOT = ZERO
               DISPLAY "Flash page could not be written" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             DISPLAY "Flash written to              " AT 2312
                     WITH FOREGROUND-COLOR 10.
             DISPLAY FB-FILE AT 2329 WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      *
      *    ****    R E A D   T H E   C O N T R O L   R E C O R D
      *
      *    Without one the financial year starts in January, nothing
      *    is budgeted and nobody is mailed.
      *
       XK000-CONTROL.
             MOVE ZERO          TO WS-NO-CONTROL.
             MOVE 1             TO WS-FLCKEY.
             READ FLSCTL.
           IF WS-STATUS = "00"
               GO TO XK000-EXIT.
             MOVE 1             TO WS-NO-CONTROL.
             MOVE SPACES        TO FLC-RECORD.
             MOVE 1             TO FLC-FY-START.
             MOVE ZERO          TO FLC-LAST-RUN.
             MOVE 1             TO WS-S1.
       XK000-CLEAR.
             MOVE ZERO          TO FLC-BUD-AC (WS-S1).
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > 5
               GO TO XK000-CLEAR.
       XK000-EXIT.
             EXIT.
