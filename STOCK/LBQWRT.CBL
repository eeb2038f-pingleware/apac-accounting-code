      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   **        *******    ******   **    **  *******   ********   *
      *   **        **    **  **    **  **    **  **    **     **      *
      *   **        **    **  **    **  **    **  **    **     **      *
      *   **        *******   **    **  ** ** **  *******      **      *
      *   **        **    **  **  ****  ** ** **  **  **       **      *
      *   **        **    **  **   **   ***  ***  **   **      **      *
      *   ********  *******    *** **   **    **  **    **     **      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  L A B E L   Q U E U E   W R I T E R   S U B P R O G R A M     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The capture hook for the shelf-edge label queue.  Any       *
      *    program that changes an item's selling price calls here     *
      *    straight afterwards with the old and new price; the change  *
      *    lands on LBLQUE for the STP122 label print run.             *
      *                                                                *
      *        CALL "LBQWRT" USING LQ-PARAMS                           *
      *                                                                *
      *    LQ-CODE       stock item                                    *
      *    LQ-LOCATION   warehouse location (0 = every location        *
      *                  holding the item on STKQTY)                   *
      *    LQ-OLD-PRICE  the selling price before the change           *
      *    LQ-NEW-PRICE  the selling price after it                    *
      *    LQ-REASON     why it changed   LQ-PROGRAM  calling program  *
      *                                                                *
      *    An unchanged price is ignored.  Where a label for the item  *
      *    and location is still waiting, the entry is brought up to   *
      *    the new price instead of a second being queued - or         *
      *    withdrawn if the price is back where it was - and a change  *
      *    already labelled at that price today is not queued again.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LBQWRT.
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY LBLQUE.SL.

       COPY STKQTY.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY LBLQUE.FDE.

       COPY STKQTY.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-LBQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-LBQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPENED      PIC  9(01)     VALUE ZERO.
       77  WS-QUEUED      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-TIME        PIC  9(08)     VALUE ZERO.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       LINKAGE SECTION.
       01  LQ-PARAMS.
           03  LQ-CODE        PIC  X(14).
           03  LQ-LOCATION    PIC  9(03).
           03  LQ-OLD-PRICE   PIC S9(07)V99.
           03  LQ-NEW-PRICE   PIC S9(07)V99.
           03  LQ-REASON      PIC  X(12).
           03  LQ-PROGRAM     PIC  X(08).
      /
       PROCEDURE DIVISION USING LQ-PARAMS.
       AA000-MAIN             SECTION.
      *
      *    Working-storage persists across CALLs, so the queue is
      *    opened and scanned for its next free key once per run;
      *    it stays open until the run unit ends.
      *
       AA000-INIT.
           IF LQ-OLD-PRICE = LQ-NEW-PRICE
               GO TO AZ100.
           IF WS-OPENED = 1
               GO TO AA000-STAMP.
             OPEN I-O LBLQUE.
           IF WS-STATUS = "35"
               OPEN OUTPUT LBLQUE
               CLOSE LBLQUE
               OPEN I-O LBLQUE.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             MOVE 1             TO WS-OPENED.
             PERFORM XN000-NEXT-LBQ THRU XN000-EXIT.
       AA000-STAMP.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             ACCEPT WS-TIME FROM TIME.
           IF LQ-LOCATION NOT = ZERO
               MOVE LQ-LOCATION TO WS-LOCATION
               PERFORM BA000-QUEUE THRU BA000-EXIT
               GO TO AZ100.
      *
      *    Location zero - one label for every location holding
      *    the item
      *
             MOVE ZERO          TO WS-QUEUED.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               GO TO AA000-NONE.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO AA000-DONE.
       AA000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO AA000-DONE.
           IF STQ-CODE NOT = LQ-CODE
               GO TO AA000-READ.
             MOVE STQ-LOCATION  TO WS-LOCATION.
             PERFORM BA000-QUEUE THRU BA000-EXIT.
             ADD 1              TO WS-QUEUED.
             GO TO AA000-READ.
       AA000-DONE.
             CLOSE STKQTY.
       AA000-NONE.
           IF WS-QUEUED = ZERO
               MOVE ZERO        TO WS-LOCATION
               PERFORM BA000-QUEUE THRU BA000-EXIT.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    Q U E U E   O N E   L O C A T I O N                 *
      *                                                                *
      *    A label still waiting takes the new price and keeps the     *
      *    price the shelf shows now; one printed today at this price  *
      *    needs nothing more.                                         *
      *                                                                *
      ******************************************************************
       BA000-QUEUE.
             MOVE 1             TO WS-LBQKEY.
             START LBLQUE KEY NOT < WS-LBQKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-NEW.
       BA000-READ.
             READ LBLQUE NEXT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-NEW.
           IF LBQ-CODE NOT = LQ-CODE
            OR LBQ-LOCATION NOT = WS-LOCATION
               GO TO BA000-READ.
           IF LBQ-PRINTED
            AND LBQ-PRINTED-ON = WS-TODAY-N
            AND LBQ-NEW-PRICE = LQ-NEW-PRICE
               GO TO BA000-EXIT.
           IF NOT LBQ-QUEUED
               GO TO BA000-READ.
             MOVE LQ-NEW-PRICE  TO LBQ-NEW-PRICE.
             MOVE LQ-REASON     TO LBQ-REASON.
             MOVE LQ-PROGRAM    TO LBQ-PROGRAM.
           IF LBQ-NEW-PRICE = LBQ-OLD-PRICE
               MOVE "W"         TO LBQ-STATUS.
             REWRITE LBQ-RECORD.
             GO TO BA000-EXIT.
       BA000-NEW.
             MOVE SPACES        TO LBQ-RECORD.
             MOVE LQ-CODE       TO LBQ-CODE.
             MOVE WS-LOCATION   TO LBQ-LOCATION.
             MOVE LQ-OLD-PRICE  TO LBQ-OLD-PRICE.
             MOVE LQ-NEW-PRICE  TO LBQ-NEW-PRICE.
             MOVE LQ-REASON     TO LBQ-REASON.
             MOVE LQ-PROGRAM    TO LBQ-PROGRAM.
             MOVE WS-TODAY-N    TO LBQ-DATE.
             MOVE WS-TIME       TO LBQ-TIME.
             MOVE "Q"           TO LBQ-STATUS.
             MOVE ZERO          TO LBQ-PRINTED-ON.
             MOVE WS-NEXT-LBQ   TO WS-LBQKEY.
             WRITE LBQ-RECORD.
             ADD 1              TO WS-NEXT-LBQ.
       BA000-EXIT.
             EXIT.
      /
      *
      *    ****    N E X T   F R E E   Q U E U E   K E Y
      *
       XN000-NEXT-LBQ.
             MOVE 1             TO WS-NEXT-LBQ WS-LBQKEY.
             START LBLQUE KEY NOT < WS-LBQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ LBLQUE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-LBQ = WS-LBQKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
