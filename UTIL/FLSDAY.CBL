      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   ********  **         ******   *******     ****    **    **   *
      *   **        **        **    **  **    **   **  **    **  **    *
      *   **        **        **        **    **  **    **    ****     *
      *   ******    **         ******   **    **  ********     **      *
      *   **        **              **  **    **  **    **     **      *
      *   **        **        **    **  **    **  **    **     **      *
      *   **        ********   ******   *******   **    **     **      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D A I L Y   F L A S H   C H A I N   S T E P                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The daily management flash as an unattended RUNBOK chain    *
      *    step:  builds yesterday's flash through FLSBLD and queues   *
      *    it on the MAILOUT.TXT outbox for the FLSCTL recipients.     *
      *    It takes no parameters and asks nothing, so it can be       *
      *    named as a chain step; the date and mailing choices of an   *
      *    interactive run belong to MGTFLS.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FLSDAY.
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(01).
       77  CSTART         PIC  9(04).

       01  FB-PARAMS.
           03  FB-DATE        PIC  9(08).
           03  FB-MAIL        PIC  X(01).
           03  FB-FILE        PIC  X(14).
           03  FB-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE ZERO          TO FB-DATE.
             MOVE "Y"           TO FB-MAIL.
             MOVE 1             TO FB-RESULT.
             CALL "FLSBLD" USING FB-PARAMS.
           IF FB-RESULT NOT = ZERO
               DISPLAY "Management flash could not be written"
                       AT 2312 WITH FOREGROUND-COLOR 14.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
