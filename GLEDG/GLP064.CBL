      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******   **    **   *
      *   **    **  **        **    **  **    **  **        **    **   *
      *   **        **        **    **  **    **  **        **    **   *
      *   **  ****  **        *******   **    **  *******   ********   *
      *   **    **  **        **        **    **  **    **        **   *
      *   **    **  **        **        **    **  **    **        **   *
      *    ******   ********  **         ******    ******         **   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  O U T S T A N D I N G   A C C R U A L   R E V E R S A L S     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Lists the accrual batches flagged to reverse whose          *
      *    reversal is still outstanding, so a forgotten reversal      *
      *    shows up at month end instead of a quarter later.  A        *
      *    flagged batch appears while it has not yet posted           *
      *    (reversal not yet raised), if it posted without raising     *
      *    its mirror (no open period was found), and while its        *
      *    mirror batch has not itself been posted in the new period.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP064.
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

       COPY GLBHDR.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY GLBHDR.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP064.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-LINK        PIC  9(05)     VALUE ZERO.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-MIRROR-STAT PIC  X(01)     VALUE SPACE.
       77  WS-MIRROR-PER  PIC  9(02)     VALUE ZERO.
       77  WS-MIRROR-YEAR PIC  9(04)     VALUE ZERO.
       77  WS-OUTSTANDING PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

       01  WS-ORIG-HDR.
           03  WS-OH-NUMBER  PIC  9(05).
           03  WS-OH-DESC    PIC  X(30).
           03  WS-OH-PERIOD  PIC  9(02).
           03  WS-OH-YEAR    PIC  9(04).
           03  WS-OH-STATUS  PIC  X(01).
           03  WS-OH-DEBITS  PIC S9(11)V99  COMP-3.

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

       01  WS-TITLE-LINE.
           03  FILLER        PIC  X(40) VALUE
               "OUTSTANDING ACCRUAL REVERSALS".
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "BATCH  DESCRIPTION                    PERIOD   ST ".
           03  FILLER        PIC  X(50) VALUE
               "       AMOUNT  REVERSAL".

       01  WS-DET-LINE.
           03  WS-DL-BATCH   PIC  9(05).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-DESC    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DL-YEAR    PIC  9(04).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-STATUS  PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-AMOUNT  PIC  Z(10)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-NOTE    PIC  X(50).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "OUTSTANDING ACCRUAL REVERSALS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP064"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN INPUT GLBHDR.
           IF WS-STATUS NOT = "00"
               DISPLAY "GLBHDR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             PERFORM BA000-SCAN THRU BA000-EXIT.
           IF WS-OUTSTANDING = ZERO
               MOVE "NO REVERSALS OUTSTANDING" TO REP-LINE
               WRITE REP-LINE.
             CLOSE GLBHDR PRNREP.
             DISPLAY "Reversals outstanding : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-OUTSTANDING WITH FOREGROUND-COLOR 11
                     "  - listed on GLP064.PRN"
                     WITH FOREGROUND-COLOR 10.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    F I N D   T H E   O U T S T A N D I N G   O N E S   *
      *                                                                *
      ******************************************************************
       BA000-SCAN.
             MOVE 1             TO WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
       BA000-READ.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
           IF NOT BCH-AUTO-REVERSE OR BCH-DELETED
               GO TO BA000-READ.
             MOVE BCH-NUMBER    TO WS-OH-NUMBER.
             MOVE BCH-DESC      TO WS-OH-DESC.
             MOVE BCH-PERIOD    TO WS-OH-PERIOD.
             MOVE BCH-YEAR      TO WS-OH-YEAR.
             MOVE BCH-STATUS    TO WS-OH-STATUS.
             MOVE BCH-DEBITS    TO WS-OH-DEBITS.
             MOVE SPACES        TO WS-DL-NOTE.
           IF NOT BCH-POSTED
               MOVE "ACCRUAL NOT YET POSTED - REVERSAL TO FOLLOW"
                                TO WS-DL-NOTE
               GO TO BA000-PRINT.
           IF NOT (BCH-LINK NUMERIC AND BCH-LINK > ZERO)
               MOVE "POSTED - REVERSAL NOT RAISED (NO OPEN PERIOD)"
                                TO WS-DL-NOTE
               GO TO BA000-PRINT.
      *
      *    The mirror is looked up on its own pass; the scan
      *    resumes after this header.
      *
             MOVE BCH-LINK      TO WS-LINK.
             MOVE WS-GBHKEY     TO WS-SAVE-KEY.
             PERFORM XA000-FIND-MIRROR THRU XA000-EXIT.
             MOVE WS-SAVE-KEY   TO WS-GBHKEY.
             START GLBHDR KEY > WS-GBHKEY.
           IF WS-FOUND = 1 AND WS-MIRROR-STAT = "P"
               GO TO BA000-NEXT.
           IF WS-FOUND = ZERO
               STRING "REVERSAL BATCH " WS-LINK " MISSING"
                      DELIMITED SIZE INTO WS-DL-NOTE
           ELSE
               STRING "REVERSAL BATCH " WS-LINK " PERIOD "
                      WS-MIRROR-PER "/" WS-MIRROR-YEAR
                      " NOT POSTED - ST " WS-MIRROR-STAT
                      DELIMITED SIZE INTO WS-DL-NOTE.
       BA000-PRINT.
             MOVE WS-OH-NUMBER  TO WS-DL-BATCH.
             MOVE WS-OH-DESC    TO WS-DL-DESC.
             MOVE WS-OH-PERIOD  TO WS-DL-PERIOD.
             MOVE WS-OH-YEAR    TO WS-DL-YEAR.
             MOVE WS-OH-STATUS  TO WS-DL-STATUS.
             MOVE WS-OH-DEBITS  TO WS-DL-AMOUNT.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-OUTSTANDING.
       BA000-NEXT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             GO TO BA000-READ.
       BA000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   T H E   M I R R O R   B A T C H
      *
       XA000-FIND-MIRROR.
             MOVE ZERO          TO WS-FOUND.
             MOVE SPACE         TO WS-MIRROR-STAT.
             MOVE 1             TO WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF BCH-NUMBER NOT = WS-LINK OR NOT BCH-REVERSAL
               GO TO XA000-READ.
             MOVE 1             TO WS-FOUND.
             MOVE BCH-STATUS    TO WS-MIRROR-STAT.
             MOVE BCH-PERIOD    TO WS-MIRROR-PER.
             MOVE BCH-YEAR      TO WS-MIRROR-YEAR.
       XA000-EXIT.
             EXIT.
