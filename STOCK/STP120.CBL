      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   ********  *******      **      ******    ******    *
      *   **    **     **     **    **    ***     **    **  **    **   *
      *   **           **     **    **     **           **  **    **   *
      *    ******      **     *******      **       ****    **    **   *
      *         **     **     **           **      **       **    **   *
      *   **    **     **     **           **     **        **    **   *
      *    ******      **     **         ******   ********   ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  A B C   C L A S S   /   C O U N T   C A L E N D A R           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Counting every line equally means the lines that matter     *
      *    are counted no more often than the screws.  This program    *
      *    classifies the stock and schedules the cycle counts STP102  *
      *    freezes:                                                    *
      *                                                                *
      *      A = Classify A/B/C and store on the stock file.           *
      *      C = Build the count calendar (CNTCAL) and print           *
      *          each day's freeze ranges per location.                *
      *      O = Overdue counts and compliance per class.              *
      *      E = End.                                                  *
      *                                                                *
      *    An item's class is the better of its class by annual cost   *
      *    of sales and its class by pick frequency (sale lines) over  *
      *    the last twelve months of STKMOVE and the archive STMARC:   *
      *    A covers the items making up the first share of the total   *
      *    (80 percent by default), B those up to the second share     *
      *    (95), C the rest.  Items never classified count as C.  The  *
      *    calendar runs over working days (Monday to Friday),         *
      *    placing each item-location on the first day on or after     *
      *    its due date - last count plus the class interval - and     *
      *    spreading lines already overdue or never counted across     *
      *    the days with the lightest load.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP120.
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

       COPY CNTCAL.SL.

           SELECT STMARC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-SARKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY STOCK.FDE.

       COPY STKMOVE.FDE.

       COPY STKQTY.FDE.

       COPY CNTCAL.FDE.

       FD  STMARC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STMARC.DAT".
       01  SAR-RECORD         PIC  X(80).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP120.PRN".
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
       77  WS-CCLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-CCL    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-NO-STMARC   PIC  9(01)     VALUE ZERO.
       77  WS-SHARE-A     PIC  9(02)     VALUE 80.
       77  WS-SHARE-B     PIC  9(02)     VALUE 95.
       77  WS-INT-A       PIC  9(03)     VALUE 30.
       77  WS-INT-B       PIC  9(03)     VALUE 91.
       77  WS-INT-C       PIC  9(03)     VALUE 365.
       77  WS-INTERVAL    PIC  9(03)     VALUE ZERO.
       77  WS-START-DATE  PIC  9(08)     VALUE ZERO.
       77  WS-WORK-DAYS   PIC  9(02)     VALUE 20.
       77  WS-YR-AGO      PIC  9(08)     VALUE ZERO.
       77  WS-CLASS       PIC  X(01)     VALUE SPACE.
       77  WS-V-CLASS     PIC  X(01)     VALUE SPACE.
       77  WS-P-CLASS     PIC  X(01)     VALUE SPACE.
       77  WS-CX          PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-MODE        PIC  X(01)     VALUE SPACE.
       77  WS-COST        PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-IX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-IT-CNT      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MS          PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-MAX         PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-LO          PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-HI          PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-MID         PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-ABOVE       PIC S9(15)     COMP-3 VALUE ZERO.
       77  WS-TARGET      PIC S9(15)     COMP-3 VALUE ZERO.
       77  WS-CUT         PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-CUT-VA      PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-CUT-VB      PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-CUT-PA      PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-CUT-PB      PIC S9(13)     COMP-3 VALUE ZERO.
       77  WS-TOT-VALUE   PIC S9(13)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-PICKS   PIC  9(09)     COMP-5 VALUE ZERO.
       77  WS-CNT-CHANGED PIC  9(05)     VALUE ZERO.
       77  WS-DUE-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-DUE-SER     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-TDY-SER     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-WK-Q        PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-WK-R        PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-DY          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-DY-CNT      PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-DY-PICK     PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-LC          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-LC-CNT      PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-RG          PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-RG-CNT      PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-CNT-LINES   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-LATE    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-LATER   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-UNSUMM  PIC  9(05)     VALUE ZERO.
       77  WS-DAYS-OVER   PIC  9(05)     VALUE ZERO.
       77  WS-PCT         PIC  9(03)V9   VALUE ZERO.

       77  WS-AD-COUNT    PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-AD-MLEN     PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-AD-R4       PIC  9(04)     COMP-5.
       77  WS-AD-R100     PIC  9(04)     COMP-5.
       77  WS-AD-R400     PIC  9(04)     COMP-5.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

      *
      *    ****    I T E M S   B E I N G   C L A S S I F I E D
      *
      *    Relative key of the stock record with its twelve-month
      *    cost of sales and number of sale lines.
      *
       01  WS-IT-TABLE.
           03  WS-IT-ENT OCCURS 5000.
               05  WS-IT-KEY  PIC  9(05)    COMP-5.
               05  WS-IT-VALUE
                              PIC S9(11)V99 COMP-3.
               05  WS-IT-PICKS
                              PIC  9(07)    COMP-5.

      *
      *    ****    T H E   W O R K I N G   D A Y S   P L A N N E D
      *
       01  WS-DY-TABLE.
           03  WS-DY-ENT OCCURS 65.
               05  WS-DY-DATE PIC  9(08).
               05  WS-DY-SER  PIC  9(07)    COMP-5.
               05  WS-DY-LOAD PIC  9(05)    COMP-5.

      *
      *    ****    L O C A T I O N S   O F   O N E   I T E M
      *
       01  WS-LC-TABLE.
           03  WS-LC-LOC      PIC  9(03) OCCURS 50.

      *
      *    ****    F R E E Z E   R A N G E S   B Y   D A Y   A N D
      *    ****    L O C A T I O N
      *
       01  WS-RG-TABLE.
           03  WS-RG-ENT OCCURS 999.
               05  WS-RG-DAY  PIC  9(02)    COMP-5.
               05  WS-RG-LOC  PIC  9(03).
               05  WS-RG-FROM PIC  X(14).
               05  WS-RG-TO   PIC  X(14).
               05  WS-RG-LINES
                              PIC  9(05)    COMP-5.

      *
      *    ****    C L A S S   T O T A L S   ( A ,   B ,   C )
      *
       01  WS-CL-TABLE.
           03  WS-CL-ENT OCCURS 3.
               05  WS-CL-ITEMS
                              PIC  9(05)    COMP-5.
               05  WS-CL-OVER PIC  9(05)    COMP-5.
               05  WS-CL-VALUE
                              PIC S9(13)V99 COMP-3.
       01  WS-CL-LETTERS      PIC  X(03) VALUE "ABC".
       01  WS-CL-LETTER REDEFINES WS-CL-LETTERS
                              PIC  X(01) OCCURS 3.

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
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-AD-DATE.
           03  WS-AD-YYYY    PIC  9(04).
           03  WS-AD-MM      PIC  9(02).
           03  WS-AD-DD      PIC  9(02).
       01  WS-AD-DATE-N REDEFINES WS-AD-DATE
                             PIC  9(08).
       01  WS-MONTH-TAB.
           03  FILLER        PIC  X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-RED REDEFINES WS-MONTH-TAB.
           03  WS-MT-LEN     PIC  9(02) OCCURS 12.

       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

       01  WS-ABC-HEAD.
           03  FILLER        PIC  X(44) VALUE
               "ITEM            DESCRIPTION               CO".
           03  FILLER        PIC  X(52) VALUE
               "ST OF SALES     PICKS   BY VALUE  BY PICKS  WAS  NOW".

       01  WS-ABC-LINE.
           03  WS-AB-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AB-DESC    PIC  X(24).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AB-VALUE   PIC  Z(09)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AB-PICKS   PIC  Z(06)9.
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-AB-VCLASS  PIC  X(01).
           03  FILLER        PIC  X(09) VALUE SPACES.
           03  WS-AB-PCLASS  PIC  X(01).
           03  FILLER        PIC  X(07) VALUE SPACES.
           03  WS-AB-WAS     PIC  X(01).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-AB-NOW     PIC  X(01).

       01  WS-CAL-LINE.
           03  WS-CA-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CA-LOC     PIC  9(03).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-CA-FROM    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CA-TO      PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CA-LINES   PIC  ZZZZ9.

       01  WS-OVD-LINE.
           03  WS-OV-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-OV-DESC    PIC  X(24).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-OV-CLASS   PIC  X(01).
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-OV-LAST    PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-OV-DUE     PIC  X(08).
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-OV-DAYS    PIC  ZZZZ9.

       01  WS-SUM-LINE.
           03  FILLER        PIC  X(06) VALUE "CLASS ".
           03  WS-SM-CLASS   PIC  X(01).
           03  FILLER        PIC  X(09) VALUE "   ITEMS ".
           03  WS-SM-ITEMS   PIC  ZZZZ9.
           03  WS-SM-TEXT    PIC  X(12).
           03  WS-SM-COUNT   PIC  ZZZZ9.
           03  WS-SM-TEXT2   PIC  X(14).
           03  WS-SM-PCT     PIC  ZZ9.9.
           03  FILLER        PIC  X(01) VALUE "%".
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "ABC CLASSIFICATION / COUNT CALENDAR" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-MENU.
             DISPLAY "Option - 'A'BC classify  'C'alendar  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'O'verdue  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0566
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "A"
               PERFORM BA000-CLASSIFY THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "C"
               PERFORM CA000-CALENDAR THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "O"
               PERFORM DA000-OVERDUE THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A B C   C L A S S I F I C A T I O N                 *
      *                                                                *
      *    Twelve months of sales are gathered per item, the value     *
      *    and pick cut-offs found, and the class stored on the        *
      *    stock record with a listing of every item classified.       *
      *                                                                *
      ******************************************************************
       BA000-CLASSIFY.
             DISPLAY "A class share percent      :" AT 0712.
             ACCEPT WS-SHARE-A AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "A + B class share percent  :" AT 0812.
             ACCEPT WS-SHARE-B AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SHARE-A = ZERO OR WS-SHARE-B NOT > WS-SHARE-A
               DISPLAY "Shares must rise - e.g. 80 then 95" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-CLASSIFY.
             OPEN I-O STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN INPUT STKMOVE.
             MOVE ZERO          TO WS-NO-STMARC.
             OPEN INPUT STMARC.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STMARC.
             COMPUTE WS-YR-AGO = WS-TODAY-N - 10000.
             MOVE ZERO          TO WS-IT-CNT WS-TOT-VALUE WS-TOT-PICKS.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-CUTS.
       BA000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-CUTS.
           IF NOT STK-SELLABLE
               GO TO BA000-READ.
           IF WS-IT-CNT = 5000
               DISPLAY "More than 5000 items - rest left unclassified"
                       AT 2212 WITH FOREGROUND-COLOR 12
               GO TO BA000-CUTS.
             ADD 1              TO WS-IT-CNT.
             MOVE WS-IT-CNT     TO WS-IX.
             MOVE WS-STKKEY     TO WS-IT-KEY (WS-IX).
             MOVE ZERO          TO WS-IT-VALUE (WS-IX)
                                   WS-IT-PICKS (WS-IX).
             PERFORM BB000-HISTORY THRU BB000-EXIT.
             ADD WS-IT-VALUE (WS-IX) TO WS-TOT-VALUE.
             ADD WS-IT-PICKS (WS-IX) TO WS-TOT-PICKS.
             GO TO BA000-READ.
      *
      *    Value cut-offs in cents, pick cut-offs in sale lines
      *
       BA000-CUTS.
             MOVE "V"           TO WS-MODE.
             COMPUTE WS-TARGET ROUNDED
                     = WS-TOT-VALUE * WS-SHARE-A.
             PERFORM XC000-CUTOFF THRU XC000-EXIT.
             MOVE WS-CUT        TO WS-CUT-VA.
             COMPUTE WS-TARGET ROUNDED
                     = WS-TOT-VALUE * WS-SHARE-B.
             PERFORM XC000-CUTOFF THRU XC000-EXIT.
             MOVE WS-CUT        TO WS-CUT-VB.
             MOVE "P"           TO WS-MODE.
             COMPUTE WS-TARGET ROUNDED
                     = WS-TOT-PICKS * WS-SHARE-A / 100.
             PERFORM XC000-CUTOFF THRU XC000-EXIT.
             MOVE WS-CUT        TO WS-CUT-PA.
             COMPUTE WS-TARGET ROUNDED
                     = WS-TOT-PICKS * WS-SHARE-B / 100.
             PERFORM XC000-CUTOFF THRU XC000-EXIT.
             MOVE WS-CUT        TO WS-CUT-PB.
             PERFORM BC000-UPDATE THRU BC000-EXIT.
             CLOSE STOCK STKMOVE.
           IF WS-NO-STMARC = ZERO
               CLOSE STMARC.
             DISPLAY "Classes changed - " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-CHANGED WITH FOREGROUND-COLOR 11
                     "  listing on STP120.PRN"
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      *
      *    ****    T W E L V E   M O N T H S   O F   S A L E S
      *
       BB000-HISTORY.
             MOVE 1             TO WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-ARCH.
       BB000-LIVE.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-ARCH.
           IF STM-CODE = STK-CODE AND STM-SALE
               PERFORM BB100-ADD THRU BB100-EXIT.
             GO TO BB000-LIVE.
       BB000-ARCH.
           IF WS-NO-STMARC = 1
               GO TO BB000-EXIT.
             MOVE 1             TO WS-SARKEY.
             START STMARC KEY NOT < WS-SARKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-EXIT.
       BB000-ARCH-READ.
             READ STMARC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-EXIT.
             MOVE SAR-RECORD    TO STM-RECORD.
           IF STM-CODE = STK-CODE AND STM-SALE
               PERFORM BB100-ADD THRU BB100-EXIT.
             GO TO BB000-ARCH-READ.
       BB000-EXIT.
             EXIT.
      *
      *    Sales carry a negative quantity; a line without a cost is
      *    valued at the item's average cost.
      *
       BB100-ADD.
           IF STM-DATE NOT > WS-YR-AGO
               GO TO BB100-EXIT.
             MOVE STM-COST      TO WS-COST.
           IF WS-COST = ZERO
               MOVE STK-AVG-COST
                                TO WS-COST.
             COMPUTE WS-IT-VALUE (WS-IX) ROUNDED
                     = WS-IT-VALUE (WS-IX) - STM-QTY * WS-COST.
           IF STM-QTY < ZERO
               ADD 1            TO WS-IT-PICKS (WS-IX).
       BB100-EXIT.
             EXIT.
      *
      *    ****    S T O R E   T H E   C L A S S E S
      *
       BC000-UPDATE.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "ABC CLASSIFICATION  " WS-TODAY-N
                    "  A TO " WS-SHARE-A "%  B TO " WS-SHARE-B
                    "%  OF 12-MONTH COST OF SALES AND OF PICKS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-ABC-HEAD.
             MOVE ZERO          TO WS-CNT-CHANGED.
             MOVE 1             TO WS-CX.
       BC000-CL-ZERO.
             MOVE ZERO          TO WS-CL-ITEMS (WS-CX)
                                   WS-CL-OVER (WS-CX)
                                   WS-CL-VALUE (WS-CX).
             ADD 1              TO WS-CX.
           IF WS-CX NOT > 3
               GO TO BC000-CL-ZERO.
             MOVE ZERO          TO WS-IX.
       BC000-NEXT.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-IT-CNT
               GO TO BC000-TOTALS.
             MOVE WS-IT-KEY (WS-IX) TO WS-STKKEY.
             READ STOCK.
           IF WS-STATUS NOT = "00"
               GO TO BC000-NEXT.
             MOVE "C"           TO WS-V-CLASS WS-P-CLASS.
             COMPUTE WS-MS = WS-IT-VALUE (WS-IX) * 100.
           IF WS-MS > ZERO AND WS-MS NOT < WS-CUT-VB
               MOVE "B"         TO WS-V-CLASS.
           IF WS-MS > ZERO AND WS-MS NOT < WS-CUT-VA
               MOVE "A"         TO WS-V-CLASS.
             MOVE WS-IT-PICKS (WS-IX) TO WS-MS.
           IF WS-MS > ZERO AND WS-MS NOT < WS-CUT-PB
               MOVE "B"         TO WS-P-CLASS.
           IF WS-MS > ZERO AND WS-MS NOT < WS-CUT-PA
               MOVE "A"         TO WS-P-CLASS.
             MOVE WS-V-CLASS    TO WS-CLASS.
           IF WS-P-CLASS < WS-CLASS
               MOVE WS-P-CLASS  TO WS-CLASS.
             MOVE SPACES        TO WS-ABC-LINE.
             MOVE STK-CODE      TO WS-AB-CODE.
             MOVE STK-DESC      TO WS-AB-DESC.
             MOVE WS-IT-VALUE (WS-IX) TO WS-AB-VALUE.
             MOVE WS-IT-PICKS (WS-IX) TO WS-AB-PICKS.
             MOVE WS-V-CLASS    TO WS-AB-VCLASS.
             MOVE WS-P-CLASS    TO WS-AB-PCLASS.
             MOVE STK-ABC-CLASS TO WS-AB-WAS.
             MOVE WS-CLASS      TO WS-AB-NOW.
             WRITE REP-LINE FROM WS-ABC-LINE.
             PERFORM XL000-CLASS-IX THRU XL000-EXIT.
             ADD 1              TO WS-CL-ITEMS (WS-CX).
             ADD WS-IT-VALUE (WS-IX) TO WS-CL-VALUE (WS-CX).
           IF STK-ABC-CLASS = WS-CLASS
               GO TO BC000-NEXT.
             MOVE WS-CLASS      TO STK-ABC-CLASS.
             REWRITE STK-RECORD.
             ADD 1              TO WS-CNT-CHANGED.
             GO TO BC000-NEXT.
       BC000-TOTALS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-CX.
       BC000-CL-LINE.
             MOVE WS-CL-LETTER (WS-CX) TO WS-SM-CLASS.
             MOVE WS-CL-ITEMS (WS-CX) TO WS-SM-ITEMS.
             MOVE ZERO          TO WS-PCT.
           IF WS-TOT-VALUE NOT = ZERO
               COMPUTE WS-PCT ROUNDED
                       = WS-CL-VALUE (WS-CX) * 100 / WS-TOT-VALUE.
             MOVE WS-PCT        TO WS-SM-PCT.
             MOVE SPACES        TO REP-LINE.
             STRING "CLASS " WS-SM-CLASS "   ITEMS " WS-SM-ITEMS
                    "   SHARE OF COST OF SALES " WS-SM-PCT "%"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             ADD 1              TO WS-CX.
           IF WS-CX NOT > 3
               GO TO BC000-CL-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "CLASSES CHANGED ON THE STOCK FILE  " WS-CNT-CHANGED
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP.
       BC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C Y C L E - C O U N T   C A L E N D A R             *
      *                                                                *
      *    Rebuilds CNTCAL over the working days asked for and prints  *
      *    each day's freeze range per location.                       *
      *                                                                *
      ******************************************************************
       CA000-CALENDAR.
             PERFORM XI000-INTERVALS THRU XI000-EXIT.
             MOVE WS-TODAY-N    TO WS-START-DATE.
       CA000-START.
             DISPLAY "Calendar starts (CCYYMMDD) :" AT 1012.
             ACCEPT WS-START-DATE AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-START-DATE TO WS-AD-DATE-N.
           IF WS-AD-MM < 1 OR WS-AD-MM > 12
            OR WS-AD-DD < 1 OR WS-AD-DD > 31
               DISPLAY "Invalid date" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-START.
       CA000-DAYS.
             DISPLAY "Working days to plan (1-65):" AT 1112.
             ACCEPT WS-WORK-DAYS AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-WORK-DAYS < 1 OR WS-WORK-DAYS > 65
               GO TO CA000-DAYS.
      *
      *    The working days - serial day 0 falls on a Saturday, so a
      *    remainder of 0 or 1 after sevens is the weekend.
      *
             MOVE WS-START-DATE TO WS-AD-DATE-N.
             MOVE ZERO          TO WS-DY-CNT.
       CA000-DAY-LOOP.
             MOVE WS-AD-DATE-N  TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             DIVIDE WS-SD-SERIAL BY 7 GIVING WS-WK-Q REMAINDER WS-WK-R.
           IF WS-WK-R > 1
               ADD 1            TO WS-DY-CNT
               MOVE WS-AD-DATE-N
                                TO WS-DY-DATE (WS-DY-CNT)
               MOVE WS-SD-SERIAL
                                TO WS-DY-SER (WS-DY-CNT)
               MOVE ZERO        TO WS-DY-LOAD (WS-DY-CNT).
           IF WS-DY-CNT < WS-WORK-DAYS
               MOVE 1           TO WS-AD-COUNT
               PERFORM XE000-ADD-DAYS THRU XE000-EXIT
               GO TO CA000-DAY-LOOP.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               DISPLAY "STKQTY open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE STOCK
               GO TO CA000-EXIT.
             OPEN OUTPUT CNTCAL.
             MOVE 1             TO WS-NEXT-CCL.
             MOVE ZERO          TO WS-RG-CNT WS-CNT-LINES WS-CNT-LATE
                                   WS-CNT-LATER WS-CNT-UNSUMM.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PRINT.
       CA000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PRINT.
           IF NOT STK-SELLABLE
               GO TO CA000-READ.
             PERFORM XK000-ITEM-DUE THRU XK000-EXIT.
           IF WS-DUE-SER > WS-DY-SER (WS-DY-CNT)
               ADD 1            TO WS-CNT-LATER
               GO TO CA000-READ.
             PERFORM CB000-ITEM THRU CB000-EXIT.
             GO TO CA000-READ.
       CA000-PRINT.
             CLOSE STOCK STKQTY CNTCAL.
             PERFORM CD000-PRINT THRU CD000-EXIT.
             DISPLAY "Count lines scheduled - " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-LINES WITH FOREGROUND-COLOR 11
                     "  calendar on STP120.PRN"
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    S C H E D U L E   O N E   I T E M   A T   E A C H
      *    ****    O F   I T S   L O C A T I O N S
      *
       CB000-ITEM.
             MOVE ZERO          TO WS-LC-CNT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
       CB000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
           IF STQ-CODE NOT = STK-CODE
               GO TO CB000-READ.
      *
      *    Bins of a location already scheduled share its line
      *
             MOVE ZERO          TO WS-LC.
       CB000-SEEN.
             ADD 1              TO WS-LC.
           IF WS-LC > WS-LC-CNT
               GO TO CB000-NEW.
           IF WS-LC-LOC (WS-LC) = STQ-LOCATION
               GO TO CB000-READ.
             GO TO CB000-SEEN.
       CB000-NEW.
           IF WS-LC-CNT < 50
               ADD 1            TO WS-LC-CNT
               MOVE STQ-LOCATION
                                TO WS-LC-LOC (WS-LC-CNT).
             PERFORM CC000-PLACE THRU CC000-EXIT.
             GO TO CB000-READ.
       CB000-EXIT.
             EXIT.
      *
      *    ****    P L A C E   O N E   L I N E   O N   A   D A Y
      *
      *    Due within the calendar - the first working day on or
      *    after the due date.  Overdue or never counted - the day
      *    carrying the fewest lines so far.
      *
       CC000-PLACE.
           IF WS-DUE-SER < WS-DY-SER (1)
               GO TO CC000-LEVEL.
             MOVE 1             TO WS-DY.
       CC000-DUE.
           IF WS-DY-SER (WS-DY) NOT < WS-DUE-SER
            OR WS-DY = WS-DY-CNT
               MOVE WS-DY       TO WS-DY-PICK
               GO TO CC000-WRITE.
             ADD 1              TO WS-DY.
             GO TO CC000-DUE.
       CC000-LEVEL.
             ADD 1              TO WS-CNT-LATE.
             MOVE 1             TO WS-DY-PICK.
             MOVE 2             TO WS-DY.
       CC000-LIGHT.
           IF WS-DY > WS-DY-CNT
               GO TO CC000-WRITE.
           IF WS-DY-LOAD (WS-DY) < WS-DY-LOAD (WS-DY-PICK)
               MOVE WS-DY       TO WS-DY-PICK.
             ADD 1              TO WS-DY.
             GO TO CC000-LIGHT.
       CC000-WRITE.
             ADD 1              TO WS-DY-LOAD (WS-DY-PICK).
             MOVE SPACES        TO CCL-RECORD.
             MOVE WS-DY-DATE (WS-DY-PICK) TO CCL-DATE.
             MOVE STQ-LOCATION  TO CCL-LOCATION.
             MOVE STK-CODE      TO CCL-CODE.
             MOVE WS-CLASS      TO CCL-CLASS.
             MOVE WS-DUE-DATE   TO CCL-DUE.
             MOVE "P"           TO CCL-STATUS.
             MOVE WS-NEXT-CCL   TO WS-CCLKEY.
             WRITE CCL-RECORD.
             ADD 1              TO WS-NEXT-CCL.
             ADD 1              TO WS-CNT-LINES.
      *
      *    Widen the day's range at this location
      *
             MOVE ZERO          TO WS-RG.
       CC000-RANGE.
             ADD 1              TO WS-RG.
           IF WS-RG > WS-RG-CNT
               GO TO CC000-NEW-RANGE.
           IF WS-RG-DAY (WS-RG) NOT = WS-DY-PICK
            OR WS-RG-LOC (WS-RG) NOT = STQ-LOCATION
               GO TO CC000-RANGE.
           IF STK-CODE < WS-RG-FROM (WS-RG)
               MOVE STK-CODE    TO WS-RG-FROM (WS-RG).
           IF STK-CODE > WS-RG-TO (WS-RG)
               MOVE STK-CODE    TO WS-RG-TO (WS-RG).
             ADD 1              TO WS-RG-LINES (WS-RG).
             GO TO CC000-EXIT.
       CC000-NEW-RANGE.
           IF WS-RG-CNT = 999
               ADD 1            TO WS-CNT-UNSUMM
               GO TO CC000-EXIT.
             ADD 1              TO WS-RG-CNT.
             MOVE WS-DY-PICK    TO WS-RG-DAY (WS-RG-CNT).
             MOVE STQ-LOCATION  TO WS-RG-LOC (WS-RG-CNT).
             MOVE STK-CODE      TO WS-RG-FROM (WS-RG-CNT)
                                   WS-RG-TO (WS-RG-CNT).
             MOVE 1             TO WS-RG-LINES (WS-RG-CNT).
       CC000-EXIT.
             EXIT.
      *
      *    ****    P R I N T   T H E   C A L E N D A R
      *
       CD000-PRINT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "CYCLE COUNT CALENDAR FROM " WS-DY-DATE (1)
                    " TO " WS-DY-DATE (WS-DY-CNT)
                    "   COUNT A EVERY " WS-INT-A "  B EVERY " WS-INT-B
                    "  C EVERY " WS-INT-C " DAYS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "DATE      LOCN  FREEZE FROM     TO"
                    "              LINES" DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-DY.
       CD000-DAY.
           IF WS-DY > WS-DY-CNT
               GO TO CD000-TOTALS.
             MOVE ZERO          TO WS-RG.
       CD000-RANGE.
             ADD 1              TO WS-RG.
           IF WS-RG > WS-RG-CNT
               ADD 1            TO WS-DY
               GO TO CD000-DAY.
           IF WS-RG-DAY (WS-RG) NOT = WS-DY
               GO TO CD000-RANGE.
             MOVE SPACES        TO WS-CAL-LINE.
             MOVE WS-DY-DATE (WS-DY) TO WS-CA-DATE.
             MOVE WS-RG-LOC (WS-RG) TO WS-CA-LOC.
             MOVE WS-RG-FROM (WS-RG) TO WS-CA-FROM.
             MOVE WS-RG-TO (WS-RG) TO WS-CA-TO.
             MOVE WS-RG-LINES (WS-RG) TO WS-CA-LINES.
             WRITE REP-LINE FROM WS-CAL-LINE.
             GO TO CD000-RANGE.
       CD000-TOTALS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             STRING "LINES SCHEDULED                     " WS-CNT-LINES
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "  OF WHICH OVERDUE OR NEVER COUNTED " WS-CNT-LATE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "ITEMS NOT DUE WITHIN THE CALENDAR   " WS-CNT-LATER
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF WS-CNT-UNSUMM NOT = ZERO
               MOVE SPACES      TO REP-LINE
               STRING "LINES ON CNTCAL OUTSIDE THE RANGES  "
                      WS-CNT-UNSUMM DELIMITED SIZE INTO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
       CD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O U N T   C O M P L I A N C E                     *
      *                                                                *
      *    Items past their class interval since the last count (or   *
      *    never counted), with the compliance rate per class.         *
      *                                                                *
      ******************************************************************
       DA000-OVERDUE.
             PERFORM XI000-INTERVALS THRU XI000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "CYCLE COUNTS OVERDUE AT " WS-TODAY-N
                    "   COUNT A EVERY " WS-INT-A "  B EVERY " WS-INT-B
                    "  C EVERY " WS-INT-C " DAYS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "ITEM            DESCRIPTION               CLASS  LAST
      -          " COUNT  DUE       DAYS OVER" TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-TODAY-N    TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-TDY-SER.
             MOVE 1             TO WS-CX.
       DA000-CL-ZERO.
             MOVE ZERO          TO WS-CL-ITEMS (WS-CX)
                                   WS-CL-OVER (WS-CX).
             ADD 1              TO WS-CX.
           IF WS-CX NOT > 3
               GO TO DA000-CL-ZERO.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-TOTALS.
       DA000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-TOTALS.
           IF NOT STK-SELLABLE
               GO TO DA000-READ.
             PERFORM XK000-ITEM-DUE THRU XK000-EXIT.
             PERFORM XL000-CLASS-IX THRU XL000-EXIT.
             ADD 1              TO WS-CL-ITEMS (WS-CX).
           IF WS-DUE-SER NOT < WS-TDY-SER
               GO TO DA000-READ.
             ADD 1              TO WS-CL-OVER (WS-CX).
             MOVE SPACES        TO WS-OVD-LINE.
             MOVE STK-CODE      TO WS-OV-CODE.
             MOVE STK-DESC      TO WS-OV-DESC.
             MOVE WS-CLASS      TO WS-OV-CLASS.
           IF WS-DUE-SER = ZERO
               MOVE "NEVER"     TO WS-OV-LAST
               WRITE REP-LINE FROM WS-OVD-LINE
               GO TO DA000-READ.
             MOVE STK-LAST-COUNT TO WS-OV-LAST.
             MOVE WS-DUE-DATE   TO WS-OV-DUE.
             COMPUTE WS-DAYS-OVER = WS-TDY-SER - WS-DUE-SER.
             MOVE WS-DAYS-OVER  TO WS-OV-DAYS.
             WRITE REP-LINE FROM WS-OVD-LINE.
             GO TO DA000-READ.
       DA000-TOTALS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-CX.
       DA000-CL-LINE.
             MOVE WS-CL-LETTER (WS-CX) TO WS-SM-CLASS.
             MOVE WS-CL-ITEMS (WS-CX) TO WS-SM-ITEMS.
             MOVE "   OVERDUE " TO WS-SM-TEXT.
             MOVE WS-CL-OVER (WS-CX) TO WS-SM-COUNT.
             MOVE "   COMPLIANT " TO WS-SM-TEXT2.
             MOVE 100           TO WS-PCT.
           IF WS-CL-ITEMS (WS-CX) NOT = ZERO
               COMPUTE WS-PCT ROUNDED
                       = (WS-CL-ITEMS (WS-CX) - WS-CL-OVER (WS-CX))
                       * 100 / WS-CL-ITEMS (WS-CX).
             MOVE WS-PCT        TO WS-SM-PCT.
             WRITE REP-LINE FROM WS-SUM-LINE.
             ADD 1              TO WS-CX.
           IF WS-CX NOT > 3
               GO TO DA000-CL-LINE.
             CLOSE STOCK PRNREP.
             DISPLAY "Overdue counts on STP120.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    C O U N T   I N T E R V A L S   P E R   C L A S S
      *
       XI000-INTERVALS.
             DISPLAY "Count A class every (days) :" AT 0712.
             ACCEPT WS-INT-A AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Count B class every (days) :" AT 0812.
             ACCEPT WS-INT-B AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Count C class every (days) :" AT 0912.
             ACCEPT WS-INT-C AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-INT-A = ZERO OR WS-INT-B = ZERO OR WS-INT-C = ZERO
               GO TO XI000-INTERVALS.
       XI000-EXIT.
             EXIT.
      *
      *    ****    W H E N   T H E   I T E M   I S   N E X T   D U E
      *
      *    Last count plus the class interval; never counted gives a
      *    due date (and serial day) of zero - overdue.
      *
       XK000-ITEM-DUE.
             MOVE STK-ABC-CLASS TO WS-CLASS.
           IF NOT STK-CLASS-A AND NOT STK-CLASS-B
               MOVE "C"         TO WS-CLASS.
             MOVE WS-INT-C      TO WS-INTERVAL.
           IF WS-CLASS = "A"
               MOVE WS-INT-A    TO WS-INTERVAL.
           IF WS-CLASS = "B"
               MOVE WS-INT-B    TO WS-INTERVAL.
             MOVE ZERO          TO WS-DUE-DATE WS-DUE-SER.
           IF STK-LAST-COUNT NOT NUMERIC OR STK-LAST-COUNT = ZERO
               GO TO XK000-EXIT.
             MOVE STK-LAST-COUNT TO WS-AD-DATE-N.
             MOVE WS-INTERVAL   TO WS-AD-COUNT.
             PERFORM XE000-ADD-DAYS THRU XE000-EXIT.
             MOVE WS-AD-DATE-N  TO WS-DUE-DATE WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-DUE-SER.
       XK000-EXIT.
             EXIT.
      *
      *    ****    C L A S S   L E T T E R   T O   T A B L E   E N T R Y
      *
       XL000-CLASS-IX.
             MOVE 3             TO WS-CX.
           IF WS-CLASS = "A"
               MOVE 1           TO WS-CX.
           IF WS-CLASS = "B"
               MOVE 2           TO WS-CX.
       XL000-EXIT.
             EXIT.
      *
      *    ****    C U T - O F F   F O R   A   S H A R E
      *
      *    The highest measure such that the items at or above it
      *    make up the target share, found by halving the range -
      *    no sort of the item table is needed.  The target is the
      *    share of the total, in the measure's own units.
      *
       XC000-CUTOFF.
             MOVE ZERO          TO WS-MAX.
             MOVE ZERO          TO WS-IX.
       XC000-MAX.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-IT-CNT
               GO TO XC000-START.
             PERFORM XV000-MEASURE THRU XV000-EXIT.
           IF WS-MS > WS-MAX
               MOVE WS-MS       TO WS-MAX.
             GO TO XC000-MAX.
       XC000-START.
             MOVE ZERO          TO WS-LO.
             COMPUTE WS-HI = WS-MAX + 1.
           IF WS-TARGET NOT > ZERO
               MOVE WS-HI       TO WS-LO
               GO TO XC000-DONE.
       XC000-SPLIT.
           IF WS-HI - WS-LO NOT > 1
               GO TO XC000-DONE.
             COMPUTE WS-MID = (WS-LO + WS-HI) / 2.
             PERFORM XT000-TOTAL-ABOVE THRU XT000-EXIT.
           IF WS-ABOVE NOT < WS-TARGET
               MOVE WS-MID      TO WS-LO
           ELSE
               MOVE WS-MID      TO WS-HI.
             GO TO XC000-SPLIT.
       XC000-DONE.
             MOVE WS-LO         TO WS-CUT.
       XC000-EXIT.
             EXIT.
      *
      *    ****    T O T A L   O F   T H E   I T E M S   A T   O R
      *    ****    A B O V E   A   M E A S U R E
      *
       XT000-TOTAL-ABOVE.
             MOVE ZERO          TO WS-ABOVE.
             MOVE ZERO          TO WS-IX.
       XT000-LOOP.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-IT-CNT
               GO TO XT000-EXIT.
             PERFORM XV000-MEASURE THRU XV000-EXIT.
           IF WS-MS NOT < WS-MID
               ADD WS-MS        TO WS-ABOVE.
             GO TO XT000-LOOP.
       XT000-EXIT.
             EXIT.
      *
      *    ****    A N   I T E M ' S   M E A S U R E
      *
      *    Cost of sales in cents ("V") or number of picks ("P").
      *
       XV000-MEASURE.
           IF WS-MODE = "V"
               COMPUTE WS-MS = WS-IT-VALUE (WS-IX) * 100
           ELSE
               MOVE WS-IT-PICKS (WS-IX) TO WS-MS.
       XV000-EXIT.
             EXIT.
      *
      *    ****    A D D   D A Y S   T O   A   D A T E
      *
       XE000-ADD-DAYS.
           IF WS-AD-COUNT = ZERO
               GO TO XE000-EXIT.
             ADD 1              TO WS-AD-DD.
             PERFORM XM000-MONTH-LEN THRU XM000-EXIT.
           IF WS-AD-DD > WS-AD-MLEN
               MOVE 1           TO WS-AD-DD
               ADD 1            TO WS-AD-MM
               IF WS-AD-MM > 12
                   MOVE 1       TO WS-AD-MM
                   ADD 1        TO WS-AD-YYYY.
             SUBTRACT 1         FROM WS-AD-COUNT.
             GO TO XE000-ADD-DAYS.
       XE000-EXIT.
             EXIT.
      *
      *    ****    D A Y S   I N   T H E   M O N T H
      *
       XM000-MONTH-LEN.
             MOVE WS-MT-LEN (WS-AD-MM)
                                TO WS-AD-MLEN.
           IF WS-AD-MM NOT = 2
               GO TO XM000-EXIT.
             DIVIDE WS-AD-YYYY BY 4 GIVING WS-AD-R4.
             COMPUTE WS-AD-R4 = WS-AD-YYYY - WS-AD-R4 * 4.
             DIVIDE WS-AD-YYYY BY 100 GIVING WS-AD-R100.
             COMPUTE WS-AD-R100 = WS-AD-YYYY - WS-AD-R100 * 100.
             DIVIDE WS-AD-YYYY BY 400 GIVING WS-AD-R400.
             COMPUTE WS-AD-R400 = WS-AD-YYYY - WS-AD-R400 * 400.
           IF WS-AD-R4 = ZERO
            AND (WS-AD-R100 NOT = ZERO OR WS-AD-R400 = ZERO)
               MOVE 29          TO WS-AD-MLEN.
       XM000-EXIT.
             EXIT.
      *
      *    ****    S E R I A L   D A Y   N U M B E R
      *
       XS000-SERIAL-DAY.
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
       XS000-EXIT.
             EXIT.
