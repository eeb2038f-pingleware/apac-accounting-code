      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******    ******    *
      *   **    **  **        **    **  **    **  **        **         *
      *   **        **        **    **  **    **  **        **         *
      *   **  ****  **        *******   **    **  *******   *******    *
      *   **    **  **        **        **    **  **    **  **    **   *
      *   **    **  **        **        **    **  **    **  **    **   *
      *    ******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P R O J E C T   M A S T E R   A N D   C O S T   R E P O R T   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The project / analysis code dimension beside the            *
      *    department.  Maintains the project master (PRJMST) -        *
      *    description, life-of-project budget, start and end dates,   *
      *    project manager and status - and prints the project cost    *
      *    report:  actual spend per project split by financial year,  *
      *    the open purchase-order commitment and the budget still     *
      *    uncommitted.  Actuals come from the posted G/Ledger batch   *
      *    lines (GLBTRN) quoting the code, so the figures run for     *
      *    the life of the project and do not reset with GACCNT at     *
      *    the year end.  Commitments are the confirmed PORDER lines   *
      *    still to be received, at order price.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP066.
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

       COPY PRJMST.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

       COPY PORDER.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY PRJMST.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       COPY PORDER.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP066.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-PRJKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-PRJ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-PROJECT     PIC  X(06)     VALUE SPACES.
       77  WS-LAST-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-LAST-POSTED PIC  9(01)     VALUE ZERO.
       77  WS-LAST-YEAR   PIC  9(04)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-AMOUNT      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ACTUAL      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-COMMITTED   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-REMAINING   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-PROJECTS    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-T1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-T2          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-FULL        PIC  9(01)     VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    P R O J E C T  /  Y E A R   A C T U A L S
      *
      *    Kept in project and year order as it is built, so the
      *    report reads each project's years straight off it.
      *
       01  WS-ACT-TABLE.
           03  WS-ACT-MAX    PIC  9(04) COMP-5 VALUE ZERO.
           03  WS-ACT-ENTRY OCCURS 600.
               05  WS-AT-KEY.
                   07  WS-AT-PROJECT PIC  X(06).
                   07  WS-AT-YEAR    PIC  9(04).
               05  WS-AT-AMOUNT  PIC S9(11)V99  COMP-3.
       01  WS-ACT-KEY.
           03  WS-AK-PROJECT PIC  X(06).
           03  WS-AK-YEAR    PIC  9(04).

      *
      *    ****    O P E N   C O M M I T M E N T S
      *
       01  WS-COM-TABLE.
           03  WS-COM-MAX    PIC  9(04) COMP-5 VALUE ZERO.
           03  WS-COM-ENTRY OCCURS 300.
               05  WS-CT-PROJECT PIC  X(06).
               05  WS-CT-AMOUNT  PIC S9(11)V99  COMP-3.

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
               "PROJECT COST REPORT - LIFE TO DATE".
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "PROJECT DESCRIPTION                    S  START   ".
           03  FILLER        PIC  X(50) VALUE
               " END               BUDGET  MGR".

       01  WS-PRJ-LINE.
           03  WS-PL-CODE    PIC  X(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-DESC    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-PL-STATUS  PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-START   PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-PL-END     PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-PL-BUDGET  PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-MANAGER PIC  X(03).

       01  WS-AMT-LINE.
           03  FILLER        PIC  X(10) VALUE SPACES.
           03  WS-AL-TEXT    PIC  X(30).
           03  WS-AL-YEAR    PIC  X(04).
           03  FILLER        PIC  X(18) VALUE SPACES.
           03  WS-AL-AMOUNT  PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-NOTE    PIC  X(20).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "PROJECT MASTER AND COST REPORT" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP066"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O PRJMST.
           IF WS-STATUS = "35"
               OPEN OUTPUT PRJMST
               CLOSE PRJMST
               OPEN I-O PRJMST.
           IF WS-STATUS NOT = "00"
               DISPLAY "PRJMST open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'M'aintain projects  'R'eport costs  'E'nd"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0556
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "M"
               PERFORM BA000-MAINTAIN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM CA000-REPORT THRU CA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE PRJMST.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A I N T A I N   P R O J E C T S                   *
      *                                                                *
      *    A new code is opened at status "A"; status "C" closes the   *
      *    project to further postings without losing its history.     *
      *                                                                *
      ******************************************************************
       BA000-MAINTAIN.
             DISPLAY "Project code ('E' ends)     :" AT 0712.
             MOVE SPACES        TO WS-PROJECT.
             ACCEPT WS-PROJECT AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-PROJECT = "E" OR SPACES
               GO TO BA000-EXIT.
             PERFORM XF000-FIND-PROJECT THRU XF000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XN000-NEXT-PRJ THRU XN000-EXIT
               MOVE SPACES      TO PRJ-RECORD
               MOVE WS-PROJECT  TO PRJ-CODE
               MOVE ZERO        TO PRJ-BUDGET PRJ-END
               MOVE WS-TODAY-N  TO PRJ-START
               MOVE "A"         TO PRJ-STATUS
               MOVE WS-NEXT-PRJ TO WS-PRJKEY
               WRITE PRJ-RECORD
               READ PRJMST.
             DISPLAY "Description                 :" AT 0812.
             ACCEPT PRJ-DESC AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Life-of-project budget      :" AT 0912.
             ACCEPT PRJ-BUDGET AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-START.
             DISPLAY "Start date (CCYYMMDD)       :" AT 1012.
             ACCEPT PRJ-START AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF PRJ-START = ZERO
               GO TO BA000-START.
       BA000-END-DATE.
             DISPLAY "End date (0 = open-ended)   :" AT 1112.
             ACCEPT PRJ-END AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF PRJ-END NOT = ZERO AND PRJ-END < PRJ-START
               DISPLAY "End date before the start date " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-END-DATE.
             DISPLAY "Project manager             :" AT 1212.
             ACCEPT PRJ-MANAGER AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       BA000-STATUS.
             DISPLAY "Status 'A'ctive/'C'losed    :" AT 1312.
             ACCEPT PRJ-STATUS AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (PRJ-ACTIVE OR PRJ-CLOSED)
               GO TO BA000-STATUS.
             REWRITE PRJ-RECORD.
             DISPLAY "Project saved                  " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-MAINTAIN.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R O J E C T   C O S T   R E P O R T               *
      *                                                                *
      ******************************************************************
       CA000-REPORT.
             OPEN INPUT GLBHDR GLBTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "G/Ledger batch files not available" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-ACT-MAX WS-COM-MAX WS-FULL
                                   WS-PROJECTS.
             PERFORM DA000-ACTUALS THRU DA000-EXIT.
             CLOSE GLBHDR GLBTRN.
             PERFORM EA000-COMMITTED THRU EA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE 1             TO WS-PRJKEY.
             START PRJMST KEY NOT < WS-PRJKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ PRJMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF PRJ-DELETED
               GO TO CA000-READ.
             PERFORM CB000-PROJECT THRU CB000-EXIT.
             ADD 1              TO WS-PROJECTS.
             GO TO CA000-READ.
       CA000-END.
           IF WS-FULL = 1
               MOVE "*** ANALYSIS TABLE FULL - FIGURES INCOMPLETE ***"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Projects reported : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-PROJECTS WITH FOREGROUND-COLOR 11
                     "  - on GLP066.PRN" WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    O N E   P R O J E C T   -   Y E A R S ,   T O T A L S
      *
       CB000-PROJECT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE PRJ-CODE      TO WS-PL-CODE.
             MOVE PRJ-DESC      TO WS-PL-DESC.
             MOVE PRJ-STATUS    TO WS-PL-STATUS.
             MOVE PRJ-START     TO WS-PL-START.
             MOVE PRJ-END       TO WS-PL-END.
             MOVE PRJ-BUDGET    TO WS-PL-BUDGET.
             MOVE PRJ-MANAGER   TO WS-PL-MANAGER.
             WRITE REP-LINE FROM WS-PRJ-LINE.
             MOVE ZERO          TO WS-ACTUAL WS-COMMITTED.
             MOVE 1             TO WS-T1.
       CB000-YEARS.
           IF WS-T1 > WS-ACT-MAX
               GO TO CB000-TOTALS.
           IF WS-AT-PROJECT (WS-T1) = PRJ-CODE
               MOVE SPACES      TO WS-AMT-LINE
               MOVE "ACTUAL  FINANCIAL YEAR" TO WS-AL-TEXT
               MOVE WS-AT-YEAR (WS-T1)
                                TO WS-AL-YEAR
               MOVE WS-AT-AMOUNT (WS-T1)
                                TO WS-AL-AMOUNT
               WRITE REP-LINE FROM WS-AMT-LINE
               ADD WS-AT-AMOUNT (WS-T1)
                                TO WS-ACTUAL.
             ADD 1              TO WS-T1.
             GO TO CB000-YEARS.
       CB000-TOTALS.
             MOVE 1             TO WS-T1.
       CB000-COMMIT.
           IF WS-T1 > WS-COM-MAX
               GO TO CB000-PRINT.
           IF WS-CT-PROJECT (WS-T1) = PRJ-CODE
               MOVE WS-CT-AMOUNT (WS-T1)
                                TO WS-COMMITTED
               GO TO CB000-PRINT.
             ADD 1              TO WS-T1.
             GO TO CB000-COMMIT.
       CB000-PRINT.
             MOVE SPACES        TO WS-AMT-LINE.
             MOVE "ACTUAL  LIFE TO DATE" TO WS-AL-TEXT.
             MOVE WS-ACTUAL     TO WS-AL-AMOUNT.
             WRITE REP-LINE FROM WS-AMT-LINE.
             MOVE SPACES        TO WS-AMT-LINE.
             MOVE "COMMITTED ON OPEN ORDERS" TO WS-AL-TEXT.
             MOVE WS-COMMITTED  TO WS-AL-AMOUNT.
             WRITE REP-LINE FROM WS-AMT-LINE.
             COMPUTE WS-REMAINING = PRJ-BUDGET - WS-ACTUAL
                                  - WS-COMMITTED.
             MOVE SPACES        TO WS-AMT-LINE.
             MOVE "BUDGET UNCOMMITTED" TO WS-AL-TEXT.
             MOVE WS-REMAINING  TO WS-AL-AMOUNT.
           IF WS-REMAINING < ZERO
               MOVE "*** OVER BUDGET ***" TO WS-AL-NOTE.
             WRITE REP-LINE FROM WS-AMT-LINE.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A C T U A L S   F R O M   P O S T E D   L I N E S   *
      *                                                                *
      *    The lines of a batch lie together, so the header is only    *
      *    looked up when the batch number changes.  Only posted       *
      *    batches count; the financial year is the batch's.           *
      *                                                                *
      ******************************************************************
       DA000-ACTUALS.
             MOVE ZERO          TO WS-LAST-BATCH WS-LAST-POSTED
                                   WS-LAST-YEAR.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-EXIT.
       DA000-READ.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-EXIT.
           IF NOT BTR-ACTIVE OR BTR-PROJECT = SPACES
               GO TO DA000-READ.
           IF BTR-BATCH NOT = WS-LAST-BATCH
               PERFORM XB000-BATCH-YEAR THRU XB000-EXIT.
           IF WS-LAST-POSTED = ZERO
               GO TO DA000-READ.
             MOVE BTR-PROJECT   TO WS-AK-PROJECT.
             MOVE WS-LAST-YEAR  TO WS-AK-YEAR.
             MOVE BTR-AMOUNT    TO WS-AMOUNT.
             PERFORM XA000-ADD-ACTUAL THRU XA000-EXIT.
             GO TO DA000-READ.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O M M I T T E D   O N   O P E N   O R D E R S     *
      *                                                                *
      ******************************************************************
       EA000-COMMITTED.
             OPEN INPUT PORDER.
           IF WS-STATUS NOT = "00"
               GO TO EA000-EXIT.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
       EA000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
           IF NOT POR-CONFIRMED OR POR-PROJECT = SPACES
               GO TO EA000-READ.
           IF POR-QTY-RECEIVED NOT < POR-QTY-ORDERED
               GO TO EA000-READ.
             COMPUTE WS-AMOUNT ROUNDED
                   = (POR-QTY-ORDERED - POR-QTY-RECEIVED)
                   * POR-UNIT-PRICE.
             MOVE 1             TO WS-T1.
       EA000-FIND.
           IF WS-T1 > WS-COM-MAX
               GO TO EA000-NEW.
           IF WS-CT-PROJECT (WS-T1) = POR-PROJECT
               ADD WS-AMOUNT    TO WS-CT-AMOUNT (WS-T1)
               GO TO EA000-READ.
             ADD 1              TO WS-T1.
             GO TO EA000-FIND.
       EA000-NEW.
           IF WS-COM-MAX NOT < 300
               MOVE 1           TO WS-FULL
               GO TO EA000-READ.
             ADD 1              TO WS-COM-MAX.
             MOVE POR-PROJECT   TO WS-CT-PROJECT (WS-COM-MAX).
             MOVE WS-AMOUNT     TO WS-CT-AMOUNT (WS-COM-MAX).
             GO TO EA000-READ.
       EA000-END.
             CLOSE PORDER.
       EA000-EXIT.
             EXIT.
      /
      *
      *    ****    A C C U M U L A T E   A   P R O J E C T   Y E A R
      *
      *    New entries are slotted in key order, the entries above
      *    moving up one.
      *
       XA000-ADD-ACTUAL.
             MOVE 1             TO WS-T1.
       XA000-LOOP.
           IF WS-T1 > WS-ACT-MAX
               GO TO XA000-INSERT.
           IF WS-AT-KEY (WS-T1) = WS-ACT-KEY
               ADD WS-AMOUNT    TO WS-AT-AMOUNT (WS-T1)
               GO TO XA000-EXIT.
           IF WS-AT-KEY (WS-T1) > WS-ACT-KEY
               GO TO XA000-INSERT.
             ADD 1              TO WS-T1.
             GO TO XA000-LOOP.
       XA000-INSERT.
           IF WS-ACT-MAX NOT < 600
               MOVE 1           TO WS-FULL
               GO TO XA000-EXIT.
             MOVE WS-ACT-MAX    TO WS-T2.
       XA000-SHIFT.
           IF WS-T2 < WS-T1
               GO TO XA000-SLOT.
             MOVE WS-ACT-ENTRY (WS-T2)
                                TO WS-ACT-ENTRY (WS-T2 + 1).
             SUBTRACT 1         FROM WS-T2.
             GO TO XA000-SHIFT.
       XA000-SLOT.
             ADD 1              TO WS-ACT-MAX.
             MOVE WS-ACT-KEY    TO WS-AT-KEY (WS-T1).
             MOVE WS-AMOUNT     TO WS-AT-AMOUNT (WS-T1).
       XA000-EXIT.
             EXIT.
      *
      *    ****    P O S T E D   S T A T U S   A N D   Y E A R
      *
       XB000-BATCH-YEAR.
             MOVE BTR-BATCH     TO WS-LAST-BATCH.
             MOVE ZERO          TO WS-LAST-POSTED WS-LAST-YEAR.
             MOVE 1             TO WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF BCH-NUMBER NOT = WS-LAST-BATCH
               GO TO XB000-READ.
           IF BCH-POSTED
               MOVE 1           TO WS-LAST-POSTED
               MOVE BCH-YEAR    TO WS-LAST-YEAR.
       XB000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   P R O J E C T
      *
       XF000-FIND-PROJECT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PRJKEY.
             START PRJMST KEY NOT < WS-PRJKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ PRJMST NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF PRJ-CODE = WS-PROJECT AND NOT PRJ-DELETED
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   P R O J E C T   S L O T
      *
       XN000-NEXT-PRJ.
             MOVE 1             TO WS-NEXT-PRJ WS-PRJKEY.
             START PRJMST KEY NOT < WS-PRJKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ PRJMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-PRJ = WS-PRJKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
