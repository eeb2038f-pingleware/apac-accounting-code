      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   ********  *******    ******    ******    ******    *
      *   **    **     **     **    **  **    **  **        **         *
      *   **    **     **     **    **  **    **  **        **         *
      *   **    **     **     *******   **    **  *******   *******    *
      *   **    **     **     **        **    **  **    **  **    **   *
      *   **    **     **     **        **    **  **    **  **    **   *
      *   *******      **     **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C O N T R A C T   D E F E R R E D   I N C O M E               *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Deferred income on contracts billed in advance.  A          *
      *    contract DTP054 bills quarterly or annually in advance      *
      *    leaves a schedule on DEFSCH spreading the invoice net over  *
      *    its service months; this program takes the invoice out of   *
      *    income into deferred income and releases it back month by   *
      *    month through the G/Ledger:                                 *
      *                                                                *
      *      'A' accounts - the income account the contract invoices   *
      *          post to and the deferred-income liability account,    *
      *          each with its department; stamped on a schedule when  *
      *          it is booked, so a later change only affects new      *
      *          schedules                                             *
      *      'R' release run - the month to release up to (CCYYMM),    *
      *          the ledger period, year and posting date; new         *
      *          schedules are booked (income debited, deferred        *
      *          income credited with the invoice net), then every     *
      *          schedule releases its months due to that month        *
      *          (deferred income debited, income credited), all in    *
      *          one balanced batch at captured status for the         *
      *          GLP049/GLP050 flow with the journal on DTP066.PRN     *
      *      'B' balances - each open schedule's deferred balance,     *
      *          the months released and the balance still to          *
      *          release, totalled and set against the                 *
      *          deferred-income account on GACCNT                     *
      *                                                                *
      *    Each month releases the invoice net in proportion to the    *
      *    months elapsed less what was already released, so the       *
      *    months are even to the cent and the last month takes the    *
      *    rounding.  A re-run for the same month finds nothing        *
      *    further due.  Schedules billed but not yet booked are       *
      *    shown apart on the balances, as they are not yet in the     *
      *    liability account, as are amounts in batches GLP050 has     *
      *    not yet posted.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP066.
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

       COPY DEFSCH.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

       COPY GACCNT.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEFSCH.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       COPY GACCNT.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DTP066.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DFSKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-PRN-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-NO-CONTROL  PIC  9(01)     VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-TO-MONTH    PIC  9(06)     VALUE ZERO.
       77  WS-POST-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-CCYY        PIC  9(04)     VALUE ZERO.
       77  WS-MM          PIC  9(02)     VALUE ZERO.
       77  WS-START-IX    PIC  9(06)     COMP-5.
       77  WS-TO-IX       PIC  9(06)     COMP-5.
       77  WS-ELAPSED     PIC  9(03)     COMP-5.
       77  WS-S1          PIC  9(02)     COMP-5.
       77  WS-BOOKED      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-RELEASES    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DUE         PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-AMOUNT      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-BALANCE     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-LEDGER      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-BAT-DR      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-BAT-CR      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-DEPT        PIC  9(03)     VALUE ZERO.
       77  WS-NARR        PIC  X(30)     VALUE SPACES.
       77  WS-REF         PIC  X(10)     VALUE SPACES.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    C O N T R O L   A C C O U N T S   ( S L O T   1 )
      *
       01  WS-CONTROL.
           03  WS-C-INCOME-AC PIC  9(07).
           03  WS-C-INCOME-DEPT
                              PIC  9(03).
           03  WS-C-DEFER-AC  PIC  9(07).
           03  WS-C-DEFER-DEPT
                              PIC  9(03).

       01  WS-BAL-TOTALS.
           03  WS-B-SCHEDS   PIC  9(05)     COMP-5.
           03  WS-B-TOTAL    PIC S9(11)V99  COMP-3.
           03  WS-B-RELEASED PIC S9(11)V99  COMP-3.
           03  WS-B-BALANCE  PIC S9(11)V99  COMP-3.
           03  WS-B-UNBOOKED PIC S9(11)V99  COMP-3.

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
           03  WS-TI-TEXT    PIC  X(34).
           03  WS-TI-MONTH   PIC  9(06).
           03  FILLER        PIC  X(10) VALUE "   PERIOD ".
           03  WS-TI-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-TI-YEAR    PIC  9(04).

       01  WS-JL-LINE.
           03  WS-JL-TEXT    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-JL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-JL-DEPT    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-JL-AMOUNT  PIC  Z(10)9.99-.

       01  WS-SC-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "ACCOUNT  DESCRIPTION                     INVOICED ".
           03  FILLER        PIC  X(28) VALUE
               " FROM    MONTHS        TOTAL".
           03  FILLER        PIC  X(28) VALUE
               "      RELEASED       BALANCE".

       01  WS-SC-LINE.
           03  WS-SC-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-INV     PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-START   PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-DONE    PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-SC-MONTHS  PIC  Z9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-TOTAL   PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-SC-RELEASED
                             PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-SC-BALANCE PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SC-FLAG    PIC  X(10).

       01  WS-TL-LINE.
           03  WS-TL-TEXT    PIC  X(40).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TL-AMOUNT  PIC  Z(10)9.99-.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CONTRACT DEFERRED INCOME" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "DTP066"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O DEFSCH.
           IF WS-STATUS = "35"
               OPEN OUTPUT DEFSCH
               CLOSE DEFSCH
               OPEN I-O DEFSCH.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEFSCH open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             PERFORM XK000-CONTROL THRU XK000-EXIT.
       AA000-MENU.
             DISPLAY "Option - 'A'ccounts  'R'elease run  'B'alances"
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0565
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "A"
               PERFORM BA000-ACCOUNTS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM CA000-RELEASE THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "B"
               PERFORM EA000-BALANCES THRU EA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE DEFSCH.
           IF WS-PRN-OPEN = 1
               CLOSE PRNREP.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    P O S T I N G   A C C O U N T S                     *
      *                                                                *
      ******************************************************************
       BA000-ACCOUNTS.
             DISPLAY "Contract income account        :" AT 0712.
             ACCEPT WS-C-INCOME-AC AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Income department              :" AT 0812.
             ACCEPT WS-C-INCOME-DEPT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Deferred income account        :" AT 0912.
             ACCEPT WS-C-DEFER-AC AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Deferred income department     :" AT 1012.
             ACCEPT WS-C-DEFER-DEPT AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-C-INCOME-AC = ZERO OR WS-C-DEFER-AC = ZERO
               DISPLAY "Both accounts are required" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
           IF WS-C-INCOME-AC = WS-C-DEFER-AC
            AND WS-C-INCOME-DEPT = WS-C-DEFER-DEPT
               DISPLAY "Income and deferred income must differ"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE SPACES        TO DFS-RECORD.
             MOVE "C"           TO DFS-TYPE.
             MOVE "CONTROL ACCOUNTS" TO DFS-DESC.
             MOVE ZERO          TO DFS-ACCOUNT DFS-INV-KEY DFS-INV-DATE
                                   DFS-START DFS-MONTHS DFS-TOTAL
                                   DFS-RELEASED DFS-DONE DFS-LAST
                                   DFS-BOOK-BATCH.
             MOVE WS-C-INCOME-AC
                                TO DFS-INCOME-AC.
             MOVE WS-C-INCOME-DEPT
                                TO DFS-INCOME-DEPT.
             MOVE WS-C-DEFER-AC TO DFS-DEFER-AC.
             MOVE WS-C-DEFER-DEPT
                                TO DFS-DEFER-DEPT.
             MOVE "O"           TO DFS-STATUS.
             MOVE 1             TO WS-DFSKEY.
           IF WS-NO-CONTROL = 1
               WRITE DFS-RECORD
           ELSE
               REWRITE DFS-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEFSCH write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-NO-CONTROL.
             DISPLAY "Accounts saved              " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M O N T H L Y   R E L E A S E   R U N               *
      *                                                                *
      *    New schedules are booked and every schedule's months due    *
      *    are released in the one pass, each line going to the       *
      *    batch as its schedule is updated; the header goes on last   *
      *    with the totals.                                            *
      *                                                                *
      ******************************************************************
       CA000-RELEASE.
           IF WS-NO-CONTROL = 1
               DISPLAY "Set up the accounts ('A') first" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-EXIT.
       CA000-05.
             DISPLAY "Release up to month (CCYYMM)   :" AT 0712.
             COMPUTE WS-TO-MONTH = WS-TDY-YEAR * 100 + WS-TDY-MONTH.
             ACCEPT WS-TO-MONTH AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TO-MONTH = ZERO
               GO TO CA000-EXIT.
             DIVIDE WS-TO-MONTH BY 100 GIVING WS-CCYY
                    REMAINDER WS-MM.
           IF WS-CCYY < 1900 OR WS-MM < 1 OR WS-MM > 12
               GO TO CA000-05.
             COMPUTE WS-TO-IX = WS-CCYY * 12 + WS-MM.
       CA000-10.
             DISPLAY "Ledger period (1-13)           :" AT 0812.
             ACCEPT WS-PERIOD AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO CA000-10.
       CA000-15.
             DISPLAY "Financial year                 :" AT 0912.
             MOVE WS-TDY-YEAR   TO WS-YEAR.
             ACCEPT WS-YEAR AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-YEAR = ZERO
               GO TO CA000-15.
       CA000-20.
             DISPLAY "Posting date (CCYYMMDD)        :" AT 1012.
             MOVE WS-TODAY-N    TO WS-POST-DATE.
             ACCEPT WS-POST-DATE AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-POST-DATE < 19000101
               GO TO CA000-20.
             OPEN I-O GLBHDR.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBHDR
               CLOSE GLBHDR
               OPEN I-O GLBHDR.
           IF WS-STATUS NOT = "00"
               DISPLAY "GLBHDR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN I-O GLBTRN.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBTRN
               CLOSE GLBTRN
               OPEN I-O GLBTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "GLBTRN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE GLBHDR
               GO TO CA000-EXIT.
             PERFORM XP000-OPEN-PRINT THRU XP000-EXIT.
             MOVE "DEFERRED INCOME RELEASE TO MONTH " TO WS-TI-TEXT.
             MOVE WS-TO-MONTH   TO WS-TI-MONTH.
             MOVE WS-PERIOD     TO WS-TI-PERIOD.
             MOVE WS-YEAR       TO WS-TI-YEAR.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE ZERO          TO WS-BAT-DR WS-BAT-CR WS-LINE-NO
                                   WS-BOOKED WS-RELEASES.
             MOVE 2             TO WS-DFSKEY.
             START DEFSCH KEY NOT < WS-DFSKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-HEADER.
       CA000-READ.
             READ DEFSCH NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CA000-HEADER.
           IF NOT DFS-SCHEDULE OR NOT DFS-OPEN
               GO TO CA000-READ.
             PERFORM DA000-SCHEDULE THRU DA000-EXIT.
             GO TO CA000-READ.
       CA000-HEADER.
           IF WS-LINE-NO = ZERO
               MOVE "NOTHING TO BOOK OR RELEASE" TO REP-LINE
               WRITE REP-LINE
               CLOSE GLBHDR GLBTRN
               DISPLAY "Nothing to book or release to that month"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             MOVE "CONTRACT DEFERRED INCOME" TO BCH-DESC.
             MOVE "DI "         TO BCH-SOURCE.
             MOVE WS-PERIOD     TO BCH-PERIOD.
             MOVE WS-YEAR       TO BCH-YEAR.
             MOVE WS-TODAY-N    TO BCH-DATE.
             MOVE WS-BAT-DR     TO BCH-DEBITS.
             MOVE WS-BAT-CR     TO BCH-CREDITS.
             MOVE "C"           TO BCH-STATUS.
             MOVE WS-OPER       TO BCH-OPER.
             MOVE SPACES        TO BCH-APPROVER BCH-CURRENCY.
             MOVE ZERO          TO BCH-APP-DATE BCH-EXCH-RATE.
             MOVE WS-NEXT-HKEY  TO WS-GBHKEY.
             WRITE BCH-RECORD.
             CLOSE GLBHDR GLBTRN.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-TL-LINE.
             MOVE "BATCH DEBITS" TO WS-TL-TEXT.
             MOVE WS-BAT-DR     TO WS-TL-AMOUNT.
             WRITE REP-LINE FROM WS-TL-LINE.
             MOVE "BATCH CREDITS" TO WS-TL-TEXT.
             MOVE WS-BAT-CR     TO WS-TL-AMOUNT.
             WRITE REP-LINE FROM WS-TL-LINE.
             DISPLAY "Batch " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11
                     "  booked " WITH FOREGROUND-COLOR 10
                     WS-BOOKED WITH FOREGROUND-COLOR 11
                     "  released " WITH FOREGROUND-COLOR 10
                     WS-RELEASES WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      *
      *    ****    B O O K   A N D   R E L E A S E
      *
      *    Released to date is the net times the months elapsed over
      *    the months of the schedule, so each month carries its even
      *    share and the last month whatever rounding is left.
      *
       DA000-SCHEDULE.
             MOVE SPACES        TO WS-REF.
             STRING "DEF" DFS-ACCOUNT DELIMITED SIZE INTO WS-REF.
           IF DFS-DEFERRED
               GO TO DA000-RELEASE.
             MOVE WS-C-INCOME-AC
                                TO DFS-INCOME-AC.
             MOVE WS-C-INCOME-DEPT
                                TO DFS-INCOME-DEPT.
             MOVE WS-C-DEFER-AC TO DFS-DEFER-AC.
             MOVE WS-C-DEFER-DEPT
                                TO DFS-DEFER-DEPT.
             MOVE SPACES        TO WS-NARR.
             STRING "DEFER CONTRACT " DFS-ACCOUNT
                    DELIMITED SIZE INTO WS-NARR.
             MOVE DFS-INCOME-AC TO WS-ACCOUNT.
             MOVE DFS-INCOME-DEPT
                                TO WS-DEPT.
             MOVE DFS-TOTAL     TO WS-AMOUNT.
             PERFORM DB000-LINE THRU DB000-EXIT.
             MOVE DFS-DEFER-AC  TO WS-ACCOUNT.
             MOVE DFS-DEFER-DEPT
                                TO WS-DEPT.
             COMPUTE WS-AMOUNT = ZERO - DFS-TOTAL.
             PERFORM DB000-LINE THRU DB000-EXIT.
             MOVE "B"           TO DFS-BOOKED.
             MOVE WS-NEXT-BATCH TO DFS-BOOK-BATCH.
             ADD 1              TO WS-BOOKED.
       DA000-RELEASE.
             DIVIDE DFS-START BY 100 GIVING WS-CCYY
                    REMAINDER WS-MM.
             COMPUTE WS-START-IX = WS-CCYY * 12 + WS-MM.
             MOVE ZERO          TO WS-ELAPSED.
           IF WS-TO-IX NOT < WS-START-IX
               COMPUTE WS-ELAPSED = WS-TO-IX - WS-START-IX + 1.
           IF WS-ELAPSED > DFS-MONTHS
               MOVE DFS-MONTHS  TO WS-ELAPSED.
           IF WS-ELAPSED NOT > DFS-DONE
               GO TO DA000-SAVE.
           IF WS-ELAPSED = DFS-MONTHS
               COMPUTE WS-DUE = DFS-TOTAL - DFS-RELEASED
           ELSE
               COMPUTE WS-DUE ROUNDED
                     = DFS-TOTAL * WS-ELAPSED / DFS-MONTHS
                     - DFS-RELEASED.
             MOVE SPACES        TO WS-NARR.
             STRING "RELEASE CONTRACT " DFS-ACCOUNT
                    DELIMITED SIZE INTO WS-NARR.
             MOVE DFS-DEFER-AC  TO WS-ACCOUNT.
             MOVE DFS-DEFER-DEPT
                                TO WS-DEPT.
             MOVE WS-DUE        TO WS-AMOUNT.
             PERFORM DB000-LINE THRU DB000-EXIT.
             MOVE DFS-INCOME-AC TO WS-ACCOUNT.
             MOVE DFS-INCOME-DEPT
                                TO WS-DEPT.
             COMPUTE WS-AMOUNT = ZERO - WS-DUE.
             PERFORM DB000-LINE THRU DB000-EXIT.
             ADD WS-DUE         TO DFS-RELEASED.
             MOVE WS-ELAPSED    TO DFS-DONE.
             MOVE WS-TO-MONTH   TO DFS-LAST.
             ADD 1              TO WS-RELEASES.
           IF DFS-DONE = DFS-MONTHS
               MOVE "F"         TO DFS-STATUS.
       DA000-SAVE.
             REWRITE DFS-RECORD.
       DA000-EXIT.
             EXIT.
      *
      *    ****    O N E   J O U R N A L   L I N E
      *
       DB000-LINE.
           IF WS-AMOUNT = ZERO
               GO TO DB000-EXIT.
             ADD 1              TO WS-LINE-NO.
             MOVE SPACES        TO BTR-RECORD.
             MOVE WS-NEXT-BATCH TO BTR-BATCH.
             MOVE WS-LINE-NO    TO BTR-LINE.
             MOVE WS-ACCOUNT    TO BTR-LEDG-AC.
             MOVE WS-DEPT       TO BTR-DEPT.
             MOVE WS-POST-DATE  TO BTR-DATE.
             MOVE WS-REF        TO BTR-REF.
             MOVE WS-NARR       TO BTR-NARR.
             MOVE WS-AMOUNT     TO BTR-AMOUNT.
             MOVE SPACES        TO BTR-CURRENCY.
             MOVE ZERO          TO BTR-FOREIGN.
             MOVE "A"           TO BTR-STATUS.
             MOVE WS-NEXT-TKEY  TO WS-GBTKEY.
             WRITE BTR-RECORD.
             ADD 1              TO WS-NEXT-TKEY.
           IF WS-AMOUNT > ZERO
               ADD WS-AMOUNT    TO WS-BAT-DR
           ELSE
               SUBTRACT WS-AMOUNT FROM WS-BAT-CR.
             MOVE WS-NARR       TO WS-JL-TEXT.
             MOVE WS-ACCOUNT    TO WS-JL-ACCOUNT.
             MOVE WS-DEPT       TO WS-JL-DEPT.
             MOVE WS-AMOUNT     TO WS-JL-AMOUNT.
             WRITE REP-LINE FROM WS-JL-LINE.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E F E R R E D   I N C O M E   B A L A N C E S     *
      *                                                                *
      *    The booked balances add up to what the release batches     *
      *    leave on the deferred-income account; schedules not yet     *
      *    booked are listed but kept out of that total.               *
      *                                                                *
      ******************************************************************
       EA000-BALANCES.
             PERFORM XP000-OPEN-PRINT THRU XP000-EXIT.
             MOVE SPACES        TO REP-LINE.
             STRING "DEFERRED INCOME BALANCES AT " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-SC-HEAD.
             MOVE ZERO          TO WS-B-SCHEDS WS-B-TOTAL WS-B-RELEASED
                                   WS-B-BALANCE WS-B-UNBOOKED.
             MOVE 2             TO WS-DFSKEY.
             START DEFSCH KEY NOT < WS-DFSKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-TOTALS.
       EA000-READ.
             READ DEFSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-TOTALS.
           IF NOT DFS-SCHEDULE OR NOT DFS-OPEN
               GO TO EA000-READ.
             COMPUTE WS-BALANCE = DFS-TOTAL - DFS-RELEASED.
             MOVE SPACES        TO WS-SC-FLAG.
             MOVE DFS-ACCOUNT   TO WS-SC-ACCOUNT.
             MOVE DFS-DESC      TO WS-SC-DESC.
             MOVE DFS-INV-DATE  TO WS-SC-INV.
             MOVE DFS-START     TO WS-SC-START.
             MOVE DFS-DONE      TO WS-SC-DONE.
             MOVE DFS-MONTHS    TO WS-SC-MONTHS.
             MOVE DFS-TOTAL     TO WS-SC-TOTAL.
             MOVE DFS-RELEASED  TO WS-SC-RELEASED.
             MOVE WS-BALANCE    TO WS-SC-BALANCE.
           IF DFS-DEFERRED
               ADD 1            TO WS-B-SCHEDS
               ADD DFS-TOTAL    TO WS-B-TOTAL
               ADD DFS-RELEASED TO WS-B-RELEASED
               ADD WS-BALANCE   TO WS-B-BALANCE
           ELSE
               ADD WS-BALANCE   TO WS-B-UNBOOKED
               MOVE "NOT BOOKED" TO WS-SC-FLAG.
             WRITE REP-LINE FROM WS-SC-LINE.
             GO TO EA000-READ.
       EA000-TOTALS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-SC-LINE.
             MOVE WS-B-SCHEDS   TO WS-SC-ACCOUNT.
             MOVE "SCHEDULES BOOKED" TO WS-SC-DESC.
             MOVE WS-B-TOTAL    TO WS-SC-TOTAL.
             MOVE WS-B-RELEASED TO WS-SC-RELEASED.
             MOVE WS-B-BALANCE  TO WS-SC-BALANCE.
             WRITE REP-LINE FROM WS-SC-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-TL-LINE.
             MOVE "BILLED, NOT YET BOOKED" TO WS-TL-TEXT.
             MOVE WS-B-UNBOOKED TO WS-TL-AMOUNT.
             WRITE REP-LINE FROM WS-TL-LINE.
           IF WS-NO-CONTROL = 1
               GO TO EA000-DONE.
      *
      *    The deferred-income account's credit balance on the ledger
      *
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
             PERFORM XF000-FIND-GACCNT THRU XF000-EXIT.
             CLOSE GACCNT.
             MOVE SPACES        TO WS-TL-TEXT.
             STRING "DEFERRED INCOME ACCOUNT " WS-C-DEFER-AC "/"
                    WS-C-DEFER-DEPT DELIMITED SIZE INTO WS-TL-TEXT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO REP-LINE
               STRING WS-TL-TEXT " NOT ON THE LEDGER"
                      DELIMITED SIZE INTO REP-LINE
               WRITE REP-LINE
               GO TO EA000-DONE.
             MOVE WS-LEDGER     TO WS-TL-AMOUNT.
             WRITE REP-LINE FROM WS-TL-LINE.
             MOVE SPACES        TO WS-TL-LINE.
             MOVE "DIFFERENCE (BATCHES NOT YET POSTED)" TO WS-TL-TEXT.
             COMPUTE WS-TL-AMOUNT = WS-B-BALANCE - WS-LEDGER.
             WRITE REP-LINE FROM WS-TL-LINE.
       EA000-DONE.
             DISPLAY "Balances printed on DTP066.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      /
      *
      *    ****    C O N T R O L   R E C O R D
      *
       XK000-CONTROL.
             MOVE ZERO          TO WS-C-INCOME-AC WS-C-INCOME-DEPT
                                   WS-C-DEFER-AC WS-C-DEFER-DEPT.
             MOVE 1             TO WS-NO-CONTROL.
             MOVE 1             TO WS-DFSKEY.
             READ DEFSCH WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
           IF NOT DFS-CONTROL
               GO TO XK000-EXIT.
             MOVE DFS-INCOME-AC TO WS-C-INCOME-AC.
             MOVE DFS-INCOME-DEPT
                                TO WS-C-INCOME-DEPT.
             MOVE DFS-DEFER-AC  TO WS-C-DEFER-AC.
             MOVE DFS-DEFER-DEPT
                                TO WS-C-DEFER-DEPT.
             MOVE ZERO          TO WS-NO-CONTROL.
       XK000-EXIT.
             EXIT.
      *
      *    ****    L E D G E R   B A L A N C E
      *
      *    Credits less debits for the year, on the opening balance.
      *
       XF000-FIND-GACCNT.
             MOVE ZERO          TO WS-FOUND WS-LEDGER.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF GL-LEDG-AC NOT = WS-C-DEFER-AC
            OR GL-DEPT NOT = WS-C-DEFER-DEPT OR NOT GL-ACTIVE
               GO TO XF000-READ.
             MOVE 1             TO WS-FOUND.
             COMPUTE WS-LEDGER = ZERO - GL-OPEN-BAL.
             MOVE 1             TO WS-S1.
       XF000-SUM.
           IF WS-S1 > 13
               GO TO XF000-EXIT.
             COMPUTE WS-LEDGER = WS-LEDGER
                               + GL-PER-CR (WS-S1)
                               - GL-PER-DR (WS-S1).
             ADD 1              TO WS-S1.
             GO TO XF000-SUM.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   B A T C H  /  K E Y S
      *
       XG000-NEXT-KEYS.
             MOVE ZERO          TO WS-NEXT-BATCH.
             MOVE 1             TO WS-NEXT-HKEY WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
       XG000-HDR.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
           IF BCH-NUMBER > WS-NEXT-BATCH
               MOVE BCH-NUMBER  TO WS-NEXT-BATCH.
             COMPUTE WS-NEXT-HKEY = WS-GBHKEY + 1.
             GO TO XG000-HDR.
       XG000-TRN.
             MOVE 1             TO WS-NEXT-TKEY WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-TLOOP.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
             COMPUTE WS-NEXT-TKEY = WS-GBTKEY + 1.
             GO TO XG000-TLOOP.
       XG000-EXIT.
             EXIT.
      *
      *    ****    O P E N   T H E   P R I N T   O N C E
      *
       XP000-OPEN-PRINT.
           IF WS-PRN-OPEN = 1
               GO TO XP000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE 1             TO WS-PRN-OPEN.
       XP000-EXIT.
             EXIT.
