      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******    ******    *
      *   **    **  **        **    **  **    **  **        **    **   *
      *   **        **        **    **  **    **  **        **    **   *
      *   **  ****  **        *******   **    **  *******    ******    *
      *   **    **  **        **        **    **  **    **  **    **   *
      *   **    **  **        **        **    **  **    **  **    **   *
      *    ******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C A S H   F L O W   S T A T E M E N T                         *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Statement of cash flows by the indirect method.  Each       *
      *    balance-sheet account carries a cash-flow class on GACCNT,  *
      *    maintained here - "K" bank and cash, "W" operating working  *
      *    capital, "I" investing, "F" financing, "N" non-cash items   *
      *    added back to profit.  Income statement accounts are not    *
      *    classified; their net movement is the profit the statement  *
      *    starts from.                                                *
      *                                                                *
      *    For the chosen period the statement shows the period and    *
      *    year-to-date movement of every classified account, derived  *
      *    from the GACCNT period debits and credits.  Balance-sheet   *
      *    accounts with movement but no class are shown under         *
      *    operating activities so nothing is lost, and can be listed  *
      *    for classification.  The statement closes by proving that   *
      *    the net cash flow equals the movement on the bank and cash  *
      *    accounts.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP068.
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

       COPY GACCNT.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY GACCNT.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP068.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-DEPT        PIC  9(03)     VALUE ZERO.
       77  WS-NEW-CLASS   PIC  X(01)     VALUE SPACE.
       77  WS-SECTION     PIC  X(01)     VALUE SPACE.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-LISTED      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-UNCLASS     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-ACC-NET     PIC S9(11)V99  COMP-3.
       77  WS-ACC-YTD     PIC S9(11)V99  COMP-3.
       77  WS-ACC-PRIOR   PIC S9(11)V99  COMP-3.
       77  WS-SUB-PER     PIC S9(11)V99  COMP-3.
       77  WS-SUB-YTD     PIC S9(11)V99  COMP-3.
       77  WS-OPS-PER     PIC S9(11)V99  COMP-3.
       77  WS-OPS-YTD     PIC S9(11)V99  COMP-3.
       77  WS-TOT-PER     PIC S9(11)V99  COMP-3.
       77  WS-TOT-YTD     PIC S9(11)V99  COMP-3.
       77  WS-CASH-PER    PIC S9(11)V99  COMP-3.
       77  WS-CASH-YTD    PIC S9(11)V99  COMP-3.
       77  WS-CASH-OPEN   PIC S9(11)V99  COMP-3.
       77  WS-CASH-BFWD   PIC S9(11)V99  COMP-3.

      *
      *    ****    A C C E S S   C H E C K  /  J O U R N A L   H O O K S
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

       01  WS-JW-PARAMS.
           03  WS-JW-FILE     PIC  X(01).
           03  WS-JW-KEY      PIC  9(05).
           03  WS-JW-ACTION   PIC  X(01).
           03  WS-JW-USER     PIC  X(03).
           03  WS-JW-PROGRAM  PIC  X(08).
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

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
           03  WS-TI-TEXT    PIC  X(40).
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-TI-PER-LIT PIC  X(07) VALUE SPACES.
           03  WS-TI-PERIOD  PIC  Z9    BLANK WHEN ZERO.

      *
      *    ****    C L A S S I F I C A T I O N   L I S T
      *
       01  WS-LST-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "ACCOUNT/DEP  DESCRIPTION                     TYPE".
           03  FILLER        PIC  X(20) VALUE "   CLASS".

       01  WS-LST-LINE.
           03  WS-LL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-LL-DEPT    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-LL-DESC    PIC  X(30).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-LL-TYPE    PIC  X(01).
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-LL-CLASS   PIC  X(01).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-LL-NOTE    PIC  X(30).

      *
      *    ****    S T A T E M E N T   L I N E S
      *
       01  WS-CF-HEAD.
           03  FILLER        PIC  X(56) VALUE SPACES.
           03  FILLER        PIC  X(18) VALUE "      PERIOD".
           03  FILLER        PIC  X(18) VALUE "  YEAR-TO-DATE".

       01  WS-CF-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-CL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-CL-DEPT    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CL-DESC    PIC  X(30).
           03  FILLER        PIC  X(09) VALUE SPACES.
           03  WS-CL-PER     PIC  Z(10)9.99-.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-CL-YTD     PIC  Z(10)9.99-.

       01  WS-TOT-LINE.
           03  WS-TL-CAPTION PIC  X(56).
           03  WS-TL-PER     PIC  Z(10)9.99-.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-TL-YTD     PIC  Z(10)9.99-.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-TL-NOTE    PIC  X(16).

       01  WS-RULE-LINE.
           03  FILLER        PIC  X(56) VALUE SPACES.
           03  FILLER        PIC  X(33) VALUE ALL "-".
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "STATEMENT OF CASH FLOWS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP068"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O GACCNT.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'C'lassify account  'L'ist classes  'S'tatement"
                     AT 0612 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0669
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "C"
               PERFORM BA000-CLASSIFY THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM CA000-LIST THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM DA000-STATEMENT THRU DA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE GACCNT.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C L A S S I F Y   O N E   A C C O U N T             *
      *                                                                *
      *    Balance-sheet accounts only; bank and cash ("K") must be    *
      *    an asset.  A space clears the class.                        *
      *                                                                *
      ******************************************************************
       BA000-CLASSIFY.
             DISPLAY "Account number :" AT 0812.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0830
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-EXIT.
             DISPLAY "Department     :" AT 0912.
             MOVE ZERO          TO WS-DEPT.
             ACCEPT WS-DEPT AT 0930
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Account not on ledger              " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             DISPLAY GL-DESC AT 1030 WITH FOREGROUND-COLOR 11.
           IF GL-INCOME OR GL-EXPENSE
               DISPLAY "Income statement accounts take no class"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
       BA000-CLASS.
             DISPLAY "Class K/W/I/F/N:" AT 1112.
             MOVE GL-CASHFLOW   TO WS-NEW-CLASS.
             ACCEPT WS-NEW-CLASS AT 1130
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-NEW-CLASS = "K" OR "W" OR "I" OR "F" OR "N"
                   OR SPACE)
               GO TO BA000-CLASS.
           IF WS-NEW-CLASS = "K" AND NOT GL-ASSET
               DISPLAY "Bank and cash must be an asset account "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
           IF GL-CASHFLOW = WS-NEW-CLASS
               DISPLAY "No change - class already set      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM XU000-SET-CLASS THRU XU000-EXIT.
             DISPLAY "Cash-flow class recorded                "
                     AT 2312 WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L I S T   T H E   C L A S S E S                     *
      *                                                                *
      *    Every active balance-sheet account, with the ones still     *
      *    unclassified flagged.                                       *
      *                                                                *
      ******************************************************************
       CA000-LIST.
             MOVE ZERO          TO WS-LISTED WS-UNCLASS.
             OPEN OUTPUT PRNREP.
             MOVE "CASH-FLOW CLASSES" TO WS-TI-TEXT.
             MOVE SPACES        TO WS-TI-PER-LIT.
             MOVE ZERO          TO WS-TI-PERIOD.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-LST-HEAD.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF NOT GL-ACTIVE OR GL-INCOME OR GL-EXPENSE
               GO TO CA000-READ.
             MOVE GL-LEDG-AC    TO WS-LL-ACCOUNT.
             MOVE GL-DEPT       TO WS-LL-DEPT.
             MOVE GL-DESC       TO WS-LL-DESC.
             MOVE GL-TYPE       TO WS-LL-TYPE.
             MOVE GL-CASHFLOW   TO WS-LL-CLASS.
             MOVE SPACES        TO WS-LL-NOTE.
           IF NOT GL-CF-VALID
               MOVE "*** NOT CLASSIFIED ***" TO WS-LL-NOTE
               ADD 1            TO WS-UNCLASS.
             WRITE REP-LINE FROM WS-LST-LINE.
             ADD 1              TO WS-LISTED.
             GO TO CA000-READ.
       CA000-END.
           IF WS-LISTED = ZERO
               MOVE "NO BALANCE-SHEET ACCOUNTS" TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Unclassified accounts : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-UNCLASS WITH FOREGROUND-COLOR 11
                     "  - listed on GLP068.PRN"
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S T A T E M E N T   O F   C A S H   F L O W S       *
      *                                                                *
      *    Every figure is the credit movement of its accounts - a     *
      *    profit, a rise in a liability or a fall in an asset is a    *
      *    cash inflow.  The ledger balances, so the flows add back    *
      *    to the debit movement on the bank and cash accounts, and    *
      *    the proof at the foot tests exactly that.                   *
      *                                                                *
      ******************************************************************
       DA000-STATEMENT.
             DISPLAY "Statement for period (1-13) :" AT 0812.
             MOVE ZERO          TO WS-PERIOD.
             ACCEPT WS-PERIOD AT 0843
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO DA000-EXIT.
             MOVE ZERO          TO WS-TOT-PER WS-TOT-YTD WS-UNCLASS.
             OPEN OUTPUT PRNREP.
             MOVE "STATEMENT OF CASH FLOWS" TO WS-TI-TEXT.
             MOVE "PERIOD "     TO WS-TI-PER-LIT.
             MOVE WS-PERIOD     TO WS-TI-PERIOD.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-CF-HEAD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
      *
      *    ****    O P E R A T I N G   A C T I V I T I E S
      *
             MOVE "CASH FLOWS FROM OPERATING ACTIVITIES" TO REP-LINE.
             WRITE REP-LINE.
             MOVE "P"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             MOVE WS-SUB-PER    TO WS-OPS-PER.
             MOVE WS-SUB-YTD    TO WS-OPS-YTD.
             MOVE "    NET PROFIT (LOSS)" TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
             MOVE "  ADJUSTMENTS FOR NON-CASH ITEMS" TO REP-LINE.
             WRITE REP-LINE.
             MOVE "N"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             ADD WS-SUB-PER     TO WS-OPS-PER.
             ADD WS-SUB-YTD     TO WS-OPS-YTD.
             MOVE "  CHANGES IN WORKING CAPITAL" TO REP-LINE.
             WRITE REP-LINE.
             MOVE "W"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             ADD WS-SUB-PER     TO WS-OPS-PER.
             ADD WS-SUB-YTD     TO WS-OPS-YTD.
             MOVE "U"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             ADD WS-SUB-PER     TO WS-OPS-PER.
             ADD WS-SUB-YTD     TO WS-OPS-YTD.
             WRITE REP-LINE FROM WS-RULE-LINE.
             MOVE WS-OPS-PER    TO WS-SUB-PER.
             MOVE WS-OPS-YTD    TO WS-SUB-YTD.
             MOVE "NET CASH FROM OPERATING ACTIVITIES"
                                TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
             ADD WS-OPS-PER     TO WS-TOT-PER.
             ADD WS-OPS-YTD     TO WS-TOT-YTD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
      *
      *    ****    I N V E S T I N G   A N D   F I N A N C I N G
      *
             MOVE "CASH FLOWS FROM INVESTING ACTIVITIES" TO REP-LINE.
             WRITE REP-LINE.
             MOVE "I"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             WRITE REP-LINE FROM WS-RULE-LINE.
             MOVE "NET CASH FROM INVESTING ACTIVITIES"
                                TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
             ADD WS-SUB-PER     TO WS-TOT-PER.
             ADD WS-SUB-YTD     TO WS-TOT-YTD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "CASH FLOWS FROM FINANCING ACTIVITIES" TO REP-LINE.
             WRITE REP-LINE.
             MOVE "F"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             WRITE REP-LINE FROM WS-RULE-LINE.
             MOVE "NET CASH FROM FINANCING ACTIVITIES"
                                TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
             ADD WS-SUB-PER     TO WS-TOT-PER.
             ADD WS-SUB-YTD     TO WS-TOT-YTD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-RULE-LINE.
             MOVE WS-TOT-PER    TO WS-SUB-PER.
             MOVE WS-TOT-YTD    TO WS-SUB-YTD.
             MOVE "NET INCREASE (DECREASE) IN CASH" TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
      *
      *    ****    T H E   C A S H   P R O O F
      *
             MOVE "K"           TO WS-SECTION.
             PERFORM DB000-SECTION THRU DB000-EXIT.
             MOVE WS-CASH-BFWD  TO WS-SUB-PER.
             MOVE WS-CASH-OPEN  TO WS-SUB-YTD.
             MOVE "CASH AND BANK AT START" TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
             COMPUTE WS-SUB-PER = WS-CASH-BFWD + WS-CASH-PER.
             COMPUTE WS-SUB-YTD = WS-CASH-OPEN + WS-CASH-YTD.
             MOVE "CASH AND BANK AT END" TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-CASH-PER   TO WS-SUB-PER.
             MOVE WS-CASH-YTD   TO WS-SUB-YTD.
             MOVE "MOVEMENT ON BANK AND CASH ACCOUNTS"
                                TO WS-TL-CAPTION.
             PERFORM XT000-TOTAL THRU XT000-EXIT.
           IF WS-CASH-PER = WS-TOT-PER AND WS-CASH-YTD = WS-TOT-YTD
               MOVE "PROOF - NET CASH FLOW AGREES TO BANK AND CASH"
                                TO REP-LINE
           ELSE
               MOVE "*** PROOF DIFFERS - LEDGER OUT OF BALANCE ***"
                                TO REP-LINE.
             WRITE REP-LINE.
           IF WS-UNCLASS NOT = ZERO
               MOVE SPACES      TO REP-LINE
               WRITE REP-LINE
               MOVE "*** UNCLASSIFIED ACCOUNTS SHOWN UNDER OPERATING"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
           IF WS-CASH-PER = WS-TOT-PER AND WS-CASH-YTD = WS-TOT-YTD
               DISPLAY "Statement on GLP068.PRN - proof agrees  "
                       AT 2312 WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Statement on GLP068.PRN - PROOF DIFFERS "
                       AT 2312 WITH FOREGROUND-COLOR 12.
       DA000-EXIT.
             EXIT.
      *
      *    ****    O N E   S E C T I O N
      *
      *    WS-SECTION "P" totals the income statement accounts
      *    without printing them, "U" the balance-sheet accounts
      *    with no class, "K" the bank and cash accounts; any other
      *    value the accounts of that class.
      *
       DB000-SECTION.
             MOVE ZERO          TO WS-SUB-PER WS-SUB-YTD.
           IF WS-SECTION = "K"
               MOVE ZERO        TO WS-CASH-PER WS-CASH-YTD
                                   WS-CASH-OPEN WS-CASH-BFWD.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
       DB000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
           IF NOT GL-ACTIVE
               GO TO DB000-READ.
           IF WS-SECTION = "P"
               GO TO DB000-PROFIT.
           IF GL-INCOME OR GL-EXPENSE
               GO TO DB000-READ.
           IF WS-SECTION = "K"
               GO TO DB000-CASH.
           IF WS-SECTION = "U" AND GL-CF-VALID
               GO TO DB000-READ.
           IF WS-SECTION NOT = "U" AND GL-CASHFLOW NOT = WS-SECTION
               GO TO DB000-READ.
             PERFORM XB000-ACC-MOVEMENT THRU XB000-EXIT.
           IF WS-ACC-NET = ZERO AND WS-ACC-YTD = ZERO
               GO TO DB000-READ.
           IF WS-SECTION = "U"
               ADD 1            TO WS-UNCLASS
               IF WS-UNCLASS = 1
                   MOVE "  UNCLASSIFIED BALANCE-SHEET ACCOUNTS"
                                TO REP-LINE
                   WRITE REP-LINE.
             SUBTRACT WS-ACC-NET FROM WS-SUB-PER.
             SUBTRACT WS-ACC-YTD FROM WS-SUB-YTD.
             MOVE GL-LEDG-AC    TO WS-CL-ACCOUNT.
             MOVE GL-DEPT       TO WS-CL-DEPT.
             MOVE GL-DESC       TO WS-CL-DESC.
             COMPUTE WS-CL-PER = ZERO - WS-ACC-NET.
             COMPUTE WS-CL-YTD = ZERO - WS-ACC-YTD.
             WRITE REP-LINE FROM WS-CF-LINE.
             GO TO DB000-READ.
       DB000-PROFIT.
           IF NOT (GL-INCOME OR GL-EXPENSE)
               GO TO DB000-READ.
             PERFORM XB000-ACC-MOVEMENT THRU XB000-EXIT.
             SUBTRACT WS-ACC-NET FROM WS-SUB-PER.
             SUBTRACT WS-ACC-YTD FROM WS-SUB-YTD.
             GO TO DB000-READ.
       DB000-CASH.
           IF NOT GL-CF-CASH
               GO TO DB000-READ.
             PERFORM XB000-ACC-MOVEMENT THRU XB000-EXIT.
             ADD WS-ACC-NET     TO WS-CASH-PER.
             ADD WS-ACC-YTD     TO WS-CASH-YTD.
             ADD GL-OPEN-BAL    TO WS-CASH-OPEN.
             COMPUTE WS-CASH-BFWD = WS-CASH-BFWD + GL-OPEN-BAL
                                  + WS-ACC-PRIOR.
             GO TO DB000-READ.
       DB000-EXIT.
             EXIT.
      /
      *
      *    ****    A C C O U N T   M O V E M E N T
      *
      *    WS-ACC-NET   - net debit movement for the report period.
      *    WS-ACC-YTD   - net debit movement, periods 1 to the report
      *                   period.
      *    WS-ACC-PRIOR - net debit movement before the report period.
      *
       XB000-ACC-MOVEMENT.
             COMPUTE WS-ACC-NET = GL-PER-DR (WS-PERIOD)
                                - GL-PER-CR (WS-PERIOD).
             MOVE ZERO          TO WS-ACC-YTD.
             MOVE 1             TO WS-S1.
       XB000-SUM.
           IF WS-S1 > WS-PERIOD
               GO TO XB000-PRIOR.
             COMPUTE WS-ACC-YTD = WS-ACC-YTD
                                + GL-PER-DR (WS-S1)
                                - GL-PER-CR (WS-S1).
             ADD 1              TO WS-S1.
             GO TO XB000-SUM.
       XB000-PRIOR.
             COMPUTE WS-ACC-PRIOR = WS-ACC-YTD - WS-ACC-NET.
       XB000-EXIT.
             EXIT.
      *
      *    ****    P R I N T   A   T O T A L
      *
       XT000-TOTAL.
             MOVE WS-SUB-PER    TO WS-TL-PER.
             MOVE WS-SUB-YTD    TO WS-TL-YTD.
             MOVE SPACES        TO WS-TL-NOTE.
             WRITE REP-LINE FROM WS-TOT-LINE.
       XT000-EXIT.
             EXIT.
      *
      *    ****    S E T   T H E   C L A S S   A N D   J O U R N A L
      *
      *    GACCNT holds the record locked from the find.
      *
       XU000-SET-CLASS.
             MOVE GL-RECORD     TO WS-JW-BEFORE.
             MOVE WS-NEW-CLASS  TO GL-CASHFLOW.
             REWRITE GL-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT rewrite error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XU000-EXIT.
             MOVE "G"           TO WS-JW-FILE.
             MOVE WS-GLKEY      TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "GLP068"      TO WS-JW-PROGRAM.
             MOVE GL-RECORD     TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XU000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   L E D G E R   A C C O U N T
      *
       XE000-FIND-GACCNT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ GACCNT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF GL-LEDG-AC = WS-ACCOUNT AND GL-DEPT = WS-DEPT
            AND GL-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XE000-EXIT.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
