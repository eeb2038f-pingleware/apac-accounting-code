      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   ********  **         ******   *******   **        *******    *
      *   **        **        **    **  **    **  **        **    **   *
      *   **        **        **        **    **  **        **    **   *
      *   ******    **         ******   *******   **        **    **   *
      *   **        **              **  **    **  **        **    **   *
      *   **        **        **    **  **    **  **        **    **   *
      *   **        ********   ******   *******   ********  *******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  M A N A G E M E N T   F L A S H   B U I L D                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Builds the daily management flash - yesterday on one page   *
      *    for the managing director - for the date it is given (zero  *
      *    for yesterday).  Called by MGTFLS for a chosen date and by  *
      *    FLSDAY, the unattended RUNBOK chain step; it takes no       *
      *    screen input, so a file that is not there simply leaves     *
      *    its figures at zero.                                        *
      *                                                                *
      *    Each flow figure is shown for the day, the same day last    *
      *    week and the month to date, with the month-to-date budget   *
      *    beside those FLSCTL ties to a GLBUDG account (the month's   *
      *    period budget in proportion to the days gone, summed over   *
      *    the account's departments and taken as a positive figure):  *
      *    POS takings by tender and in total (POSTRN, on the trading  *
      *    date), debtor invoicing and receipts (DTRANS), new orders   *
      *    taken (SALORD lines by order date, cancelled lines left     *
      *    out), creditor payments (CTRANS) and the jobs opened and    *
      *    closed - a call-out job (JCP018) opens when it is logged    *
      *    and closes when it is completed, any other job opens on     *
      *    its first costing line (JOBDET) and closes when JCP011      *
      *    invoices it.                                                *
      *                                                                *
      *    The page closes with the positions as the run finds them:   *
      *    back-orders outstanding (lines and value), the balance of   *
      *    every bank and cash account (GACCNT cash-flow class "K"),   *
      *    and the ten largest debtor items still open more than 30    *
      *    days after they were raised.                                *
      *                                                                *
      *    The page is written to FLyyyymmdd.TXT named by the report   *
      *    date and, when asked, queued on the MAILOUT.TXT outbox for  *
      *    each FLSCTL recipient.  The result is 0 when the page is    *
      *    written and 1 when it could not be.                         *
      *                                                                *
      *    A run that writes its page notes the report date on the     *
      *    FLSCTL control record as the last run.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FLSBLD.
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

       COPY POSTRN.SL.

       COPY DTRANS.SL.

       COPY DEBTOR.SL.

       COPY SALORD.SL.

       COPY CTRANS.SL.

       COPY GACCNT.SL.

       COPY GLBUDG.SL.

       COPY JOBDET.SL.

           SELECT JOBCAL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CALKEY.

           SELECT SPOOLF  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT MAILBX  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY FLSCTL.FDE.

       COPY POSTRN.FDE.

       COPY DTRANS.FDE.

       COPY DEBTOR.FDE.

       COPY SALORD.FDE.

       COPY CTRANS.FDE.

       COPY GACCNT.FDE.

       COPY GLBUDG.FDE.

       COPY JOBDET.FDE.

      *
      *    ****    C A L L - O U T   J O B S   ( J C P 0 1 8 )
      *
       FD  JOBCAL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JOBCAL.DAT".
       01  CAL-RECORD.
           03  CAL-JOB        PIC  9(06).
           03  CAL-ACCOUNT    PIC  9(07).
           03  CAL-DESC       PIC  X(30).
           03  CAL-LOG-DATE   PIC  9(08).
           03  CAL-LOG-TIME   PIC  9(04).
           03  CAL-ATT-DATE   PIC  9(08).
           03  CAL-ATT-TIME   PIC  9(04).
           03  CAL-FIX-DATE   PIC  9(08).
           03  CAL-FIX-TIME   PIC  9(04).
           03  CAL-STATUS     PIC  X(01).
               88  CAL-OPEN        VALUE "O".
               88  CAL-ATTENDED    VALUE "A".
               88  CAL-COMPLETE    VALUE "C".
               88  CAL-CANCELLED   VALUE "X".
           03  FILLER         PIC  X(10).

      *
      *    ****    T H E   F L A S H   P A G E
      *
       FD  SPOOLF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-SPOOL-NAME.
       01  SPL-LINE           PIC  X(80).

      *
      *    ****    E - M A I L   O U T B O X   (mail gateway sweeps it)
      *
       FD  MAILBX    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "MAILOUT.TXT".
       01  MBX-RECORD         PIC  X(110).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-FLCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BUDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-JBDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CALKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-DATE        PIC  9(08)     VALUE ZERO.
       77  WS-WEEK        PIC  9(08)     VALUE ZERO.
       77  WS-MONTH-1     PIC  9(08)     VALUE ZERO.
       77  WS-OVERDUE     PIC  9(08)     VALUE ZERO.
       77  WS-ITEM-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-MDAY        PIC  9(02)     VALUE ZERO.
       77  WS-MLEN        PIC  9(02)     VALUE ZERO.
       77  WS-FY-START    PIC  9(02)     VALUE 1.
       77  WS-BUD-PERIOD  PIC  9(02)     VALUE ZERO.
       77  WS-BUD-YEAR    PIC  9(04)     VALUE ZERO.
       77  WS-FX          PIC  9(02)     COMP-5.
       77  WS-BX          PIC  9(02)     COMP-5.
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-S2          PIC  9(04)     COMP-5.
       77  WS-CALL-MAX    PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-OD-MAX      PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-BO-LINES    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CALL-JOB    PIC  9(01)     VALUE ZERO.
       77  WS-AMOUNT      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-BO-VALUE    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-BANK-TOTAL  PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-JOB         PIC  9(06)     VALUE ZERO.

       77  WS-AD-COUNT    PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-AD-MLEN     PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-AD-R4       PIC  9(04)     COMP-5.
       77  WS-AD-R100     PIC  9(04)     COMP-5.
       77  WS-AD-R400     PIC  9(04)     COMP-5.

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

       01  WS-SPOOL-NAME.
           03  FILLER        PIC  X(02) VALUE "FL".
           03  WS-SPL-DATE   PIC  9(08).
           03  FILLER        PIC  X(04) VALUE ".TXT".

      *
      *    The reference JCP011 gives a job invoice.
      *
       01  WS-JOB-REF.
           03  WS-JR-PREFIX  PIC  X(03).
           03  WS-JR-JOB     PIC  9(06).
           03  FILLER        PIC  X(01).

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

      *
      *    ****    T H E   F L O W   F I G U R E S
      *
      *    Day, same day last week, month to date and the month-to-
      *    date budget; the budget slot is the FLSCTL account the
      *    figure is measured against (zero for none).  Figures 10
      *    and 11 are counts.
      *
       01  WS-FIG-TABLE.
           03  WS-FIG        OCCURS 11.
               05  WS-FG-DAY     PIC S9(11)V99 COMP-3.
               05  WS-FG-WEEK    PIC S9(11)V99 COMP-3.
               05  WS-FG-MTD     PIC S9(11)V99 COMP-3.
               05  WS-FG-BUDGET  PIC S9(11)V99 COMP-3.

       01  WS-FIG-NAMES.
           03  FILLER        PIC  X(22) VALUE "POS TAKINGS - CASH".
           03  FILLER        PIC  X(22) VALUE "POS TAKINGS - CHEQUE".
           03  FILLER        PIC  X(22) VALUE "POS TAKINGS - CARD".
           03  FILLER        PIC  X(22) VALUE "POS TAKINGS - VOUCHER".
           03  FILLER        PIC  X(22) VALUE "POS TAKINGS - TOTAL".
           03  FILLER        PIC  X(22) VALUE "DEBTOR INVOICING".
           03  FILLER        PIC  X(22) VALUE "DEBTOR RECEIPTS".
           03  FILLER        PIC  X(22) VALUE "NEW ORDERS TAKEN".
           03  FILLER        PIC  X(22) VALUE "CREDITOR PAYMENTS".
           03  FILLER        PIC  X(22) VALUE "JOBS OPENED".
           03  FILLER        PIC  X(22) VALUE "JOBS CLOSED".
       01  WS-FIG-NAME-RED REDEFINES WS-FIG-NAMES.
           03  WS-FN-TEXT    PIC  X(22) OCCURS 11.

       01  WS-FIG-SLOTS      PIC  X(11) VALUE "00001234500".
       01  WS-FIG-SLOT-RED REDEFINES WS-FIG-SLOTS.
           03  WS-FS-SLOT    PIC  9(01) OCCURS 11.

      *
      *    ****    S E T T I N G S   ( F L S C T L )
      *
       01  WS-SETTINGS.
           03  WS-ST-BUD-AC  PIC  9(07) OCCURS 5.
           03  WS-ST-BUDGET  PIC S9(11)V99 COMP-3 OCCURS 5.
           03  WS-ST-RECIPIENT
                             PIC  X(50) OCCURS 3.

      *
      *    ****    C A L L - O U T   J O B   N U M B E R S
      *
       01  WS-CALL-TABLE.
           03  WS-CALL-NO    PIC  9(06) OCCURS 2000.

      *
      *    ****    T O P   T E N   O V E R D U E   I T E M S
      *
       01  WS-OD-TABLE.
           03  WS-OD-ENTRY   OCCURS 11.
               05  WS-OD-ACCOUNT PIC  9(07).
               05  WS-OD-DATE    PIC  9(08).
               05  WS-OD-REF     PIC  X(10).
               05  WS-OD-AMOUNT  PIC S9(11)V99 COMP-3.

      *
      *    ****    O U T B O X   R E C O R D   L A Y O U T
      *
       01  WS-MBX-LINE.
           03  WS-MBX-ACCT   PIC  9(07).
           03  FILLER        PIC  X(01) VALUE ",".
           03  WS-MBX-EMAIL  PIC  X(50).
           03  FILLER        PIC  X(01) VALUE ",".
           03  WS-MBX-FILE   PIC  X(14).
           03  FILLER        PIC  X(01) VALUE ",".
           03  WS-MBX-DATE   PIC  9(08).

      *
      *    ****    P A G E   L I N E S
      *
       01  WS-TITLE-LINE.
           03  FILLER        PIC  X(29) VALUE
               "MANAGEMENT FLASH REPORT FOR ".
           03  WS-TL-DATE    PIC  9(08).
           03  FILLER        PIC  X(17) VALUE "      PRODUCED ".
           03  WS-TL-TODAY   PIC  9(08).

       01  WS-FIG-HEAD.
           03  FILLER        PIC  X(40) VALUE
               "                            THE DAY     ".
           03  FILLER        PIC  X(37) VALUE
               "LAST WEEK   MTH TO DATE    BUDGET MTD".

       01  WS-FIG-LINE.
           03  WS-FL-TEXT    PIC  X(22).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-DAY     PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-WEEK    PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-MTD     PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-BUDGET  PIC  Z(08)9.99-.

       01  WS-CNT-LINE.
           03  WS-CL-TEXT    PIC  X(22).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-CL-DAY     PIC  Z(08)9.
           03  FILLER        PIC  X(05) VALUE SPACES.
           03  WS-CL-WEEK    PIC  Z(08)9.
           03  FILLER        PIC  X(05) VALUE SPACES.
           03  WS-CL-MTD     PIC  Z(08)9.

       01  WS-BO-LINE.
           03  FILLER        PIC  X(26) VALUE
               "BACK-ORDERS OUTSTANDING".
           03  WS-BL-LINES   PIC  Z(04)9.
           03  FILLER        PIC  X(08) VALUE " LINES  ".
           03  WS-BL-VALUE   PIC  Z(08)9.99-.

       01  WS-BK-LINE.
           03  WS-BK-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-BK-DEPT    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BK-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BK-BALANCE PIC  Z(08)9.99-.

       01  WS-OD-LINE.
           03  WS-OL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-OL-NAME    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-OL-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-OL-REF     PIC  X(10).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-OL-AMOUNT  PIC  Z(08)9.99-.

       LINKAGE SECTION.
       01  FB-PARAMS.
           03  FB-DATE        PIC  9(08).
           03  FB-MAIL        PIC  X(01).
           03  FB-FILE        PIC  X(14).
           03  FB-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING FB-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             MOVE 1             TO FB-RESULT.
             MOVE SPACES        TO FB-FILE.
      *
      *    No date given - yesterday
      *
           IF FB-DATE NOT NUMERIC OR FB-DATE = ZERO
               MOVE WS-TODAY-N  TO WS-AD-DATE-N
               MOVE 1           TO WS-AD-COUNT
               PERFORM XB000-BACK-DAYS THRU XB000-EXIT
               MOVE WS-AD-DATE-N
                                TO FB-DATE.
             MOVE FB-DATE       TO WS-DATE WS-AD-DATE-N.
             MOVE WS-AD-DD      TO WS-MDAY.
             PERFORM XM000-MONTH-LEN THRU XM000-EXIT.
             MOVE WS-AD-MLEN    TO WS-MLEN.
             MOVE 1             TO WS-AD-DD.
             MOVE WS-AD-DATE-N  TO WS-MONTH-1.
             MOVE WS-DATE       TO WS-AD-DATE-N.
             MOVE 7             TO WS-AD-COUNT.
             PERFORM XB000-BACK-DAYS THRU XB000-EXIT.
             MOVE WS-AD-DATE-N  TO WS-WEEK.
             MOVE WS-DATE       TO WS-AD-DATE-N.
             MOVE 30            TO WS-AD-COUNT.
             PERFORM XB000-BACK-DAYS THRU XB000-EXIT.
             MOVE WS-AD-DATE-N  TO WS-OVERDUE.
             MOVE ZERO          TO WS-CALL-MAX WS-OD-MAX WS-BO-LINES
                                   WS-BO-VALUE WS-BANK-TOTAL.
             MOVE 1             TO WS-FX.
       AA000-CLEAR.
             MOVE ZERO          TO WS-FG-DAY (WS-FX) WS-FG-WEEK (WS-FX)
                                   WS-FG-MTD (WS-FX)
                                   WS-FG-BUDGET (WS-FX).
             ADD 1              TO WS-FX.
           IF WS-FX NOT > 11
               GO TO AA000-CLEAR.
             PERFORM BA000-SETTINGS THRU BA000-EXIT.
             PERFORM CA000-POS THRU CA000-EXIT.
             PERFORM DA000-CALLS THRU DA000-EXIT.
             PERFORM DB000-JOBDET THRU DB000-EXIT.
             PERFORM EA000-DEBTORS THRU EA000-EXIT.
             PERFORM FA000-ORDERS THRU FA000-EXIT.
             PERFORM GA000-CREDITORS THRU GA000-EXIT.
             PERFORM HA000-BUDGET THRU HA000-EXIT.
             MOVE WS-DATE       TO WS-SPL-DATE.
             OPEN OUTPUT SPOOLF.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             PERFORM JA000-PAGE THRU JA000-EXIT.
             CLOSE SPOOLF.
             MOVE WS-SPOOL-NAME TO FB-FILE.
             MOVE ZERO          TO FB-RESULT.
             PERFORM LA000-STAMP THRU LA000-EXIT.
           IF FB-MAIL = "Y"
               PERFORM KA000-QUEUE THRU KA000-EXIT.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E T T I N G S                                     *
      *                                                                *
      *    Without the control record the financial year starts in     *
      *    January and nothing is budgeted or mailed.                  *
      *                                                                *
      ******************************************************************
       BA000-SETTINGS.
             MOVE 1             TO WS-FY-START.
             MOVE 1             TO WS-BX.
       BA000-CLEAR.
             MOVE ZERO          TO WS-ST-BUD-AC (WS-BX)
                                   WS-ST-BUDGET (WS-BX).
           IF WS-BX NOT > 3
               MOVE SPACES      TO WS-ST-RECIPIENT (WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 5
               GO TO BA000-CLEAR.
             OPEN INPUT FLSCTL.
           IF WS-STATUS NOT = "00"
               GO TO BA000-PERIOD.
             MOVE 1             TO WS-FLCKEY.
             READ FLSCTL WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               CLOSE FLSCTL
               GO TO BA000-PERIOD.
           IF FLC-FY-START NUMERIC
            AND FLC-FY-START > ZERO AND FLC-FY-START < 13
               MOVE FLC-FY-START
                                TO WS-FY-START.
             MOVE 1             TO WS-BX.
       BA000-COPY.
           IF FLC-BUD-AC (WS-BX) NUMERIC
               MOVE FLC-BUD-AC (WS-BX)
                                TO WS-ST-BUD-AC (WS-BX).
           IF WS-BX NOT > 3
               MOVE FLC-RECIPIENT (WS-BX)
                                TO WS-ST-RECIPIENT (WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 5
               GO TO BA000-COPY.
             CLOSE FLSCTL.
      *
      *    The report month's budget period, and the financial year
      *    by the calendar year its period 1 falls in.
      *
       BA000-PERIOD.
             MOVE WS-DATE       TO WS-AD-DATE-N.
             MOVE WS-AD-YYYY    TO WS-BUD-YEAR.
           IF WS-AD-MM < WS-FY-START
               SUBTRACT 1       FROM WS-BUD-YEAR
               COMPUTE WS-BUD-PERIOD = WS-AD-MM + 13 - WS-FY-START
           ELSE
               COMPUTE WS-BUD-PERIOD = WS-AD-MM + 1 - WS-FY-START.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P O S   T A K I N G S   B Y   T E N D E R           *
      *                                                                *
      *    Every POS transaction counts at its tender, as the TNDREC   *
      *    breakdown adds them, on its trading date (the calendar      *
      *    date on rows written before trading dates were kept).       *
      *                                                                *
      ******************************************************************
       CA000-POS.
             OPEN INPUT POSTRN.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ POSTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF PTR-TRADE-DATE NUMERIC
            AND PTR-TRADE-DATE NOT = ZERO
               MOVE PTR-TRADE-DATE
                                TO WS-ITEM-DATE
           ELSE
               MOVE PTR-DATE    TO WS-ITEM-DATE.
           IF WS-ITEM-DATE NOT = WS-WEEK
            AND (WS-ITEM-DATE < WS-MONTH-1 OR WS-ITEM-DATE > WS-DATE)
               GO TO CA000-READ.
             MOVE PTR-AMOUNT    TO WS-AMOUNT.
             MOVE 5             TO WS-FX.
             PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             MOVE ZERO          TO WS-FX.
           IF PTR-CASH
               MOVE 1           TO WS-FX.
           IF PTR-CHEQUE
               MOVE 2           TO WS-FX.
           IF PTR-CARD
               MOVE 3           TO WS-FX.
           IF PTR-VOUCHER
               MOVE 4           TO WS-FX.
           IF WS-FX NOT = ZERO
               PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             GO TO CA000-READ.
       CA000-END.
             CLOSE POSTRN.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    J O B S   O P E N E D   A N D   C L O S E D         *
      *                                                                *
      ******************************************************************
       DA000-CALLS.
             OPEN INPUT JOBCAL.
           IF WS-STATUS NOT = "00"
               GO TO DA000-EXIT.
             MOVE 1             TO WS-CALKEY.
             START JOBCAL KEY NOT < WS-CALKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ JOBCAL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF CAL-CANCELLED
               GO TO DA000-READ.
           IF WS-CALL-MAX < 2000
               ADD 1            TO WS-CALL-MAX
               MOVE CAL-JOB     TO WS-CALL-NO (WS-CALL-MAX).
             MOVE 1             TO WS-AMOUNT.
             MOVE 10            TO WS-FX.
             MOVE CAL-LOG-DATE  TO WS-ITEM-DATE.
             PERFORM XA000-ADD-FIG THRU XA000-EXIT.
           IF CAL-COMPLETE AND CAL-FIX-DATE NUMERIC
               MOVE 11          TO WS-FX
               MOVE CAL-FIX-DATE
                                TO WS-ITEM-DATE
               PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             GO TO DA000-READ.
       DA000-END.
             CLOSE JOBCAL.
       DA000-EXIT.
             EXIT.
      *
      *    A job other than a call-out opens on its first costing
      *    line.
      *
       DB000-JOBDET.
             OPEN INPUT JOBDET.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-END.
       DB000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-END.
           IF JBD-LINE NOT = 1
               GO TO DB000-READ.
             MOVE JBD-JOB-NO    TO WS-JOB.
             PERFORM XC000-CALL-JOB THRU XC000-EXIT.
           IF WS-CALL-JOB = 1
               GO TO DB000-READ.
             MOVE 1             TO WS-AMOUNT.
             MOVE 10            TO WS-FX.
             MOVE JBD-DATE      TO WS-ITEM-DATE.
             PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             GO TO DB000-READ.
       DB000-END.
             CLOSE JOBDET.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E B T O R S                                       *
      *                                                                *
      *    Invoicing (net), receipts, the job invoices that close      *
      *    jobs, and the open items raised before the 30 days.         *
      *                                                                *
      ******************************************************************
       EA000-DEBTORS.
             OPEN INPUT DTRANS.
           IF WS-STATUS NOT = "00"
               GO TO EA000-EXIT.
             MOVE 1             TO WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
       EA000-READ.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
           IF DTR-DELETED
               GO TO EA000-READ.
           IF DTR-OPEN AND DTR-DATE < WS-OVERDUE
            AND DTR-AMOUNT > ZERO
            AND (DTR-INVOICE OR DTR-TRAN OR DTR-INTEREST)
               PERFORM XO000-OVERDUE THRU XO000-EXIT.
             MOVE DTR-DATE      TO WS-ITEM-DATE.
           IF DTR-INVOICE
               MOVE 6           TO WS-FX
               MOVE DTR-AMOUNT  TO WS-AMOUNT
               PERFORM XA000-ADD-FIG THRU XA000-EXIT.
           IF DTR-RECEIPT
               MOVE 7           TO WS-FX
               COMPUTE WS-AMOUNT = ZERO - DTR-AMOUNT
               PERFORM XA000-ADD-FIG THRU XA000-EXIT.
           IF NOT DTR-INVOICE
               GO TO EA000-READ.
             MOVE DTR-REF       TO WS-JOB-REF.
           IF WS-JR-PREFIX NOT = "JOB" OR WS-JR-JOB NOT NUMERIC
               GO TO EA000-READ.
             MOVE WS-JR-JOB     TO WS-JOB.
             PERFORM XC000-CALL-JOB THRU XC000-EXIT.
           IF WS-CALL-JOB = 1
               GO TO EA000-READ.
             MOVE 1             TO WS-AMOUNT.
             MOVE 11            TO WS-FX.
             PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             GO TO EA000-READ.
       EA000-END.
             CLOSE DTRANS.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S A L E S   O R D E R S                             *
      *                                                                *
      ******************************************************************
       FA000-ORDERS.
             OPEN INPUT SALORD.
           IF WS-STATUS NOT = "00"
               GO TO FA000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
       FA000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
           IF SOR-CANCELLED
               GO TO FA000-READ.
           IF SOR-BACK-ORDER
               ADD 1            TO WS-BO-LINES
               COMPUTE WS-BO-VALUE ROUNDED = WS-BO-VALUE
                     + (SOR-QTY-ORDERED - SOR-QTY-SHIPPED) * SOR-PRICE.
             MOVE 8             TO WS-FX.
             MOVE SOR-DATE      TO WS-ITEM-DATE.
             COMPUTE WS-AMOUNT ROUNDED = SOR-QTY-ORDERED * SOR-PRICE.
             PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             GO TO FA000-READ.
       FA000-END.
             CLOSE SALORD.
       FA000-EXIT.
             EXIT.
      *
      *    ****    C R E D I T O R   P A Y M E N T S
      *
       GA000-CREDITORS.
             OPEN INPUT CTRANS.
           IF WS-STATUS NOT = "00"
               GO TO GA000-EXIT.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
       GA000-READ.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
           IF NOT CTR-PAYMENT OR CTR-DELETED
               GO TO GA000-READ.
             MOVE 9             TO WS-FX.
             MOVE CTR-DATE      TO WS-ITEM-DATE.
             COMPUTE WS-AMOUNT = ZERO - CTR-AMOUNT.
             PERFORM XA000-ADD-FIG THRU XA000-EXIT.
             GO TO GA000-READ.
       GA000-END.
             CLOSE CTRANS.
       GA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M O N T H - T O - D A T E   B U D G E T             *
      *                                                                *
      *    The period budget over every department of the account,     *
      *    as a positive figure (income budgets are kept as credits),  *
      *    in proportion to the days of the month gone.                *
      *                                                                *
      ******************************************************************
       HA000-BUDGET.
             OPEN INPUT GLBUDG.
           IF WS-STATUS NOT = "00"
               GO TO HA000-EXIT.
             MOVE 1             TO WS-BUDKEY.
             START GLBUDG KEY NOT < WS-BUDKEY.
           IF WS-STATUS NOT = "00"
               GO TO HA000-END.
       HA000-READ.
             READ GLBUDG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO HA000-END.
           IF NOT BUD-ACTIVE OR BUD-YEAR NOT = WS-BUD-YEAR
               GO TO HA000-READ.
             MOVE 1             TO WS-BX.
       HA000-SLOT.
           IF WS-ST-BUD-AC (WS-BX) NOT = ZERO
            AND WS-ST-BUD-AC (WS-BX) = BUD-LEDG-AC
               ADD BUD-AMOUNT (WS-BUD-PERIOD)
                                TO WS-ST-BUDGET (WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 5
               GO TO HA000-SLOT.
             GO TO HA000-READ.
       HA000-END.
             CLOSE GLBUDG.
             MOVE 1             TO WS-FX.
       HA000-SPREAD.
             MOVE WS-FS-SLOT (WS-FX)
                                TO WS-BX.
           IF WS-BX NOT = ZERO
               IF WS-ST-BUDGET (WS-BX) < ZERO
                   COMPUTE WS-FG-BUDGET (WS-FX) ROUNDED
                         = ZERO - WS-ST-BUDGET (WS-BX)
                         * WS-MDAY / WS-MLEN
               ELSE
                   COMPUTE WS-FG-BUDGET (WS-FX) ROUNDED
                         = WS-ST-BUDGET (WS-BX)
                         * WS-MDAY / WS-MLEN.
             ADD 1              TO WS-FX.
           IF WS-FX NOT > 11
               GO TO HA000-SPREAD.
       HA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    W R I T E   T H E   P A G E                         *
      *                                                                *
      ******************************************************************
       JA000-PAGE.
             MOVE WS-DATE       TO WS-TL-DATE.
             MOVE WS-TODAY-N    TO WS-TL-TODAY.
             WRITE SPL-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             WRITE SPL-LINE FROM WS-FIG-HEAD.
             MOVE 1             TO WS-FX.
       JA000-FIGURE.
           IF WS-FX > 9
               GO TO JA000-COUNTS.
             MOVE WS-FN-TEXT (WS-FX)
                                TO WS-FL-TEXT.
             MOVE WS-FG-DAY (WS-FX)
                                TO WS-FL-DAY.
             MOVE WS-FG-WEEK (WS-FX)
                                TO WS-FL-WEEK.
             MOVE WS-FG-MTD (WS-FX)
                                TO WS-FL-MTD.
             MOVE WS-FG-BUDGET (WS-FX)
                                TO WS-FL-BUDGET.
             WRITE SPL-LINE FROM WS-FIG-LINE.
           IF WS-FX = 5 OR WS-FX = 7
               MOVE SPACES      TO SPL-LINE
               WRITE SPL-LINE.
             ADD 1              TO WS-FX.
             GO TO JA000-FIGURE.
       JA000-COUNTS.
           IF WS-FX > 11
               GO TO JA000-BACK-ORDERS.
             MOVE WS-FN-TEXT (WS-FX)
                                TO WS-CL-TEXT.
             MOVE WS-FG-DAY (WS-FX)
                                TO WS-CL-DAY.
             MOVE WS-FG-WEEK (WS-FX)
                                TO WS-CL-WEEK.
             MOVE WS-FG-MTD (WS-FX)
                                TO WS-CL-MTD.
           IF WS-FX = 10
               MOVE SPACES      TO SPL-LINE
               WRITE SPL-LINE.
             WRITE SPL-LINE FROM WS-CNT-LINE.
             ADD 1              TO WS-FX.
             GO TO JA000-COUNTS.
       JA000-BACK-ORDERS.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE WS-BO-LINES   TO WS-BL-LINES.
             MOVE WS-BO-VALUE   TO WS-BL-VALUE.
             WRITE SPL-LINE FROM WS-BO-LINE.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE "BANK AND CASH BALANCES" TO SPL-LINE.
             WRITE SPL-LINE.
             PERFORM JB000-BANKS THRU JB000-EXIT.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE "TOP TEN DEBTOR ITEMS OPEN OVER 30 DAYS" TO SPL-LINE.
             WRITE SPL-LINE.
             PERFORM JC000-OVERDUE THRU JC000-EXIT.
       JA000-EXIT.
             EXIT.
      *
      *    ****    B A N K   A N D   C A S H   A C C O U N T S
      *
       JB000-BANKS.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               GO TO JB000-EXIT.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO JB000-END.
       JB000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO JB000-END.
           IF NOT GL-ACTIVE OR NOT GL-CF-CASH
               GO TO JB000-READ.
             MOVE GL-OPEN-BAL   TO WS-AMOUNT.
             MOVE 1             TO WS-S1.
       JB000-SUM.
             COMPUTE WS-AMOUNT = WS-AMOUNT + GL-PER-DR (WS-S1)
                               - GL-PER-CR (WS-S1).
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > 13
               GO TO JB000-SUM.
             ADD WS-AMOUNT      TO WS-BANK-TOTAL.
             MOVE GL-LEDG-AC    TO WS-BK-ACCOUNT.
             MOVE GL-DEPT       TO WS-BK-DEPT.
             MOVE GL-DESC       TO WS-BK-DESC.
             MOVE WS-AMOUNT     TO WS-BK-BALANCE.
             WRITE SPL-LINE FROM WS-BK-LINE.
             GO TO JB000-READ.
       JB000-END.
             CLOSE GACCNT.
             MOVE ZERO          TO WS-BK-ACCOUNT WS-BK-DEPT.
             MOVE "TOTAL BANK AND CASH" TO WS-BK-DESC.
             MOVE WS-BANK-TOTAL TO WS-BK-BALANCE.
             WRITE SPL-LINE FROM WS-BK-LINE.
       JB000-EXIT.
             EXIT.
      *
      *    ****    T H E   O V E R D U E   I T E M S
      *
       JC000-OVERDUE.
           IF WS-OD-MAX = ZERO
               MOVE "  NONE"    TO SPL-LINE
               WRITE SPL-LINE
               GO TO JC000-EXIT.
             OPEN INPUT DEBTOR.
             MOVE WS-STATUS     TO WS-FOUND.
             MOVE 1             TO WS-S1.
       JC000-LINE.
             MOVE WS-OD-ACCOUNT (WS-S1)
                                TO WS-OL-ACCOUNT WS-ACCOUNT.
             MOVE SPACES        TO WS-OL-NAME.
           IF WS-FOUND = ZERO
               PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
             MOVE WS-OD-DATE (WS-S1)
                                TO WS-OL-DATE.
             MOVE WS-OD-REF (WS-S1)
                                TO WS-OL-REF.
             MOVE WS-OD-AMOUNT (WS-S1)
                                TO WS-OL-AMOUNT.
             WRITE SPL-LINE FROM WS-OD-LINE.
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > WS-OD-MAX
               GO TO JC000-LINE.
           IF WS-FOUND = ZERO
               CLOSE DEBTOR.
       JC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    Q U E U E   O N   T H E   O U T B O X               *
      *                                                                *
      ******************************************************************
       KA000-QUEUE.
             OPEN EXTEND MAILBX.
           IF WS-STATUS NOT = "00"
               OPEN OUTPUT MAILBX.
           IF WS-STATUS NOT = "00"
               GO TO KA000-EXIT.
             MOVE 1             TO WS-BX.
       KA000-LOOP.
           IF WS-ST-RECIPIENT (WS-BX) NOT = SPACES
               MOVE ZERO        TO WS-MBX-ACCT
               MOVE WS-ST-RECIPIENT (WS-BX)
                                TO WS-MBX-EMAIL
               MOVE WS-SPOOL-NAME
                                TO WS-MBX-FILE
               MOVE WS-TODAY-N  TO WS-MBX-DATE
               WRITE MBX-RECORD FROM WS-MBX-LINE.
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 3
               GO TO KA000-LOOP.
             CLOSE MAILBX.
       KA000-EXIT.
             EXIT.
      *
      *    ****    N O T E   T H E   R U N   O N   T H E   C O N T R O L
      *
       LA000-STAMP.
             OPEN I-O FLSCTL.
           IF WS-STATUS NOT = "00"
               GO TO LA000-EXIT.
             MOVE 1             TO WS-FLCKEY.
             READ FLSCTL.
           IF WS-STATUS = "00"
               MOVE WS-DATE     TO FLC-LAST-RUN
               REWRITE FLC-RECORD.
             CLOSE FLSCTL.
       LA000-EXIT.
             EXIT.
      /
      *
      *    ****    A D D   T O   A   F I G U R E
      *
      *    WS-AMOUNT into figure WS-FX by WS-ITEM-DATE - the day, the
      *    same day last week and the month to date.
      *
       XA000-ADD-FIG.
           IF WS-ITEM-DATE = WS-DATE
               ADD WS-AMOUNT    TO WS-FG-DAY (WS-FX).
           IF WS-ITEM-DATE = WS-WEEK
               ADD WS-AMOUNT    TO WS-FG-WEEK (WS-FX).
           IF WS-ITEM-DATE NOT < WS-MONTH-1
            AND WS-ITEM-DATE NOT > WS-DATE
               ADD WS-AMOUNT    TO WS-FG-MTD (WS-FX).
       XA000-EXIT.
             EXIT.
      *
      *    ****    S U B T R A C T   D A Y S   F R O M   A   D A T E
      *
       XB000-BACK-DAYS.
           IF WS-AD-COUNT = ZERO
               GO TO XB000-EXIT.
             SUBTRACT 1         FROM WS-AD-DD.
           IF WS-AD-DD = ZERO
               SUBTRACT 1       FROM WS-AD-MM
               IF WS-AD-MM = ZERO
                   MOVE 12      TO WS-AD-MM
                   SUBTRACT 1   FROM WS-AD-YYYY.
           IF WS-AD-DD = ZERO
               PERFORM XM000-MONTH-LEN THRU XM000-EXIT
               MOVE WS-AD-MLEN  TO WS-AD-DD.
             SUBTRACT 1         FROM WS-AD-COUNT.
             GO TO XB000-BACK-DAYS.
       XB000-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   J O B   A   C A L L - O U T ?
      *
       XC000-CALL-JOB.
             MOVE ZERO          TO WS-CALL-JOB.
             MOVE 1             TO WS-S2.
       XC000-LOOP.
           IF WS-S2 > WS-CALL-MAX
               GO TO XC000-EXIT.
           IF WS-CALL-NO (WS-S2) = WS-JOB
               MOVE 1           TO WS-CALL-JOB
               GO TO XC000-EXIT.
             ADD 1              TO WS-S2.
             GO TO XC000-LOOP.
       XC000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   D E B T O R
      *
       XE000-FIND-DEBTOR.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF DEB-ACCOUNT NOT = WS-ACCOUNT
               GO TO XE000-READ.
             MOVE DEB-NAME      TO WS-OL-NAME.
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
      *    ****    K E E P   T H E   T E N   L A R G E S T
      *
      *    The table is held largest first; an item goes in above the
      *    first smaller one and whatever drops past ten falls off.
      *
       XO000-OVERDUE.
             MOVE 1             TO WS-S1.
       XO000-FIND.
           IF WS-S1 > WS-OD-MAX
               GO TO XO000-PLACE.
           IF DTR-AMOUNT > WS-OD-AMOUNT (WS-S1)
               GO TO XO000-PLACE.
             ADD 1              TO WS-S1.
             GO TO XO000-FIND.
       XO000-PLACE.
           IF WS-S1 > 10
               GO TO XO000-EXIT.
           IF WS-OD-MAX < 10
               ADD 1            TO WS-OD-MAX.
             MOVE WS-OD-MAX     TO WS-S2.
       XO000-SHIFT.
           IF WS-S2 NOT > WS-S1
               GO TO XO000-SET.
             MOVE WS-OD-ENTRY (WS-S2 - 1)
                                TO WS-OD-ENTRY (WS-S2).
             SUBTRACT 1         FROM WS-S2.
             GO TO XO000-SHIFT.
       XO000-SET.
             MOVE DTR-ACCOUNT   TO WS-OD-ACCOUNT (WS-S1).
             MOVE DTR-DATE      TO WS-OD-DATE (WS-S1).
             MOVE DTR-REF       TO WS-OD-REF (WS-S1).
             MOVE DTR-AMOUNT    TO WS-OD-AMOUNT (WS-S1).
       XO000-EXIT.
             EXIT.
