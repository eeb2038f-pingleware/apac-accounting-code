      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **         ******    ******      **      ******    *
      *   **    **  **        **    **  **    **    ***     **    **   *
      *   **        **        **        **    **     **     **    **   *
      *    ******   **         ******   **    **     **      *******   *
      *         **  **              **  **    **     **           **   *
      *   **    **  **        **    **  **    **     **           **   *
      *    ******   ********   ******    ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S A L E S M A N   T A R G E T S                               *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Salesman targets and achievement, replacing the sales       *
      *    manager's spreadsheet fed from the SLS013 prints.  Monthly  *
      *    sales and gross-profit targets are held on SLSTGT per       *
      *    salesman and calendar year, for the salesman as a whole     *
      *    (stock group zero) and optionally split by stock group.     *
      *    The achievement report reads SALESTRK from the start of     *
      *    the year to the end of the chosen month and shows, per      *
      *    salesman and then per targeted group, the month's and the   *
      *    year-to-date actual against target with the percentage      *
      *    achieved, and a run-rate forecast to the year end - the     *
      *    year-to-date actual spread over the months gone and         *
      *    carried to twelve - against the full-year target.  A        *
      *    salesman with group targets only is measured against their  *
      *    sum.  The report goes to SLS019.PRN; SLS011 uses the same   *
      *    targets to start its accelerator rate.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS019.
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

       COPY SLSTGT.SL.

           SELECT SALESTRK ASSIGN DISK
                           STATUS WS-STATUS
                           ACCESS DYNAMIC
                           ORGANIZATION INDEXED
                           RECORD KEY SAL-KEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY STOCK.FDE.

       COPY SLSTGT.FDE.

      *
      *    ****    S A L E S   T R A C K I N G   (as STPSEN writes it)
      *
       FD  SALESTRK  LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SALESTRK.DAT".
       01  SAL-REC1.
           03  SAL-KEY.
               05  SAL-DTE    PIC  9(06)    COMP.
               05  SAL-SEQ    PIC  9(04)    COMP.
           03  SAL-CODE       PIC  X(14).
           03  SAL-SMAN       PIC  9(02).
           03  SAL-REF        PIC  X(08).
           03  SAL-AC         PIC  X(06).
           03  SAL-NAME.
               05  SAL-NME    PIC  X(19).
               05  FILLER     PIC  X(21).
           03  SAL-DESC       PIC  X(30).
           03  SAL-QNT        PIC S9(07)V99 COMP-3.
           03  SAL-COST       PIC S9(07)V99 COMP-3.
           03  SAL-SELL       PIC S9(07)V99 COMP-3.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS019.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TGTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-STOCK-OPEN  PIC  9(01)     VALUE ZERO.
       77  WS-SMAN        PIC  9(03)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-GROUP       PIC  9(03)     VALUE ZERO.
       77  WS-MONTH       PIC  9(02)     VALUE ZERO.
       77  WS-M           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-S           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-T           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-TMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-SALES-IN    PIC  9(09)V99  VALUE ZERO.
       77  WS-GP-IN       PIC  9(09)V99  VALUE ZERO.
       77  WS-YR-SALES    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-YR-GP       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-GP          PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-YTD-FROM    PIC  9(06)     VALUE ZERO.
       77  WS-MTH-FROM    PIC  9(06)     VALUE ZERO.
       77  WS-MTH-TO      PIC  9(06)     VALUE ZERO.
       77  WS-YY          PIC  9(02)     VALUE ZERO.
       77  WS-PCT         PIC S9(05)V9   COMP-3 VALUE ZERO.
       77  WS-FORECAST    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ACTUAL      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TARGET      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-CNT-READ    PIC  9(07)     VALUE ZERO.
       77  WS-CNT-LINES   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OVFL        PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-YTD-TARGET  PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-YR-TARGET   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-P-ACTUAL    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-P-TARGET    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-X-TM-SALES  PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-X-TM-GP     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-X-TY-SALES  PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-X-TY-GP     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-X-TF-SALES  PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-X-TF-GP     PIC S9(11)V99  COMP-3 VALUE ZERO.

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

       01  WS-TGT-SAVE       PIC  X(165).

       01  WS-SAL-DATE       PIC  9(06).
       01  WS-SAL-PARTS REDEFINES WS-SAL-DATE.
           03  WS-SD-YY      PIC  9(02).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).

      *
      *    ****    S A L E S M A N   F I G U R E S   (1-99)
      *
      *    Targets: month, year to date and full year - from the
      *    group-zero record, or the sum of the group records when
      *    there is none.  Actuals: month and year to date.
      *
       01  WS-SM-TABLE.
           03  WS-SM         OCCURS 99.
               05  WS-SM-WHOLE   PIC  9(01).
               05  WS-SM-GROUPS  PIC  9(03).
               05  WS-SM-FIG.
                   07  WS-SM-TM-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SM-TM-GP    PIC S9(11)V99 COMP-3.
                   07  WS-SM-TY-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SM-TY-GP    PIC S9(11)V99 COMP-3.
                   07  WS-SM-TF-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SM-TF-GP    PIC S9(11)V99 COMP-3.
                   07  WS-SM-AM-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SM-AM-GP    PIC S9(11)V99 COMP-3.
                   07  WS-SM-AY-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SM-AY-GP    PIC S9(11)V99 COMP-3.
               05  WS-SM-GRP-FIG.
                   07  WS-SG-TM-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SG-TM-GP    PIC S9(11)V99 COMP-3.
                   07  WS-SG-TY-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SG-TY-GP    PIC S9(11)V99 COMP-3.
                   07  WS-SG-TF-SALES PIC S9(11)V99 COMP-3.
                   07  WS-SG-TF-GP    PIC S9(11)V99 COMP-3.

      *
      *    ****    S T O C K - G R O U P   T A R G E T S
      *
       01  WS-GT-TABLE.
           03  WS-GT         OCCURS 300.
               05  WS-GT-SMAN    PIC  9(03).
               05  WS-GT-GROUP   PIC  9(03).
               05  WS-GT-TM-SALES PIC S9(11)V99 COMP-3.
               05  WS-GT-TM-GP    PIC S9(11)V99 COMP-3.
               05  WS-GT-TY-SALES PIC S9(11)V99 COMP-3.
               05  WS-GT-TY-GP    PIC S9(11)V99 COMP-3.
               05  WS-GT-TF-SALES PIC S9(11)V99 COMP-3.
               05  WS-GT-TF-GP    PIC S9(11)V99 COMP-3.
               05  WS-GT-AM-SALES PIC S9(11)V99 COMP-3.
               05  WS-GT-AM-GP    PIC S9(11)V99 COMP-3.
               05  WS-GT-AY-SALES PIC S9(11)V99 COMP-3.
               05  WS-GT-AY-GP    PIC S9(11)V99 COMP-3.

      *
      *    ****    A C H I E V E M E N T   L I N E S
      *
       01  WS-HD-LINE-1.
           03  FILLER        PIC  X(16) VALUE SPACES.
           03  FILLER        PIC  X(36) VALUE
               "------------- MONTH ---------------".
           03  FILLER        PIC  X(38) VALUE
               "------------ YEAR TO DATE -----------".
           03  FILLER        PIC  X(36) VALUE
               "---------- FORECAST TO YEAR END ----".

       01  WS-HD-LINE-2.
           03  FILLER        PIC  X(16) VALUE
               "SMN GROUP       ".
           03  FILLER        PIC  X(36) VALUE
               "       ACTUAL       TARGET    PCT ".
           03  FILLER        PIC  X(38) VALUE
               "        ACTUAL         TARGET    PCT  ".
           03  FILLER        PIC  X(36) VALUE
               "      RUN-RATE    YEAR TARGET    PCT".

       01  WS-AC-LINE.
           03  WS-AL-SMAN    PIC  ZZ9.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-GROUP   PIC  X(05).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-MEASURE PIC  X(05).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-MA      PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-MT      PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-MP      PIC  X(07).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-YA      PIC  Z(09)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-YT      PIC  Z(09)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-YP      PIC  X(07).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-FA      PIC  Z(09)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-FT      PIC  Z(09)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AL-FP      PIC  X(07).

       01  WS-PCT-OUT.
           03  WS-PO-VALUE   PIC  ZZZZ9.9-.
       01  WS-PCT-SHOW REDEFINES WS-PCT-OUT
                             PIC  X(08).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "SALESMAN TARGETS AND ACHIEVEMENT" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O SLSTGT.
           IF WS-STATUS = "35"
               OPEN OUTPUT SLSTGT
               CLOSE SLSTGT
               OPEN I-O SLSTGT.
           IF WS-STATUS NOT = "00"
               DISPLAY "SLSTGT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY
                 "Option - 'M'aintain targets  'A'chievement  'E'nd"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0564
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "M"
               PERFORM BA000-MAINTAIN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM CA000-REPORT THRU CA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE SLSTGT.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    T A R G E T   M A I N T E N A N C E                 *
      *                                                                *
      *    One month at a time, or month 13 to set every month of the  *
      *    year to the same figures; month zero saves the record.      *
      *                                                                *
      ******************************************************************
       BA000-MAINTAIN.
             DISPLAY "Salesman number ('0' ends)    :" AT 0712.
             MOVE ZERO          TO WS-SMAN.
             ACCEPT WS-SMAN AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SMAN = ZERO
               GO TO BA000-EXIT.
           IF WS-SMAN > 99
               DISPLAY "Salesman numbers run 1-99     " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-MAINTAIN.
             DISPLAY "Calendar year                 :" AT 0812.
             MOVE WS-TDY-YEAR   TO WS-YEAR.
             ACCEPT WS-YEAR AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Stock group (0 = whole target):" AT 0912.
             MOVE ZERO          TO WS-GROUP.
             ACCEPT WS-GROUP AT 0946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XB000-FIND-TARGET THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO TGT-RECORD
               MOVE WS-SMAN     TO TGT-SMAN
               MOVE WS-YEAR     TO TGT-YEAR
               MOVE WS-GROUP    TO TGT-GROUP
               MOVE "A"         TO TGT-STATUS
               MOVE 1           TO WS-M
               PERFORM XZ000-ZERO THRU XZ000-EXIT.
       BA000-MONTH.
             PERFORM XS000-YEAR-TOTAL THRU XS000-EXIT.
             DISPLAY "Year total sales / GP         :" AT 1512.
             MOVE WS-YR-SALES   TO WS-AL-YA.
             DISPLAY WS-AL-YA AT 1546 WITH FOREGROUND-COLOR 11.
             MOVE WS-YR-GP      TO WS-AL-YT.
             DISPLAY WS-AL-YT AT 1562 WITH FOREGROUND-COLOR 11.
             DISPLAY "Month (1-12, 13 all, 0 saves) :" AT 1112.
             MOVE ZERO          TO WS-MONTH.
             ACCEPT WS-MONTH AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-MONTH = ZERO
               GO TO BA000-SAVE.
           IF WS-MONTH > 13
               GO TO BA000-MONTH.
             MOVE WS-MONTH      TO WS-M.
           IF WS-MONTH = 13
               MOVE 1           TO WS-M.
             DISPLAY "Sales target                  :" AT 1212.
             MOVE TGT-SALES (WS-M) TO WS-SALES-IN.
             ACCEPT WS-SALES-IN AT 1246
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Gross-profit target           :" AT 1312.
             MOVE TGT-GP (WS-M) TO WS-GP-IN.
             ACCEPT WS-GP-IN AT 1346
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-MONTH NOT = 13
               MOVE WS-SALES-IN TO TGT-SALES (WS-M)
               MOVE WS-GP-IN    TO TGT-GP (WS-M)
               GO TO BA000-MONTH.
       BA000-ALL.
             MOVE WS-SALES-IN   TO TGT-SALES (WS-M).
             MOVE WS-GP-IN      TO TGT-GP (WS-M).
             ADD 1              TO WS-M.
           IF WS-M NOT > 12
               GO TO BA000-ALL.
             GO TO BA000-MONTH.
       BA000-SAVE.
           IF WS-FOUND = ZERO
               PERFORM XC000-NEXT-TARGET-KEY THRU XC000-EXIT
               WRITE TGT-RECORD
           ELSE
               REWRITE TGT-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SLSTGT write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Target saved                  " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO BA000-MAINTAIN.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A C H I E V E M E N T   R E P O R T                 *
      *                                                                *
      *    One pass of SALESTRK from 1 January to the end of the       *
      *    chosen month.  Gross profit is selling price less cost as   *
      *    tracked; returns count against the salesman as they do in   *
      *    SLS013.                                                     *
      *                                                                *
      ******************************************************************
       CA000-REPORT.
             DISPLAY "Calendar year                 :" AT 0712.
             MOVE WS-TDY-YEAR   TO WS-YEAR.
             ACCEPT WS-YEAR AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Month (1-12)                  :" AT 0812.
             MOVE WS-TDY-MONTH  TO WS-MONTH.
             ACCEPT WS-MONTH AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-MONTH < 1 OR WS-MONTH > 12
               GO TO CA000-REPORT.
             DIVIDE WS-YEAR BY 100 GIVING WS-S REMAINDER WS-YY.
             COMPUTE WS-YTD-FROM = WS-YY * 10000 + 0101.
             COMPUTE WS-MTH-FROM = WS-YY * 10000 + WS-MONTH * 100.
             COMPUTE WS-MTH-TO   = WS-MTH-FROM + 99.
             PERFORM DA000-LOAD-TARGETS THRU DA000-EXIT.
             OPEN INPUT SALESTRK.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALESTRK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-STOCK-OPEN.
             OPEN INPUT STOCK.
           IF WS-STATUS = "00"
               MOVE 1           TO WS-STOCK-OPEN.
             MOVE ZERO          TO WS-CNT-READ.
             MOVE LOW-VALUES    TO SAL-KEY.
             MOVE WS-YTD-FROM   TO SAL-DTE.
             START SALESTRK KEY NOT < SAL-KEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PRINT.
       CA000-READ.
             READ SALESTRK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PRINT.
           IF SAL-DTE > WS-MTH-TO
               GO TO CA000-PRINT.
           IF SAL-SMAN = ZERO
               GO TO CA000-READ.
             ADD 1              TO WS-CNT-READ.
             MOVE SAL-SMAN      TO WS-S.
             COMPUTE WS-GP = SAL-SELL - SAL-COST.
             ADD SAL-SELL       TO WS-SM-AY-SALES (WS-S).
             ADD WS-GP          TO WS-SM-AY-GP (WS-S).
           IF SAL-DTE NOT < WS-MTH-FROM
               ADD SAL-SELL     TO WS-SM-AM-SALES (WS-S)
               ADD WS-GP        TO WS-SM-AM-GP (WS-S).
           IF WS-SM-GROUPS (WS-S) = ZERO OR WS-STOCK-OPEN = ZERO
               GO TO CA000-READ.
      *
      *    The salesman has group targets - credit the item's group
      *
             PERFORM XE000-FIND-STOCK THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-READ.
             MOVE SAL-SMAN      TO WS-SMAN.
             MOVE STK-GROUP     TO WS-GROUP.
             PERFORM XG000-FIND-GROUP THRU XG000-EXIT.
           IF WS-T = ZERO
               GO TO CA000-READ.
             ADD SAL-SELL       TO WS-GT-AY-SALES (WS-T).
             ADD WS-GP          TO WS-GT-AY-GP (WS-T).
           IF SAL-DTE NOT < WS-MTH-FROM
               ADD SAL-SELL     TO WS-GT-AM-SALES (WS-T)
               ADD WS-GP        TO WS-GT-AM-GP (WS-T).
             GO TO CA000-READ.
       CA000-PRINT.
             CLOSE SALESTRK.
           IF WS-STOCK-OPEN = 1
               CLOSE STOCK.
             PERFORM EA000-PRINT THRU EA000-EXIT.
             DISPLAY "Achievement report on SLS019.PRN - salesmen "
                     AT 2312 WITH FOREGROUND-COLOR 10
                     WS-CNT-LINES WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O A D   T H E   Y E A R ' S   T A R G E T S       *
      *                                                                *
      ******************************************************************
       DA000-LOAD-TARGETS.
             INITIALIZE WS-SM-TABLE WS-GT-TABLE.
             MOVE ZERO          TO WS-TMAX WS-OVFL.
             MOVE 1             TO WS-TGTKEY.
             START SLSTGT KEY NOT < WS-TGTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-SETTLE.
       DA000-READ.
             READ SLSTGT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-SETTLE.
           IF NOT TGT-ACTIVE OR TGT-YEAR NOT = WS-YEAR
            OR TGT-SMAN = ZERO OR TGT-SMAN > 99
               GO TO DA000-READ.
             MOVE TGT-SMAN      TO WS-S.
             PERFORM XT000-SUM-TARGET THRU XT000-EXIT.
           IF TGT-GROUP NOT = ZERO
               GO TO DA000-GROUP.
             MOVE 1             TO WS-SM-WHOLE (WS-S).
             MOVE WS-X-TM-SALES TO WS-SM-TM-SALES (WS-S).
             MOVE WS-X-TM-GP    TO WS-SM-TM-GP (WS-S).
             MOVE WS-X-TY-SALES TO WS-SM-TY-SALES (WS-S).
             MOVE WS-X-TY-GP    TO WS-SM-TY-GP (WS-S).
             MOVE WS-X-TF-SALES TO WS-SM-TF-SALES (WS-S).
             MOVE WS-X-TF-GP    TO WS-SM-TF-GP (WS-S).
             GO TO DA000-READ.
       DA000-GROUP.
             ADD WS-X-TM-SALES  TO WS-SG-TM-SALES (WS-S).
             ADD WS-X-TM-GP     TO WS-SG-TM-GP (WS-S).
             ADD WS-X-TY-SALES  TO WS-SG-TY-SALES (WS-S).
             ADD WS-X-TY-GP     TO WS-SG-TY-GP (WS-S).
             ADD WS-X-TF-SALES  TO WS-SG-TF-SALES (WS-S).
             ADD WS-X-TF-GP     TO WS-SG-TF-GP (WS-S).
           IF WS-TMAX NOT < 300
               ADD 1            TO WS-OVFL
               GO TO DA000-READ.
             ADD 1              TO WS-TMAX.
             ADD 1              TO WS-SM-GROUPS (WS-S).
             MOVE TGT-SMAN      TO WS-GT-SMAN (WS-TMAX).
             MOVE TGT-GROUP     TO WS-GT-GROUP (WS-TMAX).
             MOVE WS-X-TM-SALES TO WS-GT-TM-SALES (WS-TMAX).
             MOVE WS-X-TM-GP    TO WS-GT-TM-GP (WS-TMAX).
             MOVE WS-X-TY-SALES TO WS-GT-TY-SALES (WS-TMAX).
             MOVE WS-X-TY-GP    TO WS-GT-TY-GP (WS-TMAX).
             MOVE WS-X-TF-SALES TO WS-GT-TF-SALES (WS-TMAX).
             MOVE WS-X-TF-GP    TO WS-GT-TF-GP (WS-TMAX).
             GO TO DA000-READ.
       DA000-SETTLE.
             MOVE 1             TO WS-S.
       DA000-SETTLE-LOOP.
      *
      *    No whole target - the salesman answers to the group sum
      *
           IF WS-SM-WHOLE (WS-S) = ZERO
               MOVE WS-SG-TM-SALES (WS-S) TO WS-SM-TM-SALES (WS-S)
               MOVE WS-SG-TM-GP (WS-S)    TO WS-SM-TM-GP (WS-S)
               MOVE WS-SG-TY-SALES (WS-S) TO WS-SM-TY-SALES (WS-S)
               MOVE WS-SG-TY-GP (WS-S)    TO WS-SM-TY-GP (WS-S)
               MOVE WS-SG-TF-SALES (WS-S) TO WS-SM-TF-SALES (WS-S)
               MOVE WS-SG-TF-GP (WS-S)    TO WS-SM-TF-GP (WS-S).
             ADD 1              TO WS-S.
           IF WS-S NOT > 99
               GO TO DA000-SETTLE-LOOP.
           IF WS-OVFL NOT = ZERO
               DISPLAY "Group targets over 300 - not split " AT 2312
                       WITH FOREGROUND-COLOR 14
                       WS-OVFL WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R I N T   T H E   A C H I E V E M E N T           *
      *                                                                *
      *    A salesman with neither a target nor a sale in the year is  *
      *    left off.  Group lines follow the salesman's own two.       *
      *                                                                *
      ******************************************************************
       EA000-PRINT.
             MOVE ZERO          TO WS-CNT-LINES.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "SALESMAN TARGET ACHIEVEMENT - YEAR " WS-YEAR
                    "  MONTH " WS-MONTH
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE AFTER PAGE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HD-LINE-1.
             WRITE REP-LINE FROM WS-HD-LINE-2.
             MOVE 1             TO WS-S.
       EA000-SALESMAN.
           IF WS-SM-TF-SALES (WS-S) = ZERO
            AND WS-SM-TF-GP (WS-S) = ZERO
            AND WS-SM-AY-SALES (WS-S) = ZERO
            AND WS-SM-AY-GP (WS-S) = ZERO
               GO TO EA000-NEXT.
             ADD 1              TO WS-CNT-LINES.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-AL-GROUP.
             MOVE WS-S          TO WS-AL-SMAN.
             MOVE "SALES"       TO WS-AL-MEASURE.
             MOVE WS-SM-AM-SALES (WS-S) TO WS-AL-MA.
             MOVE WS-SM-TM-SALES (WS-S) TO WS-AL-MT.
             MOVE WS-SM-AY-SALES (WS-S) TO WS-AL-YA.
             MOVE WS-SM-TY-SALES (WS-S) TO WS-AL-YT.
             MOVE WS-SM-TF-SALES (WS-S) TO WS-AL-FT.
             MOVE WS-SM-AM-SALES (WS-S) TO WS-ACTUAL.
             MOVE WS-SM-TM-SALES (WS-S) TO WS-TARGET.
             MOVE WS-SM-AY-SALES (WS-S) TO WS-FORECAST.
             MOVE WS-SM-TY-SALES (WS-S) TO WS-YTD-TARGET.
             MOVE WS-SM-TF-SALES (WS-S) TO WS-YR-TARGET.
             PERFORM XP000-PRINT-LINE THRU XP000-EXIT.
             MOVE "GP"          TO WS-AL-MEASURE.
             MOVE WS-SM-AM-GP (WS-S) TO WS-AL-MA.
             MOVE WS-SM-TM-GP (WS-S) TO WS-AL-MT.
             MOVE WS-SM-AY-GP (WS-S) TO WS-AL-YA.
             MOVE WS-SM-TY-GP (WS-S) TO WS-AL-YT.
             MOVE WS-SM-TF-GP (WS-S) TO WS-AL-FT.
             MOVE WS-SM-AM-GP (WS-S) TO WS-ACTUAL.
             MOVE WS-SM-TM-GP (WS-S) TO WS-TARGET.
             MOVE WS-SM-AY-GP (WS-S) TO WS-FORECAST.
             MOVE WS-SM-TY-GP (WS-S) TO WS-YTD-TARGET.
             MOVE WS-SM-TF-GP (WS-S) TO WS-YR-TARGET.
             PERFORM XP000-PRINT-LINE THRU XP000-EXIT.
           IF WS-SM-GROUPS (WS-S) = ZERO
               GO TO EA000-NEXT.
             MOVE 1             TO WS-T.
       EA000-GROUP.
           IF WS-T > WS-TMAX
               GO TO EA000-NEXT.
           IF WS-GT-SMAN (WS-T) NOT = WS-S
               ADD 1            TO WS-T
               GO TO EA000-GROUP.
             MOVE SPACES        TO WS-AL-GROUP.
             STRING "G" WS-GT-GROUP (WS-T)
                    DELIMITED SIZE INTO WS-AL-GROUP.
             MOVE "SALES"       TO WS-AL-MEASURE.
             MOVE WS-GT-AM-SALES (WS-T) TO WS-AL-MA.
             MOVE WS-GT-TM-SALES (WS-T) TO WS-AL-MT.
             MOVE WS-GT-AY-SALES (WS-T) TO WS-AL-YA.
             MOVE WS-GT-TY-SALES (WS-T) TO WS-AL-YT.
             MOVE WS-GT-TF-SALES (WS-T) TO WS-AL-FT.
             MOVE WS-GT-AM-SALES (WS-T) TO WS-ACTUAL.
             MOVE WS-GT-TM-SALES (WS-T) TO WS-TARGET.
             MOVE WS-GT-AY-SALES (WS-T) TO WS-FORECAST.
             MOVE WS-GT-TY-SALES (WS-T) TO WS-YTD-TARGET.
             MOVE WS-GT-TF-SALES (WS-T) TO WS-YR-TARGET.
             PERFORM XP000-PRINT-LINE THRU XP000-EXIT.
             MOVE "GP"          TO WS-AL-MEASURE.
             MOVE WS-GT-AM-GP (WS-T) TO WS-AL-MA.
             MOVE WS-GT-TM-GP (WS-T) TO WS-AL-MT.
             MOVE WS-GT-AY-GP (WS-T) TO WS-AL-YA.
             MOVE WS-GT-TY-GP (WS-T) TO WS-AL-YT.
             MOVE WS-GT-TF-GP (WS-T) TO WS-AL-FT.
             MOVE WS-GT-AM-GP (WS-T) TO WS-ACTUAL.
             MOVE WS-GT-TM-GP (WS-T) TO WS-TARGET.
             MOVE WS-GT-AY-GP (WS-T) TO WS-FORECAST.
             MOVE WS-GT-TY-GP (WS-T) TO WS-YTD-TARGET.
             MOVE WS-GT-TF-GP (WS-T) TO WS-YR-TARGET.
             PERFORM XP000-PRINT-LINE THRU XP000-EXIT.
             ADD 1              TO WS-T.
             GO TO EA000-GROUP.
       EA000-NEXT.
             ADD 1              TO WS-S.
           IF WS-S NOT > 99
               GO TO EA000-SALESMAN.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "Forecast is the year-to-date actual at the "
                    "same monthly rate to December.  Sales lines read "
                    WS-CNT-READ
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP.
       EA000-EXIT.
             EXIT.
      /
      *
      *    ****    O N E   P R I N T   L I N E
      *
      *    In:  WS-ACTUAL/WS-TARGET the month, WS-FORECAST and
      *         WS-YTD-TARGET the year to date, WS-YR-TARGET the full
      *         year.  The year-to-date actual is run on to twelve
      *         months here.
      *
       XP000-PRINT-LINE.
             MOVE WS-ACTUAL     TO WS-P-ACTUAL.
             MOVE WS-TARGET     TO WS-P-TARGET.
             PERFORM XQ000-PERCENT THRU XQ000-EXIT.
             MOVE WS-PCT-SHOW   TO WS-AL-MP.
             MOVE WS-FORECAST   TO WS-P-ACTUAL.
             MOVE WS-YTD-TARGET TO WS-P-TARGET.
             PERFORM XQ000-PERCENT THRU XQ000-EXIT.
             MOVE WS-PCT-SHOW   TO WS-AL-YP.
             COMPUTE WS-FORECAST ROUNDED = WS-FORECAST * 12 / WS-MONTH.
             MOVE WS-FORECAST   TO WS-AL-FA.
             MOVE WS-FORECAST   TO WS-P-ACTUAL.
             MOVE WS-YR-TARGET  TO WS-P-TARGET.
             PERFORM XQ000-PERCENT THRU XQ000-EXIT.
             MOVE WS-PCT-SHOW   TO WS-AL-FP.
             WRITE REP-LINE FROM WS-AC-LINE.
             MOVE SPACES        TO WS-AL-GROUP.
             MOVE ZERO          TO WS-AL-SMAN.
       XP000-EXIT.
             EXIT.
      *
      *    ****    P E R C E N T A G E   O F   T A R G E T
      *
      *    Blank with no target; held at 9999.9 either way.
      *
       XQ000-PERCENT.
             MOVE SPACES        TO WS-PCT-SHOW.
           IF WS-P-TARGET NOT > ZERO
               GO TO XQ000-EXIT.
             COMPUTE WS-PCT ROUNDED = WS-P-ACTUAL * 100 / WS-P-TARGET
                     ON SIZE ERROR MOVE 9999.9 TO WS-PCT.
           IF WS-PCT > 9999.9
               MOVE 9999.9      TO WS-PCT.
           IF WS-PCT < -9999.9
               MOVE -9999.9     TO WS-PCT.
             MOVE WS-PCT        TO WS-PO-VALUE.
       XQ000-EXIT.
             EXIT.
      /
      *
      *    ****    F I N D   A   T A R G E T   R E C O R D
      *
      *    WS-SMAN, WS-YEAR, WS-GROUP in - WS-FOUND 1 with the record
      *    read and WS-TGTKEY set.
      *
       XB000-FIND-TARGET.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-TGTKEY.
             START SLSTGT KEY NOT < WS-TGTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ SLSTGT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF TGT-SMAN = WS-SMAN AND TGT-YEAR = WS-YEAR
            AND TGT-GROUP = WS-GROUP AND NOT TGT-DELETED
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T
      *
      *    The scan reads over the record area, so the new record is
      *    put by and restored.
      *
       XC000-NEXT-TARGET-KEY.
             MOVE TGT-RECORD    TO WS-TGT-SAVE.
             MOVE 1             TO WS-TGTKEY.
             START SLSTGT KEY NOT < WS-TGTKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-TGTKEY
               GO TO XC000-SET.
       XC000-READ.
             READ SLSTGT NEXT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
               GO TO XC000-READ.
             ADD 1              TO WS-TGTKEY.
       XC000-SET.
             MOVE WS-TGT-SAVE   TO TGT-RECORD.
       XC000-EXIT.
             EXIT.
      *
      *    ****    S T O C K   I T E M   F O R   T H E   S A L E
      *
       XE000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF STK-CODE NOT = SAL-CODE
               GO TO XE000-READ.
             MOVE 1             TO WS-FOUND.
       XE000-EXIT.
             EXIT.
      *
      *    ****    T H E   S A L E S M A N ' S   G R O U P   E N T R Y
      *
       XG000-FIND-GROUP.
             MOVE 1             TO WS-T.
       XG000-LOOP.
           IF WS-T > WS-TMAX
               MOVE ZERO        TO WS-T
               GO TO XG000-EXIT.
           IF WS-GT-SMAN (WS-T) = WS-SMAN
            AND WS-GT-GROUP (WS-T) = WS-GROUP
               GO TO XG000-EXIT.
             ADD 1              TO WS-T.
             GO TO XG000-LOOP.
       XG000-EXIT.
             EXIT.
      *
      *    ****    Y E A R   T O T A L   O F   T H E   R E C O R D
      *
       XS000-YEAR-TOTAL.
             MOVE ZERO          TO WS-YR-SALES WS-YR-GP.
             MOVE 1             TO WS-M.
       XS000-LOOP.
             ADD TGT-SALES (WS-M) TO WS-YR-SALES.
             ADD TGT-GP (WS-M)  TO WS-YR-GP.
             ADD 1              TO WS-M.
           IF WS-M NOT > 12
               GO TO XS000-LOOP.
       XS000-EXIT.
             EXIT.
      *
      *    ****    M O N T H ,   T O - D A T E   A N D   Y E A R
      *
       XT000-SUM-TARGET.
             MOVE ZERO          TO WS-X-TY-SALES WS-X-TY-GP
                                   WS-X-TF-SALES WS-X-TF-GP.
             MOVE TGT-SALES (WS-MONTH) TO WS-X-TM-SALES.
             MOVE TGT-GP (WS-MONTH)    TO WS-X-TM-GP.
             MOVE 1             TO WS-M.
       XT000-LOOP.
           IF WS-M NOT > WS-MONTH
               ADD TGT-SALES (WS-M) TO WS-X-TY-SALES
               ADD TGT-GP (WS-M)    TO WS-X-TY-GP.
             ADD TGT-SALES (WS-M) TO WS-X-TF-SALES.
             ADD TGT-GP (WS-M)  TO WS-X-TF-GP.
             ADD 1              TO WS-M.
           IF WS-M NOT > 12
               GO TO XT000-LOOP.
       XT000-EXIT.
             EXIT.
      *
      *    ****    C L E A R   T H E   M O N T H S
      *
       XZ000-ZERO.
             MOVE ZERO          TO TGT-SALES (WS-M) TGT-GP (WS-M).
             ADD 1              TO WS-M.
           IF WS-M NOT > 12
               GO TO XZ000-ZERO.
       XZ000-EXIT.
             EXIT.
