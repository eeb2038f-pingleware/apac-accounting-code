      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******    ******    ******   **    **  *******    ******    *
      *   **    **  **    **  **    **  **    **  **    **  **    **   *
      *   **    **  **    **  **        **    **  **    **  **         *
      *   *******   **    **   ******   ********  *******    ******    *
      *   **        **    **        **  **    **  **  **          **   *
      *   **        **    **  **    **  **    **  **   **   **    **   *
      *   **         ******    ******   **    **  **    **   ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P O S   T R A D I N G   A N A L Y S I S                       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Trading pattern analysis from the POS transactions, so      *
      *    that rosters follow the till rather than gut feel.  Sale    *
      *    and refund rows are taken on their trading date             *
      *    (PTR-TRADE-DATE, or the TRDATE cut-off rule where the till  *
      *    left it blank) and bucketed by the clock hour of PTR-TIME   *
      *    or by the day-parts set up here.                            *
      *                                                                *
      *      'D' day-parts - up to eight named parts of the day,       *
      *          each from its hour up to, not including, its          *
      *          end hour                                              *
      *      'A' analysis - one trading date by hour or day-part:      *
      *          transactions, takings and average basket against      *
      *          the same weekday's average over the previous N        *
      *          weeks, then by drawer and operator                    *
      *      'H' heat map - average transactions per weekday and       *
      *          hour over the N weeks ending on a date, as figures    *
      *          and as a shaded map                                   *
      *      'E' end                                                   *
      *                                                                *
      *    Split-tender rows of one transaction count once; refunds    *
      *    reduce takings but are not counted as transactions.  Hours  *
      *    outside every day-part fall under OTHER.  Reports print to  *
      *    POSHRS.PRN.                                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POSHRS.
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

       COPY POSTRN.SL.

           SELECT POSDPT  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DPTKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY POSTRN.FDE.

      *
      *    ****    D A Y - P A R T S   (slot 1)
      *
      *    Each part runs from its hour up to, not including, its
      *    end hour (24 = midnight).  An unnamed part is not used.
      *
       FD  POSDPT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSDPT.DAT".
       01  DPT-RECORD.
           03  DPT-PART OCCURS 8.
               05  DPT-NAME   PIC  X(10).
               05  DPT-FROM   PIC  9(02).
               05  DPT-TO     PIC  9(02).
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSHRS.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DPTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-BASIS       PIC  X(01).
       77  WS-DATE        PIC  9(08)     VALUE ZERO.
       77  WS-WEEKS       PIC  9(02)     VALUE ZERO.
       77  WS-WKS-SEEN    PIC  9(02)     VALUE ZERO.
       77  WS-HOUR        PIC  9(02)     VALUE ZERO.
       77  WS-TRADE       PIC  9(08)     VALUE ZERO.
       77  WS-NEW-TX      PIC  9(01)     VALUE ZERO.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-SEL-SER     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-ROW-SER     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-DIFF        PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-WEEK-NO     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-WEEK-R      PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-WK-Q        PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-WK-R        PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-DAY         PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-BX          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-BK-MAX      PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-IX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-JX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-PASS        PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LOW         PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-LEVEL       PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-HM-HIGH     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-HM-AVG      PIC  9(05)     VALUE ZERO.
       77  WS-ED-HIGH     PIC  ZZZZ9.
       77  WS-ED-PART     PIC  9(01).
       77  WS-TOT-CNT     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-TOT-TAKE    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-CMP-CNT PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-TOT-CMP-TAKE
                          PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-AVG         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-CMP-CNT     PIC  9(05)V9   VALUE ZERO.
       77  WS-CMP-TAKE    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-CMP-AVG     PIC S9(07)V99  COMP-3 VALUE ZERO.

       77  WS-DO-MAX      PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

      *
      *    ****    T H E   L A S T   S A L E   R O W
      *
       01  WS-LAST-TX.
           03  WS-LT-DRAW    PIC  9(02).
           03  WS-LT-DATE    PIC  9(08).
           03  WS-LT-REF     PIC  X(10).
       01  WS-THIS-TX.
           03  WS-TT-DRAW    PIC  9(02).
           03  WS-TT-DATE    PIC  9(08).
           03  WS-TT-REF     PIC  X(10).

      *
      *    ****    H O U R S   O R   D A Y - P A R T S
      *
       01  WS-BK-TABLE.
           03  WS-BK-ENT OCCURS 24.
               05  WS-BK-LABEL   PIC  X(11).
               05  WS-BK-CNT     PIC  9(07)     COMP-5.
               05  WS-BK-TAKE    PIC S9(09)V99  COMP-3.
               05  WS-BK-CMP-CNT PIC  9(07)     COMP-5.
               05  WS-BK-CMP-TAKE
                                 PIC S9(09)V99  COMP-3.

       01  WS-HOUR-LABEL.
           03  WS-HL-FROM    PIC  9(02).
           03  FILLER        PIC  X(04) VALUE ":00-".
           03  WS-HL-TO      PIC  9(02).
           03  FILLER        PIC  X(03) VALUE ":00".

       01  WS-WK-FLAGS.
           03  WS-WK-FLAG    PIC  9(01) OCCURS 52.

      *
      *    ****    D R A W E R   A N D   O P E R A T O R
      *
       01  WS-DO-TABLE.
           03  WS-DO-ENT OCCURS 600.
               05  WS-DO-KEY.
                   07  WS-DO-BK    PIC  9(02).
                   07  WS-DO-DRAW  PIC  9(02).
                   07  WS-DO-OPER  PIC  X(03).
               05  WS-DO-CNT       PIC  9(07)     COMP-5.
               05  WS-DO-TAKE      PIC S9(09)V99  COMP-3.
       01  WS-DO-HOLD.
           03  FILLER        PIC  X(07).
           03  FILLER        PIC  9(07)     COMP-5.
           03  FILLER        PIC S9(09)V99  COMP-3.
       01  WS-DO-NEW-KEY.
           03  WS-DN-BK      PIC  9(02).
           03  WS-DN-DRAW    PIC  9(02).
           03  WS-DN-OPER    PIC  X(03).

      *
      *    ****    W E E K D A Y   B Y   H O U R
      *
       01  WS-HM-TABLE.
           03  WS-HM-DAY OCCURS 7.
               05  WS-HM-CNT     PIC  9(07)     COMP-5 OCCURS 24.

       01  WS-DAY-NAMES.
           03  FILLER        PIC  X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-RED REDEFINES WS-DAY-NAMES.
           03  WS-DAY-NAME   PIC  X(03) OCCURS 7.

       01  WS-SHADES.
           03  FILLER        PIC  X(25) VALUE
               "      .... :::: ++++ ####".
       01  WS-SHADE-RED REDEFINES WS-SHADES.
           03  WS-SHADE      PIC  X(05) OCCURS 5.

      *
      *    ****    T R A D I N G - D A T E   H O O K
      *
       01  WS-TD-PARAMS.
           03  WS-TD-DATE    PIC  9(08).
           03  WS-TD-TIME    PIC  9(08).
           03  WS-TD-TRADE   PIC  9(08).

      *
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

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
      *    ****    R E P O R T   L I N E S
      *
       01  WS-AN-LINE.
           03  WS-AN-LABEL   PIC  X(11).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AN-DRAW    PIC  X(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AN-OPER    PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AN-CNT     PIC  ZZZZZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AN-TAKE    PIC  ZZZ,ZZZ,ZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AN-AVG     PIC  ZZZ,ZZ9.99-.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-AN-CMP.
               05  WS-AN-CMP-CNT
                             PIC  ZZZZ9.9.
               05  FILLER    PIC  X(02) VALUE SPACES.
               05  WS-AN-CMP-TAKE
                             PIC  ZZZ,ZZZ,ZZ9.99-.
               05  FILLER    PIC  X(02) VALUE SPACES.
               05  WS-AN-CMP-AVG
                             PIC  ZZZ,ZZ9.99-.
               05  FILLER    PIC  X(02) VALUE SPACES.
               05  WS-AN-DIFF
                             PIC  ZZZ,ZZZ,ZZ9.99-.

       01  WS-HT-LINE.
           03  WS-HT-DAY     PIC  X(03).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-HT-CELL OCCURS 24.
               05  FILLER    PIC  X(01).
               05  WS-HT-VAL PIC  ZZZ9.

       01  WS-SH-LINE.
           03  WS-SH-DAY     PIC  X(03).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-SH-CELL    PIC  X(05) OCCURS 24.

       01  WS-HH-LINE.
           03  WS-HH-DAY     PIC  X(06).
           03  WS-HH-CELL OCCURS 24.
               05  FILLER    PIC  X(03).
               05  WS-HH-HOUR
                             PIC  9(02).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "POS TRADING PATTERN ANALYSIS" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O POSDPT.
           IF WS-STATUS = "35"
               OPEN OUTPUT POSDPT
               CLOSE POSDPT
               OPEN I-O POSDPT.
           IF WS-STATUS NOT = "00"
               DISPLAY "POSDPT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE 1             TO WS-DPTKEY.
             READ POSDPT.
           IF WS-STATUS NOT = "00"
               PERFORM XD000-DEFAULT-PARTS THRU XD000-EXIT
               MOVE 1           TO WS-DPTKEY
               WRITE DPT-RECORD.
       AA000-MENU.
             DISPLAY "Option - 'D'ay-parts 'A'nalysis 'H'eat 'E'nd :"
                     AT 0412 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0460
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "D"
               PERFORM BA000-PARTS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM CA000-ANALYSIS THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "H"
               PERFORM DA000-HEAT-MAP THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE POSDPT.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    D A Y - P A R T   M A I N T E N A N C E             *
      *                                                                *
      ******************************************************************
       BA000-PARTS.
             DISPLAY "Part  Name        From  To" AT 0612
                     WITH FOREGROUND-COLOR 3.
             MOVE 1             TO WS-IX.
       BA000-LINE.
             COMPUTE WS-ROW = WS-IX + 6.
             MOVE WS-IX         TO WS-ED-PART.
             DISPLAY WS-ED-PART AT LINE WS-ROW COLUMN 13.
             ACCEPT DPT-NAME (WS-IX) AT LINE WS-ROW COLUMN 18
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF DPT-NAME (WS-IX) = SPACES
               MOVE ZERO        TO DPT-FROM (WS-IX) DPT-TO (WS-IX)
               GO TO BA000-NEXT.
             ACCEPT DPT-FROM (WS-IX) AT LINE WS-ROW COLUMN 30
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT DPT-TO (WS-IX) AT LINE WS-ROW COLUMN 36
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF DPT-FROM (WS-IX) > 23
            OR DPT-TO (WS-IX) > 24
            OR DPT-TO (WS-IX) NOT > DPT-FROM (WS-IX)
               DISPLAY "From 00-23, to after from and no later than 24"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-LINE.
             DISPLAY SPACES     AT 2312.
       BA000-NEXT.
             ADD 1              TO WS-IX.
           IF WS-IX NOT > 8
               GO TO BA000-LINE.
             MOVE 1             TO WS-DPTKEY.
             REWRITE DPT-RECORD.
             DISPLAY "Day-parts saved              " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T R A D I N G   D A T E   A N A L Y S I S           *
      *                                                                *
      *    The day's rows against the same weekday 1 to N weeks back.  *
      *    The comparison is the average over the weeks that traded.   *
      *                                                                *
      ******************************************************************
       CA000-ANALYSIS.
             DISPLAY "Trading date (YYYYMMDD)     :" AT 0612.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 0642
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "'H'ourly or day-'P'art      :" AT 0712.
             MOVE "H"           TO WS-BASIS.
             ACCEPT WS-BASIS AT 0742
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-BASIS = "H" OR "P")
               GO TO CA000-ANALYSIS.
             DISPLAY "Weeks to compare (0-52)     :" AT 0812.
             MOVE 4             TO WS-WEEKS.
             ACCEPT WS-WEEKS AT 0842
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-WEEKS > 52
               GO TO CA000-ANALYSIS.
             MOVE WS-DATE       TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SEL-SER.
             PERFORM XB000-BUCKETS THRU XB000-EXIT.
             MOVE ZERO          TO WS-DO-MAX WS-WKS-SEEN.
             MOVE ZEROES        TO WS-WK-FLAGS.
             MOVE SPACES        TO WS-LAST-TX.
             OPEN INPUT POSTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "POSTRN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PRINT.
       CA000-READ.
             READ POSTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PRINT.
           IF NOT (PTR-SALE OR PTR-REFUND)
               GO TO CA000-READ.
             PERFORM XR000-ROW THRU XR000-EXIT.
           IF WS-ROW-SER > WS-SEL-SER
               GO TO CA000-READ.
             COMPUTE WS-DIFF = WS-SEL-SER - WS-ROW-SER.
             DIVIDE WS-DIFF BY 7 GIVING WS-WEEK-NO
                    REMAINDER WS-WEEK-R.
           IF WS-WEEK-R NOT = ZERO
            OR WS-WEEK-NO > WS-WEEKS
               GO TO CA000-READ.
             PERFORM XH000-BUCKET THRU XH000-EXIT.
           IF WS-WEEK-NO > ZERO
               GO TO CA000-PRIOR.
      *
      *    The day itself, by bucket and by drawer and operator
      *
             ADD WS-NEW-TX      TO WS-BK-CNT (WS-BX).
             ADD PTR-AMOUNT     TO WS-BK-TAKE (WS-BX).
             MOVE WS-BX         TO WS-DN-BK.
             MOVE PTR-DRAW      TO WS-DN-DRAW.
             MOVE PTR-OPER      TO WS-DN-OPER.
             PERFORM XO000-DRAW-OPER THRU XO000-EXIT.
             GO TO CA000-READ.
       CA000-PRIOR.
           IF WS-WK-FLAG (WS-WEEK-NO) = ZERO
               MOVE 1           TO WS-WK-FLAG (WS-WEEK-NO)
               ADD 1            TO WS-WKS-SEEN.
             ADD WS-NEW-TX      TO WS-BK-CMP-CNT (WS-BX).
             ADD PTR-AMOUNT     TO WS-BK-CMP-TAKE (WS-BX).
             GO TO CA000-READ.
       CA000-PRINT.
             CLOSE POSTRN.
             OPEN OUTPUT PRNREP.
             MOVE WS-DATE       TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             PERFORM XW000-WEEKDAY THRU XW000-EXIT.
             MOVE SPACES        TO REP-LINE.
             STRING "POS TRADING ANALYSIS  TRADING DATE " WS-DATE
                    " (" WS-DAY-NAME (WS-DAY) ")  AGAINST THE SAME "
                    "WEEKDAY OVER " WS-WEEKS " WEEKS ("
                    WS-WKS-SEEN " TRADED)"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "PERIOD                  TRANS          TAKINGS"
                    "   AVG BASKET  AVG TRANS      AVG TAKINGS"
                    "   AVG BASKET     TAKINGS DIFF"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-TOT-CNT WS-TOT-TAKE
                                   WS-TOT-CMP-CNT WS-TOT-CMP-TAKE.
             MOVE ZERO          TO WS-BX.
       CA000-BUCKET.
             ADD 1              TO WS-BX.
           IF WS-BX > WS-BK-MAX
               GO TO CA000-TOTAL.
           IF WS-BK-CNT (WS-BX) = ZERO
            AND WS-BK-TAKE (WS-BX) = ZERO
            AND WS-BK-CMP-CNT (WS-BX) = ZERO
            AND WS-BK-CMP-TAKE (WS-BX) = ZERO
               GO TO CA000-BUCKET.
             ADD WS-BK-CNT (WS-BX)
                                TO WS-TOT-CNT.
             ADD WS-BK-TAKE (WS-BX)
                                TO WS-TOT-TAKE.
             ADD WS-BK-CMP-CNT (WS-BX)
                                TO WS-TOT-CMP-CNT.
             ADD WS-BK-CMP-TAKE (WS-BX)
                                TO WS-TOT-CMP-TAKE.
             MOVE SPACES        TO WS-AN-LINE.
             MOVE WS-BK-LABEL (WS-BX)
                                TO WS-AN-LABEL.
             PERFORM XL000-LINE THRU XL000-EXIT.
             GO TO CA000-BUCKET.
       CA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-TOT-CNT    TO WS-BK-CNT (24).
             MOVE WS-TOT-TAKE   TO WS-BK-TAKE (24).
             MOVE WS-TOT-CMP-CNT
                                TO WS-BK-CMP-CNT (24).
             MOVE WS-TOT-CMP-TAKE
                                TO WS-BK-CMP-TAKE (24).
             MOVE 24            TO WS-BX.
             MOVE SPACES        TO WS-AN-LINE.
             MOVE "DAY TOTAL"   TO WS-AN-LABEL.
             PERFORM XL000-LINE THRU XL000-EXIT.
             PERFORM CB000-DRAW-OPER THRU CB000-EXIT.
             CLOSE PRNREP.
             DISPLAY "Analysis printed to POSHRS.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    T H E   D A Y   B Y   D R A W E R   A N D
      *            O P E R A T O R
      *
       CB000-DRAW-OPER.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "PERIOD       DR  OPR    TRANS          TAKINGS"
                    "   AVG BASKET"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XT000-SORT THRU XT000-EXIT.
             MOVE ZERO          TO WS-IX.
       CB000-NEXT.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-DO-MAX
               GO TO CB000-EXIT.
             MOVE SPACES        TO WS-AN-LINE.
             MOVE WS-DO-BK (WS-IX)
                                TO WS-BX.
             MOVE WS-BK-LABEL (WS-BX)
                                TO WS-AN-LABEL.
             MOVE WS-DO-DRAW (WS-IX)
                                TO WS-AN-DRAW.
             MOVE WS-DO-OPER (WS-IX)
                                TO WS-AN-OPER.
             MOVE WS-DO-CNT (WS-IX)
                                TO WS-AN-CNT.
             MOVE WS-DO-TAKE (WS-IX)
                                TO WS-AN-TAKE.
             MOVE ZERO          TO WS-AVG.
           IF WS-DO-CNT (WS-IX) > ZERO
               COMPUTE WS-AVG ROUNDED = WS-DO-TAKE (WS-IX)
                                      / WS-DO-CNT (WS-IX).
             MOVE WS-AVG        TO WS-AN-AVG.
             MOVE SPACES        TO WS-AN-CMP.
             WRITE REP-LINE FROM WS-AN-LINE.
             GO TO CB000-NEXT.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    W E E K D A Y   B Y   H O U R   H E A T   M A P     *
      *                                                                *
      *    Average transactions per week in each hour of each          *
      *    weekday, over the N weeks ending on the date given.         *
      *                                                                *
      ******************************************************************
       DA000-HEAT-MAP.
             DISPLAY "Weeks ending (YYYYMMDD)     :" AT 0612.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 0642
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Number of weeks (1-52)      :" AT 0712.
             MOVE 4             TO WS-WEEKS.
             ACCEPT WS-WEEKS AT 0742
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-WEEKS = ZERO OR WS-WEEKS > 52
               GO TO DA000-HEAT-MAP.
             MOVE WS-DATE       TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SEL-SER.
             MOVE 1             TO WS-DAY.
       DA000-ZERO.
             MOVE 1             TO WS-BX.
       DA000-ZERO-HOUR.
             MOVE ZERO          TO WS-HM-CNT (WS-DAY WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 24
               GO TO DA000-ZERO-HOUR.
             ADD 1              TO WS-DAY.
           IF WS-DAY NOT > 7
               GO TO DA000-ZERO.
             MOVE SPACES        TO WS-LAST-TX.
             OPEN INPUT POSTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "POSTRN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-PRINT.
       DA000-READ.
             READ POSTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-PRINT.
           IF NOT PTR-SALE
               GO TO DA000-READ.
             PERFORM XR000-ROW THRU XR000-EXIT.
           IF WS-ROW-SER > WS-SEL-SER
            OR WS-NEW-TX = ZERO
               GO TO DA000-READ.
             COMPUTE WS-DIFF = WS-SEL-SER - WS-ROW-SER.
           IF WS-DIFF NOT < WS-WEEKS * 7
               GO TO DA000-READ.
             MOVE WS-ROW-SER    TO WS-SD-SERIAL.
             PERFORM XW000-WEEKDAY THRU XW000-EXIT.
             COMPUTE WS-BX = WS-HOUR + 1.
             ADD 1              TO WS-HM-CNT (WS-DAY WS-BX).
             GO TO DA000-READ.
       DA000-PRINT.
             CLOSE POSTRN.
      *
      *    Averages, and the busiest cell that sets the shading
      *
             MOVE ZERO          TO WS-HM-HIGH.
             MOVE 1             TO WS-DAY.
       DA000-AVG.
             MOVE 1             TO WS-BX.
       DA000-AVG-HOUR.
             COMPUTE WS-HM-AVG ROUNDED
                   = WS-HM-CNT (WS-DAY WS-BX) / WS-WEEKS.
             MOVE WS-HM-AVG     TO WS-HM-CNT (WS-DAY WS-BX).
           IF WS-HM-AVG > WS-HM-HIGH
               MOVE WS-HM-AVG   TO WS-HM-HIGH.
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 24
               GO TO DA000-AVG-HOUR.
             ADD 1              TO WS-DAY.
           IF WS-DAY NOT > 7
               GO TO DA000-AVG.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "POS TRADING HEAT MAP  AVERAGE TRANSACTIONS PER "
                    "WEEK OVER " WS-WEEKS " WEEKS ENDING " WS-DATE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-HOUR-HEAD THRU XG000-EXIT.
             MOVE 1             TO WS-DAY.
       DA000-FIGURES.
             MOVE SPACES        TO WS-HT-LINE.
             MOVE WS-DAY-NAME (WS-DAY)
                                TO WS-HT-DAY.
             MOVE 1             TO WS-BX.
       DA000-FIG-HOUR.
             MOVE WS-HM-CNT (WS-DAY WS-BX)
                                TO WS-HT-VAL (WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 24
               GO TO DA000-FIG-HOUR.
             WRITE REP-LINE FROM WS-HT-LINE.
             ADD 1              TO WS-DAY.
           IF WS-DAY NOT > 7
               GO TO DA000-FIGURES.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             MOVE WS-HM-HIGH    TO WS-ED-HIGH.
             STRING "BUSIEST HOUR " WS-ED-HIGH
                    " TRANSACTIONS   SHADING AGAINST THE BUSIEST HOUR"
                    "   .... TO 25%   :::: TO 50%   ++++ TO 75%"
                    "   #### OVER 75%"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-HOUR-HEAD THRU XG000-EXIT.
             MOVE 1             TO WS-DAY.
       DA000-SHADE.
             MOVE SPACES        TO WS-SH-LINE.
             MOVE WS-DAY-NAME (WS-DAY)
                                TO WS-SH-DAY.
             MOVE 1             TO WS-BX.
       DA000-SHADE-HOUR.
             MOVE ZERO          TO WS-LEVEL.
           IF WS-HM-CNT (WS-DAY WS-BX) > ZERO
               COMPUTE WS-LEVEL = (WS-HM-CNT (WS-DAY WS-BX) * 4
                                 + WS-HM-HIGH - 1) / WS-HM-HIGH.
             ADD 1              TO WS-LEVEL.
             MOVE WS-SHADE (WS-LEVEL)
                                TO WS-SH-CELL (WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 24
               GO TO DA000-SHADE-HOUR.
             WRITE REP-LINE FROM WS-SH-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             ADD 1              TO WS-DAY.
           IF WS-DAY NOT > 7
               GO TO DA000-SHADE.
             CLOSE PRNREP.
             DISPLAY "Heat map printed to POSHRS.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    T H E   R O W ' S   T R A D I N G   D A Y ,   H O U R
      *            A N D   W H E T H E R   I T   S T A R T S   A
      *            N E W   T R A N S A C T I O N
      *
       XR000-ROW.
           IF PTR-TRADE-DATE NUMERIC
            AND PTR-TRADE-DATE NOT = ZERO
               MOVE PTR-TRADE-DATE
                                TO WS-TRADE
               GO TO XR000-SERIAL.
             MOVE PTR-DATE      TO WS-TD-DATE.
             MOVE PTR-TIME      TO WS-TD-TIME.
             CALL "TRDATE" USING WS-TD-PARAMS.
             MOVE WS-TD-TRADE   TO WS-TRADE.
       XR000-SERIAL.
             MOVE WS-TRADE      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-ROW-SER.
             DIVIDE PTR-TIME BY 1000000 GIVING WS-HOUR.
           IF WS-HOUR > 23
               MOVE 23          TO WS-HOUR.
      *
      *    A split tender writes one sale row per tender
      *
             MOVE ZERO          TO WS-NEW-TX.
           IF NOT PTR-SALE
               GO TO XR000-EXIT.
             MOVE PTR-DRAW      TO WS-TT-DRAW.
             MOVE PTR-DATE      TO WS-TT-DATE.
             MOVE PTR-REF       TO WS-TT-REF.
           IF WS-THIS-TX = WS-LAST-TX
            AND PTR-REF NOT = SPACES
               GO TO XR000-EXIT.
             MOVE 1             TO WS-NEW-TX.
             MOVE WS-THIS-TX    TO WS-LAST-TX.
       XR000-EXIT.
             EXIT.
      *
      *    ****    S E T   U P   T H E   B U C K E T S
      *
       XB000-BUCKETS.
             MOVE 1             TO WS-BX.
       XB000-CLEAR.
             MOVE SPACES        TO WS-BK-LABEL (WS-BX).
             MOVE ZERO          TO WS-BK-CNT (WS-BX)
                                   WS-BK-TAKE (WS-BX)
                                   WS-BK-CMP-CNT (WS-BX)
                                   WS-BK-CMP-TAKE (WS-BX).
           IF WS-BASIS = "H"
               COMPUTE WS-HL-FROM = WS-BX - 1
               MOVE WS-BX       TO WS-HL-TO
               MOVE WS-HOUR-LABEL
                                TO WS-BK-LABEL (WS-BX).
           IF WS-BASIS = "P"
            AND WS-BX < 9
               MOVE DPT-NAME (WS-BX)
                                TO WS-BK-LABEL (WS-BX).
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 24
               GO TO XB000-CLEAR.
             MOVE 24            TO WS-BK-MAX.
           IF WS-BASIS = "H"
               GO TO XB000-EXIT.
             MOVE "OTHER"       TO WS-BK-LABEL (9).
             MOVE 9             TO WS-BK-MAX.
       XB000-EXIT.
             EXIT.
      *
      *    ****    T H E   R O W ' S   B U C K E T
      *
       XH000-BUCKET.
             COMPUTE WS-BX = WS-HOUR + 1.
           IF WS-BASIS = "H"
               GO TO XH000-EXIT.
             MOVE 1             TO WS-BX.
       XH000-PART.
           IF DPT-NAME (WS-BX) NOT = SPACES
            AND WS-HOUR NOT < DPT-FROM (WS-BX)
            AND WS-HOUR < DPT-TO (WS-BX)
               GO TO XH000-EXIT.
             ADD 1              TO WS-BX.
           IF WS-BX < 9
               GO TO XH000-PART.
       XH000-EXIT.
             EXIT.
      *
      *    ****    A D D   T O   T H E   D R A W E R / O P E R A T O R
      *
       XO000-DRAW-OPER.
             MOVE ZERO          TO WS-IX.
       XO000-FIND.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-DO-MAX
               GO TO XO000-NEW.
           IF WS-DO-KEY (WS-IX) NOT = WS-DO-NEW-KEY
               GO TO XO000-FIND.
             ADD WS-NEW-TX      TO WS-DO-CNT (WS-IX).
             ADD PTR-AMOUNT     TO WS-DO-TAKE (WS-IX).
             GO TO XO000-EXIT.
       XO000-NEW.
           IF WS-DO-MAX NOT < 600
               GO TO XO000-EXIT.
             ADD 1              TO WS-DO-MAX.
             MOVE WS-DO-NEW-KEY TO WS-DO-KEY (WS-DO-MAX).
             MOVE WS-NEW-TX     TO WS-DO-CNT (WS-DO-MAX).
             MOVE PTR-AMOUNT    TO WS-DO-TAKE (WS-DO-MAX).
       XO000-EXIT.
             EXIT.
      *
      *    ****    O R D E R   B Y   P E R I O D ,   D R A W E R ,
      *            O P E R A T O R
      *
       XT000-SORT.
             MOVE 1             TO WS-PASS.
       XT000-PASS.
           IF WS-PASS NOT < WS-DO-MAX
               GO TO XT000-EXIT.
             MOVE WS-PASS       TO WS-LOW.
             COMPUTE WS-JX = WS-PASS + 1.
       XT000-LOW.
           IF WS-JX > WS-DO-MAX
               GO TO XT000-SWAP.
           IF WS-DO-KEY (WS-JX) < WS-DO-KEY (WS-LOW)
               MOVE WS-JX       TO WS-LOW.
             ADD 1              TO WS-JX.
             GO TO XT000-LOW.
       XT000-SWAP.
           IF WS-LOW NOT = WS-PASS
               MOVE WS-DO-ENT (WS-PASS)
                                TO WS-DO-HOLD
               MOVE WS-DO-ENT (WS-LOW)
                                TO WS-DO-ENT (WS-PASS)
               MOVE WS-DO-HOLD  TO WS-DO-ENT (WS-LOW).
             ADD 1              TO WS-PASS.
             GO TO XT000-PASS.
       XT000-EXIT.
             EXIT.
      *
      *    ****    O N E   A N A L Y S I S   L I N E   ( W S - B X )
      *
       XL000-LINE.
             MOVE WS-BK-CNT (WS-BX)
                                TO WS-AN-CNT.
             MOVE WS-BK-TAKE (WS-BX)
                                TO WS-AN-TAKE.
             MOVE ZERO          TO WS-AVG.
           IF WS-BK-CNT (WS-BX) > ZERO
               COMPUTE WS-AVG ROUNDED = WS-BK-TAKE (WS-BX)
                                      / WS-BK-CNT (WS-BX).
             MOVE WS-AVG        TO WS-AN-AVG.
           IF WS-WKS-SEEN = ZERO
               MOVE SPACES      TO WS-AN-CMP
               GO TO XL000-WRITE.
             COMPUTE WS-CMP-CNT ROUNDED
                   = WS-BK-CMP-CNT (WS-BX) / WS-WKS-SEEN.
             COMPUTE WS-CMP-TAKE ROUNDED
                   = WS-BK-CMP-TAKE (WS-BX) / WS-WKS-SEEN.
             MOVE ZERO          TO WS-CMP-AVG.
           IF WS-BK-CMP-CNT (WS-BX) > ZERO
               COMPUTE WS-CMP-AVG ROUNDED = WS-BK-CMP-TAKE (WS-BX)
                                          / WS-BK-CMP-CNT (WS-BX).
             MOVE WS-CMP-CNT    TO WS-AN-CMP-CNT.
             MOVE WS-CMP-TAKE   TO WS-AN-CMP-TAKE.
             MOVE WS-CMP-AVG    TO WS-AN-CMP-AVG.
             COMPUTE WS-AN-DIFF = WS-BK-TAKE (WS-BX) - WS-CMP-TAKE.
       XL000-WRITE.
             WRITE REP-LINE FROM WS-AN-LINE.
       XL000-EXIT.
             EXIT.
      *
      *    ****    H O U R   H E A D I N G   F O R   T H E   M A P
      *
       XG000-HOUR-HEAD.
             MOVE SPACES        TO WS-HH-LINE.
             MOVE "DAY"         TO WS-HH-DAY.
             MOVE 1             TO WS-BX.
       XG000-HOUR.
             COMPUTE WS-HH-HOUR (WS-BX) = WS-BX - 1.
             ADD 1              TO WS-BX.
           IF WS-BX NOT > 24
               GO TO XG000-HOUR.
             WRITE REP-LINE FROM WS-HH-LINE.
       XG000-EXIT.
             EXIT.
      *
      *    ****    W E E K D A Y   O F   A   S E R I A L   D A Y
      *            (1 = Monday ... 7 = Sunday)
      *
       XW000-WEEKDAY.
             DIVIDE WS-SD-SERIAL BY 7 GIVING WS-WK-Q REMAINDER WS-WK-R.
           IF WS-WK-R = ZERO
               MOVE 6           TO WS-DAY
               GO TO XW000-EXIT.
           IF WS-WK-R = 1
               MOVE 7           TO WS-DAY
               GO TO XW000-EXIT.
             COMPUTE WS-DAY = WS-WK-R - 1.
       XW000-EXIT.
             EXIT.
      *
      *    ****    S T A R T I N G   D A Y - P A R T S
      *
       XD000-DEFAULT-PARTS.
             MOVE SPACES        TO DPT-RECORD.
             MOVE 1             TO WS-IX.
       XD000-CLEAR.
             MOVE ZERO          TO DPT-FROM (WS-IX) DPT-TO (WS-IX).
             ADD 1              TO WS-IX.
           IF WS-IX NOT > 8
               GO TO XD000-CLEAR.
             MOVE "EARLY"       TO DPT-NAME (1).
             MOVE 00            TO DPT-FROM (1).
             MOVE 09            TO DPT-TO (1).
             MOVE "MORNING"     TO DPT-NAME (2).
             MOVE 09            TO DPT-FROM (2).
             MOVE 12            TO DPT-TO (2).
             MOVE "LUNCH"       TO DPT-NAME (3).
             MOVE 12            TO DPT-FROM (3).
             MOVE 14            TO DPT-TO (3).
             MOVE "AFTERNOON"   TO DPT-NAME (4).
             MOVE 14            TO DPT-FROM (4).
             MOVE 17            TO DPT-TO (4).
             MOVE "EVENING"     TO DPT-NAME (5).
             MOVE 17            TO DPT-FROM (5).
             MOVE 24            TO DPT-TO (5).
       XD000-EXIT.
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
