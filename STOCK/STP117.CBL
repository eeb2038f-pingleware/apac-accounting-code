      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   ********  *******      **        **     ********   *
      *   **    **     **     **    **    ***       ***           **   *
      *   **           **     **    **     **        **          **    *
      *    ******      **     *******      **        **         **     *
      *         **     **     **           **        **        **      *
      *   **    **     **     **           **        **       **       *
      *    ******      **     **         ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S T O C K   G / L E D G E R   P O S T I N G                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Values the stock movements on STKMOVE into the G/Ledger so  *
      *    the stock account no longer waits for the year-end          *
      *    correction.  Receipts, sales, adjustments, job issues and   *
      *    transfers not yet posted, up to a cut-off date, are valued  *
      *    at the movement cost (the average cost where the movement   *
      *    carries none), summarised by stock group and movement       *
      *    type, and built into one balanced batch at captured status  *
      *    for the GLP049/GLP050 flow.  Every movement posted is       *
      *    flagged so a re-run cannot post it twice, and the posting   *
      *    journal lists each movement reference behind the ledger     *
      *    lines.                                                      *
      *                                                                *
      *    The STKMAP rules (maintained here) give each group and      *
      *    movement type a stock account and a contra account - GRNI   *
      *    for receipts, cost of sales for sales, shrinkage for        *
      *    adjustments, work in progress for issues, stock in transit  *
      *    for transfers.  Group 999 is the catch-all for groups       *
      *    without their own rule.  The movement value is debited to   *
      *    the stock account and credited to the contra, so sales and  *
      *    issues (negative quantities) reverse naturally.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP117.
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

       COPY STKMOVE.SL.

       COPY STOCK.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

       COPY STKMAP.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY STKMOVE.FDE.

       COPY STOCK.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       COPY STKMAP.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP117.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SKMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-HIGH-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-NEXT-SKM    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-CUT-OFF     PIC  9(08)     VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-R-GROUP     PIC  9(03)     VALUE ZERO.
       77  WS-R-TYPE      PIC  X(02)     VALUE SPACES.
           88  WS-MOVE-TYPE    VALUES "RC" "SA" "AD" "TR" "IS".
       77  WS-R-STOCK-AC  PIC  9(07)     VALUE ZERO.
       77  WS-R-STOCK-DEPT
                          PIC  9(03)     VALUE ZERO.
       77  WS-R-CONTRA-AC PIC  9(07)     VALUE ZERO.
       77  WS-R-CONTRA-DEPT
                          PIC  9(03)     VALUE ZERO.
       77  WS-LAST-CODE   PIC  X(14)     VALUE HIGH-VALUES.
       77  WS-LAST-GROUP  PIC  9(03)     VALUE ZERO.
       77  WS-LAST-AVG    PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-UNIT-COST   PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-MAP-OK      PIC  9(01)     VALUE ZERO.
       77  WS-PRN-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-G1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-GRP-MAX     PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-ITEMS       PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-MARKED      PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-VALUE       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-AMOUNT      PIC S9(11)V99  COMP-3 VALUE ZERO.
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
      *    ****    G R O U P  /  M O V E M E N T   S U M M A R Y
      *
       01  WS-GRP-TABLE.
           03  WS-GRP-ENTRY  OCCURS 200.
               05  WS-GP-GROUP   PIC  9(03).
               05  WS-GP-TYPE    PIC  X(02).
               05  WS-GP-COUNT   PIC  9(07)     COMP-5.
               05  WS-GP-VALUE   PIC S9(11)V99  COMP-3.

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
           03  FILLER        PIC  X(34) VALUE
               "STOCK MOVEMENT POSTING  TO DATE ".
           03  WS-TI-CUT-OFF PIC  9(08).
           03  FILLER        PIC  X(10) VALUE "   PERIOD ".
           03  WS-TI-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-TI-YEAR    PIC  9(04).

       01  WS-MV-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "DATE      CODE           LOC TY REFERENCE     ".
           03  FILLER        PIC  X(50) VALUE
               "    QUANTITY       UNIT COST           VALUE GRP".

       01  WS-MV-LINE.
           03  WS-MV-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-MV-CODE    PIC  X(14).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MV-LOC     PIC  9(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MV-TYPE    PIC  X(02).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MV-REF     PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-MV-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-MV-COST    PIC  Z(06)9.9999-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-MV-VALUE   PIC  Z(10)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MV-GROUP   PIC  9(03).

       01  WS-GP-LINE.
           03  FILLER        PIC  X(08) VALUE "  GROUP ".
           03  WS-GL-GROUP   PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-GL-TYPE    PIC  X(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-GL-COUNT   PIC  Z(06)9.
           03  FILLER        PIC  X(12) VALUE " MOVEMENTS  ".
           03  WS-GL-VALUE   PIC  Z(10)9.99-.

       01  WS-JL-LINE.
           03  WS-JL-TEXT    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-JL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-JL-DEPT    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-JL-AMOUNT  PIC  Z(10)9.99-.

       01  WS-NR-LINE.
           03  FILLER        PIC  X(30) VALUE
               "** NO POSTING RULE - GROUP ".
           03  WS-NR-GROUP   PIC  9(03).
           03  FILLER        PIC  X(17) VALUE "  MOVEMENT TYPE ".
           03  WS-NR-TYPE    PIC  X(02).

       01  WS-RL-LINE.
           03  WS-RL-GROUP   PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-TYPE    PIC  X(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-DESC    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-STOCK   PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-RL-SDEPT   PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-CONTRA  PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-RL-CDEPT   PIC  9(03).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "STOCK MOVEMENT G/LEDGER POSTING" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "STP117"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O STKMAP.
           IF WS-STATUS = "35"
               OPEN OUTPUT STKMAP
               CLOSE STKMAP
               OPEN I-O STKMAP.
           IF WS-STATUS NOT = "00"
               DISPLAY "STKMAP open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'M'aintain rules  'L'ist rules  'P'ost  'E'nd"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0560
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "M"
               PERFORM BA000-MAP THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM BB000-LIST THRU BB000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               PERFORM CA000-POST THRU CA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE STKMAP.
           IF WS-PRN-OPEN = 1
               CLOSE PRNREP.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A I N T A I N   T H E   P O S T I N G   R U L E S *
      *                                                                *
      *    A zero stock account removes the rule.                      *
      *                                                                *
      ******************************************************************
       BA000-MAP.
             DISPLAY "Stock group (999 = any, 0 ends)      :" AT 0712.
             MOVE ZERO          TO WS-R-GROUP.
             ACCEPT WS-R-GROUP AT 0753
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-R-GROUP = ZERO
               GO TO BA000-EXIT.
       BA000-TYPE.
             DISPLAY "Movement type (RC SA AD TR IS)       :" AT 0812.
             MOVE SPACES        TO WS-R-TYPE.
             ACCEPT WS-R-TYPE AT 0853
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT WS-MOVE-TYPE
               DISPLAY "Not a stock movement type      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-TYPE.
             PERFORM XF000-FIND-RULE THRU XF000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XN000-NEXT-SKM THRU XN000-EXIT
               MOVE SPACES      TO SKM-RECORD
               MOVE WS-R-GROUP  TO SKM-GROUP
               MOVE WS-R-TYPE   TO SKM-TYPE
               MOVE ZERO        TO SKM-STOCK-AC SKM-STOCK-DEPT
                                   SKM-CONTRA-AC SKM-CONTRA-DEPT
               MOVE "A"         TO SKM-STATUS
               MOVE WS-NEXT-SKM TO WS-SKMKEY
               WRITE SKM-RECORD
               READ STKMAP.
             DISPLAY "Description                          :"
                     AT 0912.
             ACCEPT SKM-DESC AT 0953
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Stock account (0 removes the rule)   :"
                     AT 1012.
             ACCEPT SKM-STOCK-AC AT 1053
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Stock department                     :"
                     AT 1112.
             ACCEPT SKM-STOCK-DEPT AT 1153
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Contra account                       :"
                     AT 1212.
             ACCEPT SKM-CONTRA-AC AT 1253
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Contra department                    :"
                     AT 1312.
             ACCEPT SKM-CONTRA-DEPT AT 1353
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF SKM-STOCK-AC = ZERO
               MOVE "D"         TO SKM-STATUS
           ELSE
               MOVE "A"         TO SKM-STATUS.
             REWRITE SKM-RECORD.
             DISPLAY "Posting rule saved             " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-MAP.
       BA000-EXIT.
             EXIT.
      *
      *    ****    L I S T   T H E   P O S T I N G   R U L E S
      *
       BB000-LIST.
             PERFORM XP000-OPEN-PRINT THRU XP000-EXIT.
             MOVE "STOCK POSTING RULES" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-END.
       BB000-READ.
             READ STKMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-END.
           IF NOT SKM-ACTIVE
               GO TO BB000-READ.
             MOVE SKM-GROUP     TO WS-RL-GROUP.
             MOVE SKM-TYPE      TO WS-RL-TYPE.
             MOVE SKM-DESC      TO WS-RL-DESC.
             MOVE SKM-STOCK-AC  TO WS-RL-STOCK.
             MOVE SKM-STOCK-DEPT
                                TO WS-RL-SDEPT.
             MOVE SKM-CONTRA-AC TO WS-RL-CONTRA.
             MOVE SKM-CONTRA-DEPT
                                TO WS-RL-CDEPT.
             WRITE REP-LINE FROM WS-RL-LINE.
             GO TO BB000-READ.
       BB000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             DISPLAY "Rules listed on STP117.PRN     " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P O S T   T H E   M O V E M E N T S                 *
      *                                                                *
      *    Pass one values and lists every unposted movement up to     *
      *    the cut-off; the batch is only written once every group     *
      *    and type resolves to a rule, and pass two then flags the    *
      *    movements (no further than the last one valued, so a        *
      *    movement written meanwhile waits for the next run).         *
      *                                                                *
      ******************************************************************
       CA000-POST.
             DISPLAY "Post movements dated up to :" AT 0712.
             MOVE WS-TODAY-N    TO WS-CUT-OFF.
             ACCEPT WS-CUT-OFF AT 0741
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-CUT-OFF = ZERO
               GO TO CA000-EXIT.
       CA000-05.
             DISPLAY "Ledger period (1-13)       :" AT 0812.
             ACCEPT WS-PERIOD AT 0841
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO CA000-05.
       CA000-10.
             DISPLAY "Financial year             :" AT 0912.
             MOVE WS-TDY-YEAR   TO WS-YEAR.
             ACCEPT WS-YEAR AT 0941
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-YEAR = ZERO
               GO TO CA000-10.
             OPEN I-O STKMOVE.
           IF WS-STATUS NOT = "00"
               DISPLAY "STKMOVE open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE STKMOVE
               GO TO CA000-EXIT.
             PERFORM XP000-OPEN-PRINT THRU XP000-EXIT.
             MOVE WS-CUT-OFF    TO WS-TI-CUT-OFF.
             MOVE WS-PERIOD     TO WS-TI-PERIOD.
             MOVE WS-YEAR       TO WS-TI-YEAR.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-MV-HEAD.
             MOVE ZERO          TO WS-GRP-MAX WS-ITEMS WS-HIGH-KEY
                                   WS-MARKED.
             MOVE HIGH-VALUES   TO WS-LAST-CODE.
             MOVE 1             TO WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-BUILD.
       CA000-READ.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-BUILD.
           IF STM-TO-LEDGER OR STM-DATE > WS-CUT-OFF
               GO TO CA000-READ.
             PERFORM XB000-VALUE THRU XB000-EXIT.
             MOVE STM-TYPE      TO WS-R-TYPE.
             PERFORM XA000-ADD-GROUP THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Too many group/type pairs - nothing posted"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-CLOSE.
             MOVE STM-DATE      TO WS-MV-DATE.
             MOVE STM-CODE      TO WS-MV-CODE.
             MOVE STM-LOCATION  TO WS-MV-LOC.
             MOVE STM-TYPE      TO WS-MV-TYPE.
             MOVE STM-REF       TO WS-MV-REF.
             MOVE STM-QTY       TO WS-MV-QTY.
             MOVE WS-UNIT-COST  TO WS-MV-COST.
             MOVE WS-VALUE      TO WS-MV-VALUE.
             MOVE WS-R-GROUP    TO WS-MV-GROUP.
             WRITE REP-LINE FROM WS-MV-LINE.
             ADD 1              TO WS-ITEMS.
             MOVE WS-STMKEY     TO WS-HIGH-KEY.
             GO TO CA000-READ.
       CA000-BUILD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
           IF WS-ITEMS = ZERO
               MOVE "NO UNPOSTED MOVEMENTS TO THE CUT-OFF" TO REP-LINE
               WRITE REP-LINE
               DISPLAY "No unposted movements to the cut-off" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-CLOSE.
             PERFORM XV000-VET-MAP THRU XV000-EXIT.
           IF WS-MAP-OK = ZERO
               MOVE "POSTING MAP INCOMPLETE - NOTHING POSTED"
                                TO REP-LINE
               WRITE REP-LINE
               DISPLAY "Posting map incomplete - nothing posted"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-CLOSE.
             PERFORM DA000-BATCH THRU DA000-EXIT.
      *
      *    Batch is on file - flag what it carries
      *
             MOVE 1             TO WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
       CA000-MARK.
             READ STKMOVE NEXT.
           IF WS-STATUS NOT = "00" OR WS-STMKEY > WS-HIGH-KEY
               GO TO CA000-DONE.
           IF STM-TO-LEDGER OR STM-DATE > WS-CUT-OFF
               GO TO CA000-MARK.
             MOVE "P"           TO STM-GL-FLAG.
             REWRITE STM-RECORD.
             ADD 1              TO WS-MARKED.
             GO TO CA000-MARK.
       CA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             DISPLAY "Movements posted in batch " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11
                     "  movements " WITH FOREGROUND-COLOR 10
                     WS-MARKED WITH FOREGROUND-COLOR 11.
       CA000-CLOSE.
             CLOSE STKMOVE STOCK.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    B U I L D   T H E   B A L A N C E D   B A T C H     *
      *                                                                *
      ******************************************************************
       DA000-BATCH.
             OPEN I-O GLBHDR.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBHDR
               CLOSE GLBHDR
               OPEN I-O GLBHDR.
             OPEN I-O GLBTRN.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBTRN
               CLOSE GLBTRN
               OPEN I-O GLBTRN.
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE ZERO          TO WS-BAT-DR WS-BAT-CR WS-LINE-NO.
             MOVE 1             TO WS-G1.
       DA000-GROUPS.
           IF WS-G1 > WS-GRP-MAX
               GO TO DA000-HEADER.
             MOVE WS-GP-GROUP (WS-G1)
                                TO WS-R-GROUP WS-GL-GROUP.
             MOVE WS-GP-TYPE (WS-G1)
                                TO WS-R-TYPE WS-GL-TYPE.
             MOVE WS-GP-COUNT (WS-G1)
                                TO WS-GL-COUNT.
             MOVE WS-GP-VALUE (WS-G1)
                                TO WS-GL-VALUE.
             WRITE REP-LINE FROM WS-GP-LINE.
             PERFORM XM000-GET-RULE THRU XM000-EXIT.
             MOVE SPACES        TO WS-REF.
             STRING "STK " WS-R-GROUP " " WS-R-TYPE
                    DELIMITED SIZE INTO WS-REF.
      *
      *    Stock account takes the value, the contra the reverse
      *
             MOVE WS-R-STOCK-AC TO WS-ACCOUNT.
             MOVE WS-R-STOCK-DEPT
                                TO WS-DEPT.
             MOVE WS-GP-VALUE (WS-G1)
                                TO WS-AMOUNT.
             MOVE SPACES        TO WS-NARR.
             STRING "STOCK GROUP " WS-R-GROUP " " WS-R-TYPE
                    DELIMITED SIZE INTO WS-NARR.
             PERFORM DB000-LINE THRU DB000-EXIT.
             MOVE WS-R-CONTRA-AC
                                TO WS-ACCOUNT.
             MOVE WS-R-CONTRA-DEPT
                                TO WS-DEPT.
             COMPUTE WS-AMOUNT = ZERO - WS-GP-VALUE (WS-G1).
             MOVE SPACES        TO WS-NARR.
             STRING "CONTRA GROUP " WS-R-GROUP " " WS-R-TYPE
                    DELIMITED SIZE INTO WS-NARR.
             PERFORM DB000-LINE THRU DB000-EXIT.
             ADD 1              TO WS-G1.
             GO TO DA000-GROUPS.
       DA000-HEADER.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             MOVE "STOCK MOVEMENT POSTING" TO BCH-DESC.
             MOVE "ST "         TO BCH-SOURCE.
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
             MOVE WS-CUT-OFF    TO BTR-DATE.
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
      *
      *    ****    A C C U M U L A T E   A   G R O U P / T Y P E
      *
      *    WS-FOUND comes back zero only when the table is full.
      *
       XA000-ADD-GROUP.
             MOVE 1             TO WS-FOUND.
             MOVE 1             TO WS-G1.
       XA000-LOOP.
           IF WS-G1 > WS-GRP-MAX
               GO TO XA000-NEW.
           IF WS-GP-GROUP (WS-G1) = WS-R-GROUP
            AND WS-GP-TYPE (WS-G1) = WS-R-TYPE
               GO TO XA000-ADD.
             ADD 1              TO WS-G1.
             GO TO XA000-LOOP.
       XA000-NEW.
           IF WS-GRP-MAX NOT < 200
               MOVE ZERO        TO WS-FOUND
               GO TO XA000-EXIT.
             ADD 1              TO WS-GRP-MAX.
             MOVE WS-GRP-MAX    TO WS-G1.
             MOVE WS-R-GROUP    TO WS-GP-GROUP (WS-G1).
             MOVE WS-R-TYPE     TO WS-GP-TYPE (WS-G1).
             MOVE ZERO          TO WS-GP-COUNT (WS-G1)
                                   WS-GP-VALUE (WS-G1).
       XA000-ADD.
             ADD 1              TO WS-GP-COUNT (WS-G1).
             ADD WS-VALUE       TO WS-GP-VALUE (WS-G1).
       XA000-EXIT.
             EXIT.
      *
      *    ****    V A L U E   A   M O V E M E N T
      *
      *    The movement cost where one was recorded, otherwise the
      *    item's average cost.  The item is only looked up when the
      *    code changes.
      *
       XB000-VALUE.
           IF STM-CODE = WS-LAST-CODE
               GO TO XB000-COST.
             MOVE STM-CODE      TO WS-LAST-CODE.
             MOVE ZERO          TO WS-LAST-GROUP WS-LAST-AVG.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-COST.
       XB000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-COST.
           IF STK-CODE NOT = STM-CODE
               GO TO XB000-READ.
             MOVE STK-GROUP     TO WS-LAST-GROUP.
             MOVE STK-AVG-COST  TO WS-LAST-AVG.
       XB000-COST.
             MOVE WS-LAST-GROUP TO WS-R-GROUP.
           IF STM-COST = ZERO
               MOVE WS-LAST-AVG TO WS-UNIT-COST
           ELSE
               MOVE STM-COST    TO WS-UNIT-COST.
             COMPUTE WS-VALUE ROUNDED = STM-QTY * WS-UNIT-COST.
       XB000-EXIT.
             EXIT.
      *
      *    ****    V E T   T H E   P O S T I N G   M A P
      *
       XV000-VET-MAP.
             MOVE 1             TO WS-MAP-OK.
             MOVE 1             TO WS-G1.
       XV000-LOOP.
           IF WS-G1 > WS-GRP-MAX
               GO TO XV000-EXIT.
             MOVE WS-GP-GROUP (WS-G1)
                                TO WS-R-GROUP.
             MOVE WS-GP-TYPE (WS-G1)
                                TO WS-R-TYPE.
             PERFORM XM000-GET-RULE THRU XM000-EXIT.
           IF WS-FOUND = ZERO
               MOVE ZERO        TO WS-MAP-OK
               MOVE WS-R-GROUP  TO WS-NR-GROUP
               MOVE WS-R-TYPE   TO WS-NR-TYPE
               WRITE REP-LINE FROM WS-NR-LINE.
             ADD 1              TO WS-G1.
             GO TO XV000-LOOP.
       XV000-EXIT.
             EXIT.
      /
      *
      *    ****    F E T C H   A   P O S T I N G   R U L E
      *
      *    The rule for the item's own group wins; group 999
      *    catches every group without its own.
      *
       XM000-GET-RULE.
             MOVE ZERO          TO WS-FOUND WS-R-STOCK-AC
                                   WS-R-STOCK-DEPT WS-R-CONTRA-AC
                                   WS-R-CONTRA-DEPT.
             MOVE 1             TO WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
       XM000-READ.
             READ STKMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
           IF NOT SKM-ACTIVE OR SKM-STOCK-AC = ZERO
            OR SKM-CONTRA-AC = ZERO OR SKM-TYPE NOT = WS-R-TYPE
               GO TO XM000-READ.
           IF SKM-GROUP NOT = WS-R-GROUP AND SKM-GROUP NOT = 999
               GO TO XM000-READ.
             MOVE SKM-STOCK-AC  TO WS-R-STOCK-AC.
             MOVE SKM-STOCK-DEPT
                                TO WS-R-STOCK-DEPT.
             MOVE SKM-CONTRA-AC TO WS-R-CONTRA-AC.
             MOVE SKM-CONTRA-DEPT
                                TO WS-R-CONTRA-DEPT.
             MOVE 1             TO WS-FOUND.
           IF SKM-GROUP = WS-R-GROUP
               GO TO XM000-EXIT.
             GO TO XM000-READ.
       XM000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   R U L E
      *
       XF000-FIND-RULE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ STKMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF SKM-GROUP = WS-R-GROUP AND SKM-TYPE = WS-R-TYPE
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R U L E   S L O T
      *
       XN000-NEXT-SKM.
             MOVE 1             TO WS-NEXT-SKM WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ STKMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-SKM = WS-SKMKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
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
