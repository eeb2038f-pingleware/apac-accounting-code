      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******    ******    *
      *   **    **  **        **    **  **    **  **        **    **   *
      *   **        **        **    **  **    **  **              **   *
      *   **  ****  **        *******   **    **  *******      ***     *
      *   **    **  **        **        **    **  **    **        **   *
      *   **    **  **        **        **    **  **    **  **    **   *
      *    ******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C O N T R O L   A C C O U N T   R E C O N C I L I A T I O N   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The period-end proof that the sub-ledgers agree with the    *
      *    G/Ledger, replacing the spreadsheet built by hand for the   *
      *    auditors.  Three pairs are compared:  the DEBTOR balances   *
      *    against the debtors control account, the CREDIT balances    *
      *    against the creditors control account (both named by the    *
      *    CTRL rules on SLGMAP), and the stock valuation from STKQTY  *
      *    at average cost against the stock accounts named on         *
      *    STKMAP.                                                     *
      *                                                                *
      *    Each difference is broken down into sub-ledger items not    *
      *    yet swept to the ledger, control-account lines in batches   *
      *    still awaiting posting, manual journals posted to the       *
      *    control account this year (any batch not raised by a        *
      *    sub-ledger run), and the unexplained remainder.  The        *
      *    manual journal lines are listed in full behind the          *
      *    summary.  The ledger side is the opening balance plus the   *
      *    movement to the chosen period, so the report is run at      *
      *    period end before the next period is posted.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP063.
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

       COPY DEBTOR.SL.

       COPY CREDIT.SL.

       COPY DTRANS.SL.

       COPY CTRANS.SL.

       COPY STOCK.SL.

       COPY STKQTY.SL.

       COPY STKMOVE.SL.

       COPY GACCNT.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

       COPY SLGMAP.SL.

       COPY STKMAP.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY CREDIT.FDE.

       COPY DTRANS.FDE.

       COPY CTRANS.FDE.

       COPY STOCK.FDE.

       COPY STKQTY.FDE.

       COPY STKMOVE.FDE.

       COPY GACCNT.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       COPY SLGMAP.FDE.

       COPY STKMAP.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP063.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SKMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-PASS        PIC  9(01)     VALUE ZERO.
       77  WS-L           PIC  9(01)     VALUE ZERO.
       77  WS-P           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-C1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CTL-MAX     PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-MANUAL-LINES
                          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-LAST-CODE   PIC  X(14)     VALUE HIGH-VALUES.
       77  WS-LAST-AVG    PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-UNIT-COST   PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-LAST-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-LAST-HSTAT  PIC  X(01)     VALUE SPACE.
       77  WS-LAST-SOURCE PIC  X(03)     VALUE SPACES.
           88  WS-SUB-LEDGER-RUN VALUES "DL " "CL " "ST " "DP " "RF "
                                        "BD " "FX " "PS " "GR " "WT "
                                        "WP " "CV " "RB ".
       77  WS-LAST-HPER   PIC  9(02)     VALUE ZERO.
       77  WS-LAST-HYEAR  PIC  9(04)     VALUE ZERO.
       77  WS-CNT-ED      PIC  Z(06)9.
       77  WS-VALUE       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-SIGNED      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-DIFF        PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-UNEXPLAINED PIC S9(11)V99  COMP-3 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    C O N T R O L   A C C O U N T S
      *
      *    Ledger 1 debtors, 2 creditors, 3 stock.
      *
       01  WS-CTL-TABLE.
           03  WS-CTL-ENTRY  OCCURS 30.
               05  WS-CT-LEDGER  PIC  9(01).
               05  WS-CT-ACCOUNT PIC  9(07).

      *
      *    ****    R E C O N C I L I A T I O N   T O T A L S
      *
      *    All held debit-positive; the creditors pair is turned
      *    round for printing so its balances read as credits.
      *
       01  WS-REC-TABLE.
           03  WS-REC-ENTRY  OCCURS 3.
               05  WS-RC-SUB     PIC S9(11)V99  COMP-3.
               05  WS-RC-GL      PIC S9(11)V99  COMP-3.
               05  WS-RC-UNP     PIC S9(11)V99  COMP-3.
               05  WS-RC-UNP-CNT PIC  9(07)     COMP-5.
               05  WS-RC-PEND    PIC S9(11)V99  COMP-3.
               05  WS-RC-MANUAL  PIC S9(11)V99  COMP-3.
               05  WS-RC-ACS     PIC  9(02)     COMP-5.

       01  WS-LEDGER-NAMES.
           03  FILLER        PIC  X(20) VALUE "DEBTORS CONTROL".
           03  FILLER        PIC  X(20) VALUE "CREDITORS CONTROL".
           03  FILLER        PIC  X(20) VALUE "STOCK CONTROL".
       01  WS-LEDGER-NAME-R REDEFINES WS-LEDGER-NAMES.
           03  WS-LEDGER-NAME PIC X(20) OCCURS 3.

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
           03  FILLER        PIC  X(45) VALUE
               "SUB-LEDGER TO G/LEDGER CONTROL RECONCILIATION".
           03  FILLER        PIC  X(10) VALUE "   PERIOD ".
           03  WS-TI-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-TI-YEAR    PIC  9(04).
           03  FILLER        PIC  X(08) VALUE "   RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-AMT-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-AL-TEXT    PIC  X(40).
           03  WS-AL-AMOUNT  PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-NOTE    PIC  X(30).

       01  WS-AC-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  FILLER        PIC  X(20) VALUE "Control account".
           03  WS-AA-ACCOUNT PIC  9(07).

       01  WS-MJ-LINE.
           03  WS-MJ-LEDGER  PIC  X(20).
           03  WS-MJ-BATCH   PIC  9(05).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MJ-SOURCE  PIC  X(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MJ-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MJ-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-MJ-DEPT    PIC  9(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MJ-REF     PIC  X(10).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-MJ-NARR    PIC  X(30).
           03  WS-MJ-AMOUNT  PIC  Z(10)9.99-.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CONTROL ACCOUNT RECONCILIATION" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP063"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-PERIOD.
             DISPLAY "Reconcile to period (1-13) :" AT 0612.
             ACCEPT WS-PERIOD AT 0641
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO AA000-PERIOD.
       AA000-YEAR.
             DISPLAY "Financial year             :" AT 0712.
             MOVE WS-TDY-YEAR   TO WS-YEAR.
             ACCEPT WS-YEAR AT 0741
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-YEAR = ZERO
               GO TO AA000-YEAR.
             MOVE ZERO          TO WS-CTL-MAX.
             MOVE 1             TO WS-L.
       AA000-CLEAR.
             MOVE ZERO          TO WS-RC-SUB (WS-L) WS-RC-GL (WS-L)
                                   WS-RC-UNP (WS-L)
                                   WS-RC-UNP-CNT (WS-L)
                                   WS-RC-PEND (WS-L)
                                   WS-RC-MANUAL (WS-L)
                                   WS-RC-ACS (WS-L).
           IF WS-L < 3
               ADD 1            TO WS-L
               GO TO AA000-CLEAR.
             OPEN OUTPUT PRNREP.
             DISPLAY "Loading control accounts ...   " AT 2312
                     WITH FOREGROUND-COLOR 11.
             PERFORM BA000-CONTROLS THRU BA000-EXIT.
             DISPLAY "Totalling the sub-ledgers ...  " AT 2312
                     WITH FOREGROUND-COLOR 11.
             PERFORM CA000-DEBTORS THRU CA000-EXIT.
             PERFORM CB000-CREDITORS THRU CB000-EXIT.
             PERFORM CC000-STOCK THRU CC000-EXIT.
             DISPLAY "Totalling the ledger ...       " AT 2312
                     WITH FOREGROUND-COLOR 11.
             PERFORM DA000-LEDGER THRU DA000-EXIT.
             MOVE 1             TO WS-PASS.
             PERFORM DB000-BATCHES THRU DB000-EXIT.
             PERFORM EA000-PRINT THRU EA000-EXIT.
             CLOSE PRNREP.
             DISPLAY "Reconciliation on GLP063.PRN   " AT 2312
                     WITH FOREGROUND-COLOR 10.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O A D   T H E   C O N T R O L   A C C O U N T S   *
      *                                                                *
      ******************************************************************
       BA000-CONTROLS.
             OPEN INPUT SLGMAP.
           IF WS-STATUS NOT = "00"
               GO TO BA000-STOCK.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-SLM-END.
       BA000-SLM.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-SLM-END.
           IF NOT SLM-ACTIVE OR SLM-TYPE NOT = "CTRL"
            OR SLM-ACCOUNT = ZERO
               GO TO BA000-SLM.
           IF SLM-DEBTORS
               MOVE 1           TO WS-L
           ELSE
               MOVE 2           TO WS-L.
             MOVE SLM-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XA000-ADD-CONTROL THRU XA000-EXIT.
             GO TO BA000-SLM.
       BA000-SLM-END.
             CLOSE SLGMAP.
       BA000-STOCK.
             OPEN INPUT STKMAP.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             MOVE 1             TO WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-SKM-END.
       BA000-SKM.
             READ STKMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-SKM-END.
           IF NOT SKM-ACTIVE OR SKM-STOCK-AC = ZERO
               GO TO BA000-SKM.
             MOVE 3             TO WS-L.
             MOVE SKM-STOCK-AC  TO WS-ACCOUNT.
             PERFORM XA000-ADD-CONTROL THRU XA000-EXIT.
             GO TO BA000-SKM.
       BA000-SKM-END.
             CLOSE STKMAP.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S U B - L E D G E R   S I D E                       *
      *                                                                *
      ******************************************************************
       CA000-DEBTORS.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               GO TO CA000-TRANS.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DEB-END.
       CA000-DEB.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DEB-END.
           IF DEB-DELETED
               GO TO CA000-DEB.
             ADD DEB-BALANCE    TO WS-RC-SUB (1).
             GO TO CA000-DEB.
       CA000-DEB-END.
             CLOSE DEBTOR.
       CA000-TRANS.
             OPEN INPUT DTRANS.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE 1             TO WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DTR-END.
       CA000-DTR.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DTR-END.
           IF DTR-DELETED OR DTR-TO-LEDGER
               GO TO CA000-DTR.
             ADD DTR-AMOUNT     TO WS-RC-UNP (1).
             ADD 1              TO WS-RC-UNP-CNT (1).
             GO TO CA000-DTR.
       CA000-DTR-END.
             CLOSE DTRANS.
       CA000-EXIT.
             EXIT.
      *
      *    ****    C R E D I T O R S   ( C R E D I T S   M I N U S )
      *
       CB000-CREDITORS.
             OPEN INPUT CREDIT.
           IF WS-STATUS NOT = "00"
               GO TO CB000-TRANS.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CRE-END.
       CB000-CRE.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CRE-END.
           IF CRE-DELETED
               GO TO CB000-CRE.
             SUBTRACT CRE-BALANCE FROM WS-RC-SUB (2).
             GO TO CB000-CRE.
       CB000-CRE-END.
             CLOSE CREDIT.
       CB000-TRANS.
             OPEN INPUT CTRANS.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CTR-END.
       CB000-CTR.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CTR-END.
           IF CTR-DELETED OR CTR-TO-LEDGER
               GO TO CB000-CTR.
             SUBTRACT CTR-AMOUNT FROM WS-RC-UNP (2).
             ADD 1              TO WS-RC-UNP-CNT (2).
             GO TO CB000-CTR.
       CB000-CTR-END.
             CLOSE CTRANS.
       CB000-EXIT.
             EXIT.
      *
      *    ****    S T O C K   A T   A V E R A G E   C O S T
      *
       CC000-STOCK.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               GO TO CC000-EXIT.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               GO TO CC000-MOVES.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO CC000-STQ-END.
       CC000-STQ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CC000-STQ-END.
           IF STQ-ON-HAND = ZERO
               GO TO CC000-STQ.
             MOVE STQ-CODE      TO WS-CODE.
             PERFORM XB000-AVG-COST THRU XB000-EXIT.
             COMPUTE WS-VALUE ROUNDED = STQ-ON-HAND * WS-LAST-AVG.
             ADD WS-VALUE       TO WS-RC-SUB (3).
             GO TO CC000-STQ.
       CC000-STQ-END.
             CLOSE STKQTY.
       CC000-MOVES.
             OPEN INPUT STKMOVE.
           IF WS-STATUS NOT = "00"
               GO TO CC000-CLOSE.
             MOVE 1             TO WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CC000-STM-END.
       CC000-STM.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CC000-STM-END.
           IF STM-TO-LEDGER
               GO TO CC000-STM.
           IF STM-COST = ZERO
               MOVE STM-CODE    TO WS-CODE
               PERFORM XB000-AVG-COST THRU XB000-EXIT
               MOVE WS-LAST-AVG TO WS-UNIT-COST
           ELSE
               MOVE STM-COST    TO WS-UNIT-COST.
             COMPUTE WS-VALUE ROUNDED = STM-QTY * WS-UNIT-COST.
             ADD WS-VALUE       TO WS-RC-UNP (3).
             ADD 1              TO WS-RC-UNP-CNT (3).
             GO TO CC000-STM.
       CC000-STM-END.
             CLOSE STKMOVE.
       CC000-CLOSE.
             CLOSE STOCK.
       CC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L E D G E R   S I D E                               *
      *                                                                *
      ******************************************************************
       DA000-LEDGER.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-EXIT.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF GL-DELETED
               GO TO DA000-READ.
             MOVE GL-LEDG-AC    TO WS-ACCOUNT.
             PERFORM XC000-FIND-CONTROL THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DA000-READ.
             ADD GL-OPEN-BAL    TO WS-RC-GL (WS-L).
             MOVE 1             TO WS-P.
       DA000-PERIODS.
             ADD GL-PER-DR (WS-P)
                                TO WS-RC-GL (WS-L).
             SUBTRACT GL-PER-CR (WS-P)
                                FROM WS-RC-GL (WS-L).
           IF WS-P < WS-PERIOD
               ADD 1            TO WS-P
               GO TO DA000-PERIODS.
             GO TO DA000-READ.
       DA000-END.
             CLOSE GACCNT.
       DA000-EXIT.
             EXIT.
      *
      *    ****    B A T C H   L I N E S   O N   C O N T R O L
      *
      *    Pass 1 totals, pass 2 lists the manual journal lines.
      *    Sub-ledger runs still awaiting posting explain the
      *    sub-ledger side; any other posted batch this year is a
      *    manual journal.
      *
       DB000-BATCHES.
             MOVE ZERO          TO WS-LAST-BATCH.
             OPEN INPUT GLBHDR.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
             OPEN INPUT GLBTRN.
           IF WS-STATUS NOT = "00"
               CLOSE GLBHDR
               GO TO DB000-EXIT.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-END.
       DB000-READ.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-END.
           IF NOT BTR-ACTIVE
               GO TO DB000-READ.
             MOVE BTR-LEDG-AC   TO WS-ACCOUNT.
             PERFORM XC000-FIND-CONTROL THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DB000-READ.
           IF BTR-BATCH NOT = WS-LAST-BATCH
               PERFORM XD000-FIND-BATCH THRU XD000-EXIT.
           IF WS-LAST-HSTAT = "D" OR SPACE
               GO TO DB000-READ.
           IF WS-LAST-HSTAT NOT = "P" AND WS-SUB-LEDGER-RUN
            AND WS-PASS = 1
               ADD BTR-AMOUNT   TO WS-RC-PEND (WS-L)
               GO TO DB000-READ.
           IF WS-LAST-HSTAT NOT = "P"
               GO TO DB000-READ.
           IF WS-SUB-LEDGER-RUN OR WS-LAST-HYEAR NOT = WS-YEAR
            OR WS-LAST-HPER > WS-PERIOD
               GO TO DB000-READ.
           IF WS-PASS = 1
               ADD BTR-AMOUNT   TO WS-RC-MANUAL (WS-L)
               GO TO DB000-READ.
             MOVE WS-LEDGER-NAME (WS-L)
                                TO WS-MJ-LEDGER.
             MOVE BTR-BATCH     TO WS-MJ-BATCH.
             MOVE WS-LAST-SOURCE
                                TO WS-MJ-SOURCE.
             MOVE WS-LAST-HPER  TO WS-MJ-PERIOD.
             MOVE BTR-LEDG-AC   TO WS-MJ-ACCOUNT.
             MOVE BTR-DEPT      TO WS-MJ-DEPT.
             MOVE BTR-REF       TO WS-MJ-REF.
             MOVE BTR-NARR      TO WS-MJ-NARR.
             MOVE BTR-AMOUNT    TO WS-MJ-AMOUNT.
             WRITE REP-LINE FROM WS-MJ-LINE.
             ADD 1              TO WS-MANUAL-LINES.
             GO TO DB000-READ.
       DB000-END.
             CLOSE GLBHDR GLBTRN.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R I N T   T H E   R E C O N C I L I A T I O N     *
      *                                                                *
      ******************************************************************
       EA000-PRINT.
             MOVE WS-PERIOD     TO WS-TI-PERIOD.
             MOVE WS-YEAR       TO WS-TI-YEAR.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE 1             TO WS-L.
       EA000-PAIR.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-LEDGER-NAME (WS-L)
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-C1.
       EA000-ACS.
           IF WS-C1 > WS-CTL-MAX
               GO TO EA000-FIGURES.
           IF WS-CT-LEDGER (WS-C1) = WS-L
               MOVE WS-CT-ACCOUNT (WS-C1)
                                TO WS-AA-ACCOUNT
               WRITE REP-LINE FROM WS-AC-LINE.
             ADD 1              TO WS-C1.
             GO TO EA000-ACS.
       EA000-FIGURES.
           IF WS-RC-ACS (WS-L) = ZERO
               MOVE SPACES      TO WS-AMT-LINE
               MOVE "** No control account on the posting map"
                                TO WS-AL-TEXT
               MOVE ZERO        TO WS-AL-AMOUNT
               WRITE REP-LINE FROM WS-AMT-LINE.
             COMPUTE WS-DIFF = WS-RC-SUB (WS-L) - WS-RC-GL (WS-L).
             COMPUTE WS-UNEXPLAINED = WS-DIFF - WS-RC-UNP (WS-L)
                                    - WS-RC-PEND (WS-L)
                                    + WS-RC-MANUAL (WS-L).
             MOVE SPACES        TO WS-AL-NOTE.
             MOVE "Sub-ledger balance"
                                TO WS-AL-TEXT.
             MOVE WS-RC-SUB (WS-L)
                                TO WS-SIGNED.
             PERFORM EB000-LINE THRU EB000-EXIT.
             MOVE "G/Ledger control balance"
                                TO WS-AL-TEXT.
             MOVE WS-RC-GL (WS-L)
                                TO WS-SIGNED.
             PERFORM EB000-LINE THRU EB000-EXIT.
             MOVE "Difference"  TO WS-AL-TEXT.
             MOVE WS-DIFF       TO WS-SIGNED.
             PERFORM EB000-LINE THRU EB000-EXIT.
             MOVE "  Sub-ledger items not yet swept"
                                TO WS-AL-TEXT.
             MOVE WS-RC-UNP (WS-L)
                                TO WS-SIGNED.
             MOVE SPACES        TO WS-AL-NOTE.
             MOVE WS-RC-UNP-CNT (WS-L)
                                TO WS-CNT-ED.
             STRING "(" WS-CNT-ED " items)"
                    DELIMITED SIZE INTO WS-AL-NOTE.
             PERFORM EB000-LINE THRU EB000-EXIT.
             MOVE SPACES        TO WS-AL-NOTE.
             MOVE "  Batches awaiting posting"
                                TO WS-AL-TEXT.
             MOVE WS-RC-PEND (WS-L)
                                TO WS-SIGNED.
             PERFORM EB000-LINE THRU EB000-EXIT.
             MOVE "  Manual journals on control"
                                TO WS-AL-TEXT.
             COMPUTE WS-SIGNED = ZERO - WS-RC-MANUAL (WS-L).
             PERFORM EB000-LINE THRU EB000-EXIT.
             MOVE "  Unexplained"
                                TO WS-AL-TEXT.
             MOVE WS-UNEXPLAINED
                                TO WS-SIGNED.
             PERFORM EB000-LINE THRU EB000-EXIT.
           IF WS-L < 3
               ADD 1            TO WS-L
               GO TO EA000-PAIR.
      *
      *    The manual journals behind the summary
      *
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "MANUAL JOURNALS POSTED TO CONTROL ACCOUNTS"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 2             TO WS-PASS.
             MOVE ZERO          TO WS-MANUAL-LINES.
             PERFORM DB000-BATCHES THRU DB000-EXIT.
           IF WS-MANUAL-LINES = ZERO
               MOVE "    None"  TO REP-LINE
               WRITE REP-LINE.
       EA000-EXIT.
             EXIT.
      *
      *    ****    O N E   F I G U R E   -   C R E D I T O R S
      *    ****    S H O W N   A S   C R E D I T S
      *
       EB000-LINE.
           IF WS-L = 2
               COMPUTE WS-AL-AMOUNT = ZERO - WS-SIGNED
           ELSE
               MOVE WS-SIGNED   TO WS-AL-AMOUNT.
             WRITE REP-LINE FROM WS-AMT-LINE.
       EB000-EXIT.
             EXIT.
      /
      *
      *    ****    A D D   A   C O N T R O L   A C C O U N T
      *
       XA000-ADD-CONTROL.
             MOVE 1             TO WS-C1.
       XA000-LOOP.
           IF WS-C1 > WS-CTL-MAX
               GO TO XA000-NEW.
           IF WS-CT-LEDGER (WS-C1) = WS-L
            AND WS-CT-ACCOUNT (WS-C1) = WS-ACCOUNT
               GO TO XA000-EXIT.
             ADD 1              TO WS-C1.
             GO TO XA000-LOOP.
       XA000-NEW.
           IF WS-CTL-MAX NOT < 30
               GO TO XA000-EXIT.
             ADD 1              TO WS-CTL-MAX.
             MOVE WS-L          TO WS-CT-LEDGER (WS-CTL-MAX).
             MOVE WS-ACCOUNT    TO WS-CT-ACCOUNT (WS-CTL-MAX).
             ADD 1              TO WS-RC-ACS (WS-L).
       XA000-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   A C C O U N T   A   C O N T R O L
      *
      *    WS-L comes back with the ledger it controls.
      *
       XC000-FIND-CONTROL.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-C1.
       XC000-LOOP.
           IF WS-C1 > WS-CTL-MAX
               GO TO XC000-EXIT.
           IF WS-CT-ACCOUNT (WS-C1) = WS-ACCOUNT
               MOVE WS-CT-LEDGER (WS-C1)
                                TO WS-L
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             ADD 1              TO WS-C1.
             GO TO XC000-LOOP.
       XC000-EXIT.
             EXIT.
      *
      *    ****    A V E R A G E   C O S T   O F   A N   I T E M
      *
       XB000-AVG-COST.
           IF WS-CODE = WS-LAST-CODE
               GO TO XB000-EXIT.
             MOVE WS-CODE       TO WS-LAST-CODE.
             MOVE ZERO          TO WS-LAST-AVG.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF STK-CODE NOT = WS-CODE
               GO TO XB000-READ.
             MOVE STK-AVG-COST  TO WS-LAST-AVG.
       XB000-EXIT.
             EXIT.
      *
      *    ****    B A T C H   H E A D E R   F O R   A   L I N E
      *
       XD000-FIND-BATCH.
             MOVE BTR-BATCH     TO WS-LAST-BATCH.
             MOVE SPACE         TO WS-LAST-HSTAT.
             MOVE SPACES        TO WS-LAST-SOURCE.
             MOVE ZERO          TO WS-LAST-HPER WS-LAST-HYEAR.
             MOVE 1             TO WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF BCH-NUMBER NOT = BTR-BATCH
               GO TO XD000-READ.
             MOVE BCH-STATUS    TO WS-LAST-HSTAT.
             MOVE BCH-SOURCE    TO WS-LAST-SOURCE.
             MOVE BCH-PERIOD    TO WS-LAST-HPER.
             MOVE BCH-YEAR      TO WS-LAST-HYEAR.
       XD000-EXIT.
             EXIT.
