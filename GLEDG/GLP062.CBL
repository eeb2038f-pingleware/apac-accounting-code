      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******    ******    *
      *   **    **  **        **    **  **    **  **        **    **   *
      *   **        **        **    **  **    **  **              **   *
      *   **  ****  **        *******   **    **  *******     ****     *
      *   **    **  **        **        **    **  **    **   **        *
      *   **    **  **        **        **    **  **    **  **         *
      *    ******   ********  **         ******    ******   ********   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S U B - L E D G E R   G / L   J O U R N A L   S W E E P       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Posts the debtor and creditor sub-ledgers to the G/Ledger   *
      *    as summary journals.  The sweep summarises each             *
      *    ledger's unposted DTRANS or CTRANS items for the period by  *
      *    transaction type and VAT code, builds one balanced          *
      *    G/Ledger batch against the accounts mapped on the SLGMAP    *
      *    posting rules (maintained here), marks every item it        *
      *    journalled so a re-run cannot post it twice, and prints     *
      *    the posting journal.  The batch lands at captured status    *
      *    for the GLP049/GLP050 flow.                                 *
      *                                                                *
      *    The special runs that raise their own batches (SLS014       *
      *    deposits, DTP056 refunds) mark their items as they write    *
      *    them and are passed over here.                              *
      *                                                                *
      *    A creditor item's project code splits its group, so the     *
      *    net expense line carries the project into the ledger.       *
      *                                                                *
      *    Both the summary and the marking pass read the period's     *
      *    items through the TRNIDX period index (rebuilt by TIXREB)   *
      *    instead of the whole file, and the run summary prints the   *
      *    records read and the time taken beside the cost of a full   *
      *    pass.  Unposted items of other periods are still counted    *
      *    for the warning: the index entries outside the period are   *
      *    walked afterwards and each of their items read.             *
      *                                                                *
      *    SWPDAY runs the sweep unattended as a RUNBOK chain step.    *
      *    It calls here with the open debtor and creditor periods     *
      *    it found on PERSTA; both ledgers are then swept without a   *
      *    prompt, the batches carry its fixed operator and the print  *
      *    names the operator and program.  As with the other chain   *
      *    steps the access check is left to the interactive run.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP062.
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

       COPY DTRANS.SL.

       COPY CTRANS.SL.

       COPY SLGMAP.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

       COPY TRNIDX.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DTRANS.FDE.

       COPY CTRANS.FDE.

       COPY SLGMAP.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       COPY TRNIDX.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP062.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-HIGH-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-NEXT-SLM    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-LEDGER      PIC  X(01).
           88  WS-DEBTORS      VALUE "D".
           88  WS-CREDITORS    VALUE "C".
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-R-TYPE      PIC  X(04)     VALUE SPACES.
           88  WS-D-TYPE       VALUES "CTRL" "VAT " "INV " "TRAN"
                                      "INT " "CRN " "REC " "RFND"
                                      "DIS ".
           88  WS-C-TYPE       VALUES "CTRL" "VAT " "INV " "CRN "
                                      "PAY " "DIS " "DBN ".
       77  WS-R-CODE      PIC  9(02)     VALUE ZERO.
       77  WS-R-ACCOUNT   PIC  9(07)     VALUE ZERO.
       77  WS-R-DEPT      PIC  9(03)     VALUE ZERO.
       77  WS-R-PROJECT   PIC  X(06)     VALUE SPACES.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-MAP-OK      PIC  9(01)     VALUE ZERO.
       77  WS-BUILT       PIC  9(01)     VALUE ZERO.
       77  WS-PRN-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-G1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-GRP-MAX     PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-ITEMS       PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-OTHER       PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-MARKED      PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-CTRL-TOTAL  PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ITEM-AMT    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ITEM-VAT    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-AMOUNT      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-BAT-DR      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-BAT-CR      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-NARR        PIC  X(30)     VALUE SPACES.

      *
      *    ****    P E R I O D   I N D E X   ( T R N I D X )
      *
       77  WS-TX-OPEN     PIC  9(01)     VALUE ZERO.
       77  WS-TX-USED     PIC  9(01)     VALUE ZERO.
       77  WS-TX-MODE     PIC  9(01)     VALUE ZERO.
       77  WS-TX-LOCK     PIC  9(01)     VALUE ZERO.
       77  WS-TX-LEDGER   PIC  X(01)     VALUE SPACE.
       77  WS-TX-HIGH     PIC  9(05)     VALUE ZERO.
       77  WS-TX-LO       PIC  9(13)     VALUE ZERO.
       77  WS-TX-HI       PIC  9(13)     VALUE ZERO.
       77  WS-TX-READS    PIC  9(07)     VALUE ZERO.
       77  WS-TX-T0       PIC  9(08)     VALUE ZERO.
       77  WS-TX-T1       PIC  9(08)     VALUE ZERO.
       77  WS-TX-HUND     PIC  9(08)     VALUE ZERO.
       77  WS-TX-REST     PIC  9(08)     VALUE ZERO.

       01  WS-TX-SCAN-TABLE.
           03  WS-TX-SCAN    OCCURS 2.
               05  WS-TX-SCAN-RECS
                             PIC  9(07).
               05  WS-TX-SCAN-TIME
                             PIC  9(08).

       01  WS-TX-TIME.
           03  WS-TX-HH      PIC  9(02).
           03  WS-TX-MM      PIC  9(02).
           03  WS-TX-SS      PIC  9(02).
           03  WS-TX-CC      PIC  9(02).

       01  WS-TX-LINE.
           03  WS-TXL-FILE   PIC  X(14).
           03  WS-TXL-HOW    PIC  X(16).
           03  FILLER        PIC  X(09) VALUE " RECORDS ".
           03  WS-TXL-RECS   PIC  Z(06)9.
           03  FILLER        PIC  X(07) VALUE "  TIME ".
           03  WS-TXL-HH     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXL-MM     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXL-SS     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ".".
           03  WS-TXL-CC     PIC  9(02).

       01  WS-TX-LINE2.
           03  FILLER        PIC  X(30) VALUE
               "  FULL PASS AT LAST REBUILD".
           03  FILLER        PIC  X(09) VALUE " RECORDS ".
           03  WS-TXF-RECS   PIC  Z(06)9.
           03  FILLER        PIC  X(07) VALUE "  TIME ".
           03  WS-TXF-HH     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXF-MM     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXF-SS     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ".".
           03  WS-TXF-CC     PIC  9(02).

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    T Y P E  /  V A T - C O D E   S U M M A R Y
      *
       01  WS-GRP-TABLE.
           03  WS-GRP-ENTRY  OCCURS 200.
               05  WS-GP-TYPE    PIC  X(04).
               05  WS-GP-CODE    PIC  9(02).
               05  WS-GP-PROJECT PIC  X(06).
               05  WS-GP-COUNT   PIC  9(07)     COMP-5.
               05  WS-GP-AMOUNT  PIC S9(11)V99  COMP-3.
               05  WS-GP-VAT     PIC S9(11)V99  COMP-3.

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
           03  FILLER        PIC  X(08) VALUE "PERIOD ".
           03  WS-TI-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-TI-YEAR    PIC  9(04).
           03  FILLER        PIC  X(08) VALUE "   RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-GP-LINE.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-GL-TYPE    PIC  X(04).
           03  FILLER        PIC  X(10) VALUE "  VAT CODE".
           03  WS-GL-CODE    PIC  Z9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-GL-COUNT   PIC  Z(06)9.
           03  FILLER        PIC  X(08) VALUE " ITEMS  ".
           03  WS-GL-AMOUNT  PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-GL-VAT     PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-GL-PROJECT PIC  X(06).

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
               "** NO POSTING RULE - LEDGER ".
           03  WS-NR-LEDGER  PIC  X(01).
           03  FILLER        PIC  X(07) VALUE "  TYPE ".
           03  WS-NR-TYPE    PIC  X(04).
           03  FILLER        PIC  X(11) VALUE "  VAT CODE ".
           03  WS-NR-CODE    PIC  99.

       01  WS-RL-LINE.
           03  WS-RL-LEDGER  PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-TYPE    PIC  X(04).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-CODE    PIC  99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-DESC    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-RL-DEPT    PIC  9(03).

       LINKAGE SECTION.
       01  SW-PARAMS.
           03  SW-OPER        PIC  X(03).
           03  SW-PROGRAM     PIC  X(08).
           03  SW-D-PERIOD    PIC  9(02).
           03  SW-D-YEAR      PIC  9(04).
           03  SW-C-PERIOD    PIC  9(02).
           03  SW-C-YEAR      PIC  9(04).
           03  SW-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING SW-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF ADDRESS OF SW-PARAMS NOT = NULL
               GO TO AA000-NIGHT.
             DISPLAY "SUB-LEDGER G/LEDGER JOURNAL SWEEP" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP062"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O SLGMAP.
           IF WS-STATUS = "35"
               OPEN OUTPUT SLGMAP
               CLOSE SLGMAP
               OPEN I-O SLGMAP.
           IF WS-STATUS NOT = "00"
               DISPLAY "SLGMAP open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'M'aint 'L'ist 'D'ebtors 'C'reditors 'B'oth 'E'nd"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0564
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
           IF NOT (WS-OPTION = "D" OR "C" OR "B")
               GO TO AA000-MENU.
             PERFORM CA000-ASK THRU CA000-EXIT.
           IF WS-OPTION = "D" OR "B"
               PERFORM CB000-DEBTORS THRU CB000-EXIT.
           IF WS-OPTION = "C" OR "B"
               PERFORM CC000-CREDITORS THRU CC000-EXIT.
             GO TO AA000-MENU.
      *
      *    Unattended from the chain step: a zero period leaves that
      *    ledger out.
      *
       AA000-NIGHT.
             MOVE 1             TO SW-RESULT.
             MOVE SW-OPER       TO WS-OPER.
             OPEN I-O SLGMAP.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             PERFORM XP000-OPEN-PRINT THRU XP000-EXIT.
             MOVE SPACES        TO REP-LINE.
             STRING "UNATTENDED RUN - PROGRAM " SW-PROGRAM
                    "  OPERATOR " SW-OPER
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF SW-D-PERIOD NOT = ZERO
               MOVE SW-D-PERIOD TO WS-PERIOD
               MOVE SW-D-YEAR   TO WS-YEAR
               PERFORM CB000-DEBTORS THRU CB000-EXIT.
           IF SW-C-PERIOD NOT = ZERO
               MOVE SW-C-PERIOD TO WS-PERIOD
               MOVE SW-C-YEAR   TO WS-YEAR
               PERFORM CC000-CREDITORS THRU CC000-EXIT.
             MOVE ZERO          TO SW-RESULT.
       AA000-END.
             CLOSE SLGMAP.
           IF WS-TX-OPEN = 1
               CLOSE TRNIDX.
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
      *    A zero ledger account removes the rule.                     *
      *                                                                *
      ******************************************************************
       BA000-MAP.
             DISPLAY "Ledger 'D'ebtors/'C'reditors ('E' ends):"
                     AT 0712.
             MOVE SPACE         TO WS-LEDGER.
             ACCEPT WS-LEDGER AT 0753
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-LEDGER = "E"
               GO TO BA000-EXIT.
           IF NOT (WS-DEBTORS OR WS-CREDITORS)
               GO TO BA000-MAP.
       BA000-TYPE.
             DISPLAY "Transaction type ('CTRL' control)   :" AT 0812.
             MOVE SPACES        TO WS-R-TYPE.
             ACCEPT WS-R-TYPE AT 0853
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DEBTORS AND NOT WS-D-TYPE
               DISPLAY "Not a debtor transaction type  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-TYPE.
           IF WS-CREDITORS AND NOT WS-C-TYPE
               DISPLAY "Not a creditor transaction type" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-TYPE.
             MOVE 99            TO WS-R-CODE.
           IF WS-R-TYPE NOT = "CTRL"
               DISPLAY "VAT code (99 = any code)             :"
                       AT 0912
               ACCEPT WS-R-CODE AT 0953
                      WITH FOREGROUND-COLOR 7 HIGHLIGHT
                           BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XF000-FIND-RULE THRU XF000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XN000-NEXT-SLM THRU XN000-EXIT
               MOVE SPACES      TO SLM-RECORD
               MOVE WS-LEDGER   TO SLM-LEDGER
               MOVE WS-R-TYPE   TO SLM-TYPE
               MOVE WS-R-CODE   TO SLM-VAT-CODE
               MOVE ZERO        TO SLM-ACCOUNT SLM-DEPT
               MOVE "A"         TO SLM-STATUS
               MOVE WS-NEXT-SLM TO WS-SLMKEY
               WRITE SLM-RECORD
               READ SLGMAP.
             DISPLAY "Description                          :"
                     AT 1012.
             ACCEPT SLM-DESC AT 1053
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Ledger account (0 removes the rule)  :"
                     AT 1112.
             ACCEPT SLM-ACCOUNT AT 1153
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Department                           :"
                     AT 1212.
             ACCEPT SLM-DEPT AT 1253
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF SLM-ACCOUNT = ZERO
               MOVE "D"         TO SLM-STATUS
           ELSE
               MOVE "A"         TO SLM-STATUS.
             REWRITE SLM-RECORD.
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
             MOVE "SUB-LEDGER POSTING RULES" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-END.
       BB000-READ.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-END.
           IF NOT SLM-ACTIVE
               GO TO BB000-READ.
             MOVE SLM-LEDGER    TO WS-RL-LEDGER.
             MOVE SLM-TYPE      TO WS-RL-TYPE.
             MOVE SLM-VAT-CODE  TO WS-RL-CODE.
             MOVE SLM-DESC      TO WS-RL-DESC.
             MOVE SLM-ACCOUNT   TO WS-RL-ACCOUNT.
             MOVE SLM-DEPT      TO WS-RL-DEPT.
             WRITE REP-LINE FROM WS-RL-LINE.
             GO TO BB000-READ.
       BB000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             DISPLAY "Rules listed on GLP062.PRN     " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S W E E P   P A R A M E T E R S                     *
      *                                                                *
      ******************************************************************
       CA000-ASK.
             DISPLAY "Ledger period (1-13)    :" AT 0712.
             ACCEPT WS-PERIOD AT 0740
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO CA000-ASK.
       CA000-05.
             DISPLAY "Financial year          :" AT 0812.
             MOVE WS-TDY-YEAR   TO WS-YEAR.
             ACCEPT WS-YEAR AT 0840
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-YEAR = ZERO
               GO TO CA000-05.
             PERFORM XP000-OPEN-PRINT THRU XP000-EXIT.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E B T O R S   L E D G E R   S W E E P             *
      *                                                                *
      *    DTR-AMOUNT is the debtors-control value of every item       *
      *    (SYSCHK proves the open items against DEB-BALANCE on the    *
      *    same figure); the VAT on an invoice arrives on its own      *
      *    "VAT " item, so each type/code group is credited with its   *
      *    own total and the control account takes the sum.            *
      *                                                                *
      ******************************************************************
       CB000-DEBTORS.
             MOVE "D"           TO WS-LEDGER.
             OPEN I-O DTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "DTRANS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CB000-EXIT.
             PERFORM XZ000-CLEAR THRU XZ000-EXIT.
             PERFORM XK000-CLOCK-ON THRU XK000-EXIT.
             COMPUTE WS-TX-LO = (WS-YEAR * 100 + WS-PERIOD) * 10000000.
             COMPUTE WS-TX-HI = WS-TX-LO + 9999999.
             MOVE ZERO          TO WS-TX-LOCK.
             PERFORM XR000-DTR-FIRST THRU XR000-EXIT.
       CB000-READ.
             PERFORM XS000-DTR-NEXT THRU XS000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO CB000-BUILD.
           IF DTR-DELETED OR DTR-TO-LEDGER
               GO TO CB000-READ.
           IF DTR-PERIOD NOT = WS-PERIOD OR DTR-YEAR NOT = WS-YEAR
               ADD 1            TO WS-OTHER
               GO TO CB000-READ.
             MOVE DTR-TYPE      TO WS-R-TYPE.
             MOVE DTR-VAT-CODE  TO WS-R-CODE.
             MOVE SPACES        TO WS-R-PROJECT.
             MOVE DTR-AMOUNT    TO WS-ITEM-AMT.
             MOVE ZERO          TO WS-ITEM-VAT.
             PERFORM XA000-ADD-GROUP THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Too many type/VAT combinations - nothing posted"
                       AT 2312 WITH FOREGROUND-COLOR 14
               CLOSE DTRANS
               GO TO CB000-EXIT.
             ADD DTR-AMOUNT     TO WS-CTRL-TOTAL.
             ADD 1              TO WS-ITEMS.
           IF WS-DTRKEY > WS-HIGH-KEY
               MOVE WS-DTRKEY   TO WS-HIGH-KEY.
             GO TO CB000-READ.
       CB000-BUILD.
           IF WS-TX-HIGH NOT = ZERO
               PERFORM XO000-DTR-OTHER THRU XO000-EXIT.
             PERFORM XL000-CLOCK-OFF THRU XL000-EXIT.
             MOVE "DEBTORS LEDGER SWEEP" TO WS-TI-TEXT.
             PERFORM DA000-BUILD THRU DA000-EXIT.
           IF WS-BUILT = ZERO
               CLOSE DTRANS
               GO TO CB000-EXIT.
      *
      *    Batch is on file - mark what it carries.  Items written
      *    after the summary pass lie beyond the high key and wait
      *    for the next sweep; the index gives the items out of key
      *    order, so those beyond it are passed over, not an end.
      *
             MOVE ZERO          TO WS-MARKED.
             MOVE 1             TO WS-TX-LOCK.
             PERFORM XR000-DTR-FIRST THRU XR000-EXIT.
       CB000-MARK.
             PERFORM XS000-DTR-NEXT THRU XS000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO CB000-DONE.
           IF WS-DTRKEY > WS-HIGH-KEY
               GO TO CB000-MARK.
           IF DTR-DELETED OR DTR-TO-LEDGER
            OR DTR-PERIOD NOT = WS-PERIOD OR DTR-YEAR NOT = WS-YEAR
               GO TO CB000-MARK.
             MOVE "P"           TO DTR-GL-FLAG.
             REWRITE DTR-RECORD.
             ADD 1              TO WS-MARKED.
             GO TO CB000-MARK.
       CB000-DONE.
             CLOSE DTRANS.
             PERFORM DC000-SUMMARY THRU DC000-EXIT.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C R E D I T O R S   L E D G E R   S W E E P         *
      *                                                                *
      *    CTR-AMOUNT carries the VAT inside it (CRE-BALANCE is the    *
      *    sum of the open amounts), so each group splits into the     *
      *    net line on its own rule and the VAT line on the "VAT "     *
      *    rule for its code; the control account takes the gross.    *
      *                                                                *
      ******************************************************************
       CC000-CREDITORS.
             MOVE "C"           TO WS-LEDGER.
             OPEN I-O CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "CTRANS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CC000-EXIT.
             PERFORM XZ000-CLEAR THRU XZ000-EXIT.
             PERFORM XK000-CLOCK-ON THRU XK000-EXIT.
             COMPUTE WS-TX-LO = (WS-YEAR * 100 + WS-PERIOD) * 10000000.
             COMPUTE WS-TX-HI = WS-TX-LO + 9999999.
             MOVE ZERO          TO WS-TX-LOCK.
             PERFORM XT000-CTR-FIRST THRU XT000-EXIT.
       CC000-READ.
             PERFORM XU000-CTR-NEXT THRU XU000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO CC000-BUILD.
           IF CTR-DELETED OR CTR-TO-LEDGER
               GO TO CC000-READ.
           IF CTR-PERIOD NOT = WS-PERIOD OR CTR-YEAR NOT = WS-YEAR
               ADD 1            TO WS-OTHER
               GO TO CC000-READ.
             MOVE CTR-TYPE      TO WS-R-TYPE.
             MOVE CTR-VAT-CODE  TO WS-R-CODE.
             MOVE CTR-PROJECT   TO WS-R-PROJECT.
             MOVE CTR-AMOUNT    TO WS-ITEM-AMT.
             MOVE CTR-VAT-AMT   TO WS-ITEM-VAT.
             PERFORM XA000-ADD-GROUP THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Too many type/VAT combinations - nothing posted"
                       AT 2312 WITH FOREGROUND-COLOR 14
               CLOSE CTRANS
               GO TO CC000-EXIT.
             ADD CTR-AMOUNT     TO WS-CTRL-TOTAL.
             ADD 1              TO WS-ITEMS.
           IF WS-CTRKEY > WS-HIGH-KEY
               MOVE WS-CTRKEY   TO WS-HIGH-KEY.
             GO TO CC000-READ.
       CC000-BUILD.
           IF WS-TX-HIGH NOT = ZERO
               PERFORM XQ000-CTR-OTHER THRU XQ000-EXIT.
             PERFORM XL000-CLOCK-OFF THRU XL000-EXIT.
             MOVE "CREDITORS LEDGER SWEEP" TO WS-TI-TEXT.
             PERFORM DA000-BUILD THRU DA000-EXIT.
           IF WS-BUILT = ZERO
               CLOSE CTRANS
               GO TO CC000-EXIT.
             MOVE ZERO          TO WS-MARKED.
             MOVE 1             TO WS-TX-LOCK.
             PERFORM XT000-CTR-FIRST THRU XT000-EXIT.
       CC000-MARK.
             PERFORM XU000-CTR-NEXT THRU XU000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO CC000-DONE.
           IF WS-CTRKEY > WS-HIGH-KEY
               GO TO CC000-MARK.
           IF CTR-DELETED OR CTR-TO-LEDGER
            OR CTR-PERIOD NOT = WS-PERIOD OR CTR-YEAR NOT = WS-YEAR
               GO TO CC000-MARK.
             MOVE "P"           TO CTR-GL-FLAG.
             REWRITE CTR-RECORD.
             ADD 1              TO WS-MARKED.
             GO TO CC000-MARK.
       CC000-DONE.
             CLOSE CTRANS.
             PERFORM DC000-SUMMARY THRU DC000-EXIT.
       CC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    B U I L D   T H E   B A L A N C E D   B A T C H     *
      *                                                                *
      *    Every rule the journal needs must be mapped before          *
      *    anything is written - the items are only marked once the    *
      *    batch is safely on file.                                    *
      *                                                                *
      ******************************************************************
       DA000-BUILD.
             MOVE ZERO          TO WS-BUILT.
             MOVE WS-PERIOD     TO WS-TI-PERIOD.
             MOVE WS-YEAR       TO WS-TI-YEAR.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
           IF WS-ITEMS = ZERO
               MOVE "NOTHING UNPOSTED FOR THE PERIOD" TO REP-LINE
               WRITE REP-LINE
               DISPLAY "Nothing unposted for the period  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XV000-VET-MAP THRU XV000-EXIT.
           IF WS-MAP-OK = ZERO
               MOVE "POSTING MAP INCOMPLETE - NOTHING POSTED"
                                TO REP-LINE
               WRITE REP-LINE
               DISPLAY "Posting map incomplete - nothing posted"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
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
      *
      *    The summary the lines are built from
      *
             MOVE 1             TO WS-G1.
       DA000-GROUPS.
           IF WS-G1 > WS-GRP-MAX
               GO TO DA000-CONTROL.
             MOVE WS-GP-TYPE (WS-G1)
                                TO WS-GL-TYPE.
             MOVE WS-GP-CODE (WS-G1)
                                TO WS-GL-CODE.
             MOVE WS-GP-COUNT (WS-G1)
                                TO WS-GL-COUNT.
             MOVE WS-GP-AMOUNT (WS-G1)
                                TO WS-GL-AMOUNT.
             MOVE WS-GP-VAT (WS-G1)
                                TO WS-GL-VAT.
             MOVE WS-GP-PROJECT (WS-G1)
                                TO WS-GL-PROJECT.
             WRITE REP-LINE FROM WS-GP-LINE.
             ADD 1              TO WS-G1.
             GO TO DA000-GROUPS.
      *
      *    Control account - debtors debit, creditors credit
      *
       DA000-CONTROL.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "CTRL"        TO WS-R-TYPE.
             MOVE 99            TO WS-R-CODE.
             MOVE SPACES        TO WS-R-PROJECT.
           IF WS-DEBTORS
               MOVE WS-CTRL-TOTAL
                                TO WS-AMOUNT
               MOVE "DEBTORS CONTROL" TO WS-NARR
           ELSE
               COMPUTE WS-AMOUNT = ZERO - WS-CTRL-TOTAL
               MOVE "CREDITORS CONTROL" TO WS-NARR.
             PERFORM DB000-LINE THRU DB000-EXIT.
      *
      *    One contra line per type and VAT code
      *
             MOVE 1             TO WS-G1.
       DA000-CONTRA.
           IF WS-G1 > WS-GRP-MAX
               GO TO DA000-HEADER.
             MOVE WS-GP-TYPE (WS-G1)
                                TO WS-R-TYPE.
             MOVE WS-GP-CODE (WS-G1)
                                TO WS-R-CODE.
             MOVE WS-GP-PROJECT (WS-G1)
                                TO WS-R-PROJECT.
             MOVE SPACES        TO WS-NARR.
           IF WS-DEBTORS
               COMPUTE WS-AMOUNT = ZERO - WS-GP-AMOUNT (WS-G1)
               STRING "DEBTORS " WS-R-TYPE " VAT CODE " WS-R-CODE
                      DELIMITED SIZE INTO WS-NARR
           ELSE
               COMPUTE WS-AMOUNT = WS-GP-AMOUNT (WS-G1)
                                 - WS-GP-VAT (WS-G1)
               STRING "CREDITORS " WS-R-TYPE " VAT CODE " WS-R-CODE
                      DELIMITED SIZE INTO WS-NARR.
             PERFORM DB000-LINE THRU DB000-EXIT.
           IF WS-CREDITORS AND WS-GP-VAT (WS-G1) NOT = ZERO
               MOVE "VAT "      TO WS-R-TYPE
               MOVE SPACES      TO WS-R-PROJECT
               MOVE WS-GP-VAT (WS-G1)
                                TO WS-AMOUNT
               MOVE SPACES      TO WS-NARR
               STRING "CREDITORS INPUT VAT CODE " WS-R-CODE
                      DELIMITED SIZE INTO WS-NARR
               PERFORM DB000-LINE THRU DB000-EXIT.
             ADD 1              TO WS-G1.
             GO TO DA000-CONTRA.
      *
      *    Header at captured status
      *
       DA000-HEADER.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
           IF WS-DEBTORS
               MOVE "DEBTORS LEDGER SWEEP" TO BCH-DESC
               MOVE "DL "       TO BCH-SOURCE
           ELSE
               MOVE "CREDITORS LEDGER SWEEP" TO BCH-DESC
               MOVE "CL "       TO BCH-SOURCE.
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
           IF WS-BAT-DR NOT = WS-BAT-CR
               MOVE "*** JOURNAL DOES NOT BALANCE - CHECK MAP ***"
                                TO REP-LINE
               WRITE REP-LINE.
             MOVE 1             TO WS-BUILT.
       DA000-EXIT.
             EXIT.
      *
      *    ****    O N E   J O U R N A L   L I N E
      *
       DB000-LINE.
           IF WS-AMOUNT = ZERO
               GO TO DB000-EXIT.
             PERFORM XM000-GET-RULE THRU XM000-EXIT.
             ADD 1              TO WS-LINE-NO.
             MOVE SPACES        TO BTR-RECORD.
             MOVE WS-NEXT-BATCH TO BTR-BATCH.
             MOVE WS-LINE-NO    TO BTR-LINE.
             MOVE WS-R-ACCOUNT  TO BTR-LEDG-AC.
             MOVE WS-R-DEPT     TO BTR-DEPT.
             MOVE WS-R-PROJECT  TO BTR-PROJECT.
             MOVE WS-TODAY-N    TO BTR-DATE.
           IF WS-DEBTORS
               MOVE "DTRANS"    TO BTR-REF
           ELSE
               MOVE "CTRANS"    TO BTR-REF.
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
             MOVE WS-R-ACCOUNT  TO WS-JL-ACCOUNT.
             MOVE WS-R-DEPT     TO WS-JL-DEPT.
             MOVE WS-AMOUNT     TO WS-JL-AMOUNT.
             WRITE REP-LINE FROM WS-JL-LINE.
       DB000-EXIT.
             EXIT.
      *
      *    ****    R U N   S U M M A R Y
      *
       DC000-SUMMARY.
             MOVE SPACES        TO REP-LINE.
             STRING "BATCH " WS-NEXT-BATCH " CAPTURED - "
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF WS-OTHER NOT = ZERO
               MOVE SPACES      TO REP-LINE
               MOVE "UNPOSTED ITEMS REMAIN FOR OTHER PERIODS"
                                TO REP-LINE
               WRITE REP-LINE
               DISPLAY "Items unposted in other periods: " AT 2212
                       WITH FOREGROUND-COLOR 12
                       WS-OTHER WITH FOREGROUND-COLOR 11.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-TX-LINE.
           IF WS-TX-USED = 1
               WRITE REP-LINE FROM WS-TX-LINE2.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             DISPLAY "Items journalled as batch " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11
                     "  items " WITH FOREGROUND-COLOR 10
                     WS-MARKED WITH FOREGROUND-COLOR 11.
       DC000-EXIT.
             EXIT.
      /
      *
      *    ****    A C C U M U L A T E   A   T Y P E / C O D E
      *
      *    WS-FOUND comes back zero only when the table is full.
      *
       XA000-ADD-GROUP.
             MOVE 1             TO WS-FOUND.
             MOVE 1             TO WS-G1.
       XA000-LOOP.
           IF WS-G1 > WS-GRP-MAX
               GO TO XA000-NEW.
           IF WS-GP-TYPE (WS-G1) = WS-R-TYPE
            AND WS-GP-CODE (WS-G1) = WS-R-CODE
            AND WS-GP-PROJECT (WS-G1) = WS-R-PROJECT
               GO TO XA000-ADD.
             ADD 1              TO WS-G1.
             GO TO XA000-LOOP.
       XA000-NEW.
           IF WS-GRP-MAX NOT < 200
               MOVE ZERO        TO WS-FOUND
               GO TO XA000-EXIT.
             ADD 1              TO WS-GRP-MAX.
             MOVE WS-GRP-MAX    TO WS-G1.
             MOVE WS-R-TYPE     TO WS-GP-TYPE (WS-G1).
             MOVE WS-R-CODE     TO WS-GP-CODE (WS-G1).
             MOVE WS-R-PROJECT  TO WS-GP-PROJECT (WS-G1).
             MOVE ZERO          TO WS-GP-COUNT (WS-G1)
                                   WS-GP-AMOUNT (WS-G1)
                                   WS-GP-VAT (WS-G1).
       XA000-ADD.
             ADD 1              TO WS-GP-COUNT (WS-G1).
             ADD WS-ITEM-AMT    TO WS-GP-AMOUNT (WS-G1).
             ADD WS-ITEM-VAT    TO WS-GP-VAT (WS-G1).
       XA000-EXIT.
             EXIT.
      *
      *    ****    C L E A R   T H E   S W E E P   T O T A L S
      *
       XZ000-CLEAR.
             MOVE ZERO          TO WS-GRP-MAX WS-ITEMS WS-OTHER
                                   WS-HIGH-KEY WS-CTRL-TOTAL
                                   WS-NEXT-BATCH.
       XZ000-EXIT.
             EXIT.
      *
      *    ****    V E T   T H E   P O S T I N G   M A P
      *
      *    Every missing rule is listed before the run gives up, so
      *    one pass of maintenance completes the map.
      *
       XV000-VET-MAP.
             MOVE 1             TO WS-MAP-OK.
             MOVE "CTRL"        TO WS-R-TYPE.
             MOVE 99            TO WS-R-CODE.
             PERFORM XW000-VET-ONE THRU XW000-EXIT.
             MOVE 1             TO WS-G1.
       XV000-LOOP.
           IF WS-G1 > WS-GRP-MAX
               GO TO XV000-EXIT.
             MOVE WS-GP-TYPE (WS-G1)
                                TO WS-R-TYPE.
             MOVE WS-GP-CODE (WS-G1)
                                TO WS-R-CODE.
           IF WS-DEBTORS
            OR WS-GP-AMOUNT (WS-G1) NOT = WS-GP-VAT (WS-G1)
               PERFORM XW000-VET-ONE THRU XW000-EXIT.
           IF WS-CREDITORS AND WS-GP-VAT (WS-G1) NOT = ZERO
               MOVE "VAT "      TO WS-R-TYPE
               PERFORM XW000-VET-ONE THRU XW000-EXIT.
             ADD 1              TO WS-G1.
             GO TO XV000-LOOP.
       XV000-EXIT.
             EXIT.
       XW000-VET-ONE.
             PERFORM XM000-GET-RULE THRU XM000-EXIT.
           IF WS-FOUND = 1
               GO TO XW000-EXIT.
             MOVE ZERO          TO WS-MAP-OK.
             MOVE WS-LEDGER     TO WS-NR-LEDGER.
             MOVE WS-R-TYPE     TO WS-NR-TYPE.
             MOVE WS-R-CODE     TO WS-NR-CODE.
             WRITE REP-LINE FROM WS-NR-LINE.
       XW000-EXIT.
             EXIT.
      /
      *
      *    ****    F E T C H   A   P O S T I N G   R U L E
      *
      *    The rule for the exact VAT code wins; code 99 catches
      *    every code without its own.
      *
       XM000-GET-RULE.
             MOVE ZERO          TO WS-FOUND WS-R-ACCOUNT WS-R-DEPT.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
       XM000-READ.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
           IF NOT SLM-ACTIVE OR SLM-ACCOUNT = ZERO
            OR SLM-LEDGER NOT = WS-LEDGER
            OR SLM-TYPE NOT = WS-R-TYPE
               GO TO XM000-READ.
           IF SLM-VAT-CODE = WS-R-CODE
               MOVE SLM-ACCOUNT TO WS-R-ACCOUNT
               MOVE SLM-DEPT    TO WS-R-DEPT
               MOVE 1           TO WS-FOUND
               GO TO XM000-EXIT.
           IF SLM-VAT-CODE = 99
               MOVE SLM-ACCOUNT TO WS-R-ACCOUNT
               MOVE SLM-DEPT    TO WS-R-DEPT
               MOVE 1           TO WS-FOUND.
             GO TO XM000-READ.
       XM000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   R U L E
      *
       XF000-FIND-RULE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ SLGMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF SLM-LEDGER = WS-LEDGER AND SLM-TYPE = WS-R-TYPE
            AND SLM-VAT-CODE = WS-R-CODE
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R U L E   S L O T
      *
       XN000-NEXT-SLM.
             MOVE 1             TO WS-NEXT-SLM WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-SLM = WS-SLMKEY + 1.
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
      /
      ******************************************************************
      *                                                                *
      *    ****    DTRANS   B Y   P E R I O D                          *
      *                                                                *
      *    XR000 sets up to read the items whose year, period and      *
      *    account lie between WS-TX-LO and WS-TX-HI; XS000 then       *
      *    delivers each in turn with WS-STATUS "00", and anything     *
      *    else at the end.  The index gives the items up to its      *
      *    high key, those written since are read straight off the     *
      *    file above it, and without an index the whole file is       *
      *    read - so the caller still tests every item's period.       *
      *                                                                *
      ******************************************************************
       XR000-DTR-FIRST.
           IF WS-TX-LEDGER = "C" OR WS-TX-LEDGER = "B"
               MOVE "B"         TO WS-TX-LEDGER
           ELSE
               MOVE "D"         TO WS-TX-LEDGER.
             MOVE ZERO          TO WS-TX-MODE WS-TX-HIGH.
           IF WS-TX-OPEN = ZERO
               GO TO XR000-FILE.
             MOVE "D"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             READ TRNIDX.
           IF WS-STATUS NOT = "00" OR TIX-HIGH-KEY = ZERO
               GO TO XR000-FILE.
             MOVE TIX-HIGH-KEY  TO WS-TX-HIGH.
             MOVE TIX-SCAN-RECS TO WS-TX-SCAN-RECS (1).
             MOVE TIX-SCAN-TIME TO WS-TX-SCAN-TIME (1).
             MOVE 1             TO WS-TX-MODE WS-TX-USED.
             MOVE "D"           TO TIX-LEDGER.
             MOVE WS-TX-LO      TO TIX-PERIOD-KEY.
             MOVE ZERO          TO TIX-REL.
             START TRNIDX KEY NOT < TIX-KEY.
           IF WS-STATUS = "00"
               GO TO XR000-EXIT.
       XR000-FILE.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-DTRKEY = WS-TX-HIGH + 1.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE.
       XR000-EXIT.
             EXIT.
      *
       XS000-DTR-NEXT.
           IF WS-TX-MODE = 9
               MOVE "10"        TO WS-STATUS
               GO TO XS000-EXIT.
           IF WS-TX-MODE = 2
               GO TO XS000-FILE.
             READ TRNIDX NEXT.
           IF WS-STATUS NOT = "00" OR TIX-LEDGER NOT = "D"
            OR TIX-PERIOD-KEY > WS-TX-HI
               GO TO XS000-TAIL.
             MOVE TIX-REL       TO WS-DTRKEY.
           IF WS-TX-LOCK = 1
               READ DTRANS
           ELSE
               READ DTRANS WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XS000-DTR-NEXT.
             ADD 1              TO WS-TX-READS.
             GO TO XS000-EXIT.
       XS000-TAIL.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-DTRKEY = WS-TX-HIGH + 1.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XS000-EXIT.
       XS000-FILE.
           IF WS-TX-LOCK = 1
               READ DTRANS NEXT
           ELSE
               READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XS000-EXIT.
             ADD 1              TO WS-TX-READS.
       XS000-EXIT.
             EXIT.
      *
      *    ****    DTRANS   O T H E R   P E R I O D S
      *
      *    The summary pass only reads the period's own index entries,
      *    so the indexed items of every other period are counted
      *    here: their entries are walked either side of WS-TX-LO to
      *    WS-TX-HI and each item read, an unposted one adding to
      *    WS-OTHER.  An entry whose slot now holds an item of another
      *    period (reused since the rebuild) is passed over.
      *
       XO000-DTR-OTHER.
             MOVE "D"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             START TRNIDX KEY > TIX-KEY.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
       XO000-READ.
             READ TRNIDX NEXT.
           IF WS-STATUS NOT = "00" OR TIX-LEDGER NOT = "D"
               GO TO XO000-EXIT.
           IF TIX-PERIOD-KEY < WS-TX-LO
               GO TO XO000-ITEM.
           IF TIX-PERIOD-KEY > WS-TX-HI
               GO TO XO000-ITEM.
             MOVE "D"           TO TIX-LEDGER.
             MOVE WS-TX-HI      TO TIX-PERIOD-KEY.
             MOVE 99999         TO TIX-REL.
             START TRNIDX KEY > TIX-KEY.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
             GO TO XO000-READ.
       XO000-ITEM.
             MOVE TIX-REL       TO WS-DTRKEY.
             READ DTRANS WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XO000-READ.
             ADD 1              TO WS-TX-READS.
           IF DTR-DELETED OR DTR-TO-LEDGER
            OR DTR-YEAR NOT = TIX-YEAR OR DTR-PERIOD NOT = TIX-PERIOD
               GO TO XO000-READ.
             ADD 1              TO WS-OTHER.
             GO TO XO000-READ.
       XO000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    CTRANS   B Y   P E R I O D                          *
      *                                                                *
      *    XT000 sets up to read the items whose year, period and      *
      *    account lie between WS-TX-LO and WS-TX-HI; XU000 then       *
      *    delivers each in turn with WS-STATUS "00", and anything     *
      *    else at the end.  The index gives the items up to its      *
      *    high key, those written since are read straight off the     *
      *    file above it, and without an index the whole file is       *
      *    read - so the caller still tests every item's period.       *
      *                                                                *
      ******************************************************************
       XT000-CTR-FIRST.
           IF WS-TX-LEDGER = "D" OR WS-TX-LEDGER = "B"
               MOVE "B"         TO WS-TX-LEDGER
           ELSE
               MOVE "C"         TO WS-TX-LEDGER.
             MOVE ZERO          TO WS-TX-MODE WS-TX-HIGH.
           IF WS-TX-OPEN = ZERO
               GO TO XT000-FILE.
             MOVE "C"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             READ TRNIDX.
           IF WS-STATUS NOT = "00" OR TIX-HIGH-KEY = ZERO
               GO TO XT000-FILE.
             MOVE TIX-HIGH-KEY  TO WS-TX-HIGH.
             MOVE TIX-SCAN-RECS TO WS-TX-SCAN-RECS (2).
             MOVE TIX-SCAN-TIME TO WS-TX-SCAN-TIME (2).
             MOVE 1             TO WS-TX-MODE WS-TX-USED.
             MOVE "C"           TO TIX-LEDGER.
             MOVE WS-TX-LO      TO TIX-PERIOD-KEY.
             MOVE ZERO          TO TIX-REL.
             START TRNIDX KEY NOT < TIX-KEY.
           IF WS-STATUS = "00"
               GO TO XT000-EXIT.
       XT000-FILE.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-CTRKEY = WS-TX-HIGH + 1.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE.
       XT000-EXIT.
             EXIT.
      *
       XU000-CTR-NEXT.
           IF WS-TX-MODE = 9
               MOVE "10"        TO WS-STATUS
               GO TO XU000-EXIT.
           IF WS-TX-MODE = 2
               GO TO XU000-FILE.
             READ TRNIDX NEXT.
           IF WS-STATUS NOT = "00" OR TIX-LEDGER NOT = "C"
            OR TIX-PERIOD-KEY > WS-TX-HI
               GO TO XU000-TAIL.
             MOVE TIX-REL       TO WS-CTRKEY.
           IF WS-TX-LOCK = 1
               READ CTRANS
           ELSE
               READ CTRANS WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XU000-CTR-NEXT.
             ADD 1              TO WS-TX-READS.
             GO TO XU000-EXIT.
       XU000-TAIL.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-CTRKEY = WS-TX-HIGH + 1.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XU000-EXIT.
       XU000-FILE.
           IF WS-TX-LOCK = 1
               READ CTRANS NEXT
           ELSE
               READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XU000-EXIT.
             ADD 1              TO WS-TX-READS.
       XU000-EXIT.
             EXIT.
      *
      *    ****    CTRANS   O T H E R   P E R I O D S
      *
      *    As XO000 for the creditors ledger.
      *
       XQ000-CTR-OTHER.
             MOVE "C"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             START TRNIDX KEY > TIX-KEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ TRNIDX NEXT.
           IF WS-STATUS NOT = "00" OR TIX-LEDGER NOT = "C"
               GO TO XQ000-EXIT.
           IF TIX-PERIOD-KEY < WS-TX-LO
               GO TO XQ000-ITEM.
           IF TIX-PERIOD-KEY > WS-TX-HI
               GO TO XQ000-ITEM.
             MOVE "C"           TO TIX-LEDGER.
             MOVE WS-TX-HI      TO TIX-PERIOD-KEY.
             MOVE 99999         TO TIX-REL.
             START TRNIDX KEY > TIX-KEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
             GO TO XQ000-READ.
       XQ000-ITEM.
             MOVE TIX-REL       TO WS-CTRKEY.
             READ CTRANS WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-READ.
             ADD 1              TO WS-TX-READS.
           IF CTR-DELETED OR CTR-TO-LEDGER
            OR CTR-YEAR NOT = TIX-YEAR OR CTR-PERIOD NOT = TIX-PERIOD
               GO TO XQ000-READ.
             ADD 1              TO WS-OTHER.
             GO TO XQ000-READ.
       XQ000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P E R I O D   I N D E X   T I M I N G               *
      *                                                                *
      *    XK000 starts the clock and opens the index (the run closes  *
      *    it when it ends, WS-TX-OPEN being 1); XL000 stops the       *
      *    clock and fills WS-TX-LINE with this run's reads and time   *
      *    and, when the index was used, WS-TX-LINE2 with what the     *
      *    full pass of the files cost when it was last rebuilt.       *
      *                                                                *
      ******************************************************************
       XK000-CLOCK-ON.
             MOVE ZERO          TO WS-TX-READS WS-TX-USED
                                   WS-TX-SCAN-RECS (1)
                                   WS-TX-SCAN-RECS (2)
                                   WS-TX-SCAN-TIME (1)
                                   WS-TX-SCAN-TIME (2).
             MOVE SPACE         TO WS-TX-LEDGER.
             ACCEPT WS-TX-TIME FROM TIME.
             COMPUTE WS-TX-T0 = WS-TX-HH * 360000 + WS-TX-MM * 6000
                              + WS-TX-SS * 100 + WS-TX-CC.
           IF WS-TX-OPEN = 1
               GO TO XK000-EXIT.
             OPEN INPUT TRNIDX.
           IF WS-STATUS = "00"
               MOVE 1           TO WS-TX-OPEN.
       XK000-EXIT.
             EXIT.
      *
       XL000-CLOCK-OFF.
             ACCEPT WS-TX-TIME FROM TIME.
             COMPUTE WS-TX-T1 = WS-TX-HH * 360000 + WS-TX-MM * 6000
                              + WS-TX-SS * 100 + WS-TX-CC.
           IF WS-TX-T1 < WS-TX-T0
               ADD 8640000      TO WS-TX-T1.
             COMPUTE WS-TX-HUND = WS-TX-T1 - WS-TX-T0.
             PERFORM XH000-HMS THRU XH000-EXIT.
             MOVE WS-TX-HH      TO WS-TXL-HH.
             MOVE WS-TX-MM      TO WS-TXL-MM.
             MOVE WS-TX-SS      TO WS-TXL-SS.
             MOVE WS-TX-CC      TO WS-TXL-CC.
             MOVE WS-TX-READS   TO WS-TXL-RECS.
             MOVE "DTRANS"      TO WS-TXL-FILE.
           IF WS-TX-LEDGER = "C"
               MOVE "CTRANS"    TO WS-TXL-FILE.
           IF WS-TX-LEDGER = "B"
               MOVE "DTRANS+CTRANS" TO WS-TXL-FILE.
           IF WS-TX-USED = 1
               MOVE "BY PERIOD INDEX" TO WS-TXL-HOW
           ELSE
               MOVE "READ IN FULL" TO WS-TXL-HOW.
             COMPUTE WS-TX-HUND = WS-TX-SCAN-TIME (1)
                                + WS-TX-SCAN-TIME (2).
             PERFORM XH000-HMS THRU XH000-EXIT.
             MOVE WS-TX-HH      TO WS-TXF-HH.
             MOVE WS-TX-MM      TO WS-TXF-MM.
             MOVE WS-TX-SS      TO WS-TXF-SS.
             MOVE WS-TX-CC      TO WS-TXF-CC.
             COMPUTE WS-TXF-RECS = WS-TX-SCAN-RECS (1)
                                 + WS-TX-SCAN-RECS (2).
       XL000-EXIT.
             EXIT.
      *
      *    ****    H U N D R E D T H S   T O   H H : M M : S S . C C
      *
       XH000-HMS.
             DIVIDE WS-TX-HUND BY 360000 GIVING WS-TX-HH
                    REMAINDER WS-TX-REST.
             DIVIDE WS-TX-REST BY 6000 GIVING WS-TX-MM
                    REMAINDER WS-TX-HUND.
             DIVIDE WS-TX-HUND BY 100 GIVING WS-TX-SS
                    REMAINDER WS-TX-CC.
       XH000-EXIT.
             EXIT.
