      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******   ********   *
      *   **    **  **        **    **  **    **  **        **         *
      *   **        **        **    **  **    **  **        **         *
      *   **  ****  **        *******   **    **  *******   *******    *
      *   **    **  **        **        **    **  **    **        **   *
      *   **    **  **        **        **    **  **    **  **    **   *
      *    ******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C O N T R O L   A C C O U N T   P R O T E C T I O N           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Maintains the system-posting-only flag on G/Ledger          *
      *    accounts.  A protected control account takes postings from  *
      *    the feeder programs only; manual and imported journal       *
      *    lines against it are refused by GLP049, GLP050 and GLP053   *
      *    unless a supervisor holding the GLPROT grant overrides.     *
      *    Accounts are protected or released one at a time, or        *
      *    seeded in one pass from the control and VAT accounts on     *
      *    the sub-ledger posting rules (SLGMAP) and the stock         *
      *    accounts on the stock posting rules (STKMAP).  Every        *
      *    change is journalled, and the protected accounts can be     *
      *    listed.                                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP065.
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

       COPY SLGMAP.SL.

       COPY STKMAP.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY GACCNT.FDE.

       COPY SLGMAP.FDE.

       COPY STKMAP.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP065.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SKMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-DEPT        PIC  9(03)     VALUE ZERO.
       77  WS-NEW-FLAG    PIC  X(01)     VALUE SPACE.
       77  WS-SEEDED      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MISSING     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LISTED      PIC  9(05)     COMP-5 VALUE ZERO.

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
           03  FILLER        PIC  X(40) VALUE
               "PROTECTED CONTROL ACCOUNTS".
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "ACCOUNT/DEP  DESCRIPTION                     TYPE".

       01  WS-DET-LINE.
           03  WS-DL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DL-DEPT    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-DESC    PIC  X(30).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DL-TYPE    PIC  X(01).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DL-NOTE    PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "PROTECTED CONTROL ACCOUNTS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP065"      TO WS-AC-PROGRAM.
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
             DISPLAY "'P'rotect  'R'elease  'S'eed from maps  'L'ist"
                     AT 0612 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0668
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "P"
               MOVE "S"         TO WS-NEW-FLAG
               PERFORM BA000-CHANGE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               MOVE SPACE       TO WS-NEW-FLAG
               PERFORM BA000-CHANGE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM CA000-SEED THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM DA000-LIST THRU DA000-EXIT.
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
      *    ****    P R O T E C T   O R   R E L E A S E   O N E         *
      *                                                                *
      ******************************************************************
       BA000-CHANGE.
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
           IF GL-PROTECT = WS-NEW-FLAG
               DISPLAY "No change - flag already set       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM XU000-SET-FLAG THRU XU000-EXIT.
           IF WS-NEW-FLAG = "S"
               DISPLAY "Account protected - system postings only"
                       AT 2312 WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Protection released                     "
                       AT 2312 WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E E D   F R O M   T H E   P O S T I N G   M A P S *
      *                                                                *
      *    The control and VAT accounts on the sub-ledger posting      *
      *    rules and the stock accounts on the stock posting rules     *
      *    are the accounts only a feeder program should touch.        *
      *    Accounts already protected are left as they are; rules      *
      *    naming an account not on the ledger are counted.            *
      *                                                                *
      ******************************************************************
       CA000-SEED.
             MOVE ZERO          TO WS-SEEDED WS-MISSING.
             MOVE "S"           TO WS-NEW-FLAG.
             OPEN INPUT SLGMAP.
           IF WS-STATUS NOT = "00"
               GO TO CA000-STOCK.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-SLG-END.
       CA000-SLG-READ.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-SLG-END.
           IF NOT SLM-ACTIVE
               GO TO CA000-SLG-READ.
           IF SLM-TYPE NOT = "CTRL" AND SLM-TYPE NOT = "VAT "
               GO TO CA000-SLG-READ.
             MOVE SLM-ACCOUNT   TO WS-ACCOUNT.
             MOVE SLM-DEPT      TO WS-DEPT.
             PERFORM CB000-PROTECT THRU CB000-EXIT.
             GO TO CA000-SLG-READ.
       CA000-SLG-END.
             CLOSE SLGMAP.
       CA000-STOCK.
             OPEN INPUT STKMAP.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
             MOVE 1             TO WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-STK-END.
       CA000-STK-READ.
             READ STKMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-STK-END.
           IF NOT SKM-ACTIVE
               GO TO CA000-STK-READ.
             MOVE SKM-STOCK-AC  TO WS-ACCOUNT.
             MOVE SKM-STOCK-DEPT
                                TO WS-DEPT.
             PERFORM CB000-PROTECT THRU CB000-EXIT.
             GO TO CA000-STK-READ.
       CA000-STK-END.
             CLOSE STKMAP.
       CA000-DONE.
             DISPLAY "Accounts protected : " AT 2212
                     WITH FOREGROUND-COLOR 10
                     WS-SEEDED WITH FOREGROUND-COLOR 11
                     "  not on ledger : " WITH FOREGROUND-COLOR 10
                     WS-MISSING WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      *
      *    ****    P R O T E C T   O N E   M A P P E D   A C C O U N T
      *
       CB000-PROTECT.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               ADD 1            TO WS-MISSING
               GO TO CB000-EXIT.
           IF GL-SYSTEM-ONLY
               GO TO CB000-EXIT.
             PERFORM XU000-SET-FLAG THRU XU000-EXIT.
             ADD 1              TO WS-SEEDED.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L I S T   P R O T E C T E D   A C C O U N T S       *
      *                                                                *
      ******************************************************************
       DA000-LIST.
             MOVE ZERO          TO WS-LISTED.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF NOT GL-SYSTEM-ONLY
               GO TO DA000-READ.
             MOVE GL-LEDG-AC    TO WS-DL-ACCOUNT.
             MOVE GL-DEPT       TO WS-DL-DEPT.
             MOVE GL-DESC       TO WS-DL-DESC.
             MOVE GL-TYPE       TO WS-DL-TYPE.
           IF GL-ACTIVE
               MOVE SPACES      TO WS-DL-NOTE
           ELSE
               MOVE "ACCOUNT DELETED" TO WS-DL-NOTE.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-LISTED.
             GO TO DA000-READ.
       DA000-END.
           IF WS-LISTED = ZERO
               MOVE "NO ACCOUNTS ARE PROTECTED" TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Protected accounts : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-LISTED WITH FOREGROUND-COLOR 11
                     "  - listed on GLP065.PRN"
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    S E T   T H E   F L A G   A N D   J O U R N A L
      *
      *    GACCNT holds the record locked from the find.
      *
       XU000-SET-FLAG.
             MOVE GL-RECORD     TO WS-JW-BEFORE.
             MOVE WS-NEW-FLAG   TO GL-PROTECT.
             REWRITE GL-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT rewrite error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XU000-EXIT.
             MOVE "G"           TO WS-JW-FILE.
             MOVE WS-GLKEY      TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "GLP065"      TO WS-JW-PROGRAM.
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
