      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******   ********  **    **   *
      *   **    **  **    **  **    **  **    **  **        **    **   *
      *   **        **    **  **    **  **    **  **        **    **   *
      *   **        *******   *******   **    **  *******   ********   *
      *   **        **  **    **        **    **        **        **   *
      *   **    **  **   **   **        **    **  **    **        **   *
      *    ******   **    **  **         ******    ******         **   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S U P P L I E R   B A N K   C H A N G E   C O N T R O L       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Change control over creditor bank details.  A new branch    *
      *    code, account number or reference keyed here does not go    *
      *    onto CREDIT:  it is written to the BNKCHG register as a     *
      *    pending change and the creditor is held out of the CRP041   *
      *    EFT run and the CRP043 cheque run, which list it instead    *
      *    of paying it.  A second user - never the one who keyed it   *
      *    - then rings the supplier on a number taken from an         *
      *    independent source and records who was phoned, on what      *
      *    number and when; only then are the new details put on       *
      *    CREDIT.  A change that fails the call-back is rejected and  *
      *    the confirmed details stay (or are put back).               *
      *                                                                *
      *    The payment runs check every creditor through BNKCHK, so    *
      *    details altered by any other route are caught and raised    *
      *    here as pending changes too; the sweep option does the      *
      *    same over the whole file ahead of a run.  The register      *
      *    listing prints every change with the old and new details    *
      *    and both users.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP054.
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

       COPY CREDIT.SL.

       COPY BNKCHG.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY CREDIT.FDE.

       COPY BNKCHG.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP054.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BNCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-REPLY       PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-NEW-BRANCH  PIC  9(06)     VALUE ZERO.
       77  WS-NEW-ACCNO   PIC  9(11)     VALUE ZERO.
       77  WS-NEW-REF     PIC  X(18)     VALUE SPACES.
       77  WS-CONTACT     PIC  X(30)     VALUE SPACES.
       77  WS-CALL-PHONE  PIC  X(15)     VALUE SPACES.
       77  WS-CALL-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-CALL-TIME   PIC  9(04)     VALUE ZERO.
       77  WS-RAISED      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-PENDING     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-BASELINED   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LISTED      PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    U P D A T E - J O U R N A L   H O O K
      *
       01  WS-JW-PARAMS.
           03  WS-JW-FILE     PIC  X(01).
           03  WS-JW-KEY      PIC  9(05).
           03  WS-JW-ACTION   PIC  X(01).
           03  WS-JW-USER     PIC  X(03).
           03  WS-JW-PROGRAM  PIC  X(08).
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

      *
      *    ****    B A N K   D E T A I L   C H E C K   ( B N K C H K )
      *
       01  WS-BK-PARAMS.
           03  WS-BK-ACCOUNT  PIC  9(07).
           03  WS-BK-BRANCH   PIC  9(06).
           03  WS-BK-ACCNO    PIC  9(11).
           03  WS-BK-REF      PIC  X(18).
           03  WS-BK-USER     PIC  X(03).
           03  WS-BK-PROGRAM  PIC  X(08).
           03  WS-BK-RESULT   PIC  9(01).

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

       01  WS-BANK-DISP.
           03  WS-BD-BRANCH  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-BD-ACCNO   PIC  9(11).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-REF     PIC  X(18).

       01  WS-TITLE-LINE.
           03  FILLER        PIC  X(40) VALUE
               "SUPPLIER BANK DETAIL CHANGE REGISTER".
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "ACCOUNT  STATUS     OLD BRANCH/ACCOUNT  REFERENCE ".
           03  FILLER        PIC  X(50) VALUE
               "             NEW BRANCH/ACCOUNT  REFERENCE".

       01  WS-REG-LINE.
           03  WS-RL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-STATUS  PIC  X(09).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-OLD     PIC  X(38).
           03  FILLER        PIC  X(04) VALUE " -> ".
           03  WS-RL-NEW     PIC  X(38).

       01  WS-WHO-LINE.
           03  FILLER        PIC  X(15) VALUE
               "         KEYED ".
           03  WS-WL-REQ     PIC  X(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-WL-REQ-DT  PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-WL-PROGRAM PIC  X(08).
           03  FILLER        PIC  X(08) VALUE "  CLOSED".
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-WL-VER     PIC  X(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-WL-VER-DT  PIC  9(08).
           03  FILLER        PIC  X(09) VALUE "  PHONED ".
           03  WS-WL-CONTACT PIC  X(30).
           03  FILLER        PIC  X(04) VALUE " ON ".
           03  WS-WL-PHONE   PIC  X(15).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-WL-CALL-DT PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-WL-CALL-TM PIC  9(04).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "SUPPLIER BANK DETAIL CHANGE CONTROL" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP054"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O CREDIT.
           IF WS-STATUS NOT = "00"
               DISPLAY "CREDIT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'C'hange  'V'erify  'R'eject  'S'weep  'L'ist"
                     AT 0612 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0667
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "C"
               PERFORM BA000-CHANGE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "V"
               PERFORM CA000-VERIFY THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM DA000-REJECT THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM EA000-SWEEP THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM FA000-LIST THRU FA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE CREDIT.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    K E Y   A   B A N K - D E T A I L   C H A N G E     *
      *                                                                *
      *    The new details go on the register only - CREDIT keeps     *
      *    the confirmed ones until the call-back is recorded.         *
      *                                                                *
      ******************************************************************
       BA000-CHANGE.
             PERFORM XA000-ACCOUNT THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO BA000-EXIT.
      *
      *    Settles the baseline, and refuses a second change on top
      *    of one still waiting for its call-back
      *
             PERFORM XB000-CHECK THRU XB000-EXIT.
           IF WS-BK-RESULT = 1 OR WS-BK-RESULT = 2
               DISPLAY "Change already pending - verify or reject it"
                       AT 2312 WITH FOREGROUND-COLOR 12
                       " first"
               GO TO BA000-EXIT.
             MOVE CRE-BANK-BRANCH
                                TO WS-BD-BRANCH.
             MOVE CRE-BANK-ACCNO
                                TO WS-BD-ACCNO.
             MOVE CRE-BANK-REF  TO WS-BD-REF.
             DISPLAY "Current details  :" AT 1012.
             DISPLAY WS-BANK-DISP AT 1032 WITH FOREGROUND-COLOR 11.
             MOVE CRE-BANK-BRANCH
                                TO WS-NEW-BRANCH.
             MOVE CRE-BANK-ACCNO
                                TO WS-NEW-ACCNO.
             MOVE CRE-BANK-REF  TO WS-NEW-REF.
             DISPLAY "New branch code  :" AT 1212.
             ACCEPT WS-NEW-BRANCH AT 1232
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "New account no   :" AT 1312.
             ACCEPT WS-NEW-ACCNO AT 1332
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "New reference    :" AT 1412.
             ACCEPT WS-NEW-REF AT 1432
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-NEW-BRANCH = CRE-BANK-BRANCH
            AND WS-NEW-ACCNO = CRE-BANK-ACCNO
            AND WS-NEW-REF = CRE-BANK-REF
               DISPLAY "No change keyed" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN I-O BNKCHG.
           IF WS-STATUS NOT = "00"
               DISPLAY "BNKCHG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE SPACES        TO BNC-RECORD.
             MOVE CRE-ACCOUNT   TO BNC-ACCOUNT.
             MOVE CRE-BANK-BRANCH
                                TO BNC-OLD-BRANCH.
             MOVE CRE-BANK-ACCNO
                                TO BNC-OLD-ACCNO.
             MOVE CRE-BANK-REF  TO BNC-OLD-REF.
             MOVE WS-NEW-BRANCH TO BNC-NEW-BRANCH.
             MOVE WS-NEW-ACCNO  TO BNC-NEW-ACCNO.
             MOVE WS-NEW-REF    TO BNC-NEW-REF.
             MOVE "CRP054"      TO BNC-PROGRAM.
             MOVE WS-OPER       TO BNC-REQ-USER.
             MOVE WS-TODAY-N    TO BNC-REQ-DATE.
             MOVE ZERO          TO BNC-VER-DATE BNC-CALL-DATE
                                   BNC-CALL-TIME.
             MOVE "P"           TO BNC-STATUS.
             PERFORM XD000-NEXT-KEY THRU XD000-EXIT.
             WRITE BNC-RECORD.
             CLOSE BNKCHG.
             DISPLAY "Change held - payments stopped until a second"
                     AT 2312 WITH FOREGROUND-COLOR 10
                     " user verifies it".
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E C O R D   T H E   C A L L - B A C K             *
      *                                                                *
      ******************************************************************
       CA000-VERIFY.
             PERFORM XA000-ACCOUNT THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-EXIT.
             PERFORM XC000-PENDING THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-EXIT.
           IF BNC-REQ-USER = WS-OPER
               DISPLAY "Keyed by this user - a second user must verify"
                       AT 2312 WITH FOREGROUND-COLOR 12
               CLOSE BNKCHG
               GO TO CA000-EXIT.
             DISPLAY "Phone on file    :" AT 1512.
             DISPLAY CRE-PHONE AT 1532 WITH FOREGROUND-COLOR 11.
             DISPLAY "(use an independent number)" AT 1549
                     WITH FOREGROUND-COLOR 3.
             DISPLAY "Person phoned    :" AT 1612.
             MOVE SPACES        TO WS-CONTACT.
             ACCEPT WS-CONTACT AT 1632
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Number dialled   :" AT 1712.
             MOVE SPACES        TO WS-CALL-PHONE.
             ACCEPT WS-CALL-PHONE AT 1732
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Date of call     :" AT 1812.
             MOVE WS-TODAY-N    TO WS-CALL-DATE.
             ACCEPT WS-CALL-DATE AT 1832
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Time of call HHMM:" AT 1912.
             MOVE ZERO          TO WS-CALL-TIME.
             ACCEPT WS-CALL-TIME AT 1932
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-CONTACT = SPACES OR WS-CALL-PHONE = SPACES
            OR WS-CALL-DATE = ZERO
               DISPLAY "Who was phoned, on what number and when are"
                       AT 2312 WITH FOREGROUND-COLOR 14
                       " all required"
               CLOSE BNKCHG
               GO TO CA000-EXIT.
             DISPLAY "Supplier confirmed the new details (Y/N) :"
                     AT 2012.
             MOVE "N"           TO WS-REPLY.
             ACCEPT WS-REPLY AT 2056
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-REPLY NOT = "Y"
               DISPLAY "Not verified - reject the change if the"
                       AT 2312 WITH FOREGROUND-COLOR 14
                       " supplier denies it"
               CLOSE BNKCHG
               GO TO CA000-EXIT.
             MOVE WS-CONTACT    TO BNC-CONTACT.
             MOVE WS-CALL-PHONE TO BNC-CALL-PHONE.
             MOVE WS-CALL-DATE  TO BNC-CALL-DATE.
             MOVE WS-CALL-TIME  TO BNC-CALL-TIME.
             MOVE "V"           TO BNC-STATUS.
             PERFORM XE000-CLOSE-ENTRY THRU XE000-EXIT.
             MOVE BNC-NEW-BRANCH
                                TO WS-NEW-BRANCH.
             MOVE BNC-NEW-ACCNO TO WS-NEW-ACCNO.
             MOVE BNC-NEW-REF   TO WS-NEW-REF.
             PERFORM XF000-UPDATE-CREDIT THRU XF000-EXIT.
             DISPLAY "Verified - new details now on CREDIT" AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E J E C T   A   P E N D I N G   C H A N G E       *
      *                                                                *
      *    The confirmed details stay on CREDIT, or are put back       *
      *    where the change was made outside this program.             *
      *                                                                *
      ******************************************************************
       DA000-REJECT.
             PERFORM XA000-ACCOUNT THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DA000-EXIT.
             PERFORM XC000-PENDING THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DA000-EXIT.
             DISPLAY "Reject this change (Y/N) :" AT 1612.
             MOVE "N"           TO WS-REPLY.
             ACCEPT WS-REPLY AT 1640
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-REPLY NOT = "Y"
               CLOSE BNKCHG
               GO TO DA000-EXIT.
             MOVE "R"           TO BNC-STATUS.
             PERFORM XE000-CLOSE-ENTRY THRU XE000-EXIT.
             MOVE BNC-OLD-BRANCH
                                TO WS-NEW-BRANCH.
             MOVE BNC-OLD-ACCNO TO WS-NEW-ACCNO.
             MOVE BNC-OLD-REF   TO WS-NEW-REF.
             PERFORM XF000-UPDATE-CREDIT THRU XF000-EXIT.
             DISPLAY "Rejected - confirmed details kept on CREDIT"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S W E E P   T H E   C R E D I T O R   F I L E       *
      *                                                                *
      *    Runs every active creditor through BNKCHK ahead of a        *
      *    payment run: details changed by any other route are         *
      *    raised as pending changes, and creditors not yet on the     *
      *    register have their details taken as the baseline.          *
      *                                                                *
      ******************************************************************
       EA000-SWEEP.
             MOVE ZERO          TO WS-RAISED WS-PENDING WS-BASELINED.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
       EA000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
           IF NOT CRE-ACTIVE
               GO TO EA000-READ.
             PERFORM XB000-CHECK THRU XB000-EXIT.
           IF WS-BK-RESULT = 1
               ADD 1            TO WS-PENDING.
           IF WS-BK-RESULT = 2
               ADD 1            TO WS-RAISED.
           IF WS-BK-RESULT = 3
               ADD 1            TO WS-BASELINED.
             GO TO EA000-READ.
       EA000-DONE.
             DISPLAY "Raised " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-RAISED WITH FOREGROUND-COLOR 11
                     "  already pending " WITH FOREGROUND-COLOR 10
                     WS-PENDING WITH FOREGROUND-COLOR 11
                     "  baseline " WITH FOREGROUND-COLOR 10
                     WS-BASELINED WITH FOREGROUND-COLOR 11.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   C H A N G E   R E G I S T E R               *
      *                                                                *
      ******************************************************************
       FA000-LIST.
             OPEN INPUT BNKCHG.
           IF WS-STATUS NOT = "00"
               DISPLAY "No bank-detail changes on file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE ZERO          TO WS-LISTED.
             MOVE 1             TO WS-BNCKEY.
             START BNKCHG KEY NOT < WS-BNCKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-DONE.
       FA000-READ.
             READ BNKCHG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-DONE.
             MOVE BNC-ACCOUNT   TO WS-RL-ACCOUNT.
             MOVE "BASELINE"    TO WS-RL-STATUS.
           IF BNC-PENDING
               MOVE "PENDING"   TO WS-RL-STATUS.
           IF BNC-VERIFIED
               MOVE "VERIFIED"  TO WS-RL-STATUS.
           IF BNC-REJECTED
               MOVE "REJECTED"  TO WS-RL-STATUS.
             MOVE BNC-OLD-BRANCH
                                TO WS-BD-BRANCH.
             MOVE BNC-OLD-ACCNO TO WS-BD-ACCNO.
             MOVE BNC-OLD-REF   TO WS-BD-REF.
             MOVE WS-BANK-DISP  TO WS-RL-OLD.
             MOVE BNC-NEW-BRANCH
                                TO WS-BD-BRANCH.
             MOVE BNC-NEW-ACCNO TO WS-BD-ACCNO.
             MOVE BNC-NEW-REF   TO WS-BD-REF.
             MOVE WS-BANK-DISP  TO WS-RL-NEW.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-REG-LINE.
             MOVE BNC-REQ-USER  TO WS-WL-REQ.
             MOVE BNC-REQ-DATE  TO WS-WL-REQ-DT.
             MOVE BNC-PROGRAM   TO WS-WL-PROGRAM.
             MOVE BNC-VER-USER  TO WS-WL-VER.
             MOVE BNC-VER-DATE  TO WS-WL-VER-DT.
             MOVE BNC-CONTACT   TO WS-WL-CONTACT.
             MOVE BNC-CALL-PHONE
                                TO WS-WL-PHONE.
             MOVE BNC-CALL-DATE TO WS-WL-CALL-DT.
             MOVE BNC-CALL-TIME TO WS-WL-CALL-TM.
             WRITE REP-LINE FROM WS-WHO-LINE.
             ADD 1              TO WS-LISTED.
             GO TO FA000-READ.
       FA000-DONE.
             CLOSE BNKCHG PRNREP.
             DISPLAY "Changes listed : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-LISTED WITH FOREGROUND-COLOR 11
                     "  - register on CRP054.PRN"
                     WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    P R O M P T   F O R   T H E   C R E D I T O R
      *
       XA000-ACCOUNT.
             MOVE ZERO          TO WS-FOUND.
             DISPLAY "Creditor account :" AT 0812.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0832
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO XA000-EXIT.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-MISSING.
       XA000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA000-MISSING.
           IF CRE-ACCOUNT NOT = WS-ACCOUNT OR NOT CRE-ACTIVE
               GO TO XA000-READ.
             MOVE 1             TO WS-FOUND.
             DISPLAY CRE-NAME AT 0912 WITH FOREGROUND-COLOR 11.
             GO TO XA000-EXIT.
       XA000-MISSING.
             DISPLAY "Account not on CREDIT file" AT 2312
                     WITH FOREGROUND-COLOR 14.
       XA000-EXIT.
             EXIT.
      *
      *    ****    C H E C K   A G A I N S T   T H E   R E G I S T E R
      *
       XB000-CHECK.
             MOVE CRE-ACCOUNT   TO WS-BK-ACCOUNT.
             MOVE CRE-BANK-BRANCH
                                TO WS-BK-BRANCH.
             MOVE CRE-BANK-ACCNO
                                TO WS-BK-ACCNO.
             MOVE CRE-BANK-REF  TO WS-BK-REF.
             MOVE WS-OPER       TO WS-BK-USER.
             MOVE "CRP054"      TO WS-BK-PROGRAM.
             CALL "BNKCHK" USING WS-BK-PARAMS.
       XB000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A N D   S H O W   T H E   P E N D I N G
      *            C H A N G E
      *
      *    BNKCHG is left open for the rewrite when one is found.
      *
       XC000-PENDING.
             MOVE ZERO          TO WS-FOUND.
             OPEN I-O BNKCHG.
           IF WS-STATUS NOT = "00"
               GO TO XC000-NONE.
             MOVE 1             TO WS-BNCKEY.
             START BNKCHG KEY NOT < WS-BNCKEY.
           IF WS-STATUS NOT = "00"
               CLOSE BNKCHG
               GO TO XC000-NONE.
       XC000-READ.
             READ BNKCHG NEXT.
           IF WS-STATUS NOT = "00"
               CLOSE BNKCHG
               GO TO XC000-NONE.
           IF BNC-ACCOUNT NOT = CRE-ACCOUNT OR NOT BNC-PENDING
               GO TO XC000-READ.
             MOVE 1             TO WS-FOUND.
             MOVE BNC-OLD-BRANCH
                                TO WS-BD-BRANCH.
             MOVE BNC-OLD-ACCNO TO WS-BD-ACCNO.
             MOVE BNC-OLD-REF   TO WS-BD-REF.
             DISPLAY "Old details      :" AT 1012.
             DISPLAY WS-BANK-DISP AT 1032 WITH FOREGROUND-COLOR 11.
             MOVE BNC-NEW-BRANCH
                                TO WS-BD-BRANCH.
             MOVE BNC-NEW-ACCNO TO WS-BD-ACCNO.
             MOVE BNC-NEW-REF   TO WS-BD-REF.
             DISPLAY "New details      :" AT 1112.
             DISPLAY WS-BANK-DISP AT 1132 WITH FOREGROUND-COLOR 11.
             DISPLAY "Keyed by         :" AT 1212.
             DISPLAY BNC-REQ-USER AT 1232 WITH FOREGROUND-COLOR 11.
             DISPLAY BNC-REQ-DATE AT 1237 WITH FOREGROUND-COLOR 11.
             DISPLAY BNC-PROGRAM AT 1247 WITH FOREGROUND-COLOR 11.
             GO TO XC000-EXIT.
       XC000-NONE.
             DISPLAY "No pending change for this creditor" AT 2312
                     WITH FOREGROUND-COLOR 14.
       XC000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R E G I S T E R   S L O T
      *
       XD000-NEXT-KEY.
             MOVE 1             TO WS-BNCKEY.
             START BNKCHG KEY NOT < WS-BNCKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-BNCKEY
               GO TO XD000-EXIT.
       XD000-READ.
             READ BNKCHG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-BNCKEY
               GO TO XD000-EXIT.
             GO TO XD000-READ.
       XD000-EXIT.
             EXIT.
      *
      *    ****    C L O S E   T H E   P E N D I N G   E N T R Y
      *
       XE000-CLOSE-ENTRY.
             MOVE WS-OPER       TO BNC-VER-USER.
             MOVE WS-TODAY-N    TO BNC-VER-DATE.
             REWRITE BNC-RECORD.
             CLOSE BNKCHG.
       XE000-EXIT.
             EXIT.
      *
      *    ****    P U T   T H E   D E T A I L S   O N   C R E D I T
      *
      *    WS-NEW-BRANCH / ACCNO / REF first; the creditor is still
      *    the record read by XA000.
      *
       XF000-UPDATE-CREDIT.
           IF WS-NEW-BRANCH = CRE-BANK-BRANCH
            AND WS-NEW-ACCNO = CRE-BANK-ACCNO
            AND WS-NEW-REF = CRE-BANK-REF
               GO TO XF000-EXIT.
             MOVE CRE-RECORD    TO WS-JW-BEFORE.
             MOVE WS-NEW-BRANCH TO CRE-BANK-BRANCH.
             MOVE WS-NEW-ACCNO  TO CRE-BANK-ACCNO.
             MOVE WS-NEW-REF    TO CRE-BANK-REF.
             REWRITE CRE-RECORD.
             MOVE "C"           TO WS-JW-FILE.
             MOVE WS-CREKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "CRP054"      TO WS-JW-PROGRAM.
             MOVE CRE-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XF000-EXIT.
             EXIT.
