      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******   ********  ********   *
      *   **    **  **    **  **    **  **    **  **        **         *
      *   **        **    **  **    **  **    **  **        **         *
      *   **        *******   *******   **    **  *******   *******    *
      *   **        **  **    **        **    **        **        **   *
      *   **    **  **   **   **        **    **  **    **  **    **   *
      *    ******   **    **  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D U P L I C A T E   I N V O I C E   C O N T R O L             *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Duplicate creditor invoice control.  The scan is run        *
      *    before the CRP041 EFT export and the CRP043 cheque run:     *
      *    every approved, unpaid invoice is compared (DUPCHK) with    *
      *    every other invoice on file - the same or a similar         *
      *    reference or the same amount and date on its own account,   *
      *    and the same amount and reference on any other account.  A  *
      *    suspected duplicate is put back on hold, flagged on CTRANS  *
      *    and entered on the DUPREG register with the invoice it      *
      *    matched and the reason, so it cannot be released or paid    *
      *    until a person clears it here.                              *
      *                                                                *
      *    Clearing records the decision with a note:  not a           *
      *    duplicate puts the invoice back to the approval status it   *
      *    had before the hold, a confirmed duplicate is left          *
      *    disputed for the credit to be taken up with the supplier.   *
      *    The register listing shows every suspected duplicate, the   *
      *    reason and who cleared it.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP055.
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

       COPY CTRANS.SL.

       COPY DUPREG.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY CTRANS.FDE.

       COPY DUPREG.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP055.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DUPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-REF         PIC  X(10)     VALUE SPACES.
       77  WS-NOTE        PIC  X(30)     VALUE SPACES.
       77  WS-SCANNED     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-HELD        PIC  9(05)     COMP-5 VALUE ZERO.
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
      *    ****    D U P L I C A T E   I N V O I C E   C H E C K
      *
       01  WS-DC-PARAMS.
           03  WS-DC-FUNCTION PIC  X(01).
           03  WS-DC-KEY      PIC  9(05).
           03  WS-DC-ACCOUNT  PIC  9(07).
           03  WS-DC-REF      PIC  X(10).
           03  WS-DC-AMOUNT   PIC S9(09)V99  COMP-3.
           03  WS-DC-DATE     PIC  9(08).
           03  WS-DC-PROGRAM  PIC  X(08).
           03  WS-DC-PRIOR    PIC  X(01).
           03  WS-DC-RESULT   PIC  9(01).
           03  WS-DC-MATCH-KEY
                              PIC  9(05).
           03  WS-DC-MATCH-ACCT
                              PIC  9(07).
           03  WS-DC-MATCH-REF
                              PIC  X(10).
           03  WS-DC-REASON   PIC  X(30).

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

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "ACCOUNT  REFERENCE         AMOUNT  MATCHES        ".
           03  FILLER        PIC  X(50) VALUE
               "     REASON                          ST BY  NOTE".

       01  WS-DUP-LINE.
           03  WS-DL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-REF     PIC  X(10).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-AMOUNT  PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-MATCH-AC
                             PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DL-MATCH-REF
                             PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-REASON  PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-STATUS  PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-CLR-USER
                             PIC  X(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-CLR-NOTE
                             PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DUPLICATE CREDITOR INVOICE CONTROL" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP055"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'S'can before payment  'C'lear  'L'ist  'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0660
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "S"
               PERFORM BA000-SCAN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "C"
               PERFORM CA000-CLEAR THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM DA000-LIST THRU DA000-EXIT.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R E - P A Y M E N T   S C A N                     *
      *                                                                *
      *    Every approved, unpaid invoice not already suspected or     *
      *    cleared is checked against the whole file.                  *
      *                                                                *
      ******************************************************************
       BA000-SCAN.
             OPEN I-O CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "CTRANS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "PRE-PAYMENT DUPLICATE SCAN" TO WS-TI-TEXT.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE ZERO          TO WS-SCANNED WS-HELD.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
       BA000-READ.
             READ CTRANS NEXT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
           IF NOT CTR-INVOICE OR NOT CTR-APPROVED
            OR CTR-PAID OR CTR-DELETED
               GO TO BA000-READ.
           IF CTR-DUP-SUSPECT OR CTR-DUP-CLEARED
               GO TO BA000-READ.
             ADD 1              TO WS-SCANNED.
             MOVE "P"           TO WS-DC-FUNCTION.
             MOVE WS-CTRKEY     TO WS-DC-KEY.
             MOVE CTR-ACCOUNT   TO WS-DC-ACCOUNT.
             MOVE CTR-REF       TO WS-DC-REF.
             MOVE CTR-AMOUNT    TO WS-DC-AMOUNT.
             MOVE CTR-DATE      TO WS-DC-DATE.
             MOVE "CRP055"      TO WS-DC-PROGRAM.
             MOVE CTR-APP-STATUS
                                TO WS-DC-PRIOR.
             CALL "DUPCHK" USING WS-DC-PARAMS.
           IF WS-DC-RESULT NOT = 1
               GO TO BA000-READ.
      *
      *    Back on hold, flagged, and onto the register
      *
             MOVE CTR-RECORD    TO WS-JW-BEFORE.
             MOVE "H"           TO CTR-APP-STATUS.
             MOVE "S"           TO CTR-DUP-FLAG.
             REWRITE CTR-RECORD.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             MOVE "W"           TO WS-DC-FUNCTION.
             CALL "DUPCHK" USING WS-DC-PARAMS.
             MOVE SPACES        TO WS-DUP-LINE.
             MOVE CTR-ACCOUNT   TO WS-DL-ACCOUNT.
             MOVE CTR-REF       TO WS-DL-REF.
             MOVE CTR-AMOUNT    TO WS-DL-AMOUNT.
             MOVE WS-DC-MATCH-ACCT
                                TO WS-DL-MATCH-AC.
             MOVE WS-DC-MATCH-REF
                                TO WS-DL-MATCH-REF.
             MOVE WS-DC-REASON  TO WS-DL-REASON.
             MOVE "O"           TO WS-DL-STATUS.
             WRITE REP-LINE FROM WS-DUP-LINE.
             ADD 1              TO WS-HELD.
             GO TO BA000-READ.
       BA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-DUP-LINE.
             MOVE "SCANNED"     TO WS-DL-REF.
             MOVE WS-SCANNED    TO WS-DL-ACCOUNT.
             WRITE REP-LINE FROM WS-DUP-LINE.
             MOVE SPACES        TO WS-DUP-LINE.
             MOVE "HELD"        TO WS-DL-REF.
             MOVE WS-HELD       TO WS-DL-ACCOUNT.
             WRITE REP-LINE FROM WS-DUP-LINE.
             CLOSE CTRANS PRNREP.
             DISPLAY "Scanned " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-SCANNED WITH FOREGROUND-COLOR 11
                     "  held as duplicates " WITH FOREGROUND-COLOR 10
                     WS-HELD WITH FOREGROUND-COLOR 11
                     "  - CRP055.PRN" WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C L E A R   A   S U S P E C T   I N V O I C E       *
      *                                                                *
      ******************************************************************
       CA000-CLEAR.
             DISPLAY "Creditor account ('0' ends) :" AT 0812.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO CA000-EXIT.
             DISPLAY "Invoice reference           :" AT 0912.
             MOVE SPACES        TO WS-REF.
             ACCEPT WS-REF AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             OPEN I-O DUPREG.
           IF WS-STATUS NOT = "00"
               DISPLAY "No suspected duplicates on file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             PERFORM XA000-FIND-ENTRY THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No open suspected duplicate for that invoice"
                       AT 2312 WITH FOREGROUND-COLOR 14
               CLOSE DUPREG
               GO TO CA000-EXIT.
             DISPLAY "Matches invoice             :" AT 1112.
             DISPLAY DUP-MATCH-ACCT AT 1144 WITH FOREGROUND-COLOR 11.
             DISPLAY DUP-MATCH-REF AT 1153 WITH FOREGROUND-COLOR 11.
             DISPLAY "Reason                      :" AT 1212.
             DISPLAY DUP-REASON AT 1244 WITH FOREGROUND-COLOR 11.
             DISPLAY "Held by                     :" AT 1312.
             DISPLAY DUP-PROGRAM AT 1344 WITH FOREGROUND-COLOR 11.
             DISPLAY DUP-DATE AT 1354 WITH FOREGROUND-COLOR 11.
             DISPLAY "'N'ot a duplicate / 'D'uplicate :" AT 1512.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 1547
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION NOT = "N" AND WS-OPTION NOT = "D"
               CLOSE DUPREG
               GO TO CA000-EXIT.
             DISPLAY "Note                        :" AT 1612.
             MOVE SPACES        TO WS-NOTE.
             ACCEPT WS-NOTE AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-NOTE = SPACES
               DISPLAY "A note of the decision is required" AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE DUPREG
               GO TO CA000-EXIT.
             OPEN I-O CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "CTRANS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE DUPREG
               GO TO CA000-EXIT.
             MOVE DUP-CTR-KEY   TO WS-CTRKEY.
             READ CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "Invoice no longer on CTRANS" AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE DUPREG CTRANS
               GO TO CA000-EXIT.
             MOVE CTR-RECORD    TO WS-JW-BEFORE.
             MOVE "C"           TO CTR-DUP-FLAG.
           IF WS-OPTION = "N"
               MOVE DUP-PRIOR   TO CTR-APP-STATUS
           ELSE
               MOVE "D"         TO CTR-APP-STATUS.
             MOVE WS-OPER       TO CTR-APP-OPER.
             REWRITE CTR-RECORD.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             CLOSE CTRANS.
             MOVE WS-OPTION     TO DUP-STATUS.
             MOVE WS-OPER       TO DUP-CLR-USER.
             MOVE WS-TODAY-N    TO DUP-CLR-DATE.
             MOVE WS-NOTE       TO DUP-CLR-NOTE.
             REWRITE DUP-RECORD.
             CLOSE DUPREG.
           IF WS-OPTION = "N"
               DISPLAY "Cleared - invoice back to its approval status"
                       AT 2312 WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Confirmed duplicate - invoice left disputed "
                       AT 2312 WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   D U P L I C A T E   R E G I S T E R         *
      *                                                                *
      ******************************************************************
       DA000-LIST.
             OPEN INPUT DUPREG.
           IF WS-STATUS NOT = "00"
               DISPLAY "No suspected duplicates on file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "SUSPECTED DUPLICATE INVOICE REGISTER"
                                TO WS-TI-TEXT.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE ZERO          TO WS-LISTED.
             MOVE 1             TO WS-DUPKEY.
             START DUPREG KEY NOT < WS-DUPKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
       DA000-READ.
             READ DUPREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
             MOVE SPACES        TO WS-DUP-LINE.
             MOVE DUP-ACCOUNT   TO WS-DL-ACCOUNT.
             MOVE DUP-REF       TO WS-DL-REF.
             MOVE DUP-AMOUNT    TO WS-DL-AMOUNT.
             MOVE DUP-MATCH-ACCT
                                TO WS-DL-MATCH-AC.
             MOVE DUP-MATCH-REF TO WS-DL-MATCH-REF.
             MOVE DUP-REASON    TO WS-DL-REASON.
             MOVE DUP-STATUS    TO WS-DL-STATUS.
             MOVE DUP-CLR-USER  TO WS-DL-CLR-USER.
             MOVE DUP-CLR-NOTE  TO WS-DL-CLR-NOTE.
             WRITE REP-LINE FROM WS-DUP-LINE.
             ADD 1              TO WS-LISTED.
             GO TO DA000-READ.
       DA000-DONE.
             CLOSE DUPREG PRNREP.
             DISPLAY "Entries listed : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-LISTED WITH FOREGROUND-COLOR 11
                     "  - register on CRP055.PRN"
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
      *    ****    O P E N   E N T R Y   F O R   T H E   I N V O I C E
      *
       XA000-FIND-ENTRY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DUPKEY.
             START DUPREG KEY NOT < WS-DUPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ DUPREG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF DUP-ACCOUNT = WS-ACCOUNT AND DUP-REF = WS-REF
            AND DUP-OPEN
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   I N V O I C E   U P D A T E
      *
       XJ000-JOURNAL.
             MOVE "T"           TO WS-JW-FILE.
             MOVE WS-CTRKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "CRP055"      TO WS-JW-PROGRAM.
             MOVE CTR-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XJ000-EXIT.
             EXIT.
