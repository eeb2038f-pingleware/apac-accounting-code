      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   ********  *******    ******    ******   ********   *
      *   **    **     **     **    **  **    **  **              **   *
      *   **    **     **     **    **  **    **  **             **    *
      *   **    **     **     *******   **    **  *******       **     *
      *   **    **     **     **        **    **  **    **     **      *
      *   **    **     **     **        **    **  **    **    **       *
      *   *******      **     **         ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P E R S O N A L - D A T A   R E T E N T I O N                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Personal-data retention for customers who have stopped      *
      *    trading.  The run looks for debtor accounts with a nil      *
      *    balance and no activity inside the retention period held    *
      *    on RETCFG (ten years unless changed) - no debtor item on    *
      *    DTRANS or the DTRARC archive dated inside it, no open or    *
      *    presented item at all, no sales order line dated inside it  *
      *    or still open on SALORD, and no collections-diary entry     *
      *    inside it.  An account with no trading history anywhere is  *
      *    listed for review and left alone.  Each account found has   *
      *    its name, address and phone cleared and is put on hold      *
      *    with the reason PERSONAL DATA ERASED; its delivery          *
      *    preference (DLVPRF e-mail and contact), direct-debit        *
      *    mandate (DDMAND bank details), delivery sites (SHIPTO) and  *
      *    collections-diary notes are cleared with it, and its        *
      *    statement spool file is deleted.  The account number,       *
      *    balances and every transaction stay as they were.  Each     *
      *    erasure is journalled through JRNWRT - without a before     *
      *    image, and with the personal fields cleared from the        *
      *    account's earlier journal images too, so the journal does   *
      *    not keep what the run erased.  Loyalty members (LOYMEM)     *
      *    with no points and no activity inside the period are        *
      *    erased the same way.  A list-only pass shows what a run     *
      *    would erase; the erasure report, which names no one, is     *
      *    kept as RETyyyymmdd.PRN for the regulator.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP067.
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

       COPY DTRANS.SL.

       COPY SALORD.SL.

       COPY SHIPTO.SL.

           SELECT DTRARC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DARKEY.

           SELECT COLDIA  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DIAKEY.

           SELECT DLVPRF  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DLVKEY.

           SELECT DDMAND  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DDMKEY.

           SELECT LOYMEM  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-MEMKEY.

           SELECT JRNFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-JRNKEY.

           SELECT RETCFG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CFGKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY DTRANS.FDE.

       COPY SALORD.FDE.

       COPY SHIPTO.FDE.

      *
      *    ****    D E B T O R   T R A N S A C T I O N   A R C H I V E
      *           (DTRANS images, as ARCTRN writes them)
      *
       FD  DTRARC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DTRARC.DAT".
       01  DAR-RECORD         PIC  X(120).

      *
      *    ****    C O L L E C T I O N S   D I A R Y   (DTP050)
      *
       FD  COLDIA    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "COLDIA.DAT".
       01  DIA-RECORD.
           03  DIA-ACCOUNT    PIC  9(07).
           03  DIA-DATE       PIC  9(08).
           03  DIA-FOLLOW-DATE
                              PIC  9(08).
           03  DIA-NOTE       PIC  X(60).
           03  DIA-DISPUTE    PIC  X(01).
               88  DIA-IN-DISPUTE  VALUE "Y".
           03  DIA-PROM-AMT   PIC S9(09)V99 COMP-3.
           03  DIA-PROM-DATE  PIC  9(08).
           03  DIA-OPER       PIC  X(03).
           03  DIA-STATUS     PIC  X(01).
               88  DIA-OPEN        VALUE "O".
               88  DIA-CLEARED     VALUE "C".
               88  DIA-DELETED     VALUE "D".
           03  FILLER         PIC  X(08).

      *
      *    ****    D E L I V E R Y   P R E F E R E N C E S   (DTP057)
      *
       FD  DLVPRF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLVPRF.DAT".
       01  DLV-RECORD.
           03  DLV-ACCOUNT    PIC  9(07).
           03  DLV-METHOD     PIC  X(01).
               88  DLV-PRINT       VALUE "P".
               88  DLV-EMAIL-ONLY  VALUE "E".
               88  DLV-BOTH        VALUE "B".
           03  DLV-EMAIL      PIC  X(50).
           03  DLV-CONTACT    PIC  X(30).
           03  DLV-STATUS     PIC  X(01).
               88  DLV-ACTIVE      VALUE "A".
               88  DLV-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    D I R E C T - D E B I T   M A N D A T E S   (DTP059)
      *
       FD  DDMAND    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DDMAND.DAT".
       01  DDM-RECORD.
           03  DDM-ACCOUNT    PIC  9(07).
           03  DDM-BANK-BRANCH
                              PIC  9(06).
           03  DDM-BANK-ACCNO PIC  9(11).
           03  DDM-MANDATE-REF
                              PIC  X(18).
           03  DDM-STATUS     PIC  X(01).
               88  DDM-ACTIVE      VALUE "A".
               88  DDM-CANCELLED   VALUE "X".
           03  FILLER         PIC  X(10).

      *
      *    ****    L O Y A L T Y   M E M B E R S   (LOYPOS)
      *
       FD  LOYMEM    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "LOYMEM.DAT".
       01  MEM-RECORD.
           03  MEM-NUMBER     PIC  9(08).
           03  MEM-NAME       PIC  X(30).
           03  MEM-POINTS     PIC S9(09)    COMP-3.
           03  MEM-LAST-ACT   PIC  9(08).
           03  MEM-STATUS     PIC  X(01).
               88  MEM-ACTIVE      VALUE "A".
               88  MEM-CLOSED      VALUE "X".
           03  FILLER         PIC  X(10).

      *
      *    ****    M A S T E R - F I L E   J O U R N A L
      *           (as JRNWRT writes it)
      *
      *    A debtor image carries the account number, then the name,
      *    address and phone in its first 152 bytes.
      *
       FD  JRNFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JRNFIL.DAT".
       01  JRN-RECORD.
           03  JRN-DATE       PIC  9(08).
           03  JRN-TIME       PIC  9(08).
           03  JRN-USER       PIC  X(03).
           03  JRN-PROGRAM    PIC  X(08).
           03  JRN-FILE       PIC  X(01).
           03  JRN-KEY        PIC  9(05).
           03  JRN-ACTION     PIC  X(01).
           03  JRN-BEFORE.
               05  JRB-ACCOUNT
                              PIC  X(07).
               05  JRB-PERSONAL
                              PIC  X(145).
               05  FILLER     PIC  X(248).
           03  JRN-AFTER.
               05  JRA-ACCOUNT
                              PIC  X(07).
               05  JRA-PERSONAL
                              PIC  X(145).
               05  FILLER     PIC  X(248).

      *
      *    ****    R E T E N T I O N   S E T T I N G S   (slot 1)
      *
       FD  RETCFG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "RETCFG.DAT".
       01  RTC-RECORD.
           03  RTC-YEARS      PIC  9(02).
           03  RTC-LAST-RUN   PIC  9(08).
           03  RTC-LAST-USER  PIC  X(03).
           03  RTC-LAST-COUNT PIC  9(05).
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-PRN-NAME.
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DARKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SHPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DIAKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DLVKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DDMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-MEMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-JRNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CFGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-DEB    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-ERASE       PIC  X(01)     VALUE SPACE.
       77  WS-DEB-EOF     PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-ACT-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-ACT-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-CUTOFF      PIC  9(08)     VALUE ZERO.
       77  WS-RESULT      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-C           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-FOUND       PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-TOT-SEEN    PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-TOT-NIL     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-TOT-ERASED  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-REVIEW  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-MEMBERS PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-JRN     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-YEARS-IN    PIC  9(02)     VALUE ZERO.

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

       01  WS-REP-NAME.
           03  WS-RN-PREFIX  PIC  X(03) VALUE "RET".
           03  WS-RN-DATE    PIC  9(08).
           03  FILLER        PIC  X(04) VALUE ".PRN".
       01  WS-PRN-NAME       PIC  X(15) VALUE SPACES.

       01  WS-SPOOL-NAME.
           03  FILLER        PIC  X(03) VALUE "STM".
           03  WS-SPL-ACCT   PIC  9(07).
           03  FILLER        PIC  X(04) VALUE ".TXT".

      *
      *    ****    W H A T   A N   E R A S E D   R E C O R D   H O L D S
      *
       01  WS-ERASED-TAG     PIC  X(20) VALUE "PERSONAL DATA ERASED".
       01  WS-ERASED-NAME.
           03  WS-EN-TAG     PIC  X(20).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-EN-DATE    PIC  9(08).
           03  FILLER        PIC  X(11) VALUE SPACES.
       01  WS-DIA-ERASED     PIC  X(60) VALUE
           "NOTE ERASED - PERSONAL DATA RETENTION".

      *
      *    ****    O N E   B A T C H   O F   C A N D I D A T E S
      *
      *    Nil-balance accounts are gathered a batch at a time so
      *    each transaction file is read once per batch, not once
      *    per account.
      *
       01  WS-CAND-TABLE.
           03  WS-CAND       OCCURS 500.
               05  WS-CA-ACCOUNT PIC  9(07).
               05  WS-CA-SLOT    PIC  9(05).
               05  WS-CA-LAST    PIC  9(08).
               05  WS-CA-OPEN    PIC  9(01).
               05  WS-CA-ERASE   PIC  9(01).
               05  WS-CA-DLV     PIC  9(03).
               05  WS-CA-DDM     PIC  9(03).
               05  WS-CA-SHP     PIC  9(03).
               05  WS-CA-DIA     PIC  9(03).
               05  WS-CA-JRN     PIC  9(05).
               05  WS-CA-SPOOL   PIC  X(01).

      *
      *    ****    E R A S U R E   R E P O R T   L I N E S
      *
       01  WS-RP-HEAD.
           03  FILLER        PIC  X(47) VALUE
               "ACCOUNT  LAST ACTIVITY  ACTION                 ".
           03  FILLER        PIC  X(46) VALUE
               "DELIVERY  MANDATE SITES DIARY JOURNAL  SPOOL".

       01  WS-RP-DET.
           03  WS-RD-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RD-LAST    PIC  9(08).
           03  FILLER        PIC  X(07) VALUE SPACES.
           03  WS-RD-ACTION  PIC  X(20).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-RD-DLV     PIC  Z(07)9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RD-DDM     PIC  Z(06)9.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-SHP     PIC  ZZZZ9.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-DIA     PIC  ZZZZ9.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-JRN     PIC  Z(06)9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RD-SPOOL   PIC  X(05).

       01  WS-RP-MEM.
           03  FILLER        PIC  X(14) VALUE "LOYALTY MEMBER".
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-RM-NUMBER  PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RM-LAST    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RM-ACTION  PIC  X(20).

       01  WS-RP-TOT.
           03  WS-RT-LABEL   PIC  X(40).
           03  WS-RT-COUNT   PIC  Z(06)9.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "PERSONAL-DATA RETENTION" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0312.
             ACCEPT WS-OPER AT 0327
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "DTP067"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O RETCFG.
           IF WS-STATUS = "35"
               OPEN OUTPUT RETCFG
               CLOSE RETCFG
               OPEN I-O RETCFG
               MOVE SPACES      TO RTC-RECORD
               MOVE 10          TO RTC-YEARS
               MOVE ZERO        TO RTC-LAST-RUN RTC-LAST-COUNT
               MOVE 1           TO WS-CFGKEY
               WRITE RTC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "RETCFG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE 1             TO WS-CFGKEY.
             READ RETCFG.
       AA000-MENU.
             DISPLAY "Retention period (years) :" AT 0512.
             DISPLAY RTC-YEARS AT 0540 WITH FOREGROUND-COLOR 11.
             DISPLAY "Last run                 :" AT 0612.
             DISPLAY RTC-LAST-RUN AT 0640 WITH FOREGROUND-COLOR 11.
             DISPLAY RTC-LAST-USER AT 0650 WITH FOREGROUND-COLOR 11.
             DISPLAY RTC-LAST-COUNT AT 0655 WITH FOREGROUND-COLOR 11.
             DISPLAY
                 "Option 'L'ist only  'R'un erasure  'P'eriod  'E'nd"
                     AT 0812 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0864
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "P"
               PERFORM GA000-PERIOD THRU GA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               MOVE "N"         TO WS-ERASE
               PERFORM BA000-RUN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM AB000-CONFIRM THRU AB000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE RETCFG.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      *
      *    ****    C O N F I R M   A N   E R A S U R E   R U N
      *
       AB000-CONFIRM.
             DISPLAY "Erasure cannot be undone - proceed (Y/N) :"
                     AT 1012 WITH FOREGROUND-COLOR 12.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 1056
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "                                              "
                     AT 1012.
           IF WS-OPTION NOT = "Y"
               GO TO AB000-EXIT.
             MOVE "Y"           TO WS-ERASE.
             PERFORM BA000-RUN THRU BA000-EXIT.
             MOVE WS-TODAY-N    TO RTC-LAST-RUN.
             MOVE WS-OPER       TO RTC-LAST-USER.
             MOVE WS-TOT-ERASED TO RTC-LAST-COUNT.
             MOVE 1             TO WS-CFGKEY.
             REWRITE RTC-RECORD.
       AB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E T E N T I O N   R U N                           *
      *                                                                *
      *    The cut-off is today less the retention period; nothing     *
      *    dated on or after it counts as inactive.  A list-only       *
      *    pass ('N') reads everything and changes nothing.            *
      *                                                                *
      ******************************************************************
       BA000-RUN.
             COMPUTE WS-CUTOFF = WS-TODAY-N - RTC-YEARS * 10000.
             MOVE WS-TODAY-N    TO WS-EN-DATE WS-RN-DATE.
             MOVE WS-ERASED-TAG TO WS-EN-TAG.
             MOVE ZERO          TO WS-TOT-SEEN WS-TOT-NIL
                                   WS-TOT-ERASED WS-TOT-REVIEW
                                   WS-TOT-MEMBERS WS-TOT-JRN.
           IF WS-ERASE = "Y"
               OPEN I-O DEBTOR
           ELSE
               OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE "DTP067.PRN"  TO WS-PRN-NAME.
           IF WS-ERASE = "Y"
               MOVE WS-REP-NAME TO WS-PRN-NAME.
             PERFORM XH000-HEADING THRU XH000-EXIT.
             MOVE 1             TO WS-NEXT-DEB.
             MOVE ZERO          TO WS-DEB-EOF.
       BA000-BATCH.
             PERFORM CA000-GATHER THRU CA000-EXIT.
           IF WS-CMAX = ZERO
               GO TO BA000-MEMBERS.
             DISPLAY "Accounts read  " AT 1212.
             DISPLAY WS-TOT-SEEN AT 1228 WITH FOREGROUND-COLOR 11.
             PERFORM CB000-DTRANS THRU CB000-EXIT.
             PERFORM CC000-ARCHIVE THRU CC000-EXIT.
             PERFORM CD000-ORDERS THRU CD000-EXIT.
             PERFORM CE000-DIARY-DATES THRU CE000-EXIT.
             PERFORM CF000-DECIDE THRU CF000-EXIT.
           IF WS-ERASE = "Y"
               PERFORM DA000-JOURNAL-SCRUB THRU DA000-EXIT
               PERFORM DB000-ERASE-DEBTORS THRU DB000-EXIT
               CANCEL "JRNWRT"
               PERFORM DC000-DELIVERY THRU DC000-EXIT
               PERFORM DD000-MANDATES THRU DD000-EXIT
               PERFORM DE000-SITES THRU DE000-EXIT
               PERFORM DF000-DIARY-NOTES THRU DF000-EXIT
               PERFORM DG000-SPOOL THRU DG000-EXIT.
             PERFORM EA000-REPORT-BATCH THRU EA000-EXIT.
           IF WS-DEB-EOF = ZERO
               GO TO BA000-BATCH.
       BA000-MEMBERS.
             CLOSE DEBTOR.
             PERFORM FA000-MEMBERS THRU FA000-EXIT.
           IF WS-ERASE = "Y"
               CANCEL "JRNWRT".
             PERFORM EB000-TOTALS THRU EB000-EXIT.
             CLOSE PRNREP.
           IF WS-ERASE = "Y"
               DISPLAY "Accounts erased " AT 2312
                       WITH FOREGROUND-COLOR 10
                       WS-TOT-ERASED WITH FOREGROUND-COLOR 11
                       " - report " WITH FOREGROUND-COLOR 10
                       WS-REP-NAME WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY "Accounts that would be erased " AT 2312
                       WITH FOREGROUND-COLOR 10
                       WS-TOT-ERASED WITH FOREGROUND-COLOR 11
                       " - report DTP067.PRN" WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    G A T H E R   A   B A T C H                         *
      *                                                                *
      *    Nil-balance accounts not already erased, from where the     *
      *    last batch stopped, up to the size of the table.            *
      *                                                                *
      ******************************************************************
       CA000-GATHER.
             MOVE ZERO          TO WS-CMAX.
           IF WS-DEB-EOF = 1
               GO TO CA000-EXIT.
             MOVE WS-NEXT-DEB   TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-DEB-EOF
               GO TO CA000-EXIT.
       CA000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-DEB-EOF
               GO TO CA000-EXIT.
             ADD 1              TO WS-TOT-SEEN.
           IF DEB-BALANCE NOT = ZERO
               GO TO CA000-READ.
           IF DEB-HOLD-REASON = WS-ERASED-TAG
               GO TO CA000-READ.
             ADD 1              TO WS-TOT-NIL.
             ADD 1              TO WS-CMAX.
             MOVE ZERO          TO WS-CAND (WS-CMAX).
             MOVE DEB-ACCOUNT   TO WS-CA-ACCOUNT (WS-CMAX).
             MOVE WS-DEBKEY     TO WS-CA-SLOT (WS-CMAX).
             MOVE SPACE         TO WS-CA-SPOOL (WS-CMAX).
           IF WS-CMAX < 500
               GO TO CA000-READ.
             COMPUTE WS-NEXT-DEB = WS-DEBKEY + 1.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A C T I V I T Y   O N   T H E   L E D G E R         *
      *                                                                *
      *    The latest item date per candidate; an item still open or  *
      *    presented to the bank keeps the account whatever its date.  *
      *                                                                *
      ******************************************************************
       CB000-DTRANS.
             OPEN INPUT DTRANS.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
             MOVE 1             TO WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-END.
       CB000-READ.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-END.
             PERFORM XT000-ITEM THRU XT000-EXIT.
             GO TO CB000-READ.
       CB000-END.
             CLOSE DTRANS.
       CB000-EXIT.
             EXIT.
      *
      *    ****    A C T I V I T Y   O N   T H E   A R C H I V E
      *
       CC000-ARCHIVE.
             OPEN INPUT DTRARC.
           IF WS-STATUS NOT = "00"
               GO TO CC000-EXIT.
             MOVE 1             TO WS-DARKEY.
             START DTRARC KEY NOT < WS-DARKEY.
           IF WS-STATUS NOT = "00"
               GO TO CC000-END.
       CC000-READ.
             READ DTRARC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CC000-END.
             MOVE DAR-RECORD    TO DTR-RECORD.
             PERFORM XT000-ITEM THRU XT000-EXIT.
             GO TO CC000-READ.
       CC000-END.
             CLOSE DTRARC.
       CC000-EXIT.
             EXIT.
      *
      *    ****    S A L E S   O R D E R S
      *
      *    An open, back-ordered or allocated line keeps the account
      *    whatever its date; any other line counts by its order date.
      *
       CD000-ORDERS.
             OPEN INPUT SALORD.
           IF WS-STATUS NOT = "00"
               GO TO CD000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO CD000-END.
       CD000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CD000-END.
             MOVE SOR-ACCOUNT   TO WS-ACCOUNT.
             MOVE SOR-DATE      TO WS-ACT-DATE.
             MOVE ZERO          TO WS-ACT-OPEN.
           IF SOR-OPEN OR SOR-BACK-ORDER OR SOR-ALLOCATED
               MOVE 1           TO WS-ACT-OPEN.
             PERFORM XA000-ACTIVITY THRU XA000-EXIT.
             GO TO CD000-READ.
       CD000-END.
             CLOSE SALORD.
       CD000-EXIT.
             EXIT.
      *
      *    ****    C O L L E C T I O N S   D I A R Y   D A T E S
      *
       CE000-DIARY-DATES.
             OPEN INPUT COLDIA.
           IF WS-STATUS NOT = "00"
               GO TO CE000-EXIT.
             MOVE 1             TO WS-DIAKEY.
             START COLDIA KEY NOT < WS-DIAKEY.
           IF WS-STATUS NOT = "00"
               GO TO CE000-END.
       CE000-READ.
             READ COLDIA NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CE000-END.
           IF DIA-DELETED
               GO TO CE000-READ.
             MOVE DIA-ACCOUNT   TO WS-ACCOUNT.
             MOVE DIA-DATE      TO WS-ACT-DATE.
             MOVE ZERO          TO WS-ACT-OPEN.
             PERFORM XA000-ACTIVITY THRU XA000-EXIT.
             GO TO CE000-READ.
       CE000-END.
             CLOSE COLDIA.
       CE000-EXIT.
             EXIT.
      *
      *    ****    W H I C H   C A N D I D A T E S   G O
      *
      *    WS-CA-ERASE 1 = erase, 2 = no history anywhere (listed
      *    for review), zero = still active.
      *
       CF000-DECIDE.
             MOVE 1             TO WS-C.
       CF000-LOOP.
           IF WS-C > WS-CMAX
               GO TO CF000-EXIT.
           IF WS-CA-OPEN (WS-C) = ZERO
            AND WS-CA-LAST (WS-C) = ZERO
               MOVE 2           TO WS-CA-ERASE (WS-C)
               ADD 1            TO WS-TOT-REVIEW.
           IF WS-CA-OPEN (WS-C) = ZERO
            AND WS-CA-LAST (WS-C) NOT = ZERO
            AND WS-CA-LAST (WS-C) < WS-CUTOFF
               MOVE 1           TO WS-CA-ERASE (WS-C)
               ADD 1            TO WS-TOT-ERASED.
             ADD 1              TO WS-C.
             GO TO CF000-LOOP.
       CF000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S C R U B   T H E   J O U R N A L                   *
      *                                                                *
      *    The debtor images JRNWRT kept of an erased account still    *
      *    hold its name, address and phone; those bytes are cleared   *
      *    to the erased values, leaving every other field for the     *
      *    roll-forward.  JRNWRT is cancelled after each batch so the  *
      *    journal is free to be opened here.                          *
      *                                                                *
      ******************************************************************
       DA000-JOURNAL-SCRUB.
             OPEN I-O JRNFIL.
           IF WS-STATUS NOT = "00"
               GO TO DA000-EXIT.
             MOVE 1             TO WS-JRNKEY.
             START JRNFIL KEY NOT < WS-JRNKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ JRNFIL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF JRN-FILE NOT = "D"
               GO TO DA000-READ.
             MOVE 1             TO WS-C.
       DA000-MATCH.
           IF WS-C > WS-CMAX
               GO TO DA000-READ.
           IF WS-CA-ERASE (WS-C) NOT = 1
            OR WS-CA-SLOT (WS-C) NOT = JRN-KEY
               ADD 1            TO WS-C
               GO TO DA000-MATCH.
           IF JRN-BEFORE NOT = SPACES
               MOVE WS-ERASED-NAME TO JRB-PERSONAL.
           IF JRN-AFTER NOT = SPACES
               MOVE WS-ERASED-NAME TO JRA-PERSONAL.
             REWRITE JRN-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-CA-JRN (WS-C) WS-TOT-JRN.
             GO TO DA000-READ.
       DA000-END.
             CLOSE JRNFIL.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    E R A S E   T H E   D E B T O R   M A S T E R       *
      *                                                                *
      *    Name, address and phone cleared; the account goes on hold   *
      *    so nothing new is sold to a nameless account.  The number,  *
      *    balances and ledger fields are left as they were.  The      *
      *    journal entry carries no before image - it would keep on    *
      *    file what has just been erased.                             *
      *                                                                *
      ******************************************************************
       DB000-ERASE-DEBTORS.
             MOVE 1             TO WS-C.
       DB000-LOOP.
           IF WS-C > WS-CMAX
               GO TO DB000-EXIT.
           IF WS-CA-ERASE (WS-C) NOT = 1
               GO TO DB000-NEXT.
             MOVE WS-CA-SLOT (WS-C) TO WS-DEBKEY.
             READ DEBTOR.
           IF WS-STATUS NOT = "00"
               MOVE ZERO        TO WS-CA-ERASE (WS-C)
               SUBTRACT 1       FROM WS-TOT-ERASED
               GO TO DB000-NEXT.
             MOVE WS-ERASED-NAME TO DEB-NAME.
             MOVE SPACES        TO DEB-ADDRESS1 DEB-ADDRESS2
                                   DEB-ADDRESS3 DEB-PHONE.
             MOVE "H"           TO DEB-HOLD-FLAG.
             MOVE WS-ERASED-TAG TO DEB-HOLD-REASON.
             REWRITE DEB-RECORD.
           IF WS-STATUS NOT = "00"
               MOVE ZERO        TO WS-CA-ERASE (WS-C)
               SUBTRACT 1       FROM WS-TOT-ERASED
               GO TO DB000-NEXT.
             MOVE "D"           TO WS-JW-FILE.
             MOVE WS-DEBKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "DTP067"      TO WS-JW-PROGRAM.
             MOVE SPACES        TO WS-JW-BEFORE.
             MOVE DEB-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       DB000-NEXT.
             ADD 1              TO WS-C.
             GO TO DB000-LOOP.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   A C C O U N T ' S   O T H E R   R E C O R D S
      *                                                                *
      ******************************************************************
      *
      *    Statement delivery - e-mail address and contact cleared,
      *    back to print, and the preference deleted.
      *
       DC000-DELIVERY.
             OPEN I-O DLVPRF.
           IF WS-STATUS NOT = "00"
               GO TO DC000-EXIT.
             MOVE 1             TO WS-DLVKEY.
             START DLVPRF KEY NOT < WS-DLVKEY.
           IF WS-STATUS NOT = "00"
               GO TO DC000-END.
       DC000-READ.
             READ DLVPRF NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DC000-END.
             MOVE DLV-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XL000-LOOKUP THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DC000-READ.
           IF WS-CA-ERASE (WS-FOUND) NOT = 1
               GO TO DC000-READ.
             MOVE "P"           TO DLV-METHOD.
             MOVE SPACES        TO DLV-EMAIL DLV-CONTACT.
             MOVE "D"           TO DLV-STATUS.
             REWRITE DLV-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-CA-DLV (WS-FOUND).
             GO TO DC000-READ.
       DC000-END.
             CLOSE DLVPRF.
       DC000-EXIT.
             EXIT.
      *
      *    Direct debit - bank details and mandate reference cleared
      *    and the mandate cancelled.
      *
       DD000-MANDATES.
             OPEN I-O DDMAND.
           IF WS-STATUS NOT = "00"
               GO TO DD000-EXIT.
             MOVE 1             TO WS-DDMKEY.
             START DDMAND KEY NOT < WS-DDMKEY.
           IF WS-STATUS NOT = "00"
               GO TO DD000-END.
       DD000-READ.
             READ DDMAND NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DD000-END.
             MOVE DDM-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XL000-LOOKUP THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DD000-READ.
           IF WS-CA-ERASE (WS-FOUND) NOT = 1
               GO TO DD000-READ.
             MOVE ZERO          TO DDM-BANK-BRANCH DDM-BANK-ACCNO.
             MOVE SPACES        TO DDM-MANDATE-REF.
             MOVE "X"           TO DDM-STATUS.
             REWRITE DDM-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-CA-DDM (WS-FOUND).
             GO TO DD000-READ.
       DD000-END.
             CLOSE DDMAND.
       DD000-EXIT.
             EXIT.
      *
      *    Delivery sites - name, address, contact, phone and
      *    instructions cleared and the site deleted; old order
      *    lines keep the site number.
      *
       DE000-SITES.
             OPEN I-O SHIPTO.
           IF WS-STATUS NOT = "00"
               GO TO DE000-EXIT.
             MOVE 1             TO WS-SHPKEY.
             START SHIPTO KEY NOT < WS-SHPKEY.
           IF WS-STATUS NOT = "00"
               GO TO DE000-END.
       DE000-READ.
             READ SHIPTO NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DE000-END.
             MOVE SHP-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XL000-LOOKUP THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DE000-READ.
           IF WS-CA-ERASE (WS-FOUND) NOT = 1
               GO TO DE000-READ.
             MOVE WS-ERASED-TAG TO SHP-SITE.
             MOVE SPACES        TO SHP-ADDRESS1 SHP-ADDRESS2
                                   SHP-ADDRESS3 SHP-CONTACT
                                   SHP-PHONE SHP-INSTRUCT.
             MOVE "D"           TO SHP-STATUS.
             REWRITE SHP-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-CA-SHP (WS-FOUND).
             GO TO DE000-READ.
       DE000-END.
             CLOSE SHIPTO.
       DE000-EXIT.
             EXIT.
      *
      *    Collections diary - the free-text note goes; dates,
      *    promised amounts and the operator stay with the history.
      *
       DF000-DIARY-NOTES.
             OPEN I-O COLDIA.
           IF WS-STATUS NOT = "00"
               GO TO DF000-EXIT.
             MOVE 1             TO WS-DIAKEY.
             START COLDIA KEY NOT < WS-DIAKEY.
           IF WS-STATUS NOT = "00"
               GO TO DF000-END.
       DF000-READ.
             READ COLDIA NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DF000-END.
           IF DIA-NOTE = WS-DIA-ERASED
               GO TO DF000-READ.
             MOVE DIA-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XL000-LOOKUP THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DF000-READ.
           IF WS-CA-ERASE (WS-FOUND) NOT = 1
               GO TO DF000-READ.
             MOVE WS-DIA-ERASED TO DIA-NOTE.
             REWRITE DIA-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-CA-DIA (WS-FOUND).
             GO TO DF000-READ.
       DF000-END.
             CLOSE COLDIA.
       DF000-EXIT.
             EXIT.
      *
      *    The statement spool file DTP057 left for the account
      *
       DG000-SPOOL.
             MOVE 1             TO WS-C.
       DG000-LOOP.
           IF WS-C > WS-CMAX
               GO TO DG000-EXIT.
           IF WS-CA-ERASE (WS-C) = 1
               MOVE WS-CA-ACCOUNT (WS-C) TO WS-SPL-ACCT
               CALL "CBL_DELETE_FILE" USING WS-SPOOL-NAME
                                  RETURNING WS-RESULT
               IF WS-RESULT = ZERO
                   MOVE "Y"     TO WS-CA-SPOOL (WS-C).
             ADD 1              TO WS-C.
             GO TO DG000-LOOP.
       DG000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    E R A S U R E   R E P O R T                         *
      *                                                                *
      *    Account numbers and dates only - the report is kept, so     *
      *    it names no one.                                            *
      *                                                                *
      ******************************************************************
       EA000-REPORT-BATCH.
             MOVE 1             TO WS-C.
       EA000-LOOP.
           IF WS-C > WS-CMAX
               GO TO EA000-EXIT.
           IF WS-CA-ERASE (WS-C) = ZERO
               GO TO EA000-NEXT.
             MOVE SPACES        TO WS-RD-ACTION WS-RD-SPOOL.
             MOVE WS-CA-ACCOUNT (WS-C) TO WS-RD-ACCOUNT.
             MOVE WS-CA-LAST (WS-C) TO WS-RD-LAST.
             MOVE WS-CA-DLV (WS-C) TO WS-RD-DLV.
             MOVE WS-CA-DDM (WS-C) TO WS-RD-DDM.
             MOVE WS-CA-SHP (WS-C) TO WS-RD-SHP.
             MOVE WS-CA-DIA (WS-C) TO WS-RD-DIA.
             MOVE WS-CA-JRN (WS-C) TO WS-RD-JRN.
           IF WS-CA-SPOOL (WS-C) = "Y"
               MOVE "GONE"      TO WS-RD-SPOOL.
             MOVE "WOULD BE ERASED" TO WS-RD-ACTION.
           IF WS-ERASE = "Y"
               MOVE "ERASED"    TO WS-RD-ACTION.
           IF WS-CA-ERASE (WS-C) = 2
               MOVE "NO HISTORY - REVIEW" TO WS-RD-ACTION.
             WRITE REP-LINE FROM WS-RP-DET.
       EA000-NEXT.
             ADD 1              TO WS-C.
             GO TO EA000-LOOP.
       EA000-EXIT.
             EXIT.
      *
      *    ****    R U N   T O T A L S
      *
       EB000-TOTALS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "DEBTOR ACCOUNTS READ" TO WS-RT-LABEL.
             MOVE WS-TOT-SEEN   TO WS-RT-COUNT.
             WRITE REP-LINE FROM WS-RP-TOT.
             MOVE "NIL-BALANCE ACCOUNTS CHECKED" TO WS-RT-LABEL.
             MOVE WS-TOT-NIL    TO WS-RT-COUNT.
             WRITE REP-LINE FROM WS-RP-TOT.
           IF WS-ERASE = "Y"
               MOVE "ACCOUNTS ERASED" TO WS-RT-LABEL
           ELSE
               MOVE "ACCOUNTS THAT WOULD BE ERASED" TO WS-RT-LABEL.
             MOVE WS-TOT-ERASED TO WS-RT-COUNT.
             WRITE REP-LINE FROM WS-RP-TOT.
             MOVE "NO TRADING HISTORY - LEFT FOR REVIEW"
                                TO WS-RT-LABEL.
             MOVE WS-TOT-REVIEW TO WS-RT-COUNT.
             WRITE REP-LINE FROM WS-RP-TOT.
             MOVE "JOURNAL IMAGES CLEARED" TO WS-RT-LABEL.
             MOVE WS-TOT-JRN    TO WS-RT-COUNT.
             WRITE REP-LINE FROM WS-RP-TOT.
           IF WS-ERASE = "Y"
               MOVE "LOYALTY MEMBERS ERASED" TO WS-RT-LABEL
           ELSE
               MOVE "LOYALTY MEMBERS THAT WOULD BE ERASED"
                                TO WS-RT-LABEL.
             MOVE WS-TOT-MEMBERS TO WS-RT-COUNT.
             WRITE REP-LINE FROM WS-RP-TOT.
       EB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O Y A L T Y   M E M B E R S                       *
      *                                                                *
      *    Members are not linked to a debtor account, so they are     *
      *    judged on their own: no points left and no activity        *
      *    inside the period.  The member number and movements stay.  *
      *                                                                *
      ******************************************************************
       FA000-MEMBERS.
           IF WS-ERASE = "Y"
               OPEN I-O LOYMEM
           ELSE
               OPEN INPUT LOYMEM.
           IF WS-STATUS NOT = "00"
               GO TO FA000-EXIT.
             MOVE 1             TO WS-MEMKEY.
             START LOYMEM KEY NOT < WS-MEMKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
       FA000-READ.
             READ LOYMEM NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
           IF MEM-POINTS NOT = ZERO
            OR MEM-LAST-ACT NOT < WS-CUTOFF
            OR MEM-NAME = WS-ERASED-TAG
               GO TO FA000-READ.
             MOVE SPACES        TO WS-RM-ACTION.
             MOVE MEM-NUMBER    TO WS-RM-NUMBER.
             MOVE MEM-LAST-ACT  TO WS-RM-LAST.
           IF WS-ERASE NOT = "Y"
               MOVE "WOULD BE ERASED" TO WS-RM-ACTION
               GO TO FA000-LINE.
             MOVE WS-ERASED-TAG TO MEM-NAME.
             MOVE "X"           TO MEM-STATUS.
             REWRITE MEM-RECORD.
           IF WS-STATUS NOT = "00"
               GO TO FA000-READ.
             MOVE "L"           TO WS-JW-FILE.
             MOVE WS-MEMKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "DTP067"      TO WS-JW-PROGRAM.
             MOVE SPACES        TO WS-JW-BEFORE.
             MOVE MEM-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
             MOVE "ERASED"      TO WS-RM-ACTION.
       FA000-LINE.
             WRITE REP-LINE FROM WS-RP-MEM.
             ADD 1              TO WS-TOT-MEMBERS.
             GO TO FA000-READ.
       FA000-END.
             CLOSE LOYMEM.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E T E N T I O N   P E R I O D                     *
      *                                                                *
      ******************************************************************
       GA000-PERIOD.
             DISPLAY "Retention period (years) :" AT 1012.
             MOVE RTC-YEARS     TO WS-YEARS-IN.
             ACCEPT WS-YEARS-IN AT 1040
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "                                   " AT 1012.
           IF WS-YEARS-IN < 1
               DISPLAY "Retention period must be at least a year"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO GA000-EXIT.
             MOVE WS-YEARS-IN   TO RTC-YEARS.
             MOVE 1             TO WS-CFGKEY.
             REWRITE RTC-RECORD.
             DISPLAY "Retention period saved                  " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      /
      *
      *    ****    A C T I V I T Y   F R O M   A   L E D G E R   I T E M
      *
       XT000-ITEM.
             MOVE DTR-ACCOUNT   TO WS-ACCOUNT.
             MOVE DTR-DATE      TO WS-ACT-DATE.
             MOVE ZERO          TO WS-ACT-OPEN.
           IF DTR-OPEN OR DTR-PRESENTED
               MOVE 1           TO WS-ACT-OPEN.
             PERFORM XA000-ACTIVITY THRU XA000-EXIT.
       XT000-EXIT.
             EXIT.
      *
      *    ****    A C T I V I T Y   F O R   A   C A N D I D A T E
      *
      *    WS-ACCOUNT, WS-ACT-DATE and WS-ACT-OPEN on the way in.
      *
       XA000-ACTIVITY.
             PERFORM XL000-LOOKUP THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO XA000-EXIT.
           IF WS-ACT-OPEN = 1
               MOVE 1           TO WS-CA-OPEN (WS-FOUND).
           IF WS-ACT-DATE NUMERIC
            AND WS-ACT-DATE > WS-CA-LAST (WS-FOUND)
               MOVE WS-ACT-DATE TO WS-CA-LAST (WS-FOUND).
       XA000-EXIT.
             EXIT.
      *
      *    ****    A C C O U N T   I N   T H E   B A T C H
      *
       XL000-LOOKUP.
             MOVE 1             TO WS-FOUND.
       XL000-LOOP.
           IF WS-FOUND > WS-CMAX
               MOVE ZERO        TO WS-FOUND
               GO TO XL000-EXIT.
           IF WS-CA-ACCOUNT (WS-FOUND) = WS-ACCOUNT
               GO TO XL000-EXIT.
             ADD 1              TO WS-FOUND.
             GO TO XL000-LOOP.
       XL000-EXIT.
             EXIT.
      *
      *    ****    R E P O R T   H E A D I N G
      *
       XH000-HEADING.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
           IF WS-ERASE = "Y"
               STRING "PERSONAL-DATA ERASURE REPORT  RUN "
                      WS-TODAY-N "  BY " WS-OPER
                      DELIMITED SIZE INTO REP-LINE
           ELSE
               STRING "PERSONAL-DATA RETENTION - LIST ONLY, NOTHING "
                      "CHANGED  " WS-TODAY-N
                      DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "RETENTION PERIOD " RTC-YEARS
                    " YEARS - NO ACTIVITY ON OR AFTER " WS-CUTOFF
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-RP-HEAD.
       XH000-EXIT.
             EXIT.
