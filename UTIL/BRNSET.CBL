      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   *******   **    **   ******   ********  ********   *
      *   **    **  **    **  ***   **  **    **  **           **      *
      *   **    **  **    **  ****  **  **        **           **      *
      *   *******   *******   ** ** **   ******   ******       **      *
      *   **    **  **  **    **  ****        **  **           **      *
      *   **    **  **   **   **   ***  **    **  **           **      *
      *   *******   **    **  **    **   ******   ********     **      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  B R A N C H   D A T A   S E T   S E T - U P                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Opens a new branch without re-keying head office's set-up.  *
      *    A company data set is known by its company code (the code   *
      *    SYSREN keeps), its files carrying the code as their         *
      *    extension - the running data set being code DAT.  From a    *
      *    chosen template code the new code is given the G/Ledger     *
      *    chart of accounts (GACCNT) with every balance cleared, the  *
      *    stock master (STOCK) without its counts - quantities live   *
      *    on STKQTY and are not copied - and, as they stand, the VAT  *
      *    rates, currencies, the POSMAP, SLGMAP and STKMAP posting    *
      *    rules, the GLALOC allocation rules, the users and roles     *
      *    (USRFIL and ROLFIL) and the parameter files listed in       *
      *    WS-PARM-TABLE.  The company's PARAM and SYSTEM files are    *
      *    copied too and their extension (PAR-EXT and SEC-EXT) set    *
      *    to the new code, as SYSREN sets it on a code change.  The   *
      *    branch is then registered on BRNCTL for CONSOL and a set-   *
      *    up report of everything copied is printed.  A code that     *
      *    already has a ledger is refused, as is a branch number      *
      *    CONSOL already uses for another branch.  The transaction    *
      *    files are not copied; the GLP000, DTP000, STP000 and JCP000 *
      *    initialise runs still create them under the new code.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BRNSET.
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

           SELECT BRNCTL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-BRNKEY.

      *
      *    ****    T E M P L A T E   A N D   N E W   L E D G E R
      *
           SELECT TPLGAC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-TGAKEY.

           SELECT NEWGAC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-NGAKEY.

      *
      *    ****    T E M P L A T E   A N D   N E W   S T O C K
      *
           SELECT TPLSTK  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-TSTKEY.

           SELECT NEWSTK  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-NSTKEY.

      *
      *    ****    N E W   C O M P A N Y   S Y S T E M   F I L E S
      *
       COPY SYSTEM.SL.

       COPY PARAM.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       FD  BRNCTL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "BRNCTL.DAT".
       01  BRN-RECORD.
           03  BRN-NO         PIC  9(02).
           03  BRN-NAME       PIC  X(20).
           03  BRN-GACC-FILE  PIC  X(30).
           03  BRN-DEBT-FILE  PIC  X(30).
           03  BRN-CRED-FILE  PIC  X(30).
           03  BRN-STATUS     PIC  X(01).
               88  BRN-ACTIVE      VALUE "A".
           03  FILLER         PIC  X(10).

      *
      *    Byte-for-byte overlay of the GACCNT record - the balances
      *    are cleared in the template's record area before it is
      *    written to the new ledger.
      *
       FD  TPLGAC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-TGA-NAME.
       01  TGA-RECORD.
           03  TGA-LEDG-AC    PIC  9(07).
           03  TGA-DEPT       PIC  9(03).
           03  TGA-DESC       PIC  X(30).
           03  TGA-TYPE       PIC  X(01).
           03  TGA-STATUS     PIC  X(01).
               88  TGA-DELETED     VALUE "D".
           03  TGA-OPEN-BAL   PIC S9(11)V99 COMP-3.
           03  TGA-PER-DR     PIC S9(11)V99 COMP-3 OCCURS 13.
           03  TGA-PER-CR     PIC S9(11)V99 COMP-3 OCCURS 13.
           03  TGA-LY-NET     PIC S9(11)V99 COMP-3 OCCURS 13.
           03  FILLER         PIC  X(10).

       FD  NEWGAC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-NGA-NAME.
       01  NGA-RECORD         PIC  X(332).

      *
      *    Byte-for-byte overlay of the STOCK record.
      *
       FD  TPLSTK    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-TST-NAME.
       01  TST-RECORD.
           03  TST-CODE       PIC  X(14).
           03  FILLER         PIC  X(106).
           03  TST-STATUS     PIC  X(01).
               88  TST-DELETED     VALUE "D".
           03  FILLER         PIC  X(01).
           03  TST-LAST-COUNT PIC  9(08).
           03  FILLER         PIC  X(01).

       FD  NEWSTK    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-NST-NAME.
       01  NST-RECORD         PIC  X(131).

       COPY SYSTEM.FD.

       COPY PARAM.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "BRNSET.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-BRNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TGAKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NGAKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SECKEY      PIC  9(04)     COMP-5.
       77  WS-PARKEY      PIC  9(04)     COMP-5.
       77  WS-TGA-NAME    PIC  X(30)     VALUE SPACES.
       77  WS-NGA-NAME    PIC  X(30)     VALUE SPACES.
       77  WS-TST-NAME    PIC  X(30)     VALUE SPACES.
       77  WS-NST-NAME    PIC  X(30)     VALUE SPACES.
       77  WS-FROM-NAME   PIC  X(30)     VALUE SPACES.
       77  WS-TO-NAME     PIC  X(30)     VALUE SPACES.
       77  WS-FILE        PIC  X(06)     VALUE SPACES.
       77  WS-TPL-CODE    PIC  X(03)     VALUE SPACES.
       77  WS-NEW-CODE    PIC  X(03)     VALUE SPACES.
       77  WS-BRANCH      PIC  9(02)     VALUE ZERO.
       77  WS-BRN-NAME    PIC  X(20)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-RESULT      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-COPIED      PIC  9(05)     VALUE ZERO.
       77  WS-DROPPED     PIC  9(05)     VALUE ZERO.
       77  WS-FILES       PIC  9(03)     VALUE ZERO.

       01  WS-AC-PARAMS.
           03  WS-AC-USER    PIC  X(03).
           03  WS-AC-PROGRAM PIC  X(08).
           03  WS-AC-ALLOWED PIC  9(01).

       01  W02-FILE-IDS.

       COPY PARAM.ID.

       COPY SYSTEM.ID.

       01  WS-FILE-DETAILS.
           03  WS-FD-SIZE    PIC  X(08) COMP-X.
           03  WS-FD-DATE    PIC  X(04).
           03  WS-FD-TIME    PIC  X(04).

      *
      *    ****    F I L E S   C O P I E D   A S   T H E Y   S T A N D
      *
       01  WS-PARM-VALUES.
           03  FILLER        PIC  X(36) VALUE
               "VATRATVAT RATES BY CODE AND DATE    ".
           03  FILLER        PIC  X(36) VALUE
               "CURRENCURRENCIES AND EXCHANGE RATES ".
           03  FILLER        PIC  X(36) VALUE
               "POSMAPPOINT-OF-SALE POSTING RULES   ".
           03  FILLER        PIC  X(36) VALUE
               "SLGMAPSALES LEDGER POSTING RULES    ".
           03  FILLER        PIC  X(36) VALUE
               "STKMAPSTOCK POSTING RULES           ".
           03  FILLER        PIC  X(36) VALUE
               "GLALOCG/LEDGER ALLOCATION RULES     ".
           03  FILLER        PIC  X(36) VALUE
               "USRFILUSERS                         ".
           03  FILLER        PIC  X(36) VALUE
               "ROLFILROLES AND PROGRAM GRANTS      ".
           03  FILLER        PIC  X(36) VALUE
               "DEPMSTDEPARTMENT HIERARCHY          ".
           03  FILLER        PIC  X(36) VALUE
               "DUNTXTDUNNING LETTER TEXT           ".
           03  FILLER        PIC  X(36) VALUE
               "NTFTPLJOB NOTIFICATION TEXT         ".
           03  FILLER        PIC  X(36) VALUE
               "FLSCTLFLASH REPORT SETTINGS         ".
           03  FILLER        PIC  X(36) VALUE
               "LOYCFGLOYALTY SCHEME SETTINGS       ".
           03  FILLER        PIC  X(36) VALUE
               "UNPCFGSTALE-CHEQUE SETTINGS         ".
           03  FILLER        PIC  X(36) VALUE
               "REBCFGREBATE LEDGER ACCOUNTS        ".
           03  FILLER        PIC  X(36) VALUE
               "RUNCNFRUN-LOCK CONFLICT PAIRS       ".
           03  FILLER        PIC  X(36) VALUE
               "RETCFGPERSONAL-DATA RETENTION PERIOD".
       01  WS-PARM-TABLE REDEFINES WS-PARM-VALUES.
           03  WS-PARM       OCCURS 17.
               05  WS-PM-FILE    PIC  X(06).
               05  WS-PM-DESC    PIC  X(30).

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

       01  WS-RP-LINE.
           03  WS-RP-FILE    PIC  X(08).
           03  WS-RP-FROM    PIC  X(12).
           03  WS-RP-TO      PIC  X(12).
           03  WS-RP-RECS    PIC  Z(06)9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RP-DESC    PIC  X(36).
           03  WS-RP-ACTION  PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "NEW BRANCH DATA SET FROM A TEMPLATE" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-USER.
             DISPLAY "Operator id :" AT 0312.
             ACCEPT WS-AC-USER AT 0327
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-AC-USER = SPACES
               GO TO AA000-USER.
      *
      *    ****    H A R D   A C C E S S   B L O C K
      *
             MOVE "BRNSET"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-05.
             DISPLAY "Template company code ('DAT' is this one) :"
                     AT 0512.
             MOVE SPACES        TO WS-TPL-CODE.
             ACCEPT WS-TPL-CODE AT 0558
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TPL-CODE = SPACES
               GO TO AZ100.
       AA000-10.
             DISPLAY "New company code                           :"
                     AT 0612.
             MOVE SPACES        TO WS-NEW-CODE.
             ACCEPT WS-NEW-CODE AT 0658
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-NEW-CODE = SPACES
               GO TO AZ100.
           IF WS-NEW-CODE = WS-TPL-CODE OR WS-NEW-CODE = "DAT"
               DISPLAY "New code must differ from the template and DAT"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO AA000-10.
       AA000-15.
             DISPLAY "Branch number for CONSOL (1-3)             :"
                     AT 0712.
             MOVE ZERO          TO WS-BRANCH.
             ACCEPT WS-BRANCH AT 0758
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-BRANCH < 1 OR WS-BRANCH > 3
               GO TO AA000-15.
             DISPLAY "Branch name                                :"
                     AT 0812.
             MOVE SPACES        TO WS-BRN-NAME.
             ACCEPT WS-BRN-NAME AT 0858
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE "GACCNT"      TO WS-FILE.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             MOVE WS-FROM-NAME  TO WS-TGA-NAME.
             MOVE WS-TO-NAME    TO WS-NGA-NAME.
             MOVE "STOCK"       TO WS-FILE.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             MOVE WS-FROM-NAME  TO WS-TST-NAME.
             MOVE WS-TO-NAME    TO WS-NST-NAME.
      *
      *    The template must have a ledger and the new code none
      *
             OPEN INPUT TPLGAC.
           IF WS-STATUS NOT = "00"
               DISPLAY "Template has no ledger - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             CLOSE TPLGAC.
             OPEN INPUT NEWGAC.
           IF WS-STATUS NOT = "35"
               DISPLAY "New company code already has a ledger - refused"
                       AT 2312 WITH FOREGROUND-COLOR 12
               CLOSE NEWGAC
               GO TO AZ100.
      *
      *    The branch number must be free or already this code's
      *
             OPEN I-O BRNCTL.
           IF WS-STATUS = "35"
               OPEN OUTPUT BRNCTL
               CLOSE BRNCTL
               OPEN I-O BRNCTL.
           IF WS-STATUS NOT = "00"
               DISPLAY "BRNCTL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE WS-BRANCH     TO WS-BRNKEY.
             READ BRNCTL.
           IF WS-STATUS = "00" AND BRN-ACTIVE
            AND BRN-GACC-FILE NOT = WS-NGA-NAME
               DISPLAY "Branch number in use by " AT 2312
                       WITH FOREGROUND-COLOR 12
                       BRN-NAME WITH FOREGROUND-COLOR 11
               CLOSE BRNCTL
               GO TO AZ100.
       AA000-20.
             DISPLAY "Create the new data set (Y/N) :" AT 1012.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "N"
               CLOSE BRNCTL
               GO TO AZ100.
           IF WS-OPTION NOT = "Y"
               GO TO AA000-20.
             OPEN OUTPUT PRNREP.
             PERFORM XH000-HEADING THRU XH000-EXIT.
             MOVE ZERO          TO WS-FILES.
             PERFORM BA000-LEDGER THRU BA000-EXIT.
             PERFORM CA000-STOCK THRU CA000-EXIT.
             PERFORM FA000-PARAM THRU FA000-EXIT.
             PERFORM FB000-SYSTEM THRU FB000-EXIT.
             MOVE 1             TO WS-S1.
       AA000-COPY.
           IF WS-S1 > 17
               GO TO AA000-REGISTER.
             PERFORM DA000-COPY-FILE THRU DA000-EXIT.
             ADD 1              TO WS-S1.
             GO TO AA000-COPY.
       AA000-REGISTER.
             PERFORM EA000-REGISTER THRU EA000-EXIT.
             CLOSE BRNCTL PRNREP.
             DISPLAY "Data set created - set-up report on BRNSET.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C H A R T   O F   A C C O U N T S                   *
      *                                                                *
      *    Every account and department but those deleted, in the      *
      *    same slot as on the template, with the opening balance,     *
      *    the period debits and credits and last year's figures       *
      *    cleared.                                                    *
      *                                                                *
      ******************************************************************
       BA000-LEDGER.
             MOVE ZERO          TO WS-COPIED WS-DROPPED.
             OPEN INPUT TPLGAC.
             OPEN OUTPUT NEWGAC.
           IF WS-STATUS NOT = "00"
               MOVE "NOT CREATED" TO WS-RP-ACTION
               GO TO BA000-REPORT.
             MOVE 1             TO WS-TGAKEY.
             START TPLGAC KEY NOT < WS-TGAKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
       BA000-READ.
             READ TPLGAC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
           IF TGA-DELETED
               ADD 1            TO WS-DROPPED
               GO TO BA000-READ.
             MOVE ZERO          TO TGA-OPEN-BAL.
             MOVE 1             TO WS-S1.
       BA000-CLEAR.
           IF WS-S1 NOT > 13
               MOVE ZERO        TO TGA-PER-DR (WS-S1)
                                   TGA-PER-CR (WS-S1)
                                   TGA-LY-NET (WS-S1)
               ADD 1            TO WS-S1
               GO TO BA000-CLEAR.
             MOVE WS-TGAKEY     TO WS-NGAKEY.
             WRITE NGA-RECORD FROM TGA-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-COPIED.
             GO TO BA000-READ.
       BA000-DONE.
             CLOSE NEWGAC.
             MOVE "STRUCTURE - BALANCES CLEARED" TO WS-RP-ACTION.
       BA000-REPORT.
             CLOSE TPLGAC.
             MOVE "GACCNT"      TO WS-FILE.
             MOVE "G/LEDGER CHART OF ACCOUNTS" TO WS-RP-DESC.
             PERFORM XR000-REPORT-LINE THRU XR000-EXIT.
           IF WS-DROPPED NOT = ZERO
               MOVE SPACES      TO WS-RP-LINE
               MOVE WS-DROPPED  TO WS-RP-RECS
               MOVE "DELETED ACCOUNTS LEFT OUT" TO WS-RP-DESC
               WRITE REP-LINE FROM WS-RP-LINE
               MOVE SPACES      TO WS-RP-LINE.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S T O C K   M A S T E R                             *
      *                                                                *
      *    Items but those deleted, in the same slot; the master       *
      *    carries no quantity (STKQTY, not copied, holds them) so     *
      *    only the last cycle-count date is cleared.                  *
      *                                                                *
      ******************************************************************
       CA000-STOCK.
             MOVE ZERO          TO WS-COPIED WS-DROPPED.
             MOVE "STOCK"       TO WS-FILE.
             MOVE "STOCK MASTER" TO WS-RP-DESC.
             OPEN INPUT TPLSTK.
           IF WS-STATUS NOT = "00"
               MOVE "NOT ON TEMPLATE" TO WS-RP-ACTION
               PERFORM XR000-REPORT-LINE THRU XR000-EXIT
               GO TO CA000-EXIT.
             OPEN OUTPUT NEWSTK.
           IF WS-STATUS NOT = "00"
               MOVE "NOT CREATED" TO WS-RP-ACTION
               GO TO CA000-REPORT.
             MOVE 1             TO WS-TSTKEY.
             START TPLSTK KEY NOT < WS-TSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
       CA000-READ.
             READ TPLSTK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
           IF TST-DELETED
               ADD 1            TO WS-DROPPED
               GO TO CA000-READ.
             MOVE ZERO          TO TST-LAST-COUNT.
             MOVE WS-TSTKEY     TO WS-NSTKEY.
             WRITE NST-RECORD FROM TST-RECORD.
           IF WS-STATUS = "00"
               ADD 1            TO WS-COPIED.
             GO TO CA000-READ.
       CA000-DONE.
             CLOSE NEWSTK.
             MOVE "ITEMS - NO QUANTITIES" TO WS-RP-ACTION.
       CA000-REPORT.
             CLOSE TPLSTK.
             MOVE "STOCK"       TO WS-FILE.
             MOVE "STOCK MASTER" TO WS-RP-DESC.
             PERFORM XR000-REPORT-LINE THRU XR000-EXIT.
           IF WS-DROPPED NOT = ZERO
               MOVE SPACES      TO WS-RP-LINE
               MOVE WS-DROPPED  TO WS-RP-RECS
               MOVE "DELETED ITEMS LEFT OUT" TO WS-RP-DESC
               WRITE REP-LINE FROM WS-RP-LINE
               MOVE SPACES      TO WS-RP-LINE.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    F I L E S   C O P I E D   A S   T H E Y   S T A N D *
      *                                                                *
      ******************************************************************
       DA000-COPY-FILE.
             MOVE WS-PM-FILE (WS-S1) TO WS-FILE.
             MOVE WS-PM-DESC (WS-S1) TO WS-RP-DESC.
             MOVE ZERO          TO WS-COPIED.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             CALL "CBL_CHECK_FILE_EXIST" USING WS-FROM-NAME
                                               WS-FILE-DETAILS
                                     RETURNING WS-RESULT.
           IF WS-RESULT NOT = ZERO
               MOVE "NOT ON TEMPLATE" TO WS-RP-ACTION
               GO TO DA000-REPORT.
             CALL "CBL_COPY_FILE" USING WS-FROM-NAME WS-TO-NAME
                              RETURNING WS-RESULT.
           IF WS-RESULT = ZERO
               MOVE "COPIED AS IT STANDS" TO WS-RP-ACTION
           ELSE
               MOVE "COPY FAILED" TO WS-RP-ACTION.
       DA000-REPORT.
             PERFORM XR000-REPORT-LINE THRU XR000-EXIT.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O M P A N Y   P A R A M E T E R S                 *
      *                                                                *
      *    PARAM copied as it stands, then the extension on its        *
      *    record 3 set to the new code - as SYSREN does.              *
      *                                                                *
      ******************************************************************
       FA000-PARAM.
             MOVE "PARAM"       TO WS-FILE.
             MOVE "COMPANY PARAMETERS" TO WS-RP-DESC.
             PERFORM XC000-COPY THRU XC000-EXIT.
           IF WS-RESULT NOT = ZERO
               GO TO FA000-REPORT.
             MOVE WS-TO-NAME    TO W02-PARAM.
             OPEN I-O PARAM.
           IF WS-STATUS NOT = "00"
               MOVE "COPIED - EXTENSION NOT SET" TO WS-RP-ACTION
               GO TO FA000-REPORT.
             MOVE 3             TO WS-PARKEY.
             READ PARAM.
           IF WS-STATUS NOT = "00"
               MOVE "COPIED - EXTENSION NOT SET" TO WS-RP-ACTION
               CLOSE PARAM
               GO TO FA000-REPORT.
             MOVE WS-NEW-CODE   TO PAR-EXT.
             REWRITE PAR-RECORD1.
           IF WS-STATUS = "00"
               MOVE "COPIED - EXTENSION SET" TO WS-RP-ACTION
           ELSE
               MOVE "COPIED - EXTENSION NOT SET" TO WS-RP-ACTION.
             CLOSE PARAM.
       FA000-REPORT.
             PERFORM XR000-REPORT-LINE THRU XR000-EXIT.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O M P A N Y   S Y S T E M   F I L E               *
      *                                                                *
      *    SYSTEM copied as it stands, then the extension on its       *
      *    record 2 set to the new code - as SYSREN does.              *
      *                                                                *
      ******************************************************************
       FB000-SYSTEM.
             MOVE "SYSTEM"      TO WS-FILE.
             MOVE "COMPANY SYSTEM SETTINGS" TO WS-RP-DESC.
             PERFORM XC000-COPY THRU XC000-EXIT.
           IF WS-RESULT NOT = ZERO
               GO TO FB000-REPORT.
             MOVE WS-TO-NAME    TO W02-SYSTEM.
             OPEN I-O SECUR.
           IF WS-STATUS NOT = "00"
               MOVE "COPIED - EXTENSION NOT SET" TO WS-RP-ACTION
               GO TO FB000-REPORT.
             MOVE 2             TO WS-SECKEY.
             READ SECUR.
           IF WS-STATUS NOT = "00"
               MOVE "COPIED - EXTENSION NOT SET" TO WS-RP-ACTION
               CLOSE SECUR
               GO TO FB000-REPORT.
             MOVE WS-NEW-CODE   TO SEC-EXT.
             REWRITE SEC-REC1.
           IF WS-STATUS = "00"
               MOVE "COPIED - EXTENSION SET" TO WS-RP-ACTION
           ELSE
               MOVE "COPIED - EXTENSION NOT SET" TO WS-RP-ACTION.
             CLOSE SECUR.
       FB000-REPORT.
             PERFORM XR000-REPORT-LINE THRU XR000-EXIT.
       FB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E G I S T E R   T H E   B R A N C H               *
      *                                                                *
      ******************************************************************
       EA000-REGISTER.
             MOVE WS-BRANCH     TO WS-BRNKEY.
             READ BRNCTL.
           IF WS-STATUS NOT = "00"
               MOVE SPACES      TO BRN-RECORD
               MOVE WS-BRANCH   TO BRN-NO
               MOVE "A"         TO BRN-STATUS
               WRITE BRN-RECORD
               READ BRNCTL.
             MOVE WS-BRANCH     TO BRN-NO.
             MOVE WS-BRN-NAME   TO BRN-NAME.
             MOVE WS-NGA-NAME   TO BRN-GACC-FILE.
             MOVE "DEBTOR"      TO WS-FILE.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             MOVE WS-TO-NAME    TO BRN-DEBT-FILE.
             MOVE "CREDIT"      TO WS-FILE.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             MOVE WS-TO-NAME    TO BRN-CRED-FILE.
             MOVE "A"           TO BRN-STATUS.
             REWRITE BRN-RECORD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
           IF WS-STATUS NOT = "00"
               STRING "BRANCH NOT REGISTERED ON BRNCTL - STATUS "
                      WS-STATUS DELIMITED SIZE INTO REP-LINE
               WRITE REP-LINE
               GO TO EA000-EXIT.
             STRING "REGISTERED ON BRNCTL FOR CONSOL AS BRANCH "
                    BRN-NO "  " BRN-NAME
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "  LEDGER " BRN-GACC-FILE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "  DEBTORS " BRN-DEBT-FILE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "  CREDITORS " BRN-CRED-FILE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "TRANSACTION FILES ARE NOT COPIED - RUN THE "
                    "GLP000, DTP000, STP000 AND JCP000 INITIALISE "
                    "PROGRAMS UNDER THE NEW CODE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
       EA000-EXIT.
             EXIT.
      /
      *
      *    ****    T E M P L A T E   A N D   N E W   F I L E   N A M E S
      *
      *    WS-FILE with the template code and with the new code as
      *    its extension.
      *
       XN000-NAMES.
             MOVE SPACES        TO WS-FROM-NAME WS-TO-NAME.
             STRING WS-FILE DELIMITED SPACE
                    "." WS-TPL-CODE DELIMITED SIZE
                    INTO WS-FROM-NAME.
             STRING WS-FILE DELIMITED SPACE
                    "." WS-NEW-CODE DELIMITED SIZE
                    INTO WS-TO-NAME.
       XN000-EXIT.
             EXIT.
      *
      *    ****    C O P Y   A   C O M P A N Y   F I L E
      *
      *    WS-FILE from the template code to the new code; WS-RESULT
      *    is left non-zero with the action set when it did not go.
      *
       XC000-COPY.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             CALL "CBL_CHECK_FILE_EXIST" USING WS-FROM-NAME
                                               WS-FILE-DETAILS
                                     RETURNING WS-RESULT.
           IF WS-RESULT NOT = ZERO
               MOVE "NOT ON TEMPLATE" TO WS-RP-ACTION
               GO TO XC000-EXIT.
             CALL "CBL_COPY_FILE" USING WS-FROM-NAME WS-TO-NAME
                              RETURNING WS-RESULT.
           IF WS-RESULT NOT = ZERO
               MOVE "COPY FAILED" TO WS-RP-ACTION.
       XC000-EXIT.
             EXIT.
      *
      *    ****    R E P O R T   H E A D I N G
      *
       XH000-HEADING.
             MOVE "NEW BRANCH DATA SET - SET-UP REPORT" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "TEMPLATE " WS-TPL-CODE
                    "   NEW COMPANY " WS-NEW-CODE
                    "   DATE " WS-TODAY-N
                    "   OPERATOR " WS-AC-USER
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "FILE    FROM        TO          RECORDS  "
                    "CONTENT                             ACTION"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-RP-LINE.
       XH000-EXIT.
             EXIT.
      *
      *    ****    O N E   L I N E   O F   T H E   R E P O R T
      *
       XR000-REPORT-LINE.
             MOVE WS-FILE       TO WS-RP-FILE.
             PERFORM XN000-NAMES THRU XN000-EXIT.
             MOVE WS-FROM-NAME  TO WS-RP-FROM.
             MOVE WS-TO-NAME    TO WS-RP-TO.
           IF WS-FILE = "GACCNT" OR WS-FILE = "STOCK"
               MOVE WS-COPIED   TO WS-RP-RECS.
             WRITE REP-LINE FROM WS-RP-LINE.
             ADD 1              TO WS-FILES.
             MOVE SPACES        TO WS-RP-LINE.
       XR000-EXIT.
             EXIT.
