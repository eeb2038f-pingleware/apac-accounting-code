      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   *******   *******    ******    ******   ********   *
      *   **    **  **    **  **    **  **    **  **              **   *
      *   **    **  **    **  **    **  **    **  **             **    *
      *   *******   *******   *******   **    **  *******       **     *
      *   **        **  **    **        **    **  **    **     **      *
      *   **        **   **   **        **    **  **    **    **       *
      *   **        **    **  **         ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S E G R E G A T I O N   O F   D U T I E S                     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Segregation-of-duties analysis over the PRP066 user and     *
      *    role grants.  The conflict table on SODRUL holds the        *
      *    program combinations no one sign-on should hold -           *
      *    capture and approve a G/Ledger batch, create a supplier     *
      *    and pay it - as numbered rules with up to five programs     *
      *    on each side:                                               *
      *                                                                *
      *    'T'  maintain the conflict rules                            *
      *    'P'  potential conflicts - every active user whose          *
      *         role grants a program on each side of a rule           *
      *    'A'  actual conflicts in a date range - the same            *
      *         sign-on on both sides of one file and record key       *
      *         on the master-file journal (JRNFIL), and access-       *
      *         log (ACCLOG) runs or refusals on one side of a         *
      *         rule by a sign-on journalled on the other              *
      *                                                                *
      *    Journal entries written without a sign-on are not           *
      *    attributed to anyone and are left out.  Both reports print  *
      *    to PRP067.PRN.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRP067.
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

       COPY SODRUL.SL.

           SELECT USRFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-USRKEY.

           SELECT ROLFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ROLKEY.

           SELECT JRNFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-JRNKEY.

           SELECT ACCLOG  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SODRUL.FDE.

       FD  USRFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "USRFIL.DAT".
       01  USR-RECORD.
           03  USR-ID         PIC  X(03).
           03  USR-NAME       PIC  X(20).
           03  USR-PASSWORD   PIC  X(08).
           03  USR-ROLE       PIC  9(02).
           03  USR-STATUS     PIC  X(01).
               88  USR-ACTIVE      VALUE "A".
           03  FILLER         PIC  X(10).

       FD  ROLFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ROLFIL.DAT".
       01  ROL-RECORD.
           03  ROL-ROLE       PIC  9(02).
           03  ROL-PROGRAM    PIC  X(08).
           03  ROL-DANGER     PIC  X(01).
           03  ROL-STATUS     PIC  X(01).
               88  ROL-ACTIVE      VALUE "A".
           03  FILLER         PIC  X(10).

      *
      *    ****    M A S T E R - F I L E   J O U R N A L
      *           (as JRNWRT writes it)
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
           03  JRN-BEFORE     PIC  X(400).
           03  JRN-AFTER      PIC  X(400).

       FD  ACCLOG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ACCLOG.LOG".
       01  ACC-RECORD         PIC  X(50).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PRP067.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SODKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-USRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ROLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-JRNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-RULE        PIC  9(03)     VALUE ZERO.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-F-FROM      PIC  9(08)     VALUE ZERO.
       77  WS-F-TO        PIC  9(08)     VALUE 99999999.
       77  WS-PROGRAM     PIC  X(08)     VALUE SPACES.
       77  WS-HELD        PIC  9(01)     VALUE ZERO.
       77  WS-IN-A        PIC  9(01)     VALUE ZERO.
       77  WS-IN-B        PIC  9(01)     VALUE ZERO.
       77  WS-ON-RULE     PIC  9(01)     VALUE ZERO.
       77  WS-HIT-A       PIC  X(08)     VALUE SPACES.
       77  WS-HIT-B       PIC  X(08)     VALUE SPACES.
       77  WS-R           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-S           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-G           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-I           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-J           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-RMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-GMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-JMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-OVERFLOW    PIC  9(05)     VALUE ZERO.
       77  WS-CONFLICTS   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-ATTEMPTS    PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    A C T I V E   C O N F L I C T   R U L E S
      *
       01  WS-RU-TABLE.
           03  WS-RU-ENT OCCURS 50.
               05  WS-RU-RULE PIC  9(03).
               05  WS-RU-DESC PIC  X(30).
               05  WS-RU-A    PIC  X(08) OCCURS 5.
               05  WS-RU-B    PIC  X(08) OCCURS 5.

      *
      *    ****    P R O G R A M S   G R A N T E D   T O   A   R O L E
      *
       01  WS-GR-TABLE.
           03  WS-GR-PROG     PIC  X(08) OCCURS 300.

      *
      *    ****    J O U R N A L   E N T R I E S   I N   R A N G E
      *           (only programs named on a rule are kept)
      *
       01  WS-JE-TABLE.
           03  WS-JE-ENT OCCURS 2000.
               05  WS-JE-USER PIC  X(03).
               05  WS-JE-PROG PIC  X(08).
               05  WS-JE-FILE PIC  X(01).
               05  WS-JE-KEY  PIC  9(05).
               05  WS-JE-DATE PIC  9(08).

      *
      *    ****    A C C E S S - L O G   L I N E
      *           (as ACCCHK and PRP066 write it)
      *
       01  WS-ACC-LINE.
           03  WA-DATE       PIC  9(08).
           03  FILLER        PIC  X(01).
           03  WA-TIME       PIC  9(08).
           03  FILLER        PIC  X(01).
           03  WA-USER       PIC  X(03).
           03  FILLER        PIC  X(01).
           03  WA-PROGRAM    PIC  X(08).
           03  FILLER        PIC  X(01).
           03  WA-ACTION     PIC  X(10).
           03  FILLER        PIC  X(01).
           03  WA-AUTH2      PIC  X(03).
           03  FILLER        PIC  X(05).

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
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TI-RANGE   PIC  X(30).

       01  WS-POT-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "USER NAME                ROLE   RULE DESCRIPTION  ".
           03  FILLER        PIC  X(50) VALUE
               "                   SIDE A    SIDE B".

       01  WS-POT-LINE.
           03  WS-PL-USER    PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-NAME    PIC  X(20).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-PL-ROLE    PIC  Z9.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-PL-RULE    PIC  ZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-PROG-A  PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-PROG-B  PIC  X(08).

       01  WS-ACT-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "USER RULE DESCRIPTION                     FILE KEY".
           03  FILLER        PIC  X(50) VALUE
               "     SIDE A    DATE      SIDE B    DATE      NOTE".

       01  WS-ACT-LINE.
           03  WS-AL-USER    PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-RULE    PIC  ZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-FILE    PIC  X(04).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AL-KEY     PIC  X(05).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-AL-PROG-A  PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-DATE-A  PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-PROG-B  PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-DATE-B  PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AL-NOTE    PIC  X(20).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "SEGREGATION OF DUTIES" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "PRP067"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O SODRUL.
           IF WS-STATUS = "35"
               OPEN OUTPUT SODRUL
               CLOSE SODRUL
               OPEN I-O SODRUL.
           IF WS-STATUS NOT = "00"
               DISPLAY "SODRUL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'T'able  'P'otential  'A'ctual  'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0662
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "T"
               PERFORM BA000-RULES THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               PERFORM CA000-POTENTIAL THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM DA000-ACTUAL THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE SODRUL.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O N F L I C T   R U L E S                         *
      *                                                                *
      *    The rule number is the record key.  A pair is one program   *
      *    a side; a group fills up to five.  Retire a rule with 'R'   *
      *    rather than blanking it so its number is not reused.        *
      *                                                                *
      ******************************************************************
       BA000-RULES.
             DISPLAY "Rule number ('0' ends)     :" AT 0812.
             MOVE ZERO          TO WS-RULE.
             ACCEPT WS-RULE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-RULE = ZERO
               GO TO BA000-EXIT.
             MOVE WS-RULE       TO WS-SODKEY.
             MOVE 1             TO WS-FOUND.
             READ SODRUL.
           IF WS-STATUS NOT = "00"
               MOVE ZERO        TO WS-FOUND
               MOVE SPACES      TO SOD-RECORD
               MOVE WS-RULE     TO SOD-RULE
               MOVE "A"         TO SOD-STATUS.
             DISPLAY "Description                :" AT 0912.
             ACCEPT SOD-DESC AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Status 'A'ctive/'R'etired  :" AT 1012.
             ACCEPT SOD-STATUS AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Side A programs" AT 1220
                     WITH FOREGROUND-COLOR 3.
             DISPLAY "Side B programs" AT 1244
                     WITH FOREGROUND-COLOR 3.
             ACCEPT SOD-PROG-A (1) AT 1320
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-A (2) AT 1420
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-A (3) AT 1520
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-A (4) AT 1620
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-A (5) AT 1720
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-B (1) AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-B (2) AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-B (3) AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-B (4) AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SOD-PROG-B (5) AT 1744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF SOD-PROG-A (1) = SPACES OR SOD-PROG-B (1) = SPACES
               DISPLAY "A rule needs a program on each side" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-RULES.
           IF WS-FOUND = ZERO
               WRITE SOD-RECORD
           ELSE
               REWRITE SOD-RECORD.
             DISPLAY "Rule saved                         " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-RULES.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P O T E N T I A L   C O N F L I C T S               *
      *                                                                *
      *    Every active user is taken through the active grants of     *
      *    their role; a rule with a granted program on both sides     *
      *    is a conflicting combination and is printed with the first  *
      *    program held on each side.                                  *
      *                                                                *
      ******************************************************************
       CA000-POTENTIAL.
             PERFORM XR000-LOAD-RULES THRU XR000-EXIT.
           IF WS-RMAX = ZERO
               DISPLAY "No active conflict rules on file " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN INPUT USRFIL.
           IF WS-STATUS NOT = "00"
               DISPLAY "USRFIL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN INPUT ROLFIL.
           IF WS-STATUS NOT = "00"
               CLOSE USRFIL
               DISPLAY "ROLFIL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "SEGREGATION OF DUTIES - POTENTIAL"
                                TO WS-TI-TEXT.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             MOVE SPACES        TO WS-TI-RANGE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-POT-HEAD.
             MOVE ZERO          TO WS-CONFLICTS.
             MOVE 1             TO WS-USRKEY.
             START USRFIL KEY NOT < WS-USRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ USRFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF NOT USR-ACTIVE
               GO TO CA000-READ.
             PERFORM XG000-LOAD-GRANTS THRU XG000-EXIT.
             MOVE ZERO          TO WS-R.
       CA000-RULE.
             ADD 1              TO WS-R.
           IF WS-R > WS-RMAX
               GO TO CA000-READ.
             PERFORM XC000-SIDES THRU XC000-EXIT.
           IF WS-HIT-A = SPACES OR WS-HIT-B = SPACES
               GO TO CA000-RULE.
             MOVE USR-ID        TO WS-PL-USER.
             MOVE USR-NAME      TO WS-PL-NAME.
             MOVE USR-ROLE      TO WS-PL-ROLE.
             MOVE WS-RU-RULE (WS-R)
                                TO WS-PL-RULE.
             MOVE WS-RU-DESC (WS-R)
                                TO WS-PL-DESC.
             MOVE WS-HIT-A      TO WS-PL-PROG-A.
             MOVE WS-HIT-B      TO WS-PL-PROG-B.
             WRITE REP-LINE FROM WS-POT-LINE.
             ADD 1              TO WS-CONFLICTS.
             GO TO CA000-RULE.
       CA000-END.
           IF WS-CONFLICTS = ZERO
               MOVE "NO USER HOLDS A CONFLICTING COMBINATION"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE USRFIL ROLFIL PRNREP.
             DISPLAY "Conflicting combinations : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CONFLICTS WITH FOREGROUND-COLOR 11
                     "  - listed on PRP067.PRN"
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A C T U A L   C O N F L I C T S                     *
      *                                                                *
      *    The journal entries in the date range for programs named    *
      *    on a rule are gathered first.  A side-A entry and a side-B  *
      *    entry by the same sign-on against the same file and record  *
      *    key is a duty actually performed on both sides.  The        *
      *    access log then adds any sign-on run (two-man authorised)   *
      *    or refused on one side of a rule while the journal shows    *
      *    them on the other - the log carries no record key, so       *
      *    these are listed as attempts rather than matched records.   *
      *                                                                *
      ******************************************************************
       DA000-ACTUAL.
             DISPLAY "From date (YYYYMMDD)       :" AT 0812.
             MOVE ZERO          TO WS-F-FROM.
             ACCEPT WS-F-FROM AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "To   date (YYYYMMDD)       :" AT 0912.
             MOVE 99999999      TO WS-F-TO.
             ACCEPT WS-F-TO AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-F-TO < WS-F-FROM
               DISPLAY "To date is before the from date  " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO DA000-ACTUAL.
             PERFORM XR000-LOAD-RULES THRU XR000-EXIT.
           IF WS-RMAX = ZERO
               DISPLAY "No active conflict rules on file " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XJ000-LOAD-JOURNAL THRU XJ000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "SEGREGATION OF DUTIES - ACTUAL"
                                TO WS-TI-TEXT.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             MOVE SPACES        TO WS-TI-RANGE.
             STRING "RANGE " WS-F-FROM " - " WS-F-TO
                    DELIMITED SIZE INTO WS-TI-RANGE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "SAME SIGN-ON ON BOTH SIDES OF ONE RECORD (JRNFIL)"
                                TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-ACT-HEAD.
             MOVE ZERO          TO WS-CONFLICTS WS-ATTEMPTS.
             MOVE ZERO          TO WS-R.
       DA000-RULE.
             ADD 1              TO WS-R.
           IF WS-R > WS-RMAX
               GO TO DA000-LOG.
             MOVE ZERO          TO WS-I.
       DA000-ENTRY.
             ADD 1              TO WS-I.
           IF WS-I > WS-JMAX
               GO TO DA000-RULE.
             MOVE WS-JE-PROG (WS-I)
                                TO WS-PROGRAM.
             PERFORM XS000-SIDE THRU XS000-EXIT.
           IF WS-IN-A = ZERO
               GO TO DA000-ENTRY.
             MOVE ZERO          TO WS-J.
       DA000-MATCH.
             ADD 1              TO WS-J.
           IF WS-J > WS-JMAX
               GO TO DA000-ENTRY.
           IF WS-JE-USER (WS-J) NOT = WS-JE-USER (WS-I)
            OR WS-JE-FILE (WS-J) NOT = WS-JE-FILE (WS-I)
            OR WS-JE-KEY (WS-J) NOT = WS-JE-KEY (WS-I)
               GO TO DA000-MATCH.
             MOVE WS-JE-PROG (WS-J)
                                TO WS-PROGRAM.
             PERFORM XS000-SIDE THRU XS000-EXIT.
           IF WS-IN-B = ZERO
               GO TO DA000-MATCH.
             MOVE SPACES        TO WS-ACT-LINE.
             MOVE WS-JE-USER (WS-I)
                                TO WS-AL-USER.
             MOVE WS-RU-RULE (WS-R)
                                TO WS-AL-RULE.
             MOVE WS-RU-DESC (WS-R)
                                TO WS-AL-DESC.
             MOVE WS-JE-FILE (WS-I)
                                TO WS-AL-FILE.
             MOVE WS-JE-KEY (WS-I)
                                TO WS-AL-KEY.
             MOVE WS-JE-PROG (WS-I)
                                TO WS-AL-PROG-A.
             MOVE WS-JE-DATE (WS-I)
                                TO WS-AL-DATE-A.
             MOVE WS-JE-PROG (WS-J)
                                TO WS-AL-PROG-B.
             MOVE WS-JE-DATE (WS-J)
                                TO WS-AL-DATE-B.
             WRITE REP-LINE FROM WS-ACT-LINE.
             ADD 1              TO WS-CONFLICTS.
             GO TO DA000-ENTRY.
      *
      *    ****    A C C E S S - L O G   A T T E M P T S
      *
       DA000-LOG.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "ACCESS LOG AGAINST THE OTHER SIDE (ACCLOG/JRNFIL)"
                                TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-ACT-HEAD.
             OPEN INPUT ACCLOG.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-LREAD.
             READ ACCLOG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-LEND.
             MOVE ACC-RECORD    TO WS-ACC-LINE.
           IF WA-DATE NOT NUMERIC
               GO TO DA000-LREAD.
           IF WA-DATE < WS-F-FROM OR WA-DATE > WS-F-TO
               GO TO DA000-LREAD.
             MOVE ZERO          TO WS-R.
       DA000-LRULE.
             ADD 1              TO WS-R.
           IF WS-R > WS-RMAX
               GO TO DA000-LREAD.
             MOVE WA-PROGRAM    TO WS-PROGRAM.
             PERFORM XS000-SIDE THRU XS000-EXIT.
           IF WS-IN-A = ZERO AND WS-IN-B = ZERO
               GO TO DA000-LRULE.
             MOVE WS-IN-A       TO WS-HELD.
             MOVE ZERO          TO WS-J.
       DA000-LMATCH.
             ADD 1              TO WS-J.
           IF WS-J > WS-JMAX
               GO TO DA000-LRULE.
           IF WS-JE-USER (WS-J) NOT = WA-USER
               GO TO DA000-LMATCH.
             MOVE WS-JE-PROG (WS-J)
                                TO WS-PROGRAM.
             PERFORM XS000-SIDE THRU XS000-EXIT.
      *
      *    The logged program and the journalled one must sit on
      *    opposite sides of the rule.
      *
           IF WS-HELD = 1 AND WS-IN-B = 1
               GO TO DA000-LPRINT.
           IF WS-HELD = ZERO AND WS-IN-A = 1
               GO TO DA000-LPRINT.
             GO TO DA000-LMATCH.
       DA000-LPRINT.
             MOVE SPACES        TO WS-ACT-LINE.
             MOVE WA-USER       TO WS-AL-USER.
             MOVE WS-RU-RULE (WS-R)
                                TO WS-AL-RULE.
             MOVE WS-RU-DESC (WS-R)
                                TO WS-AL-DESC.
             MOVE "LOG"         TO WS-AL-FILE.
             MOVE WA-PROGRAM    TO WS-AL-PROG-A.
             MOVE WA-DATE       TO WS-AL-DATE-A.
             MOVE WS-JE-PROG (WS-J)
                                TO WS-AL-PROG-B.
             MOVE WS-JE-DATE (WS-J)
                                TO WS-AL-DATE-B.
             MOVE WA-ACTION     TO WS-AL-NOTE.
             WRITE REP-LINE FROM WS-ACT-LINE.
             ADD 1              TO WS-ATTEMPTS.
             GO TO DA000-LREAD.
       DA000-LEND.
             CLOSE ACCLOG.
       DA000-END.
           IF WS-OVERFLOW > ZERO
               MOVE SPACES      TO REP-LINE
               WRITE REP-LINE
               MOVE SPACES      TO REP-LINE
               STRING "JOURNAL ENTRIES NOT EXAMINED (TABLE FULL) : "
                      WS-OVERFLOW " - NARROW THE DATE RANGE"
                      DELIMITED SIZE INTO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Records on both sides : " AT 2212
                     WITH FOREGROUND-COLOR 10
                     WS-CONFLICTS WITH FOREGROUND-COLOR 11
                     "  Log entries : "
                     WITH FOREGROUND-COLOR 10
                     WS-ATTEMPTS WITH FOREGROUND-COLOR 11.
             DISPLAY "Listed on PRP067.PRN              " AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O A D   T H E   A C T I V E   R U L E S
      *
       XR000-LOAD-RULES.
             MOVE ZERO          TO WS-RMAX.
             MOVE 1             TO WS-SODKEY.
             START SODRUL KEY NOT < WS-SODKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-READ.
             READ SODRUL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
           IF NOT SOD-ACTIVE
               GO TO XR000-READ.
           IF WS-RMAX NOT < 50
               GO TO XR000-EXIT.
             ADD 1              TO WS-RMAX.
             MOVE SOD-RULE      TO WS-RU-RULE (WS-RMAX).
             MOVE SOD-DESC      TO WS-RU-DESC (WS-RMAX).
             MOVE ZERO          TO WS-S.
       XR000-PROG.
             ADD 1              TO WS-S.
           IF WS-S > 5
               GO TO XR000-READ.
             MOVE SOD-PROG-A (WS-S)
                                TO WS-RU-A (WS-RMAX WS-S).
             MOVE SOD-PROG-B (WS-S)
                                TO WS-RU-B (WS-RMAX WS-S).
             GO TO XR000-PROG.
       XR000-EXIT.
             EXIT.
      *
      *    ****    P R O G R A M S   T H E   U S E R ' S   R O L E
      *            H O L D S
      *
       XG000-LOAD-GRANTS.
             MOVE ZERO          TO WS-GMAX.
             MOVE 1             TO WS-ROLKEY.
             START ROLFIL KEY NOT < WS-ROLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ ROLFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF ROL-ROLE NOT = USR-ROLE OR NOT ROL-ACTIVE
               GO TO XG000-READ.
           IF WS-GMAX NOT < 300
               GO TO XG000-EXIT.
             ADD 1              TO WS-GMAX.
             MOVE ROL-PROGRAM   TO WS-GR-PROG (WS-GMAX).
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
      *
      *    ****    F I R S T   H E L D   P R O G R A M   O N   E A C H
      *            S I D E   O F   R U L E   W S - R
      *
       XC000-SIDES.
             MOVE SPACES        TO WS-HIT-A WS-HIT-B.
             MOVE ZERO          TO WS-S.
       XC000-STEP.
             ADD 1              TO WS-S.
           IF WS-S > 5
               GO TO XC000-EXIT.
           IF WS-RU-A (WS-R WS-S) = SPACES OR WS-HIT-A NOT = SPACES
               GO TO XC000-B.
             MOVE WS-RU-A (WS-R WS-S)
                                TO WS-PROGRAM.
             PERFORM XH000-HELD THRU XH000-EXIT.
           IF WS-HELD = 1
               MOVE WS-PROGRAM  TO WS-HIT-A.
       XC000-B.
           IF WS-RU-B (WS-R WS-S) = SPACES OR WS-HIT-B NOT = SPACES
               GO TO XC000-STEP.
             MOVE WS-RU-B (WS-R WS-S)
                                TO WS-PROGRAM.
             PERFORM XH000-HELD THRU XH000-EXIT.
           IF WS-HELD = 1
               MOVE WS-PROGRAM  TO WS-HIT-B.
             GO TO XC000-STEP.
       XC000-EXIT.
             EXIT.
      *
      *    ****    I S   W S - P R O G R A M   G R A N T E D ?
      *
       XH000-HELD.
             MOVE ZERO          TO WS-HELD.
             MOVE ZERO          TO WS-G.
       XH000-STEP.
             ADD 1              TO WS-G.
           IF WS-G > WS-GMAX
               GO TO XH000-EXIT.
           IF WS-GR-PROG (WS-G) = WS-PROGRAM
               MOVE 1           TO WS-HELD
               GO TO XH000-EXIT.
             GO TO XH000-STEP.
       XH000-EXIT.
             EXIT.
      *
      *    ****    W H I C H   S I D E   O F   R U L E   W S - R   I S
      *            W S - P R O G R A M   O N ?
      *
       XS000-SIDE.
             MOVE ZERO          TO WS-IN-A WS-IN-B.
             MOVE ZERO          TO WS-S.
       XS000-STEP.
             ADD 1              TO WS-S.
           IF WS-S > 5
               GO TO XS000-EXIT.
           IF WS-RU-A (WS-R WS-S) = WS-PROGRAM
               MOVE 1           TO WS-IN-A.
           IF WS-RU-B (WS-R WS-S) = WS-PROGRAM
               MOVE 1           TO WS-IN-B.
             GO TO XS000-STEP.
       XS000-EXIT.
             EXIT.
      *
      *    ****    G A T H E R   T H E   J O U R N A L   E N T R I E S
      *
      *    Entries written without a sign-on cannot be attributed
      *    to anyone and are passed over.
      *
       XJ000-LOAD-JOURNAL.
             MOVE ZERO          TO WS-JMAX WS-OVERFLOW.
             OPEN INPUT JRNFIL.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
             MOVE 1             TO WS-JRNKEY.
             START JRNFIL KEY NOT < WS-JRNKEY.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-END.
       XJ000-READ.
             READ JRNFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-END.
           IF JRN-USER = SPACES
               GO TO XJ000-READ.
           IF JRN-DATE < WS-F-FROM OR JRN-DATE > WS-F-TO
               GO TO XJ000-READ.
             MOVE JRN-PROGRAM   TO WS-PROGRAM.
             MOVE ZERO          TO WS-ON-RULE WS-R.
       XJ000-RULE.
             ADD 1              TO WS-R.
           IF WS-R > WS-RMAX
               GO TO XJ000-KEEP.
             PERFORM XS000-SIDE THRU XS000-EXIT.
           IF WS-IN-A = 1 OR WS-IN-B = 1
               MOVE 1           TO WS-ON-RULE
               GO TO XJ000-KEEP.
             GO TO XJ000-RULE.
       XJ000-KEEP.
           IF WS-ON-RULE = ZERO
               GO TO XJ000-READ.
           IF WS-JMAX NOT < 2000
               ADD 1            TO WS-OVERFLOW
               GO TO XJ000-READ.
             ADD 1              TO WS-JMAX.
             MOVE JRN-USER      TO WS-JE-USER (WS-JMAX).
             MOVE JRN-PROGRAM   TO WS-JE-PROG (WS-JMAX).
             MOVE JRN-FILE      TO WS-JE-FILE (WS-JMAX).
             MOVE JRN-KEY       TO WS-JE-KEY (WS-JMAX).
             MOVE JRN-DATE      TO WS-JE-DATE (WS-JMAX).
             GO TO XJ000-READ.
       XJ000-END.
             CLOSE JRNFIL.
       XJ000-EXIT.
             EXIT.
