      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *     ******   ******   *******    ******    ******    ******    *
      *        **   **    **  **    **  **    **  **    **  **    **   *
      *        **   **        **    **  **    **        **  **    **   *
      *        **   **        *******   **    **    ****    **    **   *
      *        **   **        **        **    **   **       **    **   *
      *   **   **   **    **  **        **    **  **        **    **   *
      *    *****     ******   **         ******   ********   ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  T E C H N I C I A N   P A Y R O L L   H O U R S               *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Technician hours for the payroll bureau.  The time          *
      *    captured on TIMSHT by JCP010 - job time and the paid        *
      *    non-job time (training, travel, other) - is totalled per    *
      *    technician for a pay period, split into normal,             *
      *    time-and-a-half and double time by the rules kept here,     *
      *    and written to the bureau's import file, so payroll no      *
      *    longer re-adds the hours from paper:                        *
      *                                                                *
      *      'R' overtime rules - normal hours per day, hours at       *
      *          time-and-a-half before double time (zero for no       *
      *          limit) and Saturday paid as overtime or as a normal   *
      *          day; Sundays and public holidays are always double    *
      *          time                                                  *
      *      'H' public holidays - date and description, kept or       *
      *          deleted                                               *
      *      'P' pay run - the period from and to dates (at most 31    *
      *          days, not overlapping a period already exported);     *
      *          each technician's hours to PYyyyymmdd.TXT named by    *
      *          the period end, the split to JCP020.PRN, the period   *
      *          recorded on PAYPER and its time marked paid, after    *
      *          which JCP010 will not take time for those dates       *
      *      'V' variance - for an exported period, the hours paid     *
      *          against the job-costed labour hours on JOBDET per     *
      *          technician, so time paid but never costed to a job    *
      *          shows                                                 *
      *                                                                *
      *    Bureau lines are comma delimited:  employee number (the     *
      *    TECRAT payroll number, or the technician number where none  *
      *    is kept), technician, name, period from, period to,         *
      *    normal, time-and-a-half, double and total hours, then the   *
      *    training, travel and other hours within the total.  The     *
      *    rules are held at slot 1 of PAYRUL with the holidays after  *
      *    it; with no rules kept a day is 8.00 normal hours,          *
      *    overtime has no limit and Saturday is overtime.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP020.
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

       COPY TECRAT.SL.

       COPY TIMSHT.SL.

       COPY PAYPER.SL.

       COPY JOBDET.SL.

      *
      *    ****    O V E R T I M E   R U L E S   A N D   H O L I D A Y S
      *
           SELECT PAYRUL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-PRLKEY.

           SELECT PAYOUT  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY TECRAT.FDE.

       COPY TIMSHT.FDE.

       COPY PAYPER.FDE.

       COPY JOBDET.FDE.

       FD  PAYRUL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PAYRUL.DAT".
       01  PRL-RECORD.
           03  PRL-TYPE       PIC  X(01).
               88  PRL-RULES       VALUE "R".
               88  PRL-HOLIDAY     VALUE "H".
           03  PRL-DATE       PIC  9(08).
           03  PRL-DESC       PIC  X(20).
           03  PRL-DAY-NORMAL PIC S9(03)V99 COMP-3.
           03  PRL-OT-LIMIT   PIC S9(03)V99 COMP-3.
           03  PRL-SATURDAY   PIC  X(01).
               88  PRL-SAT-OVERTIME VALUE "O".
           03  PRL-STATUS     PIC  X(01).
               88  PRL-ACTIVE      VALUE "A".
           03  FILLER         PIC  X(10).

       FD  PAYOUT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-PAY-NAME.
       01  OUT-RECORD         PIC  X(132).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JCP020.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-TECKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TMSKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PPRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-JBDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-JOBDET   PIC  9(01)     VALUE ZERO.
       77  WS-FROM        PIC  9(08)     VALUE ZERO.
       77  WS-TO          PIC  9(08)     VALUE ZERO.
       77  WS-DATE        PIC  9(08)     VALUE ZERO.
       77  WS-FROM-SER    PIC  9(07)     COMP-5.
       77  WS-TO-SER      PIC  9(07)     COMP-5.
       77  WS-DAY-SER     PIC  9(07)     COMP-5.
       77  WS-WEEKS       PIC  9(07)     COMP-5.
       77  WS-DOW         PIC  9(01)     COMP-5.
       77  WS-DAYS        PIC  9(07)     COMP-5.
       77  WS-SUB         PIC  9(03)     COMP-5.
       77  WS-HOL-SUB     PIC  9(03)     COMP-5.
       77  WS-HOL-COUNT   PIC  9(03)     COMP-5.
       77  WS-LOCKED      PIC  9(05)     VALUE ZERO.
       77  WS-HOURS       PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-DAY-NORMAL  PIC S9(03)V99  VALUE ZERO.
       77  WS-OT-LIMIT    PIC S9(03)V99  VALUE ZERO.
       77  WS-SATURDAY    PIC  X(01)     VALUE "O".
       77  WS-PAY-NO      PIC  X(06)     VALUE SPACES.
       77  WS-ED-NORMAL   PIC  9(03).99.
       77  WS-ED-OVERTIME PIC  9(03).99.
       77  WS-ED-DOUBLE   PIC  9(03).99.
       77  WS-ED-TOTAL    PIC  9(03).99.
       77  WS-ED-TRAIN    PIC  9(03).99.
       77  WS-ED-TRAVEL   PIC  9(03).99.
       77  WS-ED-OTHER    PIC  9(03).99.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

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
      *    The technician number as JCP010 writes it into the code
      *    of a JOBDET labour line.
      *
       01  WS-TECH-X         PIC  X(03).
       01  WS-TECH-N REDEFINES WS-TECH-X
                             PIC  9(03).

       01  WS-PAY-NAME.
           03  FILLER        PIC  X(02) VALUE "PY".
           03  WS-PN-DATE    PIC  9(08).
           03  FILLER        PIC  X(04) VALUE ".TXT".

      *
      *    ****    H O U R S   P E R   T E C H N I C I A N
      *
       01  WS-TECH-TOTALS.
           03  WS-T-NORMAL   PIC S9(05)V99 COMP-3.
           03  WS-T-OVERTIME PIC S9(05)V99 COMP-3.
           03  WS-T-DOUBLE   PIC S9(05)V99 COMP-3.
           03  WS-T-TOTAL    PIC S9(05)V99 COMP-3.
           03  WS-T-TRAIN    PIC S9(05)V99 COMP-3.
           03  WS-T-TRAVEL   PIC S9(05)V99 COMP-3.
           03  WS-T-OTHER    PIC S9(05)V99 COMP-3.
           03  WS-T-COSTED   PIC S9(05)V99 COMP-3.
           03  WS-T-VARIANCE PIC S9(05)V99 COMP-3.

       01  WS-RUN-TOTALS.
           03  WS-R-TECHS    PIC  9(03).
           03  WS-R-NORMAL   PIC S9(05)V99 COMP-3.
           03  WS-R-OVERTIME PIC S9(05)V99 COMP-3.
           03  WS-R-DOUBLE   PIC S9(05)V99 COMP-3.
           03  WS-R-TOTAL    PIC S9(05)V99 COMP-3.
           03  WS-R-NON-JOB  PIC S9(05)V99 COMP-3.
           03  WS-R-COSTED   PIC S9(05)V99 COMP-3.
           03  WS-R-VARIANCE PIC S9(05)V99 COMP-3.

      *
      *    Hours worked on each day of the period, and the serial
      *    days of the public holidays that fall within it.
      *
       01  WS-DAY-TABLE.
           03  WS-DAY-HOURS  PIC S9(05)V99 COMP-3 OCCURS 31.

       01  WS-HOL-TABLE.
           03  WS-HOL-SER    PIC  9(07) COMP-5 OCCURS 31.

       01  WS-PY-LINE.
           03  WS-PY-TECH    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-NAME    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-PAY-NO  PIC  X(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-NORMAL  PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-OVERTIME
                             PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-DOUBLE  PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-TOTAL   PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-NON-JOB PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PY-FLAG    PIC  X(14).

       01  WS-VR-LINE.
           03  WS-VR-TECH    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VR-NAME    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VR-PAID    PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VR-NON-JOB PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VR-COSTED  PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VR-VAR     PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VR-FLAG    PIC  X(12).

      *
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "TECHNICIAN PAYROLL HOURS" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN INPUT TECRAT.
           IF WS-STATUS NOT = "00"
               DISPLAY "TECRAT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O TIMSHT.
           IF WS-STATUS = "35"
               OPEN OUTPUT TIMSHT
               CLOSE TIMSHT
               OPEN I-O TIMSHT.
           IF WS-STATUS NOT = "00"
               DISPLAY "TIMSHT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE TECRAT
               GO TO AZ100.
             OPEN I-O PAYPER.
           IF WS-STATUS = "35"
               OPEN OUTPUT PAYPER
               CLOSE PAYPER
               OPEN I-O PAYPER.
             OPEN I-O PAYRUL.
           IF WS-STATUS = "35"
               OPEN OUTPUT PAYRUL
               CLOSE PAYRUL
               OPEN I-O PAYRUL.
           IF WS-STATUS NOT = "00"
               DISPLAY "PAYRUL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE TECRAT TIMSHT PAYPER
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'R'ules 'H'olidays 'P'ay run 'V'ariance "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0566
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "R"
               PERFORM BA000-RULES THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "H"
               PERFORM CA000-HOLIDAYS THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               PERFORM DA000-PAY-RUN THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "V"
               PERFORM EA000-VARIANCE THRU EA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE TECRAT TIMSHT PAYPER PAYRUL.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    O V E R T I M E   R U L E S                         *
      *                                                                *
      ******************************************************************
       BA000-RULES.
             PERFORM XR000-LOAD-RULES THRU XR000-EXIT.
       BA000-NORMAL.
             DISPLAY "Normal hours per day         :" AT 0712.
             ACCEPT WS-DAY-NORMAL AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DAY-NORMAL NOT > ZERO
               GO TO BA000-NORMAL.
             DISPLAY "Hours at 1.5 before double   :" AT 0812.
             DISPLAY "(0 = no limit)" AT 0856 WITH FOREGROUND-COLOR 11.
             ACCEPT WS-OT-LIMIT AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-OT-LIMIT < ZERO
               MOVE ZERO        TO WS-OT-LIMIT.
       BA000-SATURDAY.
             DISPLAY "Saturday 'O'vertime/'N'ormal :" AT 0912.
             ACCEPT WS-SATURDAY AT 0946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SATURDAY NOT = "O" AND NOT = "N"
               GO TO BA000-SATURDAY.
             DISPLAY "Sundays and public holidays are double time"
                     AT 1112 WITH FOREGROUND-COLOR 11.
             DISPLAY "'K'eep 'A'bandon             :" AT 1312.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1346
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Rules not changed           " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO PRL-RECORD
               MOVE "R"         TO PRL-TYPE
               MOVE "A"         TO PRL-STATUS
               MOVE ZERO        TO PRL-DATE.
             MOVE WS-DAY-NORMAL TO PRL-DAY-NORMAL.
             MOVE WS-OT-LIMIT   TO PRL-OT-LIMIT.
             MOVE WS-SATURDAY   TO PRL-SATURDAY.
             MOVE 1             TO WS-PRLKEY.
           IF WS-FOUND = ZERO
               WRITE PRL-RECORD
           ELSE
               REWRITE PRL-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "PAYRUL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Rules saved                 " AT 2312
                       WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P U B L I C   H O L I D A Y S                       *
      *                                                                *
      ******************************************************************
       CA000-HOLIDAYS.
             DISPLAY "Holiday date ('0' ends)      :" AT 0712.
             MOVE ZERO          TO WS-DATE.
             ACCEPT WS-DATE AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DATE = ZERO
               GO TO CA000-EXIT.
             PERFORM XH000-FIND-HOLIDAY THRU XH000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XN000-NEXT-RUL THRU XN000-EXIT
               MOVE SPACES      TO PRL-RECORD
               MOVE "H"         TO PRL-TYPE
               MOVE WS-DATE     TO PRL-DATE
               MOVE ZERO        TO PRL-DAY-NORMAL PRL-OT-LIMIT
               MOVE "A"         TO PRL-STATUS
               DISPLAY "New holiday                 " AT 2312
                       WITH FOREGROUND-COLOR 11.
             DISPLAY "Description                  :" AT 0812.
             ACCEPT PRL-DESC AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       CA000-ACTION.
             DISPLAY "'K'eep 'D'elete 'A'bandon    :" AT 0912.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 0946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Holiday not changed         " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-HOLIDAYS.
           IF WS-ACTION = "D" AND WS-FOUND = ZERO
               DISPLAY "Holiday not on file         " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-HOLIDAYS.
           IF WS-ACTION NOT = "K" AND NOT = "D"
               GO TO CA000-ACTION.
           IF WS-ACTION = "D"
               MOVE "D"         TO PRL-STATUS.
           IF WS-FOUND = ZERO
               MOVE WS-NEXT-KEY TO WS-PRLKEY
               WRITE PRL-RECORD
           ELSE
               REWRITE PRL-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "PAYRUL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Holiday saved               " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO CA000-HOLIDAYS.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P A Y   R U N                                       *
      *                                                                *
      *    Each technician's time in the period is gathered by day,    *
      *    each day split by the rules, and the period's totals        *
      *    written to the bureau file.  Every entry in the period is   *
      *    then marked paid and the period recorded on PAYPER.         *
      *                                                                *
      ******************************************************************
       DA000-PAY-RUN.
             DISPLAY "Period from date (YYYYMMDD)  :" AT 0712.
             MOVE ZERO          TO WS-FROM.
             ACCEPT WS-FROM AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-FROM = ZERO
               GO TO DA000-EXIT.
             DISPLAY "Period to date (YYYYMMDD)    :" AT 0812.
             MOVE WS-FROM       TO WS-TO.
             ACCEPT WS-TO AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TO < WS-FROM
               DISPLAY "Period ends before it starts" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             MOVE WS-FROM       TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-FROM-SER.
             MOVE WS-TO         TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-TO-SER.
             COMPUTE WS-DAYS = WS-TO-SER - WS-FROM-SER + 1.
           IF WS-DAYS > 31
               DISPLAY "A pay period is at most 31 days" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XP000-OVERLAP THRU XP000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Period overlaps one already exported" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO DA000-EXIT.
             DISPLAY "'R'un 'A'bandon              :" AT 1012.
             MOVE "A"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1046
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION NOT = "R"
               DISPLAY "Pay run abandoned           " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO DA000-EXIT.
             PERFORM XR000-LOAD-RULES THRU XR000-EXIT.
             PERFORM XH100-LOAD-HOLIDAYS THRU XH100-EXIT.
             MOVE WS-TO         TO WS-PN-DATE.
             OPEN OUTPUT PAYOUT.
           IF WS-STATUS NOT = "00"
               DISPLAY "Bureau file open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "TECHNICIAN PAYROLL HOURS  " WS-FROM " TO " WS-TO
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "TEC  NAME                  PAY NO       NORMAL"
                    "    OVER1.5   DOUBLE2     TOTAL     NON-JOB"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             INITIALIZE WS-RUN-TOTALS.
             MOVE 1             TO WS-TECKEY.
             START TECRAT KEY NOT < WS-TECKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-LOCK.
       DA000-TECH.
             READ TECRAT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-LOCK.
             PERFORM DB000-GATHER THRU DB000-EXIT.
           IF WS-T-TOTAL = ZERO
               GO TO DA000-TECH.
             MOVE 1             TO WS-SUB.
       DA000-DAY.
             PERFORM DC000-SPLIT-DAY THRU DC000-EXIT.
             ADD 1              TO WS-SUB.
           IF WS-SUB NOT > WS-DAYS
               GO TO DA000-DAY.
             PERFORM DD000-WRITE THRU DD000-EXIT.
             GO TO DA000-TECH.
      *
      *    Every entry in the period is marked paid; JCP010 takes no
      *    more time for its dates once PAYPER holds it.
      *
       DA000-LOCK.
             MOVE ZERO          TO WS-LOCKED.
             MOVE 1             TO WS-TMSKEY.
             START TIMSHT KEY NOT < WS-TMSKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-PERIOD.
       DA000-MARK.
             READ TIMSHT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-PERIOD.
           IF TMS-DATE < WS-FROM OR TMS-DATE > WS-TO
            OR TMS-EXPORTED
               GO TO DA000-MARK.
             MOVE "E"           TO TMS-PAID.
             REWRITE TMS-RECORD.
             ADD 1              TO WS-LOCKED.
             GO TO DA000-MARK.
       DA000-PERIOD.
             PERFORM XN100-NEXT-PPR THRU XN100-EXIT.
             MOVE SPACES        TO PPR-RECORD.
             MOVE WS-FROM       TO PPR-FROM.
             MOVE WS-TO         TO PPR-TO.
             MOVE "E"           TO PPR-STATUS.
             MOVE WS-TODAY-N    TO PPR-RUN-DATE.
             MOVE WS-R-TECHS    TO PPR-TECHS.
             MOVE WS-R-NORMAL   TO PPR-NORMAL.
             MOVE WS-R-OVERTIME TO PPR-OVERTIME.
             MOVE WS-R-DOUBLE   TO PPR-DOUBLE.
             MOVE WS-PAY-NAME   TO PPR-FILE.
             MOVE WS-NEXT-KEY   TO WS-PPRKEY.
             WRITE PPR-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "PAYPER write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14.
             MOVE SPACES        TO WS-PY-LINE.
             MOVE "PERIOD TOTAL" TO WS-PY-NAME.
             MOVE WS-R-NORMAL   TO WS-PY-NORMAL.
             MOVE WS-R-OVERTIME TO WS-PY-OVERTIME.
             MOVE WS-R-DOUBLE   TO WS-PY-DOUBLE.
             MOVE WS-R-TOTAL    TO WS-PY-TOTAL.
             MOVE WS-R-NON-JOB  TO WS-PY-NON-JOB.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-PY-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "TIMESHEET ENTRIES LOCKED : " WS-LOCKED
                    "   BUREAU FILE : " WS-PAY-NAME
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PAYOUT PRNREP.
             DISPLAY "Technicians exported to " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-PAY-NAME WITH FOREGROUND-COLOR 11
                     " : " WITH FOREGROUND-COLOR 10
                     WS-R-TECHS WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      *
      *    The technician's time in the period, by day and by kind.
      *
       DB000-GATHER.
             INITIALIZE WS-TECH-TOTALS WS-DAY-TABLE.
             MOVE 1             TO WS-TMSKEY.
             START TIMSHT KEY NOT < WS-TMSKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
       DB000-READ.
             READ TIMSHT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
           IF TMS-TECH NOT = TEC-TECH
            OR TMS-DATE < WS-FROM OR TMS-DATE > WS-TO
               GO TO DB000-READ.
             MOVE TMS-DATE      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             COMPUTE WS-SUB = WS-SD-SERIAL - WS-FROM-SER + 1.
             ADD TMS-HOURS      TO WS-DAY-HOURS (WS-SUB) WS-T-TOTAL.
           IF TMS-TRAINING
               ADD TMS-HOURS    TO WS-T-TRAIN.
           IF TMS-TRAVEL
               ADD TMS-HOURS    TO WS-T-TRAVEL.
           IF TMS-OTHER-TIME
               ADD TMS-HOURS    TO WS-T-OTHER.
             GO TO DB000-READ.
       DB000-EXIT.
             EXIT.
      *
      *    One day's hours.  Sundays and public holidays are double
      *    time; a Saturday paid as overtime starts at time-and-a-
      *    half; any other day is normal time up to the day's normal
      *    hours, then time-and-a-half up to the limit, then double.
      *
       DC000-SPLIT-DAY.
             MOVE WS-DAY-HOURS (WS-SUB) TO WS-HOURS.
           IF WS-HOURS NOT > ZERO
               GO TO DC000-EXIT.
             COMPUTE WS-DAY-SER = WS-FROM-SER + WS-SUB - 1.
             DIVIDE WS-DAY-SER BY 7 GIVING WS-WEEKS
                    REMAINDER WS-DOW.
             PERFORM XH200-IS-HOLIDAY THRU XH200-EXIT.
           IF WS-DOW = 1 OR WS-FOUND = 1
               ADD WS-HOURS     TO WS-T-DOUBLE
               GO TO DC000-EXIT.
           IF WS-DOW = ZERO AND WS-SATURDAY = "O"
               GO TO DC000-OVERTIME.
           IF WS-HOURS NOT > WS-DAY-NORMAL
               ADD WS-HOURS     TO WS-T-NORMAL
               GO TO DC000-EXIT.
             ADD WS-DAY-NORMAL  TO WS-T-NORMAL.
             SUBTRACT WS-DAY-NORMAL FROM WS-HOURS.
       DC000-OVERTIME.
           IF WS-OT-LIMIT = ZERO OR WS-HOURS NOT > WS-OT-LIMIT
               ADD WS-HOURS     TO WS-T-OVERTIME
               GO TO DC000-EXIT.
             ADD WS-OT-LIMIT    TO WS-T-OVERTIME.
             COMPUTE WS-T-DOUBLE = WS-T-DOUBLE + WS-HOURS - WS-OT-LIMIT.
       DC000-EXIT.
             EXIT.
      *
      *    The technician's line to the bureau and the report.
      *
       DD000-WRITE.
           IF TEC-PAY-NO = SPACES
               MOVE TEC-TECH    TO WS-PAY-NO
           ELSE
               MOVE TEC-PAY-NO  TO WS-PAY-NO.
             MOVE WS-T-NORMAL   TO WS-ED-NORMAL.
             MOVE WS-T-OVERTIME TO WS-ED-OVERTIME.
             MOVE WS-T-DOUBLE   TO WS-ED-DOUBLE.
             MOVE WS-T-TOTAL    TO WS-ED-TOTAL.
             MOVE WS-T-TRAIN    TO WS-ED-TRAIN.
             MOVE WS-T-TRAVEL   TO WS-ED-TRAVEL.
             MOVE WS-T-OTHER    TO WS-ED-OTHER.
             MOVE SPACES        TO OUT-RECORD.
             STRING WS-PAY-NO "," TEC-TECH "," TEC-NAME ","
                    WS-FROM "," WS-TO "," WS-ED-NORMAL ","
                    WS-ED-OVERTIME "," WS-ED-DOUBLE ","
                    WS-ED-TOTAL "," WS-ED-TRAIN ","
                    WS-ED-TRAVEL "," WS-ED-OTHER
                    DELIMITED SIZE INTO OUT-RECORD.
             WRITE OUT-RECORD.
             MOVE SPACES        TO WS-PY-LINE.
             MOVE TEC-TECH      TO WS-PY-TECH.
             MOVE TEC-NAME      TO WS-PY-NAME.
             MOVE WS-PAY-NO     TO WS-PY-PAY-NO.
             MOVE WS-T-NORMAL   TO WS-PY-NORMAL.
             MOVE WS-T-OVERTIME TO WS-PY-OVERTIME.
             MOVE WS-T-DOUBLE   TO WS-PY-DOUBLE.
             MOVE WS-T-TOTAL    TO WS-PY-TOTAL.
             COMPUTE WS-HOURS = WS-T-TRAIN + WS-T-TRAVEL + WS-T-OTHER.
             MOVE WS-HOURS      TO WS-PY-NON-JOB.
           IF TEC-PAY-NO = SPACES
               MOVE "NO PAYROLL NO" TO WS-PY-FLAG.
             WRITE REP-LINE FROM WS-PY-LINE.
             ADD 1              TO WS-R-TECHS.
             ADD WS-T-NORMAL    TO WS-R-NORMAL.
             ADD WS-T-OVERTIME  TO WS-R-OVERTIME.
             ADD WS-T-DOUBLE    TO WS-R-DOUBLE.
             ADD WS-T-TOTAL     TO WS-R-TOTAL.
             ADD WS-HOURS       TO WS-R-NON-JOB.
       DD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P A I D   V   J O B - C O S T E D   H O U R S       *
      *                                                                *
      *    Per technician for an exported period: the hours paid,      *
      *    the non-job hours within them, and the labour hours         *
      *    costed to jobs on JOBDET.  The variance is job time paid    *
      *    but not costed (not yet posted, or posted elsewhere).       *
      *                                                                *
      ******************************************************************
       EA000-VARIANCE.
             DISPLAY "Period from date (YYYYMMDD)  :" AT 0712.
             MOVE ZERO          TO WS-FROM.
             ACCEPT WS-FROM AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-FROM = ZERO
               GO TO EA000-EXIT.
             PERFORM XF000-FIND-PERIOD THRU XF000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No exported period from that date" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO EA000-EXIT.
             MOVE PPR-TO        TO WS-TO.
             MOVE ZERO          TO WS-NO-JOBDET.
             OPEN INPUT JOBDET.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-JOBDET.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "PAID V JOB-COSTED HOURS  " WS-FROM " TO " WS-TO
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "TEC  NAME                      PAID     NON-JOB"
                    "     COSTED   VARIANCE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             INITIALIZE WS-RUN-TOTALS.
             MOVE 1             TO WS-TECKEY.
             START TECRAT KEY NOT < WS-TECKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
       EA000-TECH.
             READ TECRAT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
             PERFORM DB000-GATHER THRU DB000-EXIT.
             PERFORM EB000-COSTED THRU EB000-EXIT.
           IF WS-T-TOTAL = ZERO AND WS-T-COSTED = ZERO
               GO TO EA000-TECH.
             COMPUTE WS-HOURS = WS-T-TRAIN + WS-T-TRAVEL + WS-T-OTHER.
             COMPUTE WS-T-VARIANCE
                   = WS-T-TOTAL - WS-HOURS - WS-T-COSTED.
             MOVE SPACES        TO WS-VR-LINE.
             MOVE TEC-TECH      TO WS-VR-TECH.
             MOVE TEC-NAME      TO WS-VR-NAME.
             MOVE WS-T-TOTAL    TO WS-VR-PAID.
             MOVE WS-HOURS      TO WS-VR-NON-JOB.
             MOVE WS-T-COSTED   TO WS-VR-COSTED.
             MOVE WS-T-VARIANCE TO WS-VR-VAR.
           IF WS-T-VARIANCE > ZERO
               MOVE "NOT COSTED" TO WS-VR-FLAG.
           IF WS-T-VARIANCE < ZERO
               MOVE "OVER COSTED" TO WS-VR-FLAG.
             WRITE REP-LINE FROM WS-VR-LINE.
             ADD WS-T-TOTAL     TO WS-R-TOTAL.
             ADD WS-HOURS       TO WS-R-NON-JOB.
             ADD WS-T-COSTED    TO WS-R-COSTED.
             ADD WS-T-VARIANCE  TO WS-R-VARIANCE.
             GO TO EA000-TECH.
       EA000-DONE.
             MOVE SPACES        TO WS-VR-LINE.
             MOVE "PERIOD TOTAL" TO WS-VR-NAME.
             MOVE WS-R-TOTAL    TO WS-VR-PAID.
             MOVE WS-R-NON-JOB  TO WS-VR-NON-JOB.
             MOVE WS-R-COSTED   TO WS-VR-COSTED.
             MOVE WS-R-VARIANCE TO WS-VR-VAR.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-VR-LINE.
             CLOSE PRNREP.
           IF WS-NO-JOBDET = ZERO
               CLOSE JOBDET.
             DISPLAY "Variance report on JCP020.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      *
      *    Labour hours on JOBDET for TEC-TECH in the period.
      *
       EB000-COSTED.
             MOVE ZERO          TO WS-T-COSTED.
           IF WS-NO-JOBDET = 1
               GO TO EB000-EXIT.
             MOVE TEC-TECH      TO WS-TECH-N.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO EB000-EXIT.
       EB000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EB000-EXIT.
           IF JBD-LABOUR AND JBD-CODE (1:3) = WS-TECH-X
            AND JBD-DATE NOT < WS-FROM AND JBD-DATE NOT > WS-TO
               ADD JBD-QTY      TO WS-T-COSTED.
             GO TO EB000-READ.
       EB000-EXIT.
             EXIT.
      /
      *
      *    ****    O V E R T I M E   R U L E S   ( S L O T   1 )
      *
       XR000-LOAD-RULES.
             MOVE ZERO          TO WS-FOUND.
             MOVE 8.00          TO WS-DAY-NORMAL.
             MOVE ZERO          TO WS-OT-LIMIT.
             MOVE "O"           TO WS-SATURDAY.
             MOVE 1             TO WS-PRLKEY.
             READ PAYRUL.
           IF WS-STATUS NOT = "00" OR NOT PRL-RULES
               GO TO XR000-EXIT.
             MOVE 1             TO WS-FOUND.
             MOVE PRL-DAY-NORMAL TO WS-DAY-NORMAL.
             MOVE PRL-OT-LIMIT  TO WS-OT-LIMIT.
             MOVE PRL-SATURDAY  TO WS-SATURDAY.
       XR000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   H O L I D A Y
      *
       XH000-FIND-HOLIDAY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PRLKEY.
             START PAYRUL KEY NOT < WS-PRLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
       XH000-READ.
             READ PAYRUL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
           IF PRL-HOLIDAY AND PRL-ACTIVE AND PRL-DATE = WS-DATE
               MOVE 1           TO WS-FOUND
               GO TO XH000-EXIT.
             GO TO XH000-READ.
       XH000-EXIT.
             EXIT.
      *
      *    ****    H O L I D A Y S   W I T H I N   T H E   P E R I O D
      *
       XH100-LOAD-HOLIDAYS.
             MOVE ZERO          TO WS-HOL-COUNT.
             MOVE 1             TO WS-PRLKEY.
             START PAYRUL KEY NOT < WS-PRLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH100-EXIT.
       XH100-READ.
             READ PAYRUL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XH100-EXIT.
           IF NOT PRL-HOLIDAY OR NOT PRL-ACTIVE
            OR PRL-DATE < WS-FROM OR PRL-DATE > WS-TO
               GO TO XH100-READ.
           IF WS-HOL-COUNT NOT < 31
               GO TO XH100-EXIT.
             ADD 1              TO WS-HOL-COUNT.
             MOVE PRL-DATE      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-HOL-SER (WS-HOL-COUNT).
             GO TO XH100-READ.
       XH100-EXIT.
             EXIT.
      *
      *    ****    I S   W S - D A Y - S E R   A   H O L I D A Y ?
      *
       XH200-IS-HOLIDAY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-HOL-SUB.
       XH200-TEST.
           IF WS-HOL-SUB > WS-HOL-COUNT
               GO TO XH200-EXIT.
           IF WS-HOL-SER (WS-HOL-SUB) = WS-DAY-SER
               MOVE 1           TO WS-FOUND
               GO TO XH200-EXIT.
             ADD 1              TO WS-HOL-SUB.
             GO TO XH200-TEST.
       XH200-EXIT.
             EXIT.
      *
      *    ****    D O E S   T H E   P E R I O D   O V E R L A P   A N
      *    ****    E X P O R T E D   O N E ?
      *
       XP000-OVERLAP.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PPRKEY.
             START PAYPER KEY NOT < WS-PPRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ PAYPER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF PPR-EXPORTED
            AND WS-FROM NOT > PPR-TO AND WS-TO NOT < PPR-FROM
               MOVE 1           TO WS-FOUND
               GO TO XP000-EXIT.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    F I N D   T H E   E X P O R T E D   P E R I O D
      *
       XF000-FIND-PERIOD.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PPRKEY.
             START PAYPER KEY NOT < WS-PPRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ PAYPER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF PPR-EXPORTED AND PPR-FROM = WS-FROM
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   K E Y S
      *
      *    Slot 1 of PAYRUL is kept for the rules.
      *
       XN000-NEXT-RUL.
             MOVE 2             TO WS-NEXT-KEY.
             MOVE 1             TO WS-PRLKEY.
             START PAYRUL KEY NOT < WS-PRLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ PAYRUL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
           IF WS-PRLKEY NOT < WS-NEXT-KEY
               COMPUTE WS-NEXT-KEY = WS-PRLKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
       XN100-NEXT-PPR.
             MOVE 1             TO WS-NEXT-KEY WS-PPRKEY.
             START PAYPER KEY NOT < WS-PPRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
       XN100-READ.
             READ PAYPER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
             COMPUTE WS-NEXT-KEY = WS-PPRKEY + 1.
             GO TO XN100-READ.
       XN100-EXIT.
             EXIT.
      *
      *    ****    S E R I A L   D A Y   O F   W S - S D - D A T E
      *
      *    Serial day MOD 7 is 0 on a Saturday, 1 on a Sunday.
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
