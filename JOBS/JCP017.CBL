      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *     ******   ******   *******    ******      **     ********   *
      *        **   **    **  **    **  **    **    ***           **   *
      *        **   **        **    **  **    **     **          **    *
      *        **   **        *******   **    **     **         **     *
      *        **   **        **        **    **     **        **      *
      *   **   **   **    **  **        **    **     **       **       *
      *    *****     ******   **         ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  T E C H N I C I A N   D I S P A T C H                         *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The dispatch board that replaces the whiteboard.  Open      *
      *    jobs - the JCP015 service visits and the breakdowns phoned  *
      *    in - are booked to a technician and a day with their        *
      *    estimated hours, checked against what the technician has    *
      *    free that day, and each technician's day prints as a job    *
      *    sheet in visit order:                                       *
      *                                                                *
      *      'H' hours and leave - the hours a technician is           *
      *          available each working day (on TECRAT) and the leave  *
      *          days when they are not available at all               *
      *      'S' schedule - book a job to a technician and day with    *
      *          the planned hours (from the JCP014 labour estimate    *
      *          less hours already booked, where there is one) and    *
      *          its place in the day; the day's load shows before     *
      *          the hours are taken, an overbooking is warned and     *
      *          must be confirmed, and zero hours takes the visit     *
      *          off                                                   *
      *      'B' board - every technician's days over a date range:    *
      *          hours available, booked and free, with overbooked     *
      *          and on-leave days flagged                             *
      *      'J' job sheets - one technician's day, or every           *
      *          technician's, in visit order with the job's task      *
      *          lines and a sign-off box                              *
      *      'E' end                                                   *
      *                                                                *
      *    A job already fully invoiced cannot be booked; a job        *
      *    number with nothing on JOBDET yet is taken as a new         *
      *    breakdown call and needs a description.  Visits are held    *
      *    on JOBSCH, where the timesheets (JCP010) set the hours      *
      *    captured against the hours planned.  The board and job      *
      *    sheets print to JCP017.PRN.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP017.
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

       COPY JOBDET.SL.

       COPY TECRAT.SL.

       COPY JOBSCH.SL.

      *
      *    ****    J O B   E S T I M A T E S   ( J C P 0 1 4 )
      *
           SELECT JOBEST  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ESTKEY.

      *
      *    ****    T E C H N I C I A N   L E A V E
      *
           SELECT TECLVE  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-LVEKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY JOBDET.FDE.

       COPY TECRAT.FDE.

       COPY JOBSCH.FDE.

       FD  JOBEST    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JOBEST.DAT".
       01  EST-RECORD.
           03  EST-JOB-NO     PIC  9(06).
           03  EST-LINE       PIC  9(04).
           03  EST-TYPE       PIC  X(01).
               88  EST-PARTS       VALUE "P".
               88  EST-LABOUR      VALUE "L".
               88  EST-OUTWORK     VALUE "O".
           03  EST-DESC       PIC  X(30).
           03  EST-QTY        PIC S9(05)V99 COMP-3.
           03  EST-COST       PIC S9(07)V99 COMP-3.
           03  EST-CHARGE     PIC S9(07)V99 COMP-3.
           03  EST-APPROVED   PIC  X(01).
               88  EST-CUST-OK     VALUE "A".
           03  EST-STATUS     PIC  X(01).
               88  EST-ACTIVE      VALUE "A".
               88  EST-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    A technician is not available at all from the first to
      *    the last leave date.
      *
       FD  TECLVE    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "TECLVE.DAT".
       01  LVE-RECORD.
           03  LVE-TECH       PIC  9(03).
           03  LVE-FROM       PIC  9(08).
           03  LVE-TO         PIC  9(08).
           03  LVE-REASON     PIC  X(20).
           03  LVE-STATUS     PIC  X(01).
               88  LVE-ACTIVE      VALUE "A".
               88  LVE-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JCP017.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-JBDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TECKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SCDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ESTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LVEKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-THIS-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-CUR-KEY     PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-BEST-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-JOBEST   PIC  9(01)     VALUE ZERO.
       77  WS-ON-LEAVE    PIC  9(01)     VALUE ZERO.
       77  WS-TECH        PIC  9(03)     VALUE ZERO.
       77  WS-ALL-TECH    PIC  9(03)     VALUE ZERO.
       77  WS-JOB         PIC  9(06)     VALUE ZERO.
       77  WS-DATE        PIC  9(08)     VALUE ZERO.
       77  WS-FROM        PIC  9(08)     VALUE ZERO.
       77  WS-TO          PIC  9(08)     VALUE ZERO.
       77  WS-VISIT       PIC  9(02)     VALUE ZERO.
       77  WS-CUR-VISIT   PIC  9(02)     VALUE ZERO.
       77  WS-BEST-VISIT  PIC  9(02)     VALUE ZERO.
       77  WS-HOURS       PIC S9(03)V99  VALUE ZERO.
       77  WS-DAY-HOURS   PIC S9(03)V99  VALUE ZERO.
       77  WS-AVAIL       PIC S9(03)V99  COMP-3 VALUE ZERO.
       77  WS-BOOKED      PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-FREE        PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-EST-HOURS   PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-PLANNED     PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-OPEN-LINES  PIC  9(05)     VALUE ZERO.
       77  WS-INV-LINES   PIC  9(05)     VALUE ZERO.
       77  WS-VISITS      PIC  9(03)     VALUE ZERO.
       77  WS-DAYS        PIC  9(03)     VALUE ZERO.
       77  WS-DESC        PIC  X(30)     VALUE SPACES.
       77  WS-REASON      PIC  X(20)     VALUE SPACES.
       77  WS-MONTH-DAYS  PIC  9(02)     VALUE ZERO.
       77  WS-LEAP-REM    PIC  9(03)     COMP-5.
       77  WS-LEAP-QUOT   PIC  9(05)     COMP-5.
       77  WS-ED-HOURS    PIC  ZZ9.99-.
       77  WS-ED-HOURS2   PIC  ZZ9.99-.

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

       01  WS-WK-DATE.
           03  WS-WK-YEAR    PIC  9(04).
           03  WS-WK-MONTH   PIC  9(02).
           03  WS-WK-DAY     PIC  9(02).
       01  WS-WK-DATE-N REDEFINES WS-WK-DATE
                             PIC  9(08).

       01  WS-MONTH-VALUES   PIC  X(24) VALUE
                             "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
           03  WS-MONTH-LEN  PIC  9(02) OCCURS 12.

       01  WS-BD-LINE.
           03  WS-BD-TECH    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-NAME    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-AVAIL   PIC  ZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-BOOKED  PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-FREE    PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-VISITS  PIC  ZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BD-FLAG    PIC  X(20).

       01  WS-VS-LINE.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VS-VISIT   PIC  Z9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VS-JOB     PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VS-HOURS   PIC  ZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-VS-DESC    PIC  X(30).

       01  WS-TK-LINE.
           03  FILLER        PIC  X(12) VALUE SPACES.
           03  WS-TK-TYPE    PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TK-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TK-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TK-QTY     PIC  ZZZZ9.99-.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "TECHNICIAN DISPATCH BOARD" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O TECRAT.
           IF WS-STATUS = "35"
               OPEN OUTPUT TECRAT
               CLOSE TECRAT
               OPEN I-O TECRAT.
           IF WS-STATUS NOT = "00"
               DISPLAY "TECRAT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O JOBSCH.
           IF WS-STATUS = "35"
               OPEN OUTPUT JOBSCH
               CLOSE JOBSCH
               OPEN I-O JOBSCH.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBSCH open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE TECRAT
               GO TO AZ100.
             OPEN I-O TECLVE.
           IF WS-STATUS = "35"
               OPEN OUTPUT TECLVE
               CLOSE TECLVE
               OPEN I-O TECLVE.
           IF WS-STATUS NOT = "00"
               DISPLAY "TECLVE open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE TECRAT JOBSCH
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'H'ours/leave  'S'chedule  'B'oard  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'J'ob sheets  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0577
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "H"
               PERFORM BA000-HOURS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM CA000-SCHEDULE THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "B"
               PERFORM DA000-BOARD THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "J"
               PERFORM EA000-JOB-SHEETS THRU EA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE TECRAT JOBSCH TECLVE.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    H O U R S   A N D   L E A V E                       *
      *                                                                *
      ******************************************************************
       BA000-HOURS.
             DISPLAY "Technician number ('0' ends) :" AT 0712.
             MOVE ZERO          TO WS-TECH.
             ACCEPT WS-TECH AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TECH = ZERO
               GO TO BA000-EXIT.
             PERFORM XT000-FIND-TECH THRU XT000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No rates on file for that technician"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-HOURS.
             DISPLAY TEC-NAME AT 0752
                     WITH FOREGROUND-COLOR 10.
             DISPLAY "Hours available per day      :" AT 0812.
             MOVE WS-DAY-HOURS  TO WS-HOURS.
             ACCEPT WS-HOURS AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-HOURS < ZERO OR WS-HOURS > 24
               DISPLAY "Hours must be 0 to 24       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-HOURS.
             MOVE WS-HOURS      TO TEC-DAY-HOURS.
             REWRITE TEC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "TECRAT write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-HOURS.
             DISPLAY "Hours saved                 " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-LEAVE.
             DISPLAY "Leave from ('0' next tech)   :" AT 1012.
             MOVE ZERO          TO WS-FROM.
             ACCEPT WS-FROM AT 1046
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-FROM = ZERO
               GO TO BA000-HOURS.
             PERFORM XV100-FIND-LEAVE THRU XV100-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO LVE-RECORD
               MOVE WS-TECH     TO LVE-TECH
               MOVE WS-FROM     TO LVE-FROM LVE-TO
               DISPLAY "New leave                   " AT 2312
                       WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY "Amending the leave          " AT 2312
                       WITH FOREGROUND-COLOR 11.
             DISPLAY "Leave to (last day)          :" AT 1112.
             MOVE LVE-TO        TO WS-TO.
             ACCEPT WS-TO AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Reason                       :" AT 1212.
             MOVE LVE-REASON    TO WS-REASON.
             ACCEPT WS-REASON AT 1246
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-ACTION.
             DISPLAY "'K'eep  'D'elete  'A'bandon  :" AT 1412.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1446
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               GO TO BA000-LEAVE.
           IF NOT (WS-ACTION = "K" OR "D")
               GO TO BA000-ACTION.
           IF WS-ACTION = "D" AND WS-FOUND = ZERO
               GO TO BA000-LEAVE.
           IF WS-ACTION = "K" AND WS-TO < WS-FROM
               DISPLAY "Last day is before the first" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-LEAVE.
             MOVE WS-TO         TO LVE-TO.
             MOVE WS-REASON     TO LVE-REASON.
             MOVE "A"           TO LVE-STATUS.
           IF WS-ACTION = "D"
               MOVE "D"         TO LVE-STATUS.
           IF WS-FOUND = 1
               REWRITE LVE-RECORD
           ELSE
               PERFORM XN100-NEXT-LVE THRU XN100-EXIT
               MOVE WS-NEXT-KEY TO WS-LVEKEY
               WRITE LVE-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "TECLVE write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-LEAVE.
             DISPLAY "Leave saved                 " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-LEAVE.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    B O O K   A   J O B   T O   A   T E C H N I C I A N *
      *                                                                *
      ******************************************************************
       CA000-SCHEDULE.
             OPEN INPUT JOBDET.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBDET open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-NO-JOBEST.
             OPEN INPUT JOBEST.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-JOBEST.
       CA000-JOB.
             DISPLAY "Job number ('0' ends)        :" AT 0712.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO CA000-END.
             PERFORM XJ000-JOB-STATE THRU XJ000-EXIT.
           IF WS-OPEN-LINES = ZERO AND WS-INV-LINES NOT = ZERO
               DISPLAY "Job is fully invoiced       " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-JOB.
           IF WS-OPEN-LINES = ZERO
               DISPLAY "New call - nothing on JOBDET yet" AT 2312
                       WITH FOREGROUND-COLOR 11.
             PERFORM XE000-ESTIMATE THRU XE000-EXIT.
             PERFORM XP000-PLANNED THRU XP000-EXIT.
             DISPLAY "Estimated / booked hours     :" AT 0812.
             MOVE WS-EST-HOURS  TO WS-ED-HOURS.
             MOVE WS-PLANNED    TO WS-ED-HOURS2.
             DISPLAY WS-ED-HOURS AT 0846 WITH FOREGROUND-COLOR 11
                     " / " WITH FOREGROUND-COLOR 11
                     WS-ED-HOURS2 WITH FOREGROUND-COLOR 11.
       CA000-TECH.
             DISPLAY "Technician number ('0' job)  :" AT 1012.
             MOVE ZERO          TO WS-TECH.
             ACCEPT WS-TECH AT 1046
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TECH = ZERO
               GO TO CA000-JOB.
             PERFORM XT000-FIND-TECH THRU XT000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No rates on file for that technician"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-TECH.
             DISPLAY TEC-NAME AT 1052
                     WITH FOREGROUND-COLOR 10.
             DISPLAY "Visit date (YYYYMMDD)        :" AT 1112.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-DATE       TO WS-WK-DATE-N.
           IF WS-WK-MONTH < 1 OR WS-WK-MONTH > 12
            OR WS-WK-DAY < 1 OR WS-WK-DAY > 31
               DISPLAY "Invalid date                " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-TECH.
      *
      *    The visit already booked for this job, technician and
      *    day is amended; otherwise a new visit goes at the end of
      *    the technician's day.
      *
             PERFORM XF000-FIND-VISIT THRU XF000-EXIT.
             MOVE ZERO          TO WS-THIS-KEY.
           IF WS-FOUND = 1
               MOVE WS-SCDKEY   TO WS-THIS-KEY
               MOVE SCD-HOURS   TO WS-HOURS
               MOVE SCD-VISIT   TO WS-VISIT
               MOVE SCD-DESC    TO WS-DESC.
             PERFORM XL000-DAY-LOAD THRU XL000-EXIT.
           IF WS-THIS-KEY = ZERO
               COMPUTE WS-VISIT = WS-VISITS + 1
               MOVE ZERO        TO WS-HOURS.
           IF WS-THIS-KEY = ZERO AND WS-EST-HOURS > WS-PLANNED
               COMPUTE WS-HOURS = WS-EST-HOURS - WS-PLANNED.
             PERFORM XA000-AVAILABLE THRU XA000-EXIT.
             MOVE WS-AVAIL      TO WS-ED-HOURS.
             MOVE WS-BOOKED     TO WS-ED-HOURS2.
             DISPLAY "Day - available / booked     :" AT 1212.
             DISPLAY WS-ED-HOURS AT 1246 WITH FOREGROUND-COLOR 11
                     " / " WITH FOREGROUND-COLOR 11
                     WS-ED-HOURS2 WITH FOREGROUND-COLOR 11.
           IF WS-ON-LEAVE = 1
               DISPLAY "Technician is on leave that day " AT 2312
                       WITH FOREGROUND-COLOR 12.
             DISPLAY "Planned hours ('0' removes)  :" AT 1412.
             ACCEPT WS-HOURS AT 1446
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Visit order in the day       :" AT 1512.
             ACCEPT WS-VISIT AT 1546
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Description                  :" AT 1612.
             ACCEPT WS-DESC AT 1646
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-HOURS NOT = ZERO AND WS-DESC = SPACES
               DISPLAY "A new call needs a description" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-TECH.
      *
      *    Overbooking is warned and must be confirmed
      *
             COMPUTE WS-FREE = WS-AVAIL - WS-BOOKED - WS-HOURS.
           IF WS-HOURS NOT > ZERO OR WS-FREE NOT < ZERO
               GO TO CA000-ACTION.
             COMPUTE WS-FREE = ZERO - WS-FREE.
             MOVE WS-FREE       TO WS-ED-HOURS.
             DISPLAY "Overbooked by " AT 2312
                     WITH FOREGROUND-COLOR 14
                     WS-ED-HOURS WITH FOREGROUND-COLOR 14
                     " hours              " WITH FOREGROUND-COLOR 14.
             DISPLAY "Book it anyway (Y/N)         :" AT 1812.
             MOVE "N"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION NOT = "Y"
               DISPLAY "Visit not booked            " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-TECH.
       CA000-ACTION.
             DISPLAY "'K'eep  'A'bandon            :" AT 1912.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Visit not booked            " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-TECH.
           IF WS-ACTION NOT = "K"
               GO TO CA000-ACTION.
           IF WS-HOURS NOT > ZERO AND WS-THIS-KEY = ZERO
               GO TO CA000-TECH.
           IF WS-THIS-KEY NOT = ZERO
               MOVE WS-THIS-KEY TO WS-SCDKEY
               READ JOBSCH
               GO TO CA000-SAVE.
             MOVE SPACES        TO SCD-RECORD.
             MOVE WS-JOB        TO SCD-JOB.
             MOVE WS-TECH       TO SCD-TECH.
             MOVE WS-DATE       TO SCD-DATE.
       CA000-SAVE.
             MOVE WS-HOURS      TO SCD-HOURS.
             MOVE WS-VISIT      TO SCD-VISIT.
             MOVE WS-DESC       TO SCD-DESC.
             MOVE "A"           TO SCD-STATUS.
           IF WS-HOURS NOT > ZERO
               MOVE "D"         TO SCD-STATUS.
           IF WS-THIS-KEY NOT = ZERO
               REWRITE SCD-RECORD
           ELSE
               PERFORM XN200-NEXT-SCD THRU XN200-EXIT
               MOVE WS-NEXT-KEY TO WS-SCDKEY
               WRITE SCD-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBSCH write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-TECH.
           IF SCD-DELETED
               DISPLAY "Visit taken off             " AT 2312
                       WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Visit booked                " AT 2312
                       WITH FOREGROUND-COLOR 10.
             PERFORM XP000-PLANNED THRU XP000-EXIT.
             MOVE WS-EST-HOURS  TO WS-ED-HOURS.
             MOVE WS-PLANNED    TO WS-ED-HOURS2.
             DISPLAY WS-ED-HOURS AT 0846 WITH FOREGROUND-COLOR 11
                     " / " WITH FOREGROUND-COLOR 11
                     WS-ED-HOURS2 WITH FOREGROUND-COLOR 11.
             GO TO CA000-TECH.
       CA000-END.
             CLOSE JOBDET.
           IF WS-NO-JOBEST = ZERO
               CLOSE JOBEST.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D I S P A T C H   B O A R D                         *
      *                                                                *
      *    Each active technician's days over the range, printed      *
      *    where there are hours available or visits booked.           *
      *                                                                *
      ******************************************************************
       DA000-BOARD.
             DISPLAY "Board from (YYYYMMDD)        :" AT 0712.
             MOVE WS-TODAY-N    TO WS-FROM.
             ACCEPT WS-FROM AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-FROM       TO WS-WK-DATE-N.
             MOVE 6             TO WS-DAYS.
       DA000-TO-DATE.
           IF WS-DAYS > ZERO
               PERFORM XD000-NEXT-DAY THRU XD000-EXIT
               SUBTRACT 1       FROM WS-DAYS
               GO TO DA000-TO-DATE.
             MOVE WS-WK-DATE-N  TO WS-TO.
             DISPLAY "Board to (YYYYMMDD)          :" AT 0812.
             ACCEPT WS-TO AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TO < WS-FROM
               DISPLAY "Last day is before the first" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "TECHNICIAN DISPATCH BOARD  " WS-FROM " TO " WS-TO
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "TEC  NAME                  DATE      AVAIL    "
                    "BOOKED      FREE  VIS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-TECKEY.
             START TECRAT KEY NOT < WS-TECKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
       DA000-TECH.
             READ TECRAT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
           IF NOT TEC-ACTIVE
               GO TO DA000-TECH.
             MOVE TEC-TECH      TO WS-TECH.
             PERFORM XT100-DAY-HOURS THRU XT100-EXIT.
             MOVE WS-FROM       TO WS-WK-DATE-N.
       DA000-DAY.
             MOVE WS-WK-DATE-N  TO WS-DATE.
             PERFORM XA000-AVAILABLE THRU XA000-EXIT.
             MOVE ZERO          TO WS-THIS-KEY.
             PERFORM XL000-DAY-LOAD THRU XL000-EXIT.
           IF WS-AVAIL = ZERO AND WS-BOOKED = ZERO
               GO TO DA000-NEXT-DAY.
             MOVE SPACES        TO WS-BD-LINE.
             MOVE TEC-TECH      TO WS-BD-TECH.
             MOVE TEC-NAME      TO WS-BD-NAME.
             MOVE WS-DATE       TO WS-BD-DATE.
             MOVE WS-AVAIL      TO WS-BD-AVAIL.
             MOVE WS-BOOKED     TO WS-BD-BOOKED.
             COMPUTE WS-FREE = WS-AVAIL - WS-BOOKED.
             MOVE WS-FREE       TO WS-BD-FREE.
             MOVE WS-VISITS     TO WS-BD-VISITS.
           IF WS-ON-LEAVE = 1
               MOVE "ON LEAVE"  TO WS-BD-FLAG.
           IF WS-ON-LEAVE = 1 AND WS-BOOKED > ZERO
               MOVE "ON LEAVE - BOOKED" TO WS-BD-FLAG.
           IF WS-ON-LEAVE = ZERO AND WS-FREE < ZERO
               MOVE "*** OVERBOOKED ***" TO WS-BD-FLAG.
             WRITE REP-LINE FROM WS-BD-LINE.
       DA000-NEXT-DAY.
             PERFORM XD000-NEXT-DAY THRU XD000-EXIT.
           IF WS-WK-DATE-N NOT > WS-TO
               GO TO DA000-DAY.
             GO TO DA000-TECH.
       DA000-DONE.
             CLOSE PRNREP.
             DISPLAY "Board on JCP017.PRN         " AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T E C H N I C I A N   J O B   S H E E T S           *
      *                                                                *
      ******************************************************************
       EA000-JOB-SHEETS.
             DISPLAY "Job sheet date (YYYYMMDD)    :" AT 0712.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Technician ('0' for all)     :" AT 0812.
             MOVE ZERO          TO WS-ALL-TECH.
             ACCEPT WS-ALL-TECH AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             OPEN INPUT JOBDET.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBDET open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE 1             TO WS-TECKEY.
             START TECRAT KEY NOT < WS-TECKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
       EA000-TECH.
             READ TECRAT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
           IF NOT TEC-ACTIVE
               GO TO EA000-TECH.
           IF WS-ALL-TECH NOT = ZERO AND TEC-TECH NOT = WS-ALL-TECH
               GO TO EA000-TECH.
             MOVE TEC-TECH      TO WS-TECH.
             PERFORM XT100-DAY-HOURS THRU XT100-EXIT.
             MOVE ZERO          TO WS-THIS-KEY.
             PERFORM XL000-DAY-LOAD THRU XL000-EXIT.
           IF WS-VISITS = ZERO
               GO TO EA000-TECH.
             PERFORM EB000-ONE-SHEET THRU EB000-EXIT.
             GO TO EA000-TECH.
       EA000-DONE.
             CLOSE PRNREP JOBDET.
             DISPLAY "Job sheets on JCP017.PRN    " AT 2312
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      *
      *    ****    O N E   T E C H N I C I A N ' S   D A Y
      *
       EB000-ONE-SHEET.
             PERFORM XA000-AVAILABLE THRU XA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             MOVE WS-BOOKED     TO WS-ED-HOURS.
             MOVE WS-AVAIL      TO WS-ED-HOURS2.
             STRING "JOB SHEET  " WS-DATE "  TECHNICIAN " TEC-TECH
                    " " TEC-NAME "  BOOKED " WS-ED-HOURS
                    " OF " WS-ED-HOURS2 " HOURS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ALL "-"       TO REP-LINE (1:80).
             WRITE REP-LINE.
             MOVE ZERO          TO WS-CUR-VISIT WS-CUR-KEY.
       EB000-VISIT.
             PERFORM XN000-NEXT-VISIT THRU XN000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EB000-EXIT.
             MOVE SPACES        TO WS-VS-LINE.
             MOVE SCD-VISIT     TO WS-VS-VISIT.
             MOVE SCD-JOB       TO WS-VS-JOB.
             MOVE SCD-HOURS     TO WS-VS-HOURS.
             MOVE SCD-DESC      TO WS-VS-DESC.
             WRITE REP-LINE FROM WS-VS-LINE.
             MOVE SCD-JOB       TO WS-JOB.
             PERFORM EC000-TASKS THRU EC000-EXIT.
             MOVE SPACES        TO REP-LINE.
             STRING "            ARRIVED ______  LEFT ______  "
                    "HOURS ______  CUSTOMER SIGNATURE "
                    "____________________"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             GO TO EB000-VISIT.
       EB000-EXIT.
             EXIT.
      *
      *    The job's lines not yet invoiced are its task list
      *
       EC000-TASKS.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO EC000-EXIT.
       EC000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EC000-EXIT.
           IF JBD-JOB-NO NOT = WS-JOB OR JBD-INVOICED
               GO TO EC000-READ.
             MOVE SPACES        TO WS-TK-LINE.
             MOVE JBD-TYPE      TO WS-TK-TYPE.
             MOVE JBD-CODE      TO WS-TK-CODE.
             MOVE JBD-DESC      TO WS-TK-DESC.
             MOVE JBD-QTY       TO WS-TK-QTY.
             WRITE REP-LINE FROM WS-TK-LINE.
             GO TO EC000-READ.
       EC000-EXIT.
             EXIT.
      /
      *
      *    ****    H O U R S   A V A I L A B L E   O N   A   D A Y
      *
      *    The technician's daily hours, or none on leave.
      *
       XA000-AVAILABLE.
             MOVE WS-DAY-HOURS  TO WS-AVAIL.
             PERFORM XV000-ON-LEAVE THRU XV000-EXIT.
           IF WS-ON-LEAVE = 1
               MOVE ZERO        TO WS-AVAIL.
       XA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   C A L E N D A R   D A Y
      *
       XD000-NEXT-DAY.
             MOVE WS-MONTH-LEN (WS-WK-MONTH)
                                TO WS-MONTH-DAYS.
           IF WS-WK-MONTH NOT = 2
               GO TO XD000-ADD.
             DIVIDE WS-WK-YEAR BY 4 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = ZERO
               GO TO XD000-ADD.
             MOVE 29            TO WS-MONTH-DAYS.
             DIVIDE WS-WK-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = ZERO
               GO TO XD000-ADD.
             DIVIDE WS-WK-YEAR BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = ZERO
               MOVE 28          TO WS-MONTH-DAYS.
       XD000-ADD.
             ADD 1              TO WS-WK-DAY.
           IF WS-WK-DAY NOT > WS-MONTH-DAYS
               GO TO XD000-EXIT.
             MOVE 1             TO WS-WK-DAY.
             ADD 1              TO WS-WK-MONTH.
           IF WS-WK-MONTH > 12
               MOVE 1           TO WS-WK-MONTH
               ADD 1            TO WS-WK-YEAR.
       XD000-EXIT.
             EXIT.
      *
      *    ****    L A B O U R   E S T I M A T E   F O R   T H E   J O B
      *
       XE000-ESTIMATE.
             MOVE ZERO          TO WS-EST-HOURS.
           IF WS-NO-JOBEST = 1
               GO TO XE000-EXIT.
             MOVE 1             TO WS-ESTKEY.
             START JOBEST KEY NOT < WS-ESTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ JOBEST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF EST-JOB-NO NOT = WS-JOB OR NOT EST-LABOUR
            OR NOT EST-ACTIVE
               GO TO XE000-READ.
             ADD EST-QTY        TO WS-EST-HOURS.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    V I S I T   F O R   J O B ,   T E C H N I C I A N
      *            A N D   D A Y
      *
       XF000-FIND-VISIT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SCDKEY.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF SCD-JOB = WS-JOB AND SCD-TECH = WS-TECH
            AND SCD-DATE = WS-DATE AND SCD-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    T H E   J O B ' S   L I N E S
      *
      *    Lines still to invoice and lines invoiced, and the first
      *    open line's description for a new visit.
      *
       XJ000-JOB-STATE.
             MOVE ZERO          TO WS-OPEN-LINES WS-INV-LINES.
             MOVE SPACES        TO WS-DESC.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
       XJ000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
           IF JBD-JOB-NO NOT = WS-JOB
               GO TO XJ000-READ.
           IF JBD-INVOICED
               ADD 1            TO WS-INV-LINES
               GO TO XJ000-READ.
             ADD 1              TO WS-OPEN-LINES.
           IF WS-DESC = SPACES
               MOVE JBD-DESC    TO WS-DESC.
             GO TO XJ000-READ.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    T H E   T E C H N I C I A N ' S   D A Y   L O A D
      *
      *    Hours and visits booked for WS-TECH on WS-DATE, leaving
      *    out the visit being amended (WS-THIS-KEY).
      *
       XL000-DAY-LOAD.
             MOVE ZERO          TO WS-BOOKED WS-VISITS.
             MOVE 1             TO WS-SCDKEY.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
           IF SCD-TECH NOT = WS-TECH OR SCD-DATE NOT = WS-DATE
            OR NOT SCD-ACTIVE
               GO TO XL000-READ.
           IF WS-SCDKEY = WS-THIS-KEY
               GO TO XL000-READ.
             ADD SCD-HOURS      TO WS-BOOKED.
             ADD 1              TO WS-VISITS.
             GO TO XL000-READ.
       XL000-EXIT.
             EXIT.
      *
      *    ****    N E X T   V I S I T   I N   T H E   D A Y
      *
      *    The technician's visit on WS-DATE following WS-CUR-VISIT
      *    and WS-CUR-KEY (the slot breaks a tie); it is left in the
      *    record area and becomes the current visit.
      *
       XN000-NEXT-VISIT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 99            TO WS-BEST-VISIT.
             MOVE 99999         TO WS-BEST-KEY.
             MOVE 1             TO WS-SCDKEY.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-GOT.
           IF SCD-TECH NOT = WS-TECH OR SCD-DATE NOT = WS-DATE
            OR NOT SCD-ACTIVE
               GO TO XN000-READ.
           IF SCD-VISIT < WS-CUR-VISIT
               GO TO XN000-READ.
           IF SCD-VISIT = WS-CUR-VISIT AND WS-SCDKEY NOT > WS-CUR-KEY
               GO TO XN000-READ.
           IF SCD-VISIT > WS-BEST-VISIT
               GO TO XN000-READ.
           IF SCD-VISIT = WS-BEST-VISIT AND WS-SCDKEY NOT < WS-BEST-KEY
               GO TO XN000-READ.
             MOVE SCD-VISIT     TO WS-BEST-VISIT.
             MOVE WS-SCDKEY     TO WS-BEST-KEY.
             MOVE 1             TO WS-FOUND.
             GO TO XN000-READ.
       XN000-GOT.
           IF WS-FOUND = ZERO
               GO TO XN000-EXIT.
             MOVE WS-BEST-KEY   TO WS-SCDKEY WS-CUR-KEY.
             MOVE WS-BEST-VISIT TO WS-CUR-VISIT.
             READ JOBSCH WITH IGNORE LOCK.
       XN000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T S
      *
       XN100-NEXT-LVE.
             MOVE 1             TO WS-NEXT-KEY WS-LVEKEY.
             START TECLVE KEY NOT < WS-LVEKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
       XN100-READ.
             READ TECLVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
             COMPUTE WS-NEXT-KEY = WS-LVEKEY + 1.
             GO TO XN100-READ.
       XN100-EXIT.
             EXIT.
      *
       XN200-NEXT-SCD.
             MOVE 1             TO WS-NEXT-KEY WS-SCDKEY.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN200-EXIT.
       XN200-READ.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN200-EXIT.
             COMPUTE WS-NEXT-KEY = WS-SCDKEY + 1.
             GO TO XN200-READ.
       XN200-EXIT.
             EXIT.
      *
      *    ****    H O U R S   A L R E A D Y   B O O K E D   T O   T H E
      *            J O B
      *
       XP000-PLANNED.
             MOVE ZERO          TO WS-PLANNED.
             MOVE 1             TO WS-SCDKEY.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF SCD-JOB = WS-JOB AND SCD-ACTIVE
               ADD SCD-HOURS    TO WS-PLANNED.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   T E C H N I C I A N
      *
      *    TECRAT is keyed directly on the technician number.
      *
       XT000-FIND-TECH.
             MOVE ZERO          TO WS-FOUND.
             MOVE WS-TECH       TO WS-TECKEY.
             READ TECRAT.
           IF WS-STATUS NOT = "00" OR NOT TEC-ACTIVE
               GO TO XT000-EXIT.
             MOVE 1             TO WS-FOUND.
             PERFORM XT100-DAY-HOURS THRU XT100-EXIT.
       XT000-EXIT.
             EXIT.
      *
      *    A technician with no daily hours set works 8.00.
      *
       XT100-DAY-HOURS.
             MOVE 8             TO WS-DAY-HOURS.
           IF TEC-DAY-HOURS NOT NUMERIC
               GO TO XT100-EXIT.
           IF TEC-DAY-HOURS > ZERO
               MOVE TEC-DAY-HOURS
                                TO WS-DAY-HOURS.
       XT100-EXIT.
             EXIT.
      *
      *    ****    T E C H N I C I A N   O N   L E A V E
      *
       XV000-ON-LEAVE.
             MOVE ZERO          TO WS-ON-LEAVE.
             MOVE 1             TO WS-LVEKEY.
             START TECLVE KEY NOT < WS-LVEKEY.
           IF WS-STATUS NOT = "00"
               GO TO XV000-EXIT.
       XV000-READ.
             READ TECLVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XV000-EXIT.
           IF LVE-TECH NOT = WS-TECH OR NOT LVE-ACTIVE
               GO TO XV000-READ.
           IF WS-DATE < LVE-FROM OR WS-DATE > LVE-TO
               GO TO XV000-READ.
             MOVE 1             TO WS-ON-LEAVE.
       XV000-EXIT.
             EXIT.
      *
      *    ****    F I N D   L E A V E   B Y   I T S   F I R S T   D A Y
      *
       XV100-FIND-LEAVE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-LVEKEY.
             START TECLVE KEY NOT < WS-LVEKEY.
           IF WS-STATUS NOT = "00"
               GO TO XV100-EXIT.
       XV100-READ.
             READ TECLVE NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XV100-EXIT.
           IF LVE-TECH = WS-TECH AND LVE-FROM = WS-FROM
               MOVE 1           TO WS-FOUND
               GO TO XV100-EXIT.
             GO TO XV100-READ.
       XV100-EXIT.
             EXIT.
