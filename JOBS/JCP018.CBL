      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *     ******   ******   *******    ******      **      ******    *
      *        **   **    **  **    **  **    **    ***     **    **   *
      *        **   **        **    **  **    **     **     **    **   *
      *        **   **        *******   **    **     **      ******    *
      *        **   **        **        **    **     **     **    **   *
      *   **   **   **    **  **        **    **     **     **    **   *
      *    *****     ******   **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S E R V I C E   L E V E L   A G R E E M E N T S               *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Proof that the maintenance contracts keep their promises.   *
      *    The service-level terms live on the contract (DTP054 keeps  *
      *    them on DCONTR) - the hours allowed from a call being       *
      *    logged to first attendance and to the fix, measured round   *
      *    the clock or in business hours (08:00 to 17:00, Monday to   *
      *    Friday).  Every call-out under a contract is logged here    *
      *    against its job number with the date and time it was        *
      *    logged, first attended and completed:                       *
      *                                                                *
      *      'L' log a call-out against a contract account - the next  *
      *          job number is taken when none is given                *
      *      'T' first-attendance and completion times, or cancel the  *
      *          call                                                  *
      *      'B' breach report for a month, per contract               *
      *      'E' end                                                   *
      *                                                                *
      *    The breach report measures each call logged in the month    *
      *    (a call not yet attended or fixed is measured to now),      *
      *    prints the breached calls and each contract's response and  *
      *    fix compliance percentages, and calculates the penalty      *
      *    credit - the contract's penalty percent of its period       *
      *    amount for every breached call, never more than the period  *
      *    amount - onto SLAPEN, where the DTP054 penalty run raises   *
      *    it as a credit note on the debtor.  A penalty already       *
      *    raised is left alone.  The report prints to JCP018.PRN.     *
      *                                                                *
      *    A call completed on 'T' tells the customer the job is done  *
      *    (NTFQUE, event JC).                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP018.
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

       COPY DCONTR.SL.

       COPY SLAPEN.SL.

      *
      *    ****    C A L L - O U T   L O G
      *
           SELECT JOBCAL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CALKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY JOBDET.FDE.

       COPY DCONTR.FDE.

       COPY SLAPEN.FDE.

      *
      *    One record per call-out job.  Times are HHMM; a zero
      *    date is a stage not yet reached.
      *
       FD  JOBCAL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JOBCAL.DAT".
       01  CAL-RECORD.
           03  CAL-JOB        PIC  9(06).
           03  CAL-ACCOUNT    PIC  9(07).
           03  CAL-DESC       PIC  X(30).
           03  CAL-LOG-DATE   PIC  9(08).
           03  CAL-LOG-TIME   PIC  9(04).
           03  CAL-ATT-DATE   PIC  9(08).
           03  CAL-ATT-TIME   PIC  9(04).
           03  CAL-FIX-DATE   PIC  9(08).
           03  CAL-FIX-TIME   PIC  9(04).
           03  CAL-STATUS     PIC  X(01).
               88  CAL-OPEN        VALUE "O".
               88  CAL-ATTENDED    VALUE "A".
               88  CAL-COMPLETE    VALUE "C".
               88  CAL-CANCELLED   VALUE "X".
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JCP018.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-JBDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CONKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PENKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CALKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-JOB         PIC  9(06)     VALUE ZERO.
       77  WS-NEXT-JOB    PIC  9(06)     VALUE ZERO.
       77  WS-DESC        PIC  X(30)     VALUE SPACES.
       77  WS-DATE        PIC  9(08)     VALUE ZERO.
       77  WS-TIME        PIC  9(04)     VALUE ZERO.
       77  WS-ATT-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-ATT-TIME    PIC  9(04)     VALUE ZERO.
       77  WS-FIX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-FIX-TIME    PIC  9(04)     VALUE ZERO.
       77  WS-WAS-STATUS  PIC  X(01)     VALUE SPACE.
       77  WS-NOW-HHMM    PIC  9(04)     VALUE ZERO.
       77  WS-YYYYMM      PIC  9(06)     VALUE ZERO.
       77  WS-CAL-YYYYMM  PIC  9(06)     VALUE ZERO.
       77  WS-CALLS       PIC  9(03)     VALUE ZERO.
       77  WS-RESP-MET    PIC  9(03)     VALUE ZERO.
       77  WS-FIX-MET     PIC  9(03)     VALUE ZERO.
       77  WS-BREACHES    PIC  9(03)     VALUE ZERO.
       77  WS-RESP-BREACH PIC  9(01)     VALUE ZERO.
       77  WS-FIX-BREACH  PIC  9(01)     VALUE ZERO.
       77  WS-PENALTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-CALLS   PIC  9(05)     VALUE ZERO.
       77  WS-TOT-BREACH  PIC  9(05)     VALUE ZERO.
       77  WS-TOT-PENALTY PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-PCT         PIC  9(03)V9   VALUE ZERO.
       77  WS-ED-PCT      PIC  ZZ9.9.
       77  WS-ED-PCT2     PIC  ZZ9.9.
       77  WS-ED-COUNT    PIC  ZZ9.
       77  WS-ED-MONEY    PIC  Z(06)9.99.

      *
      *    Business hours are measured from 08:00 to 17:00 on
      *    weekdays, as minutes past midnight.
      *
       77  WS-BUS-START   PIC  9(04)     COMP-5 VALUE 480.
       77  WS-BUS-END     PIC  9(04)     COMP-5 VALUE 1020.

       77  WS-EL-FROM-DATE PIC  9(08)     VALUE ZERO.
       77  WS-EL-TO-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-EL-COVER     PIC  X(01)     VALUE SPACE.
       77  WS-EL-MINUTES   PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-EL-FROM-DAY  PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-EL-TO-DAY    PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-EL-FROM-MIN  PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-EL-TO-MIN    PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-EL-DAY       PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-EL-START     PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-EL-END       PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-EL-WEEKDAY   PIC  9(01)     COMP-5 VALUE ZERO.
       77  WS-EL-WEEKS     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-RESP-MIN     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-FIX-MIN      PIC  9(07)     COMP-5 VALUE ZERO.

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

       01  WS-NOW.
           03  WS-NOW-HH     PIC  9(02).
           03  WS-NOW-MM     PIC  9(02).
           03  FILLER        PIC  9(04).

      *
      *    ****    E L A P S E D   T I M E
      *
      *    From and to date/time in, the minutes between them out,
      *    counted round the clock or in business hours only.
      *
       01  WS-EL-FROM-TIME   PIC  9(04).
       01  WS-EL-FROM-HM REDEFINES WS-EL-FROM-TIME.
           03  WS-EL-FROM-HH PIC  9(02).
           03  WS-EL-FROM-MM PIC  9(02).
       01  WS-EL-TO-TIME     PIC  9(04).
       01  WS-EL-TO-HM REDEFINES WS-EL-TO-TIME.
           03  WS-EL-TO-HH   PIC  9(02).
           03  WS-EL-TO-MM   PIC  9(02).

      *
      *    ****    S E R I A L   D A Y   N U M B E R
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

       01  WS-BR-LINE.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BR-JOB     PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BR-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BR-LOGGED  PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-BR-LTIME   PIC  9(04).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BR-RESP    PIC  ZZZ9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BR-FIX     PIC  ZZZ9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BR-FLAG    PIC  X(30).

      *
      *    ****    C A L L   T O   T H E   N O T I F I C A T I O N
      *    ****    Q U E U E
      *
       01  WS-NQ-PARAMS.
           03  WS-NQ-JOB      PIC  9(06).
           03  WS-NQ-ACCOUNT  PIC  9(07).
           03  WS-NQ-EVENT    PIC  X(02).
           03  WS-NQ-REF      PIC  X(14).
           03  WS-NQ-PROGRAM  PIC  X(06).
           03  WS-NQ-RESULT   PIC  9(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "SERVICE LEVEL AGREEMENTS" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN INPUT DCONTR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DCONTR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O JOBCAL.
           IF WS-STATUS = "35"
               OPEN OUTPUT JOBCAL
               CLOSE JOBCAL
               OPEN I-O JOBCAL.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBCAL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE DCONTR
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'L'og call  'T'imes  'B'reach report  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0565
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "L"
               PERFORM BA000-LOG THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "T"
               PERFORM CA000-TIMES THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "B"
               PERFORM DA000-BREACH THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE DCONTR JOBCAL.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O G   A   C A L L - O U T                         *
      *                                                                *
      ******************************************************************
       BA000-LOG.
             DISPLAY "Contract account ('0' ends)  :" AT 0712.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-EXIT.
             PERFORM XB000-FIND-CONTRACT THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No active contract on DCONTR" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-LOG.
           IF CON-SLA-RESP NOT NUMERIC OR CON-SLA-FIX NOT NUMERIC
               DISPLAY "Contract carries no service-level terms"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO BA000-LOG.
           IF CON-SLA-RESP = ZERO AND CON-SLA-FIX = ZERO
               DISPLAY "Contract carries no service-level terms"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO BA000-LOG.
             DISPLAY CON-DESC AT 0812 WITH FOREGROUND-COLOR 11.
             PERFORM XS100-SHOW-TERMS THRU XS100-EXIT.
       BA000-JOB.
             DISPLAY "Job number ('0' next free)   :" AT 1012.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 1046
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               PERFORM XN000-NEXT-JOB THRU XN000-EXIT
               MOVE WS-NEXT-JOB TO WS-JOB
               DISPLAY WS-JOB AT 1046 WITH FOREGROUND-COLOR 11.
             PERFORM XC000-FIND-CALL THRU XC000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Job is already logged as a call-out" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-JOB.
             DISPLAY "Fault reported               :" AT 1112.
             MOVE SPACES        TO WS-DESC.
             ACCEPT WS-DESC AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DESC = SPACES
               GO TO BA000-JOB.
             PERFORM XT000-NOW THRU XT000-EXIT.
             DISPLAY "Logged date (YYYYMMDD)       :" AT 1212.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 1246
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Logged time (HHMM)           :" AT 1312.
             MOVE WS-NOW-HHMM   TO WS-TIME.
             ACCEPT WS-TIME AT 1346
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-TIME       TO WS-EL-FROM-TIME.
           IF WS-EL-FROM-HH > 23 OR WS-EL-FROM-MM > 59
               DISPLAY "Invalid time                " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-JOB.
       BA000-ACTION.
             DISPLAY "'K'eep  'A'bandon            :" AT 1512.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1546
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Call not logged             " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-LOG.
           IF WS-ACTION NOT = "K"
               GO TO BA000-ACTION.
             MOVE SPACES        TO CAL-RECORD.
             MOVE WS-JOB        TO CAL-JOB.
             MOVE WS-ACCOUNT    TO CAL-ACCOUNT.
             MOVE WS-DESC       TO CAL-DESC.
             MOVE WS-DATE       TO CAL-LOG-DATE.
             MOVE WS-TIME       TO CAL-LOG-TIME.
             MOVE ZERO          TO CAL-ATT-DATE CAL-ATT-TIME
                                   CAL-FIX-DATE CAL-FIX-TIME.
             MOVE "O"           TO CAL-STATUS.
             PERFORM XN100-NEXT-CAL THRU XN100-EXIT.
             MOVE WS-NEXT-KEY   TO WS-CALKEY.
             WRITE CAL-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBCAL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-LOG.
             DISPLAY "Call logged as job " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-JOB WITH FOREGROUND-COLOR 11.
             GO TO BA000-LOG.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A T T E N D A N C E   A N D   C O M P L E T I O N   *
      *                                                                *
      ******************************************************************
       CA000-TIMES.
             DISPLAY "Job number ('0' ends)        :" AT 0712.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO CA000-EXIT.
             PERFORM XC000-FIND-CALL THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Job is not logged as a call-out" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-TIMES.
             DISPLAY CAL-DESC AT 0812 WITH FOREGROUND-COLOR 11.
             DISPLAY "Logged " AT 0912.
             DISPLAY CAL-LOG-DATE AT 0919 WITH FOREGROUND-COLOR 11.
             DISPLAY CAL-LOG-TIME AT 0928 WITH FOREGROUND-COLOR 11.
             DISPLAY "account " AT 0934.
             DISPLAY CAL-ACCOUNT AT 0942 WITH FOREGROUND-COLOR 11.
             MOVE CAL-STATUS    TO WS-WAS-STATUS.
             PERFORM XT000-NOW THRU XT000-EXIT.
      *
      *    The next stage not yet reached is offered as now
      *
             MOVE CAL-ATT-DATE  TO WS-ATT-DATE.
             MOVE CAL-ATT-TIME  TO WS-ATT-TIME.
             MOVE CAL-FIX-DATE  TO WS-FIX-DATE.
             MOVE CAL-FIX-TIME  TO WS-FIX-TIME.
           IF WS-ATT-DATE = ZERO
               MOVE WS-TODAY-N  TO WS-ATT-DATE
               MOVE WS-NOW-HHMM TO WS-ATT-TIME
           ELSE
           IF WS-FIX-DATE = ZERO
               MOVE WS-TODAY-N  TO WS-FIX-DATE
               MOVE WS-NOW-HHMM TO WS-FIX-TIME.
       CA000-ATTEND.
             DISPLAY "First attended (YYYYMMDD)    :" AT 1012.
             ACCEPT WS-ATT-DATE AT 1046
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Attended time (HHMM)         :" AT 1112.
             ACCEPT WS-ATT-TIME AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Completed ('0' not yet)      :" AT 1212.
             ACCEPT WS-FIX-DATE AT 1246
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Completed time (HHMM)        :" AT 1312.
             ACCEPT WS-FIX-TIME AT 1346
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-ATT-TIME   TO WS-EL-FROM-TIME.
             MOVE WS-FIX-TIME   TO WS-EL-TO-TIME.
           IF WS-EL-FROM-HH > 23 OR WS-EL-FROM-MM > 59
            OR WS-EL-TO-HH > 23 OR WS-EL-TO-MM > 59
               DISPLAY "Invalid time                " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-ATTEND.
           IF WS-ATT-DATE = ZERO AND WS-FIX-DATE NOT = ZERO
               DISPLAY "A call is attended before it is completed"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-ATTEND.
           IF WS-ATT-DATE NOT = ZERO
            AND (WS-ATT-DATE < CAL-LOG-DATE
             OR (WS-ATT-DATE = CAL-LOG-DATE
             AND WS-ATT-TIME < CAL-LOG-TIME))
               DISPLAY "Attended before the call was logged"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-ATTEND.
           IF WS-FIX-DATE NOT = ZERO
            AND (WS-FIX-DATE < WS-ATT-DATE
             OR (WS-FIX-DATE = WS-ATT-DATE
             AND WS-FIX-TIME < WS-ATT-TIME))
               DISPLAY "Completed before it was attended"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-ATTEND.
       CA000-ACTION.
             DISPLAY "'K'eep 'C'ancel call 'A'bandon:" AT 1512.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1546
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               GO TO CA000-TIMES.
           IF NOT (WS-ACTION = "K" OR "C")
               GO TO CA000-ACTION.
           IF WS-ACTION = "C"
               MOVE "X"         TO CAL-STATUS
               GO TO CA000-SAVE.
           IF WS-ATT-DATE = ZERO
               MOVE ZERO        TO WS-ATT-TIME WS-FIX-TIME.
           IF WS-FIX-DATE = ZERO
               MOVE ZERO        TO WS-FIX-TIME.
             MOVE WS-ATT-DATE   TO CAL-ATT-DATE.
             MOVE WS-ATT-TIME   TO CAL-ATT-TIME.
             MOVE WS-FIX-DATE   TO CAL-FIX-DATE.
             MOVE WS-FIX-TIME   TO CAL-FIX-TIME.
             MOVE "O"           TO CAL-STATUS.
           IF CAL-ATT-DATE NOT = ZERO
               MOVE "A"         TO CAL-STATUS.
           IF CAL-FIX-DATE NOT = ZERO
               MOVE "C"         TO CAL-STATUS.
       CA000-SAVE.
             REWRITE CAL-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBCAL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-TIMES.
           IF CAL-CANCELLED
               DISPLAY "Call cancelled              " AT 2312
                       WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Call times saved            " AT 2312
                       WITH FOREGROUND-COLOR 10.
           IF CAL-COMPLETE AND WS-WAS-STATUS NOT = "C"
               PERFORM CB000-NOTIFY THRU CB000-EXIT.
             GO TO CA000-TIMES.
       CA000-EXIT.
             EXIT.
      *
      *    ****    T E L L   T H E   C U S T O M E R   T H E
      *    ****    J O B   I S   C O M P L E T E
      *
       CB000-NOTIFY.
             MOVE CAL-JOB       TO WS-NQ-JOB.
             MOVE CAL-ACCOUNT   TO WS-NQ-ACCOUNT.
             MOVE "JC"          TO WS-NQ-EVENT.
             MOVE SPACES        TO WS-NQ-REF.
             MOVE "JCP018"      TO WS-NQ-PROGRAM.
             CALL "NTFQUE" USING WS-NQ-PARAMS.
           IF WS-NQ-RESULT = ZERO
               DISPLAY "Call completed - customer notified  " AT 2312
                       WITH FOREGROUND-COLOR 10.
           IF WS-NQ-RESULT = 1
               DISPLAY "Call completed - customer already told"
                       AT 2312 WITH FOREGROUND-COLOR 10.
           IF WS-NQ-RESULT = 2
               DISPLAY "Call completed - no contact to notify" AT 2312
                       WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 9
               DISPLAY "Call completed - notification failed" AT 2312
                       WITH FOREGROUND-COLOR 14.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M O N T H L Y   B R E A C H   R E P O R T           *
      *                                                                *
      *    Each contract with service-level terms, the calls logged    *
      *    to it in the month, and the penalty calculated onto         *
      *    SLAPEN for DTP054 to credit.                                *
      *                                                                *
      ******************************************************************
       DA000-BREACH.
             DISPLAY "Report for month (YYYYMM)    :" AT 0712.
             COMPUTE WS-YYYYMM = WS-TDY-YEAR * 100 + WS-TDY-MONTH.
             ACCEPT WS-YYYYMM AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-YYYYMM = ZERO
               GO TO DA000-EXIT.
             OPEN I-O SLAPEN.
           IF WS-STATUS = "35"
               OPEN OUTPUT SLAPEN
               CLOSE SLAPEN
               OPEN I-O SLAPEN.
           IF WS-STATUS NOT = "00"
               DISPLAY "SLAPEN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XT000-NOW THRU XT000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "SERVICE-LEVEL BREACH REPORT FOR " WS-YYYYMM
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "  JOB     FAULT                           "
                    "LOGGED          RESP HRS  FIX HRS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-TOT-CALLS WS-TOT-BREACH
                                   WS-TOT-PENALTY.
             MOVE 1             TO WS-CONKEY.
             START DCONTR KEY NOT < WS-CONKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ DCONTR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF NOT CON-ACTIVE
               GO TO DA000-READ.
           IF CON-SLA-RESP NOT NUMERIC OR CON-SLA-FIX NOT NUMERIC
            OR CON-SLA-PEN-PCT NOT NUMERIC
               GO TO DA000-READ.
           IF CON-SLA-RESP = ZERO AND CON-SLA-FIX = ZERO
               GO TO DA000-READ.
             PERFORM DB000-CONTRACT THRU DB000-EXIT.
             GO TO DA000-READ.
       DA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-TOT-PENALTY
                                TO WS-ED-MONEY.
             MOVE SPACES        TO REP-LINE.
             STRING "TOTAL CALLS " WS-TOT-CALLS "  BREACHED "
                    WS-TOT-BREACH "  PENALTIES " WS-ED-MONEY
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE SLAPEN PRNREP.
             DISPLAY "Breach report on JCP018.PRN " AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      *
      *    ****    O N E   C O N T R A C T ' S   M O N T H
      *
       DB000-CONTRACT.
             MOVE ZERO          TO WS-CALLS WS-RESP-MET WS-FIX-MET
                                   WS-BREACHES.
             MOVE CON-ACCOUNT   TO WS-ACCOUNT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE CON-SLA-RESP  TO WS-ED-COUNT.
             MOVE SPACES        TO REP-LINE.
             STRING CON-ACCOUNT "  " CON-DESC "  RESPOND "
                    WS-ED-COUNT " HRS" DELIMITED SIZE INTO REP-LINE.
             MOVE CON-SLA-FIX   TO WS-ED-COUNT.
             MOVE "  FIX "      TO REP-LINE (57:6).
             MOVE WS-ED-COUNT   TO REP-LINE (63:3).
             MOVE " HRS"        TO REP-LINE (66:4).
           IF CON-SLA-BUSINESS
               MOVE "  BUSINESS HOURS" TO REP-LINE (70:16)
           ELSE
               MOVE "  24 X 7"  TO REP-LINE (70:8).
             WRITE REP-LINE.
             MOVE 1             TO WS-CALKEY.
             START JOBCAL KEY NOT < WS-CALKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-TOTAL.
       DB000-READ.
             READ JOBCAL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-TOTAL.
           IF CAL-ACCOUNT NOT = WS-ACCOUNT OR CAL-CANCELLED
               GO TO DB000-READ.
             DIVIDE CAL-LOG-DATE BY 100 GIVING WS-CAL-YYYYMM.
           IF WS-CAL-YYYYMM NOT = WS-YYYYMM
               GO TO DB000-READ.
             PERFORM DC000-MEASURE THRU DC000-EXIT.
             ADD 1              TO WS-CALLS.
           IF WS-RESP-BREACH = ZERO
               ADD 1            TO WS-RESP-MET.
           IF WS-FIX-BREACH = ZERO
               ADD 1            TO WS-FIX-MET.
           IF WS-RESP-BREACH = ZERO AND WS-FIX-BREACH = ZERO
               GO TO DB000-READ.
             ADD 1              TO WS-BREACHES.
             MOVE SPACES        TO WS-BR-LINE.
             MOVE CAL-JOB       TO WS-BR-JOB.
             MOVE CAL-DESC      TO WS-BR-DESC.
             MOVE CAL-LOG-DATE  TO WS-BR-LOGGED.
             MOVE CAL-LOG-TIME  TO WS-BR-LTIME.
             COMPUTE WS-BR-RESP ROUNDED = WS-RESP-MIN / 60.
             COMPUTE WS-BR-FIX ROUNDED = WS-FIX-MIN / 60.
           IF WS-RESP-BREACH = 1 AND WS-FIX-BREACH = 1
               MOVE "RESPONSE AND FIX BREACHED" TO WS-BR-FLAG
           ELSE
           IF WS-RESP-BREACH = 1
               MOVE "RESPONSE BREACHED" TO WS-BR-FLAG
           ELSE
               MOVE "FIX BREACHED" TO WS-BR-FLAG.
           IF NOT CAL-COMPLETE
               MOVE "(OPEN)"    TO WS-BR-FLAG (26:5).
             WRITE REP-LINE FROM WS-BR-LINE.
             GO TO DB000-READ.
      *
      *    Compliance, and the penalty - the contract's percent of
      *    its period amount per breached call, capped at the amount
      *
       DB000-TOTAL.
             MOVE ZERO          TO WS-PENALTY.
           IF WS-BREACHES NOT = ZERO
               COMPUTE WS-PENALTY ROUNDED = CON-AMOUNT
                       * CON-SLA-PEN-PCT / 100 * WS-BREACHES.
           IF WS-PENALTY > CON-AMOUNT
               MOVE CON-AMOUNT  TO WS-PENALTY.
             MOVE 100           TO WS-PCT.
           IF WS-CALLS NOT = ZERO
               COMPUTE WS-PCT ROUNDED = WS-RESP-MET * 100 / WS-CALLS.
             MOVE WS-PCT        TO WS-ED-PCT.
             MOVE 100           TO WS-PCT.
           IF WS-CALLS NOT = ZERO
               COMPUTE WS-PCT ROUNDED = WS-FIX-MET * 100 / WS-CALLS.
             MOVE WS-PCT        TO WS-ED-PCT2.
             MOVE WS-PENALTY    TO WS-ED-MONEY.
             MOVE SPACES        TO REP-LINE.
             STRING "    CALLS " WS-CALLS "  RESPONSE MET " WS-ED-PCT
                    "%  FIX MET " WS-ED-PCT2 "%  BREACHED "
                    WS-BREACHES "  PENALTY " WS-ED-MONEY
                    DELIMITED SIZE INTO REP-LINE.
             PERFORM DD000-PENALTY THRU DD000-EXIT.
           IF WS-FOUND = 2
               MOVE "  ALREADY CREDITED" TO REP-LINE (86:18).
             WRITE REP-LINE.
             ADD WS-CALLS       TO WS-TOT-CALLS.
             ADD WS-BREACHES    TO WS-TOT-BREACH.
             ADD WS-PENALTY     TO WS-TOT-PENALTY.
       DB000-EXIT.
             EXIT.
      *
      *    ****    M E A S U R E   O N E   C A L L
      *
      *    Logged to first attendance and logged to completion; a
      *    stage not yet reached is measured to now.
      *
       DC000-MEASURE.
             MOVE ZERO          TO WS-RESP-BREACH WS-FIX-BREACH.
             MOVE CON-SLA-COVER TO WS-EL-COVER.
             MOVE CAL-LOG-DATE  TO WS-EL-FROM-DATE.
             MOVE CAL-LOG-TIME  TO WS-EL-FROM-TIME.
             MOVE CAL-ATT-DATE  TO WS-EL-TO-DATE.
             MOVE CAL-ATT-TIME  TO WS-EL-TO-TIME.
           IF CAL-ATT-DATE = ZERO
               MOVE WS-TODAY-N  TO WS-EL-TO-DATE
               MOVE WS-NOW-HHMM TO WS-EL-TO-TIME.
             PERFORM XE000-ELAPSED THRU XE000-EXIT.
             MOVE WS-EL-MINUTES TO WS-RESP-MIN.
             MOVE CAL-FIX-DATE  TO WS-EL-TO-DATE.
             MOVE CAL-FIX-TIME  TO WS-EL-TO-TIME.
           IF CAL-FIX-DATE = ZERO
               MOVE WS-TODAY-N  TO WS-EL-TO-DATE
               MOVE WS-NOW-HHMM TO WS-EL-TO-TIME.
             PERFORM XE000-ELAPSED THRU XE000-EXIT.
             MOVE WS-EL-MINUTES TO WS-FIX-MIN.
           IF CON-SLA-RESP NOT = ZERO
            AND WS-RESP-MIN > CON-SLA-RESP * 60
               MOVE 1           TO WS-RESP-BREACH.
           IF CON-SLA-FIX NOT = ZERO
            AND WS-FIX-MIN > CON-SLA-FIX * 60
               MOVE 1           TO WS-FIX-BREACH.
       DC000-EXIT.
             EXIT.
      *
      *    ****    P E N A L T Y   O N T O   S L A P E N
      *
      *    WS-FOUND comes back 2 when the month is already credited.
      *
       DD000-PENALTY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PENKEY.
             START SLAPEN KEY NOT < WS-PENKEY.
           IF WS-STATUS NOT = "00"
               GO TO DD000-NEW.
       DD000-READ.
             READ SLAPEN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DD000-NEW.
           IF PEN-ACCOUNT NOT = WS-ACCOUNT OR PEN-YYYYMM NOT = WS-YYYYMM
               GO TO DD000-READ.
           IF PEN-RAISED
               MOVE 2           TO WS-FOUND
               GO TO DD000-EXIT.
             MOVE WS-CALLS      TO PEN-CALLS.
             MOVE WS-BREACHES   TO PEN-BREACHES.
             MOVE WS-PENALTY    TO PEN-AMOUNT.
             MOVE CON-VAT-CODE  TO PEN-VAT-CODE.
             REWRITE PEN-RECORD.
             GO TO DD000-EXIT.
       DD000-NEW.
           IF WS-PENALTY = ZERO
               GO TO DD000-EXIT.
             PERFORM XN200-NEXT-PEN THRU XN200-EXIT.
             MOVE SPACES        TO PEN-RECORD.
             MOVE WS-ACCOUNT    TO PEN-ACCOUNT.
             MOVE WS-YYYYMM     TO PEN-YYYYMM.
             MOVE WS-CALLS      TO PEN-CALLS.
             MOVE WS-BREACHES   TO PEN-BREACHES.
             MOVE WS-PENALTY    TO PEN-AMOUNT.
             MOVE CON-VAT-CODE  TO PEN-VAT-CODE.
             MOVE "C"           TO PEN-STATUS.
             MOVE ZERO          TO PEN-RAISED-DATE.
             MOVE WS-NEXT-KEY   TO WS-PENKEY.
             WRITE PEN-RECORD.
       DD000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A N   A C T I V E   C O N T R A C T
      *
       XB000-FIND-CONTRACT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-CONKEY.
             START DCONTR KEY NOT < WS-CONKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ DCONTR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF CON-ACCOUNT = WS-ACCOUNT AND CON-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   C A L L   B Y   J O B
      *
       XC000-FIND-CALL.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-CALKEY.
             START JOBCAL KEY NOT < WS-CALKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ JOBCAL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF CAL-JOB = WS-JOB
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    M I N U T E S   B E T W E E N   T W O   T I M E S
      *
      *    Business hours count only the part of each weekday
      *    between WS-BUS-START and WS-BUS-END.  The serial day
      *    number divided by 7 leaves 0 on a Saturday and 1 on a
      *    Sunday.
      *
       XE000-ELAPSED.
             MOVE ZERO          TO WS-EL-MINUTES.
             MOVE WS-EL-FROM-DATE
                                TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-EL-FROM-DAY.
             MOVE WS-EL-TO-DATE TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-EL-TO-DAY.
             COMPUTE WS-EL-FROM-MIN = WS-EL-FROM-HH * 60
                                    + WS-EL-FROM-MM.
             COMPUTE WS-EL-TO-MIN = WS-EL-TO-HH * 60 + WS-EL-TO-MM.
           IF WS-EL-TO-DAY < WS-EL-FROM-DAY
               GO TO XE000-EXIT.
           IF WS-EL-TO-DAY = WS-EL-FROM-DAY
            AND WS-EL-TO-MIN NOT > WS-EL-FROM-MIN
               GO TO XE000-EXIT.
           IF WS-EL-COVER = "B"
               GO TO XE000-BUSINESS.
             COMPUTE WS-EL-MINUTES
                   = (WS-EL-TO-DAY - WS-EL-FROM-DAY) * 1440
                   + WS-EL-TO-MIN - WS-EL-FROM-MIN.
             GO TO XE000-EXIT.
       XE000-BUSINESS.
             MOVE WS-EL-FROM-DAY
                                TO WS-EL-DAY.
       XE000-DAY.
             DIVIDE WS-EL-DAY BY 7 GIVING WS-EL-WEEKS
                    REMAINDER WS-EL-WEEKDAY.
           IF WS-EL-WEEKDAY < 2
               GO TO XE000-NEXT.
             MOVE WS-BUS-START  TO WS-EL-START.
             MOVE WS-BUS-END    TO WS-EL-END.
           IF WS-EL-DAY = WS-EL-FROM-DAY
            AND WS-EL-FROM-MIN > WS-EL-START
               MOVE WS-EL-FROM-MIN
                                TO WS-EL-START.
           IF WS-EL-DAY = WS-EL-TO-DAY
            AND WS-EL-TO-MIN < WS-EL-END
               MOVE WS-EL-TO-MIN
                                TO WS-EL-END.
           IF WS-EL-END > WS-EL-START
               COMPUTE WS-EL-MINUTES = WS-EL-MINUTES
                                     + WS-EL-END - WS-EL-START.
       XE000-NEXT.
             ADD 1              TO WS-EL-DAY.
           IF WS-EL-DAY NOT > WS-EL-TO-DAY
               GO TO XE000-DAY.
       XE000-EXIT.
             EXIT.
      *
      *    ****    N E X T   J O B   N U M B E R
      *
      *    One past the highest on JOBDET or already logged here.
      *
       XN000-NEXT-JOB.
             MOVE ZERO          TO WS-NEXT-JOB.
             OPEN INPUT JOBDET.
           IF WS-STATUS NOT = "00"
               GO TO XN000-CALLS.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-CLOSE.
       XN000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-CLOSE.
           IF JBD-JOB-NO > WS-NEXT-JOB
               MOVE JBD-JOB-NO  TO WS-NEXT-JOB.
             GO TO XN000-READ.
       XN000-CLOSE.
             CLOSE JOBDET.
       XN000-CALLS.
             MOVE 1             TO WS-CALKEY.
             START JOBCAL KEY NOT < WS-CALKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-DONE.
       XN000-CALL.
             READ JOBCAL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-DONE.
           IF CAL-JOB > WS-NEXT-JOB
               MOVE CAL-JOB     TO WS-NEXT-JOB.
             GO TO XN000-CALL.
       XN000-DONE.
             ADD 1              TO WS-NEXT-JOB.
       XN000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T S
      *
       XN100-NEXT-CAL.
             MOVE 1             TO WS-NEXT-KEY WS-CALKEY.
             START JOBCAL KEY NOT < WS-CALKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
       XN100-READ.
             READ JOBCAL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
             COMPUTE WS-NEXT-KEY = WS-CALKEY + 1.
             GO TO XN100-READ.
       XN100-EXIT.
             EXIT.
      *
       XN200-NEXT-PEN.
             MOVE 1             TO WS-NEXT-KEY WS-PENKEY.
             START SLAPEN KEY NOT < WS-PENKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN200-EXIT.
       XN200-READ.
             READ SLAPEN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN200-EXIT.
             COMPUTE WS-NEXT-KEY = WS-PENKEY + 1.
             GO TO XN200-READ.
       XN200-EXIT.
             EXIT.
      *
      *    ****    S E R I A L   D A Y   N U M B E R
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
      *
      *    ****    T H E   C O N T R A C T ' S   T E R M S
      *
       XS100-SHOW-TERMS.
             DISPLAY "Respond in     hrs, fix in     hrs" AT 0912.
             DISPLAY CON-SLA-RESP AT 0923 WITH FOREGROUND-COLOR 11.
             DISPLAY CON-SLA-FIX AT 0940 WITH FOREGROUND-COLOR 11.
           IF CON-SLA-BUSINESS
               DISPLAY "business hours" AT 0948
                       WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY "24 x 7        " AT 0948
                       WITH FOREGROUND-COLOR 11.
       XS100-EXIT.
             EXIT.
      *
      *    ****    T H E   T I M E   N O W   ( H H M M )
      *
       XT000-NOW.
             ACCEPT WS-NOW FROM TIME.
             COMPUTE WS-NOW-HHMM = WS-NOW-HH * 100 + WS-NOW-MM.
       XT000-EXIT.
             EXIT.
