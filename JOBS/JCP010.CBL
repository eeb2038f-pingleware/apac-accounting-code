      *      'C'  capture time per technician / job / day              *
      *      'P'  post captured time to JOBDET as labour lines         *
      *      'M'  unposted and missing-time control report             *
      *      'A'  hours captured against the hours planned on the      *
      *           dispatch board (JOBSCH) per job                      *
      *                                                                *
      *    Capture shows the job's planned and captured hours as       *
      *    each job is entered.  Job '0' takes paid non-job time -     *
      *    'T'raining, tra'V'el or 'O'ther - which is paid through     *
      *    the payroll export but never posted to a job.  Dates        *
      *    inside a pay period already exported to the payroll         *
      *    bureau (JCP020, PAYPER) are locked against new time.  The   *
      *    rates screen also keeps the bureau's employee number.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY JOBDET.SL.

       COPY TECRAT.SL.

       COPY JOBSCH.SL.

       COPY TIMSHT.SL.

       COPY PAYPER.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS

       COPY JOBDET.FDE.

       COPY TECRAT.FDE.

       COPY JOBSCH.FDE.

       COPY TIMSHT.FDE.

       COPY PAYPER.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JCP010.PRN".
       77  WS-JBDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TECKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TMSKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SCDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PPRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CUR-SCD     PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-NEXT-TMS    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-JBD    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-POSTED      PIC  9(05)     VALUE ZERO.
       77  WS-TOT-HOURS   PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-NO-JOBSCH   PIC  9(01)     VALUE ZERO.
       77  WS-NO-PAYPER   PIC  9(01)     VALUE ZERO.
       77  WS-KIND        PIC  X(01)     VALUE SPACE.
       77  WS-PLANNED     PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-ACTUAL      PIC S9(05)V99  COMP-3 VALUE ZERO.
       77  WS-ED-HOURS    PIC  ZZZZ9.99-.
       77  WS-ED-HOURS2   PIC  ZZZZ9.99-.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  WS-CT-HOURS   PIC  ZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CT-FLAG    PIC  X(10).

       01  WS-PA-LINE.
           03  WS-PA-JOB     PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PA-DESC    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PA-PLANNED PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PA-ACTUAL  PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PA-VAR     PIC  ZZZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PA-FLAG    PIC  X(10).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
               DISPLAY "TIMSHT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
      *
      *    The dispatch board's visits are read only; planned hours
      *    are simply not shown until JCP017 has created JOBSCH.
      *
             MOVE ZERO          TO WS-NO-JOBSCH.
             OPEN INPUT JOBSCH.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-JOBSCH.
      *
      *    No pay period has been exported until JCP020 has created
      *    PAYPER, and nothing is locked.
      *
             MOVE ZERO          TO WS-NO-PAYPER.
             OPEN INPUT PAYPER.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-PAYPER.
       AA000-MENU.
             DISPLAY "Option - 'T'ech rates 'C'apture 'P'ost "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'M'issing 'A'ctual/plan 'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0580
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
           IF WS-OPTION = "M"
               PERFORM EA000-CONTROL THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM FA000-PLAN-ACTUAL THRU FA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE TECRAT TIMSHT.
           IF WS-NO-JOBSCH = ZERO
               CLOSE JOBSCH.
           IF WS-NO-PAYPER = ZERO
               CLOSE PAYPER.
       AZ100.
             EXIT PROGRAM.
       AZ105.
               MOVE SPACES      TO TEC-RECORD
               MOVE WS-TECH     TO TEC-TECH
               MOVE "A"         TO TEC-STATUS
               MOVE ZERO        TO TEC-COST-RATE TEC-CHARGE-RATE
                                   TEC-DAY-HOURS.
             DISPLAY "Name                         :" AT 0812.
             ACCEPT TEC-NAME AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-RATE       TO TEC-CHARGE-RATE.
             DISPLAY "Payroll employee number      :" AT 1112.
             ACCEPT TEC-PAY-NO AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-FOUND = ZERO
               MOVE WS-TECH     TO WS-TECKEY
               WRITE TEC-RECORD
               GO TO CA000-CAPTURE.
             DISPLAY TEC-NAME AT 0752
                     WITH FOREGROUND-COLOR 10.
             MOVE WS-TODAY-N    TO WS-DATE.
       CA000-DATE.
             DISPLAY "Work date (YYYYMMDD)         :" AT 0812.
             ACCEPT WS-DATE AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             PERFORM XW000-LOCKED THRU XW000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Pay period exported - date locked" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-DATE.
       CA000-JOB.
             DISPLAY "Job number ('0' ends day)    :" AT 0912.
             MOVE ZERO          TO WS-JOB.
             MOVE SPACE         TO WS-KIND.
             ACCEPT WS-JOB AT 0946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO CA000-OTHER.
           IF WS-NO-JOBSCH = ZERO
               PERFORM XP000-PLANNED THRU XP000-EXIT
               PERFORM XA000-ACTUAL THRU XA000-EXIT
               MOVE WS-PLANNED  TO WS-ED-HOURS
               MOVE WS-ACTUAL   TO WS-ED-HOURS2
               DISPLAY "Planned / captured so far    :" AT 1312
               DISPLAY WS-ED-HOURS AT 1346 WITH FOREGROUND-COLOR 11
                       " / " WITH FOREGROUND-COLOR 11
                       WS-ED-HOURS2 WITH FOREGROUND-COLOR 11.
             GO TO CA000-HOURS.
      *
      *    Paid time that is not on any job.  A blank ends the day.
      *
       CA000-OTHER.
             DISPLAY "Other time T/V/O (blank ends):" AT 0912.
             MOVE SPACE         TO WS-KIND.
             ACCEPT WS-KIND AT 0946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-KIND = SPACE
               GO TO CA000-CAPTURE.
           IF WS-KIND NOT = "T" AND NOT = "V" AND NOT = "O"
               DISPLAY "'T'raining, tra'V'el or 'O'ther" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-OTHER.
       CA000-HOURS.
             DISPLAY "Hours                        :" AT 1012.
             MOVE ZERO          TO WS-HOURS.
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE SPACE         TO TMS-POSTED.
             MOVE WS-KIND       TO TMS-KIND.
             MOVE SPACE         TO TMS-PAID.
             PERFORM XN000-NEXT-TMS THRU XN000-EXIT.
             MOVE WS-NEXT-TMS   TO WS-TMSKEY.
             WRITE TMS-RECORD.
             READ TIMSHT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
           IF TMS-TO-JOB OR TMS-NON-JOB
               GO TO DA000-READ.
             MOVE TMS-TECH      TO WS-TECH.
             PERFORM XT000-FIND-TECH THRU XT000-EXIT.
             READ TIMSHT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-MISSING.
           IF TMS-TO-JOB OR TMS-NON-JOB
               GO TO EA000-READ.
             MOVE SPACES        TO WS-CT-LINE.
             MOVE TMS-TECH      TO WS-CT-TECH.
       EB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P L A N N E D   V   A C T U A L   H O U R S         *
      *                                                                *
      *    Each job booked on the dispatch board once, at its first    *
      *    visit: the hours planned on all its visits against all      *
      *    the time captured to it, posted or not.                     *
      *                                                                *
      ******************************************************************
       FA000-PLAN-ACTUAL.
           IF WS-NO-JOBSCH = 1
               DISPLAY "No visits booked on JOBSCH  " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO FA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "PLANNED V ACTUAL HOURS BY JOB" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "JOB     DESCRIPTION                       PLANNED"
                    "     ACTUAL   VARIANCE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-CUR-SCD.
       FA000-NEXT.
             COMPUTE WS-SCDKEY = WS-CUR-SCD + 1.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-DONE.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-DONE.
             MOVE WS-SCDKEY     TO WS-CUR-SCD.
           IF NOT SCD-ACTIVE
               GO TO FA000-NEXT.
             MOVE SCD-JOB       TO WS-JOB.
             MOVE SPACES        TO WS-PA-LINE.
             MOVE SCD-DESC      TO WS-PA-DESC.
             PERFORM FB000-EARLIER THRU FB000-EXIT.
           IF WS-FOUND = 1
               GO TO FA000-NEXT.
             PERFORM XP000-PLANNED THRU XP000-EXIT.
             PERFORM XA000-ACTUAL THRU XA000-EXIT.
             MOVE WS-JOB        TO WS-PA-JOB.
             MOVE WS-PLANNED    TO WS-PA-PLANNED.
             MOVE WS-ACTUAL     TO WS-PA-ACTUAL.
             COMPUTE WS-TOT-HOURS = WS-ACTUAL - WS-PLANNED.
             MOVE WS-TOT-HOURS  TO WS-PA-VAR.
           IF WS-TOT-HOURS > ZERO
               MOVE "OVER PLAN" TO WS-PA-FLAG.
             WRITE REP-LINE FROM WS-PA-LINE.
             GO TO FA000-NEXT.
       FA000-DONE.
             CLOSE PRNREP.
             DISPLAY "Plan report on JCP010.PRN   " AT 2312
                     WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      *
      *    Has the job an active visit in an earlier slot?
      *
       FB000-EARLIER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SCDKEY.
             START JOBSCH KEY NOT < WS-SCDKEY.
           IF WS-STATUS NOT = "00"
               GO TO FB000-EXIT.
       FB000-READ.
             READ JOBSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FB000-EXIT.
           IF WS-SCDKEY NOT < WS-CUR-SCD
               GO TO FB000-EXIT.
           IF SCD-JOB = WS-JOB AND SCD-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO FB000-EXIT.
             GO TO FB000-READ.
       FB000-EXIT.
             EXIT.
      /
      *
      *    ****    F I N D   A   T E C H N I C I A N
      *
       XT000-EXIT.
             EXIT.
      *
      *    ****    H O U R S   P L A N N E D   A N D   C A P T U R E D
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
       XA000-ACTUAL.
             MOVE ZERO          TO WS-ACTUAL.
             MOVE 1             TO WS-TMSKEY.
             START TIMSHT KEY NOT < WS-TMSKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ TIMSHT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF TMS-JOB = WS-JOB
               ADD TMS-HOURS    TO WS-ACTUAL.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    D A T E   I N   A N   E X P O R T E D   P E R I O D
      *
       XW000-LOCKED.
             MOVE ZERO          TO WS-FOUND.
           IF WS-NO-PAYPER = 1
               GO TO XW000-EXIT.
             MOVE 1             TO WS-PPRKEY.
             START PAYPER KEY NOT < WS-PPRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
       XW000-READ.
             READ PAYPER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
           IF PPR-EXPORTED
            AND WS-DATE NOT < PPR-FROM AND WS-DATE NOT > PPR-TO
               MOVE 1           TO WS-FOUND
               GO TO XW000-EXIT.
             GO TO XW000-READ.
       XW000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   T I M E S H E E T   K E Y
      *
       XN000-NEXT-TMS.
