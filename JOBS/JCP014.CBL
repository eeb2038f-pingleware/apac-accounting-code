      *    can stop work and re-quote before the customer screams.     *
      *    The job invoicing run (JCP011) shows both columns.          *
      *                                                                *
      *    When an estimate has been captured the job's customer can   *
      *    be told it is awaiting their approval (NTFQUE, event EA).   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP014.
       77  WS-ACT-TOT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LIMIT       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-APPROVED    PIC  9(01)     VALUE ZERO.
       77  WS-ADDED       PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-NOTIFY      PIC  X(01)     VALUE SPACE.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  WS-DT-VAR     PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-FLAG    PIC  X(16).

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
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-ADDED.
       BA000-LINE.
             MOVE SPACES        TO EST-RECORD.
             MOVE WS-JOB        TO EST-JOB-NO.
             ACCEPT EST-TYPE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF EST-TYPE = SPACE
            AND WS-ADDED NOT = ZERO
               PERFORM BB000-NOTIFY THRU BB000-EXIT.
           IF EST-TYPE = SPACE
               GO TO BA000-CAPTURE.
           IF EST-TYPE = "p"
             PERFORM XD000-NEXT-EST THRU XD000-EXIT.
             MOVE WS-ESTKEY     TO EST-LINE.
             WRITE EST-RECORD.
             ADD 1              TO WS-ADDED.
             DISPLAY "Line added                  " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-LINE.
       BA000-EXIT.
             EXIT.
      *
      *    ****    T E L L   T H E   C U S T O M E R   T H E
      *    ****    E S T I M A T E   I S   R E A D Y
      *
      *    The job's contact must be on file (JCP019).
      *
       BB000-NOTIFY.
             DISPLAY "Send for approval (Y/N)      :" AT 1312.
             MOVE "Y"           TO WS-NOTIFY.
             ACCEPT WS-NOTIFY AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-NOTIFY = "y"
               MOVE "Y"         TO WS-NOTIFY.
           IF WS-NOTIFY NOT = "Y"
               GO TO BB000-EXIT.
             MOVE WS-JOB        TO WS-NQ-JOB.
             MOVE ZERO          TO WS-NQ-ACCOUNT.
             MOVE "EA"          TO WS-NQ-EVENT.
             MOVE SPACES        TO WS-NQ-REF.
             MOVE "JCP014"      TO WS-NQ-PROGRAM.
             CALL "NTFQUE" USING WS-NQ-PARAMS.
           IF WS-NQ-RESULT = ZERO
               DISPLAY "Customer asked to approve    " AT 2312
                       WITH FOREGROUND-COLOR 10.
           IF WS-NQ-RESULT = 1
               DISPLAY "Customer already asked today " AT 2312
                       WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 2
               DISPLAY "Not sent - no contact for job" AT 2312
                       WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 9
               DISPLAY "Notification files unavailable" AT 2312
                       WITH FOREGROUND-COLOR 14.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
