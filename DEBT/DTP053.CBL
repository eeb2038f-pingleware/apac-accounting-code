      *    not double-send, and prints a register of letters           *
      *    produced for the credit meeting.                            *
      *                                                                *
      *    The run is given the debtor period it is for and is         *
      *    recorded on RUNCTL against that period with the date,       *
      *    operator, letters and amount overdue.  A second run for the *
      *    same period is refused unless a supervisor holding the      *
      *    RERUN grant authorises it through ACCCHK; the supervised    *
      *    re-run sends no letter to an account already sent one      *
      *    since the first run and ends the register with a            *
      *    reconciliation to the first run.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP053.

       COPY DEBTOR.SL.

       COPY RUNCTL.SL.

      *
      *    ****    L E T T E R   T E X T   T E M P L A T E S
      *

       COPY DEBTOR.FDE.

       COPY RUNCTL.FDE.

       FD  DUNTXT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DUNTXT.DAT".
       01  DUN-RECORD.
       77  WS-LINE-NO     PIC  9(02)     VALUE ZERO.
       77  WS-OVERDUE     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LETTERS     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-TOT-OVERDUE PIC S9(09)V99  COMP-3 VALUE ZERO.

      *
      *    ****    R U N   C O N T R O L   ( R U N C T L )
      *
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-SUPER       PIC  X(03)     VALUE SPACES.
       77  WS-RCTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-RKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RUN-SLOT    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-RUN-OK      PIC  9(01)     VALUE ZERO.
       77  WS-RERUN       PIC  9(01)     VALUE ZERO.
       77  WS-RC-PRIOR-COUNT
                          PIC  9(05)     VALUE ZERO.
       77  WS-RC-PRIOR-AMT
                          PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-RC-PRIOR-AMT-2
                          PIC S9(09)V99  COMP-3 VALUE ZERO.

      *
      *    ****    U P D A T E - J O U R N A L   H O O K
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

      *
      *    ****    R E - R U N   S U P E R V I S O R   C H E C K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER    PIC  X(03).
           03  WS-AC-PROGRAM PIC  X(08).
           03  WS-AC-ALLOWED PIC  9(01).

       01  WS-RC-LINE.
           03  WS-RC-DESC    PIC  X(20).
           03  WS-RC-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RC-USER    PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RC-COUNT   PIC  Z(04)9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RC-AMOUNT  PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RC-AMOUNT-2
                             PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RC-NOTE    PIC  X(14).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DEBTOR DUNNING LETTERS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0312.
             ACCEPT WS-OPER AT 0327
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             OPEN I-O DUNTXT.
           IF WS-STATUS = "35"
               OPEN OUTPUT DUNTXT
      *                                                                *
      ******************************************************************
       CA000-RUN.
       CA000-05.
             DISPLAY "Letters for period (1-13)    :" AT 0712.
             ACCEPT WS-PERIOD AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO CA000-05.
             DISPLAY "Financial year               :" AT 0812.
             ACCEPT WS-YEAR AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             OPEN I-O DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             PERFORM XP000-RUN-CONTROL THRU XP000-EXIT.
           IF WS-RUN-OK = ZERO
               CLOSE DEBTOR
               GO TO CA000-EXIT.
             OPEN OUTPUT PRNREP REGREP.
             MOVE "DUNNING LETTER REGISTER" TO REG-LINE.
             WRITE REG-LINE.
             MOVE SPACES        TO REG-LINE.
             WRITE REG-LINE.
             MOVE ZERO          TO WS-LETTERS WS-TOT-OVERDUE.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-READ.
      *
      *    Escalate one level at a time, never past the qualifying
      *    level; a letter already sent today is not re-sent, nor on
      *    a supervised re-run one sent since the period's first run
      *    (RCT-DATE stays in the RUNCTL record area for the run).
      *
           IF DEB-LETTER-DATE = WS-TODAY-N
               GO TO CA000-READ.
           IF WS-RERUN = 1
            AND DEB-LETTER-DATE NOT < RCT-DATE
               GO TO CA000-READ.
           IF DEB-LETTER-LEVEL NOT < WS-QUALIFY
               GO TO CA000-READ.
             COMPUTE WS-NEXT-LEVEL = DEB-LETTER-LEVEL + 1.
             REWRITE DEB-RECORD.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             ADD 1              TO WS-LETTERS.
             ADD WS-OVERDUE     TO WS-TOT-OVERDUE.
             MOVE SPACES        TO WS-REG-LINE.
             MOVE DEB-ACCOUNT   TO WS-RG-ACCOUNT.
             MOVE DEB-NAME      TO WS-RG-NAME.
             MOVE "LETTERS PRODUCED"
                                TO WS-RG-NAME.
             MOVE WS-LETTERS    TO WS-RG-ACCOUNT.
             MOVE WS-TOT-OVERDUE
                                TO WS-RG-OVERDUE.
             WRITE REG-LINE FROM WS-REG-LINE.
             PERFORM XW000-RUN-DONE THRU XW000-EXIT.
             CLOSE DEBTOR PRNREP REGREP.
             DISPLAY "Letters on DTP053.LTR, register on DTP053.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
             WRITE LTR-LINE.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R U N   C O N T R O L                               *
      *                                                                *
      *    XP000 finds the period's RUNCTL record.  None - this is     *
      *    the first run and the record is written now.  Found - the   *
      *    run is refused unless a supervisor with the RERUN grant     *
      *    keys an id, when it goes ahead as a supervised re-run       *
      *    (WS-RERUN 1) over only what the first run left undone.      *
      *    WS-RUN-OK is 1 when the run may go ahead.  XW000 stamps     *
      *    the totals at the end and, after a re-run, prints the       *
      *    reconciliation to the first run on the register.            *
      *                                                                *
      ******************************************************************
       XP000-RUN-CONTROL.
             MOVE ZERO          TO WS-RUN-OK WS-RERUN WS-RUN-SLOT.
             OPEN I-O RUNCTL.
           IF WS-STATUS = "35"
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN I-O RUNCTL.
           IF WS-STATUS NOT = "00"
               DISPLAY "RUNCTL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XP000-EXIT.
             MOVE 1             TO WS-NEXT-RKEY WS-RCTKEY.
             START RUNCTL KEY NOT < WS-RCTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-NEW.
       XP000-READ.
             READ RUNCTL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-CHECK.
             COMPUTE WS-NEXT-RKEY = WS-RCTKEY + 1.
           IF RCT-PROGRAM = "DTP053"
            AND RCT-YEAR = WS-YEAR
            AND RCT-PERIOD = WS-PERIOD
               MOVE WS-RCTKEY   TO WS-RUN-SLOT.
             GO TO XP000-READ.
       XP000-CHECK.
           IF WS-RUN-SLOT = ZERO
               GO TO XP000-NEW.
             MOVE WS-RUN-SLOT   TO WS-RCTKEY.
             READ RUNCTL.
           IF WS-STATUS NOT = "00"
               DISPLAY "RUNCTL read error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE RUNCTL
               GO TO XP000-EXIT.
             DISPLAY "Period already run on " AT 2112
                     WITH FOREGROUND-COLOR 12
                     RCT-DATE WITH FOREGROUND-COLOR 11
                     " by " WITH FOREGROUND-COLOR 12
                     RCT-USER WITH FOREGROUND-COLOR 11.
             PERFORM XQ000-SUPERVISOR THRU XQ000-EXIT.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Re-run refused - needs a supervisor's authority"
                       AT 2312 WITH FOREGROUND-COLOR 12
               CLOSE RUNCTL
               GO TO XP000-EXIT.
             MOVE RCT-RR-COUNT  TO WS-RC-PRIOR-COUNT.
             MOVE RCT-RR-AMOUNT
                                TO WS-RC-PRIOR-AMT.
             MOVE RCT-RR-AMOUNT-2
                                TO WS-RC-PRIOR-AMT-2.
             ADD 1              TO RCT-RERUNS.
             MOVE WS-TODAY-N    TO RCT-RR-DATE.
             MOVE WS-OPER       TO RCT-RR-USER.
             MOVE WS-SUPER      TO RCT-RR-SUPER.
             MOVE "S"           TO RCT-RR-STATE.
             REWRITE RCT-RECORD.
             MOVE 1             TO WS-RERUN WS-RUN-OK.
             GO TO XP000-EXIT.
       XP000-NEW.
             MOVE SPACES        TO RCT-RECORD.
             MOVE "DTP053"      TO RCT-PROGRAM.
             MOVE WS-YEAR       TO RCT-YEAR.
             MOVE WS-PERIOD     TO RCT-PERIOD.
             MOVE WS-TODAY-N    TO RCT-DATE.
             ACCEPT RCT-TIME FROM TIME.
             MOVE WS-OPER       TO RCT-USER.
             MOVE "S"           TO RCT-STATE.
             MOVE ZERO          TO RCT-COUNT RCT-AMOUNT RCT-AMOUNT-2
                                   RCT-RERUNS RCT-RR-DATE RCT-RR-COUNT
                                   RCT-RR-AMOUNT RCT-RR-AMOUNT-2.
             MOVE WS-NEXT-RKEY  TO WS-RCTKEY WS-RUN-SLOT.
             WRITE RCT-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "RUNCTL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE RUNCTL
               GO TO XP000-EXIT.
             MOVE 1             TO WS-RUN-OK.
       XP000-EXIT.
             EXIT.
      *
      *    ****    S U P E R V I S O R   F O R   A   R E - R U N
      *
       XQ000-SUPERVISOR.
             MOVE ZERO          TO WS-AC-ALLOWED.
             DISPLAY "Supervised re-run - supervisor id :" AT 2212
                     WITH FOREGROUND-COLOR 14.
             MOVE SPACES        TO WS-SUPER.
             ACCEPT WS-SUPER AT 2248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SUPER = SPACES
               GO TO XQ000-EXIT.
             MOVE WS-SUPER      TO WS-AC-USER.
             MOVE "RERUN"       TO WS-AC-PROGRAM.
             CALL "ACCCHK" USING WS-AC-PARAMS.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    S T A M P   T H E   R U N ' S   T O T A L S
      *
       XW000-RUN-DONE.
             MOVE WS-RUN-SLOT   TO WS-RCTKEY.
             READ RUNCTL.
           IF WS-STATUS NOT = "00"
               GO TO XW000-CLOSE.
           IF WS-RERUN = 1
               ADD WS-LETTERS   TO RCT-RR-COUNT
               ADD WS-TOT-OVERDUE
                                TO RCT-RR-AMOUNT
               MOVE "C"         TO RCT-RR-STATE
           ELSE
               MOVE WS-LETTERS  TO RCT-COUNT
               MOVE WS-TOT-OVERDUE
                                TO RCT-AMOUNT
               MOVE "C"         TO RCT-STATE.
             REWRITE RCT-RECORD.
           IF WS-RERUN = 1
               PERFORM XX000-RECONCILE THRU XX000-EXIT.
       XW000-CLOSE.
             CLOSE RUNCTL.
       XW000-EXIT.
             EXIT.
      *
      *    ****    R E - R U N   R E C O N C I L I A T I O N
      *
       XX000-RECONCILE.
             MOVE SPACES        TO REG-LINE.
             WRITE REG-LINE.
             MOVE "SUPERVISED RE-RUN - RECONCILIATION TO THE FIRST RUN"
                                TO REG-LINE.
             WRITE REG-LINE.
             MOVE SPACES        TO REG-LINE.
             STRING "                    DATE      USR  COUNT"
                    "        OVERDUE"
                    DELIMITED SIZE INTO REG-LINE.
             WRITE REG-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "FIRST RUN"   TO WS-RC-DESC.
             MOVE RCT-DATE      TO WS-RC-DATE.
             MOVE RCT-USER      TO WS-RC-USER.
             MOVE RCT-COUNT     TO WS-RC-COUNT.
             MOVE RCT-AMOUNT    TO WS-RC-AMOUNT.
           IF NOT RCT-COMPLETE
               MOVE "INCOMPLETE"
                                TO WS-RC-NOTE.
             WRITE REG-LINE FROM WS-RC-LINE.
           IF RCT-RERUNS > 1
               MOVE SPACES      TO WS-RC-LINE
               MOVE "EARLIER RE-RUNS"
                                TO WS-RC-DESC
               MOVE WS-RC-PRIOR-COUNT
                                TO WS-RC-COUNT
               MOVE WS-RC-PRIOR-AMT
                                TO WS-RC-AMOUNT
               WRITE REG-LINE FROM WS-RC-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "THIS RE-RUN" TO WS-RC-DESC.
             MOVE WS-TODAY-N    TO WS-RC-DATE.
             MOVE WS-OPER       TO WS-RC-USER.
             MOVE WS-LETTERS    TO WS-RC-COUNT.
             MOVE WS-TOT-OVERDUE
                                TO WS-RC-AMOUNT.
             STRING "SUPERVISOR " WS-SUPER
                    DELIMITED SIZE INTO WS-RC-NOTE.
             WRITE REG-LINE FROM WS-RC-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "PERIOD TOTAL"
                                TO WS-RC-DESC.
             COMPUTE WS-RC-COUNT = RCT-COUNT + RCT-RR-COUNT.
             COMPUTE WS-RC-AMOUNT = RCT-AMOUNT + RCT-RR-AMOUNT.
             WRITE REG-LINE FROM WS-RC-LINE.
       XX000-EXIT.
             EXIT.
