      *    is printed for review.  The debtor period must be open      *
      *    on PERSTA.                                                  *
      *                                                                *
      *    The re-run guard looks for an account's charge through the  *
      *    TRNIDX period index (rebuilt by TIXREB) instead of passing  *
      *    the whole transaction file for every debtor, and the        *
      *    register ends with the records read and the time taken      *
      *    beside the cost of a full pass.                             *
      *                                                                *
      *    Each run is recorded on RUNCTL against its period with the  *
      *    date, operator and totals.  A second run for the same       *
      *    period is refused unless a supervisor holding the RERUN     *
      *    grant authorises it through ACCCHK; the supervised re-run   *
      *    charges only the accounts not already charged and ends the  *
      *    register with a reconciliation to the first run.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP051.

       COPY PERSTA.SL.

       COPY RUNCTL.SL.

       COPY TRNIDX.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY PERSTA.FDE.

       COPY RUNCTL.FDE.

       COPY TRNIDX.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DTP051.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-CHARGED     PIC  9(01)     VALUE ZERO.
       77  WS-SAVE-TKEY   PIC  9(05)     COMP-0 VALUE 1.

      *
      *    ****    P E R I O D   I N D E X   ( T R N I D X )
      *
       77  WS-TX-OPEN     PIC  9(01)     VALUE ZERO.
       77  WS-TX-USED     PIC  9(01)     VALUE ZERO.
       77  WS-TX-MODE     PIC  9(01)     VALUE ZERO.
       77  WS-TX-LOCK     PIC  9(01)     VALUE ZERO.
       77  WS-TX-LEDGER   PIC  X(01)     VALUE SPACE.
       77  WS-TX-HIGH     PIC  9(05)     VALUE ZERO.
       77  WS-TX-LO       PIC  9(13)     VALUE ZERO.
       77  WS-TX-HI       PIC  9(13)     VALUE ZERO.
       77  WS-TX-READS    PIC  9(07)     VALUE ZERO.
       77  WS-TX-T0       PIC  9(08)     VALUE ZERO.
       77  WS-TX-T1       PIC  9(08)     VALUE ZERO.
       77  WS-TX-HUND     PIC  9(08)     VALUE ZERO.
       77  WS-TX-REST     PIC  9(08)     VALUE ZERO.

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
      *    ****    P E R I O D   I N D E X   R E P O R T   L I N E S
      *
       01  WS-TX-SCAN-TABLE.
           03  WS-TX-SCAN    OCCURS 2.
               05  WS-TX-SCAN-RECS
                             PIC  9(07).
               05  WS-TX-SCAN-TIME
                             PIC  9(08).

       01  WS-TX-TIME.
           03  WS-TX-HH      PIC  9(02).
           03  WS-TX-MM      PIC  9(02).
           03  WS-TX-SS      PIC  9(02).
           03  WS-TX-CC      PIC  9(02).

       01  WS-TX-LINE.
           03  WS-TXL-FILE   PIC  X(14).
           03  WS-TXL-HOW    PIC  X(16).
           03  FILLER        PIC  X(09) VALUE " RECORDS ".
           03  WS-TXL-RECS   PIC  Z(06)9.
           03  FILLER        PIC  X(07) VALUE "  TIME ".
           03  WS-TXL-HH     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXL-MM     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXL-SS     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ".".
           03  WS-TXL-CC     PIC  9(02).

       01  WS-TX-LINE2.
           03  FILLER        PIC  X(30) VALUE
               "  FULL PASS AT LAST REBUILD".
           03  FILLER        PIC  X(09) VALUE " RECORDS ".
           03  WS-TXF-RECS   PIC  Z(06)9.
           03  FILLER        PIC  X(07) VALUE "  TIME ".
           03  WS-TXF-HH     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXF-MM     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ":".
           03  WS-TXF-SS     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE ".".
           03  WS-TXF-CC     PIC  9(02).

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
             DISPLAY "DEBTOR FINANCE-CHARGE RUN" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0312.
             ACCEPT WS-OPER AT 0327
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
       AA000-05.
             DISPLAY "Charge into period (1-13)    :" AT 0512.
             ACCEPT WS-PERIOD AT 0546
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE DEBTOR
               GO TO AZ100.
             PERFORM XP000-RUN-CONTROL THRU XP000-EXIT.
           IF WS-RUN-OK = ZERO
               CLOSE DEBTOR DTRANS
               GO TO AZ100.
             OPEN OUTPUT PRNREP.
             MOVE "FINANCE CHARGES RAISED - REGISTER" TO REP-LINE.
             WRITE REP-LINE.
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-NEXT-TKEY THRU XG000-EXIT.
             PERFORM XK000-CLOCK-ON THRU XK000-EXIT.
             PERFORM BA000-RUN THRU BA000-EXIT.
             PERFORM XL000-CLOCK-OFF THRU XL000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-COUNT      TO WS-DT-ACCOUNT.
             MOVE WS-TOT-CHARGE TO WS-DT-CHARGE.
             WRITE REP-LINE FROM WS-DET-LINE.
             PERFORM XW000-RUN-DONE THRU XW000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-TX-LINE.
           IF WS-TX-USED = 1
               WRITE REP-LINE FROM WS-TX-LINE2.
             CLOSE DEBTOR DTRANS PRNREP.
           IF WS-TX-OPEN = 1
               CLOSE TRNIDX.
             DISPLAY "Run complete - register on DTP051.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       AZ100.
      *
       XC000-ALREADY-CHARGED.
             MOVE ZERO          TO WS-CHARGED.
             COMPUTE WS-TX-LO = (WS-YEAR * 100 + WS-PERIOD) * 10000000
                              + DEB-ACCOUNT.
             MOVE WS-TX-LO      TO WS-TX-HI.
             PERFORM XR000-DTR-FIRST THRU XR000-EXIT.
       XC000-READ.
             PERFORM XS000-DTR-NEXT THRU XS000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF DTR-ACCOUNT = DEB-ACCOUNT
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    DTRANS   B Y   P E R I O D                          *
      *                                                                *
      *    XR000 sets up to read the items whose year, period and      *
      *    account lie between WS-TX-LO and WS-TX-HI; XS000 then       *
      *    delivers each in turn with WS-STATUS "00", and anything     *
      *    else at the end.  The index gives the items up to its      *
      *    high key, those written since are read straight off the     *
      *    file above it, and without an index the whole file is       *
      *    read - so the caller still tests every item's period.       *
      *                                                                *
      ******************************************************************
       XR000-DTR-FIRST.
           IF WS-TX-LEDGER = "C" OR WS-TX-LEDGER = "B"
               MOVE "B"         TO WS-TX-LEDGER
           ELSE
               MOVE "D"         TO WS-TX-LEDGER.
             MOVE ZERO          TO WS-TX-MODE WS-TX-HIGH.
           IF WS-TX-OPEN = ZERO
               GO TO XR000-FILE.
             MOVE "D"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             READ TRNIDX.
           IF WS-STATUS NOT = "00" OR TIX-HIGH-KEY = ZERO
               GO TO XR000-FILE.
             MOVE TIX-HIGH-KEY  TO WS-TX-HIGH.
             MOVE TIX-SCAN-RECS TO WS-TX-SCAN-RECS (1).
             MOVE TIX-SCAN-TIME TO WS-TX-SCAN-TIME (1).
             MOVE 1             TO WS-TX-MODE WS-TX-USED.
             MOVE "D"           TO TIX-LEDGER.
             MOVE WS-TX-LO      TO TIX-PERIOD-KEY.
             MOVE ZERO          TO TIX-REL.
             START TRNIDX KEY NOT < TIX-KEY.
           IF WS-STATUS = "00"
               GO TO XR000-EXIT.
       XR000-FILE.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-DTRKEY = WS-TX-HIGH + 1.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE.
       XR000-EXIT.
             EXIT.
      *
       XS000-DTR-NEXT.
           IF WS-TX-MODE = 9
               MOVE "10"        TO WS-STATUS
               GO TO XS000-EXIT.
           IF WS-TX-MODE = 2
               GO TO XS000-FILE.
             READ TRNIDX NEXT.
           IF WS-STATUS NOT = "00" OR TIX-LEDGER NOT = "D"
            OR TIX-PERIOD-KEY > WS-TX-HI
               GO TO XS000-TAIL.
             MOVE TIX-REL       TO WS-DTRKEY.
           IF WS-TX-LOCK = 1
               READ DTRANS
           ELSE
               READ DTRANS WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XS000-DTR-NEXT.
             ADD 1              TO WS-TX-READS.
             GO TO XS000-EXIT.
       XS000-TAIL.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-DTRKEY = WS-TX-HIGH + 1.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XS000-EXIT.
       XS000-FILE.
           IF WS-TX-LOCK = 1
               READ DTRANS NEXT
           ELSE
               READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XS000-EXIT.
             ADD 1              TO WS-TX-READS.
       XS000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P E R I O D   I N D E X   T I M I N G               *
      *                                                                *
      *    XK000 starts the clock and opens the index (the run closes  *
      *    it when it ends, WS-TX-OPEN being 1); XL000 stops the       *
      *    clock and fills WS-TX-LINE with this run's reads and time   *
      *    and, when the index was used, WS-TX-LINE2 with what the     *
      *    full pass of the files cost when it was last rebuilt.       *
      *                                                                *
      ******************************************************************
       XK000-CLOCK-ON.
             MOVE ZERO          TO WS-TX-READS WS-TX-USED
                                   WS-TX-SCAN-RECS (1)
                                   WS-TX-SCAN-RECS (2)
                                   WS-TX-SCAN-TIME (1)
                                   WS-TX-SCAN-TIME (2).
             MOVE SPACE         TO WS-TX-LEDGER.
             ACCEPT WS-TX-TIME FROM TIME.
             COMPUTE WS-TX-T0 = WS-TX-HH * 360000 + WS-TX-MM * 6000
                              + WS-TX-SS * 100 + WS-TX-CC.
           IF WS-TX-OPEN = 1
               GO TO XK000-EXIT.
             OPEN INPUT TRNIDX.
           IF WS-STATUS = "00"
               MOVE 1           TO WS-TX-OPEN.
       XK000-EXIT.
             EXIT.
      *
       XL000-CLOCK-OFF.
             ACCEPT WS-TX-TIME FROM TIME.
             COMPUTE WS-TX-T1 = WS-TX-HH * 360000 + WS-TX-MM * 6000
                              + WS-TX-SS * 100 + WS-TX-CC.
           IF WS-TX-T1 < WS-TX-T0
               ADD 8640000      TO WS-TX-T1.
             COMPUTE WS-TX-HUND = WS-TX-T1 - WS-TX-T0.
             PERFORM XH000-HMS THRU XH000-EXIT.
             MOVE WS-TX-HH      TO WS-TXL-HH.
             MOVE WS-TX-MM      TO WS-TXL-MM.
             MOVE WS-TX-SS      TO WS-TXL-SS.
             MOVE WS-TX-CC      TO WS-TXL-CC.
             MOVE WS-TX-READS   TO WS-TXL-RECS.
             MOVE "DTRANS"      TO WS-TXL-FILE.
           IF WS-TX-LEDGER = "C"
               MOVE "CTRANS"    TO WS-TXL-FILE.
           IF WS-TX-LEDGER = "B"
               MOVE "DTRANS+CTRANS" TO WS-TXL-FILE.
           IF WS-TX-USED = 1
               MOVE "BY PERIOD INDEX" TO WS-TXL-HOW
           ELSE
               MOVE "READ IN FULL" TO WS-TXL-HOW.
             COMPUTE WS-TX-HUND = WS-TX-SCAN-TIME (1)
                                + WS-TX-SCAN-TIME (2).
             PERFORM XH000-HMS THRU XH000-EXIT.
             MOVE WS-TX-HH      TO WS-TXF-HH.
             MOVE WS-TX-MM      TO WS-TXF-MM.
             MOVE WS-TX-SS      TO WS-TXF-SS.
             MOVE WS-TX-CC      TO WS-TXF-CC.
             COMPUTE WS-TXF-RECS = WS-TX-SCAN-RECS (1)
                                 + WS-TX-SCAN-RECS (2).
       XL000-EXIT.
             EXIT.
      *
      *    ****    H U N D R E D T H S   T O   H H : M M : S S . C C
      *
       XH000-HMS.
             DIVIDE WS-TX-HUND BY 360000 GIVING WS-TX-HH
                    REMAINDER WS-TX-REST.
             DIVIDE WS-TX-REST BY 6000 GIVING WS-TX-MM
                    REMAINDER WS-TX-HUND.
             DIVIDE WS-TX-HUND BY 100 GIVING WS-TX-SS
                    REMAINDER WS-TX-CC.
       XH000-EXIT.
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
           IF RCT-PROGRAM = "DTP051"
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
             MOVE "DTP051"      TO RCT-PROGRAM.
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
               ADD WS-COUNT     TO RCT-RR-COUNT
               ADD WS-TOT-CHARGE
                                TO RCT-RR-AMOUNT
               MOVE "C"         TO RCT-RR-STATE
           ELSE
               MOVE WS-COUNT    TO RCT-COUNT
               MOVE WS-TOT-CHARGE
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
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "SUPERVISED RE-RUN - RECONCILIATION TO THE FIRST RUN"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "                    DATE      USR  COUNT"
                    "         CHARGE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "FIRST RUN"   TO WS-RC-DESC.
             MOVE RCT-DATE      TO WS-RC-DATE.
             MOVE RCT-USER      TO WS-RC-USER.
             MOVE RCT-COUNT     TO WS-RC-COUNT.
             MOVE RCT-AMOUNT    TO WS-RC-AMOUNT.
           IF NOT RCT-COMPLETE
               MOVE "INCOMPLETE"
                                TO WS-RC-NOTE.
             WRITE REP-LINE FROM WS-RC-LINE.
           IF RCT-RERUNS > 1
               MOVE SPACES      TO WS-RC-LINE
               MOVE "EARLIER RE-RUNS"
                                TO WS-RC-DESC
               MOVE WS-RC-PRIOR-COUNT
                                TO WS-RC-COUNT
               MOVE WS-RC-PRIOR-AMT
                                TO WS-RC-AMOUNT
               WRITE REP-LINE FROM WS-RC-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "THIS RE-RUN" TO WS-RC-DESC.
             MOVE WS-TODAY-N    TO WS-RC-DATE.
             MOVE WS-OPER       TO WS-RC-USER.
             MOVE WS-COUNT      TO WS-RC-COUNT.
             MOVE WS-TOT-CHARGE
                                TO WS-RC-AMOUNT.
             STRING "SUPERVISOR " WS-SUPER
                    DELIMITED SIZE INTO WS-RC-NOTE.
             WRITE REP-LINE FROM WS-RC-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "PERIOD TOTAL"
                                TO WS-RC-DESC.
             COMPUTE WS-RC-COUNT = RCT-COUNT + RCT-RR-COUNT.
             COMPUTE WS-RC-AMOUNT = RCT-AMOUNT + RCT-RR-AMOUNT.
             WRITE REP-LINE FROM WS-RC-LINE.
       XX000-EXIT.
             EXIT.
