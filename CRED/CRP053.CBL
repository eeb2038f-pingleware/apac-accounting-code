      *    setting - before the confirmation lands.  The commitment    *
      *    balance report shows the outstanding spend per account      *
      *    and department, and the budget variance report (GLP048)     *
      *    carries the committed column.  An optional project code     *
      *    may be set on the line; it must be open on PRJMST with      *
      *    the order dated inside the project's start and end dates.   *
      *    Purchase requisitions (CRP056) are checked here too, when   *
      *    they are submitted rather than only once they are orders:   *
      *    each submitted line is tested against its bucket with the   *
      *    same tolerance and is passed on for approval, passed with   *
      *    an over-budget warning, or blocked.  Requisition lines      *
      *    awaiting approval or ordering, and the draft order lines    *
      *    raised from them, count as commitments in every check.      *
      *    Confirmation also sets the expected delivery date, offered  *
      *    from the supplier's lead time (PODUE), and the buyer who    *
      *    answers for the line when it falls overdue (CRP059).        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY GLBUDG.SL.

       COPY PRJMST.SL.

       COPY REQLIN.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY GLBUDG.FDE.

       COPY PRJMST.FDE.

       COPY REQLIN.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP053.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BUDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRJKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-REQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-REQ-SLOT    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-REQLIN   PIC  9(01)     VALUE ZERO.
       77  WS-NO-PRJMST   PIC  9(01)     VALUE ZERO.
       77  WS-PRJ-OK      PIC  9(01)     VALUE ZERO.
       77  WS-PROJECT     PIC  X(06)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-ANSWER      PIC  X(01)     VALUE SPACE.
       77  WS-T           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-TMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-REQ-PASSED  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-REQ-OVER    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-REQ-BLOCKED PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DUE-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-BUYER       PIC  X(03)     VALUE SPACES.

       01  WS-AC-TABLE.
           03  WS-AC-ENT OCCURS 100.
               05  WS-AC-NO   PIC  9(07).
               05  WS-AC-DEP  PIC  9(03).

      *
      *    ****    D E L I V E R Y   D U E   D A T E   ( P O D U E )
      *
       01  WS-PD-PARAMS.
           03  WS-PD-SUPPLIER PIC  9(07).
           03  WS-PD-FROM     PIC  9(08).
           03  WS-PD-LEAD     PIC  9(03).
           03  WS-PD-DUE      PIC  9(08).
           03  WS-PD-RESULT   PIC  9(01).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  WS-DT-ACTUAL  PIC  Z(09)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-FLAG    PIC  X(16).

       01  WS-REQ-LINE.
           03  WS-RL-REQ     PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-RL-LINE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-AC      PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-RL-DEP     PIC  9(03).
           03  WS-RL-VALUE   PIC  Z(09)9.99-.
           03  WS-RL-COMMIT  PIC  Z(09)9.99-.
           03  WS-RL-BUDGET  PIC  Z(09)9.99-.
           03  WS-RL-ACTUAL  PIC  Z(09)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-FLAG    PIC  X(24).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-05.
             DISPLAY "A = Assign and confirm order lines,"
                     AT 0412.
             DISPLAY "Q = Budget-check submitted requisitions,"
                     AT 0512.
             DISPLAY "R = Commitment balances, X = Exit.  Option :"
                     AT 0612.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0657
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "a"
               MOVE "A"         TO WS-OPTION.
           IF WS-OPTION = "q"
               MOVE "Q"         TO WS-OPTION.
           IF WS-OPTION = "r"
               MOVE "R"         TO WS-OPTION.
           IF WS-OPTION = "x"
           IF WS-OPTION = "A"
               PERFORM BA000-CONFIRM THRU BA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "Q"
               PERFORM GA000-REQUISITIONS THRU GA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "R"
               PERFORM FA000-BALANCES THRU FA000-EXIT
               GO TO AA000-05.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN INPUT GACCNT GLBUDG.
             MOVE ZERO          TO WS-NO-PRJMST.
             OPEN INPUT PRJMST.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-PRJMST.
             MOVE ZERO          TO WS-NO-REQLIN.
             OPEN INPUT REQLIN.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-REQLIN.
       BA000-LINE.
             DISPLAY "Order number ('0' ends)     :" AT 1212.
             MOVE ZERO          TO WS-ORDER-NO.
               DISPLAY "Draft order line not found" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-LINE.
      *
      *    A line raised from a requisition arrives with its account
      *    and department already set - they are offered as defaults.
      *
             DISPLAY "Ledger account for the spend:" AT 1412.
             MOVE POR-LEDG-AC   TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-LINE.
             DISPLAY "Department                  :" AT 1512.
             MOVE POR-DEPT      TO WS-DEPT.
             ACCEPT WS-DEPT AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Project code (blank = none) :" AT 1612.
             MOVE POR-PROJECT   TO WS-PROJECT.
             ACCEPT WS-PROJECT AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PROJECT NOT = SPACES
               PERFORM XK000-CHECK-PROJECT THRU XK000-EXIT
               IF WS-PRJ-OK = ZERO
                   DISPLAY "Project closed, unknown or out of dates"
                           AT 2312 WITH FOREGROUND-COLOR 14
                   GO TO BA000-LINE.
      *
      *    A due date already on the line is kept; otherwise the
      *    supplier's lead time runs from the order date.
      *
           IF POR-DUE-DATE NUMERIC AND POR-DUE-DATE > ZERO
               MOVE POR-DUE-DATE
                                TO WS-DUE-DATE
           ELSE
               MOVE POR-SUPPLIER
                                TO WS-PD-SUPPLIER
               MOVE POR-DATE    TO WS-PD-FROM
               MOVE ZERO        TO WS-PD-LEAD
               CALL "PODUE" USING WS-PD-PARAMS
               MOVE WS-PD-DUE   TO WS-DUE-DATE.
             MOVE POR-BUYER     TO WS-BUYER.
       BA000-DUE.
             DISPLAY "Expected delivery (YYYYMMDD):" AT 1712.
             ACCEPT WS-DUE-DATE AT 1744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-DUE-DATE < POR-DATE
               DISPLAY "Delivery date before the order date"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-DUE.
             DISPLAY "Buyer                       :" AT 1812.
             ACCEPT WS-BUYER AT 1844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
      *
      *    The order value joins the commitments already signed
      *    against the bucket; actuals come off the ledger.
             READ PORDER.
             MOVE WS-ACCOUNT    TO POR-LEDG-AC.
             MOVE WS-DEPT       TO POR-DEPT.
             MOVE WS-PROJECT    TO POR-PROJECT.
             MOVE WS-DUE-DATE   TO POR-DUE-DATE.
             MOVE WS-BUYER      TO POR-BUYER.
             MOVE "C"           TO POR-STATUS.
             REWRITE POR-RECORD.
             DISPLAY "Line confirmed and committed  " AT 2312
             GO TO BA000-LINE.
       BA000-END.
             CLOSE PORDER GACCNT GLBUDG.
           IF WS-NO-PRJMST = ZERO
               CLOSE PRJMST.
           IF WS-NO-REQLIN = ZERO
               CLOSE REQLIN.
       BA000-EXIT.
             EXIT.
      /
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-REQ.
       DA000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-REQ.
           IF POR-LEDG-AC NOT = WS-ACCOUNT
            OR POR-DEPT NOT = WS-DEPT
               GO TO DA000-READ.
      *
      *    A draft raised from a requisition was committed when the
      *    requisition passed - other than the line being confirmed.
      *
           IF POR-DRAFT AND POR-REQ-NO NUMERIC AND POR-REQ-NO > ZERO
            AND WS-PORKEY NOT = WS-POR-SLOT
               GO TO DA000-ADD.
           IF NOT POR-CONFIRMED
               GO TO DA000-READ.
       DA000-ADD.
             COMPUTE WS-COMMITTED = WS-COMMITTED
                     + (POR-QTY-ORDERED - POR-QTY-RECEIVED)
                     * POR-UNIT-PRICE.
             GO TO DA000-READ.
       DA000-REQ.
           IF WS-NO-REQLIN = ZERO
               PERFORM XQ000-REQ-COMMITTED THRU XQ000-EXIT.
       DA000-EXIT.
             EXIT.
      *
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             MOVE ZERO          TO WS-NO-REQLIN.
             OPEN INPUT REQLIN.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-REQLIN.
             OPEN OUTPUT PRNREP.
             MOVE "OUTSTANDING COMMITMENTS BY BUDGET BUCKET"
                                TO REP-LINE.
             GO TO FA000-READ.
       FA000-END.
             CLOSE PORDER GACCNT GLBUDG PRNREP.
           IF WS-NO-REQLIN = ZERO
               CLOSE REQLIN.
             DISPLAY "Balances on CRP053.PRN         " AT 2312
                     WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    B U D G E T - C H E C K   R E Q U I S I T I O N S   *
      *                                                                *
      ******************************************************************
       GA000-REQUISITIONS.
             DISPLAY "Budget check period (1-13)  :" AT 0712.
             ACCEPT WS-PERIOD AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO GA000-EXIT.
             DISPLAY "Budget year                 :" AT 0812.
             ACCEPT WS-YEAR AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Tolerance percent over      :" AT 0912.
             MOVE ZERO          TO WS-TOL-PCT.
             ACCEPT WS-TOL-PCT AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       GA000-MODE.
             DISPLAY "Over budget - (W)arn/(B)lock:" AT 1012.
             MOVE "W"           TO WS-TOL-MODE.
             ACCEPT WS-TOL-MODE AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TOL-MODE = "w"
               MOVE "W"         TO WS-TOL-MODE.
           IF WS-TOL-MODE = "b"
               MOVE "B"         TO WS-TOL-MODE.
           IF NOT (WS-TOL-MODE = "W" OR "B")
               GO TO GA000-MODE.
             OPEN I-O REQLIN.
           IF WS-STATUS NOT = "00"
               DISPLAY "REQLIN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO GA000-EXIT.
             MOVE ZERO          TO WS-NO-REQLIN.
             OPEN INPUT PORDER GACCNT GLBUDG.
             OPEN OUTPUT PRNREP.
             MOVE "REQUISITION BUDGET CHECK"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-POR-SLOT WS-REQ-PASSED
                                   WS-REQ-OVER WS-REQ-BLOCKED.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
       GA000-READ.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
           IF NOT REQ-SUBMITTED
               GO TO GA000-READ.
      *
      *    The commitment sum walks the requisition file as well -
      *    hold the place, re-read the line and re-position after.
      *
             MOVE WS-REQKEY     TO WS-REQ-SLOT.
             MOVE REQ-LEDG-AC   TO WS-ACCOUNT.
             MOVE REQ-DEPT      TO WS-DEPT.
             COMPUTE WS-LINE-VAL = REQ-QTY * REQ-UNIT-PRICE.
             PERFORM CA000-ACTUAL THRU CA000-EXIT.
             PERFORM DA000-COMMITTED THRU DA000-EXIT.
             PERFORM EA000-BUDGET THRU EA000-EXIT.
             COMPUTE WS-LIMIT ROUNDED
                     = WS-BUDGET * (100 + WS-TOL-PCT) / 100.
             MOVE WS-REQ-SLOT   TO WS-REQKEY.
             READ REQLIN.
           IF WS-STATUS NOT = "00"
               GO TO GA000-NEXT.
             MOVE SPACES        TO WS-REQ-LINE.
           IF WS-BUDGET > ZERO
            AND (WS-ACTUAL + WS-COMMITTED + WS-LINE-VAL)
                > WS-LIMIT
               IF WS-TOL-MODE = "B"
                   MOVE "R"     TO REQ-STATUS
                   MOVE "OVER BUDGET - BLOCKED"
                                TO REQ-NOTE
                   MOVE "BLOCKED - OVER BUDGET"
                                TO WS-RL-FLAG
                   ADD 1        TO WS-REQ-BLOCKED
               ELSE
                   MOVE "B"     TO REQ-STATUS
                   MOVE "W"     TO REQ-BUD-FLAG
                   MOVE "OVER BUDGET"
                                TO REQ-NOTE
                   MOVE "PASSED - OVER BUDGET"
                                TO WS-RL-FLAG
                   ADD 1        TO WS-REQ-OVER
           ELSE
               MOVE "B"         TO REQ-STATUS
               MOVE SPACE       TO REQ-BUD-FLAG
               MOVE "PASSED"    TO WS-RL-FLAG
               ADD 1            TO WS-REQ-PASSED.
             REWRITE REQ-RECORD.
             MOVE REQ-NUMBER    TO WS-RL-REQ.
             MOVE REQ-LINE      TO WS-RL-LINE.
             MOVE WS-ACCOUNT    TO WS-RL-AC.
             MOVE WS-DEPT       TO WS-RL-DEP.
             MOVE WS-LINE-VAL   TO WS-RL-VALUE.
             MOVE WS-COMMITTED  TO WS-RL-COMMIT.
             MOVE WS-BUDGET     TO WS-RL-BUDGET.
             MOVE WS-ACTUAL     TO WS-RL-ACTUAL.
             WRITE REP-LINE FROM WS-REQ-LINE.
       GA000-NEXT.
             MOVE WS-REQ-SLOT   TO WS-REQKEY.
             START REQLIN KEY > WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
             GO TO GA000-READ.
       GA000-END.
             CLOSE REQLIN PORDER GACCNT GLBUDG PRNREP.
             MOVE 1             TO WS-NO-REQLIN.
             DISPLAY "Passed " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-REQ-PASSED WITH FOREGROUND-COLOR 11
                     " over budget " WITH FOREGROUND-COLOR 10
                     WS-REQ-OVER WITH FOREGROUND-COLOR 11
                     " blocked " WITH FOREGROUND-COLOR 10
                     WS-REQ-BLOCKED WITH FOREGROUND-COLOR 11
                     " - CRP053.PRN" WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      *
      *    ****    B U C K E T   A L R E A D Y   R E P O R T E D ?
      *
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    V A L I D A T E   T H E   P R O J E C T   C O D E
      *
      *    The order line is still in the record area - its date
      *    must fall inside the project's start and end dates.
      *
       XK000-CHECK-PROJECT.
             MOVE ZERO          TO WS-PRJ-OK.
           IF WS-NO-PRJMST = 1
               GO TO XK000-EXIT.
             MOVE 1             TO WS-PRJKEY.
             START PRJMST KEY NOT < WS-PRJKEY.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
       XK000-READ.
             READ PRJMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
           IF PRJ-CODE NOT = WS-PROJECT OR PRJ-DELETED
               GO TO XK000-READ.
           IF NOT PRJ-ACTIVE
               GO TO XK000-EXIT.
           IF POR-DATE NOT = ZERO AND POR-DATE < PRJ-START
               GO TO XK000-EXIT.
           IF POR-DATE NOT = ZERO AND PRJ-END NOT = ZERO
            AND POR-DATE > PRJ-END
               GO TO XK000-EXIT.
             MOVE 1             TO WS-PRJ-OK.
       XK000-EXIT.
             EXIT.
      *
      *    ****    O P E N   R E Q U I S I T I O N   L I N E S
      *
      *    Lines past the budget check and awaiting approval or
      *    conversion are pre-commitments against their bucket.
      *
       XQ000-REQ-COMMITTED.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
           IF NOT (REQ-CHECKED OR REQ-APPROVED)
               GO TO XQ000-READ.
           IF REQ-LEDG-AC NOT = WS-ACCOUNT
            OR REQ-DEPT NOT = WS-DEPT
               GO TO XQ000-READ.
             COMPUTE WS-COMMITTED = WS-COMMITTED
                     + REQ-QTY * REQ-UNIT-PRICE.
             GO TO XQ000-READ.
       XQ000-EXIT.
             EXIT.
