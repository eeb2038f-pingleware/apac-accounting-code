      *    and prints a billing register.  The debtor period must      *
      *    be open on PERSTA.                                          *
      *                                                                *
      *    The run is given the tax-point date the bills carry; VAT    *
      *    is charged at the rate in force on that date (VATLKP).      *
      *                                                                *
      *    A service contract also carries its service-level terms -   *
      *    response and fix hours, business-hours or round-the-clock   *
      *    cover and the penalty percent per breached call.  The       *
      *    penalties the JCP018 breach report calculates onto SLAPEN   *
      *    are raised here ('P') as "CRN " credit notes with their     *
      *    "VAT " relief, into an open debtor period, and marked       *
      *    raised so none is credited twice.                           *
      *                                                                *
      *    A contract is billed monthly, or quarterly or annually in   *
      *    advance with its cycle running from the anniversary month   *
      *    (the amount is then the quarter's or the year's).  Each     *
      *    advance bill writes a deferral schedule onto DEFSCH over    *
      *    its 3 or 12 service months for the DTP066 release run to    *
      *    take to income month by month.                              *
      *                                                                *
      *    Each billing run is recorded on RUNCTL against its period   *
      *    with the date, operator and totals.  A second run for the   *
      *    same period is refused unless a supervisor holding the      *
      *    RERUN grant authorises it through ACCCHK; the supervised    *
      *    re-run bills only the contracts not already billed for the  *
      *    period and ends the register with a reconciliation to the   *
      *    first run.                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP054.

       COPY PERSTA.SL.

       COPY DCONTR.SL.

       COPY SLAPEN.SL.

       COPY DEFSCH.SL.

       COPY RUNCTL.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS

       COPY PERSTA.FDE.

       COPY DCONTR.FDE.

       COPY SLAPEN.FDE.

       COPY DEFSCH.FDE.

       COPY RUNCTL.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DTP054.PRN".
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CONKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PENKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DFSKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-DKEY   PIC  9(05)     COMP-0 VALUE 2.
       77  WS-INV-KEY     PIC  9(05)     VALUE ZERO.
       77  WS-CCYY        PIC  9(04)     VALUE ZERO.
       77  WS-CYCLE       PIC  9(02)     VALUE ZERO.
       77  WS-REM         PIC  9(02)     VALUE ZERO.
       77  WS-QUOT        PIC  9(02)     VALUE ZERO.
       77  WS-DEFERRED    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-NO-PERSTA   PIC  9(01)     VALUE ZERO.
       77  WS-TAX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-VAT-CODE    PIC  9(02)     VALUE ZERO.
       77  WS-HOURS       PIC  9(03)     VALUE ZERO.
       77  WS-CREDIT      PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-RAISED      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-REF         PIC  X(10)     VALUE SPACES.

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
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

      *
      *    ****    V A T   R A T E   L O O K U P   ( V A T L K P )
      *
       01  WS-VL-PARAMS.
           03  WS-VL-CODE     PIC  9(02).
           03  WS-VL-DATE     PIC  9(08).
           03  WS-VL-PROGRAM  PIC  X(08).
           03  WS-VL-REF      PIC  X(10).
           03  WS-VL-PERCENT  PIC  9(02)V99  COMP-3.
           03  WS-VL-RESULT   PIC  9(01).

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
             DISPLAY "DEBTOR CONTRACT BILLING" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0312.
             ACCEPT WS-OPER AT 0327
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             OPEN I-O DCONTR.
           IF WS-STATUS = "35"
               OPEN OUTPUT DCONTR
       AA000-MENU.
             DISPLAY "Option - 'M'aintain contracts  'B'illing run"
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "  'P'enalties  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0576
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
           IF WS-OPTION = "B"
               PERFORM CA000-RUN THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               PERFORM FA000-PENALTIES THRU FA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE DCONTR.
               MOVE ZERO        TO CON-AMOUNT CON-VAT-CODE
                                   CON-ESC-PCT CON-ANNIV-MM
                                   CON-LAST-PERIOD CON-LAST-YEAR
                                   CON-ESC-YEAR
               MOVE "M"         TO CON-FREQ.
      *
      *    Contracts set up before service levels were kept carry
      *    spaces in the terms.
      *
           IF CON-SLA-RESP NOT NUMERIC OR CON-SLA-FIX NOT NUMERIC
            OR CON-SLA-PEN-PCT NOT NUMERIC
               MOVE ZERO        TO CON-SLA-RESP CON-SLA-FIX
                                   CON-SLA-PEN-PCT
               MOVE "7"         TO CON-SLA-COVER.
             DISPLAY "Description                    :" AT 0812.
             ACCEPT CON-DESC AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Amount per bill (excl VAT)     :" AT 0912.
             MOVE CON-AMOUNT    TO WS-AMOUNT.
             ACCEPT WS-AMOUNT AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
             ACCEPT CON-STATUS AT 1348
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       BA000-SLA.
             DISPLAY "Response hours ('0' no SLA)    :" AT 1412.
             MOVE CON-SLA-RESP  TO WS-HOURS.
             ACCEPT WS-HOURS AT 1448
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-HOURS      TO CON-SLA-RESP.
             DISPLAY "Fix hours                      :" AT 1512.
             MOVE CON-SLA-FIX   TO WS-HOURS.
             ACCEPT WS-HOURS AT 1548
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-HOURS      TO CON-SLA-FIX.
           IF CON-SLA-FIX NOT = ZERO AND CON-SLA-FIX < CON-SLA-RESP
               DISPLAY "Fix hours are less than response hours"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-SLA.
             DISPLAY "Cover 'B'usiness / '7' 24x7    :" AT 1612.
             ACCEPT CON-SLA-COVER AT 1648
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT CON-SLA-BUSINESS AND NOT CON-SLA-24X7
               GO TO BA000-SLA.
             DISPLAY "Penalty % per breached call    :" AT 1712.
             MOVE CON-SLA-PEN-PCT
                                TO WS-PCT.
             ACCEPT WS-PCT AT 1748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-PCT        TO CON-SLA-PEN-PCT.
      *
      *    An advance-billed contract cycles from its anniversary
      *
           IF CON-FREQ = SPACE
               MOVE "M"         TO CON-FREQ.
       BA000-FREQ.
             DISPLAY "Billing 'M'th 'Q'tr 'A'nnual   :" AT 1812.
             ACCEPT CON-FREQ AT 1848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT CON-MONTHLY AND NOT CON-QUARTERLY
            AND NOT CON-ANNUAL
               GO TO BA000-FREQ.
           IF NOT CON-MONTHLY
            AND (CON-ANNIV-MM < 1 OR CON-ANNIV-MM > 12)
               DISPLAY "Advance billing needs an anniversary month"
                       AT 2312 WITH FOREGROUND-COLOR 14
               MOVE "M"         TO CON-FREQ
               GO TO BA000-FREQ.
           IF WS-FOUND = ZERO
               PERFORM XF000-NEXT-CON-KEY THRU XF000-EXIT
               WRITE CON-RECORD
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
               GO TO CA000-06.
       CA000-07.
             DISPLAY "Tax-point date (CCYYMMDD)      :" AT 1012.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO CA000-07.
             OPEN INPUT PERSTA.
           IF WS-STATUS = "35"
               MOVE 1           TO WS-NO-PERSTA
               DISPLAY "Debtor period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN I-O DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
               OPEN OUTPUT DTRANS
               CLOSE DTRANS
               OPEN I-O DTRANS.
             OPEN I-O DEFSCH.
           IF WS-STATUS = "35"
               OPEN OUTPUT DEFSCH
               CLOSE DEFSCH
               OPEN I-O DEFSCH.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEFSCH open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE DEBTOR DTRANS
               GO TO CA000-EXIT.
             PERFORM XP000-RUN-CONTROL THRU XP000-EXIT.
           IF WS-RUN-OK = ZERO
               CLOSE DEBTOR DTRANS DEFSCH
               GO TO CA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "CONTRACT BILLING REGISTER" TO REP-LINE.
             WRITE REP-LINE.
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-NEXT-TKEY THRU XG000-EXIT.
             PERFORM XH000-NEXT-DKEY THRU XH000-EXIT.
             DIVIDE WS-TAX-DATE BY 10000 GIVING WS-CCYY.
             MOVE ZERO          TO WS-TOT-NET WS-TOT-VAT WS-BILLED
                                   WS-DEFERRED.
             PERFORM DA000-WALK THRU DA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-TOT-NET    TO WS-DT-NET.
             MOVE WS-TOT-VAT    TO WS-DT-VAT.
             WRITE REP-LINE FROM WS-DET-LINE.
           IF WS-DEFERRED NOT = ZERO
               MOVE SPACES      TO WS-DET-LINE
               MOVE "BILLED IN ADVANCE - DEFERRED" TO WS-DT-DESC
               MOVE WS-DEFERRED TO WS-DT-ACCOUNT
               WRITE REP-LINE FROM WS-DET-LINE.
             PERFORM XW000-RUN-DONE THRU XW000-EXIT.
             CLOSE DEBTOR DTRANS DEFSCH PRNREP.
             DISPLAY "Billing complete - register on DTP054.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
            AND CON-LAST-YEAR = WS-YEAR
               GO TO DA000-READ.
      *
      *    Advance-billed contracts only in their cycle months
      *
           IF CON-ANNUAL
            AND CON-ANNIV-MM NOT = WS-BILL-MM
               GO TO DA000-READ.
           IF CON-QUARTERLY
               COMPUTE WS-CYCLE = WS-BILL-MM + 12 - CON-ANNIV-MM
               DIVIDE WS-CYCLE BY 3 GIVING WS-QUOT
                      REMAINDER WS-REM
               IF WS-REM NOT = ZERO
                   GO TO DA000-READ.
      *
      *    Contractual escalation on its anniversary, once a year
      *
           IF CON-ANNIV-MM = WS-BILL-MM
      *
      *    VAT at the contract's rate code
      *
             MOVE CON-ACCOUNT   TO WS-ACCOUNT.
             MOVE CON-VAT-CODE  TO WS-VAT-CODE.
             PERFORM XV000-VAT-RATE THRU XV000-EXIT.
             COMPUTE WS-VAT-AMT ROUNDED
                   = CON-AMOUNT * WS-VAT-PCT / 100.
      *
      *    The account must exist before transactions are raised
      *
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO WS-DET-LINE
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE CON-ACCOUNT   TO DTR-ACCOUNT.
             MOVE "INV "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE "CONTRACT"    TO DTR-REF.
             MOVE WS-VAT-AMT    TO DTR-VAT-AMT.
             MOVE CON-VAT-CODE  TO DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY WS-INV-KEY.
             WRITE DTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             ADD 1              TO WS-NEXT-TKEY.
               MOVE ZERO        TO DTR-FOREIGN
               MOVE CON-ACCOUNT TO DTR-ACCOUNT
               MOVE "VAT "      TO DTR-TYPE
               MOVE WS-TAX-DATE TO DTR-DATE
               MOVE WS-PERIOD   TO DTR-PERIOD
               MOVE WS-YEAR     TO DTR-YEAR
               MOVE "CONTRACT"  TO DTR-REF
             MOVE CON-DESC      TO WS-DT-DESC.
             MOVE CON-AMOUNT    TO WS-DT-NET.
             MOVE WS-VAT-AMT    TO WS-DT-VAT.
           IF NOT CON-MONTHLY
               PERFORM DB000-SCHEDULE THRU DB000-EXIT
               MOVE "DEFERRED"  TO WS-DT-FLAG.
           IF CON-ESC-YEAR = WS-YEAR
            AND CON-ANNIV-MM = WS-BILL-MM
               MOVE "ESCALATED" TO WS-DT-FLAG.
             GO TO DA000-READ.
       DA000-EXIT.
             EXIT.
      *
      *    ****    D E F E R R A L   S C H E D U L E
      *
      *    The net billed in advance, spread from the billing month
      *    over the quarter or year it pays for; DTP066 books it.
      *
       DB000-SCHEDULE.
             MOVE SPACES        TO DFS-RECORD.
             MOVE "S"           TO DFS-TYPE.
             MOVE CON-ACCOUNT   TO DFS-ACCOUNT.
             MOVE CON-DESC      TO DFS-DESC.
             MOVE CON-FREQ      TO DFS-FREQ.
             MOVE WS-INV-KEY    TO DFS-INV-KEY.
             MOVE WS-TAX-DATE   TO DFS-INV-DATE.
             COMPUTE DFS-START = WS-CCYY * 100 + WS-BILL-MM.
           IF CON-QUARTERLY
               MOVE 3           TO DFS-MONTHS
           ELSE
               MOVE 12          TO DFS-MONTHS.
             MOVE CON-AMOUNT    TO DFS-TOTAL.
             MOVE ZERO          TO DFS-RELEASED DFS-DONE DFS-LAST
                                   DFS-BOOK-BATCH DFS-INCOME-AC
                                   DFS-INCOME-DEPT DFS-DEFER-AC
                                   DFS-DEFER-DEPT.
             MOVE "O"           TO DFS-STATUS.
             MOVE WS-NEXT-DKEY  TO WS-DFSKEY.
             WRITE DFS-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEFSCH write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DB000-EXIT.
             ADD 1              TO WS-NEXT-DKEY WS-DEFERRED.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S L A   P E N A L T Y   C R E D I T S               *
      *                                                                *
      ******************************************************************
       FA000-PENALTIES.
       FA000-05.
             DISPLAY "Credit into period (1-13)      :" AT 0712.
             ACCEPT WS-PERIOD AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO FA000-05.
             DISPLAY "Financial year                 :" AT 0812.
             ACCEPT WS-YEAR AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       FA000-07.
             DISPLAY "Tax-point date (CCYYMMDD)      :" AT 1012.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO FA000-07.
             MOVE ZERO          TO WS-NO-PERSTA.
             OPEN INPUT PERSTA.
           IF WS-STATUS = "35"
               MOVE 1           TO WS-NO-PERSTA
           ELSE
           IF WS-STATUS NOT = "00"
               DISPLAY "PERSTA open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             PERFORM XD000-CHECK-PERIOD THRU XD000-EXIT.
           IF WS-NO-PERSTA = ZERO
               CLOSE PERSTA.
           IF WS-PER-OPEN = ZERO
               DISPLAY "Debtor period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             OPEN I-O SLAPEN.
           IF WS-STATUS NOT = "00"
               DISPLAY "No penalties calculated - run the JCP018 report"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO FA000-EXIT.
             OPEN I-O DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SLAPEN
               GO TO FA000-EXIT.
             OPEN I-O DTRANS.
           IF WS-STATUS = "35"
               OPEN OUTPUT DTRANS
               CLOSE DTRANS
               OPEN I-O DTRANS.
             OPEN OUTPUT PRNREP.
             MOVE "SERVICE-LEVEL PENALTY CREDITS" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "ACCOUNT  DESCRIPTION                     "
                    "    CREDIT          VAT"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             PERFORM XG000-NEXT-TKEY THRU XG000-EXIT.
             MOVE ZERO          TO WS-TOT-NET WS-TOT-VAT WS-RAISED.
             MOVE 1             TO WS-PENKEY.
             START SLAPEN KEY NOT < WS-PENKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
       FA000-READ.
             READ SLAPEN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
           IF NOT PEN-CALCULATED OR PEN-AMOUNT NOT > ZERO
               GO TO FA000-READ.
             MOVE PEN-ACCOUNT   TO WS-ACCOUNT.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE PEN-ACCOUNT   TO WS-DT-ACCOUNT.
             MOVE SPACES        TO WS-DT-DESC.
             STRING "SLA PENALTY " PEN-YYYYMM " - " PEN-BREACHES
                    " CALLS" DELIMITED SIZE INTO WS-DT-DESC.
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               MOVE "NO ACCOUNT" TO WS-DT-FLAG
               WRITE REP-LINE FROM WS-DET-LINE
               GO TO FA000-READ.
             PERFORM FB000-CREDIT-NOTE THRU FB000-EXIT.
             MOVE WS-CREDIT     TO WS-DT-NET.
             MOVE WS-VAT-AMT    TO WS-DT-VAT.
             WRITE REP-LINE FROM WS-DET-LINE.
      *
      *    Mark the penalty raised (the DEBTOR and DTRANS updates
      *    leave the SLAPEN position and record buffer untouched)
      *
             MOVE "R"           TO PEN-STATUS.
             MOVE WS-TAX-DATE   TO PEN-RAISED-DATE.
             REWRITE PEN-RECORD.
             GO TO FA000-READ.
       FA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "PENALTIES CREDITED" TO WS-DT-DESC.
             MOVE WS-RAISED     TO WS-DT-ACCOUNT.
             MOVE WS-TOT-NET    TO WS-DT-NET.
             MOVE WS-TOT-VAT    TO WS-DT-VAT.
             WRITE REP-LINE FROM WS-DET-LINE.
             CLOSE SLAPEN DEBTOR DTRANS PRNREP.
             DISPLAY "Penalty credits raised - list on DTP054.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      *
      *    The net credited on the "CRN " and the output VAT
      *    relieved on its own "VAT " transaction, the same split
      *    the billing run posts.
      *
       FB000-CREDIT-NOTE.
             MOVE PEN-AMOUNT    TO WS-CREDIT.
             MOVE PEN-VAT-CODE  TO WS-VAT-CODE.
             PERFORM XV000-VAT-RATE THRU XV000-EXIT.
             COMPUTE WS-VAT-AMT ROUNDED
                   = WS-CREDIT * WS-VAT-PCT / 100.
             MOVE SPACES        TO WS-REF.
             STRING "SLA" PEN-YYYYMM DELIMITED SIZE INTO WS-REF.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE PEN-ACCOUNT   TO DTR-ACCOUNT.
             MOVE "CRN "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-REF        TO DTR-REF.
             MOVE "SERVICE-LEVEL PENALTY CREDIT" TO DTR-NARR.
             COMPUTE DTR-AMOUNT = ZERO - WS-CREDIT.
             COMPUTE DTR-VAT-AMT = ZERO - WS-VAT-AMT.
             MOVE PEN-VAT-CODE  TO DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             ADD 1              TO WS-NEXT-TKEY.
           IF WS-VAT-AMT NOT = ZERO
               MOVE SPACES      TO DTR-RECORD
               MOVE ZERO        TO DTR-FOREIGN
               MOVE PEN-ACCOUNT TO DTR-ACCOUNT
               MOVE "VAT "      TO DTR-TYPE
               MOVE WS-TAX-DATE TO DTR-DATE
               MOVE WS-PERIOD   TO DTR-PERIOD
               MOVE WS-YEAR     TO DTR-YEAR
               MOVE WS-REF      TO DTR-REF
               MOVE "VAT RELIEF ON SLA PENALTY" TO DTR-NARR
               COMPUTE DTR-AMOUNT = ZERO - WS-VAT-AMT
               COMPUTE DTR-VAT-AMT = ZERO - WS-VAT-AMT
               MOVE PEN-VAT-CODE
                                TO DTR-VAT-CODE
               MOVE "O"         TO DTR-STATUS
               MOVE WS-NEXT-TKEY
                                TO WS-DTRKEY
               WRITE DTR-RECORD
               PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT
               ADD 1            TO WS-NEXT-TKEY.
             MOVE DEB-RECORD    TO WS-JW-BEFORE.
             COMPUTE DEB-BALANCE = DEB-BALANCE
                   - WS-CREDIT - WS-VAT-AMT.
             COMPUTE DEB-AGED-BAL (1) = DEB-AGED-BAL (1)
                   - WS-CREDIT - WS-VAT-AMT.
             REWRITE DEB-RECORD.
             MOVE "R"           TO WS-JW-ACTION.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             ADD WS-CREDIT      TO WS-TOT-NET.
             ADD WS-VAT-AMT     TO WS-TOT-VAT.
             ADD 1              TO WS-RAISED.
       FB000-EXIT.
             EXIT.
      /
      *
      *    ****    J O U R N A L   T H E   U P D A T E
             EXIT.
      *
      *    ****    V A T   R A T E   F O R   A   C O D E
      *
      *    The rate in force at the tax-point date; a bill dated
      *    across a rate change is logged against the account.
      *
       XV000-VAT-RATE.
             MOVE WS-VAT-CODE   TO WS-VL-CODE.
             MOVE WS-TAX-DATE   TO WS-VL-DATE.
             MOVE "DTP054"      TO WS-VL-PROGRAM.
             MOVE WS-ACCOUNT    TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
      *
       XG000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S C H E D U L E   S L O T
      *
      *    Slot 1 is kept for the DTP066 control record.
      *
       XH000-NEXT-DKEY.
             MOVE 2             TO WS-NEXT-DKEY.
             MOVE 1             TO WS-DFSKEY.
             START DEFSCH KEY NOT < WS-DFSKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
       XH000-READ.
             READ DEFSCH NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
           IF WS-DFSKEY NOT < WS-NEXT-DKEY
               COMPUTE WS-NEXT-DKEY = WS-DFSKEY + 1.
             GO TO XH000-READ.
       XH000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   T R A N S A C T I O N
      *
      *    File class "T" feeds the transaction delta extract
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XT000-EXIT.
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
           IF RCT-PROGRAM = "DTP054"
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
             MOVE "DTP054"      TO RCT-PROGRAM.
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
               ADD WS-BILLED    TO RCT-RR-COUNT
               ADD WS-TOT-NET   TO RCT-RR-AMOUNT
               ADD WS-TOT-VAT   TO RCT-RR-AMOUNT-2
               MOVE "C"         TO RCT-RR-STATE
           ELSE
               MOVE WS-BILLED   TO RCT-COUNT
               MOVE WS-TOT-NET  TO RCT-AMOUNT
               MOVE WS-TOT-VAT  TO RCT-AMOUNT-2
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
                    "            NET            VAT"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "FIRST RUN"   TO WS-RC-DESC.
             MOVE RCT-DATE      TO WS-RC-DATE.
             MOVE RCT-USER      TO WS-RC-USER.
             MOVE RCT-COUNT     TO WS-RC-COUNT.
             MOVE RCT-AMOUNT    TO WS-RC-AMOUNT.
             MOVE RCT-AMOUNT-2  TO WS-RC-AMOUNT-2.
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
               MOVE WS-RC-PRIOR-AMT-2
                                TO WS-RC-AMOUNT-2
               WRITE REP-LINE FROM WS-RC-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "THIS RE-RUN" TO WS-RC-DESC.
             MOVE WS-TODAY-N    TO WS-RC-DATE.
             MOVE WS-OPER       TO WS-RC-USER.
             MOVE WS-BILLED     TO WS-RC-COUNT.
             MOVE WS-TOT-NET    TO WS-RC-AMOUNT.
             MOVE WS-TOT-VAT    TO WS-RC-AMOUNT-2.
             STRING "SUPERVISOR " WS-SUPER
                    DELIMITED SIZE INTO WS-RC-NOTE.
             WRITE REP-LINE FROM WS-RC-LINE.
             MOVE SPACES        TO WS-RC-LINE.
             MOVE "PERIOD TOTAL"
                                TO WS-RC-DESC.
             COMPUTE WS-RC-COUNT = RCT-COUNT + RCT-RR-COUNT.
             COMPUTE WS-RC-AMOUNT = RCT-AMOUNT + RCT-RR-AMOUNT.
             COMPUTE WS-RC-AMOUNT-2 = RCT-AMOUNT-2
                                  + RCT-RR-AMOUNT-2.
             WRITE REP-LINE FROM WS-RC-LINE.
       XX000-EXIT.
             EXIT.
