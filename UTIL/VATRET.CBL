      *    codes the PRP030 screens maintain (rates on VATRAT),        *
      *    prints the return boxes with full supporting detail per     *
      *    transaction, and flags any transaction whose VAT does       *
      *    not match the rate in force on its document date (dated     *
      *    history on VATHIS, via VATLKP) - the same                   *
      *    arithmetic DTP096 checks on the debtor side, extended to    *
      *    purchases.  After filing, the declare option marks the      *
      *    period "D" on PERSTA so late back-postings cannot           *
      *    silently change a submitted return.  Documents whose tax    *
      *    point and entry date straddle a rate change should be       *
      *    cleared on the VATHST transitions listing before filing.    *
      *    Petty cash vouchers reimbursed on GLP070 in the period      *
      *    (PCVOUC) are input VAT alongside the creditor documents.    *
      *                                                                *
      *    The period's debtor and creditor items are read through     *
      *    the TRNIDX period index (rebuilt by TIXREB) rather than by  *
      *    passing both files, and the records read and the time       *
      *    taken are printed at the foot of the return beside the      *
      *    cost of a full pass.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY CTRANS.SL.

       COPY PERSTA.SL.

       COPY PCVOUC.SL.

       COPY TRNIDX.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY CTRANS.FDE.

       COPY PERSTA.FDE.

       COPY PCVOUC.FDE.

       COPY TRNIDX.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "VATRET.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-STATUS      PIC  X(02).
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PCVKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PC-BASE     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-OPTION      PIC  X(01).
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-IN-VAT      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-NET-VAT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ANOMALIES   PIC  9(05)     VALUE ZERO.
       77  WS-NO-RATE     PIC  9(01)     VALUE ZERO.

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

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE DTRANS
               GO TO AZ100.
             OPEN OUTPUT PRNREP.
             MOVE "VAT RETURN PREPARATION - SUPPORTING DETAIL"
                                TO REP-LINE.
                    "        BASE         VAT  FLAG"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             PERFORM XK000-CLOCK-ON THRU XK000-EXIT.
             COMPUTE WS-TX-LO = (WS-YEAR * 100 + WS-PERIOD) * 10000000.
             COMPUTE WS-TX-HI = WS-TX-LO + 9999999.
             PERFORM BA000-OUTPUTS THRU BA000-EXIT.
             PERFORM CA000-INPUTS THRU CA000-EXIT.
             PERFORM XL000-CLOCK-OFF THRU XL000-EXIT.
             PERFORM CB000-PETTY-CASH THRU CB000-EXIT.
             PERFORM DA000-BOXES THRU DA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-TX-LINE.
           IF WS-TX-USED = 1
               WRITE REP-LINE FROM WS-TX-LINE2.
             CLOSE DTRANS CTRANS PRNREP.
           IF WS-TX-OPEN = 1
               CLOSE TRNIDX.
             DISPLAY "Return prepared on VATRET.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       AZ100.
      *                                                                *
      ******************************************************************
       BA000-OUTPUTS.
             PERFORM XR000-DTR-FIRST THRU XR000-EXIT.
       BA000-READ.
             PERFORM XS000-DTR-NEXT THRU XS000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
           IF DTR-PERIOD NOT = WS-PERIOD
             MOVE DTR-VAT-AMT   TO WS-DT-VAT.
             MOVE DTR-VAT-CODE  TO WS-S1.
             MOVE DTR-AMOUNT    TO WS-EXPECTED.
             MOVE DTR-DATE      TO WS-VL-DATE.
             PERFORM XV000-CHECK-RATE THRU XV000-EXIT.
           IF WS-VAT-DIFF NOT = DTR-VAT-AMT
            AND WS-NO-RATE = ZERO
               MOVE "** RATE DIFF **"
                                TO WS-DT-FLAG
               ADD 1            TO WS-ANOMALIES.
      *                                                                *
      ******************************************************************
       CA000-INPUTS.
             PERFORM XT000-CTR-FIRST THRU XT000-EXIT.
       CA000-READ.
             PERFORM XU000-CTR-NEXT THRU XU000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
           IF CTR-PERIOD NOT = WS-PERIOD
             MOVE CTR-VAT-AMT   TO WS-DT-VAT.
             MOVE CTR-VAT-CODE  TO WS-S1.
             MOVE CTR-AMOUNT    TO WS-EXPECTED.
             MOVE CTR-DATE      TO WS-VL-DATE.
             PERFORM XV000-CHECK-RATE THRU XV000-EXIT.
           IF WS-VAT-DIFF NOT = CTR-VAT-AMT
            AND WS-NO-RATE = ZERO
               MOVE "** RATE DIFF **"
                                TO WS-DT-FLAG
               ADD 1            TO WS-ANOMALIES.
             GO TO CA000-READ.
       CA000-EXIT.
             EXIT.
      *
      *    ****    I N P U T   V A T   -   P E T T Y   C A S H
      *
      *    Vouchers go on the return in the period their float was
      *    reimbursed - the period the VAT reached the ledger.  The
      *    VAT was taken out of a VAT-inclusive slip total, so a
      *    penny either way of the rate is not an anomaly.  No
      *    petty cash book yet means nothing to add.
      *
       CB000-PETTY-CASH.
             OPEN INPUT PCVOUC.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-END.
       CB000-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-END.
           IF NOT PCV-REIMBURSED
            OR PCV-PERIOD NOT = WS-PERIOD
            OR PCV-YEAR NOT = WS-YEAR
               GO TO CB000-READ.
             COMPUTE WS-PC-BASE = PCV-GROSS - PCV-VAT.
             ADD WS-PC-BASE     TO WS-IN-BASE.
             ADD PCV-VAT        TO WS-IN-VAT.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "IN"          TO WS-DT-SIDE.
             MOVE PCV-FLOAT     TO WS-DT-ACCOUNT.
             MOVE "PCV "        TO WS-DT-TYPE.
             MOVE PCV-SLIP      TO WS-DT-REF.
             MOVE PCV-DATE      TO WS-DT-DATE.
             MOVE PCV-VAT-CODE  TO WS-DT-CODE.
             MOVE WS-PC-BASE    TO WS-DT-BASE.
             MOVE PCV-VAT       TO WS-DT-VAT.
             MOVE PCV-VAT-CODE  TO WS-S1.
             MOVE WS-PC-BASE    TO WS-EXPECTED.
             MOVE PCV-DATE      TO WS-VL-DATE.
             PERFORM XV000-CHECK-RATE THRU XV000-EXIT.
             SUBTRACT PCV-VAT   FROM WS-VAT-DIFF.
           IF (WS-VAT-DIFF > 0.01 OR WS-VAT-DIFF < -0.01)
            AND WS-NO-RATE = ZERO
               MOVE "** RATE DIFF **"
                                TO WS-DT-FLAG
               ADD 1            TO WS-ANOMALIES.
             WRITE REP-LINE FROM WS-DET-LINE.
             GO TO CB000-READ.
       CB000-END.
             CLOSE PCVOUC.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *
      *    ****    V A T   A R I T H M E T I C   C H E C K
      *
      *    WS-VAT-DIFF returns the VAT expected on the base amount
      *    in WS-EXPECTED at the rate in force on the document date
      *    in WS-VL-DATE (rate code in WS-S1).  No transition is
      *    logged from here - the return only reads the books.
      *
       XV000-CHECK-RATE.
             MOVE ZERO          TO WS-VAT-DIFF.
             MOVE ZERO          TO WS-NO-RATE.
             MOVE WS-S1         TO WS-VL-CODE.
             MOVE "VATRET"      TO WS-VL-PROGRAM.
             MOVE SPACES        TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
           IF WS-VL-RESULT = 2
               MOVE 1           TO WS-NO-RATE
               GO TO XV000-EXIT.
             COMPUTE WS-VAT-DIFF ROUNDED
                   = WS-EXPECTED * WS-VL-PERCENT / 100.
       XV000-EXIT.
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
      *    ****    CTRANS   B Y   P E R I O D                          *
      *                                                                *
      *    XT000 sets up to read the items whose year, period and      *
      *    account lie between WS-TX-LO and WS-TX-HI; XU000 then       *
      *    delivers each in turn with WS-STATUS "00", and anything     *
      *    else at the end.  The index gives the items up to its      *
      *    high key, those written since are read straight off the     *
      *    file above it, and without an index the whole file is       *
      *    read - so the caller still tests every item's period.       *
      *                                                                *
      ******************************************************************
       XT000-CTR-FIRST.
           IF WS-TX-LEDGER = "D" OR WS-TX-LEDGER = "B"
               MOVE "B"         TO WS-TX-LEDGER
           ELSE
               MOVE "C"         TO WS-TX-LEDGER.
             MOVE ZERO          TO WS-TX-MODE WS-TX-HIGH.
           IF WS-TX-OPEN = ZERO
               GO TO XT000-FILE.
             MOVE "C"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             READ TRNIDX.
           IF WS-STATUS NOT = "00" OR TIX-HIGH-KEY = ZERO
               GO TO XT000-FILE.
             MOVE TIX-HIGH-KEY  TO WS-TX-HIGH.
             MOVE TIX-SCAN-RECS TO WS-TX-SCAN-RECS (2).
             MOVE TIX-SCAN-TIME TO WS-TX-SCAN-TIME (2).
             MOVE 1             TO WS-TX-MODE WS-TX-USED.
             MOVE "C"           TO TIX-LEDGER.
             MOVE WS-TX-LO      TO TIX-PERIOD-KEY.
             MOVE ZERO          TO TIX-REL.
             START TRNIDX KEY NOT < TIX-KEY.
           IF WS-STATUS = "00"
               GO TO XT000-EXIT.
       XT000-FILE.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-CTRKEY = WS-TX-HIGH + 1.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE.
       XT000-EXIT.
             EXIT.
      *
       XU000-CTR-NEXT.
           IF WS-TX-MODE = 9
               MOVE "10"        TO WS-STATUS
               GO TO XU000-EXIT.
           IF WS-TX-MODE = 2
               GO TO XU000-FILE.
             READ TRNIDX NEXT.
           IF WS-STATUS NOT = "00" OR TIX-LEDGER NOT = "C"
            OR TIX-PERIOD-KEY > WS-TX-HI
               GO TO XU000-TAIL.
             MOVE TIX-REL       TO WS-CTRKEY.
           IF WS-TX-LOCK = 1
               READ CTRANS
           ELSE
               READ CTRANS WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XU000-CTR-NEXT.
             ADD 1              TO WS-TX-READS.
             GO TO XU000-EXIT.
       XU000-TAIL.
             MOVE 2             TO WS-TX-MODE.
             COMPUTE WS-CTRKEY = WS-TX-HIGH + 1.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XU000-EXIT.
       XU000-FILE.
           IF WS-TX-LOCK = 1
               READ CTRANS NEXT
           ELSE
               READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               MOVE 9           TO WS-TX-MODE
               GO TO XU000-EXIT.
             ADD 1              TO WS-TX-READS.
       XU000-EXIT.
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
