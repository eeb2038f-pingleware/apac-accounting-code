      *    and hash totals in the trailer so the recipient can         *
      *    prove completeness.                                         *
      *                                                                *
      *    The year's debtor and creditor transactions are read        *
      *    through the TRNIDX period index (rebuilt by TIXREB)         *
      *    instead of the whole files, and the records read and time   *
      *    taken for each are shown at the end of the run beside the   *
      *    cost of a full pass.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP059.

       COPY VATRAT.SL.

       COPY TRNIDX.SL.

           SELECT AUDITF  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY VATRAT.FDE.

       COPY TRNIDX.FDE.

       FD  AUDITF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "AUDITF.TXT".
       01  AUD-RECORD         PIC  X(120).
       77  WS-CENTS       PIC  9(13)     VALUE ZERO.
       77  WS-ABS-AMT     PIC S9(11)V99  COMP-3 VALUE ZERO.

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

       01  WS-TX-SAVE.
           03  WS-TX-SAVED   PIC  X(64) OCCURS 4.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE ZERO          TO WS-RECS WS-HASH.
             MOVE SPACES        TO WS-TX-SAVE.
             COMPUTE WS-TX-LO = WS-YEAR * 1000000000.
             COMPUTE WS-TX-HI = WS-TX-LO + 999999999.
             MOVE WS-YEAR       TO HDR-YEAR.
             MOVE WS-TODAY-N    TO HDR-DATE.
             WRITE AUD-RECORD FROM WS-HDR-LINE.
             MOVE WS-HASH       TO TRL-HASH.
             WRITE AUD-RECORD FROM WS-TRL-LINE.
             CLOSE AUDITF.
           IF WS-TX-OPEN = 1
               CLOSE TRNIDX
               MOVE ZERO        TO WS-TX-OPEN.
             DISPLAY WS-TX-SAVED (1) AT 1812 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-TX-SAVED (2) AT 1912 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-TX-SAVED (3) AT 2012 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-TX-SAVED (4) AT 2112 WITH FOREGROUND-COLOR 11.
             DISPLAY "AUDITF.TXT written - records " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-RECS WITH FOREGROUND-COLOR 11.
             ADD WS-CENTS       TO WS-HASH.
             GO TO DA000-READ.
       DA000-TRANS.
             PERFORM XK000-CLOCK-ON THRU XK000-EXIT.
             PERFORM XR000-DTR-FIRST THRU XR000-EXIT.
       DA000-TREAD.
             PERFORM XS000-DTR-NEXT THRU XS000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF DTR-YEAR NOT = WS-YEAR OR DTR-DELETED
             ADD WS-CENTS       TO WS-HASH.
             GO TO DA000-TREAD.
       DA000-END.
             PERFORM XL000-CLOCK-OFF THRU XL000-EXIT.
             MOVE WS-TX-LINE    TO WS-TX-SAVED (1).
           IF WS-TX-USED = 1
               MOVE WS-TX-LINE2 TO WS-TX-SAVED (2).
             CLOSE DEBTOR DTRANS.
       DA000-EXIT.
             EXIT.
             ADD WS-CENTS       TO WS-HASH.
             GO TO EA000-READ.
       EA000-TRANS.
             PERFORM XK000-CLOCK-ON THRU XK000-EXIT.
             PERFORM XT000-CTR-FIRST THRU XT000-EXIT.
       EA000-TREAD.
             PERFORM XU000-CTR-NEXT THRU XU000-EXIT.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
           IF CTR-YEAR NOT = WS-YEAR OR CTR-DELETED
             ADD WS-CENTS       TO WS-HASH.
             GO TO EA000-TREAD.
       EA000-END.
             PERFORM XL000-CLOCK-OFF THRU XL000-EXIT.
             MOVE WS-TX-LINE    TO WS-TX-SAVED (3).
           IF WS-TX-USED = 1
               MOVE WS-TX-LINE2 TO WS-TX-SAVED (4).
             CLOSE CREDIT CTRANS.
       EA000-EXIT.
             EXIT.
             MOVE WS-CENTS      TO TRN-CENTS.
       XB000-EXIT.
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
