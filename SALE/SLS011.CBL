      *    sale, and ends with the summary journal figure for the      *
      *    ledger.                                                     *
      *                                                                *
      *    A rule may also carry an accelerator rate.  When the run    *
      *    is asked to apply it, each salesman's sales are measured    *
      *    against their SLSTGT target for the months the run covers   *
      *    (kept by SLS019), and the part of every sale beyond the     *
      *    target is paid at the accelerator rate and flagged "A";     *
      *    the statement ends with the target and the percentage       *
      *    achieved.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS011.

       COPY STOCK.SL.

       COPY SLSTGT.SL.

           SELECT SALESTRK ASSIGN DISK
                           STATUS WS-STATUS
                           ACCESS DYNAMIC

       COPY STOCK.FDE.

       COPY SLSTGT.FDE.

      *
      *    ****    S A L E S   T R A C K I N G   (as STPSEN writes it)
      *
           03  CMR-STATUS     PIC  X(01).
               88  CMR-ACTIVE      VALUE "A".
               88  CMR-DELETED     VALUE "D".
      *    Rate above the salesman's target - spaces on older rules
           03  CMR-ACCEL-RATE PIC  9(02)V99 COMP-3.
           03  FILLER         PIC  X(07).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS011.PRN".
       77  WS-TOT-COMM    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-RATE-PCT    PIC  9(02)V99  VALUE ZERO.
       77  WS-LC          PIC  9(02)     VALUE 99.
      *
      *    ****    T A R G E T   A C C E L E R A T O R   ( S L S T G T )
      *
       77  WS-TGTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ACCEL-RUN   PIC  X(01)     VALUE "N".
       77  WS-ACCEL       PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-TGT-WHOLE   PIC  9(01)     VALUE ZERO.
       77  WS-SMAN-TARGET PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-GROUP-TGT   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-OVER        PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-ACHIEVED    PIC S9(05)V9   COMP-3 VALUE ZERO.
       77  WS-FROM-YYMM   PIC  9(04)     VALUE ZERO.
       77  WS-TO-YYMM     PIC  9(04)     VALUE ZERO.
       77  WS-TGT-YYMM    PIC  9(04)     VALUE ZERO.
       77  WS-TGT-YY      PIC  9(02)     VALUE ZERO.
       77  WS-M           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-ACCEL-LINES PIC  9(05)     VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  WS-DT-RATE    PIC  Z9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-COMM    PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-FLAG    PIC  X(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
               MOVE WS-GROUP    TO CMR-GROUP
               MOVE "A"         TO CMR-STATUS
               MOVE ZERO        TO CMR-RATE CMR-HI-RATE
                                   CMR-MARGIN-PCT CMR-ACCEL-RATE.
           IF CMR-ACCEL-RATE NOT NUMERIC
               MOVE ZERO        TO CMR-ACCEL-RATE.
             DISPLAY "Standard rate percent         :" AT 0912.
             MOVE CMR-RATE      TO WS-RATE-PCT.
             ACCEPT WS-RATE-PCT AT 0946
             ACCEPT CMR-MARGIN-PCT AT 1146
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Accelerator rate above target :" AT 1212.
             MOVE CMR-ACCEL-RATE TO WS-RATE-PCT.
             ACCEPT WS-RATE-PCT AT 1246
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-RATE-PCT   TO CMR-ACCEL-RATE.
           IF WS-FOUND = ZERO
               PERFORM XC000-NEXT-RULE-KEY THRU XC000-EXIT
               WRITE CMR-RECORD
             ACCEPT WS-TO-DATE AT 0846
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Apply target accelerator (Y/N):" AT 0912.
             MOVE "N"           TO WS-ACCEL-RUN.
             ACCEPT WS-ACCEL-RUN AT 0946
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCEL-RUN NOT = "Y"
               MOVE "N"         TO WS-ACCEL-RUN.
           IF WS-ACCEL-RUN = "Y"
               OPEN INPUT SLSTGT.
           IF WS-ACCEL-RUN = "Y" AND WS-STATUS NOT = "00"
               DISPLAY "No targets held - run without accelerator"
                       AT 2312 WITH FOREGROUND-COLOR 14
               MOVE "N"         TO WS-ACCEL-RUN.
             DIVIDE WS-FROM-DATE BY 100 GIVING WS-FROM-YYMM.
             DIVIDE WS-TO-DATE BY 100 GIVING WS-TO-YYMM.
             OPEN INPUT SALESTRK.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALESTRK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-CLOSE-TARGETS.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SALESTRK
               GO TO CA000-CLOSE-TARGETS.
             OPEN OUTPUT PRNREP.
             MOVE ZERO          TO WS-TOT-COMM WS-ACCEL-LINES.
             MOVE 1             TO WS-SMAN.
       CA000-NEXT-SMAN.
           IF WS-SMAN > 99
                                TO WS-DT-DESC.
             MOVE WS-TOT-COMM   TO WS-DT-COMM.
             WRITE REP-LINE FROM WS-DET-LINE.
           IF WS-ACCEL-LINES NOT = ZERO
               MOVE SPACES      TO REP-LINE
               WRITE REP-LINE
               MOVE "A = SALE PAID WHOLLY OR PARTLY AT THE ACCELERATOR"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE SALESTRK STOCK PRNREP.
             DISPLAY "Statements written to SLS011.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-CLOSE-TARGETS.
           IF WS-ACCEL-RUN = "Y"
               CLOSE SLSTGT.
       CA000-EXIT.
             EXIT.
      *
       DA000-ONE-SALESMAN.
             MOVE ZERO          TO WS-SMAN-SALES WS-SMAN-COMM.
             MOVE ZERO          TO WS-STMT-OPEN.
             MOVE ZERO          TO WS-SMAN-TARGET.
           IF WS-ACCEL-RUN = "Y"
               PERFORM DD000-SMAN-TARGET THRU DD000-EXIT.
             MOVE LOW-VALUES    TO SAL-KEY.
             START SALESTRK KEY NOT < SAL-KEY.
           IF WS-STATUS NOT = "00"
             PERFORM DC000-GET-RATE THRU DC000-EXIT.
             COMPUTE WS-COMMISSION ROUNDED
                   = SAL-SELL * WS-RATE / 100.
             MOVE SPACES        TO WS-DET-LINE.
             PERFORM DE000-ACCELERATOR THRU DE000-EXIT.
             ADD SAL-SELL       TO WS-SMAN-SALES.
             ADD WS-COMMISSION  TO WS-SMAN-COMM WS-TOT-COMM.
             MOVE SAL-DTE       TO WS-DT-DATE.
             MOVE SAL-REF       TO WS-DT-REF.
             MOVE SAL-AC        TO WS-DT-AC.
             MOVE WS-SMAN-SALES TO WS-DT-SELL.
             MOVE WS-SMAN-COMM  TO WS-DT-COMM.
             WRITE REP-LINE FROM WS-DET-LINE.
           IF WS-SMAN-TARGET NOT > ZERO
               GO TO DA000-EXIT.
      *
      *    Target for the months run and the percentage achieved
      *
             COMPUTE WS-ACHIEVED ROUNDED
                   = WS-SMAN-SALES * 100 / WS-SMAN-TARGET
                     ON SIZE ERROR MOVE 999.9 TO WS-ACHIEVED.
           IF WS-ACHIEVED > 999.9
               MOVE 999.9       TO WS-ACHIEVED.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "TARGET / PCT ACHIEVED"
                                TO WS-DT-DESC.
             MOVE WS-SMAN-TARGET TO WS-DT-SELL.
             MOVE WS-ACHIEVED   TO WS-DT-MARGIN.
             WRITE REP-LINE FROM WS-DET-LINE.
       DA000-EXIT.
             EXIT.
      *
             MOVE SPACES        TO REP-LINE.
             STRING "DATE    REFERENCE ACCNT DESCRIPTION      "
                    "            SELL     MARGIN  RATE  "
                    "COMMISSION     A" DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
       DB000-EXIT.
             EXIT.
      *    above the rule's threshold.
      *
       DC000-GET-RATE.
             MOVE ZERO          TO WS-RATE WS-GROUP WS-ACCEL.
             PERFORM XE000-FIND-STOCK THRU XE000-EXIT.
           IF WS-FOUND = 1
               MOVE STK-GROUP   TO WS-GROUP.
           IF WS-FOUND = ZERO
               MOVE ZERO        TO WS-RATE
               GO TO DC000-EXIT.
           IF CMR-ACCEL-RATE NUMERIC
               MOVE CMR-ACCEL-RATE TO WS-ACCEL.
           IF CMR-MARGIN-PCT NOT = ZERO
            AND WS-MARGIN NOT < CMR-MARGIN-PCT
               MOVE CMR-HI-RATE TO WS-RATE
       DC000-EXIT.
             EXIT.
      *
      *    ****    T A R G E T   F O R   T H E   R U N
      *
      *    Every target month falling between the run's from and to
      *    months counts.  The group-zero target is the salesman's
      *    whole target; without one the group targets are summed.
      *
       DD000-SMAN-TARGET.
             MOVE ZERO          TO WS-TGT-WHOLE WS-GROUP-TGT.
             MOVE 1             TO WS-TGTKEY.
             START SLSTGT KEY NOT < WS-TGTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DD000-EXIT.
       DD000-READ.
             READ SLSTGT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DD000-SETTLE.
           IF TGT-SMAN NOT = WS-SMAN OR NOT TGT-ACTIVE
               GO TO DD000-READ.
             DIVIDE TGT-YEAR BY 100 GIVING WS-TGT-YYMM
                    REMAINDER WS-TGT-YY.
             MOVE 1             TO WS-M.
       DD000-MONTH.
             COMPUTE WS-TGT-YYMM = WS-TGT-YY * 100 + WS-M.
           IF WS-TGT-YYMM NOT < WS-FROM-YYMM
            AND WS-TGT-YYMM NOT > WS-TO-YYMM
               PERFORM DD000-ADD THRU DD000-ADD-EXIT.
             ADD 1              TO WS-M.
           IF WS-M NOT > 12
               GO TO DD000-MONTH.
             GO TO DD000-READ.
       DD000-SETTLE.
           IF WS-TGT-WHOLE = ZERO
               MOVE WS-GROUP-TGT TO WS-SMAN-TARGET.
             GO TO DD000-EXIT.
       DD000-ADD.
           IF TGT-GROUP = ZERO
               MOVE 1           TO WS-TGT-WHOLE
               ADD TGT-SALES (WS-M) TO WS-SMAN-TARGET
           ELSE
               ADD TGT-SALES (WS-M) TO WS-GROUP-TGT.
       DD000-ADD-EXIT.
             EXIT.
       DD000-EXIT.
             EXIT.
      *
      *    ****    A C C E L E R A T O R   A B O V E   T A R G E T
      *
      *    The sale that carries the salesman past target is split:
      *    the part below stays at the rule's rate, the part over is
      *    paid at the accelerator rate.  Returns are left at the
      *    ordinary rate.
      *
       DE000-ACCELERATOR.
           IF WS-SMAN-TARGET NOT > ZERO OR WS-ACCEL = ZERO
            OR SAL-SELL NOT > ZERO
               GO TO DE000-EXIT.
             COMPUTE WS-OVER = WS-SMAN-SALES + SAL-SELL
                             - WS-SMAN-TARGET.
           IF WS-OVER NOT > ZERO
               GO TO DE000-EXIT.
           IF WS-OVER > SAL-SELL
               MOVE SAL-SELL    TO WS-OVER.
             COMPUTE WS-COMMISSION ROUNDED
                   = (SAL-SELL - WS-OVER) * WS-RATE / 100
                   + WS-OVER * WS-ACCEL / 100.
           IF WS-OVER = SAL-SELL
               MOVE WS-ACCEL    TO WS-RATE.
             MOVE "A"           TO WS-DT-FLAG.
             ADD 1              TO WS-ACCEL-LINES.
       DE000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   R A T E   R U L E
      *
       XB000-FIND-RULE.
