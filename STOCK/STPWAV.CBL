      *    back-order status with its reservation released, so the     *
      *    allocation engine (DLP031) picks it up again.               *
      *                                                                *
      *    Each wave built (and any time on request) is followed by    *
      *    a replenishment run: every pick-face bin (BINMST) that the  *
      *    wave's demand would take below its minimum gets tasks to    *
      *    bring it back to its replenish-to level from the item's     *
      *    bulk bins, printed in bin-walk order.  Confirming a task    *
      *    makes the bin transfer with its TR movement.                *
      *                                                                *
      *    The pick list names the lots to take for lot-controlled     *
      *    items, earliest expiry first, from LOTEXP.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STPWAV.

       COPY STKQTY.SL.

       COPY STKMOVE.SL.

       COPY BINMST.SL.

       COPY LOTEXP.SL.

           SELECT WAVEFL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-WAVKEY.

      *
      *    ****    R E P L E N I S H M E N T   T A S K S
      *
           SELECT RPLTSK  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-RPLKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY STKQTY.FDE.

       COPY STKMOVE.FDE.

       COPY BINMST.FDE.

       COPY LOTEXP.FDE.

      *
      *    ****    W A V E   L I N E S
      *
               88  WAV-CONFIRMED   VALUE "C".
           03  FILLER         PIC  X(10).

       FD  RPLTSK    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "RPLTSK.DAT".
       01  RPL-RECORD.
           03  RPL-TASK-NO    PIC  9(05).
           03  RPL-WAVE-NO    PIC  9(05).
           03  RPL-LOCATION   PIC  9(03).
           03  RPL-CODE       PIC  X(14).
           03  RPL-FROM-BIN   PIC  X(06).
           03  RPL-TO-BIN     PIC  X(06).
           03  RPL-QTY        PIC S9(07)V99 COMP-3.
           03  RPL-MOVED      PIC S9(07)V99 COMP-3.
           03  RPL-DATE       PIC  9(08).
           03  RPL-OPER       PIC  X(03).
           03  RPL-STATUS     PIC  X(01).
               88  RPL-OPEN        VALUE "O".
               88  RPL-DONE        VALUE "C".
               88  RPL-CANCELLED   VALUE "X".
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STPWAV.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-WAVKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BINKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RPLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STM    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-RPL    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-WAVE        PIC  9(05)     VALUE ZERO.
       77  WS-TMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-RANK        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-BEST        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-NO-BINMST   PIC  9(01)     VALUE ZERO.
       77  WS-BIN         PIC  X(06)     VALUE SPACES.
       77  WS-TO-BIN      PIC  X(06)     VALUE SPACES.
       77  WS-TASK        PIC  9(05)     VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-NEED        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-MOVED       PIC S9(07)V99  VALUE ZERO.
       77  WS-F           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-FMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-B           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-BMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-R           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-RMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-TODAY-N     PIC  9(08)     VALUE ZERO.
       77  WS-LEXKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-LOTEXP   PIC  9(01)     VALUE ZERO.
       77  WS-HOLD-ORDER  PIC  9(06)     VALUE ZERO.
       77  WS-HOLD-LINE   PIC  9(03)     VALUE ZERO.
       77  WS-L1          PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-L2          PIC  9(02)     COMP-5 VALUE ZERO.

      *
      *    ****    P I C K - L I S T   C O N S O L I D A T I O N
           03  WS-PH-CODE    PIC  X(14).
           03  WS-PH-QTY     PIC S9(07)V99 COMP-3.

      *
      *    ****    L O T S   O F   O N E   I T E M   ( E X P I R Y )
      *
       01  WS-LOTS.
           03  WS-LX-COUNT   PIC  9(02) COMP-5 VALUE ZERO.
           03  WS-LX-ENTRY OCCURS 20.
               05  WS-LX-SORT    PIC  9(08).
               05  WS-LX-LOT     PIC  X(20).
               05  WS-LX-QTY     PIC S9(07)V99 COMP-3.
       01  WS-LX-SWAP.
           03  WS-LS-SORT    PIC  9(08).
           03  WS-LS-LOT     PIC  X(20).
           03  WS-LS-QTY     PIC S9(07)V99 COMP-3.

       01  WS-CD-TABLE.
           03  WS-CD-ENT OCCURS 200.
               05  WS-CD-CODE PIC  X(14).

      *
      *    ****    R E P L E N I S H M E N T   W O R K   T A B L E S
      *
      *    Pick-face and bulk stock lines at the location, and the
      *    tasks raised; open tasks from earlier runs are already
      *    counted in the quantities.
      *
       01  WS-PF-TABLE.
           03  WS-PF-ENT OCCURS 300.
               05  WS-PF-CODE PIC  X(14).
               05  WS-PF-BIN  PIC  X(06).
               05  WS-PF-QTY  PIC S9(07)V99 COMP-3.
               05  WS-PF-MIN  PIC S9(07)V99 COMP-3.
               05  WS-PF-REPL PIC S9(07)V99 COMP-3.
       01  WS-BK-TABLE.
           03  WS-BK-ENT OCCURS 500.
               05  WS-BK-CODE PIC  X(14).
               05  WS-BK-BIN  PIC  X(06).
               05  WS-BK-QTY  PIC S9(07)V99 COMP-3.
       01  WS-RT-TABLE.
           03  WS-RT-ENT OCCURS 200.
               05  WS-RT-FROM PIC  X(06).
               05  WS-RT-TO   PIC  X(06).
               05  WS-RT-CODE PIC  X(14).
               05  WS-RT-QTY  PIC S9(07)V99 COMP-3.
               05  WS-RT-SHORT
                              PIC S9(07)V99 COMP-3.
       01  WS-RT-HOLD.
           03  WS-RH-FROM    PIC  X(06).
           03  WS-RH-TO      PIC  X(06).
           03  WS-RH-CODE    PIC  X(14).
           03  WS-RH-QTY     PIC S9(07)V99 COMP-3.
           03  WS-RH-SHORT   PIC S9(07)V99 COMP-3.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  WS-DT-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-TEXT    PIC  X(30).

       01  WS-LT-LINE.
           03  FILLER        PIC  X(08) VALUE SPACES.
           03  FILLER        PIC  X(08) VALUE "USE LOT ".
           03  WS-LT-LOT     PIC  X(20).
           03  FILLER        PIC  X(09) VALUE " EXPIRES ".
           03  WS-LT-EXP     PIC  X(08).
           03  WS-LT-QTY     PIC  Z(06)9.99-.

       01  WS-RPL-LINE.
           03  WS-RL-TASK    PIC  ZZZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-FROM    PIC  X(06).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-RL-TO      PIC  X(06).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-RL-CODE    PIC  X(14).
           03  WS-RL-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-TEXT    PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
             DISPLAY "WAVE PICKING" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O WAVEFL.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-05.
             DISPLAY "W = Build wave, R = Replenishment run," AT 0412.
             DISPLAY "P = Print pick list, C = Confirm put-to-order,"
                     AT 0512.
             DISPLAY "T = Confirm replenishment task, X = Exit.  "
                     AT 0612 "Option :".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0664
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "w"
               MOVE "C"         TO WS-OPTION.
           IF WS-OPTION = "x"
               MOVE "X"         TO WS-OPTION.
           IF WS-OPTION = "r"
               MOVE "R"         TO WS-OPTION.
           IF WS-OPTION = "t"
               MOVE "T"         TO WS-OPTION.
           IF WS-OPTION = "W"
               PERFORM BA000-BUILD THRU BA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "C"
               PERFORM EA000-CONFIRM THRU EA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "R"
               PERFORM FA000-REPLENISH THRU FA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "T"
               PERFORM GA000-TASK THRU GA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION NOT = "X"
               GO TO AA000-05.
             CLOSE WAVEFL.
               DISPLAY "Order file open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-NO-BINMST.
             OPEN INPUT BINMST.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-BINMST.
             PERFORM XA000-NEXT-WAVE THRU XA000-EXIT.
             MOVE ZERO          TO WS-LINES.
             MOVE 1             TO WS-SORKEY.
      *
             MOVE SOR-CODE      TO WS-CODE.
             PERFORM XB000-FIND-STQ THRU XB000-EXIT.
             MOVE SPACES        TO WS-TO-BIN.
           IF WS-FOUND = 1
               MOVE STQ-BIN     TO WS-TO-BIN.
             PERFORM XP000-PICK-FACE THRU XP000-EXIT.
             PERFORM XC000-NEXT-WAV THRU XC000-EXIT.
             MOVE SPACES        TO WAV-RECORD.
             MOVE WS-WAVE       TO WAV-WAVE-NO.
             MOVE SOR-ORDER-NO  TO WAV-ORDER-NO.
             MOVE SOR-LINE      TO WAV-LINE.
             MOVE SOR-CODE      TO WAV-CODE.
             MOVE WS-TO-BIN     TO WAV-BIN.
             MOVE WS-QTY        TO WAV-QTY.
             MOVE ZERO          TO WAV-PICKED.
             MOVE "O"           TO WAV-STATUS.
             GO TO BA000-READ.
       BA000-END.
             CLOSE SALORD STKQTY.
           IF WS-NO-BINMST = ZERO
               CLOSE BINMST.
           IF WS-LINES = ZERO
               DISPLAY "No allocated lines selected   " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
      *
      *    Top up the pick faces before the wave is picked
      *
             PERFORM FB000-RUN THRU FB000-EXIT.
             DISPLAY "Wave built - number " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-WAVE WITH FOREGROUND-COLOR 11
                     "  replenishment tasks " WITH FOREGROUND-COLOR 10
                     WS-RMAX WITH FOREGROUND-COLOR 11.
       BA000-EXIT.
             EXIT.
      /
               GO TO CA000-SORT.
           IF WAV-WAVE-NO NOT = WS-WAVE OR NOT WAV-OPEN
               GO TO CA000-READ.
           IF WS-TMAX = ZERO
               MOVE WAV-ORDER-NO
                                TO WS-HOLD-ORDER
               MOVE WAV-LINE    TO WS-HOLD-LINE.
             PERFORM CB000-SUM THRU CB000-EXIT.
             GO TO CA000-READ.
      *
               MOVE WS-PK-HOLD  TO WS-PK-ENT (WS-BEST).
             GO TO CA000-PASS.
       CA000-PRINT.
             MOVE 1             TO WS-NO-LOTEXP.
           IF WS-TMAX > ZERO
               PERFORM XO000-WAVE-LOC THRU XO000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "CONSOLIDATED PICK LIST - BIN WALK ORDER"
                                TO REP-LINE.
             MOVE WS-PK-QTY (WS-T)
                                TO WS-DT-QTY.
             WRITE REP-LINE FROM WS-DET-LINE.
           IF WS-NO-LOTEXP = ZERO
               PERFORM XL000-LOTS THRU XL000-EXIT.
             GO TO CA000-PLOOP.
       CA000-END.
             CLOSE PRNREP.
           IF WS-NO-LOTEXP = ZERO
               CLOSE LOTEXP.
             DISPLAY "Pick list on STPWAV.PRN        " AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
       EE000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E P L E N I S H M E N T   R U N                   *
      *                                                                *
      *    On request - for a wave's demand, or wave 0 to top up any   *
      *    pick face already below its minimum.                        *
      *                                                                *
      ******************************************************************
       FA000-REPLENISH.
             DISPLAY "Location ('0' ends)         :" AT 0712.
             MOVE ZERO          TO WS-LOCATION.
             ACCEPT WS-LOCATION AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-LOCATION = ZERO
               GO TO FA000-EXIT.
             DISPLAY "Wave number (0 = none)      :" AT 0812.
             MOVE ZERO          TO WS-WAVE.
             ACCEPT WS-WAVE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM FB000-RUN THRU FB000-EXIT.
             DISPLAY "Replenishment tasks on STPWAV.PRN - " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-RMAX WITH FOREGROUND-COLOR 11.
       FA000-EXIT.
             EXIT.
      *
      *    ****    C O M P A R E   P I C K   F A C E S   W I T H
      *    ****    D E M A N D   A N D   R A I S E   T A S K S
      *
       FB000-RUN.
             MOVE ZERO          TO WS-FMAX WS-BMAX WS-RMAX.
             OPEN INPUT BINMST.
           IF WS-STATUS NOT = "00"
               DISPLAY "No pick faces designated      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FB000-EXIT.
             OPEN INPUT STKQTY.
             OPEN I-O RPLTSK.
           IF WS-STATUS = "35"
               OPEN OUTPUT RPLTSK
               CLOSE RPLTSK
               OPEN I-O RPLTSK.
      *
      *    Pick-face and bulk lines at the location
      *
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO FB000-OPEN-TASKS.
       FB000-STQ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FB000-OPEN-TASKS.
           IF STQ-LOCATION NOT = WS-LOCATION
               GO TO FB000-STQ.
             MOVE STQ-BIN       TO WS-BIN.
             PERFORM XF000-FIND-BINMST THRU XF000-EXIT.
           IF WS-FOUND = ZERO
               GO TO FB000-STQ.
           IF BIN-PICK-FACE AND WS-FMAX < 300
               ADD 1            TO WS-FMAX
               MOVE STQ-CODE    TO WS-PF-CODE (WS-FMAX)
               MOVE STQ-BIN     TO WS-PF-BIN (WS-FMAX)
               COMPUTE WS-PF-QTY (WS-FMAX)
                     = STQ-ON-HAND - STQ-QUARANTINE
               MOVE BIN-MIN-QTY TO WS-PF-MIN (WS-FMAX)
               MOVE BIN-REPL-QTY
                                TO WS-PF-REPL (WS-FMAX).
           IF BIN-BULK AND WS-BMAX < 500
               ADD 1            TO WS-BMAX
               MOVE STQ-CODE    TO WS-BK-CODE (WS-BMAX)
               MOVE STQ-BIN     TO WS-BK-BIN (WS-BMAX)
               COMPUTE WS-BK-QTY (WS-BMAX)
                     = STQ-ON-HAND - STQ-QUARANTINE.
             GO TO FB000-STQ.
      *
      *    Tasks still open are stock already on its way
      *
       FB000-OPEN-TASKS.
             MOVE ZERO          TO WS-TASK.
             MOVE 1             TO WS-NEXT-RPL WS-RPLKEY.
             START RPLTSK KEY NOT < WS-RPLKEY.
           IF WS-STATUS NOT = "00"
               GO TO FB000-FACES.
       FB000-RPL.
             READ RPLTSK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FB000-FACES.
             COMPUTE WS-NEXT-RPL = WS-RPLKEY + 1.
           IF RPL-TASK-NO > WS-TASK
               MOVE RPL-TASK-NO TO WS-TASK.
           IF NOT RPL-OPEN OR RPL-LOCATION NOT = WS-LOCATION
               GO TO FB000-RPL.
             PERFORM FC000-ON-ITS-WAY THRU FC000-EXIT.
             GO TO FB000-RPL.
       FB000-FACES.
             MOVE ZERO          TO WS-F.
       FB000-FACE.
             ADD 1              TO WS-F.
           IF WS-F > WS-FMAX
               GO TO FB000-SORT.
             PERFORM XW000-DEMAND THRU XW000-EXIT.
             COMPUTE WS-LEFT = WS-PF-QTY (WS-F) - WS-QTY.
           IF WS-LEFT NOT < WS-PF-MIN (WS-F)
               GO TO FB000-FACE.
             COMPUTE WS-NEED = WS-PF-REPL (WS-F) - WS-LEFT.
             PERFORM FD000-SOURCE THRU FD000-EXIT.
             GO TO FB000-FACE.
      *
      *    Bin walk order through the bulk racking
      *
       FB000-SORT.
             MOVE ZERO          TO WS-RANK.
       FB000-PASS.
           IF WS-RANK NOT < WS-RMAX
               GO TO FB000-PRINT.
             COMPUTE WS-R = WS-RANK + 1.
             MOVE WS-R          TO WS-BEST.
             COMPUTE WS-T2 = WS-R + 1.
       FB000-SCAN.
           IF WS-T2 > WS-RMAX
               GO TO FB000-SWAP.
           IF WS-RT-FROM (WS-T2) < WS-RT-FROM (WS-BEST)
            OR (WS-RT-FROM (WS-T2) = WS-RT-FROM (WS-BEST)
            AND WS-RT-TO (WS-T2) < WS-RT-TO (WS-BEST))
               MOVE WS-T2       TO WS-BEST.
             ADD 1              TO WS-T2.
             GO TO FB000-SCAN.
       FB000-SWAP.
             ADD 1              TO WS-RANK.
           IF WS-BEST NOT = WS-RANK
               MOVE WS-RT-ENT (WS-RANK)
                                TO WS-RT-HOLD
               MOVE WS-RT-ENT (WS-BEST)
                                TO WS-RT-ENT (WS-RANK)
               MOVE WS-RT-HOLD  TO WS-RT-ENT (WS-BEST).
             GO TO FB000-PASS.
       FB000-PRINT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "REPLENISHMENT TASKS - LOCATION " WS-LOCATION
                    "  WAVE " WS-WAVE "  " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE " TASK  FROM BIN  TO BIN   ITEM            QUANTITY"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-R.
       FB000-TASK.
             ADD 1              TO WS-R.
           IF WS-R > WS-RMAX
               GO TO FB000-END.
             MOVE SPACES        TO WS-RPL-LINE.
             MOVE WS-RT-FROM (WS-R) TO WS-RL-FROM.
             MOVE WS-RT-TO (WS-R) TO WS-RL-TO.
             MOVE WS-RT-CODE (WS-R) TO WS-RL-CODE.
           IF WS-RT-QTY (WS-R) = ZERO
               MOVE WS-RT-SHORT (WS-R) TO WS-RL-QTY
               MOVE "NOT IN BULK - FACE WILL RUN SHORT"
                                TO WS-RL-TEXT
               WRITE REP-LINE FROM WS-RPL-LINE
               GO TO FB000-TASK.
             ADD 1              TO WS-TASK.
             MOVE SPACES        TO RPL-RECORD.
             MOVE WS-TASK       TO RPL-TASK-NO.
             MOVE WS-WAVE       TO RPL-WAVE-NO.
             MOVE WS-LOCATION   TO RPL-LOCATION.
             MOVE WS-RT-CODE (WS-R) TO RPL-CODE.
             MOVE WS-RT-FROM (WS-R) TO RPL-FROM-BIN.
             MOVE WS-RT-TO (WS-R) TO RPL-TO-BIN.
             MOVE WS-RT-QTY (WS-R) TO RPL-QTY.
             MOVE ZERO          TO RPL-MOVED.
             MOVE WS-TODAY-N    TO RPL-DATE.
             MOVE "O"           TO RPL-STATUS.
             MOVE WS-NEXT-RPL   TO WS-RPLKEY.
             WRITE RPL-RECORD.
             ADD 1              TO WS-NEXT-RPL.
             MOVE WS-TASK       TO WS-RL-TASK.
             MOVE WS-RT-QTY (WS-R) TO WS-RL-QTY.
           IF WS-RT-SHORT (WS-R) NOT = ZERO
               MOVE "ALL THE BULK HOLDS - STILL SHORT"
                                TO WS-RL-TEXT.
             WRITE REP-LINE FROM WS-RPL-LINE.
             GO TO FB000-TASK.
       FB000-END.
             CLOSE PRNREP STKQTY RPLTSK BINMST.
       FB000-EXIT.
             EXIT.
      *
      *    ****    A N   O P E N   T A S K   I N   T H E   T A B L E S
      *
       FC000-ON-ITS-WAY.
             MOVE ZERO          TO WS-F.
       FC000-FACE.
             ADD 1              TO WS-F.
           IF WS-F > WS-FMAX
               GO TO FC000-BULK.
           IF WS-PF-CODE (WS-F) NOT = RPL-CODE
            OR WS-PF-BIN (WS-F) NOT = RPL-TO-BIN
               GO TO FC000-FACE.
             ADD RPL-QTY        TO WS-PF-QTY (WS-F).
       FC000-BULK.
             MOVE ZERO          TO WS-B.
       FC000-BULK-LOOP.
             ADD 1              TO WS-B.
           IF WS-B > WS-BMAX
               GO TO FC000-EXIT.
           IF WS-BK-CODE (WS-B) NOT = RPL-CODE
            OR WS-BK-BIN (WS-B) NOT = RPL-FROM-BIN
               GO TO FC000-BULK-LOOP.
             SUBTRACT RPL-QTY   FROM WS-BK-QTY (WS-B).
       FC000-EXIT.
             EXIT.
      *
      *    ****    T A K E   T H E   N E E D   F R O M   B U L K
      *
       FD000-SOURCE.
             MOVE ZERO          TO WS-B.
       FD000-BULK.
           IF WS-NEED NOT > ZERO
               GO TO FD000-EXIT.
             ADD 1              TO WS-B.
           IF WS-B > WS-BMAX
               GO TO FD000-SHORT.
           IF WS-BK-CODE (WS-B) NOT = WS-PF-CODE (WS-F)
            OR WS-BK-QTY (WS-B) NOT > ZERO
               GO TO FD000-BULK.
           IF WS-RMAX NOT < 200
               GO TO FD000-EXIT.
           IF WS-BK-QTY (WS-B) < WS-NEED
               MOVE WS-BK-QTY (WS-B) TO WS-TAKE
           ELSE
               MOVE WS-NEED     TO WS-TAKE.
             SUBTRACT WS-TAKE   FROM WS-BK-QTY (WS-B) WS-NEED.
             ADD 1              TO WS-RMAX.
             MOVE WS-BK-BIN (WS-B) TO WS-RT-FROM (WS-RMAX).
             MOVE WS-PF-BIN (WS-F) TO WS-RT-TO (WS-RMAX).
             MOVE WS-PF-CODE (WS-F) TO WS-RT-CODE (WS-RMAX).
             MOVE WS-TAKE       TO WS-RT-QTY (WS-RMAX).
             MOVE ZERO          TO WS-RT-SHORT (WS-RMAX).
             GO TO FD000-BULK.
      *
      *    Bulk ran out - the last task carries the shortfall, or a
      *    print-only line says there was nothing to move
      *
       FD000-SHORT.
           IF WS-RMAX > ZERO
            AND WS-RT-CODE (WS-RMAX) = WS-PF-CODE (WS-F)
            AND WS-RT-TO (WS-RMAX) = WS-PF-BIN (WS-F)
               MOVE WS-NEED     TO WS-RT-SHORT (WS-RMAX)
               GO TO FD000-EXIT.
           IF WS-RMAX NOT < 200
               GO TO FD000-EXIT.
             ADD 1              TO WS-RMAX.
             MOVE SPACES        TO WS-RT-FROM (WS-RMAX).
             MOVE WS-PF-BIN (WS-F) TO WS-RT-TO (WS-RMAX).
             MOVE WS-PF-CODE (WS-F) TO WS-RT-CODE (WS-RMAX).
             MOVE ZERO          TO WS-RT-QTY (WS-RMAX).
             MOVE WS-NEED       TO WS-RT-SHORT (WS-RMAX).
       FD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O N F I R M   A   R E P L E N I S H M E N T       *
      *                                                                *
      *    The quantity actually moved comes off the bulk bin and      *
      *    onto the pick face, with a TR movement as STP110 writes     *
      *    for a bin transfer.  Nothing moved cancels the task.        *
      *                                                                *
      ******************************************************************
       GA000-TASK.
             OPEN I-O RPLTSK.
           IF WS-STATUS NOT = "00"
               DISPLAY "No replenishment tasks" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO GA000-EXIT.
       GA000-NEXT.
             DISPLAY "Task number ('0' ends)      :" AT 0712.
             MOVE ZERO          TO WS-TASK.
             ACCEPT WS-TASK AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TASK = ZERO
               GO TO GA000-END.
             PERFORM XR000-FIND-TASK THRU XR000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No open task with that number" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO GA000-NEXT.
             MOVE RPL-CODE      TO WS-CODE.
             MOVE RPL-LOCATION  TO WS-LOCATION.
             MOVE RPL-FROM-BIN  TO WS-BIN.
             MOVE RPL-TO-BIN    TO WS-TO-BIN.
             DISPLAY "Item " AT 0912.
             DISPLAY WS-CODE AT 0918 WITH FOREGROUND-COLOR 11.
             DISPLAY "from bin " AT 0934.
             DISPLAY WS-BIN AT 0943 WITH FOREGROUND-COLOR 11.
             DISPLAY "to " AT 0950.
             DISPLAY WS-TO-BIN AT 0953 WITH FOREGROUND-COLOR 11.
             DISPLAY "Quantity moved ('0' cancels):" AT 1012.
             MOVE RPL-QTY       TO WS-MOVED.
             ACCEPT WS-MOVED AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-MOVED < ZERO
               GO TO GA000-NEXT.
             DISPLAY "Operator id                 :" AT 1112.
             ACCEPT WS-OPER AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-MOVED = ZERO
               MOVE "X"         TO RPL-STATUS
               MOVE WS-OPER     TO RPL-OPER
               REWRITE RPL-RECORD
               DISPLAY "Task cancelled               " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO GA000-NEXT.
             OPEN I-O STKQTY.
           IF WS-STATUS NOT = "00"
               DISPLAY "STKQTY open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO GA000-NEXT.
             PERFORM XS000-FIND-BIN THRU XS000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Item not in the bulk bin - refused" AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE STKQTY
               GO TO GA000-NEXT.
           IF WS-MOVED > STQ-ON-HAND
               DISPLAY "More than the bin holds - refused" AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE STKQTY
               GO TO GA000-NEXT.
             SUBTRACT WS-MOVED  FROM STQ-ON-HAND.
             REWRITE STQ-RECORD.
             PERFORM GB000-ADD-TARGET THRU GB000-EXIT.
             CLOSE STKQTY.
      *
      *    Movement for the audit trail
      *
             OPEN I-O STKMOVE.
           IF WS-STATUS = "35"
               OPEN OUTPUT STKMOVE
               CLOSE STKMOVE
               OPEN I-O STKMOVE.
             PERFORM XH000-NEXT-STM THRU XH000-EXIT.
             MOVE SPACES        TO STM-RECORD.
             MOVE WS-CODE       TO STM-CODE.
             MOVE WS-LOCATION   TO STM-LOCATION.
             MOVE WS-TODAY-N    TO STM-DATE.
             MOVE "TR"          TO STM-TYPE.
             STRING WS-BIN DELIMITED SIZE
                    ">" DELIMITED SIZE
                    WS-TO-BIN DELIMITED SIZE
                    INTO STM-REF.
             MOVE WS-MOVED      TO STM-QTY.
             MOVE ZERO          TO STM-COST STM-PRICE.
             MOVE WS-OPER       TO STM-OPER.
             MOVE WS-NEXT-STM   TO WS-STMKEY.
             WRITE STM-RECORD.
             CLOSE STKMOVE.
             MOVE WS-MOVED      TO RPL-MOVED.
             MOVE WS-OPER       TO RPL-OPER.
             MOVE "C"           TO RPL-STATUS.
             REWRITE RPL-RECORD.
             DISPLAY "Replenishment recorded       " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO GA000-NEXT.
       GA000-END.
             CLOSE RPLTSK.
       GA000-EXIT.
             EXIT.
      *
      *    ****    A D D   T O   T H E   P I C K   F A C E
      *
       GB000-ADD-TARGET.
             MOVE 1             TO WS-NEXT-STQ WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO GB000-NEW.
       GB000-READ.
             READ STKQTY NEXT.
           IF WS-STATUS NOT = "00"
               GO TO GB000-NEW.
             COMPUTE WS-NEXT-STQ = WS-STQKEY + 1.
           IF STQ-CODE = WS-CODE
            AND STQ-LOCATION = WS-LOCATION
            AND STQ-BIN = WS-TO-BIN
               ADD WS-MOVED     TO STQ-ON-HAND
               REWRITE STQ-RECORD
               GO TO GB000-EXIT.
             GO TO GB000-READ.
       GB000-NEW.
             MOVE SPACES        TO STQ-RECORD.
             MOVE WS-CODE       TO STQ-CODE.
             MOVE WS-LOCATION   TO STQ-LOCATION.
             MOVE WS-TO-BIN     TO STQ-BIN.
             MOVE WS-MOVED      TO STQ-ON-HAND.
             MOVE ZERO          TO STQ-RESERVED STQ-ON-ORDER
                                   STQ-BACK-ORDER STQ-QUARANTINE.
             MOVE WS-NEXT-STQ   TO WS-STQKEY.
             WRITE STQ-RECORD.
       GB000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   I T E M  /  L O C A T I O N
      *
       XB000-EXIT.
             EXIT.
      *
      *    ****    P I C K   F R O M   T H E   P I C K   F A C E
      *
      *    Where the item has a pick-face bin at the location the
      *    wave line carries that bin instead of the first found
      *    (WS-TO-BIN holds the bin chosen for the line).
      *
       XP000-PICK-FACE.
           IF WS-NO-BINMST = 1
               GO TO XP000-EXIT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF STQ-CODE NOT = WS-CODE
            OR STQ-LOCATION NOT = WS-LOCATION
               GO TO XP000-READ.
             MOVE STQ-BIN       TO WS-BIN.
             PERFORM XF000-FIND-BINMST THRU XF000-EXIT.
           IF WS-FOUND = 1 AND BIN-PICK-FACE
               MOVE STQ-BIN     TO WS-TO-BIN
               GO TO XP000-EXIT.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    T H E   W A V E ' S   L O C A T I O N
      *
      *    A wave is built for one location - the order line behind
      *    its first line gives it.  LOTEXP is opened for the lots.
      *
       XO000-WAVE-LOC.
             MOVE ZERO          TO WS-LOCATION.
             OPEN INPUT SALORD.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XO000-CLOSE.
       XO000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XO000-CLOSE.
           IF SOR-ORDER-NO NOT = WS-HOLD-ORDER
            OR SOR-LINE NOT = WS-HOLD-LINE
               GO TO XO000-READ.
             MOVE SOR-LOCATION  TO WS-LOCATION.
       XO000-CLOSE.
             CLOSE SALORD.
             OPEN INPUT LOTEXP.
           IF WS-STATUS = "00"
               MOVE ZERO        TO WS-NO-LOTEXP.
       XO000-EXIT.
             EXIT.
      *
      *    ****    F I R S T - E X P I R Y   L O T S   T O   P I C K
      *
      *    The item's unexpired lots at the location, earliest expiry
      *    first (undated lots last), listed under the pick line until
      *    the quantity is covered.
      *
       XL000-LOTS.
             MOVE ZERO          TO WS-LX-COUNT.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-SORT.
           IF LEX-CODE NOT = WS-PK-CODE (WS-T)
            OR LEX-LOCATION NOT = WS-LOCATION
            OR NOT LEX-ON-HAND OR LEX-QTY-LEFT NOT > ZERO
               GO TO XL000-READ.
           IF LEX-EXPIRY NOT = ZERO AND LEX-EXPIRY NOT > WS-TODAY-N
               GO TO XL000-READ.
           IF WS-LX-COUNT NOT < 20
               GO TO XL000-SORT.
             ADD 1              TO WS-LX-COUNT.
             MOVE LEX-LOT       TO WS-LX-LOT (WS-LX-COUNT).
             MOVE LEX-QTY-LEFT  TO WS-LX-QTY (WS-LX-COUNT).
           IF LEX-EXPIRY = ZERO
               MOVE 99999999    TO WS-LX-SORT (WS-LX-COUNT)
           ELSE
               MOVE LEX-EXPIRY  TO WS-LX-SORT (WS-LX-COUNT).
             GO TO XL000-READ.
       XL000-SORT.
             MOVE 1             TO WS-L1.
       XL000-SORT-OUTER.
           IF WS-L1 NOT < WS-LX-COUNT
               GO TO XL000-PRINT.
             COMPUTE WS-L2 = WS-L1 + 1.
       XL000-SORT-INNER.
           IF WS-L2 > WS-LX-COUNT
               ADD 1            TO WS-L1
               GO TO XL000-SORT-OUTER.
           IF WS-LX-SORT (WS-L2) < WS-LX-SORT (WS-L1)
               MOVE WS-LX-ENTRY (WS-L1) TO WS-LX-SWAP
               MOVE WS-LX-ENTRY (WS-L2) TO WS-LX-ENTRY (WS-L1)
               MOVE WS-LX-SWAP          TO WS-LX-ENTRY (WS-L2).
             ADD 1              TO WS-L2.
             GO TO XL000-SORT-INNER.
       XL000-PRINT.
             MOVE WS-PK-QTY (WS-T) TO WS-NEED.
             MOVE ZERO          TO WS-L1.
       XL000-PRINT-LOOP.
             ADD 1              TO WS-L1.
           IF WS-L1 > WS-LX-COUNT OR WS-NEED NOT > ZERO
               GO TO XL000-EXIT.
             MOVE WS-LX-LOT (WS-L1) TO WS-LT-LOT.
           IF WS-LX-SORT (WS-L1) = 99999999
               MOVE "NONE"      TO WS-LT-EXP
           ELSE
               MOVE WS-LX-SORT (WS-L1) TO WS-LT-EXP.
           IF WS-LX-QTY (WS-L1) < WS-NEED
               MOVE WS-LX-QTY (WS-L1) TO WS-LT-QTY
           ELSE
               MOVE WS-NEED     TO WS-LT-QTY.
             SUBTRACT WS-LX-QTY (WS-L1) FROM WS-NEED.
             WRITE REP-LINE FROM WS-LT-LINE.
             GO TO XL000-PRINT-LOOP.
       XL000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   B I N   D E S I G N A T I O N
      *
       XF000-FIND-BINMST.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-BINKEY.
             START BINMST KEY NOT < WS-BINKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ BINMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF BIN-LOCATION = WS-LOCATION AND BIN-BIN = WS-BIN
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    W A V E   D E M A N D   O N   A   P I C K   F A C E
      *
       XW000-DEMAND.
             MOVE ZERO          TO WS-QTY.
           IF WS-WAVE = ZERO
               GO TO XW000-EXIT.
             MOVE 1             TO WS-WAVKEY.
             START WAVEFL KEY NOT < WS-WAVKEY.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
       XW000-READ.
             READ WAVEFL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
           IF WAV-WAVE-NO NOT = WS-WAVE OR NOT WAV-OPEN
            OR WAV-CODE NOT = WS-PF-CODE (WS-F)
            OR WAV-BIN NOT = WS-PF-BIN (WS-F)
               GO TO XW000-READ.
             ADD WAV-QTY        TO WS-QTY.
             GO TO XW000-READ.
       XW000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A N   O P E N   T A S K
      *
       XR000-FIND-TASK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-RPLKEY.
             START RPLTSK KEY NOT < WS-RPLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-READ.
             READ RPLTSK NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
           IF RPL-TASK-NO = WS-TASK AND RPL-OPEN
               MOVE 1           TO WS-FOUND
               GO TO XR000-EXIT.
             GO TO XR000-READ.
       XR000-EXIT.
             EXIT.
      *
      *    ****    F I N D   I T E M  /  B I N   R E C O R D
      *
       XS000-FIND-BIN.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
       XS000-READ.
             READ STKQTY NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
           IF STQ-CODE = WS-CODE
            AND STQ-LOCATION = WS-LOCATION
            AND STQ-BIN = WS-BIN
               MOVE 1           TO WS-FOUND
               GO TO XS000-EXIT.
             GO TO XS000-READ.
       XS000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   M O V E M E N T   K E Y
      *
       XH000-NEXT-STM.
             MOVE 1             TO WS-NEXT-STM WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
       XH000-READ.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
             COMPUTE WS-NEXT-STM = WS-STMKEY + 1.
             GO TO XH000-READ.
       XH000-EXIT.
             EXIT.
      *
      *    ****    N E X T   W A V E   N U M B E R
      *
       XA000-NEXT-WAVE.
