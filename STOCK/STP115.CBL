      *    goods out for the return-to-supplier flow (CRP045); and     *
      *    the aging report shows everything still waiting.            *
      *                                                                *
      *    Lots reaching their expiry date (LOTEXP) are held the same  *
      *    way: each time the program starts, and on option E, the     *
      *    expired quantity moves into quarantine as a lot of its own  *
      *    so QC can reject it or, exceptionally, release it.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STP115.

       COPY STKMOVE.SL.

       COPY LOTEXP.SL.

           SELECT QCHOLD  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY STKMOVE.FDE.

       COPY LOTEXP.FDE.

      *
      *    ****    Q C   D E S I G N A T I O N S
      *
       77  WS-TAKE        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-REF         PIC  X(10)     VALUE SPACES.
       77  WS-DAYS        PIC S9(05)     COMP-5 VALUE ZERO.
       77  WS-LEXKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-EXPIRED     PIC  9(05)     VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
               DISPLAY "QC file open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             PERFORM HA000-EXPIRY-HOLD THRU HA000-EXIT.
       AA000-05.
             DISPLAY "D = Designations, R = Quarantine receipt,"
                     AT 0512.
             DISPLAY "Q = QC release, J = Reject, E = Expiry hold,"
                     AT 0612.
             DISPLAY "A = Aging report, X = Exit.  Option :"
                     AT 0712.
             MOVE SPACE         TO WS-OPTION.
               MOVE "J"         TO WS-OPTION.
           IF WS-OPTION = "a"
               MOVE "A"         TO WS-OPTION.
           IF WS-OPTION = "e"
               MOVE "E"         TO WS-OPTION.
           IF WS-OPTION = "x"
               MOVE "X"         TO WS-OPTION.
           IF WS-OPTION = "D"
           IF WS-OPTION = "A"
               PERFORM FA000-AGING THRU FA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION = "E"
               PERFORM HA000-EXPIRY-HOLD THRU HA000-EXIT
               GO TO AA000-05.
           IF WS-OPTION NOT = "X"
               GO TO AA000-05.
             CLOSE QCHOLD QLOTFL.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    E X P I R Y   H O L D                               *
      *                                                                *
      *    A lot on hand whose expiry date has come is taken out of    *
      *    free stock: its quantity (no more than is free at the       *
      *    location) goes into quarantine with a quarantine lot        *
      *    referenced by the lot number, and the lot is marked         *
      *    expired so the pickers are no longer sent to it.            *
      *                                                                *
      ******************************************************************
       HA000-EXPIRY-HOLD.
             MOVE ZERO          TO WS-EXPIRED.
             OPEN I-O LOTEXP.
           IF WS-STATUS NOT = "00"
               GO TO HA000-EXIT.
             OPEN I-O STKQTY.
           IF WS-STATUS NOT = "00"
               CLOSE LOTEXP
               GO TO HA000-EXIT.
             OPEN EXTEND QCRLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT QCRLOG.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO HA000-END.
       HA000-READ.
             READ LOTEXP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO HA000-END.
           IF NOT LEX-ON-HAND OR LEX-EXPIRY = ZERO
            OR LEX-EXPIRY > WS-TODAY-N
               GO TO HA000-READ.
             MOVE "E"           TO LEX-STATUS.
             REWRITE LEX-RECORD.
             ADD 1              TO WS-EXPIRED.
           IF LEX-QTY-LEFT NOT > ZERO
               GO TO HA000-READ.
             MOVE LEX-CODE      TO WS-CODE.
             MOVE LEX-LOCATION  TO WS-LOCATION.
             PERFORM XE000-FIND-STQ THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO HA000-READ.
             COMPUTE WS-TAKE = STQ-ON-HAND - STQ-QUARANTINE.
           IF WS-TAKE > LEX-QTY-LEFT
               MOVE LEX-QTY-LEFT
                                TO WS-TAKE.
           IF WS-TAKE NOT > ZERO
               GO TO HA000-READ.
             ADD WS-TAKE        TO STQ-QUARANTINE.
             REWRITE STQ-RECORD.
             PERFORM XH000-NEXT-QLT THRU XH000-EXIT.
             MOVE SPACES        TO QLT-RECORD.
             MOVE WS-CODE       TO QLT-CODE.
             MOVE WS-LOCATION   TO QLT-LOCATION.
             MOVE WS-TAKE       TO QLT-QTY-LEFT.
             MOVE WS-TODAY-N    TO QLT-DATE-IN.
             MOVE LEX-LOT       TO QLT-REF.
             WRITE QLT-RECORD.
             MOVE WS-TODAY-N    TO QCR-DATE.
             MOVE "EXPIRED"     TO QCR-ACTION.
             MOVE WS-CODE       TO QCR-CODE.
             COMPUTE QCR-QTY = WS-TAKE * 100.
             MOVE WS-OPER       TO QCR-INSPECTOR.
             WRITE QCR-RECORD FROM WS-QCR-LINE.
             GO TO HA000-READ.
       HA000-END.
             CLOSE LOTEXP STKQTY QCRLOG.
           IF WS-EXPIRED > ZERO
               DISPLAY "Expired lots held in quarantine: " AT 2312
                       WITH FOREGROUND-COLOR 12
                       WS-EXPIRED WITH FOREGROUND-COLOR 11.
       HA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
