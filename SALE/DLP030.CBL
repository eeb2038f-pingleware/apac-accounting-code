      *    receiver's name.  Exceptions go to DLVEXC, the route        *
      *    debrief prints per vehicle, and the open exceptions feed    *
      *    the returns list so stock and the debtor's invoice get      *
      *    corrected instead of drifting.  A line confirmed in full    *
      *    or short carries the delivery date, which releases it to    *
      *    the delivery-confirmed invoicing run (DLP034):              *
      *                                                                *
      *      'C'  confirm a route's drops                              *
      *      'D'  route debrief report                                 *
      *    Reason codes: RF refused, SH short-shipped, DM damaged,     *
      *    NA no answer, WA wrong address.                             *
      *                                                                *
      *    Each drop shows where it was to go - the order's delivery   *
      *    site (SLS018) through SHPLKP, or the account's address -    *
      *    and the debrief and returns lists print that address under *
      *    each exception.                                             *
      *                                                                *
      *    A route built into numbered stops on DLP035 is confirmed    *
      *    in the same drop sequence:  the next open stop's order      *
      *    comes up ready, and order line '0' closes that stop and     *
      *    moves on to the next drop.                                  *
      *                                                                *
      *    Route 999 carries the courier's failed deliveries, read     *
      *    from the courier's tracking file by DLP036.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP030.

       COPY SALORD.SL.

       COPY RUNSTP.SL.

      *
      *    ****    D E L I V E R Y   E X C E P T I O N S
      *

       COPY SALORD.FDE.

       COPY RUNSTP.FDE.

       FD  DLVEXC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLVEXC.DAT".
       01  EXC-RECORD.
           03  EXC-STATUS     PIC  X(01).
               88  EXC-OPEN        VALUE "O".
               88  EXC-PROCESSED   VALUE "P".
           03  EXC-ACCOUNT    PIC  9(07).
           03  EXC-SHIP-TO    PIC  9(03).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLP030.PRN".
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-EXCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-EXC    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BEST-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-BEST-SEQ    PIC  9(03)     VALUE ZERO.
       77  WS-NO-RUNSTP   PIC  9(01)     VALUE ZERO.
       77  WS-OPTION      PIC  X(01).
       77  WS-OUTCOME     PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-REASON      PIC  X(02)     VALUE SPACES.
       77  WS-RECEIVER    PIC  X(20)     VALUE SPACES.

      *
      *    ****    S H I P - T O   L O O K U P   ( S H P L K P )
      *
       01  WS-SL-PARAMS.
           03  WS-SL-ACCOUNT  PIC  9(07).
           03  WS-SL-SHIP-TO  PIC  9(03).
           03  WS-SL-NAME     PIC  X(40).
           03  WS-SL-SITE     PIC  X(30).
           03  WS-SL-ADDRESS1 PIC  X(30).
           03  WS-SL-ADDRESS2 PIC  X(30).
           03  WS-SL-ADDRESS3 PIC  X(30).
           03  WS-SL-CONTACT  PIC  X(30).
           03  WS-SL-PHONE    PIC  X(15).
           03  WS-SL-ZONE     PIC  9(02).
           03  WS-SL-INSTRUCT PIC  X(60).
           03  WS-SL-RESULT   PIC  9(01).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-NO-RUNSTP.
             OPEN I-O RUNSTP.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-RUNSTP.
       BA000-DROP.
             DISPLAY "Order number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-ORDER-NO.
             DISPLAY "        " AT 0856.
             PERFORM XR000-NEXT-DROP THRU XR000-EXIT.
             ACCEPT WS-ORDER-NO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ORDER-NO = ZERO
               CLOSE SALORD
               GO TO BA000-CLOSE.
             DISPLAY "Order line ('0' next drop) :" AT 0912.
             MOVE ZERO          TO WS-LINE.
             ACCEPT WS-LINE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-LINE = ZERO
               PERFORM XC000-CLOSE-STOP THRU XC000-EXIT
               GO TO BA000-DROP.
             PERFORM XO000-FIND-LINE THRU XO000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Order line not found       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-DROP.
             PERFORM BB000-DELIVER-TO THRU BB000-EXIT.
       BA000-OUTCOME.
             DISPLAY "'F'ull / 'S'hort / 'R'efused :" AT 1012.
             MOVE SPACE         TO WS-OUTCOME.
               MOVE SOR-QTY-ORDERED
                                TO SOR-QTY-SHIPPED
               MOVE "S"         TO SOR-STATUS
               MOVE WS-TODAY-N  TO SOR-POD-DATE
               REWRITE SOR-RECORD
               DISPLAY "Drop confirmed in full     " AT 2312
                       WITH FOREGROUND-COLOR 10
                           BACKGROUND-COLOR 5 UPDATE
               MOVE WS-QTY      TO SOR-QTY-SHIPPED
               MOVE "S"         TO SOR-STATUS
               MOVE WS-TODAY-N  TO SOR-POD-DATE
           ELSE
               MOVE ZERO        TO WS-QTY
               MOVE ZERO        TO SOR-QTY-SHIPPED.
             MOVE WS-RECEIVER   TO EXC-RECEIVER.
             MOVE WS-TODAY-N    TO EXC-DATE.
             MOVE "O"           TO EXC-STATUS.
             MOVE SOR-ACCOUNT   TO EXC-ACCOUNT.
             MOVE WS-SL-SHIP-TO TO EXC-SHIP-TO.
             MOVE WS-NEXT-EXC   TO WS-EXCKEY.
             WRITE EXC-RECORD.
             DISPLAY "Exception recorded          " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-DROP.
       BA000-CLOSE.
           IF WS-NO-RUNSTP = ZERO
               CLOSE RUNSTP.
       BA000-EXIT.
             EXIT.
      *
      *    ****    W H E R E   T H E   D R O P   W A S   T O   G O
      *
       BB000-DELIVER-TO.
             MOVE SOR-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE ZERO          TO WS-SL-SHIP-TO.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             DISPLAY "Deliver to                 :" AT 1512.
             DISPLAY WS-SL-NAME AT 1544 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-SITE AT 1644 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-ADDRESS1 AT 1744 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-INSTRUCT AT 1812 WITH FOREGROUND-COLOR 11.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
               GO TO DA000-READ.
             PERFORM XE000-FORMAT THRU XE000-EXIT.
             WRITE REP-LINE FROM WS-DB-LINE.
             PERFORM XD000-DELIVER-TO THRU XD000-EXIT.
             GO TO DA000-READ.
       DA000-DONE.
             CLOSE PRNREP.
               GO TO EA000-READ.
             PERFORM XE000-FORMAT THRU XE000-EXIT.
             WRITE REP-LINE FROM WS-DB-LINE.
             PERFORM XD000-DELIVER-TO THRU XD000-EXIT.
             MOVE "P"           TO EXC-STATUS.
             REWRITE EXC-RECORD.
             GO TO EA000-READ.
             EXIT.
      /
      *
      *    ****    T H E   E X C E P T I O N ' S   D E L I V E R Y
      *            A D D R E S S
      *
      *    Exceptions recorded before the account was carried have
      *    spaces there and print no address.
      *
       XD000-DELIVER-TO.
           IF EXC-ACCOUNT NOT NUMERIC
               GO TO XD000-EXIT.
           IF EXC-ACCOUNT = ZERO
               GO TO XD000-EXIT.
             MOVE EXC-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE EXC-SHIP-TO   TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             MOVE SPACES        TO REP-LINE.
             STRING "           DELIVER TO " WS-SL-NAME "  "
                    WS-SL-SITE "  " WS-SL-ADDRESS1
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
       XD000-EXIT.
             EXIT.
      *
      *    ****    C L O S E   T H E   O R D E R ' S   S T O P
      *
       XC000-CLOSE-STOP.
           IF WS-NO-RUNSTP = 1
               DISPLAY "Order line not found       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO XC000-EXIT.
             MOVE 1             TO WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-NONE.
       XC000-READ.
             READ RUNSTP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-NONE.
           IF RST-ROUTE NOT = WS-ROUTE OR RST-ORDER NOT = WS-ORDER-NO
            OR NOT RST-OPEN
               GO TO XC000-READ.
             MOVE "C"           TO RST-STATUS.
             REWRITE RST-RECORD.
             DISPLAY "Drop complete - next drop  " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO XC000-EXIT.
       XC000-NONE.
             DISPLAY "Order is not a stop on the route" AT 2312
                     WITH FOREGROUND-COLOR 12.
       XC000-EXIT.
             EXIT.
      *
      *    ****    F O R M A T   A N   E X C E P T I O N   L I N E
      *
       XE000-FORMAT.
             READ SALORD NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
      *
      *    A line the wave put-to-order marked shipped is still open
      *    to confirmation until its delivery date is stamped.
      *
           IF SOR-ORDER-NO = WS-ORDER-NO
            AND SOR-LINE = WS-LINE
            AND NOT SOR-CANCELLED
            AND (NOT SOR-SHIPPED
                 OR SOR-POD-DATE NOT NUMERIC
                 OR SOR-POD-DATE = ZERO)
               MOVE 1           TO WS-FOUND
               GO TO XO000-EXIT.
             GO TO XO000-READ.
       XO000-EXIT.
             EXIT.
      *
      *    ****    N E X T   D R O P   O N   T H E   R O U T E
      *
      *    The open stop with the lowest drop sequence (the earlier
      *    slot on a tie) puts its order up as the next to confirm.
      *
       XR000-NEXT-DROP.
           IF WS-NO-RUNSTP = 1
               GO TO XR000-EXIT.
             MOVE 999           TO WS-BEST-SEQ.
             MOVE ZERO          TO WS-BEST-KEY.
             MOVE 1             TO WS-RSTKEY.
             START RUNSTP KEY NOT < WS-RSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-READ.
             READ RUNSTP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-GOT.
           IF RST-ROUTE NOT = WS-ROUTE OR NOT RST-OPEN
               GO TO XR000-READ.
           IF RST-SEQ > WS-BEST-SEQ
               GO TO XR000-READ.
           IF RST-SEQ = WS-BEST-SEQ AND WS-BEST-KEY NOT = ZERO
               GO TO XR000-READ.
             MOVE RST-SEQ       TO WS-BEST-SEQ.
             MOVE WS-RSTKEY     TO WS-BEST-KEY.
             MOVE RST-ORDER     TO WS-ORDER-NO.
             GO TO XR000-READ.
       XR000-GOT.
           IF WS-BEST-KEY = ZERO
               GO TO XR000-EXIT.
             DISPLAY "Drop " AT 0856 WITH FOREGROUND-COLOR 11
                     WS-BEST-SEQ WITH FOREGROUND-COLOR 11.
       XR000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   E X C E P T I O N   K E Y
      *
       XN000-NEXT-EXC.
