      *    month-end when EODGLP's postings refuse to tie up to the    *
      *    banking.                                                    *
      *                                                                *
      *    A batch may also carry the lane's acknowledgement of the    *
      *    last item-master download (POLEXP): an "AK" line with the   *
      *    version the lane is trading on in the reference.  It is     *
      *    recorded on the lane control file, not loaded as a          *
      *    transaction, and becomes the base of the lane's next delta. *
      *                                                                *
      *    "IL" lines carry what each transaction sold - reference,    *
      *    item, quantity, unit price, discount and VAT.  They go to   *
      *    POSLIN.DAT, and once the import is done POSDEP depletes     *
      *    them at the shop location and reports any exceptions.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POLIMP.
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY TILLCTL.SL.

       COPY POSLIN.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
      *
       FD  TILLBAT   LABEL RECORD STANDARD
                     VALUE OF FILE-ID "TILLBAT.TXT".
       01  TBT-RECORD         PIC  X(120).

       COPY TILLCTL.FDE.

       COPY POSLIN.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POLIMP.PRN".
       77  WS-STATUS      PIC  X(02).
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TCLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PLNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CUR-LANE    PIC  9(02)     VALUE ZERO.
       77  WS-CUR-BATCH   PIC  9(05)     VALUE ZERO.
       77  WS-BATCH-OK    PIC  9(01)     VALUE ZERO.
       77  WS-CNT-LOADED  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-REJECT  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-GAPS    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-ACKS    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-ITEMS   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-NEXT-PTR    PIC  9(05)     COMP-5 VALUE 1.
       77  WS-NEXT-PLN    PIC  9(05)     COMP-5 VALUE 1.
       77  WS-ED-LOADED   PIC  9(05)     VALUE ZERO.
       77  WS-ED-REJECT   PIC  9(05)     VALUE ZERO.
       77  WS-ED-GAPS     PIC  9(05)     VALUE ZERO.
       77  WS-ED-ACKS     PIC  9(05)     VALUE ZERO.
       77  WS-ED-ITEMS    PIC  9(05)     VALUE ZERO.

      *
      *    ****    B A T C H   L I N E   L A Y O U T
           03  TBT-VAT-CENTS  PIC  9(09).
           03  FILLER         PIC  X(01).
           03  TBT-REF        PIC  X(10).
           03  TBT-ACK-REF REDEFINES TBT-REF.
               05  TBT-ACK-VERSION
                              PIC  9(05).
               05  FILLER     PIC  X(05).

      *
      *    ****    I T E M   L I N E   L A Y O U T   ("IL")
      *    lane,batch,drawer,date,time,oper,type,ref,item,sign,
      *    qty,price-cents,disc-cents,vat-cents - fixed columns
      *
       01  WS-TIL-LINE.
           03  FILLER         PIC  X(37).
           03  TIL-REF        PIC  X(10).
           03  FILLER         PIC  X(01).
           03  TIL-CODE       PIC  X(14).
           03  FILLER         PIC  X(01).
           03  TIL-SIGN       PIC  X(01).
           03  TIL-QTY        PIC  9(07)V99.
           03  FILLER         PIC  X(01).
           03  TIL-PRICE-CENTS
                              PIC  9(09).
           03  FILLER         PIC  X(01).
           03  TIL-DISC-CENTS PIC  9(09).
           03  FILLER         PIC  X(01).
           03  TIL-VAT-CENTS  PIC  9(09).
           03  FILLER         PIC  X(17).

      *
      *    ****    L I N E   D E P L E T I O N
      *
       01  WS-PD-PARAMS.
           03  WS-PD-OPER    PIC  X(03).
           03  WS-PD-LINES   PIC  9(05).
           03  WS-PD-EXCEPT  PIC  9(05).
           03  WS-PD-RESULT  PIC  9(01).

      *
      *    ****    T R A D I N G - D A T E   H O O K
               OPEN OUTPUT TILLCTL
               CLOSE TILLCTL
               OPEN I-O TILLCTL.
             OPEN I-O POSLIN.
           IF WS-STATUS = "35"
               OPEN OUTPUT POSLIN
               CLOSE POSLIN
               OPEN I-O POSLIN.
             OPEN OUTPUT PRNREP.
             MOVE "TILL POLLING IMPORT REGISTER" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XA000-NEXT-PTR THRU XA000-EXIT.
             PERFORM XB000-NEXT-PLN THRU XB000-EXIT.
             MOVE ZERO          TO WS-CNT-LOADED WS-CNT-REJECT
                                   WS-CNT-GAPS WS-CNT-ACKS
                                   WS-CNT-ITEMS.
             MOVE SPACES        TO WS-PD-OPER.
             MOVE ZERO          TO WS-CUR-LANE WS-CUR-BATCH.
       AA000-READ.
             READ TILLBAT NEXT.
           IF WS-BATCH-OK = ZERO
               ADD 1            TO WS-CNT-REJECT
               GO TO AA000-READ.
           IF TBT-TYPE = "AK"
               PERFORM CA000-ACKNOWLEDGE THRU CA000-EXIT
               GO TO AA000-READ.
           IF TBT-TYPE = "IL"
               PERFORM DA000-ITEM-LINE THRU DA000-EXIT
               GO TO AA000-READ.
      *
      *    Load the transaction, drawer and operator preserved
      *
             MOVE WS-CNT-LOADED TO WS-ED-LOADED.
             MOVE WS-CNT-REJECT TO WS-ED-REJECT.
             MOVE WS-CNT-GAPS   TO WS-ED-GAPS.
             MOVE WS-CNT-ACKS   TO WS-ED-ACKS.
             MOVE WS-CNT-ITEMS  TO WS-ED-ITEMS.
             STRING "LOADED " WS-ED-LOADED
                    " REJECTED " WS-ED-REJECT
                    " GAPS " WS-ED-GAPS
                    " ACKS " WS-ED-ACKS
                    DELIMITED SIZE INTO WS-DT-TEXT.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             STRING "ITEM LINES " WS-ED-ITEMS
                    DELIMITED SIZE INTO WS-DT-TEXT.
             WRITE REP-LINE FROM WS-DET-LINE.
             CLOSE TILLBAT POSTRN TILLCTL POSLIN.
      *
      *    Deplete the lines just loaded at the shop location
      *
           IF WS-CNT-ITEMS = ZERO
               GO TO AA000-DONE.
             CALL "POSDEP" USING WS-PD-PARAMS.
             MOVE SPACES        TO WS-DET-LINE.
           IF WS-PD-RESULT = 9
               MOVE "NO SHOP LOCATION - LINES LEFT UNDEPLETED"
                                TO WS-DT-TEXT
           ELSE
               STRING "DEPLETED " WS-PD-LINES
                      " EXCEPTIONS " WS-PD-EXCEPT " (POSDEP.PRN)"
                      DELIMITED SIZE INTO WS-DT-TEXT.
             WRITE REP-LINE FROM WS-DET-LINE.
       AA000-DONE.
             CLOSE PRNREP.
             DISPLAY "Import done - register on POLIMP.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       AZ100.
           IF WS-STATUS NOT = "00"
               MOVE SPACES      TO TCL-RECORD
               MOVE TBT-LANE    TO TCL-LANE
               MOVE ZERO        TO TCL-LAST-BATCH TCL-ACK-VERSION
                                   TCL-SENT-VERSION
               MOVE TBT-LANE    TO WS-TCLKEY
               WRITE TCL-RECORD.
           IF TBT-BATCH NOT > TCL-LAST-BATCH
       BA000-EXIT.
             EXIT.
      *
      *    ****    L A N E   A C K N O W L E D G E M E N T
      *
      *    The version the lane is now trading on.  One the lane was
      *    never sent is reported and ignored.
      *
       CA000-ACKNOWLEDGE.
             MOVE TBT-LANE      TO WS-TCLKEY.
             READ TILLCTL.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
           IF TCL-SENT-VERSION NOT NUMERIC
               MOVE ZERO        TO TCL-SENT-VERSION.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE TBT-LANE      TO WS-DT-LANE.
             MOVE TBT-BATCH     TO WS-DT-BATCH.
           IF TBT-ACK-VERSION NOT NUMERIC
            OR TBT-ACK-VERSION > TCL-SENT-VERSION
               MOVE "ACKNOWLEDGEMENT IGNORED - VERSION NOT SENT"
                                TO WS-DT-TEXT
               WRITE REP-LINE FROM WS-DET-LINE
               GO TO CA000-EXIT.
             MOVE TBT-ACK-VERSION
                                TO TCL-ACK-VERSION.
             REWRITE TCL-RECORD.
             STRING "TRADING ON ITEM MASTER VERSION "
                    TBT-ACK-VERSION
                    DELIMITED SIZE INTO WS-DT-TEXT.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-CNT-ACKS.
       CA000-EXIT.
             EXIT.
      *
      *    ****    I T E M   L I N E   O F   A   T R A N S A C T I O N
      *
      *    Stored pending against the shop location (zero) for POSDEP
      *    to deplete once the whole batch file is in.
      *
       DA000-ITEM-LINE.
             MOVE TBT-RECORD    TO WS-TIL-LINE.
             MOVE SPACES        TO PLN-RECORD.
             MOVE TBT-DRAW      TO PLN-DRAW.
             MOVE TBT-DATE      TO PLN-DATE.
             MOVE TIL-REF       TO PLN-REF.
             MOVE TIL-CODE      TO PLN-CODE.
             MOVE TIL-QTY       TO PLN-QTY.
             COMPUTE PLN-PRICE = TIL-PRICE-CENTS / 100.
             COMPUTE PLN-DISCOUNT = TIL-DISC-CENTS / 100.
             COMPUTE PLN-VAT = TIL-VAT-CENTS / 100.
           IF TIL-SIGN = "-"
               COMPUTE PLN-QTY = ZERO - PLN-QTY
               COMPUTE PLN-DISCOUNT = ZERO - PLN-DISCOUNT
               COMPUTE PLN-VAT = ZERO - PLN-VAT.
             MOVE ZERO          TO PLN-LOCATION PLN-DONE-ON.
             MOVE TBT-OPER      TO PLN-OPER.
             MOVE SPACE         TO PLN-STATUS.
             MOVE WS-NEXT-PLN   TO WS-PLNKEY.
             WRITE PLN-RECORD.
             ADD 1              TO WS-NEXT-PLN.
             ADD 1              TO WS-CNT-ITEMS.
           IF WS-PD-OPER = SPACES
               MOVE TBT-OPER    TO WS-PD-OPER.
       DA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   P O S T R N   S L O T
      *
       XA000-NEXT-PTR.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   P O S L I N   S L O T
      *
       XB000-NEXT-PLN.
             MOVE 1             TO WS-NEXT-PLN WS-PLNKEY.
             START POSLIN KEY NOT < WS-PLNKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ POSLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
             COMPUTE WS-NEXT-PLN = WS-PLNKEY + 1.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
