      *      'I'  export issued cheques by number range                *
      *      'V'  append a void/cancelled cheque record                *
      *                                                                *
      *    Every cheque voided or stopped on CRP060 since the last     *
      *    export goes out with the next issued export as a V record   *
      *    carrying its payee and amount, and is marked sent on the    *
      *    CHQVOD register.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHQPOS.

       COPY CHQREQ.SL.

       COPY CHQVOD.SL.

           SELECT POSFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY CHQREQ.FDE.

       COPY CHQVOD.FDE.

       FD  POSFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSPAY.TXT".
       01  POS-RECORD         PIC  X(80).
       77  WS-ANY         PIC  9(01)     VALUE ZERO.
       77  WS-CHQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-CHQREQ   PIC  9(01)     VALUE ZERO.
       77  WS-VODKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TOT-VOIDS   PIC  9(05)     VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-TOT-AMT WS-TOT-RECS
                                   WS-TOT-VOIDS.
             MOVE WS-FROM-CHQ   TO WS-CHEQUE.
       BA000-NEXT.
           IF WS-CHEQUE > WS-TO-CHQ
             ADD 1              TO WS-CHEQUE.
             GO TO BA000-NEXT.
       BA000-DONE.
             PERFORM CD000-PENDING-VOIDS THRU CD000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-CT-LINE.
             MOVE WS-TOT-RECS   TO WS-CT-CHEQUE.
             MOVE WS-TOT-AMT    TO WS-CT-AMOUNT.
             WRITE REP-LINE FROM WS-CT-LINE.
             MOVE SPACES        TO WS-CT-LINE.
             MOVE "VOIDED CHEQUES SENT" TO WS-CT-PAYEE.
             MOVE WS-TOT-VOIDS  TO WS-CT-CHEQUE.
             WRITE REP-LINE FROM WS-CT-LINE.
             CLOSE CREDIT CTRANS POSFIL PRNREP.
           IF WS-NO-CHQREQ = ZERO
               CLOSE CHQREQ.
             WRITE REP-LINE FROM WS-CT-LINE.
       CC000-EXIT.
             EXIT.
      *
      *    ****    V O I D S   W A I T I N G   F O R   T H E   B A N K
      *
      *    Cheques voided on CRP060 since the last export, whatever
      *    their number, so the bank stops them before presentment.
      *
       CD000-PENDING-VOIDS.
             OPEN I-O CHQVOD.
           IF WS-STATUS NOT = "00"
               GO TO CD000-EXIT.
             MOVE 1             TO WS-VODKEY.
             START CHQVOD KEY NOT < WS-VODKEY.
           IF WS-STATUS NOT = "00"
               GO TO CD000-CLOSE.
       CD000-READ.
             READ CHQVOD NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CD000-CLOSE.
           IF NOT VOD-ACTIVE OR NOT VOD-POS-PENDING
               GO TO CD000-READ.
             MOVE VOD-CHEQUE-NO TO WS-PS-CHEQUE.
             MOVE VOD-DATE      TO WS-PS-DATE.
             MOVE VOD-PAYEE     TO WS-PS-PAYEE.
             COMPUTE WS-CENTS = VOD-AMOUNT * 100.
             MOVE WS-CENTS      TO WS-PS-AMOUNT.
             MOVE "V"           TO WS-PS-MARK.
             WRITE POS-RECORD FROM WS-POS-LINE.
             ADD 1              TO WS-TOT-VOIDS.
             MOVE SPACES        TO WS-CT-LINE.
             MOVE VOD-CHEQUE-NO TO WS-CT-CHEQUE.
             MOVE VOD-PAYEE     TO WS-CT-PAYEE.
             MOVE VOD-AMOUNT    TO WS-CT-AMOUNT.
             MOVE "V"           TO WS-CT-MARK.
             WRITE REP-LINE FROM WS-CT-LINE.
             MOVE "S"           TO VOD-POS-FLAG.
             MOVE WS-TODAY-N    TO VOD-POS-DATE.
             REWRITE VOD-RECORD.
             GO TO CD000-READ.
       CD000-CLOSE.
             CLOSE CHQVOD.
       CD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
