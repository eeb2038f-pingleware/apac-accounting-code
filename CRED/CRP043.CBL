      *    The cheque and EFT selections pay approved items only.      *
      *    The weekly payments-meeting report lists held and           *
      *    disputed invoices by supplier with their age in days        *
      *    relative to the run date.  An invoice held as a suspected   *
      *    duplicate (DUPREG) cannot be released here until it has     *
      *    been cleared on CRP055.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-PAY-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-AMT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-CHQ     PIC  9(05)     VALUE ZERO.
       77  WS-TOT-HELD    PIC  9(05)     VALUE ZERO.

       01  WS-PAY-REF.
           03  FILLER        PIC  X(03) VALUE "CHQ".
           03  WS-CQ-PAYEE   PIC  X(40).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CQ-AMOUNT  PIC  Z(08)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CQ-NOTE    PIC  X(30).

      *
      *    ****    B A N K   D E T A I L   C H E C K   ( B N K C H K )
      *
       01  WS-BK-PARAMS.
           03  WS-BK-ACCOUNT  PIC  9(07).
           03  WS-BK-BRANCH   PIC  9(06).
           03  WS-BK-ACCNO    PIC  9(11).
           03  WS-BK-REF      PIC  X(18).
           03  WS-BK-USER     PIC  X(03).
           03  WS-BK-PROGRAM  PIC  X(08).
           03  WS-BK-RESULT   PIC  9(01).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
               MOVE "DISPUTED"  TO WS-IT-STATUS
           ELSE
               MOVE "HELD"      TO WS-IT-STATUS.
           IF CTR-DUP-SUSPECT
               MOVE "DUPLICATE" TO WS-IT-STATUS.
             DISPLAY WS-IT-LINE AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 7.
             ADD 1              TO WS-ROW.
                       WITH FOREGROUND-COLOR 14
               GO TO DC000-EXIT.
      *
      *    ****    S U S P E C T E D   D U P L I C A T E
      *
           IF CTR-DUP-SUSPECT
               DISPLAY "Suspected duplicate - clear it on CRP055 first"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO DC000-EXIT.
      *
      *    ****    V A L U E   L I M I T   P E R   U S E R
      *
           IF WS-LIMIT NOT = ZERO
      *    and positive-pay programs; then the queued CHQREQ           *
      *    cheques (debtor refunds) take the following numbers.        *
      *    CHQPRN prints the physical cheques from this register.      *
      *    A supplier with an unverified bank-detail change on the     *
      *    BNKCHG register (CRP054) is listed as held, not paid.       *
      *                                                                *
      ******************************************************************
       FA000-CHEQUE-RUN.
               GO TO FA000-READ.
             MOVE WS-CREKEY     TO WS-SAVE-CRE.
             PERFORM FB000-SUM-DUE THRU FB000-EXIT.
      *
      *    An unverified bank-detail change (CRP054) holds the
      *    supplier out of the run - listed, no cheque drawn
      *
           IF WS-PAY-AMT > ZERO
               PERFORM XE000-BANK-CHECK THRU XE000-EXIT
               IF WS-BK-RESULT = 1 OR WS-BK-RESULT = 2
                   MOVE SPACES  TO WS-CQ-LINE
                   MOVE CRE-NAME
                                TO WS-CQ-PAYEE
                   MOVE WS-PAY-AMT
                                TO WS-CQ-AMOUNT
                   MOVE "HELD - BANK CHANGE UNVERIFIED"
                                TO WS-CQ-NOTE
                   WRITE REP-LINE FROM WS-CQ-LINE
                   ADD 1        TO WS-TOT-HELD
                   MOVE ZERO    TO WS-PAY-AMT.
           IF WS-PAY-AMT > ZERO
               PERFORM FC000-MARK-PAID THRU FC000-EXIT
               MOVE SPACES      TO WS-CQ-LINE
             MOVE WS-TOT-CHQ    TO WS-CQ-CHEQUE.
             MOVE WS-TOT-AMT    TO WS-CQ-AMOUNT.
             WRITE REP-LINE FROM WS-CQ-LINE.
             MOVE SPACES        TO WS-CQ-LINE.
             MOVE "HELD - BANK CHANGE UNVERIFIED" TO WS-CQ-PAYEE.
             MOVE WS-TOT-HELD   TO WS-CQ-CHEQUE.
             WRITE REP-LINE FROM WS-CQ-LINE.
             CLOSE CHQREQ PRNREP.
             DISPLAY "Cheque run register on CRP043.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO XD000-READ.
       XD000-EXIT.
             EXIT.
      *
      *    ****    B A N K   D E T A I L S   V E R I F I E D ?
      *
      *    Results 1 and 2 are an unverified change on BNKCHG
      *    (CRP054) - the creditor is not paid.
      *
       XE000-BANK-CHECK.
             MOVE CRE-ACCOUNT   TO WS-BK-ACCOUNT.
             MOVE CRE-BANK-BRANCH
                                TO WS-BK-BRANCH.
             MOVE CRE-BANK-ACCNO
                                TO WS-BK-ACCNO.
             MOVE CRE-BANK-REF  TO WS-BK-REF.
             MOVE SPACES        TO WS-BK-USER.
             MOVE "CRP043"      TO WS-BK-PROGRAM.
             CALL "BNKCHK" USING WS-BK-PARAMS.
       XE000-EXIT.
             EXIT.
