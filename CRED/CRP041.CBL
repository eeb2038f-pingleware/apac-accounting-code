      *    cents), marks the items paid with the EFT run reference     *
      *    instead of a cheque number, and prints a control report     *
      *    with record and hash totals to check against the bank       *
      *    upload screen.  A supplier whose bank details have an       *
      *    unverified change on the BNKCHG register (CRP054) is not    *
      *    paid; it is listed on the report as held.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-WHTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-WHT-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-WHT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-HELD    PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    U P D A T E - J O U R N A L   H O O K
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

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
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  WS-DT-ACCNO   PIC  9(11).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-AMOUNT  PIC  Z(08)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NOTE    PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
             MOVE "TAX WITHHELD AT SOURCE" TO WS-DT-NAME.
             MOVE WS-TOT-WHT    TO WS-DT-AMOUNT.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "HELD - BANK CHANGE UNVERIFIED" TO WS-DT-NAME.
             MOVE WS-TOT-HELD   TO WS-DT-ACCOUNT.
             WRITE REP-LINE FROM WS-DET-LINE.
             CLOSE CTRANS CREDIT EFTFIL PRNREP WHTREG.
             DISPLAY "EFTPAY.TXT written - control on CRP041.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
           IF WS-PAY-AMT NOT > ZERO
               GO TO BA000-READ.
      *
      *    A bank-detail change not yet verified by call-back holds
      *    the supplier out of the run - listed, not paid
      *
             PERFORM XB000-BANK-CHECK THRU XB000-EXIT.
           IF WS-BK-RESULT = 1 OR WS-BK-RESULT = 2
               MOVE SPACES      TO WS-DET-LINE
               MOVE CRE-ACCOUNT TO WS-DT-ACCOUNT
               MOVE CRE-NAME    TO WS-DT-NAME
               MOVE CRE-BANK-BRANCH
                                TO WS-DT-BRANCH
               MOVE CRE-BANK-ACCNO
                                TO WS-DT-ACCNO
               MOVE WS-PAY-AMT  TO WS-DT-AMOUNT
               MOVE "HELD - BANK CHANGE UNVERIFIED"
                                TO WS-DT-NOTE
               WRITE REP-LINE FROM WS-DET-LINE
               ADD 1            TO WS-TOT-HELD
               GO TO BA000-READ.
      *
      *    Mark the items paid and settled under the run reference
      *    and net the payment off the supplier balance, so the
      *    open items keep summing to the balance (SYSCHK).
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XT000-EXIT.
             EXIT.
      *
      *    ****    B A N K   D E T A I L S   V E R I F I E D ?
      *
      *    Results 1 and 2 are an unverified change on BNKCHG
      *    (CRP054) - the creditor is not paid.
      *
       XB000-BANK-CHECK.
             MOVE CRE-ACCOUNT   TO WS-BK-ACCOUNT.
             MOVE CRE-BANK-BRANCH
                                TO WS-BK-BRANCH.
             MOVE CRE-BANK-ACCNO
                                TO WS-BK-ACCNO.
             MOVE CRE-BANK-REF  TO WS-BK-REF.
             MOVE SPACES        TO WS-BK-USER.
             MOVE "CRP041"      TO WS-BK-PROGRAM.
             CALL "BNKCHK" USING WS-BK-PARAMS.
       XB000-EXIT.
             EXIT.
