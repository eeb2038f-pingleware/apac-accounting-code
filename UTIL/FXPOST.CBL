      *    the open foreign debtor and creditor items lives with       *
      *    the ledger revaluation in GLP056.                           *
      *                                                                *
      *    A foreign invoice carries VAT at the rate its code holds    *
      *    on the tax-point date (VATLKP), fixed in base currency at   *
      *    the invoice rate: on a debtor as its own "VAT " item, on a  *
      *    creditor inside the gross amount as CTRANS carries it.      *
      *                                                                *
      *    A creditor invoice that looks like one already on file      *
      *    (DUPCHK) is shown before it is written; if the operator     *
      *    captures it anyway it is held as a suspected duplicate      *
      *    for clearing on CRP055.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FXPOST.
       77  WS-JL-AMT      PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-JL-AC       PIC  9(07)     VALUE ZERO.
       77  WS-NARR        PIC  X(30)     VALUE SPACES.
       77  WS-VAT-CODE    PIC  9(02)     VALUE ZERO.
       77  WS-VAT-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FX-VAT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TAX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-REPLY       PIC  X(01)     VALUE SPACE.

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

      *
      *    ****    D U P L I C A T E   I N V O I C E   C H E C K
      *
       01  WS-DC-PARAMS.
           03  WS-DC-FUNCTION PIC  X(01).
           03  WS-DC-KEY      PIC  9(05).
           03  WS-DC-ACCOUNT  PIC  9(07).
           03  WS-DC-REF      PIC  X(10).
           03  WS-DC-AMOUNT   PIC S9(09)V99  COMP-3.
           03  WS-DC-DATE     PIC  9(08).
           03  WS-DC-PROGRAM  PIC  X(08).
           03  WS-DC-PRIOR    PIC  X(01).
           03  WS-DC-RESULT   PIC  9(01).
           03  WS-DC-MATCH-KEY
                              PIC  9(05).
           03  WS-DC-MATCH-ACCT
                              PIC  9(07).
           03  WS-DC-MATCH-REF
                              PIC  X(10).
           03  WS-DC-REASON   PIC  X(30).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO BA000-EXIT.
             PERFORM XV000-ASK-VAT THRU XV000-EXIT.
             COMPUTE WS-BASE ROUNDED = WS-FOREIGN * WS-RATE.
             COMPUTE WS-VAT-AMT ROUNDED
                     = WS-BASE * WS-VAT-PCT / 100.
             DISPLAY "Base value " AT 1812.
             DISPLAY WS-BASE AT 1825 WITH FOREGROUND-COLOR 10.
             DISPLAY "VAT " AT 1842.
             DISPLAY WS-VAT-AMT AT 1846 WITH FOREGROUND-COLOR 10.
             OPEN I-O DEBTOR DTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "INV "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-TDY-YEAR   TO DTR-YEAR.
             MOVE WS-REF        TO DTR-REF.
             MOVE "FOREIGN-CURRENCY INVOICE" TO DTR-NARR.
             MOVE WS-BASE       TO DTR-AMOUNT.
             MOVE WS-VAT-AMT    TO DTR-VAT-AMT.
             MOVE WS-VAT-CODE   TO DTR-VAT-CODE.
             MOVE WS-CCY        TO DTR-CURRENCY.
             MOVE WS-FOREIGN    TO DTR-FOREIGN.
             MOVE "O"           TO DTR-STATUS.
             WRITE DTR-RECORD.
      *
      *    The VAT is a base-currency item of its own, so the
      *    foreign settlement leaves it alone.
      *
           IF WS-VAT-AMT NOT = ZERO
               PERFORM XD000-NEXT-DTR THRU XD000-EXIT
               MOVE SPACES      TO DTR-RECORD
               MOVE ZERO        TO DTR-FOREIGN
               MOVE WS-ACCOUNT  TO DTR-ACCOUNT
               MOVE "VAT "      TO DTR-TYPE
               MOVE WS-TAX-DATE TO DTR-DATE
               MOVE WS-PERIOD   TO DTR-PERIOD
               MOVE WS-TDY-YEAR TO DTR-YEAR
               MOVE WS-REF      TO DTR-REF
               MOVE "VAT ON FOREIGN INVOICE" TO DTR-NARR
               MOVE WS-VAT-AMT  TO DTR-AMOUNT
               MOVE WS-VAT-AMT  TO DTR-VAT-AMT
               MOVE WS-VAT-CODE TO DTR-VAT-CODE
               MOVE "O"         TO DTR-STATUS
               WRITE DTR-RECORD.
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
           IF WS-FOUND = 1
               ADD WS-BASE WS-VAT-AMT
                                TO DEB-BALANCE
               REWRITE DEB-RECORD.
             CLOSE DEBTOR DTRANS.
             DISPLAY "Foreign invoice raised        " AT 2312
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO CA000-EXIT.
             PERFORM XV000-ASK-VAT THRU XV000-EXIT.
      *
      *    The supplier is owed the gross in its own currency; the
      *    VAT claim is fixed in base at the invoice rate.
      *
             COMPUTE WS-FX-VAT ROUNDED
                     = WS-FOREIGN * WS-VAT-PCT / 100.
             ADD WS-FX-VAT      TO WS-FOREIGN.
             COMPUTE WS-BASE ROUNDED = WS-FOREIGN * WS-RATE.
             COMPUTE WS-VAT-AMT ROUNDED = WS-FX-VAT * WS-RATE.
      *
      *    A likely duplicate of an invoice already on file is
      *    shown; captured anyway, it is held until cleared (CRP055)
      *
             PERFORM XL000-DUP-CHECK THRU XL000-EXIT.
           IF WS-DC-RESULT = 1 AND WS-REPLY NOT = "Y"
               DISPLAY "Invoice not captured          " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN I-O CREDIT CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
             MOVE ZERO          TO CTR-FOREIGN.
             MOVE WS-ACCOUNT    TO CTR-ACCOUNT.
             MOVE "INV "        TO CTR-TYPE.
             MOVE WS-TAX-DATE   TO CTR-DATE.
             MOVE WS-PERIOD     TO CTR-PERIOD.
             MOVE WS-TDY-YEAR   TO CTR-YEAR.
             MOVE WS-REF        TO CTR-REF.
             MOVE ZERO          TO CTR-ORDER-NO.
             MOVE "FOREIGN-CURRENCY INVOICE" TO CTR-NARR.
             MOVE WS-BASE       TO CTR-AMOUNT.
             MOVE WS-VAT-AMT    TO CTR-VAT-AMT.
             MOVE WS-VAT-CODE   TO CTR-VAT-CODE.
             MOVE ZERO          TO CTR-CHEQUE-NO CTR-PAY-DATE.
             MOVE "H"           TO CTR-APP-STATUS.
             MOVE SPACES        TO CTR-APP-OPER CTR-PAY-FLAG
                                   CTR-PAY-REF.
             MOVE WS-FOREIGN    TO CTR-FOREIGN.
             MOVE WS-TODAY-N    TO CTR-DUE-DATE.
             MOVE "O"           TO CTR-STATUS.
           IF WS-DC-RESULT = 1
               MOVE "S"         TO CTR-DUP-FLAG.
             WRITE CTR-RECORD.
           IF WS-DC-RESULT = 1
               MOVE "W"         TO WS-DC-FUNCTION
               MOVE WS-CTRKEY   TO WS-DC-KEY
               MOVE "H"         TO WS-DC-PRIOR
               CALL "DUPCHK" USING WS-DC-PARAMS.
             PERFORM XG000-FIND-CREDIT THRU XG000-EXIT.
           IF WS-FOUND = 1
               ADD WS-BASE      TO CRE-BALANCE
       XG000-EXIT.
             EXIT.
      *
      *    ****    V A T   C O D E   A N D   T A X   P O I N T
      *
      *    The rate in force at the tax point; an invoice dated
      *    across a rate change is logged under its reference.
      *
       XV000-ASK-VAT.
             DISPLAY "VAT rate code               :" AT 1612.
             MOVE ZERO          TO WS-VAT-CODE.
             ACCEPT WS-VAT-CODE AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       XV000-DATE.
             DISPLAY "Tax-point date (CCYYMMDD)   :" AT 1712.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 1744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO XV000-DATE.
             MOVE WS-VAT-CODE   TO WS-VL-CODE.
             MOVE WS-TAX-DATE   TO WS-VL-DATE.
             MOVE "FXPOST"      TO WS-VL-PROGRAM.
             MOVE WS-REF        TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
      *
      *    ****    D U P L I C A T E   C H E C K   A T   C A P T U R E
      *
      *    WS-DC-RESULT 1 - a likely duplicate; WS-REPLY "Y" if the
      *    operator captures it all the same.
      *
       XL000-DUP-CHECK.
             MOVE "C"           TO WS-DC-FUNCTION.
             MOVE ZERO          TO WS-DC-KEY.
             MOVE WS-ACCOUNT    TO WS-DC-ACCOUNT.
             MOVE WS-REF        TO WS-DC-REF.
             MOVE WS-BASE       TO WS-DC-AMOUNT.
             MOVE WS-TAX-DATE   TO WS-DC-DATE.
             MOVE "FXPOST"      TO WS-DC-PROGRAM.
             MOVE SPACE         TO WS-DC-PRIOR.
             CALL "DUPCHK" USING WS-DC-PARAMS.
             MOVE SPACE         TO WS-REPLY.
           IF WS-DC-RESULT NOT = 1
               GO TO XL000-EXIT.
             DISPLAY "Possible duplicate of " AT 1912
                     WITH FOREGROUND-COLOR 14
                     WS-DC-MATCH-REF WITH FOREGROUND-COLOR 11
                     " - " WITH FOREGROUND-COLOR 14
                     WS-DC-REASON WITH FOREGROUND-COLOR 11.
             DISPLAY "Capture it, held as a suspected duplicate (Y/N) :"
                     AT 2012.
             MOVE "N"           TO WS-REPLY.
             ACCEPT WS-REPLY AT 2062
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       XL000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T S
      *
       XD000-NEXT-DTR.
