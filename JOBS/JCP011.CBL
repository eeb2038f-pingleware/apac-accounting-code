      *    drops by itself), and prints an invoiced-jobs register.     *
      *    The debtor period must be open on PERSTA.                   *
      *                                                                *
      *    The invoices carry the tax-point date given for the run     *
      *    and VAT at the rate in force on it (VATLKP).                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP011.

       COPY PERSTA.SL.

           SELECT JOBEST  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY PERSTA.FDE.

      *
      *    ****    J O B   E S T I M A T E S   (as JCP014 keeps them)
      *
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-JOB         PIC  9(06)     VALUE ZERO.
       77  WS-VAT-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-NO-PERSTA   PIC  9(01)     VALUE ZERO.
       77  WS-TAX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-REF-NO      PIC  9(05)     VALUE ZERO.
       77  WS-LINES       PIC  9(04)     VALUE ZERO.
       77  WS-ESTKEY      PIC  9(05)     COMP-0 VALUE 1.
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

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

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
             ACCEPT WS-YEAR AT 0545
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       AA000-07.
             DISPLAY "Tax-point date (CCYYMMDD)   :" AT 0612.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 0645
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO AA000-07.
             OPEN INPUT PERSTA.
           IF WS-STATUS = "35"
               MOVE 1           TO WS-NO-PERSTA
               OPEN OUTPUT DTRANS
               CLOSE DTRANS
               OPEN I-O DTRANS.
             OPEN INPUT JOBEST.
           IF WS-STATUS = "35"
               MOVE 1           TO WS-NO-JOBEST.
             GO TO AA000-JOB.
       AA000-END.
             CLOSE JOBDET DEBTOR DTRANS PRNREP.
           IF WS-NO-JOBEST = ZERO
               CLOSE JOBEST.
       AZ100.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "INV "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-INV-REF    TO DTR-REF.
               MOVE ZERO        TO DTR-FOREIGN
               MOVE WS-ACCOUNT  TO DTR-ACCOUNT
               MOVE "VAT "      TO DTR-TYPE
               MOVE WS-TAX-DATE TO DTR-DATE
               MOVE WS-PERIOD   TO DTR-PERIOD
               MOVE WS-YEAR     TO DTR-YEAR
               MOVE WS-INV-REF  TO DTR-REF
      *    ****    V A T   R A T E   F O R   A   C O D E
      *
       XV000-VAT-RATE.
             MOVE WS-VAT-CODE   TO WS-VL-CODE.
             MOVE WS-TAX-DATE   TO WS-VL-DATE.
             MOVE "JCP011"      TO WS-VL-PROGRAM.
             MOVE WS-JOB        TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
      *
