      *    nearing their end date so contract renewals are not         *
      *    missed.                                                     *
      *                                                                *
      *    Each invoice's VAT is charged at the rate its code carries  *
      *    on the invoice date (VATLKP); the VAT amount keyed on the   *
      *    template serves only a code with no rate on file.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP052.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-GENERATED   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SAVE-TPL    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-VAT-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.

      *
      *    ****    U P D A T E - J O U R N A L   H O O K
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
             MOVE "RECURRING"   TO CTR-REF.
             MOVE ZERO          TO CTR-ORDER-NO.
             MOVE TPL-DESC      TO CTR-NARR.
             PERFORM XV000-VAT THRU XV000-EXIT.
             COMPUTE CTR-AMOUNT = TPL-AMOUNT + WS-VAT-AMT.
             MOVE WS-VAT-AMT    TO CTR-VAT-AMT.
             MOVE TPL-VAT-CODE  TO CTR-VAT-CODE.
             MOVE "H"           TO CTR-APP-STATUS.
             MOVE SPACES        TO CTR-APP-OPER CTR-PAY-FLAG
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XT000-EXIT.
             EXIT.
      *
      *    ****    V A T   A T   T H E   I N V O I C E   D A T E
      *
       XV000-VAT.
             MOVE TPL-VAT-CODE  TO WS-VL-CODE.
             MOVE WS-TODAY-N    TO WS-VL-DATE.
             MOVE "CRP052"      TO WS-VL-PROGRAM.
             MOVE TPL-ACCOUNT   TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
           IF WS-VL-RESULT = 2
               MOVE TPL-VAT-AMT TO WS-VAT-AMT
           ELSE
               COMPUTE WS-VAT-AMT ROUNDED
                     = TPL-AMOUNT * WS-VL-PERCENT / 100.
       XV000-EXIT.
             EXIT.
