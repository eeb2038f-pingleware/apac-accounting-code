      *    the reason-code analysis finally show why goods come        *
      *    back.                                                       *
      *                                                                *
      *    The credit's VAT is relieved at the rate in force at the    *
      *    tax point of the original invoice (VATLKP).                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP060.

       COPY STKMOVE.SL.

           SELECT RMAFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY STKMOVE.FDE.

      *
      *    ****    R E T U R N   A U T H O R I S A T I O N S
      *
       77  WS-TO-LOC      PIC  9(03)     VALUE ZERO.
       77  WS-RMA-NO      PIC  9(06)     VALUE ZERO.
       77  WS-CREDIT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-CODE    PIC  9(02)     VALUE ZERO.
       77  WS-VAT-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TAX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-REF         PIC  X(10)     VALUE SPACES.
       77  WS-MOVE-TYPE   PIC  X(02)     VALUE SPACES.
               05  WS-RSN-VALUE
                              PIC S9(11)V99 COMP-3.

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
             ACCEPT WS-VAT-CODE AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       EA000-TAXPOINT.
             DISPLAY "Tax point (as invoiced)     :" AT 1512.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO EA000-TAXPOINT.
             OPEN I-O STOCK STKQTY STKMOVE DEBTOR DTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
      *    ****    V A T   R A T E   F O R   A   C O D E
      *
       XV000-VAT-RATE.
             MOVE WS-VAT-CODE   TO WS-VL-CODE.
             MOVE WS-TAX-DATE   TO WS-VL-DATE.
             MOVE "DTP060"      TO WS-VL-PROGRAM.
             MOVE WS-REF        TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
