      *    flow ("RF") and frees the reservation.  The aged            *
      *    open-lay-by report keeps the back room honest.              *
      *                                                                *
      *    The release is the tax point; its VAT split uses the rate   *
      *    in force that day (VATLKP).                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAYPOS.

       COPY STKMOVE.SL.

           SELECT LAYBYF  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY STKMOVE.FDE.

      *
      *    ****    L A Y - B Y   C A R D S
      *
       77  WS-NEXT-PTR    PIC  9(05)     COMP-5 VALUE 1.
       77  WS-PTR-TYPE    PIC  X(02)     VALUE SPACES.
       77  WS-PTR-TENDER  PIC  X(01)     VALUE "C".
       77  WS-VAT-CODE    PIC  9(02)     VALUE ZERO.
       77  WS-VAT-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-AMT     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-DAYS        PIC S9(05)     COMP-5 VALUE ZERO.


           03  WS-TD-TIME    PIC  9(08).
           03  WS-TD-TRADE   PIC  9(08).

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
      *    ****    V A T   R A T E   L O O K U P
      *
       XV000-VAT-RATE.
             MOVE WS-VAT-CODE   TO WS-VL-CODE.
             MOVE WS-TODAY-N    TO WS-VL-DATE.
             MOVE "LAYPOS"      TO WS-VL-PROGRAM.
             MOVE SPACES        TO WS-VL-REF.
             STRING "LAY" WS-LAY-NO DELIMITED SIZE INTO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
      *
