      *    stock booked in - so the three-way match sees clean         *
      *    codes instead of mistypes.                                  *
      *                                                                *
      *    A lot-controlled item asks for its lot number and expiry    *
      *    date as it is scanned; the lot goes on the serial/lot       *
      *    history (SERHIS) and its quantity at the location on        *
      *    LOTEXP for first-expiry-first-out picking.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP033.

       COPY PORDER.SL.

       COPY LOTEXP.SL.

           SELECT ALTBAR  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-QLTKEY.

           SELECT SERHIS  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-SERKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY PORDER.FDE.

       COPY LOTEXP.FDE.

      *
      *    ****    B A R C O D E   C R O S S - R E F E R E N C E S
      *
           03  QLT-DATE-IN    PIC  9(08).
           03  QLT-REF        PIC  X(10).

      *
      *    ****    S E R I A L   H I S T O R Y   (as STP104 keeps it)
      *
       FD  SERHIS    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SERHIS.DAT".
       01  SER-RECORD.
           03  SER-CODE       PIC  X(14).
           03  SER-NUMBER     PIC  X(20).
           03  SER-GRN-DATE   PIC  9(08).
           03  SER-GRN-REF    PIC  X(10).
           03  SER-SALE-DATE  PIC  9(08).
           03  SER-SALE-REF   PIC  X(10).
           03  SER-ACCOUNT    PIC  9(07).
           03  SER-STATUS     PIC  X(01).
               88  SER-IN-STOCK    VALUE "I".
               88  SER-SOLD        VALUE "S".
           03  SER-EXPIRY     PIC  9(08).
           03  FILLER         PIC  X(02).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLP033.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-SUPP-X      PIC  9(07)     VALUE ZERO.
       77  WS-ANSWER      PIC  X(01)     VALUE SPACE.
       77  WS-REF         PIC  X(10)     VALUE SPACES.
       77  WS-SERKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-SER    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LEXKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-LEX    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LOT-ITEM    PIC  9(01)     VALUE ZERO.
       77  WS-LOT         PIC  X(20)     VALUE SPACES.
       77  WS-EXPIRY      PIC  9(08)     VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-EXP-DATE.
           03  WS-EXP-YYYY   PIC  9(04).
           03  WS-EXP-MM     PIC  9(02).
           03  WS-EXP-DD     PIC  9(02).
       01  WS-EXP-DATE-N REDEFINES WS-EXP-DATE
                             PIC  9(08).

       01  WS-DET-LINE.
           03  WS-DT-BAR     PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
               OPEN OUTPUT QLOTFL
               CLOSE QLOTFL
               OPEN I-O QLOTFL.
             OPEN I-O SERHIS.
           IF WS-STATUS = "35"
               OPEN OUTPUT SERHIS
               CLOSE SERHIS
               OPEN I-O SERHIS.
             OPEN I-O LOTEXP.
           IF WS-STATUS = "35"
               OPEN OUTPUT LOTEXP
               CLOSE LOTEXP
               OPEN I-O LOTEXP.
             OPEN EXTEND PRNREP.
           IF WS-STATUS = "35"
               OPEN OUTPUT PRNREP.
                           BACKGROUND-COLOR 5 AUTO UPDATE
               IF NOT (WS-ANSWER = "Y" OR "y")
                   GO TO CA000-QTY.
      *
      *    A lot-controlled item is not booked in without its lot
      *
             MOVE ZERO          TO WS-LOT-ITEM.
           IF STK-LOT-CONTROL
               MOVE 1           TO WS-LOT-ITEM
               PERFORM GA000-LOT THRU GA000-EXIT
               IF WS-LOT = SPACES
                   GO TO CA000-SCAN.
             PERFORM FA000-BOOK-IN THRU FA000-EXIT.
           IF WS-LOT-ITEM = 1
               PERFORM GB000-LOT-WRITE THRU GB000-EXIT.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-BARCODE    TO WS-DT-BAR.
             MOVE WS-CODE       TO WS-DT-CODE.
             GO TO CA000-SCAN.
       CA000-END.
             CLOSE STOCK STKQTY STKMOVE PORDER GRNFIL QCHOLD
                   QLOTFL SERHIS LOTEXP PRNREP.
       CA000-EXIT.
             EXIT.
      /
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O T   N U M B E R   A N D   E X P I R Y           *
      *                                                                *
      ******************************************************************
       GA000-LOT.
             DISPLAY "Lot number (spaces skip)    :" AT 1612.
             MOVE SPACES        TO WS-LOT.
             ACCEPT WS-LOT AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-LOT = SPACES
               DISPLAY "Lot item - not booked without a lot" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO GA000-EXIT.
       GA000-EXPIRY.
             DISPLAY "Expiry CCYYMMDD (0 = none)  :" AT 1712.
             MOVE ZERO          TO WS-EXPIRY.
             ACCEPT WS-EXPIRY AT 1744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-EXPIRY = ZERO
               GO TO GA000-EXIT.
             MOVE WS-EXPIRY     TO WS-EXP-DATE-N.
           IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
            OR WS-EXP-DD < 1 OR WS-EXP-DD > 31
            OR WS-EXP-YYYY < 2000
               DISPLAY "Invalid expiry date           " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO GA000-EXPIRY.
       GA000-EXIT.
             EXIT.
      *
      *    ****    W R I T E   T H E   L O T
      *
      *    The history gets the number once while it is in stock;
      *    every receipt of it adds a quantity line on LOTEXP.
      *
       GB000-LOT-WRITE.
             MOVE 1             TO WS-NEXT-SER WS-SERKEY.
             START SERHIS KEY NOT < WS-SERKEY.
           IF WS-STATUS NOT = "00"
               GO TO GB000-NEW-SER.
       GB000-SER-READ.
             READ SERHIS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GB000-NEW-SER.
             COMPUTE WS-NEXT-SER = WS-SERKEY + 1.
           IF SER-NUMBER = WS-LOT AND SER-CODE = WS-CODE
            AND SER-IN-STOCK
               GO TO GB000-LEX.
             GO TO GB000-SER-READ.
       GB000-NEW-SER.
             MOVE SPACES        TO SER-RECORD.
             MOVE WS-CODE       TO SER-CODE.
             MOVE WS-LOT        TO SER-NUMBER.
             MOVE WS-TODAY-N    TO SER-GRN-DATE.
             MOVE WS-REF        TO SER-GRN-REF.
             MOVE ZERO          TO SER-SALE-DATE SER-ACCOUNT.
             MOVE SPACES        TO SER-SALE-REF.
             MOVE "I"           TO SER-STATUS.
             MOVE WS-EXPIRY     TO SER-EXPIRY.
             MOVE WS-NEXT-SER   TO WS-SERKEY.
             WRITE SER-RECORD.
       GB000-LEX.
             MOVE 1             TO WS-NEXT-LEX WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO GB000-LEX-WRITE.
       GB000-LEX-READ.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GB000-LEX-WRITE.
             COMPUTE WS-NEXT-LEX = WS-LEXKEY + 1.
             GO TO GB000-LEX-READ.
       GB000-LEX-WRITE.
             MOVE SPACES        TO LEX-RECORD.
             MOVE WS-CODE       TO LEX-CODE.
             MOVE WS-LOT        TO LEX-LOT.
             MOVE WS-LOCATION   TO LEX-LOCATION.
             MOVE WS-EXPIRY     TO LEX-EXPIRY.
             MOVE WS-TODAY-N    TO LEX-DATE-IN.
             MOVE WS-REF        TO LEX-REF.
             MOVE WS-QTY        TO LEX-QTY-LEFT.
             MOVE "O"           TO LEX-STATUS.
             MOVE WS-NEXT-LEX   TO WS-LEXKEY.
             WRITE LEX-RECORD.
       GB000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
