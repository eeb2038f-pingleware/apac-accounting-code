      *      'C'  bin contents / empty-bin enquiry                     *
      *      'P'  picking document for a sales order, printed in       *
      *           bin-walk sequence                                    *
      *      'F'  designate a bin pick face (with its minimum and      *
      *           replenish-to level) or bulk on BINMST                *
      *                                                                *
      *    Where an item has a pick-face bin the picking document      *
      *    sends the picker there; STPWAV tops the faces up from       *
      *    bulk.  Lot-controlled items list the lots to take under     *
      *    the pick line, earliest expiry first (LOTEXP).              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY SALORD.SL.

       COPY BINMST.SL.

       COPY LOTEXP.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY SALORD.FDE.

       COPY BINMST.FDE.

       COPY LOTEXP.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "STP110.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BINKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STM    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-S2          PIC  9(04)     COMP-5.
       77  WS-NO-BINMST   PIC  9(01)     VALUE ZERO.
       77  WS-BIN-TYPE    PIC  X(01)     VALUE SPACE.
       77  WS-MIN-QTY     PIC S9(07)V99  VALUE ZERO.
       77  WS-REPL-QTY    PIC S9(07)V99  VALUE ZERO.
       77  WS-LEXKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-LOTEXP   PIC  9(01)     VALUE ZERO.
       77  WS-NEED        PIC S9(07)V99  VALUE ZERO.
       77  WS-L1          PIC  9(02)     COMP-5.
       77  WS-L2          PIC  9(02)     COMP-5.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
               05  WS-PK-BIN     PIC  X(06).
               05  WS-PK-CODE    PIC  X(14).
               05  WS-PK-QTY     PIC S9(07)V99 COMP-3.
               05  WS-PK-LOC     PIC  9(03).
       01  WS-PK-SWAP.
           03  WS-SW-BIN     PIC  X(06).
           03  WS-SW-CODE    PIC  X(14).
           03  WS-SW-QTY     PIC S9(07)V99 COMP-3.
           03  WS-SW-LOC     PIC  9(03).
      *
      *    ****    L O T S   O F   O N E   I T E M   ( E X P I R Y )
      *
       01  WS-LOTS.
           03  WS-LX-COUNT   PIC  9(02) COMP-5 VALUE ZERO.
           03  WS-LX-ENTRY OCCURS 20.
               05  WS-LX-SORT    PIC  9(08).
               05  WS-LX-LOT     PIC  X(20).
               05  WS-LX-QTY     PIC S9(07)V99 COMP-3.
       01  WS-LX-SWAP.
           03  WS-LS-SORT    PIC  9(08).
           03  WS-LS-LOT     PIC  X(20).
           03  WS-LS-QTY     PIC S9(07)V99 COMP-3.

       01  WS-BC-LINE.
           03  WS-BC-BIN     PIC  X(06).
           03  WS-BC-QTY     PIC  Z(05)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-BC-RESV    PIC  Z(05)9.99-.

       01  WS-LT-LINE.
           03  FILLER        PIC  X(08) VALUE SPACES.
           03  FILLER        PIC  X(08) VALUE "USE LOT ".
           03  WS-LT-LOT     PIC  X(20).
           03  FILLER        PIC  X(09) VALUE " EXPIRES ".
           03  WS-LT-EXP     PIC  X(08).
           03  WS-LT-QTY     PIC  Z(05)9.99-.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'B'in  'T'ransfer  'C'ontents  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'P'ick  'F'ace/bulk  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0579
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
           IF WS-OPTION = "P"
               PERFORM EA000-PICK-LIST THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "F"
               PERFORM FA000-FACE-BULK THRU FA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE STKQTY.
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             MOVE ZERO          TO WS-NO-BINMST.
             OPEN INPUT BINMST.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-BINMST.
             MOVE ZERO          TO WS-PK-COUNT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
                                   WS-CODE.
             COMPUTE WS-PK-QTY (WS-S1)
                   = SOR-QTY-ORDERED - SOR-QTY-SHIPPED.
             MOVE SOR-LOCATION  TO WS-LOCATION
                                   WS-PK-LOC (WS-S1).
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = 1
               MOVE STQ-BIN     TO WS-PK-BIN (WS-S1)
           ELSE
               MOVE "??????"    TO WS-PK-BIN (WS-S1).
             PERFORM XP000-PICK-FACE THRU XP000-EXIT.
             GO TO EA000-READ.
      *
      *    Exchange sort into bin-walk order
      *
       EA000-SORT.
             CLOSE SALORD.
           IF WS-NO-BINMST = ZERO
               CLOSE BINMST.
             MOVE 1             TO WS-S1.
       EA000-SORT-OUTER.
           IF WS-S1 NOT < WS-PK-COUNT
               DISPLAY "Nothing to pick on that order" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             MOVE ZERO          TO WS-NO-LOTEXP.
             OPEN INPUT LOTEXP.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-LOTEXP.
             OPEN OUTPUT PRNREP.
             MOVE "PICKING DOCUMENT - BIN WALK SEQUENCE"
                                TO REP-LINE.
             MOVE WS-PK-QTY (WS-S1)
                                TO WS-BC-QTY.
             WRITE REP-LINE FROM WS-BC-LINE.
           IF WS-NO-LOTEXP = ZERO
               PERFORM XL000-LOTS THRU XL000-EXIT.
             ADD 1              TO WS-S1.
             GO TO EA000-PRINT-LOOP.
       EA000-DONE.
             CLOSE PRNREP.
           IF WS-NO-LOTEXP = ZERO
               CLOSE LOTEXP.
             DISPLAY "Picking document on STP110.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P I C K   F A C E   /   B U L K   B I N S           *
      *                                                                *
      *    A pick-face bin is topped up from bulk when it would fall   *
      *    below its minimum, back to its replenish-to level.          *
      *                                                                *
      ******************************************************************
       FA000-FACE-BULK.
             OPEN I-O BINMST.
           IF WS-STATUS = "35"
               OPEN OUTPUT BINMST
               CLOSE BINMST
               OPEN I-O BINMST.
           IF WS-STATUS NOT = "00"
               DISPLAY "BINMST open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             DISPLAY "Warehouse location         :" AT 0712.
             ACCEPT WS-LOCATION AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       FA000-BIN.
             DISPLAY "Bin (spaces ends)          :" AT 0812.
             MOVE SPACES        TO WS-BIN.
             ACCEPT WS-BIN AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-BIN = SPACES
               GO TO FA000-END.
             PERFORM XF000-FIND-BINMST THRU XF000-EXIT.
             MOVE SPACE         TO WS-BIN-TYPE.
             MOVE ZERO          TO WS-MIN-QTY WS-REPL-QTY.
           IF WS-FOUND = 1
               MOVE BIN-TYPE    TO WS-BIN-TYPE
               MOVE BIN-MIN-QTY TO WS-MIN-QTY
               MOVE BIN-REPL-QTY
                                TO WS-REPL-QTY.
       FA000-TYPE.
             DISPLAY "P = pick face, B = bulk    :" AT 0912.
             ACCEPT WS-BIN-TYPE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-BIN-TYPE NOT = "P" AND WS-BIN-TYPE NOT = "B"
               GO TO FA000-TYPE.
           IF WS-BIN-TYPE = "B"
               MOVE ZERO        TO WS-MIN-QTY WS-REPL-QTY
               GO TO FA000-SAVE.
       FA000-LEVELS.
             DISPLAY "Minimum quantity           :" AT 1012.
             ACCEPT WS-MIN-QTY AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Replenish-to quantity      :" AT 1112.
             ACCEPT WS-REPL-QTY AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-REPL-QTY NOT > WS-MIN-QTY
               DISPLAY "Replenish-to must exceed the minimum" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-LEVELS.
       FA000-SAVE.
           IF WS-FOUND = 1
               MOVE WS-BIN-TYPE TO BIN-TYPE
               MOVE WS-MIN-QTY  TO BIN-MIN-QTY
               MOVE WS-REPL-QTY TO BIN-REPL-QTY
               REWRITE BIN-RECORD
               GO TO FA000-DONE.
             PERFORM XN000-NEXT-BIN THRU XN000-EXIT.
             MOVE SPACES        TO BIN-RECORD.
             MOVE WS-LOCATION   TO BIN-LOCATION.
             MOVE WS-BIN        TO BIN-BIN.
             MOVE WS-BIN-TYPE   TO BIN-TYPE.
             MOVE WS-MIN-QTY    TO BIN-MIN-QTY.
             MOVE WS-REPL-QTY   TO BIN-REPL-QTY.
             WRITE BIN-RECORD.
       FA000-DONE.
             DISPLAY "Bin designated             " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO FA000-BIN.
       FA000-END.
             CLOSE BINMST.
       FA000-EXIT.
             EXIT.
      /
      *
      *    ****    F I N D   I T E M  /  L O C A T I O N   R E C O R D
      *
       XB000-EXIT.
             EXIT.
      *
      *    ****    P I C K   F R O M   T H E   P I C K   F A C E
      *
      *    The order line's item is sent to its pick-face bin at the
      *    location where it has one.
      *
       XP000-PICK-FACE.
           IF WS-NO-BINMST = 1
               GO TO XP000-EXIT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF STQ-CODE NOT = WS-CODE
            OR STQ-LOCATION NOT = WS-LOCATION
               GO TO XP000-READ.
             MOVE STQ-BIN       TO WS-BIN.
             PERFORM XF000-FIND-BINMST THRU XF000-EXIT.
           IF WS-FOUND = 1 AND BIN-PICK-FACE
               MOVE STQ-BIN     TO WS-PK-BIN (WS-S1)
               GO TO XP000-EXIT.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    F I R S T - E X P I R Y   L O T S   T O   P I C K
      *
      *    The item's unexpired lots at the location, earliest expiry
      *    first (undated lots last), listed under the pick line until
      *    the quantity is covered.
      *
       XL000-LOTS.
             MOVE ZERO          TO WS-LX-COUNT.
             MOVE 1             TO WS-LEXKEY.
             START LOTEXP KEY NOT < WS-LEXKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ LOTEXP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-SORT.
           IF LEX-CODE NOT = WS-PK-CODE (WS-S1)
            OR LEX-LOCATION NOT = WS-PK-LOC (WS-S1)
            OR NOT LEX-ON-HAND OR LEX-QTY-LEFT NOT > ZERO
               GO TO XL000-READ.
           IF LEX-EXPIRY NOT = ZERO AND LEX-EXPIRY NOT > WS-TODAY-N
               GO TO XL000-READ.
           IF WS-LX-COUNT NOT < 20
               GO TO XL000-SORT.
             ADD 1              TO WS-LX-COUNT.
             MOVE LEX-LOT       TO WS-LX-LOT (WS-LX-COUNT).
             MOVE LEX-QTY-LEFT  TO WS-LX-QTY (WS-LX-COUNT).
           IF LEX-EXPIRY = ZERO
               MOVE 99999999    TO WS-LX-SORT (WS-LX-COUNT)
           ELSE
               MOVE LEX-EXPIRY  TO WS-LX-SORT (WS-LX-COUNT).
             GO TO XL000-READ.
       XL000-SORT.
             MOVE 1             TO WS-L1.
       XL000-SORT-OUTER.
           IF WS-L1 NOT < WS-LX-COUNT
               GO TO XL000-PRINT.
             COMPUTE WS-L2 = WS-L1 + 1.
       XL000-SORT-INNER.
           IF WS-L2 > WS-LX-COUNT
               ADD 1            TO WS-L1
               GO TO XL000-SORT-OUTER.
           IF WS-LX-SORT (WS-L2) < WS-LX-SORT (WS-L1)
               MOVE WS-LX-ENTRY (WS-L1) TO WS-LX-SWAP
               MOVE WS-LX-ENTRY (WS-L2) TO WS-LX-ENTRY (WS-L1)
               MOVE WS-LX-SWAP          TO WS-LX-ENTRY (WS-L2).
             ADD 1              TO WS-L2.
             GO TO XL000-SORT-INNER.
       XL000-PRINT.
             MOVE WS-PK-QTY (WS-S1) TO WS-NEED.
             MOVE ZERO          TO WS-L1.
       XL000-PRINT-LOOP.
             ADD 1              TO WS-L1.
           IF WS-L1 > WS-LX-COUNT OR WS-NEED NOT > ZERO
               GO TO XL000-EXIT.
             MOVE WS-LX-LOT (WS-L1) TO WS-LT-LOT.
           IF WS-LX-SORT (WS-L1) = 99999999
               MOVE "NONE"      TO WS-LT-EXP
           ELSE
               MOVE WS-LX-SORT (WS-L1) TO WS-LT-EXP.
           IF WS-LX-QTY (WS-L1) < WS-NEED
               MOVE WS-LX-QTY (WS-L1) TO WS-LT-QTY
           ELSE
               MOVE WS-NEED     TO WS-LT-QTY.
             SUBTRACT WS-LX-QTY (WS-L1) FROM WS-NEED.
             WRITE REP-LINE FROM WS-LT-LINE.
             GO TO XL000-PRINT-LOOP.
       XL000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   B I N   D E S I G N A T I O N
      *
       XF000-FIND-BINMST.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-BINKEY.
             START BINMST KEY NOT < WS-BINKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ BINMST NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF BIN-LOCATION = WS-LOCATION AND BIN-BIN = WS-BIN
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   B I N   S L O T
      *
       XN000-NEXT-BIN.
             MOVE 1             TO WS-BINKEY.
             START BINMST KEY NOT < WS-BINKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-BINKEY
               GO TO XN000-EXIT.
       XN000-READ.
             READ BINMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-BINKEY
               GO TO XN000-EXIT.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   M O V E M E N T   K E Y
      *
       XH000-NEXT-STM.
