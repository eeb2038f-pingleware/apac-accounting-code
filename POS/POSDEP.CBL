      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******    ******    ******   *******   ********  *******    *
      *   **    **  **    **  **    **  **    **  **        **    **   *
      *   **    **  **    **  **        **    **  **        **    **   *
      *   *******   **    **   ******   **    **  ******    *******    *
      *   **        **    **        **  **    **  **        **         *
      *   **        **    **  **    **  **    **  **        **         *
      *   **         ******    ******   *******   ********  **         *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P O S   L I N E   D E P L E T I O N                           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Depletes the day's itemised POS sale lines.  Each pending   *
      *    POSLIN line takes its quantity off STKQTY at the shop       *
      *    location (held on POSCUT beside the trading cut-off),       *
      *    writes the STKMOVE "SA" movement at average cost and the    *
      *    SALESTRK record for the sales analysis, and is marked       *
      *    depleted.  Called by EODGLP at end of day and by POLIMP     *
      *    after a satellite import.                                   *
      *                                                                *
      *    CALL "POSDEP" USING PD-PARAMS                               *
      *                                                                *
      *    PD-OPER        operator running the depletion           *
      *    PD-LINES       lines depleted (returned)                    *
      *    PD-EXCEPTIONS  exceptions reported (returned)               *
      *    PD-RESULT      0 run, 1 no lines file, 9 no shop location   *
      *                   set (returned)                               *
      *                                                                *
      *    The exception report on POSDEP.PRN lists lines for items    *
      *    not on the stock file - marked X and left undepleted - and  *
      *    every transaction whose lines do not add up to its POSTRN   *
      *    sale or refund rows, or that has no till row at all.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POSDEP.
       AUTHOR.         J.W.LEMMON (APAC).
       DATE-WRITTEN.   OCTOBER 2026.

                   COPYRIGHT NOTICE: COPYRIGHT (C) 2026
                                     by James William Lemmon.
                                       (Id No. 4412165050082).

                   All rights reserved.

                   e-mail jwlemmon@gmail.com.

       SECURITY.
                   This program is free software; you can redistribute
                   it and/or modify it under the terms of the GNU General
                   Public License as published by the Free Software
                   Foundation; either version 2 of the License, or (at
                   your option) any later version.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY POSLIN.SL.

       COPY POSTRN.SL.

       COPY STOCK.SL.

       COPY STKQTY.SL.

       COPY STKMOVE.SL.

           SELECT SALESTRK ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION INDEXED
                          RECORD KEY SAL-KEY.

           SELECT POSCUT  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CUTKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY POSLIN.FDE.

       COPY POSTRN.FDE.

       COPY STOCK.FDE.

       COPY STKQTY.FDE.

       COPY STKMOVE.FDE.

      *
      *    ****    S A L E S   T R A C K I N G   (as STPSEN writes it)
      *
       FD  SALESTRK  LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SALESTRK.DAT".
       01  SAL-REC1.
           03  SAL-KEY.
               05  SAL-DTE    PIC  9(06)    COMP.
               05  SAL-SEQ    PIC  9(04)    COMP.
           03  SAL-CODE       PIC  X(14).
           03  SAL-SMAN       PIC  9(02).
           03  SAL-REF        PIC  X(08).
           03  SAL-AC         PIC  X(06).
           03  SAL-NAME.
               05  SAL-NME    PIC  X(19).
               05  FILLER     PIC  X(21).
           03  SAL-DESC       PIC  X(30).
           03  SAL-QNT        PIC S9(07)V99 COMP-3.
           03  SAL-COST       PIC S9(07)V99 COMP-3.
           03  SAL-SELL       PIC S9(07)V99 COMP-3.

      *
      *    ****    P O S   S E T T I N G S   (slot 1)
      *
       FD  POSCUT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSCUT.DAT".
       01  CUT-RECORD.
           03  CUT-TIME       PIC  9(08).
           03  CUT-SHOP-LOC   PIC  9(03).
           03  FILLER         PIC  X(07).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSDEP.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-PLNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CUTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STM    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-SHOP-LOC    PIC  9(03)     VALUE ZERO.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-LINE-VAL    PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-LINE-COST   PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-SAL-DATE    PIC  9(06)     VALUE ZERO.
       77  WS-SEQ-DATE    PIC  9(06)     VALUE ZERO.
       77  WS-NEXT-SEQ    PIC  9(04)     VALUE ZERO.
       77  WS-CNT-LINES   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-EXCEPT  PIC  9(05)     VALUE ZERO.
       77  WS-TEXT        PIC  X(30)     VALUE SPACES.

       77  WS-TX-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-IX          PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    T R A N S A C T I O N S   T O U C H E D
      *
       01  WS-TX-TABLE.
           03  WS-TX-ENT OCCURS 2000.
               05  WS-TX-DRAW    PIC  9(02).
               05  WS-TX-DATE    PIC  9(08).
               05  WS-TX-REF     PIC  X(10).
               05  WS-TX-LINES   PIC S9(07)V99 COMP-3.
               05  WS-TX-TILL    PIC S9(07)V99 COMP-3.
               05  WS-TX-FOUND   PIC  9(01).

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-PLN-DATE-X.
           03  FILLER        PIC  X(02).
           03  WS-PLN-YMD    PIC  9(06).

       01  WS-EX-HEAD.
           03  FILLER        PIC  X(44) VALUE
               "DR  DATE      REFERENCE   ITEM              ".
           03  FILLER        PIC  X(44) VALUE
               "       QTY    LINES VAL     TILL VAL  EXCEPT".
           03  FILLER        PIC  X(04) VALUE "ION ".

       01  WS-EX-LINE.
           03  WS-EX-DRAW    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-REF     PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-QTY     PIC  Z(06)9.99-.
           03  WS-EX-QTY-X REDEFINES WS-EX-QTY
                             PIC  X(11).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-LINES   PIC  Z(06)9.99-.
           03  WS-EX-LINES-X REDEFINES WS-EX-LINES
                             PIC  X(11).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-TILL    PIC  Z(06)9.99-.
           03  WS-EX-TILL-X REDEFINES WS-EX-TILL
                             PIC  X(11).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-EX-TEXT    PIC  X(30).

       LINKAGE SECTION.
       01  PD-PARAMS.
           03  PD-OPER        PIC  X(03).
           03  PD-LINES       PIC  9(05).
           03  PD-EXCEPTIONS  PIC  9(05).
           03  PD-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING PD-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE ZERO          TO PD-LINES PD-EXCEPTIONS PD-RESULT.
             MOVE ZERO          TO WS-CNT-LINES WS-CNT-EXCEPT
                                   WS-TX-MAX WS-SEQ-DATE.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      *
      *    The shop's stock location, kept with the trading cut-off
      *
             MOVE ZERO          TO WS-SHOP-LOC.
             OPEN INPUT POSCUT.
           IF WS-STATUS NOT = "00"
               GO TO AA000-LINES.
             MOVE 1             TO WS-CUTKEY.
             READ POSCUT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
            AND CUT-SHOP-LOC NUMERIC
               MOVE CUT-SHOP-LOC
                                TO WS-SHOP-LOC.
             CLOSE POSCUT.
       AA000-LINES.
           IF WS-SHOP-LOC = ZERO
               MOVE 9           TO PD-RESULT.
             OPEN I-O POSLIN.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO PD-RESULT
               GO TO AZ100.
             OPEN INPUT STOCK.
             OPEN I-O STKQTY.
           IF WS-STATUS = "35"
               OPEN OUTPUT STKQTY
               CLOSE STKQTY
               OPEN I-O STKQTY.
             OPEN I-O STKMOVE.
           IF WS-STATUS = "35"
               OPEN OUTPUT STKMOVE
               CLOSE STKMOVE
               OPEN I-O STKMOVE.
             OPEN I-O SALESTRK.
           IF WS-STATUS = "35"
               OPEN OUTPUT SALESTRK
               CLOSE SALESTRK
               OPEN I-O SALESTRK.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "POS LINE DEPLETION EXCEPTIONS  " WS-TODAY-N
                    "  SHOP LOCATION " WS-SHOP-LOC
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-EX-HEAD.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XM000-NEXT-STM THRU XM000-EXIT.
             PERFORM XP000-NEXT-STQ THRU XP000-EXIT.
             PERFORM BA000-DEPLETE THRU BA000-EXIT.
             CLOSE STOCK STKQTY STKMOVE SALESTRK.
             PERFORM CA000-TILL-ROWS THRU CA000-EXIT.
             PERFORM DA000-BALANCE THRU DA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "LINES DEPLETED " WS-CNT-LINES
                    "  EXCEPTIONS " WS-CNT-EXCEPT
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE POSLIN PRNREP.
             MOVE WS-CNT-LINES  TO PD-LINES.
             MOVE WS-CNT-EXCEPT TO PD-EXCEPTIONS.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E P L E T E   T H E   P E N D I N G   L I N E S   *
      *                                                                *
      ******************************************************************
       BA000-DEPLETE.
             MOVE 1             TO WS-PLNKEY.
             START POSLIN KEY NOT < WS-PLNKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
       BA000-READ.
             READ POSLIN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
           IF NOT PLN-PENDING
               GO TO BA000-READ.
           IF PLN-LOCATION = ZERO
               MOVE WS-SHOP-LOC TO WS-LOCATION
           ELSE
               MOVE PLN-LOCATION
                                TO WS-LOCATION.
      *
      *    No location to take it from - left pending for the run
      *    after the shop location is set.
      *
           IF WS-LOCATION = ZERO
               GO TO BA000-READ.
             COMPUTE WS-LINE-VAL ROUNDED
                   = PLN-QTY * PLN-PRICE - PLN-DISCOUNT.
             PERFORM XT000-ADD-TX THRU XT000-EXIT.
             MOVE PLN-CODE      TO WS-CODE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO WS-EX-LINE
               MOVE PLN-DRAW    TO WS-EX-DRAW
               MOVE PLN-DATE    TO WS-EX-DATE
               MOVE PLN-REF     TO WS-EX-REF
               MOVE PLN-CODE    TO WS-EX-CODE
               MOVE PLN-QTY     TO WS-EX-QTY
               MOVE WS-LINE-VAL TO WS-EX-LINES
               MOVE "UNKNOWN ITEM - NOT DEPLETED"
                                TO WS-EX-TEXT
               WRITE REP-LINE FROM WS-EX-LINE
               ADD 1            TO WS-CNT-EXCEPT
               MOVE "X"         TO PLN-STATUS
               MOVE WS-TODAY-N  TO PLN-DONE-ON
               REWRITE PLN-RECORD
               GO TO BA000-READ.
      *
      *    Off the shelf at the shop
      *
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = 1
               SUBTRACT PLN-QTY FROM STQ-ON-HAND
               REWRITE STQ-RECORD
           ELSE
               MOVE SPACES      TO STQ-RECORD
               MOVE PLN-CODE    TO STQ-CODE
               MOVE WS-LOCATION TO STQ-LOCATION
               MOVE ZERO        TO STQ-ON-HAND STQ-RESERVED
                                   STQ-ON-ORDER STQ-BACK-ORDER
                                   STQ-QUARANTINE
               SUBTRACT PLN-QTY FROM STQ-ON-HAND
               MOVE WS-NEXT-STQ TO WS-STQKEY
               WRITE STQ-RECORD
               ADD 1            TO WS-NEXT-STQ.
      *
      *    The sale movement at average cost
      *
             MOVE SPACES        TO STM-RECORD.
             MOVE PLN-CODE      TO STM-CODE.
             MOVE WS-LOCATION   TO STM-LOCATION.
             MOVE PLN-DATE      TO STM-DATE.
             MOVE "SA"          TO STM-TYPE.
             MOVE PLN-REF       TO STM-REF.
             COMPUTE STM-QTY = ZERO - PLN-QTY.
             MOVE STK-AVG-COST  TO STM-COST.
             MOVE WS-LINE-VAL   TO STM-PRICE.
             MOVE PLN-OPER      TO STM-OPER.
             MOVE WS-NEXT-STM   TO WS-STMKEY.
             WRITE STM-RECORD.
             ADD 1              TO WS-NEXT-STM.
      *
      *    The sales-analysis record, net of VAT
      *
             MOVE PLN-DATE      TO WS-PLN-DATE-X.
             MOVE WS-PLN-YMD    TO WS-SAL-DATE.
             PERFORM XK000-NEXT-SEQ THRU XK000-EXIT.
             COMPUTE WS-LINE-COST ROUNDED = PLN-QTY * STK-AVG-COST.
             MOVE SPACES        TO SAL-REC1.
             MOVE WS-SAL-DATE   TO SAL-DTE.
             MOVE WS-NEXT-SEQ   TO SAL-SEQ.
             MOVE PLN-CODE      TO SAL-CODE.
             MOVE ZERO          TO SAL-SMAN.
             MOVE PLN-REF       TO SAL-REF.
             MOVE SPACES        TO SAL-AC.
             STRING "POS" PLN-DRAW DELIMITED SIZE INTO SAL-AC.
             MOVE "COUNTER SALE" TO SAL-NME.
             MOVE STK-DESC      TO SAL-DESC.
             MOVE PLN-QTY       TO SAL-QNT.
             MOVE WS-LINE-COST  TO SAL-COST.
             COMPUTE SAL-SELL = WS-LINE-VAL - PLN-VAT.
             WRITE SAL-REC1.
             MOVE "D"           TO PLN-STATUS.
             MOVE WS-TODAY-N    TO PLN-DONE-ON.
             REWRITE PLN-RECORD.
             ADD 1              TO WS-CNT-LINES.
             GO TO BA000-READ.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   T I L L ' S   O W N   T O T A L S           *
      *                                                                *
      *    A split tender leaves one sale row per tender, so every     *
      *    sale and refund row with the transaction's drawer, date     *
      *    and reference counts towards its total.                     *
      *                                                                *
      ******************************************************************
       CA000-TILL-ROWS.
           IF WS-TX-MAX = ZERO
               GO TO CA000-EXIT.
             OPEN INPUT POSTRN.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-CLOSE.
       CA000-READ.
             READ POSTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-CLOSE.
           IF NOT (PTR-SALE OR PTR-REFUND)
               GO TO CA000-READ.
             MOVE ZERO          TO WS-IX.
       CA000-MATCH.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-TX-MAX
               GO TO CA000-READ.
           IF WS-TX-DRAW (WS-IX) NOT = PTR-DRAW
            OR WS-TX-DATE (WS-IX) NOT = PTR-DATE
            OR WS-TX-REF (WS-IX) NOT = PTR-REF
               GO TO CA000-MATCH.
             ADD PTR-AMOUNT     TO WS-TX-TILL (WS-IX).
             MOVE 1             TO WS-TX-FOUND (WS-IX).
             GO TO CA000-READ.
       CA000-CLOSE.
             CLOSE POSTRN.
       CA000-EXIT.
             EXIT.
      *
      *    ****    L I N E S   A G A I N S T   T H E   T I L L
      *
       DA000-BALANCE.
             MOVE ZERO          TO WS-IX.
       DA000-NEXT.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-TX-MAX
               GO TO DA000-EXIT.
           IF WS-TX-FOUND (WS-IX) = 1
            AND WS-TX-LINES (WS-IX) = WS-TX-TILL (WS-IX)
               GO TO DA000-NEXT.
           IF WS-TX-FOUND (WS-IX) = ZERO
               MOVE "NO TILL TRANSACTION"
                                TO WS-TEXT
           ELSE
               MOVE "LINES DO NOT ADD UP TO TOTAL"
                                TO WS-TEXT.
             MOVE SPACES        TO WS-EX-LINE.
             MOVE WS-TX-DRAW (WS-IX)
                                TO WS-EX-DRAW.
             MOVE WS-TX-DATE (WS-IX)
                                TO WS-EX-DATE.
             MOVE WS-TX-REF (WS-IX)
                                TO WS-EX-REF.
             MOVE SPACES        TO WS-EX-QTY-X.
             MOVE WS-TX-LINES (WS-IX)
                                TO WS-EX-LINES.
             MOVE WS-TX-TILL (WS-IX)
                                TO WS-EX-TILL.
           IF WS-TX-FOUND (WS-IX) = ZERO
               MOVE SPACES      TO WS-EX-TILL-X.
             MOVE WS-TEXT       TO WS-EX-TEXT.
             WRITE REP-LINE FROM WS-EX-LINE.
             ADD 1              TO WS-CNT-EXCEPT.
             GO TO DA000-NEXT.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    A D D   T H E   L I N E   T O   I T S   T R A N S
      *
       XT000-ADD-TX.
             MOVE ZERO          TO WS-IX.
       XT000-FIND.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-TX-MAX
               GO TO XT000-NEW.
           IF WS-TX-DRAW (WS-IX) = PLN-DRAW
            AND WS-TX-DATE (WS-IX) = PLN-DATE
            AND WS-TX-REF (WS-IX) = PLN-REF
               ADD WS-LINE-VAL  TO WS-TX-LINES (WS-IX)
               GO TO XT000-EXIT.
             GO TO XT000-FIND.
       XT000-NEW.
           IF WS-TX-MAX NOT < 2000
               GO TO XT000-EXIT.
             ADD 1              TO WS-TX-MAX.
             MOVE PLN-DRAW      TO WS-TX-DRAW (WS-TX-MAX).
             MOVE PLN-DATE      TO WS-TX-DATE (WS-TX-MAX).
             MOVE PLN-REF       TO WS-TX-REF (WS-TX-MAX).
             MOVE WS-LINE-VAL   TO WS-TX-LINES (WS-TX-MAX).
             MOVE ZERO          TO WS-TX-TILL (WS-TX-MAX)
                                   WS-TX-FOUND (WS-TX-MAX).
       XT000-EXIT.
             EXIT.
      *
      *    ****    N E X T   S A L E S T R K   S E Q U E N C E
      *
       XK000-NEXT-SEQ.
           IF WS-SAL-DATE = WS-SEQ-DATE
               ADD 1            TO WS-NEXT-SEQ
               GO TO XK000-EXIT.
             MOVE WS-SAL-DATE   TO WS-SEQ-DATE.
             MOVE 1             TO WS-NEXT-SEQ.
             MOVE WS-SAL-DATE   TO SAL-DTE.
             MOVE ZERO          TO SAL-SEQ.
             START SALESTRK KEY NOT < SAL-KEY.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
       XK000-READ.
             READ SALESTRK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
           IF SAL-DTE NOT = WS-SAL-DATE
               GO TO XK000-EXIT.
             COMPUTE WS-NEXT-SEQ = SAL-SEQ + 1.
             GO TO XK000-READ.
       XK000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XS000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
       XS000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
           IF STK-CODE = WS-CODE
               MOVE 1           TO WS-FOUND
               GO TO XS000-EXIT.
             GO TO XS000-READ.
       XS000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   I T E M  /  L O C A T I O N
      *
       XQ000-FIND-QTY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ STKQTY NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
           IF STQ-CODE = WS-CODE
            AND STQ-LOCATION = WS-LOCATION
               MOVE 1           TO WS-FOUND
               GO TO XQ000-EXIT.
             GO TO XQ000-READ.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S T K M O V E   S L O T
      *
       XM000-NEXT-STM.
             MOVE 1             TO WS-NEXT-STM WS-STMKEY.
             START STKMOVE KEY NOT < WS-STMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
       XM000-READ.
             READ STKMOVE NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XM000-EXIT.
             COMPUTE WS-NEXT-STM = WS-STMKEY + 1.
             GO TO XM000-READ.
       XM000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S T K Q T Y   S L O T
      *
       XP000-NEXT-STQ.
             MOVE 1             TO WS-NEXT-STQ WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
             COMPUTE WS-NEXT-STQ = WS-STQKEY + 1.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
