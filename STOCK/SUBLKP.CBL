      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **    **  *******   **        **   **   *******    *
      *   **    **  **    **  **    **  **        **  **    **    **   *
      *   **        **    **  **    **  **        ** **     **    **   *
      *    ******   **    **  *******   **        ****      *******    *
      *         **  **    **  **    **  **        ** **     **         *
      *   **    **  **    **  **    **  **        **  **    **         *
      *    ******    ******   *******   ********  **   **   **         *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S U B S T I T U T E   L O O K U P   S U B P R O G R A M       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The one substitute rule, so quotation, order import and     *
      *    back-order allocation offer the same alternatives in the    *
      *    same order.  The item's own substitutes come first in       *
      *    their preference order, then the items that name it as a    *
      *    two-way substitute.  Only sellable items with free stock    *
      *    (on hand less reserved and quarantine) are returned, each   *
      *    priced for the account through PRCLKP.                      *
      *                                                                *
      *          CALL "SUBLKP" USING SB-PARAMS                         *
      *                                                                *
      *      SB-CODE      item asked for                               *
      *      SB-LOCATION  warehouse (0 = all locations)                *
      *      SB-QTY       quantity     SB-DATE     pricing date        *
      *      SB-ACCOUNT   debtor for the price (0 = list)              *
      *      SB-APPROVED-ONLY   "Y" pre-approved only                  *
      *      SB-COUNT     returned - up to five in SB-ENT with         *
      *                   code, description, free stock, price,        *
      *                   way and the pre-approved flag                *
      *                                                                *
      *    A caller that must fill the whole quantity checks SB-FREE   *
      *    against what it needs.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SUBLKP.
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

       COPY SUBST.SL.

       COPY STOCK.SL.

       COPY STKQTY.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SUBST.FDE.

       COPY STOCK.FDE.

       COPY STKQTY.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SUBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-STKQTY   PIC  9(01)     VALUE ZERO.
       77  WS-RANK        PIC  9(03)     VALUE ZERO.
       77  WS-ALT         PIC  X(14)     VALUE SPACES.
       77  WS-FREE        PIC S9(07)V99  COMP-3 VALUE ZERO.

       77  WS-CN-MAX      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CN-IX       PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CN-JX       PIC  9(04)     COMP-5 VALUE ZERO.

      *
      *    ****    C A N D I D A T E S   I N   P R E F E R E N C E
      *
       01  WS-CN-TABLE.
           03  WS-CN-ENT OCCURS 20.
               05  WS-CN-RANK PIC  9(03).
               05  WS-CN-ALT  PIC  X(14).
               05  WS-CN-WAY  PIC  X(01).
               05  WS-CN-APPR PIC  X(01).
       01  WS-CN-HOLD        PIC  X(19).

       01  WS-PL-PARAMS.
           03  WS-PL-ACCOUNT  PIC  9(07).
           03  WS-PL-CODE     PIC  X(14).
           03  WS-PL-DATE     PIC  9(08).
           03  WS-PL-QTY      PIC S9(05)V99.
           03  WS-PL-PRICE    PIC S9(07)V99.
           03  WS-PL-SOURCE   PIC  X(10).
           03  WS-PL-MODE     PIC  X(01) VALUE SPACE.
           03  WS-PL-CNT-CON  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-PRM  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-LST  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-MISS PIC  9(07) VALUE ZERO.
           03  WS-PL-COST     PIC S9(07)V9999 VALUE ZERO.
           03  WS-PL-MARGIN   PIC S9(03)V99 VALUE ZERO.
           03  WS-PL-MIN-MARGIN
                              PIC  9(02)V99 VALUE ZERO.
           03  WS-PL-BELOW    PIC  X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  SB-PARAMS.
           03  SB-CODE        PIC  X(14).
           03  SB-LOCATION    PIC  9(03).
           03  SB-QTY         PIC S9(07)V99.
           03  SB-ACCOUNT     PIC  9(07).
           03  SB-DATE        PIC  9(08).
           03  SB-APPROVED-ONLY
                              PIC  X(01).
           03  SB-COUNT       PIC  9(01).
           03  SB-ENT OCCURS 5.
               05  SB-ALT     PIC  X(14).
               05  SB-DESC    PIC  X(30).
               05  SB-FREE    PIC S9(07)V99.
               05  SB-PRICE   PIC S9(07)V99.
               05  SB-WAY     PIC  X(01).
               05  SB-APPROVED
                              PIC  X(01).
      /
       PROCEDURE DIVISION USING SB-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE ZERO          TO SB-COUNT WS-CN-MAX.
             OPEN INPUT SUBST.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             PERFORM BA000-CANDIDATES THRU BA000-EXIT.
             CLOSE SUBST.
           IF WS-CN-MAX = ZERO
               GO TO AZ100.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             MOVE ZERO          TO WS-NO-STKQTY.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STKQTY.
             MOVE 1             TO WS-CN-IX.
       AA000-NEXT.
           IF WS-CN-IX > WS-CN-MAX OR SB-COUNT = 5
               GO TO AA000-DONE.
             PERFORM CA000-CANDIDATE THRU CA000-EXIT.
             ADD 1              TO WS-CN-IX.
             GO TO AA000-NEXT.
       AA000-DONE.
             CLOSE STOCK.
           IF WS-NO-STKQTY = ZERO
               CLOSE STKQTY.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    G A T H E R   T H E   C A N D I D A T E S           *
      *                                                                *
      *    The item's own list ranks by preference; an item naming    *
      *    it as a two-way substitute ranks after all of those.        *
      *                                                                *
      ******************************************************************
       BA000-CANDIDATES.
             MOVE 1             TO WS-SUBKEY.
             START SUBST KEY NOT < WS-SUBKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
       BA000-READ.
             READ SUBST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
           IF NOT SUB-ACTIVE
               GO TO BA000-READ.
           IF SB-APPROVED-ONLY = "Y" AND NOT SUB-PRE-APPROVED
               GO TO BA000-READ.
           IF SUB-CODE = SB-CODE
               MOVE SUB-ALT     TO WS-ALT
               MOVE SUB-PREF    TO WS-RANK
               GO TO BA000-ADD.
           IF SUB-ALT = SB-CODE AND SUB-TWO-WAY
               MOVE SUB-CODE    TO WS-ALT
               COMPUTE WS-RANK = SUB-PREF + 100
               GO TO BA000-ADD.
             GO TO BA000-READ.
       BA000-ADD.
           IF WS-ALT = SB-CODE OR WS-CN-MAX NOT < 20
               GO TO BA000-READ.
             ADD 1              TO WS-CN-MAX.
             MOVE WS-CN-MAX     TO WS-CN-IX.
             MOVE WS-RANK       TO WS-CN-RANK (WS-CN-IX).
             MOVE WS-ALT        TO WS-CN-ALT (WS-CN-IX).
             MOVE SUB-WAY       TO WS-CN-WAY (WS-CN-IX).
             MOVE SUB-APPROVED  TO WS-CN-APPR (WS-CN-IX).
      *
      *    Slide it back into preference order
      *
       BA000-SHIFT.
           IF WS-CN-IX NOT > 1
               GO TO BA000-READ.
             COMPUTE WS-CN-JX = WS-CN-IX - 1.
           IF WS-CN-RANK (WS-CN-JX) NOT > WS-CN-RANK (WS-CN-IX)
               GO TO BA000-READ.
             MOVE WS-CN-ENT (WS-CN-JX)
                                TO WS-CN-HOLD.
             MOVE WS-CN-ENT (WS-CN-IX)
                                TO WS-CN-ENT (WS-CN-JX).
             MOVE WS-CN-HOLD    TO WS-CN-ENT (WS-CN-IX).
             MOVE WS-CN-JX      TO WS-CN-IX.
             GO TO BA000-SHIFT.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E L L A B L E ,   I N   S T O C K ,   P R I C E D *
      *                                                                *
      ******************************************************************
       CA000-CANDIDATE.
             MOVE WS-CN-ALT (WS-CN-IX)
                                TO WS-ALT.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-EXIT.
             PERFORM XF000-FREE THRU XF000-EXIT.
           IF WS-FREE NOT > ZERO
               GO TO CA000-EXIT.
             MOVE SB-ACCOUNT    TO WS-PL-ACCOUNT.
             MOVE WS-ALT        TO WS-PL-CODE.
             MOVE SB-DATE       TO WS-PL-DATE.
             MOVE SB-QTY        TO WS-PL-QTY.
             MOVE ZERO          TO WS-PL-PRICE.
             MOVE SPACES        TO WS-PL-SOURCE.
             MOVE SPACE         TO WS-PL-MODE.
             CALL "PRCLKP" USING WS-PL-PARAMS.
             ADD 1              TO SB-COUNT.
             MOVE WS-ALT        TO SB-ALT (SB-COUNT).
             MOVE STK-DESC      TO SB-DESC (SB-COUNT).
             MOVE WS-FREE       TO SB-FREE (SB-COUNT).
           IF WS-PL-SOURCE NOT = "NONE"
               MOVE WS-PL-PRICE TO SB-PRICE (SB-COUNT)
           ELSE
               MOVE STK-PRICE2  TO SB-PRICE (SB-COUNT).
             MOVE WS-CN-WAY (WS-CN-IX)
                                TO SB-WAY (SB-COUNT).
             MOVE WS-CN-APPR (WS-CN-IX)
                                TO SB-APPROVED (SB-COUNT).
       CA000-EXIT.
             EXIT.
      /
      *
      *    ****    F R E E   S T O C K
      *
      *    At the location asked for, or across every location when
      *    none is given.
      *
       XF000-FREE.
             MOVE ZERO          TO WS-FREE.
           IF WS-NO-STKQTY = 1
               GO TO XF000-EXIT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF STQ-CODE NOT = WS-ALT
               GO TO XF000-READ.
           IF SB-LOCATION NOT = ZERO
            AND STQ-LOCATION NOT = SB-LOCATION
               GO TO XF000-READ.
             COMPUTE WS-FREE = WS-FREE + STQ-ON-HAND - STQ-RESERVED
                     - STQ-QUARANTINE.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S E L L A B L E   I T E M
      *
       XG000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF STK-CODE = WS-ALT AND STK-SELLABLE
               MOVE 1           TO WS-FOUND
               GO TO XG000-EXIT.
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
