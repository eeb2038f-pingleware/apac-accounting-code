      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   **    **    ****    ********  **        **   **   *******    *
      *   **    **   **  **      **     **        **  **    **    **   *
      *   **    **  **    **     **     **        ** **     **    **   *
      *   **    **  ********     **     **        ****      *******    *
      *    **  **   **    **     **     **        ** **     **         *
      *     ****    **    **     **     **        **  **    **         *
      *      **     **    **     **     ********  **   **   **         *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  V A T   R A T E   L O O K U P                                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Finds the VAT rate for a code at a document's tax-point     *
      *    date.  The rate history on VATHIS is searched for the       *
      *    latest rate effective on or before that date (a date        *
      *    before the first entry takes the earliest rate); a code     *
      *    with no history falls back to the rate held on VATRAT.      *
      *                                                                *
      *    When the tax-point date and today fall either side of a     *
      *    rate change, and the caller names the document, the item    *
      *    is written to VATTRN for the transition review before the   *
      *    VAT return.                                                 *
      *                                                                *
      *        CALL "VATLKP" USING VL-PARAMS                           *
      *                                                                *
      *    VL-CODE     VAT rate code                                   *
      *    VL-DATE     tax-point date (zero for today)                 *
      *    VL-PROGRAM  calling program                                 *
      *    VL-REF      document reference (spaces - no logging)        *
      *    VL-PERCENT  rate returned       VL-RESULT  see below        *
      *                                                                *
      *    Result 0 is a dated rate, 1 the VATRAT rate (no history),   *
      *    2 a code that is on neither file - the rate is then zero.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VATLKP.
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

       COPY VATRAT.SL.

       COPY VATHIS.SL.

       COPY VATTRN.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY VATRAT.FDE.

       COPY VATHIS.FDE.

       COPY VATTRN.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-VATKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-VTHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-VTTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-HIST        PIC  9(01)     VALUE ZERO.
       77  WS-TAX-FROM    PIC  9(08)     VALUE ZERO.
       77  WS-TAX-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-NOW-FROM    PIC  9(08)     VALUE ZERO.
       77  WS-NOW-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-FIRST-FROM  PIC  9(08)     VALUE ZERO.
       77  WS-FIRST-PCT   PIC  9(02)V99  COMP-3 VALUE ZERO.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       LINKAGE SECTION.
       01  VL-PARAMS.
           03  VL-CODE        PIC  9(02).
           03  VL-DATE        PIC  9(08).
           03  VL-PROGRAM     PIC  X(08).
           03  VL-REF         PIC  X(10).
           03  VL-PERCENT     PIC  9(02)V99  COMP-3.
           03  VL-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING VL-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             MOVE ZERO          TO VL-PERCENT VL-RESULT.
           IF VL-DATE = ZERO
               MOVE WS-TODAY-N  TO VL-DATE.
             PERFORM BA000-HISTORY THRU BA000-EXIT.
           IF WS-HIST = ZERO
               PERFORM CA000-CURRENT THRU CA000-EXIT
               GO TO AZ100.
      *
      *    A date before the first rate on file takes the earliest
      *
           IF WS-TAX-FROM = ZERO
               MOVE WS-FIRST-FROM
                                TO WS-TAX-FROM
               MOVE WS-FIRST-PCT
                                TO WS-TAX-PCT.
           IF WS-NOW-FROM = ZERO
               MOVE WS-FIRST-FROM
                                TO WS-NOW-FROM
               MOVE WS-FIRST-PCT
                                TO WS-NOW-PCT.
             MOVE WS-TAX-PCT    TO VL-PERCENT.
           IF WS-TAX-FROM NOT = WS-NOW-FROM
            AND VL-REF NOT = SPACES
               PERFORM DA000-LOG THRU DA000-EXIT.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    R A T E S   I N   F O R C E   O N   T H E   T A X   *
      *            P O I N T   A N D   T O D A Y                       *
      *                                                                *
      ******************************************************************
       BA000-HISTORY.
             MOVE ZERO          TO WS-HIST WS-TAX-FROM WS-NOW-FROM
                                   WS-TAX-PCT WS-NOW-PCT WS-FIRST-PCT.
             MOVE 99999999      TO WS-FIRST-FROM.
             OPEN INPUT VATHIS.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             MOVE 1             TO WS-VTHKEY.
             START VATHIS KEY NOT < WS-VTHKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
       BA000-READ.
             READ VATHIS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
           IF VTH-CODE NOT = VL-CODE OR NOT VTH-ACTIVE
               GO TO BA000-READ.
             MOVE 1             TO WS-HIST.
           IF VTH-FROM < WS-FIRST-FROM
               MOVE VTH-FROM    TO WS-FIRST-FROM
               MOVE VTH-PERCENT TO WS-FIRST-PCT.
           IF VTH-FROM NOT > VL-DATE
            AND VTH-FROM NOT < WS-TAX-FROM
               MOVE VTH-FROM    TO WS-TAX-FROM
               MOVE VTH-PERCENT TO WS-TAX-PCT.
           IF VTH-FROM NOT > WS-TODAY-N
            AND VTH-FROM NOT < WS-NOW-FROM
               MOVE VTH-FROM    TO WS-NOW-FROM
               MOVE VTH-PERCENT TO WS-NOW-PCT.
             GO TO BA000-READ.
       BA000-END.
             CLOSE VATHIS.
       BA000-EXIT.
             EXIT.
      *
      *    ****    N O   H I S T O R Y   -   T H E   V A T R A T
      *            R A T E
      *
       CA000-CURRENT.
             MOVE 2             TO VL-RESULT.
             OPEN INPUT VATRAT.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             COMPUTE WS-VATKEY = VL-CODE + 1.
             READ VATRAT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
               MOVE VAT-PERCENT TO VL-PERCENT
               MOVE 1           TO VL-RESULT.
             CLOSE VATRAT.
       CA000-EXIT.
             EXIT.
      *
      *    ****    L O G   A   D O C U M E N T   T H A T   S P A N S
      *            A   R A T E   C H A N G E
      *
       DA000-LOG.
             OPEN I-O VATTRN.
           IF WS-STATUS = "35"
               OPEN OUTPUT VATTRN
               CLOSE VATTRN
               OPEN I-O VATTRN.
           IF WS-STATUS NOT = "00"
               GO TO DA000-EXIT.
             MOVE 1             TO WS-VTTKEY.
             START VATTRN KEY NOT < WS-VTTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-WRITE.
       DA000-READ.
             READ VATTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
               GO TO DA000-READ.
             ADD 1              TO WS-VTTKEY.
       DA000-WRITE.
             MOVE SPACES        TO VTT-RECORD.
             MOVE VL-PROGRAM    TO VTT-PROGRAM.
             MOVE VL-REF        TO VTT-REF.
             MOVE VL-CODE       TO VTT-CODE.
             MOVE VL-DATE       TO VTT-TAX-DATE.
             MOVE WS-TODAY-N    TO VTT-CREATED.
           IF WS-TAX-FROM > WS-NOW-FROM
               MOVE WS-TAX-FROM TO VTT-CHANGE
           ELSE
               MOVE WS-NOW-FROM TO VTT-CHANGE.
             MOVE WS-TAX-PCT    TO VTT-PERCENT.
             MOVE WS-NOW-PCT    TO VTT-OTHER-PCT.
             MOVE "O"           TO VTT-STATUS.
             WRITE VTT-RECORD.
             CLOSE VATTRN.
       DA000-EXIT.
             EXIT.
