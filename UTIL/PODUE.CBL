      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******    ******   *******   **    **  ********             *
      *   **    **  **    **  **    **  **    **  **                   *
      *   **    **  **    **  **    **  **    **  **                   *
      *   *******   **    **  **    **  **    **  ******               *
      *   **        **    **  **    **  **    **  **                   *
      *   **        **    **  **    **  **    **  **                   *
      *   **         ******   *******    ******   ********             *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P U R C H A S E   O R D E R   D U E   D A T E                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Works out the expected delivery date of a purchase order    *
      *    line:  the order date plus the supplier's delivery lead     *
      *    time held on the creditor master.  A caller that already    *
      *    knows the lead time (a quotation award, for instance)       *
      *    passes it in and the creditor master is not read.           *
      *                                                                *
      *    CALL "PODUE" USING PD-PARAMS                                *
      *                                                                *
      *    PD-SUPPLIER creditor account PD-FROM order date (zero for   *
      *    today) PD-LEAD lead time in days (zero to take the          *
      *    supplier's) PD-DUE expected delivery date returned.         *
      *                                                                *
      *    Result 0 is the supplier's lead time, 1 the lead time       *
      *    passed in, 2 a supplier with no lead time or not on file -  *
      *    the due date is then the order date.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PODUE.
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

       COPY CREDIT.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY CREDIT.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.

       77  WS-AD-COUNT    PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-AD-MLEN     PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-AD-R4       PIC  9(04)     COMP-5.
       77  WS-AD-R100     PIC  9(04)     COMP-5.
       77  WS-AD-R400     PIC  9(04)     COMP-5.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

      *
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-AD-DATE.
           03  WS-AD-YYYY    PIC  9(04).
           03  WS-AD-MM      PIC  9(02).
           03  WS-AD-DD      PIC  9(02).
       01  WS-AD-DATE-N REDEFINES WS-AD-DATE
                             PIC  9(08).
       01  WS-MONTH-TAB.
           03  FILLER        PIC  X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-RED REDEFINES WS-MONTH-TAB.
           03  WS-MT-LEN     PIC  9(02) OCCURS 12.

       LINKAGE SECTION.
       01  PD-PARAMS.
           03  PD-SUPPLIER    PIC  9(07).
           03  PD-FROM        PIC  9(08).
           03  PD-LEAD        PIC  9(03).
           03  PD-DUE         PIC  9(08).
           03  PD-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING PD-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF PD-FROM NOT NUMERIC OR PD-FROM = ZERO
               MOVE WS-TODAY-N  TO PD-FROM.
             MOVE PD-FROM       TO PD-DUE.
           IF PD-LEAD NUMERIC AND PD-LEAD > ZERO
               MOVE PD-LEAD     TO WS-AD-COUNT
               MOVE 1           TO PD-RESULT
               GO TO AA000-ADD.
             MOVE 2             TO PD-RESULT.
             PERFORM BA000-SUPPLIER THRU BA000-EXIT.
           IF PD-RESULT NOT = ZERO
               GO TO AZ100.
       AA000-ADD.
             MOVE PD-FROM       TO WS-AD-DATE-N.
             PERFORM XE000-ADD-DAYS THRU XE000-EXIT.
             MOVE WS-AD-DATE-N  TO PD-DUE.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   S U P P L I E R ' S   L E A D   T I M E     *
      *                                                                *
      ******************************************************************
       BA000-SUPPLIER.
             OPEN INPUT CREDIT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
       BA000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
           IF CRE-ACCOUNT NOT = PD-SUPPLIER
               GO TO BA000-READ.
           IF CRE-LEAD-DAYS NUMERIC AND CRE-LEAD-DAYS > ZERO
               MOVE CRE-LEAD-DAYS
                                TO WS-AD-COUNT
               MOVE ZERO        TO PD-RESULT.
       BA000-END.
             CLOSE CREDIT.
       BA000-EXIT.
             EXIT.
      *
      *    ****    A D D   D A Y S   T O   A   D A T E
      *
       XE000-ADD-DAYS.
           IF WS-AD-COUNT = ZERO
               GO TO XE000-EXIT.
             ADD 1              TO WS-AD-DD.
             PERFORM XM000-MONTH-LEN THRU XM000-EXIT.
           IF WS-AD-DD > WS-AD-MLEN
               MOVE 1           TO WS-AD-DD
               ADD 1            TO WS-AD-MM
               IF WS-AD-MM > 12
                   MOVE 1       TO WS-AD-MM
                   ADD 1        TO WS-AD-YYYY.
             SUBTRACT 1         FROM WS-AD-COUNT.
             GO TO XE000-ADD-DAYS.
       XE000-EXIT.
             EXIT.
      *
      *    ****    D A Y S   I N   T H E   M O N T H
      *
       XM000-MONTH-LEN.
             MOVE WS-MT-LEN (WS-AD-MM)
                                TO WS-AD-MLEN.
           IF WS-AD-MM NOT = 2
               GO TO XM000-EXIT.
             DIVIDE WS-AD-YYYY BY 4 GIVING WS-AD-R4.
             COMPUTE WS-AD-R4 = WS-AD-YYYY - WS-AD-R4 * 4.
             DIVIDE WS-AD-YYYY BY 100 GIVING WS-AD-R100.
             COMPUTE WS-AD-R100 = WS-AD-YYYY - WS-AD-R100 * 100.
             DIVIDE WS-AD-YYYY BY 400 GIVING WS-AD-R400.
             COMPUTE WS-AD-R400 = WS-AD-YYYY - WS-AD-R400 * 400.
           IF WS-AD-R4 = ZERO
            AND (WS-AD-R100 NOT = ZERO OR WS-AD-R400 = ZERO)
               MOVE 29          TO WS-AD-MLEN.
       XM000-EXIT.
             EXIT.
