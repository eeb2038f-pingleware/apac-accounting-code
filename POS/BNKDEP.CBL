      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   **    **  **   **   *******   ********  *******    *
      *   **    **  ***   **  **  **    **    **  **        **    **   *
      *   **    **  ****  **  ** **     **    **  **        **    **   *
      *   *******   ** ** **  ****      **    **  ******    *******    *
      *   **    **  **  ****  ** **     **    **  **        **         *
      *   **    **  **   ***  **  **    **    **  **        **         *
      *   *******   **    **  **   **   *******   ********  **         *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C A S H   B A N K I N G   D E P O S I T S                     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Cash banking.  The day's counted cash and cheques go to     *
      *    the bank on a numbered deposit slip, and the deposit is     *
      *    then followed until it shows on the bank statement.         *
      *                                                                *
      *      'S' slip - build the deposit for a trading date: each     *
      *          drawer's closing count on DRWDNM less the float it    *
      *          keeps, by denomination, and the cheque tenders taken  *
      *          on POSTRN; print the slip with its deposit and bag    *
      *          numbers and record the deposit in transit             *
      *      'M' match - read the bank statement lines (BANKSTM.IMP as *
      *          GLP016 reads it) and take a line whose reference is a *
      *          deposit number as that deposit banked, in full or     *
      *          short                                                 *
      *      'R' report - deposits still in transit more than two days *
      *          after the trading date, and deposits banked short or  *
      *          over                                                  *
      *      'E' end                                                   *
      *                                                                *
      *    Deposits are held on BNKDEP.DAT keyed by deposit number; a  *
      *    trading date is banked once.  Slips and reports print to    *
      *    BNKDEP.PRN.                                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BNKDEP.
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
       SPECIAL-NAMES.
                       CURSOR IS CSTART
                       CONSOLE IS CRT
                       CRT STATUS IS KEY-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY POSTRN.SL.

           SELECT DRWDNM  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DNMKEY.

           SELECT BNKDEP  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DEPKEY.

           SELECT BNKSTM  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS SEQUENTIAL
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY POSTRN.FDE.

      *
      *    ****    D R A W E R   D E N O M I N A T I O N S
      *            ( a s   k e p t   b y   C N T D R W )
      *
       FD  DRWDNM    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DRWDNM.DAT".
       01  DNM-RECORD.
           03  DNM-DRAW       PIC  9(02).
           03  DNM-DATE       PIC  9(08).
           03  DNM-KIND       PIC  X(01).
               88  DNM-FLOAT       VALUE "F".
               88  DNM-COUNT       VALUE "C".
           03  DNM-OPER       PIC  X(03).
           03  DNM-UNITS      PIC S9(05) COMP-3 OCCURS 12.
           03  FILLER         PIC  X(08).

      *
      *    ****    B A N K   D E P O S I T S
      *
      *    Relative key = deposit number.  T in transit until the
      *    bank statement shows it; then B banked in full, S short
      *    or O over, with the amount the bank credited.
      *
       FD  BNKDEP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "BNKDEP.DAT".
       01  DEP-RECORD.
           03  DEP-NUMBER     PIC  9(07).
           03  DEP-DATE       PIC  9(08).
           03  DEP-BAG        PIC  X(10).
           03  DEP-OPER       PIC  X(03).
           03  DEP-CASH       PIC S9(09)V99 COMP-3.
           03  DEP-CHEQUES    PIC S9(09)V99 COMP-3.
           03  DEP-CHQ-COUNT  PIC  9(04).
           03  DEP-TOTAL      PIC S9(09)V99 COMP-3.
           03  DEP-STATUS     PIC  X(01).
               88  DEP-IN-TRANSIT  VALUE "T".
               88  DEP-IN-FULL     VALUE "B".
               88  DEP-SHORT       VALUE "S".
               88  DEP-OVER        VALUE "O".
           03  DEP-BANKED     PIC S9(09)V99 COMP-3.
           03  DEP-BANKED-ON  PIC  9(08).
           03  DEP-SLIP-ON    PIC  9(08).
           03  FILLER         PIC  X(10).

      *
      *    ****    B A N K   S T A T E M E N T   I M P O R T
      *            ( a s   r e a d   b y   G L P 0 1 6 )
      *
       FD  BNKSTM    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "BANKSTM.IMP".
       01  BKS-REC.
           03  BKS-REFER      PIC  X(07).
           03  BKS-VAL        PIC S9(09)V9(02) COMP-3.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "BNKDEP.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DNMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEPKEY      PIC  9(07)     COMP-0 VALUE 1.
       77  WS-NEXT-DEP    PIC  9(07)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-CONFIRM     PIC  X(01).
       77  WS-DATE        PIC  9(08)     VALUE ZERO.
       77  WS-AS-AT       PIC  9(08)     VALUE ZERO.
       77  WS-BAG         PIC  X(10)     VALUE SPACES.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-DX          PIC  9(04)     COMP-5.
       77  WS-IX          PIC  9(04)     COMP-5.
       77  WS-DAYS        PIC S9(05)     VALUE ZERO.
       77  WS-SER-ASAT    PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-DEN-VALUE   PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-COUNT-VAL   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FLOAT-VAL   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-CASH        PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-CHEQUES     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOTAL       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-AMOUNT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-DIFF        PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-CNT-READ    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-MATCH   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-SHORT   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-LISTED  PIC  9(05)     VALUE ZERO.
       77  WS-ED-AMOUNT   PIC  Z(08)9.99-.

       77  WS-DR-MAX      PIC  9(04)     COMP-5 VALUE ZERO.

       77  WS-CQ-MAX      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CQ-COUNT    PIC  9(04)     VALUE ZERO.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

       01  WS-BKS-REF.
           03  WS-BR-NUMBER  PIC  9(07).
       01  WS-BKS-REF-X REDEFINES WS-BKS-REF
                             PIC  X(07).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(01).
       77  CSTART         PIC  9(04).

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

      *
      *    ****    T H E   D E N O M I N A T I O N   T A B L E
      *
       01  WS-DENOMS.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +200.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +100.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +50.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +20.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +10.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +5.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +2.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +1.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +0.50.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +0.20.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +0.10.
           03  FILLER        PIC S9(03)V99 COMP-3 VALUE +0.05.
       01  WS-DENOM-TAB REDEFINES WS-DENOMS.
           03  WS-DENOM      PIC S9(03)V99 COMP-3 OCCURS 12.

      *
      *    ****    W H A T   G O E S   T O   T H E   B A N K
      *
       01  WS-BANK-UNITS.
           03  WS-BU-UNIT    PIC S9(05) COMP-3 OCCURS 12.

       01  WS-FL-TABLE.
           03  WS-FL-DRAW OCCURS 99.
               05  WS-FL-SET     PIC  9(01).
               05  WS-FL-UNIT    PIC S9(05) COMP-3 OCCURS 12.

       01  WS-DR-TABLE.
           03  WS-DR-ENT OCCURS 99.
               05  WS-DR-DRAW    PIC  9(02).
               05  WS-DR-OPER    PIC  X(03).
               05  WS-DR-COUNT   PIC S9(09)V99 COMP-3.
               05  WS-DR-FLOAT   PIC S9(09)V99 COMP-3.

       01  WS-CQ-TABLE.
           03  WS-CQ-ENT OCCURS 300.
               05  WS-CQ-DRAW    PIC  9(02).
               05  WS-CQ-REF     PIC  X(10).
               05  WS-CQ-AMOUNT  PIC S9(09)V99 COMP-3.

      *
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

      *
      *    ****    R E P O R T   L I N E S
      *
       01  WS-DN-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-DN-DENOM   PIC  ZZ9.99.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-DN-UNITS   PIC  ZZZZ9-.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-DN-VALUE   PIC  Z(07)9.99-.

       01  WS-TL-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-TL-TEXT    PIC  X(30).
           03  WS-TL-VALUE   PIC  Z(07)9.99-.

       01  WS-DD-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-DD-DRAW    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DD-OPER    PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DD-COUNT   PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DD-FLOAT   PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DD-BANK    PIC  Z(07)9.99-.

       01  WS-CQ-LINE.
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-CL-DRAW    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CL-REF     PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CL-AMOUNT  PIC  Z(07)9.99-.

       01  WS-DP-LINE.
           03  WS-DP-NUMBER  PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DP-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DP-BAG     PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DP-TOTAL   PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DP-BANKED  PIC  Z(07)9.99-.
           03  WS-DP-BANKED-X REDEFINES WS-DP-BANKED
                             PIC  X(12).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DP-DIFF    PIC  Z(07)9.99-.
           03  WS-DP-DIFF-X REDEFINES WS-DP-DIFF
                             PIC  X(12).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DP-TEXT    PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CASH BANKING DEPOSITS" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O BNKDEP.
           IF WS-STATUS = "35"
               OPEN OUTPUT BNKDEP
               CLOSE BNKDEP
               OPEN I-O BNKDEP.
           IF WS-STATUS NOT = "00"
               DISPLAY "BNKDEP open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'S'lip  'M'atch  'R'eport  'E'nd :"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0556
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "S"
               PERFORM BA000-SLIP THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "M"
               PERFORM CA000-MATCH THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM DA000-REPORT THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE BNKDEP.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E P O S I T   S L I P                             *
      *                                                                *
      *    Cash banked per drawer is the closing count less the        *
      *    float captured for it that day, which stays in the drawer;  *
      *    a drawer with no float captured banks its whole count.      *
      *                                                                *
      ******************************************************************
       BA000-SLIP.
             DISPLAY "Trading date (YYYYMMDD)     :" AT 0712.
             MOVE WS-TODAY-N    TO WS-DATE.
             ACCEPT WS-DATE AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DATE = ZERO
               GO TO BA000-EXIT.
             PERFORM XF000-FIND-DATE THRU XF000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Deposit already made for that date - number "
                       AT 2312 WITH FOREGROUND-COLOR 12
                       DEP-NUMBER WITH FOREGROUND-COLOR 11
               GO TO BA000-EXIT.
             DISPLAY "Bag number                  :" AT 0812.
             MOVE SPACES        TO WS-BAG.
             ACCEPT WS-BAG AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-BAG = SPACES
               DISPLAY "The bag number is required   " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-SLIP.
             DISPLAY "Operator id                 :" AT 0912.
             ACCEPT WS-OPER AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM BB000-CASH THRU BB000-EXIT.
             PERFORM BC000-CHEQUES THRU BC000-EXIT.
             COMPUTE WS-TOTAL = WS-CASH + WS-CHEQUES.
           IF WS-TOTAL NOT > ZERO
               DISPLAY "Nothing counted to bank for that date" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-EXIT.
             MOVE WS-CASH       TO WS-ED-AMOUNT.
             DISPLAY "Cash                        :" AT 1112.
             DISPLAY WS-ED-AMOUNT AT 1144 WITH FOREGROUND-COLOR 11.
             MOVE WS-CHEQUES    TO WS-ED-AMOUNT.
             DISPLAY "Cheques                     :" AT 1212.
             DISPLAY WS-ED-AMOUNT AT 1244 WITH FOREGROUND-COLOR 11.
             MOVE WS-TOTAL      TO WS-ED-AMOUNT.
             DISPLAY "Deposit total               :" AT 1312.
             DISPLAY WS-ED-AMOUNT AT 1344 WITH FOREGROUND-COLOR 11.
             DISPLAY "Record and print the deposit (Y/N) :" AT 1512.
             MOVE "N"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1549
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Deposit not recorded         " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-EXIT.
             PERFORM XN000-NEXT-DEP THRU XN000-EXIT.
             MOVE SPACES        TO DEP-RECORD.
             MOVE WS-NEXT-DEP   TO DEP-NUMBER.
             MOVE WS-DATE       TO DEP-DATE.
             MOVE WS-BAG        TO DEP-BAG.
             MOVE WS-OPER       TO DEP-OPER.
             MOVE WS-CASH       TO DEP-CASH.
             MOVE WS-CHEQUES    TO DEP-CHEQUES.
             MOVE WS-CQ-COUNT   TO DEP-CHQ-COUNT.
             MOVE WS-TOTAL      TO DEP-TOTAL.
             MOVE "T"           TO DEP-STATUS.
             MOVE ZERO          TO DEP-BANKED DEP-BANKED-ON.
             MOVE WS-TODAY-N    TO DEP-SLIP-ON.
             MOVE WS-NEXT-DEP   TO WS-DEPKEY.
             WRITE DEP-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "BNKDEP write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM BD000-PRINT THRU BD000-EXIT.
             DISPLAY "Deposit in transit - number " AT 2312
                     WITH FOREGROUND-COLOR 10
                     DEP-NUMBER WITH FOREGROUND-COLOR 11
                     " - slip on BNKDEP.PRN" WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      *
      *    ****    C O U N T E D   C A S H   L E S S   F L O A T S
      *
       BB000-CASH.
             MOVE ZERO          TO WS-CASH WS-DR-MAX.
             MOVE 1             TO WS-S1.
       BB000-ZERO.
             MOVE ZERO          TO WS-BU-UNIT (WS-S1).
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > 12
               GO TO BB000-ZERO.
             MOVE 1             TO WS-DX.
       BB000-ZERO-FLOAT.
             MOVE ZERO          TO WS-FL-SET (WS-DX).
             ADD 1              TO WS-DX.
           IF WS-DX NOT > 99
               GO TO BB000-ZERO-FLOAT.
             OPEN INPUT DRWDNM.
           IF WS-STATUS NOT = "00"
               GO TO BB000-EXIT.
      *
      *    The floats issued for the date, by drawer
      *
             MOVE 1             TO WS-DNMKEY.
             START DRWDNM KEY NOT < WS-DNMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-CLOSE.
       BB000-FLOATS.
             READ DRWDNM NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-COUNTS.
           IF NOT DNM-FLOAT
            OR DNM-DATE NOT = WS-DATE
            OR DNM-DRAW = ZERO
               GO TO BB000-FLOATS.
             MOVE DNM-DRAW      TO WS-DX.
             MOVE 1             TO WS-FL-SET (WS-DX).
             MOVE 1             TO WS-S1.
       BB000-FLOAT-UNIT.
             MOVE DNM-UNITS (WS-S1)
                                TO WS-FL-UNIT (WS-DX WS-S1).
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > 12
               GO TO BB000-FLOAT-UNIT.
             GO TO BB000-FLOATS.
      *
      *    The closing counts for the date
      *
       BB000-COUNTS.
             MOVE 1             TO WS-DNMKEY.
             START DRWDNM KEY NOT < WS-DNMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BB000-CLOSE.
       BB000-READ.
             READ DRWDNM NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BB000-CLOSE.
           IF NOT DNM-COUNT
            OR DNM-DATE NOT = WS-DATE
            OR DNM-DRAW = ZERO
               GO TO BB000-READ.
             MOVE DNM-DRAW      TO WS-DX.
             MOVE ZERO          TO WS-COUNT-VAL WS-FLOAT-VAL.
             MOVE 1             TO WS-S1.
       BB000-DENOM.
             COMPUTE WS-COUNT-VAL = WS-COUNT-VAL
                   + DNM-UNITS (WS-S1) * WS-DENOM (WS-S1).
             ADD DNM-UNITS (WS-S1)
                                TO WS-BU-UNIT (WS-S1).
           IF WS-FL-SET (WS-DX) = 1
               COMPUTE WS-FLOAT-VAL = WS-FLOAT-VAL
                     + WS-FL-UNIT (WS-DX WS-S1) * WS-DENOM (WS-S1)
               SUBTRACT WS-FL-UNIT (WS-DX WS-S1)
                                FROM WS-BU-UNIT (WS-S1).
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > 12
               GO TO BB000-DENOM.
             ADD 1              TO WS-DR-MAX.
             MOVE DNM-DRAW      TO WS-DR-DRAW (WS-DR-MAX).
             MOVE DNM-OPER      TO WS-DR-OPER (WS-DR-MAX).
             MOVE WS-COUNT-VAL  TO WS-DR-COUNT (WS-DR-MAX).
             MOVE WS-FLOAT-VAL  TO WS-DR-FLOAT (WS-DR-MAX).
             COMPUTE WS-CASH = WS-CASH + WS-COUNT-VAL - WS-FLOAT-VAL.
             GO TO BB000-READ.
       BB000-CLOSE.
             CLOSE DRWDNM.
       BB000-EXIT.
             EXIT.
      *
      *    ****    C H E Q U E   T E N D E R S   F O R   T H E   D A Y
      *
       BC000-CHEQUES.
             MOVE ZERO          TO WS-CHEQUES WS-CQ-MAX WS-CQ-COUNT.
             OPEN INPUT POSTRN.
           IF WS-STATUS NOT = "00"
               GO TO BC000-EXIT.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO BC000-DONE.
       BC000-READ.
             READ POSTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BC000-DONE.
           IF NOT PTR-CHEQUE
            OR PTR-DATE NOT = WS-DATE
               GO TO BC000-READ.
             ADD PTR-AMOUNT     TO WS-CHEQUES.
           IF PTR-AMOUNT > ZERO
               ADD 1            TO WS-CQ-COUNT.
           IF WS-CQ-MAX < 300
               ADD 1            TO WS-CQ-MAX
               MOVE PTR-DRAW    TO WS-CQ-DRAW (WS-CQ-MAX)
               MOVE PTR-REF     TO WS-CQ-REF (WS-CQ-MAX)
               MOVE PTR-AMOUNT  TO WS-CQ-AMOUNT (WS-CQ-MAX).
             GO TO BC000-READ.
       BC000-DONE.
             CLOSE POSTRN.
       BC000-EXIT.
             EXIT.
      *
      *    ****    P R I N T   T H E   S L I P
      *
       BD000-PRINT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "BANK DEPOSIT SLIP   DEPOSIT NUMBER " DEP-NUMBER
                    "   BAG " DEP-BAG "   TRADING DATE " DEP-DATE
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "    NOTES AND COIN" TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "     DENOM     UNITS             VALUE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-S1.
       BD000-DENOM.
           IF WS-BU-UNIT (WS-S1) = ZERO
               GO TO BD000-NEXT-DENOM.
             MOVE SPACES        TO WS-DN-LINE.
             MOVE WS-DENOM (WS-S1)
                                TO WS-DN-DENOM.
             MOVE WS-BU-UNIT (WS-S1)
                                TO WS-DN-UNITS.
             COMPUTE WS-DEN-VALUE
                   = WS-BU-UNIT (WS-S1) * WS-DENOM (WS-S1).
             MOVE WS-DEN-VALUE  TO WS-DN-VALUE.
             WRITE REP-LINE FROM WS-DN-LINE.
       BD000-NEXT-DENOM.
             ADD 1              TO WS-S1.
           IF WS-S1 NOT > 12
               GO TO BD000-DENOM.
             MOVE SPACES        TO WS-TL-LINE.
             MOVE "TOTAL CASH"  TO WS-TL-TEXT.
             MOVE DEP-CASH      TO WS-TL-VALUE.
             WRITE REP-LINE FROM WS-TL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "    CHEQUES" TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-IX.
       BD000-CHEQUE.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-CQ-MAX
               GO TO BD000-CHQ-TOTAL.
             MOVE SPACES        TO WS-CQ-LINE.
             MOVE WS-CQ-DRAW (WS-IX)
                                TO WS-CL-DRAW.
             MOVE WS-CQ-REF (WS-IX)
                                TO WS-CL-REF.
             MOVE WS-CQ-AMOUNT (WS-IX)
                                TO WS-CL-AMOUNT.
             WRITE REP-LINE FROM WS-CQ-LINE.
             GO TO BD000-CHEQUE.
       BD000-CHQ-TOTAL.
             MOVE SPACES        TO WS-TL-LINE.
             MOVE "TOTAL CHEQUES"
                                TO WS-TL-TEXT.
             MOVE DEP-CHEQUES   TO WS-TL-VALUE.
             WRITE REP-LINE FROM WS-TL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-TL-LINE.
             MOVE "DEPOSIT TOTAL"
                                TO WS-TL-TEXT.
             MOVE DEP-TOTAL     TO WS-TL-VALUE.
             WRITE REP-LINE FROM WS-TL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "    DR  OPR       COUNTED         FLOAT"
                    "        BANKED"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-IX.
       BD000-DRAWER.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-DR-MAX
               GO TO BD000-CLOSE.
             MOVE SPACES        TO WS-DD-LINE.
             MOVE WS-DR-DRAW (WS-IX)
                                TO WS-DD-DRAW.
             MOVE WS-DR-OPER (WS-IX)
                                TO WS-DD-OPER.
             MOVE WS-DR-COUNT (WS-IX)
                                TO WS-DD-COUNT.
             MOVE WS-DR-FLOAT (WS-IX)
                                TO WS-DD-FLOAT.
             COMPUTE WS-DD-BANK = WS-DR-COUNT (WS-IX)
                                - WS-DR-FLOAT (WS-IX).
             WRITE REP-LINE FROM WS-DD-LINE.
             GO TO BD000-DRAWER.
       BD000-CLOSE.
             CLOSE PRNREP.
       BD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A T C H   T O   T H E   B A N K   S T A T E M E N T
      *                                                                *
      *    A statement line whose reference is a seven-digit deposit   *
      *    number in transit banks that deposit.  Other lines are      *
      *    left for the GLP016 reconciliation.                         *
      *                                                                *
      ******************************************************************
       CA000-MATCH.
             OPEN INPUT BNKSTM.
           IF WS-STATUS NOT = "00"
               DISPLAY "No bank statement file to import    " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "DEPOSITS MATCHED TO THE BANK STATEMENT"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XH000-HEADING THRU XH000-EXIT.
             MOVE ZERO          TO WS-CNT-READ WS-CNT-MATCH
                                   WS-CNT-SHORT.
       CA000-READ.
             READ BNKSTM
                  AT END GO TO CA000-END.
             ADD 1              TO WS-CNT-READ.
             MOVE BKS-REFER     TO WS-BKS-REF-X.
           IF WS-BR-NUMBER NOT NUMERIC
            OR WS-BR-NUMBER = ZERO
               GO TO CA000-READ.
             MOVE WS-BR-NUMBER  TO WS-DEPKEY.
             READ BNKDEP.
           IF WS-STATUS NOT = "00"
               GO TO CA000-READ.
           IF NOT DEP-IN-TRANSIT
               GO TO CA000-READ.
             MOVE BKS-VAL       TO WS-AMOUNT.
           IF WS-AMOUNT < ZERO
               COMPUTE WS-AMOUNT = ZERO - WS-AMOUNT.
             MOVE WS-AMOUNT     TO DEP-BANKED.
             MOVE WS-TODAY-N    TO DEP-BANKED-ON.
             MOVE "B"           TO DEP-STATUS.
           IF WS-AMOUNT < DEP-TOTAL
               MOVE "S"         TO DEP-STATUS.
           IF WS-AMOUNT > DEP-TOTAL
               MOVE "O"         TO DEP-STATUS.
             REWRITE DEP-RECORD.
             ADD 1              TO WS-CNT-MATCH.
           IF NOT DEP-IN-FULL
               ADD 1            TO WS-CNT-SHORT.
             PERFORM XD000-DEP-LINE THRU XD000-EXIT.
             GO TO CA000-READ.
       CA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "STATEMENT LINES READ " WS-CNT-READ
                    "   DEPOSITS MATCHED " WS-CNT-MATCH
                    "   NOT BANKED IN FULL " WS-CNT-SHORT
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE BNKSTM PRNREP.
             DISPLAY "Deposits matched : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-MATCH WITH FOREGROUND-COLOR 11
                     "  - listed on BNKDEP.PRN"
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E P O S I T S   I N   T R A N S I T   A N D       *
      *            B A N K E D   S H O R T                             *
      *                                                                *
      ******************************************************************
       DA000-REPORT.
             DISPLAY "As at (YYYYMMDD)            :" AT 0712.
             MOVE WS-TODAY-N    TO WS-AS-AT.
             ACCEPT WS-AS-AT AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-AS-AT = ZERO
               MOVE WS-TODAY-N  TO WS-AS-AT.
             MOVE WS-AS-AT      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-ASAT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "DEPOSITS IN TRANSIT OVER TWO DAYS AND BANKED "
                    "SHORT OR OVER  AS AT " WS-AS-AT
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XH000-HEADING THRU XH000-EXIT.
             MOVE ZERO          TO WS-CNT-LISTED.
             MOVE 1             TO WS-DEPKEY.
             START BNKDEP KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ BNKDEP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF DEP-IN-FULL
               GO TO DA000-READ.
           IF NOT DEP-IN-TRANSIT
               GO TO DA000-LIST.
             MOVE DEP-DATE      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             COMPUTE WS-DAYS = WS-SER-ASAT - WS-SD-SERIAL.
           IF WS-DAYS NOT > 2
               GO TO DA000-READ.
       DA000-LIST.
             PERFORM XD000-DEP-LINE THRU XD000-EXIT.
             ADD 1              TO WS-CNT-LISTED.
             GO TO DA000-READ.
       DA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "DEPOSITS LISTED " WS-CNT-LISTED
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Deposits listed : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-LISTED WITH FOREGROUND-COLOR 11
                     "  - on BNKDEP.PRN"
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    D E P O S I T   L I N E   H E A D I N G
      *
       XH000-HEADING.
             MOVE SPACES        TO REP-LINE.
             STRING "DEPOSIT  TRADED    BAG               DEPOSITED"
                    "        BANKED    DIFFERENCE  STATUS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
       XH000-EXIT.
             EXIT.
      *
      *    ****    O N E   D E P O S I T
      *
       XD000-DEP-LINE.
             MOVE SPACES        TO WS-DP-LINE.
             MOVE DEP-NUMBER    TO WS-DP-NUMBER.
             MOVE DEP-DATE      TO WS-DP-DATE.
             MOVE DEP-BAG       TO WS-DP-BAG.
             MOVE DEP-TOTAL     TO WS-DP-TOTAL.
           IF DEP-IN-TRANSIT
               MOVE SPACES      TO WS-DP-BANKED-X WS-DP-DIFF-X
               MOVE SPACES      TO WS-DP-TEXT
               STRING "IN TRANSIT " WS-DAYS " DAYS"
                      DELIMITED SIZE INTO WS-DP-TEXT
               GO TO XD000-WRITE.
             MOVE DEP-BANKED    TO WS-DP-BANKED.
             COMPUTE WS-DIFF = DEP-BANKED - DEP-TOTAL.
             MOVE WS-DIFF       TO WS-DP-DIFF.
           IF DEP-IN-FULL
               MOVE "BANKED"    TO WS-DP-TEXT.
           IF DEP-SHORT
               MOVE "BANKED SHORT"
                                TO WS-DP-TEXT.
           IF DEP-OVER
               MOVE "BANKED OVER"
                                TO WS-DP-TEXT.
       XD000-WRITE.
             WRITE REP-LINE FROM WS-DP-LINE.
       XD000-EXIT.
             EXIT.
      *
      *    ****    A   D E P O S I T   F O R   T H E   D A T E ?
      *
       XF000-FIND-DATE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEPKEY.
             START BNKDEP KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ BNKDEP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF DEP-DATE NOT = WS-DATE
               GO TO XF000-READ.
             MOVE 1             TO WS-FOUND.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   D E P O S I T   N U M B E R
      *
       XN000-NEXT-DEP.
             MOVE 1             TO WS-NEXT-DEP WS-DEPKEY.
             START BNKDEP KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ BNKDEP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-DEP = WS-DEPKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
      *    ****    S E R I A L   D A Y   N U M B E R
      *
       XS000-SERIAL-DAY.
           IF WS-SD-MM < 3
               COMPUTE WS-SD-YY = WS-SD-YYYY - 1
               COMPUTE WS-SD-M2 = WS-SD-MM + 12
           ELSE
               MOVE WS-SD-YYYY  TO WS-SD-YY
               MOVE WS-SD-MM    TO WS-SD-M2.
             DIVIDE WS-SD-YY BY 4 GIVING WS-SD-Q4.
             DIVIDE WS-SD-YY BY 100 GIVING WS-SD-Q100.
             DIVIDE WS-SD-YY BY 400 GIVING WS-SD-Q400.
             COMPUTE WS-SD-T153 = 153 * (WS-SD-M2 + 1).
             DIVIDE WS-SD-T153 BY 5 GIVING WS-SD-TM.
             COMPUTE WS-SD-SERIAL = 365 * WS-SD-YY + WS-SD-Q4
                     - WS-SD-Q100 + WS-SD-Q400 + WS-SD-TM + WS-SD-DD.
       XS000-EXIT.
             EXIT.
