      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **         ******    ******      **     ********   *
      *   **    **  **        **    **  **    **    ***           **   *
      *   **        **        **        **    **     **          **    *
      *    ******   **         ******   **    **     **         **     *
      *         **  **              **  **    **     **        **      *
      *   **    **  **        **    **  **    **     **       **       *
      *    ******   ********   ******    ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  M A R G I N   C O N T R O L                                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Minimum-margin control.  Each stock group may carry a       *
      *    minimum gross margin - as a percentage of the selling       *
      *    price - and an item may carry its own, which overrides its  *
      *    group's.  PRCLKP returns the margin of every price it       *
      *    resolves against that minimum, and quote entry (SLS012),    *
      *    order import (SLS015) and invoicing (DLP034) will not take  *
      *    a line below it without the id of a supervisor holding the  *
      *    MARGIN grant; each such authority is logged to MRGLOG.      *
      *                                                                *
      *      'M'  minimum margins                                      *
      *      'R'  below-margin sales report                            *
      *      'E'  end                                                  *
      *                                                                *
      *    The report reads one day's SALESTRK entries, prices each    *
      *    line's margin against the minimum in force and lists every  *
      *    line sold below it by salesman and customer, with the       *
      *    margin given away - what the line would have had to sell    *
      *    for to make the minimum, less what it sold for.             *
      *    Sub-totals by customer and salesman and a grand total go    *
      *    to SLS017.PRN.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS017.
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

       COPY MINMRG.SL.

       COPY STOCK.SL.

           SELECT SALESTRK ASSIGN DISK
                           STATUS WS-STATUS
                           ACCESS DYNAMIC
                           ORGANIZATION INDEXED
                           RECORD KEY SAL-KEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY MINMRG.FDE.

       COPY STOCK.FDE.

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

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS017.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-MMGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-OVFL        PIC  9(01)     VALUE ZERO.
       77  WS-MR-OVFL     PIC  9(01)     VALUE ZERO.
       77  WS-GROUP       PIC  9(03)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-PCT         PIC  9(02)V99  VALUE ZERO.
       77  WS-ACTION      PIC  X(01)     VALUE SPACE.
       77  WS-DATE        PIC  9(06)     VALUE ZERO.
       77  WS-MIN         PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-MARGIN      PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-GIVEN       PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-CNT-READ    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-BELOW   PIC  9(05)     VALUE ZERO.
       77  WS-CUS-SELL    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-CUS-GIVEN   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-SMN-SELL    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-SMN-GIVEN   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-SELL    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-GIVEN   PIC S9(09)V99  COMP-3 VALUE ZERO.

       77  WS-MR-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MR-IX       PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-BM-MAX      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-IX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-JX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SX          PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    M I N I M U M   M A R G I N   R U L E S
      *
       01  WS-MR-TABLE.
           03  WS-MR-ENT OCCURS 500.
               05  WS-MR-GROUP
                              PIC  9(03).
               05  WS-MR-CODE PIC  X(14).
               05  WS-MR-PCT  PIC  9(02)V99 COMP-3.

      *
      *    ****    B E L O W - M A R G I N   L I N E S
      *
      *    Kept in salesman, customer and reference order for the
      *    print.
      *
       01  WS-BM-TABLE.
           03  WS-BM-ENT OCCURS 2000.
               05  WS-BM-SORT.
                   07  WS-BM-SMAN
                              PIC  9(02).
                   07  WS-BM-AC
                              PIC  X(06).
                   07  WS-BM-REF
                              PIC  X(08).
               05  WS-BM-CODE PIC  X(14).
               05  WS-BM-NAME PIC  X(19).
               05  WS-BM-QTY  PIC S9(07)V99 COMP-3.
               05  WS-BM-SELL PIC S9(07)V99 COMP-3.
               05  WS-BM-COST PIC S9(07)V99 COMP-3.
               05  WS-BM-MARGIN
                              PIC S9(03)V99 COMP-3.
               05  WS-BM-MIN  PIC  9(02)V99 COMP-3.
               05  WS-BM-GIVEN
                              PIC S9(07)V99 COMP-3.
       01  WS-BM-SWAP         PIC  X(75).

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

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

       01  WS-HD-LINE.
           03  FILLER        PIC  X(44) VALUE
               "SM  ACCNT   CUSTOMER             REFERENCE  ".
           03  FILLER        PIC  X(44) VALUE
               "ITEM                   QUANTITY          SEL".
           03  FILLER        PIC  X(42) VALUE
               "L          COST   MARGIN    MIN      GIVEN".

       01  WS-DET-LINE.
           03  WS-DT-SMAN    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-AC      PIC  X(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NAME    PIC  X(19).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-REF     PIC  X(08).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SELL    PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-COST    PIC  Z(07)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-MARGIN  PIC  ZZ9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-MIN     PIC  Z9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-GIVEN   PIC  Z(06)9.99-.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "MARGIN CONTROL" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "SLS017"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'M'inimum margins  'R'eport  'E'nd"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0558
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "M"
               PERFORM BA000-MAINTAIN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM CA000-REPORT THRU CA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    M I N I M U M   M A R G I N   R U L E S             *
      *                                                                *
      *    A group rule has spaces in the item code.  An item rule     *
      *    must be keyed under the item's own stock group.  'D'        *
      *    marks a rule deleted.                                       *
      *                                                                *
      ******************************************************************
       BA000-MAINTAIN.
             OPEN I-O MINMRG.
           IF WS-STATUS = "35"
               OPEN OUTPUT MINMRG
               CLOSE MINMRG
               OPEN I-O MINMRG.
           IF WS-STATUS NOT = "00"
               DISPLAY "MINMRG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
       BA000-RULE.
             DISPLAY "Stock group ('0' ends)            :" AT 0712.
             MOVE ZERO          TO WS-GROUP.
             ACCEPT WS-GROUP AT 0750
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-GROUP = ZERO
               GO TO BA000-DONE.
             DISPLAY "Item code (spaces = whole group)  :" AT 0812.
             MOVE SPACES        TO WS-CODE.
             ACCEPT WS-CODE AT 0850
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-CODE = SPACES
               GO TO BA000-FIND.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-RULE.
             PERFORM XE000-FIND-STOCK THRU XE000-EXIT.
             CLOSE STOCK.
           IF WS-FOUND = ZERO
               DISPLAY "Item not on STOCK file         " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-RULE.
           IF STK-GROUP NOT = WS-GROUP
               DISPLAY "Item is not in that stock group" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-RULE.
             DISPLAY STK-DESC AT 0866 WITH FOREGROUND-COLOR 11.
       BA000-FIND.
             PERFORM XB000-FIND-RULE THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO MMG-RECORD
               MOVE WS-GROUP    TO MMG-GROUP
               MOVE WS-CODE     TO MMG-CODE
               MOVE ZERO        TO MMG-PCT
               MOVE "A"         TO MMG-STATUS.
             DISPLAY "Minimum margin percent            :" AT 0912.
             MOVE MMG-PCT       TO WS-PCT.
             ACCEPT WS-PCT AT 0950
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-PCT        TO MMG-PCT.
             DISPLAY "'A'ctive or 'D'elete              :" AT 1012.
             MOVE MMG-STATUS    TO WS-ACTION.
             ACCEPT WS-ACTION AT 1050
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "D"
               DISPLAY "Status must be 'A' or 'D'      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-RULE.
             MOVE WS-ACTION     TO MMG-STATUS.
           IF WS-FOUND = ZERO
               PERFORM XC000-NEXT-RULE-KEY THRU XC000-EXIT
               WRITE MMG-RECORD
           ELSE
               REWRITE MMG-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "MINMRG write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Minimum margin saved           " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO BA000-RULE.
       BA000-DONE.
             CLOSE MINMRG.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    B E L O W - M A R G I N   S A L E S   R E P O R T   *
      *                                                                *
      *    Margin is (sell - cost) as a percentage of the sell; a      *
      *    line below the item's minimum is tabled, the table put in   *
      *    salesman and customer order, and printed with totals.       *
      *                                                                *
      ******************************************************************
       CA000-REPORT.
             MOVE WS-TODAY-N    TO WS-DATE.
             DISPLAY "Tracking date (YYMMDD)            :" AT 0712.
             ACCEPT WS-DATE AT 0750
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             PERFORM XA000-LOAD-RULES THRU XA000-EXIT.
             OPEN INPUT SALESTRK.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALESTRK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE SALESTRK
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-BM-MAX WS-OVFL WS-CNT-READ
                                   WS-CNT-BELOW.
             MOVE LOW-VALUES    TO SAL-KEY.
             MOVE WS-DATE       TO SAL-DTE.
             START SALESTRK KEY NOT < SAL-KEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-CLOSE.
       CA000-READ.
             READ SALESTRK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-CLOSE.
           IF SAL-DTE > WS-DATE
               GO TO CA000-CLOSE.
           IF SAL-DTE NOT = WS-DATE
               GO TO CA000-READ.
           IF SAL-SELL NOT > ZERO
               GO TO CA000-READ.
             ADD 1              TO WS-CNT-READ.
             COMPUTE WS-MARGIN ROUNDED
                   = (SAL-SELL - SAL-COST) * 100 / SAL-SELL.
           IF WS-MARGIN < -999.99
               MOVE -999.99     TO WS-MARGIN.
             PERFORM XD000-MINIMUM THRU XD000-EXIT.
           IF NOT WS-MARGIN < WS-MIN
               GO TO CA000-READ.
             ADD 1              TO WS-CNT-BELOW.
           IF WS-BM-MAX NOT < 2000
               MOVE 1           TO WS-OVFL
               GO TO CA000-READ.
             COMPUTE WS-GIVEN ROUNDED
                   = SAL-COST * 100 / (100 - WS-MIN) - SAL-SELL.
             ADD 1              TO WS-BM-MAX.
             MOVE SAL-SMAN      TO WS-BM-SMAN (WS-BM-MAX).
             MOVE SAL-AC        TO WS-BM-AC (WS-BM-MAX).
             MOVE SAL-REF       TO WS-BM-REF (WS-BM-MAX).
             MOVE SAL-CODE      TO WS-BM-CODE (WS-BM-MAX).
             MOVE SAL-NME       TO WS-BM-NAME (WS-BM-MAX).
             MOVE SAL-QNT       TO WS-BM-QTY (WS-BM-MAX).
             MOVE SAL-SELL      TO WS-BM-SELL (WS-BM-MAX).
             MOVE SAL-COST      TO WS-BM-COST (WS-BM-MAX).
             MOVE WS-MARGIN     TO WS-BM-MARGIN (WS-BM-MAX).
             MOVE WS-MIN        TO WS-BM-MIN (WS-BM-MAX).
             MOVE WS-GIVEN      TO WS-BM-GIVEN (WS-BM-MAX).
             GO TO CA000-READ.
       CA000-CLOSE.
             CLOSE SALESTRK STOCK.
             PERFORM DA000-SORT THRU DA000-EXIT.
             PERFORM EA000-PRINT THRU EA000-EXIT.
           IF WS-OVFL = 1
               DISPLAY "Table full - report incomplete" AT 2312
                       WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Report written to SLS017.PRN  " AT 2312
                       WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    S A L E S M A N   A N D   C U S T O M E R   O R D E R
      *
       DA000-SORT.
             MOVE ZERO          TO WS-IX.
       DA000-PASS.
             ADD 1              TO WS-IX.
           IF WS-IX NOT < WS-BM-MAX
               GO TO DA000-EXIT.
             MOVE WS-IX         TO WS-SX.
             MOVE WS-IX         TO WS-JX.
       DA000-LOW.
             ADD 1              TO WS-JX.
           IF WS-JX > WS-BM-MAX
               GO TO DA000-SWAP.
           IF WS-BM-SORT (WS-JX) < WS-BM-SORT (WS-SX)
               MOVE WS-JX       TO WS-SX.
             GO TO DA000-LOW.
       DA000-SWAP.
           IF WS-SX NOT = WS-IX
               MOVE WS-BM-ENT (WS-IX) TO WS-BM-SWAP
               MOVE WS-BM-ENT (WS-SX) TO WS-BM-ENT (WS-IX)
               MOVE WS-BM-SWAP  TO WS-BM-ENT (WS-SX).
             GO TO DA000-PASS.
       DA000-EXIT.
             EXIT.
      *
      *    ****    P R I N T   W I T H   C U S T O M E R   A N D
      *    ****    S A L E S M A N   T O T A L S
      *
       EA000-PRINT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "SALES BELOW MINIMUM MARGIN FOR " WS-DATE
                    "  PRINTED " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HD-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-CUS-SELL WS-CUS-GIVEN
                                   WS-SMN-SELL WS-SMN-GIVEN
                                   WS-TOT-SELL WS-TOT-GIVEN.
             MOVE ZERO          TO WS-IX.
       EA000-LINE.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-BM-MAX
               GO TO EA000-TOTAL.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-BM-SMAN (WS-IX)
                                TO WS-DT-SMAN.
             MOVE WS-BM-AC (WS-IX)
                                TO WS-DT-AC.
             MOVE WS-BM-NAME (WS-IX)
                                TO WS-DT-NAME.
             MOVE WS-BM-REF (WS-IX)
                                TO WS-DT-REF.
             MOVE WS-BM-CODE (WS-IX)
                                TO WS-DT-CODE.
             MOVE WS-BM-QTY (WS-IX)
                                TO WS-DT-QTY.
             MOVE WS-BM-SELL (WS-IX)
                                TO WS-DT-SELL.
             MOVE WS-BM-COST (WS-IX)
                                TO WS-DT-COST.
             MOVE WS-BM-MARGIN (WS-IX)
                                TO WS-DT-MARGIN.
             MOVE WS-BM-MIN (WS-IX)
                                TO WS-DT-MIN.
             MOVE WS-BM-GIVEN (WS-IX)
                                TO WS-DT-GIVEN.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD WS-BM-SELL (WS-IX)
                                TO WS-CUS-SELL WS-SMN-SELL WS-TOT-SELL.
             ADD WS-BM-GIVEN (WS-IX)
                                TO WS-CUS-GIVEN WS-SMN-GIVEN
                                   WS-TOT-GIVEN.
      *
      *    Break on the customer, then the salesman
      *
             MOVE WS-IX         TO WS-JX.
             ADD 1              TO WS-JX.
           IF WS-JX NOT > WS-BM-MAX
            AND WS-BM-SMAN (WS-JX) = WS-BM-SMAN (WS-IX)
            AND WS-BM-AC (WS-JX) = WS-BM-AC (WS-IX)
               GO TO EA000-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "CUSTOMER TOTAL"
                                TO WS-DT-NAME.
             MOVE WS-CUS-SELL   TO WS-DT-SELL.
             MOVE WS-CUS-GIVEN  TO WS-DT-GIVEN.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE ZERO          TO WS-CUS-SELL WS-CUS-GIVEN.
           IF WS-JX NOT > WS-BM-MAX
            AND WS-BM-SMAN (WS-JX) = WS-BM-SMAN (WS-IX)
               GO TO EA000-LINE.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-BM-SMAN (WS-IX)
                                TO WS-DT-SMAN.
             MOVE "SALESMAN TOTAL"
                                TO WS-DT-NAME.
             MOVE WS-SMN-SELL   TO WS-DT-SELL.
             MOVE WS-SMN-GIVEN  TO WS-DT-GIVEN.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-SMN-SELL WS-SMN-GIVEN.
             GO TO EA000-LINE.
       EA000-TOTAL.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE "TOTAL BELOW MARGIN"
                                TO WS-DT-NAME.
             MOVE WS-TOT-SELL   TO WS-DT-SELL.
             MOVE WS-TOT-GIVEN  TO WS-DT-GIVEN.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "LINES READ " WS-CNT-READ
                    "  BELOW MINIMUM " WS-CNT-BELOW
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF WS-OVFL = 1
               MOVE "TABLE FULL - LINES BEYOND 2000 NOT LISTED"
                                TO REP-LINE
               WRITE REP-LINE.
           IF WS-MR-OVFL = 1
               MOVE "OVER 500 MARGIN RULES - REST IGNORED"
                                TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    L O A D   T H E   A C T I V E   R U L E S
      *
       XA000-LOAD-RULES.
             MOVE ZERO          TO WS-MR-MAX WS-MR-OVFL.
             OPEN INPUT MINMRG.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
             MOVE 1             TO WS-MMGKEY.
             START MINMRG KEY NOT < WS-MMGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-DONE.
       XA000-READ.
             READ MINMRG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA000-DONE.
           IF NOT MMG-ACTIVE
               GO TO XA000-READ.
           IF WS-MR-MAX NOT < 500
               MOVE 1           TO WS-MR-OVFL
               GO TO XA000-DONE.
             ADD 1              TO WS-MR-MAX.
             MOVE MMG-GROUP     TO WS-MR-GROUP (WS-MR-MAX).
             MOVE MMG-CODE      TO WS-MR-CODE (WS-MR-MAX).
             MOVE MMG-PCT       TO WS-MR-PCT (WS-MR-MAX).
             GO TO XA000-READ.
       XA000-DONE.
             CLOSE MINMRG.
       XA000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   R U L E
      *
       XB000-FIND-RULE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-MMGKEY.
             START MINMRG KEY NOT < WS-MMGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ MINMRG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF MMG-DELETED
               GO TO XB000-READ.
           IF MMG-CODE = WS-CODE AND MMG-GROUP = WS-GROUP
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R U L E   S L O T
       XC000-NEXT-RULE-KEY.
             MOVE 1             TO WS-MMGKEY.
             START MINMRG KEY NOT < WS-MMGKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-MMGKEY
               GO TO XC000-EXIT.
       XC000-READ.
             READ MINMRG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-MMGKEY
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    M I N I M U M   F O R   T H E   L I N E ' S   I T E M
      *
      *    The item's own rule wins; otherwise its stock group's;
      *    otherwise zero, so only a sale below cost is reported.
      *
       XD000-MINIMUM.
             MOVE ZERO          TO WS-MIN WS-MR-IX.
       XD000-ITEM.
             ADD 1              TO WS-MR-IX.
           IF WS-MR-IX > WS-MR-MAX
               GO TO XD000-GROUP.
           IF WS-MR-CODE (WS-MR-IX) = SAL-CODE
               MOVE WS-MR-PCT (WS-MR-IX)
                                TO WS-MIN
               GO TO XD000-EXIT.
             GO TO XD000-ITEM.
       XD000-GROUP.
             MOVE SAL-CODE      TO WS-CODE.
             PERFORM XE000-FIND-STOCK THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO XD000-EXIT.
             MOVE ZERO          TO WS-MR-IX.
       XD000-GRP-NEXT.
             ADD 1              TO WS-MR-IX.
           IF WS-MR-IX > WS-MR-MAX
               GO TO XD000-EXIT.
           IF WS-MR-CODE (WS-MR-IX) = SPACES
            AND WS-MR-GROUP (WS-MR-IX) = STK-GROUP
               MOVE WS-MR-PCT (WS-MR-IX)
                                TO WS-MIN
               GO TO XD000-EXIT.
             GO TO XD000-GRP-NEXT.
       XD000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XE000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF STK-CODE = WS-CODE AND STK-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XE000-EXIT.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
