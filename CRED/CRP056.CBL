      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******   ********   ******    *
      *   **    **  **    **  **    **  **    **  **        **         *
      *   **        **    **  **    **  **    **  **        **         *
      *   **        *******   *******   **    **  *******   *******    *
      *   **        **  **    **        **    **        **  **    **   *
      *   **    **  **   **   **        **    **  **    **  **    **   *
      *    ******   **    **  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P U R C H A S E   R E Q U I S I T I O N S                     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Internal purchase requisitions.  Departments ask for goods  *
      *    and services here instead of by note or e-mail to the       *
      *    buyer.  Each line is a stock item or a free-text service    *
      *    with the supplier, quantity, estimated unit price and the   *
      *    ledger account and department the spend is charged to; the  *
      *    lines are saved on REQLIN under one requisition number and  *
      *    submitted at once.                                          *
      *                                                                *
      *    Submitted lines are budget-checked by CRP053 against the    *
      *    same GLBUDG buckets as a confirmed order, approved by       *
      *    value limit in CRP057 and then converted there into draft   *
      *    PORDER lines grouped by supplier.  The status enquiry       *
      *    shows the requester where each line stands - awaiting the   *
      *    budget check, awaiting approval, approved, on order (with   *
      *    the order number) or rejected with the reason.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP056.
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

       COPY REQLIN.SL.

       COPY STOCK.SL.

       COPY CREDIT.SL.

       COPY GACCNT.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY REQLIN.FDE.

       COPY STOCK.FDE.

       COPY CREDIT.FDE.

       COPY GACCNT.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-REQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-REQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-REQ-NO      PIC  9(06)     VALUE ZERO.
       77  WS-LINE-NO     PIC  9(03)     VALUE ZERO.
       77  WS-TYPE        PIC  X(01)     VALUE SPACE.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-TEXT        PIC  X(30)     VALUE SPACES.
       77  WS-SUPPLIER    PIC  9(07)     VALUE ZERO.
       77  WS-QTY         PIC  9(07)V99  VALUE ZERO.
       77  WS-PRICE       PIC  9(07)V9999 VALUE ZERO.
       77  WS-UNIT        PIC  X(04)     VALUE SPACES.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-DEPT        PIC  9(03)     VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-SHOWN       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-VALUE       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-REQ-TOTAL   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ED-VALUE    PIC  Z(08)9.99-.

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

       01  WS-ENQ-LINE.
           03  WS-EQ-REQ     PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-EQ-LINE    PIC  9(03).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-EQ-TEXT    PIC  X(19).
           03  WS-EQ-VALUE   PIC  Z(07)9.99.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-EQ-STATUS  PIC  X(26).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "PURCHASE REQUISITIONS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP056"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O REQLIN.
           IF WS-STATUS = "35"
               OPEN OUTPUT REQLIN
               CLOSE REQLIN
               OPEN I-O REQLIN.
           IF WS-STATUS NOT = "00"
               DISPLAY "REQLIN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'C'apture  'Q'uery status  'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0656
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "C"
               PERFORM BA000-CAPTURE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "Q"
               PERFORM CA000-QUERY THRU CA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE REQLIN.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C A P T U R E   A   R E Q U I S I T I O N           *
      *                                                                *
      *    One requisition number for the session; each line is       *
      *    written as it is accepted, already submitted for the        *
      *    budget check.  The account and department carry forward     *
      *    from the line before.                                       *
      *                                                                *
      ******************************************************************
       BA000-CAPTURE.
             OPEN INPUT STOCK CREDIT GACCNT.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM XN000-NEXT-REQ THRU XN000-EXIT.
             DISPLAY "Requisition number :" AT 0812.
             DISPLAY WS-REQ-NO AT 0833 WITH FOREGROUND-COLOR 11.
             MOVE ZERO          TO WS-LINE-NO WS-ACCOUNT WS-DEPT.
             MOVE ZERO          TO WS-REQ-TOTAL.
       BA000-LINE.
             DISPLAY "Line 'I'tem/'S'ervice (blank ends):" AT 1012.
             MOVE SPACE         TO WS-TYPE.
             ACCEPT WS-TYPE AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TYPE = "i"
               MOVE "I"         TO WS-TYPE.
           IF WS-TYPE = "s"
               MOVE "S"         TO WS-TYPE.
           IF WS-TYPE = SPACE
               GO TO BA000-END.
           IF NOT (WS-TYPE = "I" OR "S")
               GO TO BA000-LINE.
             MOVE SPACES        TO WS-CODE WS-TEXT WS-UNIT.
             MOVE ZERO          TO WS-SUPPLIER WS-PRICE.
             MOVE 1             TO WS-QTY.
           IF WS-TYPE = "S"
               GO TO BA000-SERVICE.
             DISPLAY "Stock code                 :" AT 1112.
             ACCEPT WS-CODE AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             PERFORM XS000-FIND-STOCK THRU XS000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Stock code not found or not active " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-LINE.
             MOVE STK-DESC      TO WS-TEXT.
             MOVE STK-SUPPLIER  TO WS-SUPPLIER.
             MOVE STK-LAST-COST TO WS-PRICE.
             MOVE STK-PURCH-UNIT
                                TO WS-UNIT.
             DISPLAY "Description                :" AT 1212.
             DISPLAY WS-TEXT AT 1244 WITH FOREGROUND-COLOR 11.
             GO TO BA000-SUPPLIER.
       BA000-SERVICE.
             DISPLAY "Service description        :" AT 1212.
             ACCEPT WS-TEXT AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TEXT = SPACES
               GO TO BA000-LINE.
       BA000-SUPPLIER.
             DISPLAY "Supplier account           :" AT 1312.
             ACCEPT WS-SUPPLIER AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XC000-FIND-CREDITOR THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Supplier not on the creditors file " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-SUPPLIER.
             DISPLAY CRE-NAME AT 1355 WITH FOREGROUND-COLOR 11.
             DISPLAY "Quantity                   :" AT 1412.
             ACCEPT WS-QTY AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-QTY = ZERO
               GO TO BA000-LINE.
             DISPLAY "Estimated unit price       :" AT 1512.
             ACCEPT WS-PRICE AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       BA000-ACCOUNT.
             DISPLAY "Ledger account             :" AT 1612.
             ACCEPT WS-ACCOUNT AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Department                 :" AT 1712.
             ACCEPT WS-DEPT AT 1744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XG000-FIND-GACCNT THRU XG000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Account/department not active      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ACCOUNT.
      *
      *    ****    W R I T E   T H E   L I N E
      *
             ADD 1              TO WS-LINE-NO.
             PERFORM XR000-NEXT-SLOT THRU XR000-EXIT.
             MOVE SPACES        TO REQ-RECORD.
             MOVE WS-REQ-NO     TO REQ-NUMBER.
             MOVE WS-LINE-NO    TO REQ-LINE.
             MOVE WS-OPER       TO REQ-REQUESTER.
             MOVE WS-TODAY-N    TO REQ-DATE.
             MOVE WS-TYPE       TO REQ-TYPE.
             MOVE WS-CODE       TO REQ-CODE.
             MOVE WS-TEXT       TO REQ-TEXT.
             MOVE WS-SUPPLIER   TO REQ-SUPPLIER.
             MOVE WS-QTY        TO REQ-QTY.
             MOVE WS-PRICE      TO REQ-UNIT-PRICE.
             MOVE WS-UNIT       TO REQ-PURCH-UNIT.
             MOVE WS-ACCOUNT    TO REQ-LEDG-AC.
             MOVE WS-DEPT       TO REQ-DEPT.
             MOVE "S"           TO REQ-STATUS.
             MOVE ZERO          TO REQ-APP-DATE REQ-ORDER-NO
                                   REQ-ORD-LINE.
             MOVE WS-NEXT-REQ   TO WS-REQKEY.
             WRITE REQ-RECORD.
             COMPUTE WS-REQ-TOTAL = WS-REQ-TOTAL
                     + WS-QTY * WS-PRICE.
             MOVE WS-REQ-TOTAL  TO WS-ED-VALUE.
             DISPLAY "Line " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-LINE-NO WITH FOREGROUND-COLOR 11
                     " saved - requisition value "
                     WITH FOREGROUND-COLOR 10
                     WS-ED-VALUE WITH FOREGROUND-COLOR 11.
             GO TO BA000-LINE.
       BA000-END.
             CLOSE STOCK CREDIT GACCNT.
           IF WS-LINE-NO = ZERO
               GO TO BA000-EXIT.
             DISPLAY "Requisition " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-REQ-NO WITH FOREGROUND-COLOR 11
                     " submitted for budget check and approval "
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E Q U I S I T I O N   S T A T U S                 *
      *                                                                *
      *    One requisition by number, or every line the operator has   *
      *    raised when the number is left at zero.                     *
      *                                                                *
      ******************************************************************
       CA000-QUERY.
             DISPLAY "Requisition (0 = all of mine) :" AT 0812.
             MOVE ZERO          TO WS-REQ-NO.
             ACCEPT WS-REQ-NO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "REQ/LINE" AT 1012 WITH FOREGROUND-COLOR 3.
             DISPLAY "DESCRIPTION" AT 1023 WITH FOREGROUND-COLOR 3.
             DISPLAY "VALUE" AT 1048 WITH FOREGROUND-COLOR 3.
             DISPLAY "STATUS" AT 1054 WITH FOREGROUND-COLOR 3.
             MOVE 11            TO WS-ROW.
             MOVE ZERO          TO WS-SHOWN.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
       CA000-READ.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
           IF WS-REQ-NO NOT = ZERO AND REQ-NUMBER NOT = WS-REQ-NO
               GO TO CA000-READ.
           IF WS-REQ-NO = ZERO AND REQ-REQUESTER NOT = WS-OPER
               GO TO CA000-READ.
           IF WS-ROW > 20
               DISPLAY "More - press RETURN" AT 2312
               ACCEPT WS-OPTION AT 2338
               PERFORM XW000-CLEAR THRU XW000-EXIT
               MOVE 11          TO WS-ROW.
             MOVE SPACES        TO WS-ENQ-LINE.
             MOVE REQ-NUMBER    TO WS-EQ-REQ.
             MOVE REQ-LINE      TO WS-EQ-LINE.
             MOVE REQ-TEXT      TO WS-EQ-TEXT.
             COMPUTE WS-VALUE = REQ-QTY * REQ-UNIT-PRICE.
             MOVE WS-VALUE      TO WS-EQ-VALUE.
             PERFORM XT000-STATUS-TEXT THRU XT000-EXIT.
             DISPLAY WS-ENQ-LINE AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 11.
             ADD 1              TO WS-ROW.
             ADD 1              TO WS-SHOWN.
             GO TO CA000-READ.
       CA000-DONE.
           IF WS-SHOWN = ZERO
               DISPLAY "No requisition lines found         " AT 2312
                       WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "End of lines - press RETURN" AT 2312.
             ACCEPT WS-OPTION AT 2340.
             PERFORM XW000-CLEAR THRU XW000-EXIT.
       CA000-EXIT.
             EXIT.
      *
      *    ****    W H E R E   T H E   L I N E   S T A N D S
      *
       XT000-STATUS-TEXT.
           IF REQ-SUBMITTED
               MOVE "AWAITING BUDGET CHECK" TO WS-EQ-STATUS.
           IF REQ-CHECKED
               MOVE "AWAITING APPROVAL"     TO WS-EQ-STATUS.
           IF REQ-CHECKED AND REQ-OVER-BUDGET
               MOVE "OVER BUDGET - FOR APPROVAL"
                                TO WS-EQ-STATUS.
           IF REQ-APPROVED
               MOVE SPACES      TO WS-EQ-STATUS
               STRING "APPROVED BY " REQ-APPROVER
                      DELIMITED SIZE INTO WS-EQ-STATUS.
           IF REQ-ORDERED
               MOVE SPACES      TO WS-EQ-STATUS
               STRING "ON ORDER " REQ-ORDER-NO "/" REQ-ORD-LINE
                      DELIMITED SIZE INTO WS-EQ-STATUS.
           IF REQ-REJECTED
               MOVE SPACES      TO WS-EQ-STATUS
               STRING "REJECTED " REQ-NOTE
                      DELIMITED SIZE INTO WS-EQ-STATUS.
       XT000-EXIT.
             EXIT.
      *
      *    ****    C L E A R   T H E   L I S T   A R E A
      *
       XW000-CLEAR.
             MOVE 11            TO WS-ROW.
       XW000-LOOP.
           IF WS-ROW > 20
               GO TO XW000-EXIT.
             MOVE SPACES        TO WS-ENQ-LINE.
             DISPLAY WS-ENQ-LINE AT LINE WS-ROW COLUMN 12.
             ADD 1              TO WS-ROW.
             GO TO XW000-LOOP.
       XW000-EXIT.
             EXIT.
      /
      *
      *    ****    N E X T   R E Q U I S I T I O N   N U M B E R
      *            A N D   F R E E   S L O T
      *
       XN000-NEXT-REQ.
             MOVE ZERO          TO WS-REQ-NO.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-BUMP.
       XN000-READ.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-BUMP.
           IF REQ-NUMBER > WS-REQ-NO
               MOVE REQ-NUMBER  TO WS-REQ-NO.
             GO TO XN000-READ.
       XN000-BUMP.
             ADD 1              TO WS-REQ-NO.
       XN000-EXIT.
             EXIT.

       XR000-NEXT-SLOT.
             MOVE 1             TO WS-NEXT-REQ WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-READ.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
             COMPUTE WS-NEXT-REQ = WS-REQKEY + 1.
             GO TO XR000-READ.
       XR000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A N   A C T I V E   S T O C K   I T E M
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
           IF STK-CODE NOT = WS-CODE
               GO TO XS000-READ.
           IF STK-ACTIVE
               MOVE 1           TO WS-FOUND.
       XS000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   T H E   S U P P L I E R
      *
       XC000-FIND-CREDITOR.
             MOVE ZERO          TO WS-FOUND.
           IF WS-SUPPLIER = ZERO
               GO TO XC000-EXIT.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF CRE-ACCOUNT NOT = WS-SUPPLIER
               GO TO XC000-READ.
             MOVE 1             TO WS-FOUND.
       XC000-EXIT.
             EXIT.
      *
      *    ****    L E D G E R   A C C O U N T   A N D   D E P T
      *
       XG000-FIND-GACCNT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF GL-LEDG-AC NOT = WS-ACCOUNT OR GL-DEPT NOT = WS-DEPT
               GO TO XG000-READ.
           IF GL-ACTIVE
               MOVE 1           TO WS-FOUND.
       XG000-EXIT.
             EXIT.
