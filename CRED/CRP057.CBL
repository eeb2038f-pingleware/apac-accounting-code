      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******   ********  ********   *
      *   **    **  **    **  **    **  **    **  **              **   *
      *   **        **    **  **    **  **    **  **             **    *
      *   **        *******   *******   **    **  *******       **     *
      *   **        **  **    **        **    **        **     **      *
      *   **    **  **   **   **        **    **  **    **    **       *
      *    ******   **    **  **         ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  R E Q U I S I T I O N   A P P R O V A L                       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Requisition approval and conversion to purchase orders.     *
      *    Lines captured on CRP056 and passed by the CRP053 budget    *
      *    check wait here for approval.  An approver takes a whole    *
      *    requisition at a time:  the total of its lines must be      *
      *    within the approver's own value limit on REQAPL, and no     *
      *    one may approve a requisition they raised.  A rejection     *
      *    carries a reason the requester sees in the CRP056 enquiry.  *
      *                                                                *
      *      'A'  approve or reject a requisition                      *
      *      'L'  maintain approvers and their value limits            *
      *      'O'  convert approved lines to draft orders               *
      *      'E'  end                                                  *
      *                                                                *
      *    The conversion groups every approved line by supplier into  *
      *    one new draft PORDER per supplier, with the ledger          *
      *    account, department and requisition number carried onto     *
      *    each line and the order number and line kept on the         *
      *    requisition.  The drafts are then confirmed in CRP053 as    *
      *    usual.  The conversion listing prints to CRP057.PRN.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP057.
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

       COPY REQAPL.SL.

       COPY PORDER.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY REQLIN.FDE.

       COPY REQAPL.FDE.

       COPY PORDER.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP057.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-REQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-APLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-APL    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-POR    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-DECISION    PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-USER        PIC  X(03)     VALUE SPACES.
       77  WS-REQ-NO      PIC  9(06)     VALUE ZERO.
       77  WS-REQUESTER   PIC  X(03)     VALUE SPACES.
       77  WS-NOTE        PIC  X(30)     VALUE SPACES.
       77  WS-LIMIT       PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-LIMIT-IN    PIC  9(09)V99  VALUE ZERO.
       77  WS-VALUE       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-REQ-TOTAL   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ED-VALUE    PIC  Z(08)9.99-.
       77  WS-WAITING     PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-UNCHECKED   PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-OVER-BUD    PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-ROW         PIC  9(02)     COMP-5.
       77  WS-NEXT-ORDER  PIC  9(06)     VALUE ZERO.
       77  WS-LINE-NO     PIC  9(03)     VALUE ZERO.
       77  WS-LAST-SUPP   PIC  9(07)     VALUE ZERO.
       77  WS-T           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-T2          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-TMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-RANK        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-BEST        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-ORDERS      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CONVERTED   PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    A P P R O V E D   L I N E S   B Y   S U P P L I E R
      *
       01  WS-CV-TABLE.
           03  WS-CV-ENT OCCURS 500.
               05  WS-CV-SUPP PIC  9(07).
               05  WS-CV-SLOT PIC  9(05).
       01  WS-CV-HOLD.
           03  WS-CH-SUPP    PIC  9(07).
           03  WS-CH-SLOT    PIC  9(05).

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

       01  WS-APP-LINE.
           03  WS-AP-LINE    PIC  9(03).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AP-TEXT    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AP-VALUE   PIC  Z(08)9.99.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-AP-FLAG    PIC  X(12).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "ORDER  LINE SUPPLIER  REQ-NO/LN DESCRIPTION       ".
           03  FILLER        PIC  X(50) VALUE
               "               QUANTITY  UNIT PRICE  AC/DEPT".

       01  WS-DET-LINE.
           03  WS-DT-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-LINE    PIC  ZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SUPP    PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-REQ     PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DT-REQ-LN  PIC  9(03).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-TEXT    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-QTY     PIC  Z(06)9.99.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-PRICE   PIC  Z(06)9.9999.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-AC      PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DT-DEP     PIC  9(03).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "REQUISITION APPROVAL AND ORDERING" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP057"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O REQLIN.
           IF WS-STATUS NOT = "00"
               DISPLAY "REQLIN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O REQAPL.
           IF WS-STATUS = "35"
               OPEN OUTPUT REQAPL
               CLOSE REQAPL
               OPEN I-O REQAPL.
           IF WS-STATUS NOT = "00"
               CLOSE REQLIN
               DISPLAY "REQAPL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'A'pprove  'L'imits  'O'rders  'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0660
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "A"
               PERFORM BA000-APPROVE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM CA000-LIMITS THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "O"
               PERFORM DA000-CONVERT THRU DA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE REQLIN REQAPL.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A P P R O V E   O R   R E J E C T                   *
      *                                                                *
      *    The lines awaiting approval are shown with their values;    *
      *    the requisition total must be within the operator's limit   *
      *    and the operator must not be the requester.  Lines still    *
      *    awaiting the budget check hold the whole requisition back.  *
      *                                                                *
      ******************************************************************
       BA000-APPROVE.
             DISPLAY "Requisition number ('0' ends):" AT 0812.
             MOVE ZERO          TO WS-REQ-NO.
             ACCEPT WS-REQ-NO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-REQ-NO = ZERO
               GO TO BA000-EXIT.
             PERFORM XW000-CLEAR THRU XW000-EXIT.
             MOVE ZERO          TO WS-REQ-TOTAL WS-WAITING
                                   WS-UNCHECKED WS-OVER-BUD.
             MOVE SPACES        TO WS-REQUESTER.
             MOVE 10            TO WS-ROW.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-SHOWN.
       BA000-READ.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-SHOWN.
           IF REQ-NUMBER NOT = WS-REQ-NO
               GO TO BA000-READ.
             MOVE REQ-REQUESTER TO WS-REQUESTER.
           IF REQ-SUBMITTED
               ADD 1            TO WS-UNCHECKED.
           IF NOT REQ-CHECKED
               GO TO BA000-READ.
             ADD 1              TO WS-WAITING.
             COMPUTE WS-VALUE = REQ-QTY * REQ-UNIT-PRICE.
             ADD WS-VALUE       TO WS-REQ-TOTAL.
             MOVE SPACES        TO WS-APP-LINE.
             MOVE REQ-LINE      TO WS-AP-LINE.
             MOVE REQ-TEXT      TO WS-AP-TEXT.
             MOVE WS-VALUE      TO WS-AP-VALUE.
           IF REQ-OVER-BUDGET
               MOVE "OVER BUDGET" TO WS-AP-FLAG
               ADD 1            TO WS-OVER-BUD.
           IF WS-ROW < 20
               DISPLAY WS-APP-LINE AT LINE WS-ROW COLUMN 12
                       WITH FOREGROUND-COLOR 11
               ADD 1            TO WS-ROW.
             GO TO BA000-READ.
       BA000-SHOWN.
           IF WS-UNCHECKED > ZERO
               DISPLAY "Lines still awaiting the budget check"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-APPROVE.
           IF WS-WAITING = ZERO
               DISPLAY "Nothing on this requisition to approve "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-APPROVE.
             DISPLAY "Requisition total :" AT 2012.
             MOVE WS-REQ-TOTAL  TO WS-ED-VALUE.
             DISPLAY WS-ED-VALUE AT 2032 WITH FOREGROUND-COLOR 11.
           IF WS-OVER-BUD > ZERO
               DISPLAY "Lines let through over budget" AT 2050
                       WITH FOREGROUND-COLOR 12.
           IF WS-REQUESTER = WS-OPER
               DISPLAY "You raised this requisition - refused "
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO BA000-APPROVE.
             MOVE WS-OPER       TO WS-USER.
             PERFORM XA000-FIND-APPROVER THRU XA000-EXIT.
           IF WS-FOUND = ZERO OR NOT APL-ACTIVE
               DISPLAY "You hold no requisition approval limit"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO BA000-APPROVE.
           IF WS-REQ-TOTAL > APL-LIMIT
               MOVE APL-LIMIT   TO WS-ED-VALUE
               DISPLAY "Over your approval limit of " AT 2312
                       WITH FOREGROUND-COLOR 12
                       WS-ED-VALUE WITH FOREGROUND-COLOR 11
               GO TO BA000-APPROVE.
       BA000-DECIDE.
             DISPLAY "'A'pprove / 'R'eject / blank skips :" AT 2112.
             MOVE SPACE         TO WS-DECISION.
             ACCEPT WS-DECISION AT 2150
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-DECISION = "a"
               MOVE "A"         TO WS-DECISION.
           IF WS-DECISION = "r"
               MOVE "R"         TO WS-DECISION.
           IF WS-DECISION = SPACE
               GO TO BA000-APPROVE.
           IF NOT (WS-DECISION = "A" OR "R")
               GO TO BA000-DECIDE.
             MOVE SPACES        TO WS-NOTE.
           IF WS-DECISION = "R"
               DISPLAY "Reason :" AT 2212
               ACCEPT WS-NOTE AT 2221
                      WITH FOREGROUND-COLOR 7 HIGHLIGHT
                           BACKGROUND-COLOR 5 UPDATE
               IF WS-NOTE = SPACES
                   GO TO BA000-DECIDE.
      *
      *    ****    S T A M P   E V E R Y   W A I T I N G   L I N E
      *
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
       BA000-STAMP.
             READ REQLIN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
           IF REQ-NUMBER NOT = WS-REQ-NO OR NOT REQ-CHECKED
               GO TO BA000-STAMP.
             MOVE WS-DECISION   TO REQ-STATUS.
             MOVE WS-OPER       TO REQ-APPROVER.
             MOVE WS-TODAY-N    TO REQ-APP-DATE.
           IF WS-DECISION = "R"
               MOVE WS-NOTE     TO REQ-NOTE.
             REWRITE REQ-RECORD.
             GO TO BA000-STAMP.
       BA000-DONE.
           IF WS-DECISION = "A"
               DISPLAY "Requisition approved               " AT 2312
                       WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Requisition rejected               " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO BA000-APPROVE.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    A P P R O V E R   L I M I T S                       *
      *                                                                *
      ******************************************************************
       CA000-LIMITS.
             DISPLAY "Approver sign-on (spaces ends):" AT 0812.
             MOVE SPACES        TO WS-USER.
             ACCEPT WS-USER AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-USER = SPACES
               GO TO CA000-EXIT.
      *
      *    Nobody sets their own limit
      *
           IF WS-USER = WS-OPER
               DISPLAY "Your own limit is set by someone else"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO CA000-LIMITS.
             PERFORM XA000-FIND-APPROVER THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO APL-RECORD
               MOVE WS-USER     TO APL-USER
               MOVE ZERO        TO APL-LIMIT
               MOVE "A"         TO APL-STATUS.
             MOVE APL-LIMIT     TO WS-LIMIT-IN.
             DISPLAY "Approval limit (value)        :" AT 0912.
             ACCEPT WS-LIMIT-IN AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-LIMIT-IN   TO APL-LIMIT.
             DISPLAY "Status 'A'ctive/'S'topped     :" AT 1012.
             ACCEPT APL-STATUS AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FOUND = ZERO
               PERFORM XN000-NEXT-APL THRU XN000-EXIT
               MOVE WS-NEXT-APL TO WS-APLKEY
               WRITE APL-RECORD
           ELSE
               REWRITE APL-RECORD.
             DISPLAY "Approver saved                      " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO CA000-LIMITS.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O N V E R T   T O   D R A F T   O R D E R S       *
      *                                                                *
      *    Every approved line is gathered and ordered by supplier;    *
      *    each change of supplier starts a new draft order.  The      *
      *    drafts go through the CRP053 confirmation like any other.   *
      *                                                                *
      ******************************************************************
       DA000-CONVERT.
             MOVE ZERO          TO WS-TMAX.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-SORT.
       DA000-GATHER.
             READ REQLIN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-SORT.
           IF NOT REQ-APPROVED
               GO TO DA000-GATHER.
           IF WS-TMAX NOT < 500
               GO TO DA000-SORT.
             ADD 1              TO WS-TMAX.
             MOVE REQ-SUPPLIER  TO WS-CV-SUPP (WS-TMAX).
             MOVE WS-REQKEY     TO WS-CV-SLOT (WS-TMAX).
             GO TO DA000-GATHER.
       DA000-SORT.
           IF WS-TMAX = ZERO
               DISPLAY "No approved lines to order         " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XS000-SORT THRU XS000-EXIT.
             OPEN I-O PORDER.
           IF WS-STATUS = "35"
               OPEN OUTPUT PORDER
               CLOSE PORDER
               OPEN I-O PORDER.
           IF WS-STATUS NOT = "00"
               DISPLAY "PORDER open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XP000-NEXT-POR THRU XP000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "REQUISITIONS CONVERTED TO DRAFT ORDERS  RUN "
                    WS-TODAY-N DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE ZERO          TO WS-LAST-SUPP WS-ORDERS
                                   WS-CONVERTED.
             MOVE ZERO          TO WS-T.
       DA000-LINE.
             ADD 1              TO WS-T.
           IF WS-T > WS-TMAX
               GO TO DA000-END.
             MOVE WS-CV-SLOT (WS-T)
                                TO WS-REQKEY.
             READ REQLIN.
           IF WS-STATUS NOT = "00" OR NOT REQ-APPROVED
               GO TO DA000-LINE.
      *
      *    New draft order per supplier change
      *
           IF WS-ORDERS = ZERO OR REQ-SUPPLIER NOT = WS-LAST-SUPP
               ADD 1            TO WS-NEXT-ORDER
               ADD 1            TO WS-ORDERS
               MOVE ZERO        TO WS-LINE-NO
               MOVE REQ-SUPPLIER
                                TO WS-LAST-SUPP.
             ADD 1              TO WS-LINE-NO.
             MOVE SPACES        TO POR-RECORD.
             MOVE WS-NEXT-ORDER TO POR-ORDER-NO.
             MOVE WS-LINE-NO    TO POR-LINE.
             MOVE REQ-SUPPLIER  TO POR-SUPPLIER.
             MOVE REQ-CODE      TO POR-CODE.
             MOVE WS-TODAY-N    TO POR-DATE.
             MOVE REQ-QTY       TO POR-QTY-ORDERED.
             MOVE ZERO          TO POR-QTY-RECEIVED.
             MOVE REQ-UNIT-PRICE
                                TO POR-UNIT-PRICE.
             MOVE REQ-PURCH-UNIT
                                TO POR-PURCH-UNIT.
             MOVE REQ-LEDG-AC   TO POR-LEDG-AC.
             MOVE REQ-DEPT      TO POR-DEPT.
             MOVE REQ-NUMBER    TO POR-REQ-NO.
             MOVE ZERO          TO POR-PROMISED POR-ACK-DATE
                                   POR-ACK-QTY POR-ACK-PRICE
                                   POR-DUE-DATE.
             MOVE WS-OPER       TO POR-BUYER.
             MOVE "D"           TO POR-STATUS.
             MOVE WS-NEXT-POR   TO WS-PORKEY.
             WRITE POR-RECORD.
             ADD 1              TO WS-NEXT-POR.
             MOVE "O"           TO REQ-STATUS.
             MOVE WS-NEXT-ORDER TO REQ-ORDER-NO.
             MOVE WS-LINE-NO    TO REQ-ORD-LINE.
             REWRITE REQ-RECORD.
             ADD 1              TO WS-CONVERTED.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-NEXT-ORDER TO WS-DT-ORDER.
             MOVE WS-LINE-NO    TO WS-DT-LINE.
             MOVE REQ-SUPPLIER  TO WS-DT-SUPP.
             MOVE REQ-NUMBER    TO WS-DT-REQ.
             MOVE REQ-LINE      TO WS-DT-REQ-LN.
             MOVE REQ-TEXT      TO WS-DT-TEXT.
             MOVE REQ-QTY       TO WS-DT-QTY.
             MOVE REQ-UNIT-PRICE
                                TO WS-DT-PRICE.
             MOVE REQ-LEDG-AC   TO WS-DT-AC.
             MOVE REQ-DEPT      TO WS-DT-DEP.
             WRITE REP-LINE FROM WS-DET-LINE.
             GO TO DA000-LINE.
       DA000-END.
             CLOSE PORDER PRNREP.
             DISPLAY "Draft orders raised : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-ORDERS WITH FOREGROUND-COLOR 11
                     "  lines : " WITH FOREGROUND-COLOR 10
                     WS-CONVERTED WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    O R D E R   T H E   L I N E S   B Y   S U P P L I E R
      *
       XS000-SORT.
             MOVE ZERO          TO WS-RANK.
       XS000-PASS.
           IF WS-RANK NOT < WS-TMAX
               GO TO XS000-EXIT.
             COMPUTE WS-T = WS-RANK + 1.
             MOVE WS-T          TO WS-BEST.
             COMPUTE WS-T2 = WS-T + 1.
       XS000-SCAN.
           IF WS-T2 > WS-TMAX
               GO TO XS000-SWAP.
           IF WS-CV-ENT (WS-T2) < WS-CV-ENT (WS-BEST)
               MOVE WS-T2       TO WS-BEST.
             ADD 1              TO WS-T2.
             GO TO XS000-SCAN.
       XS000-SWAP.
             ADD 1              TO WS-RANK.
           IF WS-BEST NOT = WS-RANK
               MOVE WS-CV-ENT (WS-RANK)
                                TO WS-CV-HOLD
               MOVE WS-CV-ENT (WS-BEST)
                                TO WS-CV-ENT (WS-RANK)
               MOVE WS-CV-HOLD  TO WS-CV-ENT (WS-BEST).
             GO TO XS000-PASS.
       XS000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   O R D E R  /  K E Y
      *
       XP000-NEXT-POR.
             MOVE ZERO          TO WS-NEXT-ORDER.
             MOVE 1             TO WS-NEXT-POR WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
             COMPUTE WS-NEXT-POR = WS-PORKEY + 1.
           IF POR-ORDER-NO > WS-NEXT-ORDER
               MOVE POR-ORDER-NO
                                TO WS-NEXT-ORDER.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A N   A P P R O V E R
      *
       XA000-FIND-APPROVER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-APLKEY.
             START REQAPL KEY NOT < WS-APLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ REQAPL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF APL-USER = WS-USER
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.

       XN000-NEXT-APL.
             MOVE 1             TO WS-NEXT-APL WS-APLKEY.
             START REQAPL KEY NOT < WS-APLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ REQAPL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-APL = WS-APLKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
      *    ****    C L E A R   T H E   L I S T   A R E A
      *
       XW000-CLEAR.
             MOVE 10            TO WS-ROW.
       XW000-LOOP.
           IF WS-ROW > 22
               GO TO XW000-EXIT.
             MOVE SPACES        TO WS-APP-LINE.
             DISPLAY WS-APP-LINE AT LINE WS-ROW COLUMN 12.
             ADD 1              TO WS-ROW.
             GO TO XW000-LOOP.
       XW000-EXIT.
             EXIT.
