      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******   ********   ******    *
      *   **    **  **        **    **  **    **        **  **    **   *
      *   **        **        **    **  **    **       **   **    **   *
      *   **  ****  **        *******   **    **      **    **    **   *
      *   **    **  **        **        **    **     **     **    **   *
      *   **    **  **        **        **    **    **      **    **   *
      *    ******   ********  **         ******    **        ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  P E T T Y   C A S H   B O O K                                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The petty cash book, replacing the tin, the notebook and    *
      *    the monthly journal.  Each float is either a cash tin kept  *
      *    at an imprest amount by a custodian, or a till float whose  *
      *    vouchers are the POS paid-outs (PTR-PAID-OUT) taken at its  *
      *    drawer - EODGLP now posts those paid-outs to its petty      *
      *    cash clearing slot, the till float's account, instead of    *
      *    against sales.  Every voucher (PCVOUC) is coded to a        *
      *    ledger account, department and VAT code with the payee and  *
      *    slip number; paid-outs come in uncoded and are coded here.  *
      *                                                                *
      *      'F'  floats                                               *
      *      'V'  enter or code a voucher                              *
      *      'T'  take in till paid-outs                               *
      *      'R'  reimburse a float                                    *
      *      'C'  count a cash float                                   *
      *      'B'  float balance report                                 *
      *      'E'  end                                                  *
      *                                                                *
      *    Reimbursement needs every voucher on the float coded and    *
      *    the G/Ledger period open on PERSTA.  It builds one          *
      *    balanced batch at captured status from the vouchers - net   *
      *    to the coded account, VAT to the creditors VAT account on   *
      *    SLGMAP - against the bank for a cash tin, with a CHQREQ     *
      *    cheque request to the custodian to top the tin back up to   *
      *    its imprest, or against the clearing account for a till     *
      *    float, whose cash was already short in the takings.  The    *
      *    balance report shows each float's imprest, unreimbursed     *
      *    vouchers, expected cash and last count.  Reports go to      *
      *    GLP070.PRN.                                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP070.
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

       COPY PCVOUC.SL.

       COPY GACCNT.SL.

       COPY POSTRN.SL.

       COPY CHQREQ.SL.

       COPY PERSTA.SL.

       COPY SLGMAP.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

           SELECT PCFLOT  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-PCFKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY PCVOUC.FDE.

       COPY GACCNT.FDE.

       COPY POSTRN.FDE.

       COPY CHQREQ.FDE.

       COPY PERSTA.FDE.

       COPY SLGMAP.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

      *
      *    ****    P E T T Y   C A S H   F L O A T S
      *
      *    A cash tin ("C") is reimbursed from the bank account; a
      *    till float ("T") carries the drawer whose paid-outs are
      *    its vouchers, and its float account is the clearing
      *    account EODGLP posts those paid-outs to.
      *
       FD  PCFLOT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PCFLOT.DAT".
       01  PCF-RECORD.
           03  PCF-FLOAT      PIC  9(03).
           03  PCF-DESC       PIC  X(30).
           03  PCF-CUSTODIAN  PIC  X(30).
           03  PCF-TYPE       PIC  X(01).
               88  PCF-CASH-TIN    VALUE "C".
               88  PCF-TILL        VALUE "T".
           03  PCF-DRAW       PIC  9(02).
           03  PCF-IMPREST    PIC S9(07)V99 COMP-3.
           03  PCF-FLOAT-AC   PIC  9(07).
           03  PCF-FLOAT-DEPT PIC  9(03).
           03  PCF-BANK-AC    PIC  9(07).
           03  PCF-BANK-DEPT  PIC  9(03).
           03  PCF-COUNT-DATE PIC  9(08).
           03  PCF-COUNTED    PIC S9(07)V99 COMP-3.
           03  PCF-STATUS     PIC  X(01).
               88  PCF-ACTIVE      VALUE "A".
               88  PCF-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP070.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-PCVKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PCFKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CHQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-PCF    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-PCV    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-PCF    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-PCV    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-CHQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-BKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-CONFIRM     PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-EXISTS      PIC  9(01)     VALUE ZERO.
       77  WS-FLOAT       PIC  9(03)     VALUE ZERO.
       77  WS-VOUCHER     PIC  9(06)     VALUE ZERO.
       77  WS-NEXT-NO     PIC  9(06)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-DEPT        PIC  9(03)     VALUE ZERO.
       77  WS-VAT-CODE    PIC  9(02)     VALUE ZERO.
       77  WS-VAT-AC      PIC  9(07)     VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-AMOUNT-IN   PIC  9(07)V99  VALUE ZERO.
       77  WS-OLD-GROSS   PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-NET         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-OPEN-VAL    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-OPEN-COUNT  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-UNCODED     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-EXPECTED    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-DIFF        PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-TAKEN       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-BL-AC       PIC  9(07)     VALUE ZERO.
       77  WS-BL-DEPT     PIC  9(03)     VALUE ZERO.
       77  WS-BL-NARR     PIC  X(30)     VALUE SPACES.
       77  WS-BL-AMOUNT   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-BCH-TOTAL   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-FLOATS      PIC  9(05)     VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    V A T   R A T E   L O O K U P
      *
       01  WS-VL-PARAMS.
           03  WS-VL-CODE     PIC  9(02).
           03  WS-VL-DATE     PIC  9(08).
           03  WS-VL-PROGRAM  PIC  X(08).
           03  WS-VL-REF      PIC  X(10).
           03  WS-VL-PERCENT  PIC  9(02)V99  COMP-3.
           03  WS-VL-RESULT   PIC  9(01).

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

       01  WS-PCF-HOLD       PIC  X(115).
       01  WS-PCV-HOLD       PIC  X(163).

       01  WS-PC-REF.
           03  FILLER        PIC  X(03) VALUE "PCR".
           03  WS-PR-BATCH   PIC  9(05).
           03  FILLER        PIC  X(02) VALUE SPACES.

      *
      *    ****    B A L A N C E   R E P O R T   L I N E S
      *
       01  WS-FL-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "FLT  DESCRIPTION                    TYPE    IMPRES".
           03  FILLER        PIC  X(50) VALUE
               "T   NO.   UNREIMB.  UNC.   EXPECTED     COUNTED  O".
           03  FILLER        PIC  X(19) VALUE
               "N            DIFF. ".

       01  WS-FL-LINE.
           03  WS-FL-FLOAT   PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-FL-DESC    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-TYPE    PIC  X(04).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-IMPREST PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-COUNT   PIC  ZZZ9.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-VOUCHED PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-UNCODED PIC  ZZZ9.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-EXPECT  PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-COUNTED PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-CDATE   PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-FL-DIFF    PIC  Z(06)9.99-.

       01  WS-VD-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "     VOUCHER DATE     SLIP       PAYEE            ".
           03  FILLER        PIC  X(50) VALUE
               "              ACCOUNT/DPT VT      GROSS         VA".
           03  FILLER        PIC  X(11) VALUE
               "T  STATUS  ".

       01  WS-VD-LINE.
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-VD-NUMBER  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-DATE    PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-SLIP    PIC  X(10).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-PAYEE   PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-AC      PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-VD-DEPT    PIC  9(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-CODE    PIC  9(02).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-GROSS   PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-VAT     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-VD-STAT    PIC  X(08).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "PETTY CASH BOOK" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP070"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O PCFLOT.
           IF WS-STATUS = "35"
               OPEN OUTPUT PCFLOT
               CLOSE PCFLOT
               OPEN I-O PCFLOT.
           IF WS-STATUS NOT = "00"
               DISPLAY "PCFLOT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O PCVOUC.
           IF WS-STATUS = "35"
               OPEN OUTPUT PCVOUC
               CLOSE PCVOUC
               OPEN I-O PCVOUC.
           IF WS-STATUS NOT = "00"
               DISPLAY "PCVOUC open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE PCFLOT
               GO TO AZ100.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE PCFLOT PCVOUC
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option 'F'loats 'V'ouchers 'T'ill paid-outs"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             DISPLAY "'R'eimburse" AT 0557 WITH FOREGROUND-COLOR 3.
             DISPLAY "'C'ount float 'B'alance report 'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0660
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "F"
               PERFORM BA000-FLOATS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "V"
               PERFORM CA000-VOUCHER THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "T"
               PERFORM DA000-TILL THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM EA000-REIMBURSE THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "C"
               PERFORM FA000-COUNT THRU FA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "B"
               PERFORM GA000-BALANCE THRU GA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE PCFLOT PCVOUC GACCNT.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    F L O A T   M A I N T E N A N C E                   *
      *                                                                *
      ******************************************************************
       BA000-FLOATS.
             DISPLAY "Float number ('0' ends)        :" AT 0812.
             MOVE ZERO          TO WS-FLOAT.
             ACCEPT WS-FLOAT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FLOAT = ZERO
               GO TO BA000-EXIT.
             PERFORM XA000-FIND-FLOAT THRU XA000-EXIT.
             MOVE WS-FOUND      TO WS-EXISTS.
           IF WS-EXISTS = ZERO
               MOVE SPACES      TO PCF-RECORD
               MOVE WS-FLOAT    TO PCF-FLOAT
               MOVE ZERO        TO PCF-DRAW PCF-IMPREST PCF-FLOAT-AC
                                   PCF-FLOAT-DEPT PCF-BANK-AC
                                   PCF-BANK-DEPT PCF-COUNT-DATE
                                   PCF-COUNTED
               MOVE "C"         TO PCF-TYPE
               MOVE "A"         TO PCF-STATUS.
             DISPLAY "Description                    :" AT 0912.
             ACCEPT PCF-DESC AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Custodian (cheque payee)       :" AT 1012.
             ACCEPT PCF-CUSTODIAN AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-TYPE.
             DISPLAY "'C'ash tin or 'T'ill float     :" AT 1112.
             ACCEPT PCF-TYPE AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT PCF-CASH-TIN AND NOT PCF-TILL
               GO TO BA000-TYPE.
           IF PCF-CASH-TIN
               MOVE ZERO        TO PCF-DRAW
               GO TO BA000-IMPREST.
       BA000-DRAW.
             DISPLAY "Till drawer                    :" AT 1212.
             ACCEPT PCF-DRAW AT 1248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF PCF-DRAW = ZERO
               GO TO BA000-DRAW.
       BA000-IMPREST.
             DISPLAY "Imprest amount                 :" AT 1312.
             MOVE PCF-IMPREST   TO WS-AMOUNT-IN.
             ACCEPT WS-AMOUNT-IN AT 1348
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO PCF-IMPREST.
           IF PCF-CASH-TIN AND PCF-IMPREST = ZERO
               GO TO BA000-IMPREST.
       BA000-FLOAT-AC.
             DISPLAY "Float account / department     :" AT 1412.
             ACCEPT PCF-FLOAT-AC AT 1448
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT PCF-FLOAT-DEPT AT 1457
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE PCF-FLOAT-AC  TO WS-ACCOUNT.
             MOVE PCF-FLOAT-DEPT
                                TO WS-DEPT.
             PERFORM XD000-CHECK-LEDGER THRU XD000-EXIT.
           IF WS-FOUND NOT = 1
               DISPLAY "Not an open ledger account/department"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-FLOAT-AC.
           IF PCF-TILL
               MOVE ZERO        TO PCF-BANK-AC PCF-BANK-DEPT
               GO TO BA000-SAVE.
       BA000-BANK-AC.
             DISPLAY "Bank account / department      :" AT 1512.
             ACCEPT PCF-BANK-AC AT 1548
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT PCF-BANK-DEPT AT 1557
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE PCF-BANK-AC   TO WS-ACCOUNT.
             MOVE PCF-BANK-DEPT TO WS-DEPT.
             PERFORM XD000-CHECK-LEDGER THRU XD000-EXIT.
           IF WS-FOUND NOT = 1
               DISPLAY "Not an open ledger account/department"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-BANK-AC.
       BA000-SAVE.
             DISPLAY "Save 'Y'es, 'D'elete or 'N'o   :" AT 1712.
             MOVE "Y"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM = "N"
               GO TO BA000-FLOATS.
      *
      *    A float still holding vouchers is reimbursed before it
      *    is closed.
      *
           IF WS-CONFIRM = "D"
               PERFORM XE000-FLOAT-TOTALS THRU XE000-EXIT
               IF WS-EXISTS = ZERO OR WS-OPEN-COUNT NOT = ZERO
                   DISPLAY "Only a float with no open vouchers may be"
                           AT 2312 WITH FOREGROUND-COLOR 14
                           " deleted" WITH FOREGROUND-COLOR 14
                   GO TO BA000-FLOATS
               ELSE
                   MOVE "D"     TO PCF-STATUS.
           IF WS-CONFIRM NOT = "Y" AND NOT = "D"
               GO TO BA000-FLOATS.
           IF WS-EXISTS = 1
               MOVE WS-SAVE-PCF TO WS-PCFKEY
               REWRITE PCF-RECORD
           ELSE
               PERFORM XA100-FREE-FLOAT THRU XA100-EXIT
               MOVE WS-NEXT-PCF TO WS-PCFKEY
               WRITE PCF-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "PCFLOT write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Float saved                    " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO BA000-FLOATS.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    E N T E R   O R   C O D E   A   V O U C H E R       *
      *                                                                *
      *    A new voucher goes on a cash tin only - a till float's      *
      *    vouchers come in from its paid-outs and are coded here      *
      *    by number.  A reimbursed voucher cannot be changed.         *
      *                                                                *
      ******************************************************************
       CA000-VOUCHER.
             DISPLAY "Float number ('0' ends)        :" AT 0812.
             MOVE ZERO          TO WS-FLOAT.
             ACCEPT WS-FLOAT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FLOAT = ZERO
               GO TO CA000-EXIT.
             PERFORM XA000-FIND-FLOAT THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Float not on file              " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-VOUCHER.
             DISPLAY PCF-DESC AT 0857 WITH FOREGROUND-COLOR 11.
             DISPLAY "Voucher number ('0' new)       :" AT 0912.
             MOVE ZERO          TO WS-VOUCHER.
             ACCEPT WS-VOUCHER AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-VOUCHER = ZERO
               GO TO CA000-NEW.
             PERFORM XB000-FIND-VOUCHER THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Voucher not on file for this float" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-VOUCHER.
           IF PCV-REIMBURSED
               DISPLAY "Voucher already reimbursed - no changes"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-VOUCHER.
             MOVE 1             TO WS-EXISTS.
             MOVE PCV-GROSS     TO WS-OLD-GROSS.
             GO TO CA000-DATE.
       CA000-NEW.
           IF PCF-TILL
               DISPLAY "Till float vouchers come from its paid-outs"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-VOUCHER.
             MOVE ZERO          TO WS-EXISTS WS-OLD-GROSS.
             PERFORM XB100-NEXT-NUMBER THRU XB100-EXIT.
             MOVE SPACES        TO PCV-RECORD.
             MOVE WS-FLOAT      TO PCV-FLOAT.
             MOVE WS-NEXT-NO    TO PCV-NUMBER.
             MOVE WS-TODAY-N    TO PCV-DATE.
             MOVE ZERO          TO PCV-LEDG-AC PCV-DEPT PCV-VAT-CODE
                                   PCV-GROSS PCV-VAT PCV-TILL-DRAW
                                   PCV-TILL-DATE PCV-TILL-TIME
                                   PCV-BATCH PCV-PERIOD PCV-YEAR.
             MOVE "K"           TO PCV-SOURCE.
             MOVE WS-OPER       TO PCV-OPER.
             DISPLAY PCV-NUMBER AT 0948 WITH FOREGROUND-COLOR 11.
       CA000-DATE.
             DISPLAY "Voucher date                   :" AT 1012.
             ACCEPT PCV-DATE AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF PCV-DATE < 19000101 OR PCV-DATE > WS-TODAY-N
               GO TO CA000-DATE.
             DISPLAY "Slip number                    :" AT 1112.
             ACCEPT PCV-SLIP AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Payee                          :" AT 1212.
             ACCEPT PCV-PAYEE AT 1248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Description                    :" AT 1312.
             ACCEPT PCV-DESC AT 1348
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       CA000-LEDGER.
             DISPLAY "Ledger account / department    :" AT 1412.
             ACCEPT PCV-LEDG-AC AT 1448
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT PCV-DEPT AT 1457
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE PCV-LEDG-AC   TO WS-ACCOUNT.
             MOVE PCV-DEPT      TO WS-DEPT.
             PERFORM XD000-CHECK-LEDGER THRU XD000-EXIT.
           IF WS-FOUND = 2
               DISPLAY "Account is for system postings only"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-LEDGER.
           IF WS-FOUND = ZERO
               DISPLAY "Not an open ledger account/department"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-LEDGER.
      *
      *    A till paid-out's value is what left the drawer - only
      *    its coding and VAT split are keyed.
      *
           IF PCV-TILL
               DISPLAY "Gross amount (incl VAT)        :" AT 1512
               DISPLAY PCV-GROSS AT 1548 WITH FOREGROUND-COLOR 11
               GO TO CA000-VAT-CODE.
       CA000-GROSS.
             DISPLAY "Gross amount (incl VAT)        :" AT 1512.
             MOVE PCV-GROSS     TO WS-AMOUNT-IN.
             ACCEPT WS-AMOUNT-IN AT 1548
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-AMOUNT-IN = ZERO
               GO TO CA000-GROSS.
             MOVE WS-AMOUNT-IN  TO PCV-GROSS.
             PERFORM XE000-FLOAT-TOTALS THRU XE000-EXIT.
           IF WS-OPEN-VAL - WS-OLD-GROSS + PCV-GROSS > PCF-IMPREST
               DISPLAY "Vouchers would exceed the float's imprest"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-GROSS.
       CA000-VAT-CODE.
             DISPLAY "VAT code                       :" AT 1612.
             ACCEPT PCV-VAT-CODE AT 1648
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE PCV-VAT-CODE  TO WS-VL-CODE.
             MOVE PCV-DATE      TO WS-VL-DATE.
             MOVE "GLP070"      TO WS-VL-PROGRAM.
             MOVE PCV-SLIP      TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
           IF WS-VL-RESULT = 2
               DISPLAY "No rate on file for that VAT code" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-VAT-CODE.
      *
      *    The slip total includes the VAT - offer the VAT fraction
      *    of it, which the slip itself may correct.
      *
           IF WS-EXISTS = ZERO OR (PCV-UNCODED AND PCV-VAT = ZERO)
               COMPUTE PCV-VAT ROUNDED = PCV-GROSS * WS-VL-PERCENT
                                       / (100 + WS-VL-PERCENT).
       CA000-VAT.
             DISPLAY "VAT amount                     :" AT 1712.
             MOVE PCV-VAT       TO WS-AMOUNT-IN.
             ACCEPT WS-AMOUNT-IN AT 1748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO PCV-VAT.
           IF PCV-GROSS < ZERO
               COMPUTE PCV-VAT = ZERO - WS-AMOUNT-IN.
           IF (PCV-GROSS > ZERO AND PCV-VAT > PCV-GROSS)
            OR (PCV-GROSS < ZERO AND PCV-VAT < PCV-GROSS)
               DISPLAY "VAT cannot exceed the gross amount" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-VAT.
       CA000-SAVE.
             DISPLAY "Save 'Y'es, 'D'elete or 'N'o   :" AT 1912.
             MOVE "Y"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM = "N"
               GO TO CA000-VOUCHER.
           IF WS-CONFIRM = "D"
               IF WS-EXISTS = ZERO OR PCV-TILL
                   DISPLAY "Only a keyed voucher on file may be deleted"
                           AT 2312 WITH FOREGROUND-COLOR 14
                   GO TO CA000-VOUCHER
               ELSE
                   MOVE "D"     TO PCV-STATUS.
           IF WS-CONFIRM NOT = "Y" AND NOT = "D"
               GO TO CA000-VOUCHER.
           IF WS-CONFIRM = "Y"
               MOVE "O"         TO PCV-STATUS.
           IF WS-EXISTS = 1
               MOVE WS-SAVE-PCV TO WS-PCVKEY
               REWRITE PCV-RECORD
           ELSE
               PERFORM XB200-FREE-VOUCHER THRU XB200-EXIT
               MOVE WS-NEXT-PCV TO WS-PCVKEY
               WRITE PCV-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "PCVOUC write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Voucher saved                  " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO CA000-VOUCHER.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T A K E   I N   T I L L   P A I D - O U T S         *
      *                                                                *
      *    Every paid-out rung up at the float's drawer becomes an     *
      *    uncoded voucher, once - the drawer, date and time on the    *
      *    voucher stop it being taken in twice.                       *
      *                                                                *
      ******************************************************************
       DA000-TILL.
             DISPLAY "Till float number ('0' ends)   :" AT 0812.
             MOVE ZERO          TO WS-FLOAT.
             ACCEPT WS-FLOAT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FLOAT = ZERO
               GO TO DA000-EXIT.
             PERFORM XA000-FIND-FLOAT THRU XA000-EXIT.
           IF WS-FOUND = ZERO OR NOT PCF-TILL
               DISPLAY "Not a till float on file       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-TILL.
             OPEN INPUT POSTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "POSTRN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XB100-NEXT-NUMBER THRU XB100-EXIT.
             PERFORM XB200-FREE-VOUCHER THRU XB200-EXIT.
             MOVE ZERO          TO WS-TAKEN.
             MOVE 1             TO WS-PTRKEY.
             START POSTRN KEY NOT < WS-PTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ POSTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF NOT PTR-PAID-OUT OR PTR-DRAW NOT = PCF-DRAW
               GO TO DA000-READ.
             PERFORM XC000-TAKEN THRU XC000-EXIT.
           IF WS-FOUND = 1
               GO TO DA000-READ.
             MOVE SPACES        TO PCV-RECORD.
             MOVE WS-FLOAT      TO PCV-FLOAT.
             MOVE WS-NEXT-NO    TO PCV-NUMBER.
             MOVE PTR-DATE      TO PCV-DATE.
             MOVE PTR-REF       TO PCV-SLIP.
             MOVE "TILL PAID-OUT" TO PCV-DESC.
             MOVE ZERO          TO PCV-LEDG-AC PCV-DEPT PCV-VAT-CODE
                                   PCV-BATCH PCV-PERIOD PCV-YEAR.
             COMPUTE PCV-GROSS = ZERO - PTR-AMOUNT.
             COMPUTE PCV-VAT = ZERO - PTR-VAT.
             MOVE "T"           TO PCV-SOURCE.
             MOVE PTR-DRAW      TO PCV-TILL-DRAW.
             MOVE PTR-DATE      TO PCV-TILL-DATE.
             MOVE PTR-TIME      TO PCV-TILL-TIME.
             MOVE PTR-OPER      TO PCV-OPER.
             MOVE "U"           TO PCV-STATUS.
             MOVE WS-NEXT-PCV   TO WS-PCVKEY.
             WRITE PCV-RECORD.
             ADD 1              TO WS-NEXT-PCV WS-NEXT-NO WS-TAKEN.
             GO TO DA000-READ.
       DA000-END.
             CLOSE POSTRN.
             DISPLAY "Paid-outs taken in to code : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-TAKEN WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E I M B U R S E   A   F L O A T                   *
      *                                                                *
      *    One batch per float: each voucher's net to its coded        *
      *    account and its VAT to the creditors VAT account for the    *
      *    code, credited in total to the bank (cash tin, with the     *
      *    cheque request to the custodian) or to the till float's     *
      *    clearing account.  The VAT accounts are vetted before       *
      *    anything is written.                                        *
      *                                                                *
      ******************************************************************
       EA000-REIMBURSE.
             DISPLAY "Float number ('0' ends)        :" AT 0812.
             MOVE ZERO          TO WS-FLOAT.
             ACCEPT WS-FLOAT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FLOAT = ZERO
               GO TO EA000-EXIT.
             PERFORM XA000-FIND-FLOAT THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Float not on file              " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-REIMBURSE.
             DISPLAY PCF-DESC AT 0857 WITH FOREGROUND-COLOR 11.
             PERFORM XE000-FLOAT-TOTALS THRU XE000-EXIT.
           IF WS-UNCODED NOT = ZERO
               DISPLAY "Code the float's till paid-outs first - "
                       AT 2312 WITH FOREGROUND-COLOR 14
                       WS-UNCODED WITH FOREGROUND-COLOR 11
                       " uncoded" WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
           IF WS-OPEN-COUNT = ZERO
               DISPLAY "No vouchers awaiting reimbursement" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
       EA000-PERIOD.
             DISPLAY "Post into period (1-13)        :" AT 0912.
             ACCEPT WS-PERIOD AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO EA000-PERIOD.
           IF WS-YEAR = ZERO
               MOVE WS-TDY-YEAR TO WS-YEAR.
             DISPLAY "Financial year                 :" AT 1012.
             ACCEPT WS-YEAR AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XF000-CHECK-PERIOD THRU XF000-EXIT.
           IF WS-PER-OPEN = ZERO
               DISPLAY "G/Ledger period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             PERFORM EB000-VET-VAT THRU EB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No creditors VAT rule on SLGMAP for code "
                       AT 2312 WITH FOREGROUND-COLOR 14
                       WS-VAT-CODE WITH FOREGROUND-COLOR 11
               GO TO EA000-EXIT.
             DISPLAY "Reimburse                      :" AT 1112.
             DISPLAY WS-OPEN-COUNT AT 1148 WITH FOREGROUND-COLOR 11.
             DISPLAY "vouchers" AT 1155.
             MOVE WS-OPEN-VAL   TO WS-BL-AMOUNT.
             DISPLAY WS-BL-AMOUNT AT 1164 WITH FOREGROUND-COLOR 11.
             DISPLAY "Confirm (Y/N)                  :" AT 1212.
             MOVE "N"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM NOT = "Y"
               GO TO EA000-EXIT.
             OPEN I-O GLBHDR.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBHDR
               CLOSE GLBHDR
               OPEN I-O GLBHDR.
             OPEN I-O GLBTRN.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBTRN
               CLOSE GLBTRN
               OPEN I-O GLBTRN.
             OPEN I-O CHQREQ.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHQREQ
               CLOSE CHQREQ
               OPEN I-O CHQREQ.
             OPEN INPUT SLGMAP.
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE WS-NEXT-BATCH TO WS-PR-BATCH.
             MOVE ZERO          TO WS-LINE-NO WS-BCH-TOTAL.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "PETTY CASH REIMBURSEMENT - FLOAT " PCF-FLOAT
                    " " PCF-DESC "  " WS-PC-REF
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-VD-HEAD.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-CREDIT.
       EA000-READ.
             READ PCVOUC NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EA000-CREDIT.
           IF PCV-FLOAT NOT = WS-FLOAT OR NOT PCV-OPEN
               GO TO EA000-READ.
             MOVE WS-PCVKEY     TO WS-SAVE-PCV.
             COMPUTE WS-NET = PCV-GROSS - PCV-VAT.
             MOVE PCV-LEDG-AC   TO WS-BL-AC.
             MOVE PCV-DEPT      TO WS-BL-DEPT.
             MOVE PCV-DESC      TO WS-BL-NARR.
           IF WS-BL-NARR = SPACES
               MOVE PCV-PAYEE   TO WS-BL-NARR.
             MOVE WS-NET        TO WS-BL-AMOUNT.
             PERFORM XH000-BATCH-LINE THRU XH000-EXIT.
           IF PCV-VAT NOT = ZERO
               MOVE PCV-VAT-CODE
                                TO WS-VAT-CODE
               PERFORM XJ000-VAT-AC THRU XJ000-EXIT
               MOVE WS-VAT-AC   TO WS-BL-AC
               MOVE ZERO        TO WS-BL-DEPT
               STRING "INPUT VAT PETTY CASH " PCV-NUMBER
                      DELIMITED SIZE INTO WS-BL-NARR
               MOVE PCV-VAT     TO WS-BL-AMOUNT
               PERFORM XH000-BATCH-LINE THRU XH000-EXIT.
             MOVE "R"           TO PCV-STATUS.
             MOVE WS-PC-REF     TO PCV-REIMB-REF.
             MOVE WS-NEXT-BATCH TO PCV-BATCH.
             MOVE WS-PERIOD     TO PCV-PERIOD.
             MOVE WS-YEAR       TO PCV-YEAR.
             MOVE WS-SAVE-PCV   TO WS-PCVKEY.
             REWRITE PCV-RECORD.
             PERFORM XK000-VOUCHER-LINE THRU XK000-EXIT.
             WRITE REP-LINE FROM WS-VD-LINE.
             GO TO EA000-READ.
      *
      *    The credit side: the bank for a cash tin, topped up by
      *    cheque; the paid-outs clearing account for a till.
      *
       EA000-CREDIT.
           IF PCF-CASH-TIN
               MOVE PCF-BANK-AC TO WS-BL-AC
               MOVE PCF-BANK-DEPT
                                TO WS-BL-DEPT
               MOVE "PETTY CASH TOP-UP CHEQUE" TO WS-BL-NARR
           ELSE
               MOVE PCF-FLOAT-AC
                                TO WS-BL-AC
               MOVE PCF-FLOAT-DEPT
                                TO WS-BL-DEPT
               MOVE "TILL PAID-OUTS CODED" TO WS-BL-NARR.
             COMPUTE WS-BL-AMOUNT = ZERO - WS-OPEN-VAL.
             PERFORM XH000-BATCH-LINE THRU XH000-EXIT.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             STRING "PETTY CASH TOP-UP FLOAT " PCF-FLOAT
                    DELIMITED SIZE INTO BCH-DESC.
             MOVE "PC "         TO BCH-SOURCE.
             MOVE WS-PERIOD     TO BCH-PERIOD.
             MOVE WS-YEAR       TO BCH-YEAR.
             MOVE WS-TODAY-N    TO BCH-DATE.
             MOVE WS-BCH-TOTAL  TO BCH-DEBITS BCH-CREDITS.
             MOVE "C"           TO BCH-STATUS.
             MOVE WS-OPER       TO BCH-OPER.
             MOVE SPACES        TO BCH-APPROVER BCH-CURRENCY.
             MOVE ZERO          TO BCH-APP-DATE BCH-EXCH-RATE
                                   BCH-LINK.
             MOVE WS-NEXT-HKEY  TO WS-GBHKEY.
             WRITE BCH-RECORD.
           IF PCF-TILL
               GO TO EA000-END.
             MOVE SPACES        TO CHQ-RECORD.
             MOVE PCF-CUSTODIAN TO CHQ-PAYEE.
             MOVE PCF-FLOAT     TO CHQ-ACCOUNT.
             MOVE WS-OPEN-VAL   TO CHQ-AMOUNT.
             MOVE WS-PC-REF     TO CHQ-REF.
             MOVE WS-TODAY-N    TO CHQ-DATE.
             MOVE ZERO          TO CHQ-CHEQUE-NO.
             MOVE "Q"           TO CHQ-STATUS.
             MOVE WS-NEXT-CHQ   TO WS-CHQKEY.
             WRITE CHQ-RECORD.
       EA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-VD-LINE.
             MOVE "TOTAL REIMBURSED" TO WS-VD-PAYEE.
             MOVE WS-OPEN-VAL   TO WS-VD-GROSS.
             WRITE REP-LINE FROM WS-VD-LINE.
             MOVE SPACES        TO REP-LINE.
           IF PCF-CASH-TIN
               STRING "CHEQUE REQUESTED FOR " PCF-CUSTODIAN
                      " UNDER " WS-PC-REF
                      DELIMITED SIZE INTO REP-LINE
           ELSE
               STRING "TILL FLOAT - CLEARING ACCOUNT " PCF-FLOAT-AC
                      " CREDITED, NO CHEQUE"
                      DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP GLBHDR GLBTRN CHQREQ SLGMAP.
             DISPLAY "Float reimbursed - ledger batch " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11.
       EA000-EXIT.
             EXIT.
      *
      *    ****    V E T   T H E   V A T   A C C O U N T S
      *
      *    WS-FOUND stays 1 only when every open voucher carrying
      *    VAT has an account for its code; the failing code is
      *    left in WS-VAT-CODE.
      *
       EB000-VET-VAT.
             MOVE 1             TO WS-FOUND.
             OPEN INPUT SLGMAP.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO EB000-CLOSE.
       EB000-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EB000-CLOSE.
           IF PCV-FLOAT NOT = WS-FLOAT OR NOT PCV-OPEN
            OR PCV-VAT = ZERO
               GO TO EB000-READ.
             MOVE PCV-VAT-CODE  TO WS-VAT-CODE.
             PERFORM XJ000-VAT-AC THRU XJ000-EXIT.
           IF WS-VAT-AC = ZERO
               MOVE ZERO        TO WS-FOUND
               GO TO EB000-CLOSE.
             GO TO EB000-READ.
       EB000-CLOSE.
             CLOSE SLGMAP.
       EB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O U N T   A   C A S H   T I N                     *
      *                                                                *
      ******************************************************************
       FA000-COUNT.
             DISPLAY "Float number ('0' ends)        :" AT 0812.
             MOVE ZERO          TO WS-FLOAT.
             ACCEPT WS-FLOAT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FLOAT = ZERO
               GO TO FA000-EXIT.
             PERFORM XA000-FIND-FLOAT THRU XA000-EXIT.
           IF WS-FOUND = ZERO OR NOT PCF-CASH-TIN
               DISPLAY "Not a cash tin on file - tills are counted"
                       AT 2312 WITH FOREGROUND-COLOR 14
                       " with the drawer" WITH FOREGROUND-COLOR 14
               GO TO FA000-COUNT.
             DISPLAY PCF-DESC AT 0857 WITH FOREGROUND-COLOR 11.
             PERFORM XE000-FLOAT-TOTALS THRU XE000-EXIT.
             COMPUTE WS-EXPECTED = PCF-IMPREST - WS-OPEN-VAL.
             DISPLAY "Imprest / vouchers held        :" AT 0912.
             MOVE PCF-IMPREST   TO WS-BL-AMOUNT.
             DISPLAY WS-BL-AMOUNT AT 0948 WITH FOREGROUND-COLOR 11.
             MOVE WS-OPEN-VAL   TO WS-BL-AMOUNT.
             DISPLAY WS-BL-AMOUNT AT 0962 WITH FOREGROUND-COLOR 11.
             DISPLAY "Cash expected in the tin       :" AT 1012.
             MOVE WS-EXPECTED   TO WS-BL-AMOUNT.
             DISPLAY WS-BL-AMOUNT AT 1048 WITH FOREGROUND-COLOR 11.
             DISPLAY "Cash counted                   :" AT 1112.
             MOVE ZERO          TO WS-AMOUNT-IN.
             ACCEPT WS-AMOUNT-IN AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO PCF-COUNTED.
             MOVE WS-TODAY-N    TO PCF-COUNT-DATE.
             MOVE WS-SAVE-PCF   TO WS-PCFKEY.
             REWRITE PCF-RECORD.
             COMPUTE WS-DIFF = PCF-COUNTED - WS-EXPECTED.
             MOVE WS-DIFF       TO WS-BL-AMOUNT.
           IF WS-DIFF = ZERO
               DISPLAY "Count agrees - saved           " AT 2312
                       WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Count saved - difference " AT 2312
                       WITH FOREGROUND-COLOR 12
                       WS-BL-AMOUNT WITH FOREGROUND-COLOR 11.
             GO TO FA000-COUNT.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    F L O A T   B A L A N C E   R E P O R T             *
      *                                                                *
      *    One line per live float - imprest, unreimbursed vouchers,   *
      *    uncoded paid-outs, the cash the tin should hold and its     *
      *    last count - with its unreimbursed vouchers beneath.        *
      *                                                                *
      ******************************************************************
       GA000-BALANCE.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "PETTY CASH FLOAT BALANCES AT " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-FL-HEAD.
             WRITE REP-LINE FROM WS-VD-HEAD.
             MOVE ZERO          TO WS-FLOATS.
             MOVE 1             TO WS-PCFKEY.
             START PCFLOT KEY NOT < WS-PCFKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
       GA000-READ.
             READ PCFLOT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
           IF NOT PCF-ACTIVE
               GO TO GA000-READ.
             MOVE PCF-FLOAT     TO WS-FLOAT.
             PERFORM XE000-FLOAT-TOTALS THRU XE000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-FL-LINE.
             MOVE PCF-FLOAT     TO WS-FL-FLOAT.
             MOVE PCF-DESC      TO WS-FL-DESC.
             MOVE WS-OPEN-COUNT TO WS-FL-COUNT.
             MOVE WS-OPEN-VAL   TO WS-FL-VOUCHED.
             MOVE WS-UNCODED    TO WS-FL-UNCODED.
           IF PCF-TILL
               MOVE "TILL"      TO WS-FL-TYPE
           ELSE
               MOVE "CASH"      TO WS-FL-TYPE
               COMPUTE WS-EXPECTED = PCF-IMPREST - WS-OPEN-VAL
               MOVE PCF-IMPREST TO WS-FL-IMPREST
               MOVE WS-EXPECTED TO WS-FL-EXPECT
               MOVE PCF-COUNTED TO WS-FL-COUNTED
               MOVE PCF-COUNT-DATE
                                TO WS-FL-CDATE.
           IF PCF-CASH-TIN AND PCF-COUNT-DATE NOT = ZERO
               COMPUTE WS-DIFF = PCF-COUNTED - WS-EXPECTED
               MOVE WS-DIFF     TO WS-FL-DIFF.
             WRITE REP-LINE FROM WS-FL-LINE.
             ADD 1              TO WS-FLOATS.
             PERFORM GB000-VOUCHERS THRU GB000-EXIT.
             GO TO GA000-READ.
       GA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "FLOATS LISTED " WS-FLOATS
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Float balances on GLP070.PRN   " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      *
      *    ****    T H E   F L O A T ' S   O P E N   V O U C H E R S
      *
       GB000-VOUCHERS.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO GB000-EXIT.
       GB000-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GB000-EXIT.
           IF PCV-FLOAT NOT = WS-FLOAT
            OR NOT (PCV-OPEN OR PCV-UNCODED)
               GO TO GB000-READ.
             PERFORM XK000-VOUCHER-LINE THRU XK000-EXIT.
             WRITE REP-LINE FROM WS-VD-LINE.
             GO TO GB000-READ.
       GB000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   F L O A T
      *
       XA000-FIND-FLOAT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PCFKEY.
             START PCFLOT KEY NOT < WS-PCFKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ PCFLOT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF PCF-FLOAT = WS-FLOAT AND PCF-ACTIVE
               MOVE WS-PCFKEY   TO WS-SAVE-PCF
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   F L O A T   S L O T
      *
      *    The record being saved is held in WS-PCF-HOLD while the
      *    file is scanned.
      *
       XA100-FREE-FLOAT.
             MOVE PCF-RECORD    TO WS-PCF-HOLD.
             MOVE 1             TO WS-NEXT-PCF WS-PCFKEY.
             START PCFLOT KEY NOT < WS-PCFKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA100-END.
       XA100-READ.
             READ PCFLOT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA100-END.
             COMPUTE WS-NEXT-PCF = WS-PCFKEY + 1.
             GO TO XA100-READ.
       XA100-END.
             MOVE WS-PCF-HOLD   TO PCF-RECORD.
       XA100-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   V O U C H E R
      *
       XB000-FIND-VOUCHER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ PCVOUC NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF PCV-FLOAT = WS-FLOAT AND PCV-NUMBER = WS-VOUCHER
            AND NOT PCV-DELETED
               MOVE WS-PCVKEY   TO WS-SAVE-PCV
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    N E X T   V O U C H E R   N U M B E R
      *
       XB100-NEXT-NUMBER.
             MOVE ZERO          TO WS-NEXT-NO.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB100-END.
       XB100-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB100-END.
           IF PCV-FLOAT = WS-FLOAT AND PCV-NUMBER > WS-NEXT-NO
               MOVE PCV-NUMBER  TO WS-NEXT-NO.
             GO TO XB100-READ.
       XB100-END.
             ADD 1              TO WS-NEXT-NO.
       XB100-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   V O U C H E R   S L O T
      *
       XB200-FREE-VOUCHER.
             MOVE PCV-RECORD    TO WS-PCV-HOLD.
             MOVE 1             TO WS-NEXT-PCV WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB200-END.
       XB200-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB200-END.
             COMPUTE WS-NEXT-PCV = WS-PCVKEY + 1.
             GO TO XB200-READ.
       XB200-END.
             MOVE WS-PCV-HOLD   TO PCV-RECORD.
       XB200-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   P A I D - O U T   A L R E A D Y   I N
      *
       XC000-TAKEN.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF PCV-TILL
            AND PCV-TILL-DRAW = PTR-DRAW
            AND PCV-TILL-DATE = PTR-DATE
            AND PCV-TILL-TIME = PTR-TIME
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    L E D G E R   A C C O U N T   A N D   D E P T
      *
      *    WS-FOUND 1 for an open account, 2 for one reserved to
      *    system postings, zero when not on file.
      *
       XD000-CHECK-LEDGER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF GL-LEDG-AC NOT = WS-ACCOUNT OR GL-DEPT NOT = WS-DEPT
               GO TO XD000-READ.
           IF NOT GL-ACTIVE
               GO TO XD000-EXIT.
           IF GL-SYSTEM-ONLY
               MOVE 2           TO WS-FOUND
           ELSE
               MOVE 1           TO WS-FOUND.
       XD000-EXIT.
             EXIT.
      *
      *    ****    F L O A T   T O T A L S
      *
      *    Vouchers not yet reimbursed on WS-FLOAT - coded and
      *    uncoded together in the count and value.
      *
       XE000-FLOAT-TOTALS.
             MOVE ZERO          TO WS-OPEN-VAL WS-OPEN-COUNT
                                   WS-UNCODED.
             MOVE PCV-RECORD    TO WS-PCV-HOLD.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-END.
       XE000-READ.
             READ PCVOUC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-END.
           IF PCV-FLOAT NOT = WS-FLOAT
               GO TO XE000-READ.
           IF PCV-UNCODED
               ADD 1            TO WS-UNCODED.
           IF PCV-OPEN OR PCV-UNCODED
               ADD 1            TO WS-OPEN-COUNT
               ADD PCV-GROSS    TO WS-OPEN-VAL.
             GO TO XE000-READ.
       XE000-END.
             MOVE WS-PCV-HOLD   TO PCV-RECORD.
       XE000-EXIT.
             EXIT.
      *
      *    ****    P E R I O D - S T A T U S   C H E C K
      *
       XF000-CHECK-PERIOD.
             MOVE 1             TO WS-PER-OPEN.
             OPEN INPUT PERSTA.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
             MOVE WS-PERIOD     TO WS-PSTKEY.
             READ PERSTA WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-CLOSE.
           IF PST-YEAR NOT = WS-YEAR
               GO TO XF000-CLOSE.
           IF PST-CLOSED OR PST-DECLARED
               MOVE ZERO        TO WS-PER-OPEN.
       XF000-CLOSE.
             CLOSE PERSTA.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   B A T C H  /  K E Y S
      *
       XG000-NEXT-KEYS.
             MOVE ZERO          TO WS-NEXT-BATCH.
             MOVE 1             TO WS-NEXT-HKEY WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-BTR.
       XG000-HDR-LOOP.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-BTR.
           IF BCH-NUMBER > WS-NEXT-BATCH
               MOVE BCH-NUMBER  TO WS-NEXT-BATCH.
             COMPUTE WS-NEXT-HKEY = WS-GBHKEY + 1.
             GO TO XG000-HDR-LOOP.
       XG000-BTR.
             MOVE 1             TO WS-NEXT-BKEY WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-CHQ.
       XG000-BTR-LOOP.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-CHQ.
             COMPUTE WS-NEXT-BKEY = WS-GBTKEY + 1.
             GO TO XG000-BTR-LOOP.
       XG000-CHQ.
             MOVE 1             TO WS-NEXT-CHQ WS-CHQKEY.
             START CHQREQ KEY NOT < WS-CHQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-CHQ-LOOP.
             READ CHQREQ NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
             COMPUTE WS-NEXT-CHQ = WS-CHQKEY + 1.
             GO TO XG000-CHQ-LOOP.
       XG000-EXIT.
             EXIT.
      *
      *    ****    O N E   B A T C H   L I N E
      *
       XH000-BATCH-LINE.
           IF WS-BL-AMOUNT = ZERO
               GO TO XH000-EXIT.
             ADD 1              TO WS-LINE-NO.
             MOVE SPACES        TO BTR-RECORD.
             MOVE WS-NEXT-BATCH TO BTR-BATCH.
             MOVE WS-LINE-NO    TO BTR-LINE.
             MOVE WS-BL-AC      TO BTR-LEDG-AC.
             MOVE WS-BL-DEPT    TO BTR-DEPT.
             MOVE WS-TODAY-N    TO BTR-DATE.
             MOVE WS-PC-REF     TO BTR-REF.
             MOVE WS-BL-NARR    TO BTR-NARR.
             MOVE WS-BL-AMOUNT  TO BTR-AMOUNT.
             MOVE SPACES        TO BTR-CURRENCY.
             MOVE ZERO          TO BTR-FOREIGN.
             MOVE "A"           TO BTR-STATUS.
             MOVE WS-NEXT-BKEY  TO WS-GBTKEY.
             WRITE BTR-RECORD.
             ADD 1              TO WS-NEXT-BKEY.
           IF WS-BL-AMOUNT > ZERO
               ADD WS-BL-AMOUNT TO WS-BCH-TOTAL.
             MOVE SPACES        TO WS-BL-NARR.
       XH000-EXIT.
             EXIT.
      *
      *    ****    C R E D I T O R S   V A T   A C C O U N T
      *
      *    The "VAT " rule on the creditors side for WS-VAT-CODE,
      *    falling back to the code-99 catch-all.  SLGMAP is open.
      *
       XJ000-VAT-AC.
             MOVE ZERO          TO WS-VAT-AC.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
       XJ000-READ.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
           IF NOT SLM-ACTIVE OR SLM-ACCOUNT = ZERO
            OR SLM-LEDGER NOT = "C"
            OR SLM-TYPE NOT = "VAT "
               GO TO XJ000-READ.
           IF SLM-VAT-CODE = WS-VAT-CODE
               MOVE SLM-ACCOUNT TO WS-VAT-AC
               GO TO XJ000-EXIT.
           IF SLM-VAT-CODE = 99
               MOVE SLM-ACCOUNT TO WS-VAT-AC.
             GO TO XJ000-READ.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    O N E   V O U C H E R   P R I N T   L I N E
      *
       XK000-VOUCHER-LINE.
             MOVE SPACES        TO WS-VD-LINE.
             MOVE PCV-NUMBER    TO WS-VD-NUMBER.
             MOVE PCV-DATE      TO WS-VD-DATE.
             MOVE PCV-SLIP      TO WS-VD-SLIP.
             MOVE PCV-PAYEE     TO WS-VD-PAYEE.
           IF PCV-PAYEE = SPACES
               MOVE PCV-DESC    TO WS-VD-PAYEE.
             MOVE PCV-LEDG-AC   TO WS-VD-AC.
             MOVE PCV-DEPT      TO WS-VD-DEPT.
             MOVE PCV-VAT-CODE  TO WS-VD-CODE.
             MOVE PCV-GROSS     TO WS-VD-GROSS.
             MOVE PCV-VAT       TO WS-VD-VAT.
           IF PCV-UNCODED
               MOVE "UNCODED"   TO WS-VD-STAT.
           IF PCV-OPEN
               MOVE "OPEN"      TO WS-VD-STAT.
           IF PCV-REIMBURSED
               MOVE "REIMB."    TO WS-VD-STAT.
       XK000-EXIT.
             EXIT.
