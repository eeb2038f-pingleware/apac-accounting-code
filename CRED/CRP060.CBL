      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******    ******    ******    *
      *   **    **  **    **  **    **  **    **  **        **    **   *
      *   **        **    **  **    **  **    **  **        **    **   *
      *   **        *******   *******   **    **  *******   **    **   *
      *   **        **  **    **        **    **  **    **  **    **   *
      *   **    **  **   **   **        **    **  **    **  **    **   *
      *    ******   **    **  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C H E Q U E   V O I D   A N D   S T O P - P A Y M E N T       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    One place to void a cheque that was spoiled, lost or        *
      *    stopped, instead of cancelling CHQREQ and fixing CTRANS,    *
      *    the bank and the positive-pay file by hand.  Working from   *
      *    the cheque number it finds what the cheque paid - the       *
      *    creditor items a cheque run settled, or a refund queued on  *
      *    CHQREQ - and under one void reference:                      *
      *                                                                *
      *        - reopens the creditor items - left approved for the    *
      *          next cheque run when a replacement is wanted,         *
      *          otherwise put back on hold - or cancels the refund    *
      *          request and puts the credit back on the debtor        *
      *          account,                                              *
      *        - writes the balanced ledger batch reversing the        *
      *          payment (debit bank, credit the ledger's control      *
      *          account from SLGMAP) at captured status for the       *
      *          approval flow,                                        *
      *        - for a refund, queues the replacement cheque request   *
      *          and raises the refund again in the same batch when    *
      *          one is wanted, and                                    *
      *        - records the void on the CHQVOD register, from which   *
      *          the next CHQPOS issued export sends the bank its      *
      *          void record.                                          *
      *                                                                *
      *      'V'  void or stop a cheque                                *
      *      'R'  void register                                        *
      *      'E'  end                                                  *
      *                                                                *
      *    The ledger period must be open on PERSTA, and a cheque the  *
      *    bank has already paid (recorded presented on CRP061) cannot *
      *    be voided.  The void register goes to CRP060.PRN.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP060.
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

       COPY CREDIT.SL.

       COPY CTRANS.SL.

       COPY CHQREQ.SL.

       COPY CHQVOD.SL.

       COPY CHQPRS.SL.

       COPY DEBTOR.SL.

       COPY DTRANS.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

       COPY PERSTA.SL.

       COPY SLGMAP.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY CREDIT.FDE.

       COPY CTRANS.FDE.

       COPY CHQREQ.FDE.

       COPY CHQVOD.FDE.

       COPY CHQPRS.FDE.

       COPY DEBTOR.FDE.

       COPY DTRANS.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       COPY PERSTA.FDE.

       COPY SLGMAP.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP060.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CHQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-VODKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRSKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-CHQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ANY         PIC  9(01)     VALUE ZERO.
       77  WS-CHEQUE      PIC  9(06)     VALUE ZERO.
       77  WS-KIND        PIC  X(01)     VALUE SPACE.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-PAYEE       PIC  X(40)     VALUE SPACES.
       77  WS-AMOUNT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-AMOUNT-ED   PIC  Z(08)9.99-.
       77  WS-CHQ-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-CHQ-REF     PIC  X(10)     VALUE SPACES.
       77  WS-REASON      PIC  X(01)     VALUE SPACE.
       77  WS-NOTE        PIC  X(30)     VALUE SPACES.
       77  WS-REPLACE     PIC  X(01)     VALUE SPACE.
       77  WS-CONFIRM     PIC  X(01)     VALUE SPACE.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-BANK-AC     PIC  9(07)     VALUE ZERO.
       77  WS-CTL-AC      PIC  9(07)     VALUE ZERO.
       77  WS-LEDGER      PIC  X(01)     VALUE SPACE.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-NO-PERSTA   PIC  9(01)     VALUE ZERO.
       77  WS-NO-CHQREQ   PIC  9(01)     VALUE ZERO.
       77  WS-ITEMS       PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-BKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-CHQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-VOD    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-BL-AC       PIC  9(07)     VALUE ZERO.
       77  WS-BL-NARR     PIC  X(30)     VALUE SPACES.
       77  WS-BL-AMOUNT   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FROM-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-TO-DATE     PIC  9(08)     VALUE ZERO.
       77  WS-TOT-VOIDS   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-AMT     PIC S9(11)V99  COMP-3 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    U P D A T E - J O U R N A L   H O O K
      *
       01  WS-JW-PARAMS.
           03  WS-JW-FILE     PIC  X(01).
           03  WS-JW-KEY      PIC  9(05).
           03  WS-JW-ACTION   PIC  X(01).
           03  WS-JW-USER     PIC  X(03).
           03  WS-JW-PROGRAM  PIC  X(08).
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

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

       01  WS-VOID-REF.
           03  FILLER        PIC  X(03) VALUE "VOD".
           03  WS-VR-CHEQUE  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACE.

      *
      *    ****    V O I D   R E G I S T E R   L I N E S
      *
       01  WS-TITLE-LINE.
           03  FILLER        PIC  X(40) VALUE
               "VOIDED CHEQUE REGISTER".
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "CHEQUE ISSUED   VOIDED   K ACCOUNT PAYEE          ".
           03  FILLER        PIC  X(50) VALUE
               "                      AMOUNT  R NOTE              ".
           03  FILLER        PIC  X(30) VALUE
               "             USR REP BATCH POS".

       01  WS-DET-LINE.
           03  WS-DL-CHEQUE  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-ISSUED  PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-VOIDED  PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-KIND    PIC  X(01).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-PAYEE   PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-AMOUNT  PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-REASON  PIC  X(01).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-NOTE    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DL-OPER    PIC  X(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-REPLACE PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-BATCH   PIC  9(05).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DL-POS     PIC  X(01).

       01  WS-TOT-LINE.
           03  FILLER        PIC  X(24) VALUE
               "CHEQUES VOIDED / VALUE  ".
           03  WS-TL-COUNT   PIC  ZZZZ9.
           03  FILLER        PIC  X(39) VALUE SPACES.
           03  WS-TL-AMOUNT  PIC  Z(10)9.99-.

       01  WS-KEY-LINE.
           03  FILLER        PIC  X(42) VALUE
               "S SPOILED L LOST P STOPPED W WRITTEN BACK ".
           03  FILLER        PIC  X(30) VALUE
               "  POS: P PENDING S SENT".
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CHEQUE VOID AND STOP-PAYMENT" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP060"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option 'V'oid cheque 'R'egister 'E'nd" AT 0612
                     WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0652
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "V"
               PERFORM BA000-VOID THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM DA000-REGISTER THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    V O I D   O R   S T O P   A   C H E Q U E           *
      *                                                                *
      *    The cheque is looked for first among the creditor items     *
      *    a cheque run settled, then among the printed refund         *
      *    requests on CHQREQ.                                         *
      *                                                                *
      ******************************************************************
       BA000-VOID.
             DISPLAY "Cheque number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-CHEQUE.
             ACCEPT WS-CHEQUE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CHEQUE = ZERO
               GO TO BA000-EXIT.
             OPEN I-O CHQVOD.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHQVOD
               CLOSE CHQVOD
               OPEN I-O CHQVOD.
           IF WS-STATUS NOT = "00"
               DISPLAY "CHQVOD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM XD000-FIND-VOID THRU XD000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Cheque already voided - see the register"
                       AT 2312 WITH FOREGROUND-COLOR 14
               CLOSE CHQVOD
               GO TO BA000-EXIT.
             PERFORM XL000-FIND-PRESENTED THRU XL000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Cheque already presented - refused  "
                       AT 2312 WITH FOREGROUND-COLOR 14
               CLOSE CHQVOD
               GO TO BA000-EXIT.
             OPEN I-O CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "CTRANS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE CHQVOD
               GO TO BA000-EXIT.
             OPEN INPUT CREDIT.
             MOVE ZERO          TO WS-NO-CHQREQ.
             OPEN I-O CHQREQ.
           IF WS-STATUS = "35"
               MOVE 1           TO WS-NO-CHQREQ.
             PERFORM XB000-CREDITOR-CHEQUE THRU XB000-EXIT.
           IF WS-ANY = ZERO
               PERFORM XC000-REFUND-CHEQUE THRU XC000-EXIT.
           IF WS-KIND = SPACE
               DISPLAY "Cheque not found as issued - refused  "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-CLOSE.
             MOVE WS-AMOUNT     TO WS-AMOUNT-ED.
             DISPLAY "Payee                       :" AT 0912
                     WS-PAYEE WITH FOREGROUND-COLOR 11.
             DISPLAY "Amount / issued             :" AT 1012
                     WS-AMOUNT-ED WITH FOREGROUND-COLOR 11
                     "  " WS-CHQ-DATE WITH FOREGROUND-COLOR 11.
       BA000-REASON.
             DISPLAY "Reason 'S'poiled 'L'ost 'P' stopped :" AT 1112.
             MOVE SPACE         TO WS-REASON.
             ACCEPT WS-REASON AT 1150
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-REASON = SPACE
               GO TO BA000-CLOSE.
           IF WS-REASON NOT = "S" AND NOT = "L" AND NOT = "P"
               GO TO BA000-REASON.
             DISPLAY "Note                        :" AT 1212.
             MOVE SPACES        TO WS-NOTE.
             ACCEPT WS-NOTE AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       BA000-REPLACE.
             DISPLAY "Replacement cheque (Y/N)    :" AT 1312.
             MOVE "N"           TO WS-REPLACE.
             ACCEPT WS-REPLACE AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-REPLACE NOT = "Y" AND NOT = "N"
               GO TO BA000-REPLACE.
       BA000-PERIOD.
             DISPLAY "Reverse into period (1-13)  :" AT 1412.
             ACCEPT WS-PERIOD AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO BA000-PERIOD.
           IF WS-YEAR = ZERO
               MOVE WS-TDY-YEAR TO WS-YEAR.
             DISPLAY "Financial year              :" AT 1512.
             ACCEPT WS-YEAR AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Bank account                :" AT 1612.
             ACCEPT WS-BANK-AC AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-BANK-AC = ZERO
               GO TO BA000-CLOSE.
      *
      *    A creditor cheque reverses against the creditors control
      *    account and the creditor period; a refund against the
      *    debtors.
      *
           IF WS-KIND = "C"
               MOVE "C"         TO WS-LEDGER
               MOVE 26          TO WS-PSTKEY
           ELSE
               MOVE "D"         TO WS-LEDGER
               MOVE 13          TO WS-PSTKEY.
             PERFORM XE000-CHECK-PERIOD THRU XE000-EXIT.
           IF WS-PER-OPEN = ZERO
               DISPLAY "Ledger period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-CLOSE.
             PERFORM XH000-CONTROL-AC THRU XH000-EXIT.
           IF WS-CTL-AC = ZERO
               DISPLAY "No CTRL rule on SLGMAP for the ledger - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-CLOSE.
             DISPLAY "Confirm void (Y/N)          :" AT 1812.
             MOVE "N"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM NOT = "Y"
               GO TO BA000-CLOSE.
             PERFORM CA000-POST THRU CA000-EXIT.
       BA000-CLOSE.
             CLOSE CHQVOD CTRANS CREDIT.
           IF WS-NO-CHQREQ = ZERO
               CLOSE CHQREQ.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P O S T   T H E   V O I D                           *
      *                                                                *
      ******************************************************************
       CA000-POST.
           IF WS-KIND = "R"
               OPEN I-O DEBTOR
               IF WS-STATUS NOT = "00"
                   DISPLAY "DEBTOR open error - Status " AT 2312
                           WS-STATUS WITH FOREGROUND-COLOR 14
                   GO TO CA000-EXIT.
           IF WS-KIND = "R"
               OPEN I-O DTRANS
               IF WS-STATUS = "35"
                   OPEN OUTPUT DTRANS
                   CLOSE DTRANS
                   OPEN I-O DTRANS.
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
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             MOVE WS-CHEQUE     TO WS-VR-CHEQUE.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE ZERO          TO WS-LINE-NO.
      *
      *    The payment comes back off the bank and onto the control
      *    account the cheque cleared.
      *
             MOVE WS-BANK-AC    TO WS-BL-AC.
             STRING "CHEQUE " WS-CHEQUE " VOID - BANK"
                    DELIMITED SIZE INTO WS-BL-NARR.
             MOVE WS-AMOUNT     TO WS-BL-AMOUNT.
             PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
             MOVE WS-CTL-AC     TO WS-BL-AC.
             STRING "CHEQUE " WS-CHEQUE " VOID - CONTROL"
                    DELIMITED SIZE INTO WS-BL-NARR.
             COMPUTE WS-BL-AMOUNT = ZERO - WS-AMOUNT.
             PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
           IF WS-KIND = "C"
               PERFORM CB000-REOPEN THRU CB000-EXIT
           ELSE
               PERFORM CC000-REFUND THRU CC000-EXIT.
             PERFORM CD000-HEADER THRU CD000-EXIT.
             PERFORM CE000-REGISTER THRU CE000-EXIT.
             CLOSE GLBHDR GLBTRN.
           IF WS-KIND = "R"
               CLOSE DEBTOR DTRANS.
             DISPLAY "Cheque voided - ledger batch " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      *
      *    ****    R E O P E N   T H E   C R E D I T O R   I T E M S
      *
      *    Approved invoices stay approved and are drawn again by
      *    the next cheque run when a replacement is wanted;
      *    otherwise they go back on hold until released.
      *
       CB000-REOPEN.
             MOVE ZERO          TO WS-ITEMS.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
       CB000-READ.
             READ CTRANS NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
           IF CTR-CHEQUE-NO NOT = WS-CHEQUE
            OR NOT CTR-PAID OR CTR-DELETED
               GO TO CB000-READ.
           IF CTR-PAYMENT
               GO TO CB000-READ.
             MOVE CTR-RECORD    TO WS-JW-BEFORE.
             MOVE SPACE         TO CTR-PAY-FLAG.
             MOVE ZERO          TO CTR-CHEQUE-NO CTR-PAY-DATE.
             MOVE SPACES        TO CTR-PAY-REF.
             MOVE "O"           TO CTR-STATUS.
           IF CTR-INVOICE AND WS-REPLACE = "N"
               MOVE "H"         TO CTR-APP-STATUS
               MOVE WS-OPER     TO CTR-APP-OPER.
             REWRITE CTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             ADD 1              TO WS-ITEMS.
             GO TO CB000-READ.
       CB000-EXIT.
             EXIT.
      *
      *    ****    C A N C E L   A   R E F U N D   C H E Q U E
      *
      *    The credit goes back on the debtor account; a
      *    replacement raises the refund again exactly as the
      *    refund program does, under the original reference.
      *
       CC000-REFUND.
             MOVE WS-SAVE-CHQ   TO WS-CHQKEY.
             READ CHQREQ.
           IF WS-STATUS NOT = "00"
               GO TO CC000-EXIT.
             MOVE "X"           TO CHQ-STATUS.
             REWRITE CHQ-RECORD.
             PERFORM XA000-FIND-DEBTOR THRU XA000-EXIT.
             MOVE "CHEQUE VOIDED - CREDIT RESTORED"
                                TO WS-BL-NARR.
             COMPUTE WS-BL-AMOUNT = ZERO - WS-AMOUNT.
             PERFORM CF000-DEBTOR-ITEM THRU CF000-EXIT.
           IF WS-REPLACE = "N"
               GO TO CC000-EXIT.
             MOVE SPACES        TO CHQ-RECORD.
             MOVE WS-PAYEE      TO CHQ-PAYEE.
             MOVE WS-ACCOUNT    TO CHQ-ACCOUNT.
             MOVE WS-AMOUNT     TO CHQ-AMOUNT.
             MOVE WS-CHQ-REF    TO CHQ-REF.
             MOVE WS-TODAY-N    TO CHQ-DATE.
             MOVE ZERO          TO CHQ-CHEQUE-NO.
             MOVE "Q"           TO CHQ-STATUS.
             MOVE WS-NEXT-CHQ   TO WS-CHQKEY.
             WRITE CHQ-RECORD.
             ADD 1              TO WS-NEXT-CHQ.
             MOVE "REPLACEMENT REFUND CHEQUE"
                                TO WS-BL-NARR.
             MOVE WS-AMOUNT     TO WS-BL-AMOUNT.
             PERFORM CF000-DEBTOR-ITEM THRU CF000-EXIT.
             MOVE WS-CTL-AC     TO WS-BL-AC.
             MOVE "REPLACEMENT - DEBTORS CONTROL" TO WS-BL-NARR.
             MOVE WS-AMOUNT     TO WS-BL-AMOUNT.
             PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
             MOVE WS-BANK-AC    TO WS-BL-AC.
             MOVE "REPLACEMENT - BANK" TO WS-BL-NARR.
             COMPUTE WS-BL-AMOUNT = ZERO - WS-AMOUNT.
             PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
       CC000-EXIT.
             EXIT.
      *
      *    ****    B A T C H   H E A D E R
      *
       CD000-HEADER.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             STRING "CHEQUE VOID " DELIMITED SIZE
                    WS-VOID-REF DELIMITED SIZE
                    INTO BCH-DESC.
             MOVE "CV "         TO BCH-SOURCE.
             MOVE WS-PERIOD     TO BCH-PERIOD.
             MOVE WS-YEAR       TO BCH-YEAR.
             MOVE WS-TODAY-N    TO BCH-DATE.
           IF WS-REPLACE = "Y" AND WS-KIND = "R"
               COMPUTE BCH-DEBITS = WS-AMOUNT * 2
           ELSE
               MOVE WS-AMOUNT   TO BCH-DEBITS.
             MOVE BCH-DEBITS    TO BCH-CREDITS.
             MOVE "C"           TO BCH-STATUS.
             MOVE WS-OPER       TO BCH-OPER.
             MOVE SPACES        TO BCH-APPROVER BCH-CURRENCY.
             MOVE ZERO          TO BCH-APP-DATE BCH-EXCH-RATE
                                   BCH-LINK.
             MOVE WS-NEXT-HKEY  TO WS-GBHKEY.
             WRITE BCH-RECORD.
             ADD 1              TO WS-NEXT-HKEY.
       CD000-EXIT.
             EXIT.
      *
      *    ****    V O I D   R E G I S T E R   E N T R Y
      *
      *    Pending on positive-pay until CHQPOS next exports.
      *
       CE000-REGISTER.
             PERFORM XJ000-NEXT-VOD THRU XJ000-EXIT.
             MOVE SPACES        TO VOD-RECORD.
             MOVE WS-CHEQUE     TO VOD-CHEQUE-NO.
             MOVE WS-KIND       TO VOD-KIND.
             MOVE WS-ACCOUNT    TO VOD-ACCOUNT.
             MOVE WS-PAYEE      TO VOD-PAYEE.
             MOVE WS-AMOUNT     TO VOD-AMOUNT.
             MOVE WS-CHQ-DATE   TO VOD-CHQ-DATE.
             MOVE WS-TODAY-N    TO VOD-DATE.
             MOVE WS-REASON     TO VOD-REASON.
             MOVE WS-NOTE       TO VOD-NOTE.
             MOVE WS-OPER       TO VOD-OPER.
             MOVE WS-REPLACE    TO VOD-REPLACE.
             MOVE WS-NEXT-BATCH TO VOD-BATCH.
             MOVE "P"           TO VOD-POS-FLAG.
             MOVE ZERO          TO VOD-POS-DATE.
             MOVE "A"           TO VOD-STATUS.
             MOVE WS-NEXT-VOD   TO WS-VODKEY.
             WRITE VOD-RECORD.
       CE000-EXIT.
             EXIT.
      *
      *    ****    D E B T O R   R E F U N D   I T E M
      *
      *    Caller sets the narrative and the signed amount; the item
      *    is marked as already in the ledger since the void batch
      *    carries it.
      *
       CF000-DEBTOR-ITEM.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "RFND"        TO DTR-TYPE.
             MOVE WS-TODAY-N    TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-CHQ-REF    TO DTR-REF.
             MOVE WS-BL-NARR    TO DTR-NARR.
             MOVE WS-BL-AMOUNT  TO DTR-AMOUNT.
             MOVE SPACES        TO WS-BL-NARR.
             MOVE ZERO          TO DTR-VAT-AMT DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE "P"           TO DTR-GL-FLAG.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             ADD 1              TO WS-NEXT-TKEY.
           IF WS-FOUND = ZERO
               GO TO CF000-EXIT.
             MOVE DEB-RECORD    TO WS-JW-BEFORE.
             ADD WS-BL-AMOUNT   TO DEB-BALANCE.
             ADD WS-BL-AMOUNT   TO DEB-AGED-BAL (1).
             REWRITE DEB-RECORD.
             PERFORM XK000-JOURNAL-DEB THRU XK000-EXIT.
       CF000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    V O I D   R E G I S T E R                           *
      *                                                                *
      ******************************************************************
       DA000-REGISTER.
             DISPLAY "Voided from / to (YYYYMMDD) :" AT 0812.
             MOVE ZERO          TO WS-FROM-DATE.
             ACCEPT WS-FROM-DATE AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-TODAY-N    TO WS-TO-DATE.
             ACCEPT WS-TO-DATE AT 0854
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             OPEN INPUT CHQVOD.
           IF WS-STATUS NOT = "00"
               DISPLAY "No cheques have been voided         " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE ZERO          TO WS-TOT-VOIDS WS-TOT-AMT.
             MOVE 1             TO WS-VODKEY.
             START CHQVOD KEY NOT < WS-VODKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-TOTAL.
       DA000-READ.
             READ CHQVOD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-TOTAL.
           IF NOT VOD-ACTIVE
               GO TO DA000-READ.
           IF VOD-DATE < WS-FROM-DATE
            OR VOD-DATE > WS-TO-DATE
               GO TO DA000-READ.
             MOVE VOD-CHEQUE-NO TO WS-DL-CHEQUE.
             MOVE VOD-CHQ-DATE  TO WS-DL-ISSUED.
             MOVE VOD-DATE      TO WS-DL-VOIDED.
             MOVE VOD-KIND      TO WS-DL-KIND.
             MOVE VOD-ACCOUNT   TO WS-DL-ACCOUNT.
             MOVE VOD-PAYEE     TO WS-DL-PAYEE.
             MOVE VOD-AMOUNT    TO WS-DL-AMOUNT.
             MOVE VOD-REASON    TO WS-DL-REASON.
             MOVE VOD-NOTE      TO WS-DL-NOTE.
             MOVE VOD-OPER      TO WS-DL-OPER.
             MOVE VOD-REPLACE   TO WS-DL-REPLACE.
             MOVE VOD-BATCH     TO WS-DL-BATCH.
             MOVE VOD-POS-FLAG  TO WS-DL-POS.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-TOT-VOIDS.
             ADD VOD-AMOUNT     TO WS-TOT-AMT.
             GO TO DA000-READ.
       DA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-TOT-VOIDS  TO WS-TL-COUNT.
             MOVE WS-TOT-AMT    TO WS-TL-AMOUNT.
             WRITE REP-LINE FROM WS-TOT-LINE.
             WRITE REP-LINE FROM WS-KEY-LINE.
             CLOSE CHQVOD PRNREP.
             DISPLAY "Void register on CRP060.PRN          " AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   D E B T O R
      *
       XA000-FIND-DEBTOR.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ DEBTOR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF DEB-ACCOUNT = WS-ACCOUNT AND DEB-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    C R E D I T O R   C H E Q U E ?
      *
      *    The cheque's value is the sum of the items it settled,
      *    as the positive-pay export counts it.
      *
       XB000-CREDITOR-CHEQUE.
             MOVE ZERO          TO WS-ANY WS-AMOUNT WS-ACCOUNT
                                   WS-CHQ-DATE.
             MOVE SPACE         TO WS-KIND.
             MOVE SPACES        TO WS-PAYEE WS-CHQ-REF.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-PAYEE.
           IF CTR-CHEQUE-NO NOT = WS-CHEQUE
            OR NOT CTR-PAID OR CTR-DELETED
               GO TO XB000-READ.
           IF CTR-PAYMENT
               GO TO XB000-READ.
             MOVE 1             TO WS-ANY.
             MOVE CTR-ACCOUNT   TO WS-ACCOUNT.
             MOVE CTR-PAY-DATE  TO WS-CHQ-DATE.
             MOVE CTR-PAY-REF   TO WS-CHQ-REF.
             ADD CTR-AMOUNT     TO WS-AMOUNT.
             GO TO XB000-READ.
       XB000-PAYEE.
           IF WS-ANY = ZERO
               GO TO XB000-EXIT.
             MOVE "C"           TO WS-KIND.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-CRE.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF CRE-ACCOUNT NOT = WS-ACCOUNT
               GO TO XB000-CRE.
             MOVE CRE-NAME      TO WS-PAYEE.
       XB000-EXIT.
             EXIT.
      *
      *    ****    R E F U N D   C H E Q U E   O F F   C H Q R E Q ?
      *
       XC000-REFUND-CHEQUE.
           IF WS-NO-CHQREQ = 1
               GO TO XC000-EXIT.
             MOVE 1             TO WS-CHQKEY.
             START CHQREQ KEY NOT < WS-CHQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ CHQREQ NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF CHQ-CHEQUE-NO NOT = WS-CHEQUE
            OR NOT CHQ-PRINTED
               GO TO XC000-READ.
             MOVE "R"           TO WS-KIND.
             MOVE WS-CHQKEY     TO WS-SAVE-CHQ.
             MOVE CHQ-PAYEE     TO WS-PAYEE.
             MOVE CHQ-ACCOUNT   TO WS-ACCOUNT.
             MOVE CHQ-AMOUNT    TO WS-AMOUNT.
             MOVE CHQ-DATE      TO WS-CHQ-DATE.
             MOVE CHQ-REF       TO WS-CHQ-REF.
       XC000-EXIT.
             EXIT.
      *
      *    ****    A L R E A D Y   V O I D E D ?
      *
       XD000-FIND-VOID.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-VODKEY.
             START CHQVOD KEY NOT < WS-VODKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ CHQVOD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF VOD-CHEQUE-NO = WS-CHEQUE AND VOD-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XD000-EXIT.
             GO TO XD000-READ.
       XD000-EXIT.
             EXIT.
      *
      *    ****    A L R E A D Y   P R E S E N T E D ?
      *
      *    Presentments are recorded on CRP061.
      *
       XL000-FIND-PRESENTED.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT CHQPRS.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
             MOVE 1             TO WS-PRSKEY.
             START CHQPRS KEY NOT < WS-PRSKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-CLOSE.
       XL000-READ.
             READ CHQPRS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-CLOSE.
           IF PRS-CHEQUE-NO = WS-CHEQUE AND PRS-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XL000-CLOSE.
             GO TO XL000-READ.
       XL000-CLOSE.
             CLOSE CHQPRS.
       XL000-EXIT.
             EXIT.
      *
      *    ****    P E R I O D - S T A T U S   C H E C K
      *
      *    Caller sets WS-PSTKEY to the ledger's module base.
      *
       XE000-CHECK-PERIOD.
             MOVE 1             TO WS-PER-OPEN.
             ADD WS-PERIOD      TO WS-PSTKEY.
             OPEN INPUT PERSTA.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
             READ PERSTA WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-CLOSE.
           IF PST-YEAR NOT = WS-YEAR
               GO TO XE000-CLOSE.
           IF PST-CLOSED OR PST-DECLARED
               MOVE ZERO        TO WS-PER-OPEN.
       XE000-CLOSE.
             CLOSE PERSTA.
       XE000-EXIT.
             EXIT.
      *
      *    ****    O N E   B A T C H   L I N E
      *
       XF000-BATCH-LINE.
             ADD 1              TO WS-LINE-NO.
             MOVE SPACES        TO BTR-RECORD.
             MOVE WS-NEXT-BATCH TO BTR-BATCH.
             MOVE WS-LINE-NO    TO BTR-LINE.
             MOVE WS-BL-AC      TO BTR-LEDG-AC.
             MOVE ZERO          TO BTR-DEPT.
             MOVE WS-TODAY-N    TO BTR-DATE.
             MOVE WS-VOID-REF   TO BTR-REF.
             MOVE WS-BL-NARR    TO BTR-NARR.
             MOVE WS-BL-AMOUNT  TO BTR-AMOUNT.
             MOVE SPACES        TO BTR-CURRENCY.
             MOVE ZERO          TO BTR-FOREIGN.
             MOVE "A"           TO BTR-STATUS.
             MOVE WS-NEXT-BKEY  TO WS-GBTKEY.
             WRITE BTR-RECORD.
             ADD 1              TO WS-NEXT-BKEY.
             MOVE SPACES        TO WS-BL-NARR.
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
           IF WS-KIND NOT = "R"
               GO TO XG000-EXIT.
             MOVE 1             TO WS-NEXT-CHQ WS-CHQKEY.
             START CHQREQ KEY NOT < WS-CHQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
       XG000-CHQ-LOOP.
             READ CHQREQ NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
             COMPUTE WS-NEXT-CHQ = WS-CHQKEY + 1.
             GO TO XG000-CHQ-LOOP.
       XG000-TRN.
             MOVE 1             TO WS-NEXT-TKEY WS-DTRKEY.
             START DTRANS KEY NOT < WS-DTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-TRN-LOOP.
             READ DTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
             COMPUTE WS-NEXT-TKEY = WS-DTRKEY + 1.
             GO TO XG000-TRN-LOOP.
       XG000-EXIT.
             EXIT.
      *
      *    ****    C O N T R O L   A C C O U N T   F R O M   S L G M A P
      *
       XH000-CONTROL-AC.
             MOVE ZERO          TO WS-CTL-AC.
             OPEN INPUT SLGMAP.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH000-CLOSE.
       XH000-READ.
             READ SLGMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XH000-CLOSE.
           IF NOT SLM-ACTIVE OR SLM-ACCOUNT = ZERO
            OR SLM-LEDGER NOT = WS-LEDGER
            OR SLM-TYPE NOT = "CTRL"
               GO TO XH000-READ.
             MOVE SLM-ACCOUNT   TO WS-CTL-AC.
       XH000-CLOSE.
             CLOSE SLGMAP.
       XH000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R E G I S T E R   S L O T
      *
       XJ000-NEXT-VOD.
             MOVE 1             TO WS-NEXT-VOD WS-VODKEY.
             START CHQVOD KEY NOT < WS-VODKEY.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
       XJ000-READ.
             READ CHQVOD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
             COMPUTE WS-NEXT-VOD = WS-VODKEY + 1.
             GO TO XJ000-READ.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   D E B T O R   U P D A T E
      *
       XK000-JOURNAL-DEB.
             MOVE "D"           TO WS-JW-FILE.
             MOVE WS-DEBKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "CRP060"      TO WS-JW-PROGRAM.
             MOVE DEB-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XK000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   I T E M   U P D A T E
      *
      *    File class "T" feeds the transaction delta extract
      *    (DWEXTR).
      *
       XT000-JOURNAL-TRN.
             MOVE "T"           TO WS-JW-FILE.
             MOVE WS-CTRKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "CRP060"      TO WS-JW-PROGRAM.
             MOVE CTR-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XT000-EXIT.
             EXIT.
