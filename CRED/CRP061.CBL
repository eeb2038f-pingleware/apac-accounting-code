      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******    ******      **      *
      *   **    **  **    **  **    **  **    **  **          ***      *
      *   **        **    **  **    **  **    **  **           **      *
      *   **        *******   *******   **    **  *******      **      *
      *   **        **  **    **        **    **  **    **     **      *
      *   **    **  **   **   **        **    **  **    **     **      *
      *    ******   **    **  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  U N P R E S E N T E D   C H E Q U E S                         *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Issued cheques the payee never banks no longer sit for      *
      *    years as reconciling items on the GLP016 bank               *
      *    reconciliation.  Every cheque issued - creditor payments    *
      *    stamped on CTRANS by the cheque run and refund cheques      *
      *    printed off CHQREQ - is unpresented until it is marked      *
      *    presented here (keyed, or matched off the bank statement    *
      *    import BANKSTM.IMP by cheque number and value) or has been  *
      *    voided on CRP060.                                           *
      *                                                                *
      *      'S'  settings - stale period, bank and unclaimed monies   *
      *           accounts                                             *
      *      'P'  mark cheques presented                               *
      *      'I'  import presentments from the bank statement          *
      *      'A'  unpresented cheque ageing report                     *
      *      'W'  write back a stale cheque                            *
      *      'R'  written-back cheque register                         *
      *      'E'  end                                                  *
      *                                                                *
      *    A cheque older than the stale period may be written back:   *
      *    either the liability is reinstated (creditor items          *
      *    reopened and put on hold, a refund's credit restored to     *
      *    the debtor) against the ledger's control account, or the    *
      *    value is moved to the unclaimed monies account.  Either     *
      *    way a balanced ledger batch debits the bank at captured     *
      *    status, the cheque is recorded on the CHQVOD register and   *
      *    the next CHQPOS issued export sends the bank its void       *
      *    record.  The written-back register, with the payee's last   *
      *    known address, is the working paper for the statutory       *
      *    unclaimed monies return.  Reports go to CRP061.PRN.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP061.
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

           SELECT UNPCFG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CFGKEY.

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

      *
      *    ****    S T A L E - C H E Q U E   S E T T I N G S
      *
       FD  UNPCFG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "UNPCFG.DAT".
       01  UPC-RECORD.
           03  UPC-STALE-DAYS PIC  9(04).
           03  UPC-BANK-AC    PIC  9(07).
           03  UPC-UNCLAIMED-AC
                              PIC  9(07).
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
                     VALUE OF FILE-ID "CRP061.PRN".
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
       77  WS-CFGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-CHQ    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ANY         PIC  9(01)     VALUE ZERO.
       77  WS-OPEN-OK     PIC  9(01)     VALUE ZERO.
       77  WS-CHEQUE      PIC  9(06)     VALUE ZERO.
       77  WS-KIND        PIC  X(01)     VALUE SPACE.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-PAYEE       PIC  X(40)     VALUE SPACES.
       77  WS-AMOUNT      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-AMOUNT-ED   PIC  Z(08)9.99-.
       77  WS-CHQ-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-CHQ-REF     PIC  X(10)     VALUE SPACES.
       77  WS-PRS-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-DISPOSAL    PIC  X(01)     VALUE SPACE.
       77  WS-CONFIRM     PIC  X(01)     VALUE SPACE.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-BANK-AC     PIC  9(07)     VALUE ZERO.
       77  WS-CTL-AC      PIC  9(07)     VALUE ZERO.
       77  WS-LEDGER      PIC  X(01)     VALUE SPACE.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-AS-AT       PIC  9(08)     VALUE ZERO.
       77  WS-DAYS        PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-DAYS-ED     PIC  ZZZZ9.
       77  WS-SER-ISSUE   PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-SER-ASAT    PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-BAND        PIC  9(01)     VALUE ZERO.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-BKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-VOD    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-PRS    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-BL-AC       PIC  9(07)     VALUE ZERO.
       77  WS-BL-NARR     PIC  X(30)     VALUE SPACES.
       77  WS-BL-AMOUNT   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FROM-DATE   PIC  9(08)     VALUE ZERO.
       77  WS-TO-DATE     PIC  9(08)     VALUE ZERO.
       77  WS-READ        PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MATCHED     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-COUNT   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-AMT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-STALE-CNT   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-STALE-AMT   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-LIAB-CNT    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LIAB-AMT    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-UNCL-CNT    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-UNCL-AMT    PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-T           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-U           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-TMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-UC-OVER     PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

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

      *
      *    ****    I S S U E D   C H E Q U E S   F O R   A G E I N G
      *
       01  WS-UC-TABLE.
           03  WS-UC-ENT OCCURS 500.
               05  WS-UC-CHEQUE
                              PIC  9(06).
               05  WS-UC-KIND PIC  X(01).
               05  WS-UC-ACCOUNT
                              PIC  9(07).
               05  WS-UC-DATE PIC  9(08).
               05  WS-UC-AMOUNT
                              PIC S9(09)V99 COMP-3.
               05  WS-UC-PAYEE
                              PIC  X(30).
               05  WS-UC-MARK PIC  X(01).
       01  WS-UC-HOLD         PIC  X(59).

      *
      *    ****    A G E   B A N D S
      *
       01  WS-BAND-NAMES.
           03  FILLER        PIC  X(08) VALUE "0-30    ".
           03  FILLER        PIC  X(08) VALUE "31-60   ".
           03  FILLER        PIC  X(08) VALUE "61-90   ".
           03  FILLER        PIC  X(08) VALUE "91-180  ".
           03  FILLER        PIC  X(08) VALUE "OVER 180".
       01  WS-BAND-TABLE REDEFINES WS-BAND-NAMES.
           03  WS-BAND-NAME  PIC  X(08) OCCURS 5.
       01  WS-BAND-TOTALS.
           03  WS-BT-ENT OCCURS 5.
               05  WS-BT-COUNT
                              PIC  9(05)     COMP-5.
               05  WS-BT-AMOUNT
                              PIC S9(11)V99  COMP-3.

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
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

       01  WS-WB-REF.
           03  FILLER        PIC  X(03) VALUE "WBK".
           03  WS-WR-CHEQUE  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACE.

       01  WS-BKS-REF.
           03  WS-BR-CHEQUE  PIC  X(06).
           03  WS-BR-REST    PIC  X(01).
       01  WS-BKS-REF-N REDEFINES WS-BKS-REF.
           03  WS-BR-NUMBER  PIC  9(06).
           03  FILLER        PIC  X(01).

      *
      *    ****    A G E I N G   R E P O R T   L I N E S
      *
       01  WS-AGE-TITLE.
           03  FILLER        PIC  X(40) VALUE
               "UNPRESENTED CHEQUES - AGED BY ISSUE DATE".
           03  FILLER        PIC  X(07) VALUE " AS AT ".
           03  WS-AT-DATE    PIC  9(08).
           03  FILLER        PIC  X(16) VALUE "   STALE AFTER ".
           03  WS-AT-STALE   PIC  ZZZ9.
           03  FILLER        PIC  X(05) VALUE " DAYS".

       01  WS-AGE-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "CHEQUE ISSUED   K ACCOUNT PAYEE                   ".
           03  FILLER        PIC  X(50) VALUE
               "             AMOUNT   DAYS  AGE BAND".

       01  WS-AGE-DET.
           03  WS-AD-CHEQUE  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AD-ISSUED  PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AD-KIND    PIC  X(01).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AD-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AD-PAYEE   PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AD-AMOUNT  PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-AD-DAYS    PIC  ZZZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-BAND    PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-STALE   PIC  X(05).

       01  WS-AGE-TOT.
           03  WS-AT-LABEL   PIC  X(24).
           03  WS-AT-COUNT   PIC  ZZZZ9.
           03  FILLER        PIC  X(34) VALUE SPACES.
           03  WS-AT-AMOUNT  PIC  Z(10)9.99-.

      *
      *    ****    W R I T T E N - B A C K   R E G I S T E R
      *
       01  WS-REG-TITLE.
           03  FILLER        PIC  X(40) VALUE
               "WRITTEN-BACK CHEQUES - UNCLAIMED MONIES".
           03  FILLER        PIC  X(07) VALUE " FROM  ".
           03  WS-RT-FROM    PIC  9(08).
           03  FILLER        PIC  X(04) VALUE " TO ".
           03  WS-RT-TO      PIC  9(08).

       01  WS-REG-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "CHEQUE ISSUED   WRITTEN  K ACCOUNT PAYEE / LAST KN".
           03  FILLER        PIC  X(60) VALUE
               "OWN ADDRESS                      AMOUNT  D BATCH  USR".

       01  WS-REG-DET.
           03  WS-RD-CHEQUE  PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-ISSUED  PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-WRITTEN PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-KIND    PIC  X(01).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-PAYEE   PIC  X(40).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-AMOUNT  PIC  Z(08)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RD-DISP    PIC  X(01).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-BATCH   PIC  9(05).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RD-OPER    PIC  X(03).

       01  WS-REG-ADDR.
           03  FILLER        PIC  X(35) VALUE SPACES.
           03  WS-RA-LINE    PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "UNPRESENTED CHEQUES" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP061"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
      *
      *    The settings record is created on first use with a
      *    six-month stale period.
      *
             OPEN I-O UNPCFG.
           IF WS-STATUS = "35"
               OPEN OUTPUT UNPCFG
               CLOSE UNPCFG
               OPEN I-O UNPCFG
               MOVE SPACES      TO UPC-RECORD
               MOVE 180         TO UPC-STALE-DAYS
               MOVE ZERO        TO UPC-BANK-AC UPC-UNCLAIMED-AC
               MOVE 1           TO WS-CFGKEY
               WRITE UPC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "UNPCFG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE 1             TO WS-CFGKEY.
             READ UNPCFG.
       AA000-MENU.
             DISPLAY "Option 'S'ettings 'P'resented 'I'mport statement"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             DISPLAY "'A'geing 'W'rite back 'R'egister 'E'nd" AT 0712
                     WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0752
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "S"
               PERFORM BA000-SETTINGS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               PERFORM CA000-PRESENTED THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "I"
               PERFORM DA000-IMPORT THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM EA000-AGEING THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "W"
               PERFORM FA000-WRITE-BACK THRU FA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM GA000-REGISTER THRU GA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE UNPCFG.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E T T I N G S                                     *
      *                                                                *
      ******************************************************************
       BA000-SETTINGS.
             DISPLAY "Stale after (days)          :" AT 0912.
             ACCEPT UPC-STALE-DAYS AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF UPC-STALE-DAYS = ZERO
               GO TO BA000-SETTINGS.
             DISPLAY "Bank account                :" AT 1012.
             ACCEPT UPC-BANK-AC AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Unclaimed monies account    :" AT 1112.
             ACCEPT UPC-UNCLAIMED-AC AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             REWRITE UPC-RECORD.
             DISPLAY "Settings saved                      " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A R K   C H E Q U E S   P R E S E N T E D         *
      *                                                                *
      ******************************************************************
       CA000-PRESENTED.
             PERFORM XV000-OPEN-CHEQUES THRU XV000-EXIT.
           IF WS-OPEN-OK = ZERO
               GO TO CA000-EXIT.
       CA000-CHEQUE.
             DISPLAY "Cheque number ('0' ends)    :" AT 0912.
             MOVE ZERO          TO WS-CHEQUE.
             ACCEPT WS-CHEQUE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CHEQUE = ZERO
               GO TO CA000-CLOSE.
             PERFORM XU000-CHEQUE-STATE THRU XU000-EXIT.
           IF WS-KIND = SPACE
               DISPLAY "Cheque not found as issued          " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-CHEQUE.
           IF WS-ANY = 1
               DISPLAY "Cheque already presented or voided  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-CHEQUE.
             MOVE WS-AMOUNT     TO WS-AMOUNT-ED.
             DISPLAY "Payee / amount              :" AT 1012
                     WS-PAYEE (1:30) WITH FOREGROUND-COLOR 11
                     " " WS-AMOUNT-ED WITH FOREGROUND-COLOR 11.
             DISPLAY "Presented on (YYYYMMDD)     :" AT 1112.
             MOVE WS-TODAY-N    TO WS-PRS-DATE.
             ACCEPT WS-PRS-DATE AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-PRS-DATE < WS-CHQ-DATE
               DISPLAY "Presented before it was issued      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-CHEQUE.
             MOVE "K"           TO WS-OPTION.
             PERFORM XM000-WRITE-PRESENTED THRU XM000-EXIT.
             DISPLAY "Cheque marked presented             " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO CA000-CHEQUE.
       CA000-CLOSE.
             PERFORM XW000-CLOSE-CHEQUES THRU XW000-EXIT.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R E S E N T M E N T S   O F F   T H E   B A N K   *
      *            S T A T E M E N T                                   *
      *                                                                *
      *    A statement line whose reference is a six-digit issued      *
      *    cheque number and whose value is the cheque's value is      *
      *    taken as its presentment.  Other lines are left for the     *
      *    GLP016 reconciliation.                                      *
      *                                                                *
      ******************************************************************
       DA000-IMPORT.
             OPEN INPUT BNKSTM.
           IF WS-STATUS NOT = "00"
               DISPLAY "No bank statement file to import    " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             PERFORM XV000-OPEN-CHEQUES THRU XV000-EXIT.
           IF WS-OPEN-OK = ZERO
               CLOSE BNKSTM
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "CHEQUES PRESENTED OFF THE BANK STATEMENT"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-READ WS-MATCHED WS-TOT-AMT.
       DA000-READ.
             READ BNKSTM
                  AT END GO TO DA000-END.
             ADD 1              TO WS-READ.
             MOVE BKS-REFER     TO WS-BKS-REF.
           IF WS-BR-CHEQUE NOT NUMERIC
            OR WS-BR-REST NOT = SPACE
               GO TO DA000-READ.
             MOVE WS-BR-NUMBER  TO WS-CHEQUE.
             PERFORM XU000-CHEQUE-STATE THRU XU000-EXIT.
           IF WS-KIND = SPACE OR WS-ANY = 1
               GO TO DA000-READ.
           IF BKS-VAL NOT = WS-AMOUNT
            AND BKS-VAL NOT = ZERO - WS-AMOUNT
               GO TO DA000-READ.
             MOVE WS-TODAY-N    TO WS-PRS-DATE.
             MOVE "S"           TO WS-OPTION.
             PERFORM XM000-WRITE-PRESENTED THRU XM000-EXIT.
             ADD 1              TO WS-MATCHED.
             ADD WS-AMOUNT      TO WS-TOT-AMT.
             MOVE SPACES        TO WS-AGE-DET.
             MOVE WS-CHEQUE     TO WS-AD-CHEQUE.
             MOVE WS-CHQ-DATE   TO WS-AD-ISSUED.
             MOVE WS-KIND       TO WS-AD-KIND.
             MOVE WS-ACCOUNT    TO WS-AD-ACCOUNT.
             MOVE WS-PAYEE      TO WS-AD-PAYEE.
             MOVE WS-AMOUNT     TO WS-AD-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-DET.
             GO TO DA000-READ.
       DA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-AGE-TOT.
             MOVE "STATEMENT LINES READ" TO WS-AT-LABEL.
             MOVE WS-READ       TO WS-AT-COUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
             MOVE "CHEQUES PRESENTED" TO WS-AT-LABEL.
             MOVE WS-MATCHED    TO WS-AT-COUNT.
             MOVE WS-TOT-AMT    TO WS-AT-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
             CLOSE BNKSTM PRNREP.
             PERFORM XW000-CLOSE-CHEQUES THRU XW000-EXIT.
             DISPLAY "Cheques presented : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-MATCHED WITH FOREGROUND-COLOR 11
                     "  - listed on CRP061.PRN"
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U N P R E S E N T E D   C H E Q U E   A G E I N G   *
      *                                                                *
      ******************************************************************
       EA000-AGEING.
             DISPLAY "Age as at (YYYYMMDD)        :" AT 0912.
             MOVE WS-TODAY-N    TO WS-AS-AT.
             ACCEPT WS-AS-AT AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-AS-AT = ZERO
               MOVE WS-TODAY-N  TO WS-AS-AT.
             PERFORM XV000-OPEN-CHEQUES THRU XV000-EXIT.
           IF WS-OPEN-OK = ZERO
               GO TO EA000-EXIT.
             PERFORM XP000-COLLECT THRU XP000-EXIT.
             PERFORM XQ000-SORT THRU XQ000-EXIT.
             MOVE WS-AS-AT      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-ASAT.
             OPEN OUTPUT PRNREP.
             MOVE WS-AS-AT      TO WS-AT-DATE.
             MOVE UPC-STALE-DAYS
                                TO WS-AT-STALE.
             WRITE REP-LINE FROM WS-AGE-TITLE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-AGE-HEAD.
             MOVE ZERO          TO WS-TOT-COUNT WS-TOT-AMT
                                   WS-STALE-CNT WS-STALE-AMT.
             MOVE 1             TO WS-BAND.
       EA000-CLEAR.
             MOVE ZERO          TO WS-BT-COUNT (WS-BAND)
                                   WS-BT-AMOUNT (WS-BAND).
             ADD 1              TO WS-BAND.
           IF WS-BAND NOT > 5
               GO TO EA000-CLEAR.
             MOVE ZERO          TO WS-T.
       EA000-NEXT.
             ADD 1              TO WS-T.
           IF WS-T > WS-TMAX
               GO TO EA000-TOTALS.
           IF WS-UC-MARK (WS-T) NOT = SPACE
               GO TO EA000-NEXT.
             MOVE WS-UC-DATE (WS-T)
                                TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE ZERO          TO WS-DAYS.
           IF WS-SD-SERIAL < WS-SER-ASAT
               COMPUTE WS-DAYS = WS-SER-ASAT - WS-SD-SERIAL.
           IF WS-DAYS > 180
               MOVE 5           TO WS-BAND
           ELSE
           IF WS-DAYS > 90
               MOVE 4           TO WS-BAND
           ELSE
           IF WS-DAYS > 60
               MOVE 3           TO WS-BAND
           ELSE
           IF WS-DAYS > 30
               MOVE 2           TO WS-BAND
           ELSE
               MOVE 1           TO WS-BAND.
           IF WS-UC-KIND (WS-T) = "C"
               MOVE WS-UC-ACCOUNT (WS-T)
                                TO WS-ACCOUNT
               PERFORM XY000-CREDITOR-NAME THRU XY000-EXIT
               MOVE WS-PAYEE    TO WS-UC-PAYEE (WS-T).
             MOVE SPACES        TO WS-AGE-DET.
             MOVE WS-UC-CHEQUE (WS-T)
                                TO WS-AD-CHEQUE.
             MOVE WS-UC-DATE (WS-T)
                                TO WS-AD-ISSUED.
             MOVE WS-UC-KIND (WS-T)
                                TO WS-AD-KIND.
             MOVE WS-UC-ACCOUNT (WS-T)
                                TO WS-AD-ACCOUNT.
             MOVE WS-UC-PAYEE (WS-T)
                                TO WS-AD-PAYEE.
             MOVE WS-UC-AMOUNT (WS-T)
                                TO WS-AD-AMOUNT.
             MOVE WS-DAYS       TO WS-AD-DAYS.
             MOVE WS-BAND-NAME (WS-BAND)
                                TO WS-AD-BAND.
           IF WS-DAYS NOT < UPC-STALE-DAYS
               MOVE "STALE"     TO WS-AD-STALE
               ADD 1            TO WS-STALE-CNT
               ADD WS-UC-AMOUNT (WS-T)
                                TO WS-STALE-AMT.
             WRITE REP-LINE FROM WS-AGE-DET.
             ADD 1              TO WS-BT-COUNT (WS-BAND) WS-TOT-COUNT.
             ADD WS-UC-AMOUNT (WS-T)
                                TO WS-BT-AMOUNT (WS-BAND) WS-TOT-AMT.
             GO TO EA000-NEXT.
       EA000-TOTALS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-BAND.
       EA000-BAND.
             MOVE SPACES        TO WS-AGE-TOT.
             STRING "AGED " WS-BAND-NAME (WS-BAND) " DAYS"
                    DELIMITED SIZE INTO WS-AT-LABEL.
             MOVE WS-BT-COUNT (WS-BAND)
                                TO WS-AT-COUNT.
             MOVE WS-BT-AMOUNT (WS-BAND)
                                TO WS-AT-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
             ADD 1              TO WS-BAND.
           IF WS-BAND NOT > 5
               GO TO EA000-BAND.
             MOVE SPACES        TO WS-AGE-TOT.
             MOVE "TOTAL UNPRESENTED" TO WS-AT-LABEL.
             MOVE WS-TOT-COUNT  TO WS-AT-COUNT.
             MOVE WS-TOT-AMT    TO WS-AT-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
             MOVE "STALE - MAY BE WRITTEN BACK" TO WS-AT-LABEL.
             MOVE WS-STALE-CNT  TO WS-AT-COUNT.
             MOVE WS-STALE-AMT  TO WS-AT-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
           IF WS-UC-OVER > ZERO
               MOVE SPACES      TO REP-LINE
               WRITE REP-LINE
               MOVE "MORE THAN 500 ISSUED CHEQUES ON FILE - LATER ONES N
      -             "OT AGED" TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             PERFORM XW000-CLOSE-CHEQUES THRU XW000-EXIT.
             DISPLAY "Unpresented cheques : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-TOT-COUNT WITH FOREGROUND-COLOR 11
                     "  - listed on CRP061.PRN"
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    W R I T E   B A C K   A   S T A L E   C H E Q U E   *
      *                                                                *
      ******************************************************************
       FA000-WRITE-BACK.
             PERFORM XV000-OPEN-CHEQUES THRU XV000-EXIT.
           IF WS-OPEN-OK = ZERO
               GO TO FA000-EXIT.
             DISPLAY "Cheque number ('0' ends)    :" AT 0912.
             MOVE ZERO          TO WS-CHEQUE.
             ACCEPT WS-CHEQUE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CHEQUE = ZERO
               GO TO FA000-CLOSE.
             PERFORM XU000-CHEQUE-STATE THRU XU000-EXIT.
           IF WS-KIND = SPACE
               DISPLAY "Cheque not found as issued          " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-CLOSE.
           IF WS-ANY = 1
               DISPLAY "Cheque already presented or voided  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-CLOSE.
             MOVE WS-CHQ-DATE   TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-ISSUE.
             MOVE WS-TODAY-N    TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE ZERO          TO WS-DAYS.
           IF WS-SER-ISSUE < WS-SD-SERIAL
               COMPUTE WS-DAYS = WS-SD-SERIAL - WS-SER-ISSUE.
             MOVE WS-DAYS       TO WS-DAYS-ED.
           IF WS-DAYS < UPC-STALE-DAYS
               DISPLAY "Not yet stale - issued days ago :" AT 2312
                       WITH FOREGROUND-COLOR 14
                       WS-DAYS-ED WITH FOREGROUND-COLOR 11
               GO TO FA000-CLOSE.
             MOVE WS-AMOUNT     TO WS-AMOUNT-ED.
             DISPLAY "Payee                       :" AT 1012
                     WS-PAYEE WITH FOREGROUND-COLOR 11.
             DISPLAY "Amount / issued / days      :" AT 1112
                     WS-AMOUNT-ED WITH FOREGROUND-COLOR 11
                     "  " WS-CHQ-DATE WITH FOREGROUND-COLOR 11
                     "  " WS-DAYS-ED WITH FOREGROUND-COLOR 11.
       FA000-DISPOSAL.
             DISPLAY "'L'iability or 'U'nclaimed  :" AT 1212.
             MOVE SPACE         TO WS-DISPOSAL.
             ACCEPT WS-DISPOSAL AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-DISPOSAL = SPACE
               GO TO FA000-CLOSE.
           IF WS-DISPOSAL NOT = "L" AND NOT = "U"
               GO TO FA000-DISPOSAL.
           IF WS-DISPOSAL = "U" AND UPC-UNCLAIMED-AC = ZERO
               DISPLAY "No unclaimed monies account in settings"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO FA000-CLOSE.
       FA000-PERIOD.
             DISPLAY "Post into period (1-13)     :" AT 1312.
             ACCEPT WS-PERIOD AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO FA000-PERIOD.
           IF WS-YEAR = ZERO
               MOVE WS-TDY-YEAR TO WS-YEAR.
             DISPLAY "Financial year              :" AT 1412.
             ACCEPT WS-YEAR AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE UPC-BANK-AC   TO WS-BANK-AC.
             DISPLAY "Bank account                :" AT 1512.
             ACCEPT WS-BANK-AC AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-BANK-AC = ZERO
               GO TO FA000-CLOSE.
      *
      *    Reinstating the liability goes back through the ledger
      *    the cheque came from; unclaimed monies is a G/Ledger
      *    entry only.
      *
           IF WS-DISPOSAL = "U"
               MOVE ZERO        TO WS-PSTKEY
               MOVE UPC-UNCLAIMED-AC
                                TO WS-CTL-AC
           ELSE
           IF WS-KIND = "C"
               MOVE "C"         TO WS-LEDGER
               MOVE 26          TO WS-PSTKEY
           ELSE
               MOVE "D"         TO WS-LEDGER
               MOVE 13          TO WS-PSTKEY.
             PERFORM XE000-CHECK-PERIOD THRU XE000-EXIT.
           IF WS-PER-OPEN = ZERO
               DISPLAY "Period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO FA000-CLOSE.
           IF WS-DISPOSAL = "L"
               PERFORM XH000-CONTROL-AC THRU XH000-EXIT.
           IF WS-CTL-AC = ZERO
               DISPLAY "No CTRL rule on SLGMAP for the ledger - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO FA000-CLOSE.
             DISPLAY "Confirm write-back (Y/N)    :" AT 1712.
             MOVE "N"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM NOT = "Y"
               GO TO FA000-CLOSE.
             PERFORM FB000-POST THRU FB000-EXIT.
       FA000-CLOSE.
             PERFORM XW000-CLOSE-CHEQUES THRU XW000-EXIT.
       FA000-EXIT.
             EXIT.
      *
      *    ****    P O S T   T H E   W R I T E - B A C K
      *
       FB000-POST.
           IF WS-KIND = "R" AND WS-DISPOSAL = "L"
               OPEN I-O DEBTOR
               IF WS-STATUS NOT = "00"
                   DISPLAY "DEBTOR open error - Status " AT 2312
                           WS-STATUS WITH FOREGROUND-COLOR 14
                   GO TO FB000-EXIT.
           IF WS-KIND = "R" AND WS-DISPOSAL = "L"
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
             MOVE WS-CHEQUE     TO WS-WR-CHEQUE.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE ZERO          TO WS-LINE-NO.
             MOVE WS-BANK-AC    TO WS-BL-AC.
             STRING "CHEQUE " WS-CHEQUE " WRITE-BACK - BANK"
                    DELIMITED SIZE INTO WS-BL-NARR.
             MOVE WS-AMOUNT     TO WS-BL-AMOUNT.
             PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
             MOVE WS-CTL-AC     TO WS-BL-AC.
           IF WS-DISPOSAL = "U"
               STRING "CHEQUE " WS-CHEQUE " UNCLAIMED MONIES"
                      DELIMITED SIZE INTO WS-BL-NARR
           ELSE
               STRING "CHEQUE " WS-CHEQUE " WRITE-BACK - CTRL"
                      DELIMITED SIZE INTO WS-BL-NARR.
             COMPUTE WS-BL-AMOUNT = ZERO - WS-AMOUNT.
             PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
      *
      *    A refund cheque is cancelled on the queue either way; the
      *    sub-ledger is only touched when the liability returns.
      *
           IF WS-KIND = "R"
               MOVE WS-SAVE-CHQ TO WS-CHQKEY
               READ CHQREQ
               IF WS-STATUS = "00"
                   MOVE "X"     TO CHQ-STATUS
                   REWRITE CHQ-RECORD.
           IF WS-DISPOSAL = "L" AND WS-KIND = "C"
               PERFORM FC000-REOPEN THRU FC000-EXIT.
           IF WS-DISPOSAL = "L" AND WS-KIND = "R"
               PERFORM XA000-FIND-DEBTOR THRU XA000-EXIT
               PERFORM FF000-DEBTOR-ITEM THRU FF000-EXIT.
             PERFORM FD000-HEADER THRU FD000-EXIT.
             PERFORM FE000-REGISTER THRU FE000-EXIT.
             CLOSE GLBHDR GLBTRN.
           IF WS-KIND = "R" AND WS-DISPOSAL = "L"
               CLOSE DEBTOR DTRANS.
             DISPLAY "Cheque written back - ledger batch " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11.
       FB000-EXIT.
             EXIT.
      *
      *    ****    R E I N S T A T E   T H E   C R E D I T O R
      *            I T E M S
      *
      *    Reopened and held - the supplier is traced before the
      *    invoices are released for payment again.
      *
       FC000-REOPEN.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO FC000-EXIT.
       FC000-READ.
             READ CTRANS NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FC000-EXIT.
           IF CTR-CHEQUE-NO NOT = WS-CHEQUE
            OR NOT CTR-PAID OR CTR-DELETED
               GO TO FC000-READ.
           IF CTR-PAYMENT
               GO TO FC000-READ.
             MOVE CTR-RECORD    TO WS-JW-BEFORE.
             MOVE SPACE         TO CTR-PAY-FLAG.
             MOVE ZERO          TO CTR-CHEQUE-NO CTR-PAY-DATE.
             MOVE SPACES        TO CTR-PAY-REF.
             MOVE "O"           TO CTR-STATUS.
           IF CTR-INVOICE
               MOVE "H"         TO CTR-APP-STATUS
               MOVE WS-OPER     TO CTR-APP-OPER.
             REWRITE CTR-RECORD.
             PERFORM XT000-JOURNAL-TRN THRU XT000-EXIT.
             GO TO FC000-READ.
       FC000-EXIT.
             EXIT.
      *
      *    ****    B A T C H   H E A D E R
      *
       FD000-HEADER.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             STRING "STALE CHEQUE " DELIMITED SIZE
                    WS-WB-REF DELIMITED SIZE
                    INTO BCH-DESC.
             MOVE "CV "         TO BCH-SOURCE.
             MOVE WS-PERIOD     TO BCH-PERIOD.
             MOVE WS-YEAR       TO BCH-YEAR.
             MOVE WS-TODAY-N    TO BCH-DATE.
             MOVE WS-AMOUNT     TO BCH-DEBITS BCH-CREDITS.
             MOVE "C"           TO BCH-STATUS.
             MOVE WS-OPER       TO BCH-OPER.
             MOVE SPACES        TO BCH-APPROVER BCH-CURRENCY.
             MOVE ZERO          TO BCH-APP-DATE BCH-EXCH-RATE
                                   BCH-LINK.
             MOVE WS-NEXT-HKEY  TO WS-GBHKEY.
             WRITE BCH-RECORD.
             ADD 1              TO WS-NEXT-HKEY.
       FD000-EXIT.
             EXIT.
      *
      *    ****    R E G I S T E R   E N T R Y
      *
      *    Held on the void register so the next CHQPOS export
      *    stops the cheque at the bank.
      *
       FE000-REGISTER.
             PERFORM XJ000-NEXT-VOD THRU XJ000-EXIT.
             MOVE SPACES        TO VOD-RECORD.
             MOVE WS-CHEQUE     TO VOD-CHEQUE-NO.
             MOVE WS-KIND       TO VOD-KIND.
             MOVE WS-ACCOUNT    TO VOD-ACCOUNT.
             MOVE WS-PAYEE      TO VOD-PAYEE.
             MOVE WS-AMOUNT     TO VOD-AMOUNT.
             MOVE WS-CHQ-DATE   TO VOD-CHQ-DATE.
             MOVE WS-TODAY-N    TO VOD-DATE.
             MOVE "W"           TO VOD-REASON.
             STRING "STALE - UNPRESENTED " WS-DAYS-ED " DAYS"
                    DELIMITED SIZE INTO VOD-NOTE.
             MOVE WS-OPER       TO VOD-OPER.
             MOVE "N"           TO VOD-REPLACE.
             MOVE WS-NEXT-BATCH TO VOD-BATCH.
             MOVE "P"           TO VOD-POS-FLAG.
             MOVE ZERO          TO VOD-POS-DATE.
             MOVE "A"           TO VOD-STATUS.
             MOVE WS-DISPOSAL   TO VOD-WRITEBACK.
             MOVE WS-NEXT-VOD   TO WS-VODKEY.
             WRITE VOD-RECORD.
       FE000-EXIT.
             EXIT.
      *
      *    ****    D E B T O R   C R E D I T   R E S T O R E D
      *
      *    Marked as already in the ledger - the write-back batch
      *    carries it.
      *
       FF000-DEBTOR-ITEM.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE WS-ACCOUNT    TO DTR-ACCOUNT.
             MOVE "RFND"        TO DTR-TYPE.
             MOVE WS-TODAY-N    TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-CHQ-REF    TO DTR-REF.
             MOVE "STALE CHEQUE - CREDIT RESTORED" TO DTR-NARR.
             COMPUTE DTR-AMOUNT = ZERO - WS-AMOUNT.
             MOVE ZERO          TO DTR-VAT-AMT DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE "P"           TO DTR-GL-FLAG.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             ADD 1              TO WS-NEXT-TKEY.
           IF WS-FOUND = ZERO
               GO TO FF000-EXIT.
             MOVE DEB-RECORD    TO WS-JW-BEFORE.
             SUBTRACT WS-AMOUNT FROM DEB-BALANCE.
             SUBTRACT WS-AMOUNT FROM DEB-AGED-BAL (1).
             REWRITE DEB-RECORD.
             PERFORM XK000-JOURNAL-DEB THRU XK000-EXIT.
       FF000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    W R I T T E N - B A C K   C H E Q U E           *
      *            R E G I S T E R                                     *
      *                                                                *
      ******************************************************************
       GA000-REGISTER.
             DISPLAY "Written back from / to      :" AT 0912.
             MOVE ZERO          TO WS-FROM-DATE.
             ACCEPT WS-FROM-DATE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-TODAY-N    TO WS-TO-DATE.
             ACCEPT WS-TO-DATE AT 0954
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             OPEN INPUT CHQVOD.
           IF WS-STATUS NOT = "00"
               DISPLAY "No cheques have been written back   " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO GA000-EXIT.
             OPEN INPUT CREDIT.
             OPEN INPUT DEBTOR.
             OPEN OUTPUT PRNREP.
             MOVE WS-FROM-DATE  TO WS-RT-FROM.
             MOVE WS-TO-DATE    TO WS-RT-TO.
             WRITE REP-LINE FROM WS-REG-TITLE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-REG-HEAD.
             MOVE ZERO          TO WS-LIAB-CNT WS-LIAB-AMT
                                   WS-UNCL-CNT WS-UNCL-AMT.
             MOVE 1             TO WS-VODKEY.
             START CHQVOD KEY NOT < WS-VODKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-TOTAL.
       GA000-READ.
             READ CHQVOD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-TOTAL.
           IF NOT VOD-ACTIVE OR NOT VOD-WRITTEN-BACK
               GO TO GA000-READ.
           IF VOD-DATE < WS-FROM-DATE
            OR VOD-DATE > WS-TO-DATE
               GO TO GA000-READ.
             MOVE SPACES        TO WS-REG-DET.
             MOVE VOD-CHEQUE-NO TO WS-RD-CHEQUE.
             MOVE VOD-CHQ-DATE  TO WS-RD-ISSUED.
             MOVE VOD-DATE      TO WS-RD-WRITTEN.
             MOVE VOD-KIND      TO WS-RD-KIND.
             MOVE VOD-ACCOUNT   TO WS-RD-ACCOUNT.
             MOVE VOD-PAYEE     TO WS-RD-PAYEE.
             MOVE VOD-AMOUNT    TO WS-RD-AMOUNT.
             MOVE VOD-WRITEBACK TO WS-RD-DISP.
             MOVE VOD-BATCH     TO WS-RD-BATCH.
             MOVE VOD-OPER      TO WS-RD-OPER.
             WRITE REP-LINE FROM WS-REG-DET.
             PERFORM XR000-ADDRESS THRU XR000-EXIT.
           IF VOD-WB-UNCLAIMED
               ADD 1            TO WS-UNCL-CNT
               ADD VOD-AMOUNT   TO WS-UNCL-AMT
           ELSE
               ADD 1            TO WS-LIAB-CNT
               ADD VOD-AMOUNT   TO WS-LIAB-AMT.
             GO TO GA000-READ.
       GA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-AGE-TOT.
             MOVE "U - TO UNCLAIMED MONIES" TO WS-AT-LABEL.
             MOVE WS-UNCL-CNT   TO WS-AT-COUNT.
             MOVE WS-UNCL-AMT   TO WS-AT-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
             MOVE "L - LIABILITY REINSTATED" TO WS-AT-LABEL.
             MOVE WS-LIAB-CNT   TO WS-AT-COUNT.
             MOVE WS-LIAB-AMT   TO WS-AT-AMOUNT.
             WRITE REP-LINE FROM WS-AGE-TOT.
             CLOSE CHQVOD CREDIT DEBTOR PRNREP.
             DISPLAY "Written-back register on CRP061.PRN " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
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
             PERFORM XY000-CREDITOR-NAME THRU XY000-EXIT.
       XB000-EXIT.
             EXIT.
      *
      *    ****    R E F U N D   C H E Q U E   O F F   C H Q R E Q ?
      *
       XC000-REFUND-CHEQUE.
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
      *    ****    O N   T H E   V O I D   R E G I S T E R ?
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
      *    ****    P E R I O D - S T A T U S   C H E C K
      *
      *    Caller sets WS-PSTKEY to the module's base.
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
             MOVE WS-WB-REF     TO BTR-REF.
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
               GO TO XG000-TRN.
       XG000-BTR-LOOP.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
             COMPUTE WS-NEXT-BKEY = WS-GBTKEY + 1.
             GO TO XG000-BTR-LOOP.
       XG000-TRN.
           IF WS-KIND NOT = "R" OR WS-DISPOSAL NOT = "L"
               GO TO XG000-EXIT.
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
             MOVE "CRP061"      TO WS-JW-PROGRAM.
             MOVE DEB-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XK000-EXIT.
             EXIT.
      *
      *    ****    A L R E A D Y   P R E S E N T E D ?
      *
       XL000-FIND-PRESENTED.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PRSKEY.
             START CHQPRS KEY NOT < WS-PRSKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ CHQPRS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
           IF PRS-CHEQUE-NO = WS-CHEQUE AND PRS-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XL000-EXIT.
             GO TO XL000-READ.
       XL000-EXIT.
             EXIT.
      *
      *    ****    R E C O R D   A   P R E S E N T M E N T
      *
      *    Caller sets the date and the source ("K" keyed, "S"
      *    statement) in WS-OPTION.
      *
       XM000-WRITE-PRESENTED.
             MOVE 1             TO WS-NEXT-PRS WS-PRSKEY.
             START CHQPRS KEY NOT < WS-PRSKEY.
           IF WS-STATUS NOT = "00"
               GO TO XM000-WRITE.
       XM000-READ.
             READ CHQPRS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XM000-WRITE.
             COMPUTE WS-NEXT-PRS = WS-PRSKEY + 1.
             GO TO XM000-READ.
       XM000-WRITE.
             MOVE SPACES        TO PRS-RECORD.
             MOVE WS-CHEQUE     TO PRS-CHEQUE-NO.
             MOVE WS-PRS-DATE   TO PRS-DATE.
             MOVE WS-AMOUNT     TO PRS-AMOUNT.
             MOVE WS-OPTION     TO PRS-SOURCE.
             MOVE WS-OPER       TO PRS-OPER.
             MOVE "A"           TO PRS-STATUS.
             MOVE WS-NEXT-PRS   TO WS-PRSKEY.
             WRITE PRS-RECORD.
       XM000-EXIT.
             EXIT.
      *
      *    ****    O N E   I S S U E D   C H E Q U E   I N T O   T H E
      *            T A B L E
      *
      *    A creditor cheque's items accumulate on one entry.
      *
       XN000-ADD-ENTRY.
             PERFORM XO000-FIND-ENTRY THRU XO000-EXIT.
           IF WS-U > ZERO
               ADD WS-AMOUNT    TO WS-UC-AMOUNT (WS-U)
               GO TO XN000-EXIT.
           IF WS-TMAX NOT < 500
               ADD 1            TO WS-UC-OVER
               GO TO XN000-EXIT.
             ADD 1              TO WS-TMAX.
             MOVE WS-CHEQUE     TO WS-UC-CHEQUE (WS-TMAX).
             MOVE WS-KIND       TO WS-UC-KIND (WS-TMAX).
             MOVE WS-ACCOUNT    TO WS-UC-ACCOUNT (WS-TMAX).
             MOVE WS-CHQ-DATE   TO WS-UC-DATE (WS-TMAX).
             MOVE WS-AMOUNT     TO WS-UC-AMOUNT (WS-TMAX).
             MOVE WS-PAYEE      TO WS-UC-PAYEE (WS-TMAX).
             MOVE SPACE         TO WS-UC-MARK (WS-TMAX).
       XN000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   C H E Q U E   I N   T H E   T A B L E
      *
       XO000-FIND-ENTRY.
             MOVE ZERO          TO WS-U.
       XO000-LOOP.
             ADD 1              TO WS-U.
           IF WS-U > WS-TMAX
               MOVE ZERO        TO WS-U
               GO TO XO000-EXIT.
           IF WS-UC-CHEQUE (WS-U) NOT = WS-CHEQUE
               GO TO XO000-LOOP.
       XO000-EXIT.
             EXIT.
      *
      *    ****    C O L L E C T   T H E   I S S U E D   C H E Q U E S
      *
      *    Creditor cheques from the CTRANS items the cheque runs
      *    stamped, refund cheques from CHQREQ; those presented or
      *    on the void register are then marked off.
      *
       XP000-COLLECT.
             MOVE ZERO          TO WS-TMAX WS-UC-OVER.
             MOVE SPACES        TO WS-PAYEE.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-REFUNDS.
       XP000-CTR.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-REFUNDS.
           IF NOT CTR-PAID OR CTR-DELETED OR CTR-PAYMENT
               GO TO XP000-CTR.
           IF CTR-CHEQUE-NO NOT NUMERIC
               GO TO XP000-CTR.
           IF CTR-CHEQUE-NO = ZERO OR CTR-PAY-DATE > WS-AS-AT
               GO TO XP000-CTR.
             MOVE CTR-CHEQUE-NO TO WS-CHEQUE.
             MOVE "C"           TO WS-KIND.
             MOVE CTR-ACCOUNT   TO WS-ACCOUNT.
             MOVE CTR-PAY-DATE  TO WS-CHQ-DATE.
             MOVE CTR-AMOUNT    TO WS-AMOUNT.
             PERFORM XN000-ADD-ENTRY THRU XN000-EXIT.
             GO TO XP000-CTR.
       XP000-REFUNDS.
             MOVE 1             TO WS-CHQKEY.
             START CHQREQ KEY NOT < WS-CHQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-PRESENTED.
       XP000-CHQ.
             READ CHQREQ NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-PRESENTED.
           IF NOT CHQ-PRINTED OR CHQ-CHEQUE-NO = ZERO
            OR CHQ-DATE > WS-AS-AT
               GO TO XP000-CHQ.
             MOVE CHQ-CHEQUE-NO TO WS-CHEQUE.
             MOVE "R"           TO WS-KIND.
             MOVE CHQ-ACCOUNT   TO WS-ACCOUNT.
             MOVE CHQ-DATE      TO WS-CHQ-DATE.
             MOVE CHQ-AMOUNT    TO WS-AMOUNT.
             MOVE CHQ-PAYEE     TO WS-PAYEE.
             PERFORM XN000-ADD-ENTRY THRU XN000-EXIT.
             GO TO XP000-CHQ.
       XP000-PRESENTED.
             MOVE 1             TO WS-PRSKEY.
             START CHQPRS KEY NOT < WS-PRSKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-VOIDS.
       XP000-PRS.
             READ CHQPRS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-VOIDS.
           IF NOT PRS-ACTIVE OR PRS-DATE > WS-AS-AT
               GO TO XP000-PRS.
             MOVE PRS-CHEQUE-NO TO WS-CHEQUE.
             PERFORM XO000-FIND-ENTRY THRU XO000-EXIT.
           IF WS-U > ZERO
               MOVE "P"         TO WS-UC-MARK (WS-U).
             GO TO XP000-PRS.
       XP000-VOIDS.
             MOVE 1             TO WS-VODKEY.
             START CHQVOD KEY NOT < WS-VODKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-VOD.
             READ CHQVOD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF NOT VOD-ACTIVE OR VOD-DATE > WS-AS-AT
               GO TO XP000-VOD.
             MOVE VOD-CHEQUE-NO TO WS-CHEQUE.
             PERFORM XO000-FIND-ENTRY THRU XO000-EXIT.
           IF WS-U > ZERO
               MOVE "V"         TO WS-UC-MARK (WS-U).
             GO TO XP000-VOD.
       XP000-EXIT.
             EXIT.
      *
      *    ****    S O R T   T H E   T A B L E   B Y   C H E Q U E
      *
       XQ000-SORT.
             MOVE ZERO          TO WS-T.
       XQ000-OUTER.
             ADD 1              TO WS-T.
           IF WS-T NOT < WS-TMAX
               GO TO XQ000-EXIT.
             MOVE WS-T          TO WS-U.
       XQ000-INNER.
             ADD 1              TO WS-U.
           IF WS-U > WS-TMAX
               GO TO XQ000-OUTER.
           IF WS-UC-CHEQUE (WS-U) < WS-UC-CHEQUE (WS-T)
               MOVE WS-UC-ENT (WS-T)
                                TO WS-UC-HOLD
               MOVE WS-UC-ENT (WS-U)
                                TO WS-UC-ENT (WS-T)
               MOVE WS-UC-HOLD  TO WS-UC-ENT (WS-U).
             GO TO XQ000-INNER.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    L A S T   K N O W N   A D D R E S S
      *
       XR000-ADDRESS.
             MOVE VOD-ACCOUNT   TO WS-ACCOUNT.
             MOVE ZERO          TO WS-FOUND.
           IF VOD-REFUND
               GO TO XR000-DEBTOR.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-CRE.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
           IF CRE-ACCOUNT NOT = WS-ACCOUNT
               GO TO XR000-CRE.
             MOVE CRE-ADDRESS1  TO WS-RA-LINE.
             WRITE REP-LINE FROM WS-REG-ADDR.
             MOVE CRE-ADDRESS2  TO WS-RA-LINE.
             WRITE REP-LINE FROM WS-REG-ADDR.
             MOVE CRE-ADDRESS3  TO WS-RA-LINE.
             WRITE REP-LINE FROM WS-REG-ADDR.
             GO TO XR000-EXIT.
       XR000-DEBTOR.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-DEB.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
           IF DEB-ACCOUNT NOT = WS-ACCOUNT
               GO TO XR000-DEB.
             MOVE DEB-ADDRESS1  TO WS-RA-LINE.
             WRITE REP-LINE FROM WS-REG-ADDR.
             MOVE DEB-ADDRESS2  TO WS-RA-LINE.
             WRITE REP-LINE FROM WS-REG-ADDR.
             MOVE DEB-ADDRESS3  TO WS-RA-LINE.
             WRITE REP-LINE FROM WS-REG-ADDR.
       XR000-EXIT.
             EXIT.
      *
      *    ****    S E R I A L   D A Y   N U M B E R
      *
      *    Days from a fixed origin, so two dates subtract to the
      *    days between them.  Caller sets WS-SD-DATE-N.
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
             MOVE "CRP061"      TO WS-JW-PROGRAM.
             MOVE CTR-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XT000-EXIT.
             EXIT.
      *
      *    ****    W H A T   B E C A M E   O F   A   C H E Q U E
      *
      *    WS-KIND is space when the number was never issued;
      *    WS-ANY is 1 once it has been presented or voided.
      *
       XU000-CHEQUE-STATE.
             PERFORM XB000-CREDITOR-CHEQUE THRU XB000-EXIT.
           IF WS-ANY = ZERO
               PERFORM XC000-REFUND-CHEQUE THRU XC000-EXIT.
             MOVE ZERO          TO WS-ANY.
           IF WS-KIND = SPACE
               GO TO XU000-EXIT.
             PERFORM XL000-FIND-PRESENTED THRU XL000-EXIT.
           IF WS-FOUND = 1
               MOVE 1           TO WS-ANY
               GO TO XU000-EXIT.
             PERFORM XD000-FIND-VOID THRU XD000-EXIT.
           IF WS-FOUND = 1
               MOVE 1           TO WS-ANY.
       XU000-EXIT.
             EXIT.
      *
      *    ****    O P E N   T H E   C H E Q U E   F I L E S
      *
       XV000-OPEN-CHEQUES.
             MOVE ZERO          TO WS-OPEN-OK.
             OPEN I-O CTRANS.
           IF WS-STATUS NOT = "00"
               DISPLAY "CTRANS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XV000-EXIT.
             OPEN INPUT CREDIT.
             OPEN I-O CHQREQ.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHQREQ
               CLOSE CHQREQ
               OPEN I-O CHQREQ.
             OPEN I-O CHQVOD.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHQVOD
               CLOSE CHQVOD
               OPEN I-O CHQVOD.
             OPEN I-O CHQPRS.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHQPRS
               CLOSE CHQPRS
               OPEN I-O CHQPRS.
             MOVE 1             TO WS-OPEN-OK.
       XV000-EXIT.
             EXIT.
      *
      *    ****    C L O S E   T H E   C H E Q U E   F I L E S
      *
       XW000-CLOSE-CHEQUES.
             CLOSE CTRANS CREDIT CHQREQ CHQVOD CHQPRS.
       XW000-EXIT.
             EXIT.
      *
      *    ****    C R E D I T O R   N A M E
      *
       XY000-CREDITOR-NAME.
             MOVE SPACES        TO WS-PAYEE.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XY000-EXIT.
       XY000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XY000-EXIT.
           IF CRE-ACCOUNT NOT = WS-ACCOUNT
               GO TO XY000-READ.
             MOVE CRE-NAME      TO WS-PAYEE.
       XY000-EXIT.
             EXIT.
