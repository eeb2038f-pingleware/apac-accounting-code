      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   ********  *******    ******    ******   ********   *
      *   **    **     **     **    **  **    **  **        **         *
      *   **    **     **     **    **  **    **  **        **         *
      *   **    **     **     *******   **    **  *******   *******    *
      *   **    **     **     **        **    **  **    **        **   *
      *   **    **     **     **        **    **  **    **  **    **   *
      *   *******      **     **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C U S T O M E R   V O L U M E   R E B A T E S                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Retrospective volume rebate agreements, worked out here     *
      *    instead of in a year-end spreadsheet and credited by hand.  *
      *    An agreement belongs to one debtor account, or to a head    *
      *    office and every branch that carries it on DEB-PARENT (as   *
      *    DTP064 groups them), and holds the agreement period, up to  *
      *    six qualifying stock groups (none = all stock) and up to    *
      *    four tiers of sales threshold and rebate percent.           *
      *    Retrospective means the rate of the highest tier reached    *
      *    applies to the whole qualifying volume, measured from the   *
      *    sales tracking file (SALESTRK.DAT, as STPSEN writes it).    *
      *                                                                *
      *      'M'  maintain agreements                                  *
      *      'P'  progress-to-next-tier statements                     *
      *      'A'  monthly rebate accrual                               *
      *      'S'  settlement run for agreements whose period has       *
      *           ended                                                *
      *      'C'  rebate liability and expense accounts                *
      *      'E'  end                                                  *
      *                                                                *
      *    The accrual run re-measures each live agreement to date     *
      *    and posts the movement in the expected rebate (debit        *
      *    rebate expense, credit rebate liability) as a G/Ledger      *
      *    batch at captured status.  The settlement run raises the    *
      *    customer's "CRN " credit note with its "VAT " relief on     *
      *    DTRANS, already marked as journalled, and posts the batch   *
      *    that clears the accrual (any difference to rebate           *
      *    expense), relieves output VAT and credits the debtors       *
      *    control account.  The G/Ledger period must be open on       *
      *    PERSTA for an accrual, the debtor period for a settlement.  *
      *    Reports go to DTP065.PRN.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DTP065.
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

       COPY DEBTOR.SL.

       COPY DTRANS.SL.

       COPY STOCK.SL.

       COPY PERSTA.SL.

       COPY SLGMAP.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

           SELECT SALESTRK ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION INDEXED
                          RECORD KEY SAL-KEY.

           SELECT REBAGR  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-RBAKEY.

           SELECT REBCFG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CFGKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY DTRANS.FDE.

       COPY STOCK.FDE.

       COPY PERSTA.FDE.

       COPY SLGMAP.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

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

      *
      *    ****    R E B A T E   A G R E E M E N T S
      *
      *    Scope "A" measures the one account, "H" the head office
      *    and every branch carrying it on DEB-PARENT.  A tier with
      *    a zero percent is unused.  The accrued value is what the
      *    liability account holds for the agreement.
      *
       FD  REBAGR    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "REBAGR.DAT".
       01  RBA-RECORD.
           03  RBA-NUMBER     PIC  9(05).
           03  RBA-ACCOUNT    PIC  9(07).
           03  RBA-SCOPE      PIC  X(01).
               88  RBA-ONE-ACCOUNT VALUE "A".
               88  RBA-HEAD-OFFICE VALUE "H".
           03  RBA-DESC       PIC  X(30).
           03  RBA-FROM       PIC  9(08).
           03  RBA-TO         PIC  9(08).
           03  RBA-GROUP      PIC  9(03) OCCURS 6.
           03  RBA-TIER       OCCURS 4.
               05  RBA-TIER-OVER
                              PIC S9(09)V99 COMP-3.
               05  RBA-TIER-PCT
                              PIC  9(02)V99 COMP-3.
           03  RBA-SALES      PIC S9(11)V99 COMP-3.
           03  RBA-ACCRUED    PIC S9(09)V99 COMP-3.
           03  RBA-ACCR-DATE  PIC  9(08).
           03  RBA-SETTLED    PIC S9(09)V99 COMP-3.
           03  RBA-SETT-DATE  PIC  9(08).
           03  RBA-SETT-REF   PIC  X(10).
           03  RBA-STATUS     PIC  X(01).
               88  RBA-ACTIVE      VALUE "A".
               88  RBA-CLOSED      VALUE "S".
               88  RBA-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    R E B A T E   L E D G E R   A C C O U N T S
      *
       FD  REBCFG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "REBCFG.DAT".
       01  RBC-RECORD.
           03  RBC-LIAB-AC    PIC  9(07).
           03  RBC-EXP-AC     PIC  9(07).
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DTP065.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RBAKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CFGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-RBA    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-CONFIRM     PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-EXISTS      PIC  9(01)     VALUE ZERO.
       77  WS-AGREEMENT   PIC  9(05)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-HEAD        PIC  9(07)     VALUE ZERO.
       77  WS-STK-GROUP   PIC  9(03)     VALUE ZERO.
       77  WS-ANY-GROUP   PIC  9(01)     VALUE ZERO.
       77  WS-QUALIFIES   PIC  9(01)     VALUE ZERO.
       77  WS-G           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-T           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-TIER-NO     PIC  9(01)     VALUE ZERO.
       77  WS-AMOUNT-IN   PIC  9(09)V99  VALUE ZERO.
       77  WS-PCT-IN      PIC  9(02)V99  VALUE ZERO.
       77  WS-AS-AT       PIC  9(08)     VALUE ZERO.
       77  WS-END-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-FROM-YMD    PIC  9(06)     VALUE ZERO.
       77  WS-TO-YMD      PIC  9(06)     VALUE ZERO.
       77  WS-PERIOD      PIC  9(02)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-SALES       PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-RATE        PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-NEXT-OVER   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-NEXT-PCT    PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-EXPECTED    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-MOVEMENT    PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-REBATE      PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-AMT     PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-PCT     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-VAT-CODE    PIC  9(02)     VALUE ZERO.
       77  WS-TAX-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-CTL-AC      PIC  9(07)     VALUE ZERO.
       77  WS-VAT-AC      PIC  9(07)     VALUE ZERO.
       77  WS-R-TYPE      PIC  X(04)     VALUE SPACES.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-BKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-RBA    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-BL-AC       PIC  9(07)     VALUE ZERO.
       77  WS-BL-NARR     PIC  X(30)     VALUE SPACES.
       77  WS-BL-AMOUNT   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-BCH-TOTAL   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-AGR-COUNT   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-VALUE   PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-DONE        PIC  9(05)     COMP-5 VALUE ZERO.

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

       01  WS-CONV-DATE      PIC  9(08).
       01  WS-CONV-PARTS REDEFINES WS-CONV-DATE.
           03  WS-CONV-CC    PIC  9(02).
           03  WS-CONV-YMD   PIC  9(06).

       01  WS-AC-X.
           03  FILLER        PIC  X(06).
       01  WS-AC-N REDEFINES WS-AC-X.
           03  WS-AC-NUM     PIC  9(06).

       01  WS-RB-REF.
           03  FILLER        PIC  X(03) VALUE "RBT".
           03  WS-RR-AGR     PIC  9(05).
           03  FILLER        PIC  X(02) VALUE SPACES.

      *
      *    ****    A C C R U A L   /   S E T T L E M E N T   L I N E S
      *
       01  WS-RUN-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "AGREE ACCOUNT DESCRIPTION                    QUALI".
           03  FILLER        PIC  X(50) VALUE
               "FIED SALES RATE%    REBATE DUE      PREVIOUS      ".
           03  FILLER        PIC  X(08) VALUE
               "MOVEMENT".

       01  WS-RUN-DET.
           03  WS-RD-AGR     PIC  9(05).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-DESC    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-SALES   PIC  Z(10)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-RATE    PIC  Z9.99.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-REBATE  PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-PREV    PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-MOVE    PIC  Z(08)9.99-.
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-RD-NOTE    PIC  X(20).

       01  WS-RUN-TOT.
           03  WS-RT-LABEL   PIC  X(30).
           03  WS-RT-COUNT   PIC  ZZZZ9.
           03  FILLER        PIC  X(59) VALUE SPACES.
           03  WS-RT-VALUE   PIC  Z(10)9.99-.

      *
      *    ****    P R O G R E S S   S T A T E M E N T   L I N E S
      *
       01  WS-ST-LINE.
           03  WS-SL-LABEL   PIC  X(36).
           03  WS-SL-VALUE   PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-SL-TEXT    PIC  X(40).

       01  WS-TIER-LINE.
           03  FILLER        PIC  X(06) VALUE "  TIER".
           03  WS-TL-TIER    PIC  Z9.
           03  FILLER        PIC  X(13) VALUE "  SALES OVER ".
           03  WS-TL-OVER    PIC  Z(08)9.99.
           03  FILLER        PIC  X(10) VALUE "  REBATE ".
           03  WS-TL-PCT     PIC  Z9.99.
           03  FILLER        PIC  X(01) VALUE "%".
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TL-MARK    PIC  X(20).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CUSTOMER VOLUME REBATES" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "DTP065"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O REBCFG.
           IF WS-STATUS = "35"
               OPEN OUTPUT REBCFG
               CLOSE REBCFG
               OPEN I-O REBCFG
               MOVE SPACES      TO RBC-RECORD
               MOVE ZERO        TO RBC-LIAB-AC RBC-EXP-AC
               MOVE 1           TO WS-CFGKEY
               WRITE RBC-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "REBCFG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             MOVE 1             TO WS-CFGKEY.
             READ REBCFG.
             OPEN I-O REBAGR.
           IF WS-STATUS = "35"
               OPEN OUTPUT REBAGR
               CLOSE REBAGR
               OPEN I-O REBAGR.
           IF WS-STATUS NOT = "00"
               DISPLAY "REBAGR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE REBCFG
               GO TO AZ100.
       AA000-MENU.
             DISPLAY
                 "Option 'M'aintain agreements 'P'rogress statements"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             DISPLAY "'A'ccrue  'S'ettle  'C' ledger accounts  'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0660
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "M"
               PERFORM BA000-MAINTAIN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "P"
               PERFORM FA000-PROGRESS THRU FA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM CA000-ACCRUE THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM EA000-SETTLE THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "C"
               PERFORM GA000-ACCOUNTS THRU GA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE REBAGR REBCFG.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A G R E E M E N T   M A I N T E N A N C E           *
      *                                                                *
      ******************************************************************
       BA000-MAINTAIN.
             DISPLAY "Agreement number ('0' ends)    :" AT 0812.
             MOVE ZERO          TO WS-AGREEMENT.
             ACCEPT WS-AGREEMENT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-AGREEMENT = ZERO
               GO TO BA000-EXIT.
             PERFORM XA000-FIND-AGREEMENT THRU XA000-EXIT.
             MOVE WS-FOUND      TO WS-EXISTS.
           IF WS-EXISTS = 1 AND RBA-CLOSED
               DISPLAY "Agreement already settled - no changes"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-MAINTAIN.
           IF WS-EXISTS = ZERO
               MOVE SPACES      TO RBA-RECORD
               MOVE WS-AGREEMENT
                                TO RBA-NUMBER
               MOVE ZERO        TO RBA-ACCOUNT RBA-FROM RBA-TO
                                   RBA-SALES RBA-ACCRUED RBA-ACCR-DATE
                                   RBA-SETTLED RBA-SETT-DATE
                                   RBA-GROUP (1) RBA-GROUP (2)
                                   RBA-GROUP (3) RBA-GROUP (4)
                                   RBA-GROUP (5) RBA-GROUP (6)
                                   RBA-TIER-OVER (1) RBA-TIER-PCT (1)
                                   RBA-TIER-OVER (2) RBA-TIER-PCT (2)
                                   RBA-TIER-OVER (3) RBA-TIER-PCT (3)
                                   RBA-TIER-OVER (4) RBA-TIER-PCT (4)
               MOVE "A"         TO RBA-SCOPE RBA-STATUS.
             OPEN INPUT DEBTOR.
       BA000-ACCOUNT.
             DISPLAY "Debtor account                 :" AT 0912.
             ACCEPT RBA-ACCOUNT AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE RBA-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XB000-FIND-DEBTOR THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Debtor not on file             " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ACCOUNT.
             DISPLAY DEB-NAME AT 0957 WITH FOREGROUND-COLOR 11.
       BA000-SCOPE.
             DISPLAY "'A'ccount or 'H'ead-office group:" AT 1012.
             ACCEPT RBA-SCOPE AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT RBA-ONE-ACCOUNT AND NOT RBA-HEAD-OFFICE
               GO TO BA000-SCOPE.
             DISPLAY "Description                    :" AT 1112.
             ACCEPT RBA-DESC AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-PERIOD.
             DISPLAY "Period from / to (CCYYMMDD)    :" AT 1212.
             ACCEPT RBA-FROM AT 1248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT RBA-TO AT 1258
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF RBA-FROM < 19000101 OR RBA-TO < RBA-FROM
               DISPLAY "Period dates are not valid     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-PERIOD.
             DISPLAY "Stock groups (none = all)      :" AT 1312.
             ACCEPT RBA-GROUP (1) AT 1348
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT RBA-GROUP (2) AT 1352
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT RBA-GROUP (3) AT 1356
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT RBA-GROUP (4) AT 1360
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT RBA-GROUP (5) AT 1364
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT RBA-GROUP (6) AT 1368
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
      *
      *    Tiers run upwards; a zero percent leaves the tier unused.
      *
       BA000-TIERS.
             DISPLAY "Tier 1 - sales over / rebate % :" AT 1412.
             MOVE RBA-TIER-OVER (1)
                                TO WS-AMOUNT-IN.
             MOVE RBA-TIER-PCT (1)
                                TO WS-PCT-IN.
             ACCEPT WS-AMOUNT-IN AT 1448
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT WS-PCT-IN AT 1462
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO RBA-TIER-OVER (1).
             MOVE WS-PCT-IN     TO RBA-TIER-PCT (1).
             DISPLAY "Tier 2 - sales over / rebate % :" AT 1512.
             MOVE RBA-TIER-OVER (2)
                                TO WS-AMOUNT-IN.
             MOVE RBA-TIER-PCT (2)
                                TO WS-PCT-IN.
             ACCEPT WS-AMOUNT-IN AT 1548
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT WS-PCT-IN AT 1562
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO RBA-TIER-OVER (2).
             MOVE WS-PCT-IN     TO RBA-TIER-PCT (2).
             DISPLAY "Tier 3 - sales over / rebate % :" AT 1612.
             MOVE RBA-TIER-OVER (3)
                                TO WS-AMOUNT-IN.
             MOVE RBA-TIER-PCT (3)
                                TO WS-PCT-IN.
             ACCEPT WS-AMOUNT-IN AT 1648
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT WS-PCT-IN AT 1662
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO RBA-TIER-OVER (3).
             MOVE WS-PCT-IN     TO RBA-TIER-PCT (3).
             DISPLAY "Tier 4 - sales over / rebate % :" AT 1712.
             MOVE RBA-TIER-OVER (4)
                                TO WS-AMOUNT-IN.
             MOVE RBA-TIER-PCT (4)
                                TO WS-PCT-IN.
             ACCEPT WS-AMOUNT-IN AT 1748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT WS-PCT-IN AT 1762
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-AMOUNT-IN  TO RBA-TIER-OVER (4).
             MOVE WS-PCT-IN     TO RBA-TIER-PCT (4).
             PERFORM XK000-CHECK-TIERS THRU XK000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Tiers must rise in sales value  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-TIERS.
       BA000-SAVE.
             DISPLAY "Save 'Y'es, 'D'elete or 'N'o   :" AT 1912.
             MOVE "Y"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             CLOSE DEBTOR.
           IF WS-CONFIRM = "N"
               GO TO BA000-MAINTAIN.
      *
      *    An agreement still holding an accrual is settled, not
      *    deleted - the liability would be stranded.
      *
           IF WS-CONFIRM = "D"
               IF WS-EXISTS = ZERO OR RBA-ACCRUED NOT = ZERO
                   DISPLAY "Only an unaccrued agreement may be deleted"
                           AT 2312 WITH FOREGROUND-COLOR 14
                   GO TO BA000-MAINTAIN
               ELSE
                   MOVE "D"     TO RBA-STATUS.
           IF WS-CONFIRM NOT = "Y" AND NOT = "D"
               GO TO BA000-MAINTAIN.
             PERFORM XA000-FIND-SLOT THRU XA000-SLOT-EXIT.
           IF WS-EXISTS = ZERO
               MOVE WS-NEXT-RBA TO WS-RBAKEY
               WRITE RBA-RECORD
           ELSE
               MOVE WS-SAVE-RBA TO WS-RBAKEY
               REWRITE RBA-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "REBAGR write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Agreement saved                " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO BA000-MAINTAIN.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M O N T H L Y   R E B A T E   A C C R U A L         *
      *                                                                *
      *    Each live agreement is measured from its start to the       *
      *    accrual date (or its end, if sooner) and the liability      *
      *    brought to the rebate that volume has earned.               *
      *                                                                *
      ******************************************************************
       CA000-ACCRUE.
           IF RBC-LIAB-AC = ZERO OR RBC-EXP-AC = ZERO
               DISPLAY "Set the rebate ledger accounts first ('C')"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             DISPLAY "Accrue sales to (CCYYMMDD)     :" AT 0812.
             MOVE WS-TODAY-N    TO WS-AS-AT.
             ACCEPT WS-AS-AT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-AS-AT < 19000101
               GO TO CA000-ACCRUE.
       CA000-PERIOD.
             DISPLAY "Post into period (1-13)        :" AT 0912.
             ACCEPT WS-PERIOD AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               GO TO CA000-PERIOD.
           IF WS-YEAR = ZERO
               MOVE WS-TDY-YEAR TO WS-YEAR.
             DISPLAY "Financial year                 :" AT 1012.
             ACCEPT WS-YEAR AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE ZERO          TO WS-PSTKEY.
             PERFORM XE000-CHECK-PERIOD THRU XE000-EXIT.
           IF WS-PER-OPEN = ZERO
               DISPLAY "G/Ledger period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             PERFORM XL000-OPEN-SALES THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-EXIT.
             PERFORM XM000-OPEN-BATCH THRU XM000-EXIT.
             MOVE ZERO          TO WS-NEXT-TKEY.
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE ZERO          TO WS-LINE-NO WS-BCH-TOTAL
                                   WS-AGR-COUNT WS-TOT-VALUE.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "VOLUME REBATE ACCRUAL TO " WS-AS-AT
                    "   BATCH " WS-NEXT-BATCH
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-RUN-HEAD.
             MOVE 1             TO WS-RBAKEY.
             START REBAGR KEY NOT < WS-RBAKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ REBAGR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF NOT RBA-ACTIVE OR RBA-FROM > WS-AS-AT
               GO TO CA000-READ.
             MOVE WS-RBAKEY     TO WS-SAVE-RBA.
             MOVE WS-AS-AT      TO WS-END-DATE.
           IF RBA-TO < WS-END-DATE
               MOVE RBA-TO      TO WS-END-DATE.
             PERFORM XC000-QUALIFY THRU XC000-EXIT.
             PERFORM XD000-RATE THRU XD000-EXIT.
             COMPUTE WS-EXPECTED ROUNDED = WS-SALES * WS-RATE / 100.
             COMPUTE WS-MOVEMENT = WS-EXPECTED - RBA-ACCRUED.
             MOVE SPACES        TO WS-RUN-DET.
             MOVE RBA-ACCRUED   TO WS-RD-PREV.
           IF WS-MOVEMENT NOT = ZERO
               MOVE RBA-NUMBER  TO WS-RR-AGR
               MOVE RBC-EXP-AC  TO WS-BL-AC
               STRING "REBATE ACCRUAL AGREEMENT " RBA-NUMBER
                      DELIMITED SIZE INTO WS-BL-NARR
               MOVE WS-MOVEMENT TO WS-BL-AMOUNT
               PERFORM XF000-BATCH-LINE THRU XF000-EXIT
               MOVE RBC-LIAB-AC TO WS-BL-AC
               STRING "REBATE ACCRUAL AGREEMENT " RBA-NUMBER
                      DELIMITED SIZE INTO WS-BL-NARR
               COMPUTE WS-BL-AMOUNT = ZERO - WS-MOVEMENT
               PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
             MOVE WS-SALES      TO RBA-SALES.
             MOVE WS-EXPECTED   TO RBA-ACCRUED.
             MOVE WS-END-DATE   TO RBA-ACCR-DATE.
             MOVE WS-SAVE-RBA   TO WS-RBAKEY.
             REWRITE RBA-RECORD.
             MOVE RBA-NUMBER    TO WS-RD-AGR.
             MOVE RBA-ACCOUNT   TO WS-RD-ACCOUNT.
             MOVE RBA-DESC      TO WS-RD-DESC.
             MOVE WS-SALES      TO WS-RD-SALES.
             MOVE WS-RATE       TO WS-RD-RATE.
             MOVE WS-EXPECTED   TO WS-RD-REBATE.
             MOVE WS-MOVEMENT   TO WS-RD-MOVE.
           IF WS-TIER-NO = ZERO
               MOVE "NO TIER REACHED"
                                TO WS-RD-NOTE.
             WRITE REP-LINE FROM WS-RUN-DET.
             ADD 1              TO WS-AGR-COUNT.
             ADD WS-EXPECTED    TO WS-TOT-VALUE.
             GO TO CA000-READ.
       CA000-END.
           IF WS-LINE-NO > ZERO
               MOVE "VOLUME REBATE ACCRUAL"
                                TO WS-BL-NARR
               PERFORM XJ000-HEADER THRU XJ000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-RUN-TOT.
             MOVE "AGREEMENTS / REBATE ACCRUED" TO WS-RT-LABEL.
             MOVE WS-AGR-COUNT  TO WS-RT-COUNT.
             MOVE WS-TOT-VALUE  TO WS-RT-VALUE.
             WRITE REP-LINE FROM WS-RUN-TOT.
           IF WS-LINE-NO = ZERO
               MOVE "NO MOVEMENT - NO BATCH WRITTEN" TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP GLBHDR GLBTRN.
             PERFORM XN000-CLOSE-SALES THRU XN000-EXIT.
           IF WS-LINE-NO = ZERO
               DISPLAY "No accrual movement - report on DTP065.PRN"
                       AT 2312 WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Rebate accrual posted - ledger batch " AT 2312
                       WITH FOREGROUND-COLOR 10
                       WS-NEXT-BATCH WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E T T L E M E N T   R U N                         *
      *                                                                *
      *    Every live agreement whose period has ended by the          *
      *    settlement date is measured over its whole period and       *
      *    the rebate credited to the agreement's account.  The        *
      *    credit note and its VAT relief are marked as journalled -   *
      *    this run's batch carries them, so the GLP062 sweep leaves   *
      *    them alone.                                                 *
      *                                                                *
      ******************************************************************
       EA000-SETTLE.
           IF RBC-LIAB-AC = ZERO OR RBC-EXP-AC = ZERO
               DISPLAY "Set the rebate ledger accounts first ('C')"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             DISPLAY "Settle periods ended by         :" AT 0812.
             MOVE WS-TODAY-N    TO WS-TAX-DATE.
             ACCEPT WS-TAX-DATE AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-TAX-DATE < 19000101
               GO TO EA000-SETTLE.
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
             MOVE 13            TO WS-PSTKEY.
             PERFORM XE000-CHECK-PERIOD THRU XE000-EXIT.
           IF WS-PER-OPEN = ZERO
               DISPLAY "Debtor period is closed on PERSTA - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             MOVE "CTRL"        TO WS-R-TYPE.
             MOVE 99            TO WS-VAT-CODE.
             PERFORM XH000-SLGMAP-AC THRU XH000-EXIT.
             MOVE WS-VAT-AC     TO WS-CTL-AC.
           IF WS-CTL-AC = ZERO
               DISPLAY "No debtors CTRL rule on SLGMAP - refused"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             DISPLAY "Confirm settlement run (Y/N)   :" AT 1112.
             MOVE "N"           TO WS-CONFIRM.
             ACCEPT WS-CONFIRM AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-CONFIRM NOT = "Y"
               GO TO EA000-EXIT.
             PERFORM XL000-OPEN-SALES THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO EA000-EXIT.
             CLOSE DEBTOR.
             OPEN I-O DEBTOR.
             OPEN I-O DTRANS.
           IF WS-STATUS = "35"
               OPEN OUTPUT DTRANS
               CLOSE DTRANS
               OPEN I-O DTRANS.
             PERFORM XM000-OPEN-BATCH THRU XM000-EXIT.
             MOVE 1             TO WS-NEXT-TKEY.
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE ZERO          TO WS-LINE-NO WS-BCH-TOTAL
                                   WS-AGR-COUNT WS-TOT-VALUE.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "VOLUME REBATE SETTLEMENT - PERIODS ENDED BY "
                    WS-TAX-DATE "   BATCH " WS-NEXT-BATCH
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-RUN-HEAD.
             MOVE 1             TO WS-RBAKEY.
             START REBAGR KEY NOT < WS-RBAKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
       EA000-READ.
             READ REBAGR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
           IF NOT RBA-ACTIVE OR RBA-TO > WS-TAX-DATE
               GO TO EA000-READ.
             MOVE WS-RBAKEY     TO WS-SAVE-RBA.
             MOVE RBA-TO        TO WS-END-DATE.
             PERFORM XC000-QUALIFY THRU XC000-EXIT.
             PERFORM XD000-RATE THRU XD000-EXIT.
             COMPUTE WS-REBATE ROUNDED = WS-SALES * WS-RATE / 100.
             MOVE SPACES        TO WS-RUN-DET.
             MOVE RBA-NUMBER    TO WS-RD-AGR WS-RR-AGR.
             MOVE RBA-ACCOUNT   TO WS-RD-ACCOUNT.
             MOVE RBA-DESC      TO WS-RD-DESC.
             MOVE WS-SALES      TO WS-RD-SALES.
             MOVE WS-RATE       TO WS-RD-RATE.
             MOVE WS-REBATE     TO WS-RD-REBATE.
             MOVE RBA-ACCRUED   TO WS-RD-PREV.
             COMPUTE WS-MOVEMENT = WS-REBATE - RBA-ACCRUED.
             MOVE WS-MOVEMENT   TO WS-RD-MOVE.
             MOVE RBA-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XB000-FIND-DEBTOR THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               MOVE "DEBTOR NOT ON FILE"
                                TO WS-RD-NOTE
               WRITE REP-LINE FROM WS-RUN-DET
               GO TO EA000-READ.
             MOVE ZERO          TO WS-VAT-AMT.
           IF WS-REBATE > ZERO
               MOVE DEB-VAT-CODE
                                TO WS-VAT-CODE
               PERFORM XV000-VAT-RATE THRU XV000-EXIT
               COMPUTE WS-VAT-AMT ROUNDED
                       = WS-REBATE * WS-VAT-PCT / 100.
             MOVE ZERO          TO WS-VAT-AC.
           IF WS-VAT-AMT NOT = ZERO
               MOVE "VAT "      TO WS-R-TYPE
               PERFORM XH000-SLGMAP-AC THRU XH000-EXIT.
           IF WS-VAT-AMT NOT = ZERO AND WS-VAT-AC = ZERO
               MOVE "NO VAT RULE ON SLGMAP"
                                TO WS-RD-NOTE
               WRITE REP-LINE FROM WS-RUN-DET
               GO TO EA000-READ.
           IF WS-REBATE > ZERO
               PERFORM EB000-CREDIT-NOTE THRU EB000-EXIT.
      *
      *    Clear the accrual; what was over- or under-accrued goes
      *    back through rebate expense.
      *
           IF RBA-ACCRUED NOT = ZERO
               MOVE RBC-LIAB-AC TO WS-BL-AC
               STRING "REBATE SETTLED AGREEMENT " RBA-NUMBER
                      DELIMITED SIZE INTO WS-BL-NARR
               MOVE RBA-ACCRUED TO WS-BL-AMOUNT
               PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
           IF WS-MOVEMENT NOT = ZERO
               MOVE RBC-EXP-AC  TO WS-BL-AC
               STRING "REBATE SETTLED AGREEMENT " RBA-NUMBER
                      DELIMITED SIZE INTO WS-BL-NARR
               MOVE WS-MOVEMENT TO WS-BL-AMOUNT
               PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
           IF WS-VAT-AMT NOT = ZERO
               MOVE WS-VAT-AC   TO WS-BL-AC
               STRING "VAT ON REBATE " WS-RB-REF
                      DELIMITED SIZE INTO WS-BL-NARR
               MOVE WS-VAT-AMT  TO WS-BL-AMOUNT
               PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
           IF WS-REBATE NOT = ZERO
               MOVE WS-CTL-AC   TO WS-BL-AC
               STRING "REBATE CREDIT NOTE " WS-RB-REF
                      DELIMITED SIZE INTO WS-BL-NARR
               COMPUTE WS-BL-AMOUNT = ZERO - WS-REBATE - WS-VAT-AMT
               PERFORM XF000-BATCH-LINE THRU XF000-EXIT.
             MOVE WS-SALES      TO RBA-SALES.
             MOVE WS-REBATE     TO RBA-SETTLED.
             MOVE WS-TAX-DATE   TO RBA-SETT-DATE.
             MOVE SPACES        TO RBA-SETT-REF.
           IF WS-REBATE > ZERO
               MOVE WS-RB-REF   TO RBA-SETT-REF.
             MOVE "S"           TO RBA-STATUS.
             MOVE WS-SAVE-RBA   TO WS-RBAKEY.
             REWRITE RBA-RECORD.
           IF WS-TIER-NO = ZERO
               MOVE "NO TIER - ACCRUAL OFF"
                                TO WS-RD-NOTE
           ELSE
               MOVE WS-RB-REF   TO WS-RD-NOTE.
             WRITE REP-LINE FROM WS-RUN-DET.
             ADD 1              TO WS-AGR-COUNT.
             ADD WS-REBATE      TO WS-TOT-VALUE.
             GO TO EA000-READ.
       EA000-END.
           IF WS-LINE-NO > ZERO
               MOVE "VOLUME REBATE SETTLEMENT"
                                TO WS-BL-NARR
               PERFORM XJ000-HEADER THRU XJ000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-RUN-TOT.
             MOVE "AGREEMENTS / REBATE CREDITED" TO WS-RT-LABEL.
             MOVE WS-AGR-COUNT  TO WS-RT-COUNT.
             MOVE WS-TOT-VALUE  TO WS-RT-VALUE.
             WRITE REP-LINE FROM WS-RUN-TOT.
             CLOSE PRNREP GLBHDR GLBTRN DTRANS.
             PERFORM XN000-CLOSE-SALES THRU XN000-EXIT.
             DISPLAY "Agreements settled : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-AGR-COUNT WITH FOREGROUND-COLOR 11
                     "  - listed on DTP065.PRN"
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      *
      *    ****    T H E   C U S T O M E R ' S   C R E D I T   N O T E
      *
      *    The net credited on the "CRN " and the output VAT relieved
      *    on its own "VAT " transaction, the split DTP060 posts.
      *
       EB000-CREDIT-NOTE.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
             MOVE RBA-ACCOUNT   TO DTR-ACCOUNT.
             MOVE "CRN "        TO DTR-TYPE.
             MOVE WS-TAX-DATE   TO DTR-DATE.
             MOVE WS-PERIOD     TO DTR-PERIOD.
             MOVE WS-YEAR       TO DTR-YEAR.
             MOVE WS-RB-REF     TO DTR-REF.
             MOVE "VOLUME REBATE" TO DTR-NARR.
             COMPUTE DTR-AMOUNT = ZERO - WS-REBATE.
             COMPUTE DTR-VAT-AMT = ZERO - WS-VAT-AMT.
             MOVE WS-VAT-CODE   TO DTR-VAT-CODE.
             MOVE "O"           TO DTR-STATUS.
             MOVE "P"           TO DTR-GL-FLAG.
             MOVE WS-NEXT-TKEY  TO WS-DTRKEY.
             WRITE DTR-RECORD.
             ADD 1              TO WS-NEXT-TKEY.
           IF WS-VAT-AMT NOT = ZERO
               MOVE SPACES      TO DTR-RECORD
               MOVE ZERO        TO DTR-FOREIGN
               MOVE RBA-ACCOUNT TO DTR-ACCOUNT
               MOVE "VAT "      TO DTR-TYPE
               MOVE WS-TAX-DATE TO DTR-DATE
               MOVE WS-PERIOD   TO DTR-PERIOD
               MOVE WS-YEAR     TO DTR-YEAR
               MOVE WS-RB-REF   TO DTR-REF
               MOVE "VAT RELIEF ON VOLUME REBATE" TO DTR-NARR
               COMPUTE DTR-AMOUNT = ZERO - WS-VAT-AMT
               COMPUTE DTR-VAT-AMT = ZERO - WS-VAT-AMT
               MOVE WS-VAT-CODE TO DTR-VAT-CODE
               MOVE "O"         TO DTR-STATUS
               MOVE "P"         TO DTR-GL-FLAG
               MOVE WS-NEXT-TKEY
                                TO WS-DTRKEY
               WRITE DTR-RECORD
               ADD 1            TO WS-NEXT-TKEY.
             MOVE DEB-RECORD    TO WS-JW-BEFORE.
             COMPUTE DEB-BALANCE = DEB-BALANCE
                     - WS-REBATE - WS-VAT-AMT.
             REWRITE DEB-RECORD.
             PERFORM XK100-JOURNAL-DEB THRU XK100-EXIT.
       EB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R O G R E S S - T O - N E X T - T I E R           *
      *            S T A T E M E N T S                                 *
      *                                                                *
      ******************************************************************
       FA000-PROGRESS.
             DISPLAY "Agreement ('0' = all live)     :" AT 0812.
             MOVE ZERO          TO WS-AGREEMENT.
             ACCEPT WS-AGREEMENT AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Sales to (CCYYMMDD)            :" AT 0912.
             MOVE WS-TODAY-N    TO WS-AS-AT.
             ACCEPT WS-AS-AT AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-AS-AT < 19000101
               GO TO FA000-PROGRESS.
             PERFORM XL000-OPEN-SALES THRU XL000-EXIT.
           IF WS-FOUND = ZERO
               GO TO FA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE ZERO          TO WS-DONE.
             MOVE 1             TO WS-RBAKEY.
             START REBAGR KEY NOT < WS-RBAKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
       FA000-READ.
             READ REBAGR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
           IF NOT RBA-ACTIVE
               GO TO FA000-READ.
           IF WS-AGREEMENT NOT = ZERO
            AND RBA-NUMBER NOT = WS-AGREEMENT
               GO TO FA000-READ.
           IF RBA-FROM > WS-AS-AT
               GO TO FA000-READ.
             MOVE WS-AS-AT      TO WS-END-DATE.
           IF RBA-TO < WS-END-DATE
               MOVE RBA-TO      TO WS-END-DATE.
             PERFORM XC000-QUALIFY THRU XC000-EXIT.
             PERFORM XD000-RATE THRU XD000-EXIT.
             PERFORM FB000-STATEMENT THRU FB000-EXIT.
             ADD 1              TO WS-DONE.
             GO TO FA000-READ.
       FA000-END.
             CLOSE PRNREP.
             PERFORM XN000-CLOSE-SALES THRU XN000-EXIT.
             DISPLAY "Statements printed : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-DONE WITH FOREGROUND-COLOR 11
                     "  - on DTP065.PRN"
                     WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      *
      *    ****    O N E   C U S T O M E R   S T A T E M E N T
      *
       FB000-STATEMENT.
             MOVE RBA-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XB000-FIND-DEBTOR THRU XB000-EXIT.
           IF WS-DONE > ZERO
               MOVE SPACES      TO REP-LINE
               WRITE REP-LINE AFTER ADVANCING PAGE.
             MOVE SPACES        TO REP-LINE.
           IF WS-FOUND = 1
               MOVE DEB-NAME    TO REP-LINE
               WRITE REP-LINE
               MOVE DEB-ADDRESS1
                                TO REP-LINE
               WRITE REP-LINE
               MOVE DEB-ADDRESS2
                                TO REP-LINE
               WRITE REP-LINE
               MOVE DEB-ADDRESS3
                                TO REP-LINE
               WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             STRING "VOLUME REBATE PROGRESS STATEMENT - SALES TO "
                    WS-END-DATE DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "AGREEMENT " RBA-NUMBER "  " RBA-DESC
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "PERIOD " RBA-FROM " TO " RBA-TO
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
           IF RBA-HEAD-OFFICE
               MOVE "MEASURED OVER THE HEAD OFFICE AND ALL BRANCHES"
                                TO REP-LINE
               WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-T.
       FB000-TIER.
           IF RBA-TIER-PCT (WS-T) = ZERO
               GO TO FB000-NEXT-TIER.
             MOVE SPACES        TO WS-TL-MARK.
             MOVE WS-T          TO WS-TL-TIER.
             MOVE RBA-TIER-OVER (WS-T)
                                TO WS-TL-OVER.
             MOVE RBA-TIER-PCT (WS-T)
                                TO WS-TL-PCT.
           IF WS-T = WS-TIER-NO
               MOVE "<< CURRENT TIER"
                                TO WS-TL-MARK.
             WRITE REP-LINE FROM WS-TIER-LINE.
       FB000-NEXT-TIER.
             ADD 1              TO WS-T.
           IF WS-T NOT > 4
               GO TO FB000-TIER.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO WS-ST-LINE.
             MOVE "QUALIFYING SALES TO DATE" TO WS-SL-LABEL.
             MOVE WS-SALES      TO WS-SL-VALUE.
             WRITE REP-LINE FROM WS-ST-LINE.
             COMPUTE WS-EXPECTED ROUNDED = WS-SALES * WS-RATE / 100.
             MOVE SPACES        TO WS-ST-LINE.
             MOVE "REBATE EARNED AT THE CURRENT RATE" TO WS-SL-LABEL.
             MOVE WS-EXPECTED   TO WS-SL-VALUE.
           IF WS-TIER-NO = ZERO
               MOVE "FIRST TIER NOT YET REACHED" TO WS-SL-TEXT.
             WRITE REP-LINE FROM WS-ST-LINE.
           IF WS-NEXT-PCT = ZERO
               MOVE SPACES      TO WS-ST-LINE
               MOVE "TOP TIER REACHED - NO FURTHER TIER"
                                TO WS-SL-LABEL
               WRITE REP-LINE FROM WS-ST-LINE
               GO TO FB000-EXIT.
             MOVE SPACES        TO WS-ST-LINE.
             MOVE "FURTHER SALES TO REACH NEXT TIER" TO WS-SL-LABEL.
             COMPUTE WS-MOVEMENT = WS-NEXT-OVER - WS-SALES.
             MOVE WS-MOVEMENT   TO WS-SL-VALUE.
             WRITE REP-LINE FROM WS-ST-LINE.
             MOVE SPACES        TO WS-ST-LINE.
             MOVE "REBATE AT THAT TIER ON ALL SALES" TO WS-SL-LABEL.
             COMPUTE WS-MOVEMENT ROUNDED
                     = WS-NEXT-OVER * WS-NEXT-PCT / 100.
             MOVE WS-MOVEMENT   TO WS-SL-VALUE.
             WRITE REP-LINE FROM WS-ST-LINE.
       FB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E B A T E   L E D G E R   A C C O U N T S         *
      *                                                                *
      ******************************************************************
       GA000-ACCOUNTS.
             DISPLAY "Rebate liability account       :" AT 0812.
             ACCEPT RBC-LIAB-AC AT 0848
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Rebate expense account         :" AT 0912.
             ACCEPT RBC-EXP-AC AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE 1             TO WS-CFGKEY.
             REWRITE RBC-RECORD.
             DISPLAY "Rebate accounts saved          " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A N   A G R E E M E N T
      *
       XA000-FIND-AGREEMENT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-RBAKEY.
             START REBAGR KEY NOT < WS-RBAKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ REBAGR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF RBA-NUMBER = WS-AGREEMENT AND NOT RBA-DELETED
               MOVE WS-RBAKEY   TO WS-SAVE-RBA
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   A G R E E M E N T   S L O T
      *
      *    Only wanted for a new agreement; the record being saved
      *    is held in WS-JW-AFTER while the file is scanned.
      *
       XA000-FIND-SLOT.
           IF WS-EXISTS = 1
               GO TO XA000-SLOT-EXIT.
             MOVE RBA-RECORD    TO WS-JW-AFTER.
             MOVE 1             TO WS-NEXT-RBA WS-RBAKEY.
             START REBAGR KEY NOT < WS-RBAKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-SLOT-END.
       XA000-SLOT-READ.
             READ REBAGR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA000-SLOT-END.
             COMPUTE WS-NEXT-RBA = WS-RBAKEY + 1.
             GO TO XA000-SLOT-READ.
       XA000-SLOT-END.
             MOVE WS-JW-AFTER   TO RBA-RECORD.
       XA000-SLOT-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   D E B T O R
      *
       XB000-FIND-DEBTOR.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ DEBTOR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF DEB-ACCOUNT = WS-ACCOUNT AND DEB-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    Q U A L I F Y I N G   S A L E S
      *
      *    Sales tracking lines from the agreement start to
      *    WS-END-DATE for the agreement's account - or any branch
      *    of it - in one of its stock groups.  The tracking file
      *    carries six-digit dates and accounts.
      *
       XC000-QUALIFY.
             MOVE ZERO          TO WS-SALES WS-ANY-GROUP.
             MOVE RBA-ACCOUNT   TO WS-HEAD.
             MOVE RBA-FROM      TO WS-CONV-DATE.
             MOVE WS-CONV-YMD   TO WS-FROM-YMD.
             MOVE WS-END-DATE   TO WS-CONV-DATE.
             MOVE WS-CONV-YMD   TO WS-TO-YMD.
             MOVE 1             TO WS-G.
       XC000-GROUPS.
           IF RBA-GROUP (WS-G) NOT = ZERO
               MOVE 1           TO WS-ANY-GROUP.
             ADD 1              TO WS-G.
           IF WS-G NOT > 6
               GO TO XC000-GROUPS.
             MOVE WS-FROM-YMD   TO SAL-DTE.
             MOVE ZERO          TO SAL-SEQ.
             START SALESTRK KEY NOT < SAL-KEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ SALESTRK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF SAL-DTE > WS-TO-YMD
               GO TO XC000-EXIT.
             MOVE SAL-AC        TO WS-AC-X.
           IF WS-AC-X NOT NUMERIC
               GO TO XC000-READ.
             MOVE WS-AC-NUM     TO WS-ACCOUNT.
           IF WS-ACCOUNT NOT = WS-HEAD
               IF RBA-ONE-ACCOUNT
                   GO TO XC000-READ
               ELSE
                   PERFORM XC100-IN-FAMILY THRU XC100-EXIT
                   IF WS-FOUND = ZERO
                       GO TO XC000-READ.
           IF WS-ANY-GROUP = 1
               PERFORM XC200-IN-GROUP THRU XC200-EXIT
               IF WS-QUALIFIES = ZERO
                   GO TO XC000-READ.
             ADD SAL-SELL       TO WS-SALES.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   A C C O U N T   A   B R A N C H
      *
       XC100-IN-FAMILY.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC100-EXIT.
       XC100-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC100-EXIT.
           IF DEB-ACCOUNT NOT = WS-ACCOUNT
               GO TO XC100-READ.
           IF DEB-PARENT NUMERIC AND DEB-PARENT = WS-HEAD
               MOVE 1           TO WS-FOUND.
       XC100-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   L I N E   I N   A   Q U A L I F Y I N G
      *            S T O C K   G R O U P
      *
       XC200-IN-GROUP.
             MOVE ZERO          TO WS-QUALIFIES WS-STK-GROUP.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC200-EXIT.
       XC200-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC200-EXIT.
           IF STK-CODE NOT = SAL-CODE
               GO TO XC200-READ.
             MOVE STK-GROUP     TO WS-STK-GROUP.
           IF WS-STK-GROUP = ZERO
               GO TO XC200-EXIT.
             MOVE 1             TO WS-G.
       XC200-MATCH.
           IF RBA-GROUP (WS-G) = WS-STK-GROUP
               MOVE 1           TO WS-QUALIFIES
               GO TO XC200-EXIT.
             ADD 1              TO WS-G.
           IF WS-G NOT > 6
               GO TO XC200-MATCH.
       XC200-EXIT.
             EXIT.
      *
      *    ****    R E T R O S P E C T I V E   R A T E
      *
      *    The highest tier the sales reach sets the rate on all of
      *    them; the first tier above the sales is the next target.
      *
       XD000-RATE.
             MOVE ZERO          TO WS-RATE WS-TIER-NO WS-NEXT-OVER
                                   WS-NEXT-PCT.
             MOVE 1             TO WS-T.
       XD000-LOOP.
           IF RBA-TIER-PCT (WS-T) = ZERO
               GO TO XD000-NEXT.
           IF WS-SALES NOT < RBA-TIER-OVER (WS-T)
               MOVE RBA-TIER-PCT (WS-T)
                                TO WS-RATE
               MOVE WS-T        TO WS-TIER-NO
               GO TO XD000-NEXT.
           IF WS-NEXT-PCT = ZERO
               MOVE RBA-TIER-OVER (WS-T)
                                TO WS-NEXT-OVER
               MOVE RBA-TIER-PCT (WS-T)
                                TO WS-NEXT-PCT.
       XD000-NEXT.
             ADD 1              TO WS-T.
           IF WS-T NOT > 4
               GO TO XD000-LOOP.
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
             MOVE WS-RB-REF     TO BTR-REF.
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
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   B A T C H  /  K E Y S
      *
      *    The DTRANS slot is only wanted when WS-NEXT-TKEY comes in
      *    non-zero (the settlement run).
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
           IF WS-NEXT-TKEY = ZERO
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
      *    ****    D E B T O R S   A C C O U N T   F R O M   S L G M A P
      *
      *    The rule for WS-R-TYPE and WS-VAT-CODE, falling back to
      *    the code-99 catch-all; the account comes back in
      *    WS-VAT-AC.
      *
       XH000-SLGMAP-AC.
             MOVE ZERO          TO WS-VAT-AC.
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
            OR SLM-LEDGER NOT = "D"
            OR SLM-TYPE NOT = WS-R-TYPE
               GO TO XH000-READ.
           IF SLM-VAT-CODE = WS-VAT-CODE
               MOVE SLM-ACCOUNT TO WS-VAT-AC
               GO TO XH000-CLOSE.
           IF SLM-VAT-CODE = 99
               MOVE SLM-ACCOUNT TO WS-VAT-AC.
             GO TO XH000-READ.
       XH000-CLOSE.
             CLOSE SLGMAP.
       XH000-EXIT.
             EXIT.
      *
      *    ****    B A T C H   H E A D E R
      *
      *    Caller puts the description in WS-BL-NARR.
      *
       XJ000-HEADER.
             MOVE SPACES        TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             MOVE WS-BL-NARR    TO BCH-DESC.
             MOVE "RB "         TO BCH-SOURCE.
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
             MOVE SPACES        TO WS-BL-NARR.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    T I E R S   M U S T   R I S E
      *
       XK000-CHECK-TIERS.
             MOVE 1             TO WS-FOUND.
             MOVE ZERO          TO WS-NEXT-OVER WS-TIER-NO.
             MOVE 1             TO WS-T.
       XK000-LOOP.
           IF RBA-TIER-PCT (WS-T) = ZERO
               GO TO XK000-NEXT.
           IF WS-TIER-NO NOT = ZERO
            AND RBA-TIER-OVER (WS-T) NOT > WS-NEXT-OVER
               MOVE ZERO        TO WS-FOUND
               GO TO XK000-EXIT.
             MOVE RBA-TIER-OVER (WS-T)
                                TO WS-NEXT-OVER.
             MOVE WS-T          TO WS-TIER-NO.
       XK000-NEXT.
             ADD 1              TO WS-T.
           IF WS-T NOT > 4
               GO TO XK000-LOOP.
       XK000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   D E B T O R   U P D A T E
      *
       XK100-JOURNAL-DEB.
             MOVE "D"           TO WS-JW-FILE.
             MOVE WS-DEBKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "DTP065"      TO WS-JW-PROGRAM.
             MOVE DEB-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XK100-EXIT.
             EXIT.
      *
      *    ****    O P E N   T H E   M E A S U R I N G   F I L E S
      *
       XL000-OPEN-SALES.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT SALESTRK.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALESTRK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO XL000-EXIT.
             OPEN INPUT STOCK DEBTOR.
             MOVE 1             TO WS-FOUND.
       XL000-EXIT.
             EXIT.
      *
      *    ****    O P E N   T H E   B A T C H   F I L E S
      *
       XM000-OPEN-BATCH.
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
       XM000-EXIT.
             EXIT.
      *
      *    ****    C L O S E   T H E   M E A S U R I N G   F I L E S
      *
       XN000-CLOSE-SALES.
             CLOSE SALESTRK STOCK DEBTOR.
       XN000-EXIT.
             EXIT.
      *
      *    ****    V A T   R A T E   O N   T H E   T A X   P O I N T
      *
       XV000-VAT-RATE.
             MOVE WS-VAT-CODE   TO WS-VL-CODE.
             MOVE WS-TAX-DATE   TO WS-VL-DATE.
             MOVE "DTP065"      TO WS-VL-PROGRAM.
             MOVE WS-RB-REF     TO WS-VL-REF.
             CALL "VATLKP" USING WS-VL-PARAMS.
             MOVE WS-VL-PERCENT TO WS-VAT-PCT.
       XV000-EXIT.
             EXIT.
