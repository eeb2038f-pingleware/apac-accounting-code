      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******   ********   ******    *
      *   **    **  **    **  **    **  **    **  **        **    **   *
      *   **        **    **  **    **  **    **  **        **    **   *
      *   **        *******   *******   **    **  *******    *******   *
      *   **        **  **    **        **    **        **        **   *
      *   **    **  **   **   **        **    **  **    **        **   *
      *    ******   **    **  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  O R D E R   D E L I V E R Y   C H A S I N G                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Every purchase order line carries an expected delivery      *
      *    date, defaulted from the supplier's lead time when the      *
      *    line is confirmed (CRP053) and kept here by the buyer, who  *
      *    is also named on the line.  A line counts as overdue while  *
      *    it is confirmed with quantity still to come and its date    *
      *    has passed - the supplier's promised date when they have    *
      *    acknowledged the order, otherwise the expected date, and    *
      *    for lines raised before dates were held the order date      *
      *    plus the lead time.                                         *
      *                                                                *
      *      'D'  expected delivery date and buyer of a line           *
      *      'C'  supplier chase contacts                              *
      *      'O'  overdue order report, by supplier and by buyer       *
      *      'L'  chase-letter run                                     *
      *      'E'  end                                                  *
      *                                                                *
      *    The chase-letter run writes one letter per supplier with    *
      *    overdue lines to the spool file CHSnnnnnnn.TXT and queues   *
      *    it on the e-mail outbox (MAILOUT.TXT) for suppliers whose   *
      *    chase contact is by e-mail; the rest are printed.  The      *
      *    overdue report and the register of the letter run go to     *
      *    CRP059.PRN.                                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP059.
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

       COPY PORDER.SL.

           SELECT CHSCON  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-CHCKEY.

           SELECT SPOOLF  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT MAILBX  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY CREDIT.FDE.

       COPY PORDER.FDE.

      *
      *    ****    S U P P L I E R   C H A S E   C O N T A C T S
      *
       FD  CHSCON    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CHSCON.DAT".
       01  CHC-RECORD.
           03  CHC-SUPPLIER   PIC  9(07).
           03  CHC-METHOD     PIC  X(01).
               88  CHC-PRINT       VALUE "P".
               88  CHC-EMAIL-ONLY  VALUE "E".
           03  CHC-EMAIL      PIC  X(50).
           03  CHC-CONTACT    PIC  X(30).
           03  CHC-STATUS     PIC  X(01).
               88  CHC-ACTIVE      VALUE "A".
               88  CHC-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    P E R - S U P P L I E R   C H A S E   S P O O L
      *
       FD  SPOOLF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-SPOOL-NAME.
       01  SPL-LINE           PIC  X(80).

      *
      *    ****    E - M A I L   O U T B O X   (mail gateway sweeps it)
      *
       FD  MAILBX    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "MAILOUT.TXT".
       01  MBX-RECORD         PIC  X(110).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP059.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CHCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-OVERDUE     PIC  9(01)     VALUE ZERO.
       77  WS-FREEKEY     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-LINE        PIC  9(03)     VALUE ZERO.
       77  WS-AS-AT       PIC  9(08)     VALUE ZERO.
       77  WS-EFF-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-DUE-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-BUYER       PIC  X(03)     VALUE SPACES.
       77  WS-OUT-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-OUT-VAL     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-DAYS-LATE   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-SER-EFF     PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-SER-ASAT    PIC  9(07)     COMP-5 VALUE ZERO.
       77  WS-GRP-LINES   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-GRP-VAL     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-LINES   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-TOT-VAL     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-CNT-EMAIL   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-PRINT   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-RESULT      PIC  X(08)     VALUE SPACES.
       77  WS-T           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-U           PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-TMAX        PIC  9(03)     COMP-5 VALUE ZERO.
       77  WS-SWAP        PIC  X(03)     VALUE SPACES.

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
      *    ****    D E L I V E R Y   D U E   D A T E   ( P O D U E )
      *
       01  WS-PD-PARAMS.
           03  WS-PD-SUPPLIER PIC  9(07).
           03  WS-PD-FROM     PIC  9(08).
           03  WS-PD-LEAD     PIC  9(03).
           03  WS-PD-DUE      PIC  9(08).
           03  WS-PD-RESULT   PIC  9(01).

      *
      *    ****    B U Y E R S   W I T H   O V E R D U E   L I N E S
      *
       01  WS-BY-TABLE.
           03  WS-BY-CODE    PIC  X(03) OCCURS 100.

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

       01  WS-SPOOL-NAME.
           03  FILLER        PIC  X(03) VALUE "CHS".
           03  WS-SPL-ACCT   PIC  9(07).
           03  FILLER        PIC  X(04) VALUE ".TXT".

      *
      *    ****    O U T B O X   R E C O R D   L A Y O U T
      *
       01  WS-MBX-LINE.
           03  WS-MBX-ACCT   PIC  9(07).
           03  FILLER        PIC  X(01) VALUE ",".
           03  WS-MBX-EMAIL  PIC  X(50).
           03  FILLER        PIC  X(01) VALUE ",".
           03  WS-MBX-FILE   PIC  X(14).
           03  FILLER        PIC  X(01) VALUE ",".
           03  WS-MBX-DATE   PIC  9(08).

      *
      *    ****    C H A S E   L E T T E R   L I N E S
      *
       01  WS-CHS-HEAD.
           03  FILLER        PIC  X(32) VALUE
               "PURCHASE ORDER DELIVERY CHASE   ".
           03  WS-CH-DATE    PIC  9(08).
           03  FILLER        PIC  X(11) VALUE "   SUPPLIER".
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-CH-ACCT    PIC  9(07).

       01  WS-CHS-ATTN.
           03  FILLER        PIC  X(11) VALUE "ATTENTION: ".
           03  WS-CA-CONTACT PIC  X(30).

       01  WS-CHS-COLS.
           03  FILLER        PIC  X(39) VALUE
               "ORDER/LN    ITEM CODE       OUTSTANDING".
           03  FILLER        PIC  X(21) VALUE
               "  DUE DATE  DAYS LATE".

       01  WS-CHS-DET.
           03  WS-CD-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-CD-LINE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CD-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CD-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CD-DUE     PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CD-DAYS    PIC  Z(08)9.

       01  WS-CHS-TOT.
           03  FILLER        PIC  X(14) VALUE "OVERDUE LINES ".
           03  WS-CT-LINES   PIC  ZZZZ9.

      *
      *    ****    O V E R D U E   R E P O R T
      *
       01  WS-OV-HEAD1.
           03  FILLER        PIC  X(40) VALUE
               "OVERDUE PURCHASE ORDER LINES  -  AS AT".
           03  WS-OH-DATE    PIC  9(08).

       01  WS-OV-HEAD2.
           03  FILLER        PIC  X(45) VALUE
               "ORDER/LN    SUPP     ITEM CODE       ORDERED ".
           03  FILLER        PIC  X(35) VALUE
               "       DUE  PROMISED  OUTSTANDING  ".
           03  FILLER        PIC  X(28) VALUE
               "         VALUE   LATE  BUYER".

       01  WS-OV-DET.
           03  WS-DT-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DT-LINE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SUPP    PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ORDERED PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DUE     PIC  Z(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-PROMISED
                             PIC  Z(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-QTY     PIC  Z(06)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-VALUE   PIC  Z(09)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DAYS    PIC  Z(04)9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-BUYER   PIC  X(03).

       01  WS-OV-SUB.
           03  FILLER        PIC  X(12) VALUE SPACES.
           03  WS-SB-LABEL   PIC  X(48).
           03  WS-SB-LINES   PIC  ZZZZ9.
           03  FILLER        PIC  X(06) VALUE " LINES".
           03  FILLER        PIC  X(09) VALUE SPACES.
           03  WS-SB-VALUE   PIC  Z(09)9.99-.

      *
      *    ****    C H A S E   R E G I S T E R
      *
       01  WS-HEAD1.
           03  FILLER        PIC  X(45) VALUE
               "SUPPLIER CHASE LETTER REGISTER  -  AS AT".
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-H1-DATE    PIC  9(08).

       01  WS-HEAD2.
           03  FILLER        PIC  X(50) VALUE
               "ACCOUNT  NAME                            M  LINES ".
           03  FILLER        PIC  X(59) VALUE
               " E-MAIL/SPOOL                                        RES
      -        "ULT".

       01  WS-DET-LINE.
           03  WS-RG-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-NAME    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-METHOD  PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-LINES   PIC  ZZZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-TARGET  PIC  X(50).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-RESULT  PIC  X(08).

       01  WS-TOT-LINE.
           03  FILLER        PIC  X(10) VALUE "E-MAILED".
           03  WS-TL-EMAIL   PIC  ZZZZ9.
           03  FILLER        PIC  X(10) VALUE "   PRINTED".
           03  WS-TL-PRINT   PIC  ZZZZ9.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "PURCHASE ORDER DELIVERY AND CHASING" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP059"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O CHSCON.
           IF WS-STATUS = "35"
               OPEN OUTPUT CHSCON
               CLOSE CHSCON
               OPEN I-O CHSCON.
           IF WS-STATUS NOT = "00"
               DISPLAY "CHSCON open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option 'D'ue 'C'ontact 'O'verdue 'L'etter 'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0660
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "D"
               PERFORM BA000-DATES THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "C"
               PERFORM CA000-CONTACTS THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "O"
               PERFORM DA000-OVERDUE THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM FA000-LETTERS THRU FA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE CHSCON.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    E X P E C T E D   D E L I V E R Y   D A T E S       *
      *                                                                *
      ******************************************************************
       BA000-DATES.
             OPEN I-O PORDER.
           IF WS-STATUS NOT = "00"
               DISPLAY "PORDER open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
       BA000-LINE.
             DISPLAY "Order number ('0' ends)     :" AT 0812.
             MOVE ZERO          TO WS-ORDER-NO.
             ACCEPT WS-ORDER-NO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ORDER-NO = ZERO
               GO TO BA000-END.
             DISPLAY "Order line                  :" AT 0912.
             MOVE ZERO          TO WS-LINE.
             ACCEPT WS-LINE AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XJ000-FIND-LINE THRU XJ000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Order line not found        " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-LINE.
           IF POR-RECEIVED OR POR-CANCELLED
               DISPLAY "Line received or cancelled  " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-LINE.
             DISPLAY "Supplier / ordered          :" AT 1012.
             DISPLAY POR-SUPPLIER AT 1044 WITH FOREGROUND-COLOR 11.
             DISPLAY POR-DATE AT 1053 WITH FOREGROUND-COLOR 11.
           IF POR-PROMISED NUMERIC AND POR-PROMISED > ZERO
               DISPLAY "Supplier promised           :" AT 1112
               DISPLAY POR-PROMISED AT 1144
                       WITH FOREGROUND-COLOR 11.
      *
      *    A line with no date yet is offered the supplier's lead
      *    time from the order date.
      *
           IF POR-DUE-DATE NUMERIC AND POR-DUE-DATE > ZERO
               MOVE POR-DUE-DATE
                                TO WS-DUE-DATE
           ELSE
               MOVE POR-SUPPLIER
                                TO WS-PD-SUPPLIER
               MOVE POR-DATE    TO WS-PD-FROM
               MOVE ZERO        TO WS-PD-LEAD
               CALL "PODUE" USING WS-PD-PARAMS
               MOVE WS-PD-DUE   TO WS-DUE-DATE.
             MOVE POR-BUYER     TO WS-BUYER.
       BA000-DUE.
             DISPLAY "Expected delivery (YYYYMMDD):" AT 1212.
             ACCEPT WS-DUE-DATE AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-DUE-DATE < POR-DATE
               DISPLAY "Delivery date before the order date"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-DUE.
             DISPLAY "Buyer                       :" AT 1312.
             ACCEPT WS-BUYER AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-DUE-DATE   TO POR-DUE-DATE.
             MOVE WS-BUYER      TO POR-BUYER.
             REWRITE POR-RECORD.
             DISPLAY "Delivery date saved                " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-LINE.
       BA000-END.
             CLOSE PORDER.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S U P P L I E R   C H A S E   C O N T A C T S       *
      *                                                                *
      ******************************************************************
       CA000-CONTACTS.
             DISPLAY "Supplier account ('0' ends) :" AT 0812.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO CA000-EXIT.
             OPEN INPUT CREDIT.
           IF WS-STATUS NOT = "00"
               DISPLAY "CREDIT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             PERFORM XB000-FIND-CREDITOR THRU XB000-EXIT.
             CLOSE CREDIT.
           IF WS-FOUND = ZERO
               DISPLAY "Account not on CREDIT file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-CONTACTS.
             DISPLAY CRE-NAME AT 0912 WITH FOREGROUND-COLOR 11.
             PERFORM XC000-FIND-CHC THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO CHC-RECORD
               MOVE WS-ACCOUNT  TO CHC-SUPPLIER
               MOVE "P"         TO CHC-METHOD
               MOVE "A"         TO CHC-STATUS.
       CA000-METHOD.
             DISPLAY "Chase by (P)rint/(E)-mail   :" AT 1112.
             ACCEPT CHC-METHOD AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF CHC-METHOD = "p"
               MOVE "P"         TO CHC-METHOD.
           IF CHC-METHOD = "e"
               MOVE "E"         TO CHC-METHOD.
           IF NOT (CHC-PRINT OR CHC-EMAIL-ONLY)
               GO TO CA000-METHOD.
       CA000-EMAIL.
             DISPLAY "E-mail address   :" AT 1212.
             ACCEPT CHC-EMAIL AT 1232
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF CHC-EMAIL-ONLY AND CHC-EMAIL = SPACES
               DISPLAY "E-mail address needed for method E     "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-EMAIL.
             DISPLAY "Contact name     :" AT 1312.
             ACCEPT CHC-CONTACT AT 1332
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE "A"           TO CHC-STATUS.
           IF WS-FOUND = ZERO
               MOVE WS-FREEKEY  TO WS-CHCKEY
               WRITE CHC-RECORD
           ELSE
               REWRITE CHC-RECORD.
             DISPLAY "Chase contact saved                      "
                     AT 2312 WITH FOREGROUND-COLOR 10.
             GO TO CA000-CONTACTS.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    O V E R D U E   O R D E R   R E P O R T             *
      *                                                                *
      ******************************************************************
       DA000-OVERDUE.
             PERFORM XA000-AS-AT THRU XA000-EXIT.
             OPEN INPUT CREDIT PORDER.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE WS-AS-AT      TO WS-OH-DATE.
             WRITE REP-LINE FROM WS-OV-HEAD1.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "BY SUPPLIER" TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-OV-HEAD2.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-TOT-LINES WS-TOT-VAL.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-BUYERS.
       DA000-SUPPLIER.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-BUYERS.
             MOVE ZERO          TO WS-GRP-LINES WS-GRP-VAL.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-SUPPLIER.
       DA000-SUP-LINE.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-SUP-TOTAL.
           IF POR-SUPPLIER NOT = CRE-ACCOUNT
               GO TO DA000-SUP-LINE.
             PERFORM XE000-OVERDUE THRU XE000-EXIT.
           IF WS-OVERDUE = ZERO
               GO TO DA000-SUP-LINE.
             PERFORM XF000-PRINT-LINE THRU XF000-EXIT.
             GO TO DA000-SUP-LINE.
       DA000-SUP-TOTAL.
           IF WS-GRP-LINES = ZERO
               GO TO DA000-SUPPLIER.
             MOVE CRE-NAME      TO WS-SB-LABEL.
             PERFORM XG000-SUB-TOTAL THRU XG000-EXIT.
             ADD WS-GRP-LINES   TO WS-TOT-LINES.
             ADD WS-GRP-VAL     TO WS-TOT-VAL.
             GO TO DA000-SUPPLIER.
      *
      *    The same lines again, grouped by the buyer who answers
      *    for them - the buyers seen are sorted into code order.
      *
       DA000-BUYERS.
             MOVE WS-TOT-LINES  TO WS-GRP-LINES.
             MOVE WS-TOT-VAL    TO WS-GRP-VAL.
             MOVE "ALL SUPPLIERS" TO WS-SB-LABEL.
             PERFORM XG000-SUB-TOTAL THRU XG000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "BY BUYER"    TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-OV-HEAD2.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XH000-COLLECT-BUYERS THRU XH000-EXIT.
             MOVE ZERO          TO WS-U.
       DA000-BUYER.
             ADD 1              TO WS-U.
           IF WS-U > WS-TMAX
               GO TO DA000-END.
             MOVE ZERO          TO WS-GRP-LINES WS-GRP-VAL.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-BUY-LINE.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-BUY-TOTAL.
           IF POR-BUYER NOT = WS-BY-CODE (WS-U)
               GO TO DA000-BUY-LINE.
             PERFORM XE000-OVERDUE THRU XE000-EXIT.
           IF WS-OVERDUE = ZERO
               GO TO DA000-BUY-LINE.
             PERFORM XF000-PRINT-LINE THRU XF000-EXIT.
             GO TO DA000-BUY-LINE.
       DA000-BUY-TOTAL.
             MOVE SPACES        TO WS-SB-LABEL.
           IF WS-BY-CODE (WS-U) = SPACES
               MOVE "NO BUYER NAMED ON THE LINE"
                                TO WS-SB-LABEL
           ELSE
               STRING "BUYER " WS-BY-CODE (WS-U)
                      DELIMITED SIZE INTO WS-SB-LABEL.
             PERFORM XG000-SUB-TOTAL THRU XG000-EXIT.
             GO TO DA000-BUYER.
       DA000-END.
           IF WS-TOT-LINES = ZERO
               MOVE "NO OVERDUE ORDER LINES" TO REP-LINE
               WRITE REP-LINE.
             CLOSE CREDIT PORDER PRNREP.
             DISPLAY "Overdue lines : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-TOT-LINES WITH FOREGROUND-COLOR 11
                     "  - listed on CRP059.PRN"
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C H A S E - L E T T E R   R U N                     *
      *                                                                *
      ******************************************************************
       FA000-LETTERS.
             PERFORM XA000-AS-AT THRU XA000-EXIT.
             OPEN INPUT CREDIT PORDER.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             OPEN EXTEND MAILBX.
           IF WS-STATUS = "35"
               OPEN OUTPUT MAILBX.
             OPEN OUTPUT PRNREP.
             MOVE ZERO          TO WS-CNT-EMAIL WS-CNT-PRINT.
             MOVE WS-AS-AT      TO WS-H1-DATE.
             WRITE REP-LINE FROM WS-HEAD1.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-HEAD2.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
       FA000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
           IF NOT CRE-ACTIVE
               GO TO FA000-READ.
             MOVE CRE-ACCOUNT   TO WS-ACCOUNT.
             PERFORM GA000-RENDER THRU GA000-EXIT.
           IF WS-GRP-LINES = ZERO
               GO TO FA000-READ.
             PERFORM HA000-DESPATCH THRU HA000-EXIT.
             GO TO FA000-READ.
       FA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE WS-CNT-EMAIL  TO WS-TL-EMAIL.
             MOVE WS-CNT-PRINT  TO WS-TL-PRINT.
             WRITE REP-LINE FROM WS-TOT-LINE.
             CLOSE CREDIT PORDER MAILBX PRNREP.
             DISPLAY "Chase run done - register on CRP059.PRN  "
                     AT 2312 WITH FOREGROUND-COLOR 10.
       FA000-EXIT.
             EXIT.
      *
      *    ****    R E N D E R   O N E   C H A S E   L E T T E R
      *
      *    The supplier's overdue lines go to the spool file
      *    CHSnnnnnnn.TXT whatever the contact method - the spool
      *    is the print copy and the file the gateway attaches.
      *
       GA000-RENDER.
             MOVE ZERO          TO WS-GRP-LINES.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-EXIT.
       GA000-COUNT.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-SPOOL.
           IF POR-SUPPLIER NOT = WS-ACCOUNT
               GO TO GA000-COUNT.
             PERFORM XE000-OVERDUE THRU XE000-EXIT.
           IF WS-OVERDUE = 1
               ADD 1            TO WS-GRP-LINES.
             GO TO GA000-COUNT.
       GA000-SPOOL.
           IF WS-GRP-LINES = ZERO
               GO TO GA000-EXIT.
             PERFORM XC000-FIND-CHC THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO CHC-RECORD
               MOVE "P"         TO CHC-METHOD.
             MOVE WS-ACCOUNT    TO WS-SPL-ACCT.
             OPEN OUTPUT SPOOLF.
             MOVE WS-AS-AT      TO WS-CH-DATE.
             MOVE WS-ACCOUNT    TO WS-CH-ACCT.
             WRITE SPL-LINE FROM WS-CHS-HEAD.
             MOVE CRE-NAME      TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE CRE-ADDRESS1  TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE CRE-ADDRESS2  TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE CRE-ADDRESS3  TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
           IF CHC-CONTACT NOT = SPACES
               MOVE CHC-CONTACT TO WS-CA-CONTACT
               WRITE SPL-LINE FROM WS-CHS-ATTN
               MOVE SPACES      TO SPL-LINE
               WRITE SPL-LINE.
             MOVE "The order lines below are past their delivery date."
                                TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE "Please deliver or advise a firm date by return."
                                TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             WRITE SPL-LINE FROM WS-CHS-COLS.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
       GA000-LINES.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-TOTAL.
           IF POR-SUPPLIER NOT = WS-ACCOUNT
               GO TO GA000-LINES.
             PERFORM XE000-OVERDUE THRU XE000-EXIT.
           IF WS-OVERDUE = ZERO
               GO TO GA000-LINES.
             MOVE POR-ORDER-NO  TO WS-CD-ORDER.
             MOVE POR-LINE      TO WS-CD-LINE.
             MOVE POR-CODE      TO WS-CD-CODE.
             MOVE WS-OUT-QTY    TO WS-CD-QTY.
             MOVE WS-EFF-DATE   TO WS-CD-DUE.
             MOVE WS-DAYS-LATE  TO WS-CD-DAYS.
             WRITE SPL-LINE FROM WS-CHS-DET.
             GO TO GA000-LINES.
       GA000-TOTAL.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE WS-GRP-LINES  TO WS-CT-LINES.
             WRITE SPL-LINE FROM WS-CHS-TOT.
             CLOSE SPOOLF.
       GA000-EXIT.
             EXIT.
      *
      *    ****    D E S P A T C H   P E R   C O N T A C T
      *
      *    No contact record means print - the run never holds a
      *    chase back for lack of set-up.
      *
       HA000-DESPATCH.
           IF CHC-EMAIL-ONLY AND CHC-EMAIL NOT = SPACES
               GO TO HA000-EMAIL.
             MOVE "PRINTED"     TO WS-RESULT.
             MOVE WS-SPOOL-NAME TO WS-RG-TARGET.
             ADD 1              TO WS-CNT-PRINT.
             PERFORM XD000-REGISTER THRU XD000-EXIT.
             GO TO HA000-EXIT.
       HA000-EMAIL.
             MOVE WS-ACCOUNT    TO WS-MBX-ACCT.
             MOVE CHC-EMAIL     TO WS-MBX-EMAIL.
             MOVE WS-SPOOL-NAME TO WS-MBX-FILE.
             MOVE WS-TODAY-N    TO WS-MBX-DATE.
             WRITE MBX-RECORD FROM WS-MBX-LINE.
             MOVE "E-MAILED"    TO WS-RESULT.
             MOVE CHC-EMAIL     TO WS-RG-TARGET.
             ADD 1              TO WS-CNT-EMAIL.
             PERFORM XD000-REGISTER THRU XD000-EXIT.
       HA000-EXIT.
             EXIT.
      /
      *
      *    ****    T H E   A S - A T   D A T E
      *
       XA000-AS-AT.
             DISPLAY "Overdue as at (YYYYMMDD)    :" AT 0812.
             MOVE WS-TODAY-N    TO WS-AS-AT.
             ACCEPT WS-AS-AT AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-AS-AT = ZERO
               MOVE WS-TODAY-N  TO WS-AS-AT.
             MOVE WS-AS-AT      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-ASAT.
       XA000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   C R E D I T O R
      *
       XB000-FIND-CREDITOR.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF CRE-ACCOUNT = WS-ACCOUNT AND CRE-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   T H E   C H A S E   C O N T A C T
      *
      *    Leaves WS-FREEKEY at the slot after the last record for
      *    a new contact.
      *
       XC000-FIND-CHC.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-FREEKEY.
             MOVE 1             TO WS-CHCKEY.
             START CHSCON KEY NOT < WS-CHCKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ CHSCON NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
             COMPUTE WS-FREEKEY = WS-CHCKEY + 1.
           IF CHC-SUPPLIER = WS-ACCOUNT AND CHC-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    O N E   R E G I S T E R   L I N E
      *
       XD000-REGISTER.
             MOVE WS-ACCOUNT    TO WS-RG-ACCOUNT.
             MOVE CRE-NAME      TO WS-RG-NAME.
             MOVE CHC-METHOD    TO WS-RG-METHOD.
             MOVE WS-GRP-LINES  TO WS-RG-LINES.
             MOVE WS-RESULT     TO WS-RG-RESULT.
             WRITE REP-LINE FROM WS-DET-LINE.
       XD000-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   L I N E   O V E R D U E ?
      *
      *    Confirmed lines with quantity still to come only.  The
      *    supplier's promised date outranks the expected date; a
      *    line carrying neither takes the supplier's lead time
      *    from the order date.
      *
       XE000-OVERDUE.
             MOVE ZERO          TO WS-OVERDUE WS-EFF-DATE.
           IF NOT POR-CONFIRMED
               GO TO XE000-EXIT.
             COMPUTE WS-OUT-QTY = POR-QTY-ORDERED - POR-QTY-RECEIVED.
           IF WS-OUT-QTY NOT > ZERO
               GO TO XE000-EXIT.
           IF POR-DUE-DATE NUMERIC AND POR-DUE-DATE > ZERO
               MOVE POR-DUE-DATE
                                TO WS-EFF-DATE.
           IF POR-PROMISED NUMERIC AND POR-PROMISED > ZERO
               MOVE POR-PROMISED
                                TO WS-EFF-DATE.
           IF WS-EFF-DATE = ZERO
               MOVE POR-SUPPLIER
                                TO WS-PD-SUPPLIER
               MOVE POR-DATE    TO WS-PD-FROM
               MOVE ZERO        TO WS-PD-LEAD
               CALL "PODUE" USING WS-PD-PARAMS
               MOVE WS-PD-DUE   TO WS-EFF-DATE.
           IF NOT (WS-EFF-DATE < WS-AS-AT)
               GO TO XE000-EXIT.
             MOVE WS-EFF-DATE   TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-EFF.
             COMPUTE WS-DAYS-LATE = WS-SER-ASAT - WS-SER-EFF.
             COMPUTE WS-OUT-VAL ROUNDED = WS-OUT-QTY * POR-UNIT-PRICE.
             MOVE 1             TO WS-OVERDUE.
       XE000-EXIT.
             EXIT.
      *
      *    ****    O N E   O V E R D U E   R E P O R T   L I N E
      *
       XF000-PRINT-LINE.
             MOVE POR-ORDER-NO  TO WS-DT-ORDER.
             MOVE POR-LINE      TO WS-DT-LINE.
             MOVE POR-SUPPLIER  TO WS-DT-SUPP.
             MOVE POR-CODE      TO WS-DT-CODE.
             MOVE POR-DATE      TO WS-DT-ORDERED.
             MOVE ZERO          TO WS-DT-DUE WS-DT-PROMISED.
           IF POR-DUE-DATE NUMERIC
               MOVE POR-DUE-DATE
                                TO WS-DT-DUE.
           IF POR-PROMISED NUMERIC
               MOVE POR-PROMISED
                                TO WS-DT-PROMISED.
             MOVE WS-OUT-QTY    TO WS-DT-QTY.
             MOVE WS-OUT-VAL    TO WS-DT-VALUE.
             MOVE WS-DAYS-LATE  TO WS-DT-DAYS.
             MOVE POR-BUYER     TO WS-DT-BUYER.
             WRITE REP-LINE FROM WS-OV-DET.
             ADD 1              TO WS-GRP-LINES.
             ADD WS-OUT-VAL     TO WS-GRP-VAL.
       XF000-EXIT.
             EXIT.
      *
      *    ****    S U B - T O T A L   L I N E
      *
       XG000-SUB-TOTAL.
             MOVE WS-GRP-LINES  TO WS-SB-LINES.
             MOVE WS-GRP-VAL    TO WS-SB-VALUE.
             WRITE REP-LINE FROM WS-OV-SUB.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
       XG000-EXIT.
             EXIT.
      *
      *    ****    B U Y E R S   W I T H   O V E R D U E   L I N E S
      *
      *    Each buyer is entered once, then the table is put into
      *    code order by selection; a line with no buyer named
      *    sorts first.
      *
       XH000-COLLECT-BUYERS.
             MOVE ZERO          TO WS-TMAX.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
       XH000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XH000-SORT.
             PERFORM XE000-OVERDUE THRU XE000-EXIT.
           IF WS-OVERDUE = ZERO
               GO TO XH000-READ.
             MOVE ZERO          TO WS-T.
       XH000-SEEN.
             ADD 1              TO WS-T.
           IF WS-T > WS-TMAX
               GO TO XH000-ADD.
           IF WS-BY-CODE (WS-T) = POR-BUYER
               GO TO XH000-READ.
             GO TO XH000-SEEN.
       XH000-ADD.
           IF WS-TMAX < 100
               ADD 1            TO WS-TMAX
               MOVE POR-BUYER   TO WS-BY-CODE (WS-TMAX).
             GO TO XH000-READ.
       XH000-SORT.
             MOVE ZERO          TO WS-T.
       XH000-OUTER.
             ADD 1              TO WS-T.
           IF WS-T NOT < WS-TMAX
               GO TO XH000-EXIT.
             MOVE WS-T          TO WS-U.
       XH000-INNER.
             ADD 1              TO WS-U.
           IF WS-U > WS-TMAX
               GO TO XH000-OUTER.
           IF WS-BY-CODE (WS-U) < WS-BY-CODE (WS-T)
               MOVE WS-BY-CODE (WS-T)
                                TO WS-SWAP
               MOVE WS-BY-CODE (WS-U)
                                TO WS-BY-CODE (WS-T)
               MOVE WS-SWAP     TO WS-BY-CODE (WS-U).
             GO TO XH000-INNER.
       XH000-EXIT.
             EXIT.
      *
      *    ****    F I N D   T H E   O R D E R   L I N E
      *
       XJ000-FIND-LINE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
       XJ000-READ.
             READ PORDER NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
           IF POR-ORDER-NO = WS-ORDER-NO AND POR-LINE = WS-LINE
               MOVE 1           TO WS-FOUND
               GO TO XJ000-EXIT.
             GO TO XJ000-READ.
       XJ000-EXIT.
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
