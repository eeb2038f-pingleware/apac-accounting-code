      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **         ******    ******      **     ********   *
      *   **    **  **        **    **  **    **    ***     **         *
      *   **        **        **        **    **     **     **         *
      *    ******   **         ******   **    **     **     *******    *
      *         **  **              **  **    **     **           **   *
      *   **    **  **        **    **  **    **     **     **    **   *
      *    ******   ********   ******    ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C U S T O M E R   O R D E R   I M P O R T                     *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    The trade customers' e-mailed purchase orders are read      *
      *    straight into SALORD instead of being re-keyed.  Each       *
      *    importing customer has a profile with the default despatch  *
      *    location and order priority; the customer's file is saved   *
      *    as ORDnnnnnnn.TXT (the account number), holding a           *
      *    HDR,ref,date line per purchase order followed by its        *
      *    LIN,item,quantity,price lines (quantity in hundredths,      *
      *    price in ten-thousandths).  HDR,ref,date,site names one of  *
      *    the account's delivery sites (SLS018); a site not on file   *
      *    delivers to the account's address and the acknowledgement  *
      *    says so.                                                    *
      *                                                                *
      *      'P'  customer import profiles                             *
      *      'I'  import a customer order file                         *
      *      'L'  list the import register                             *
      *      'E'  end                                                  *
      *                                                                *
      *    The customer's item code is mapped to ours through the      *
      *    barcode cross-reference (ALTBAR), then the supplier         *
      *    article numbers on the stock master (STK-SUPP-ART), then    *
      *    as a plain stock code.  Each purchase order becomes one     *
      *    sales order at the profile location, priced through         *
      *    PRCLKP; a price that differs from the customer's, or a      *
      *    phase-out item, is accepted and flagged, while unknown or   *
      *    discontinued items are not accepted.  A held account        *
      *    (DTP052) takes no new order without the logged supervisor   *
      *    override, exactly as quotation conversion.  A purchase      *
      *    order already imported is not taken twice.  The acceptance  *
      *    report goes to OAKnnnnnnn.TXT, ready to send back to the    *
      *    customer as the order acknowledgement.  A line for an item  *
      *    being phased out, short at the despatch location or         *
      *    discontinued lists up to three in-stock substitutes         *
      *    (STP118, through SUBLKP) under it, with our price.  A line  *
      *    whose price falls below the item's minimum margin (PRCLKP,  *
      *    from MINMRG) is taken only on the id of a supervisor        *
      *    holding the MARGIN grant (ACCCHK), logged to MRGLOG and     *
      *    marked on the order line; otherwise it is not accepted.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS015.
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

       COPY SALORD.SL.

       COPY DEBTOR.SL.

       COPY STOCK.SL.

       COPY STKQTY.SL.

       COPY MRGLOG.SL.

      *
      *    ****    C U S T O M E R   I M P O R T   P R O F I L E S
      *
           SELECT ORDPRF  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-OPFKEY.

      *
      *    ****    I M P O R T E D - O R D E R   R E G I S T E R
      *
           SELECT ORDREG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ORGKEY.

           SELECT ALTBAR  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ALTKEY.

           SELECT HOLDLOG ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT ORDIMP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT ACKOUT  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SALORD.FDE.

       COPY DEBTOR.FDE.

       COPY STOCK.FDE.

       COPY STKQTY.FDE.

       COPY MRGLOG.FDE.

      *
      *    One profile per importing customer: where the order is
      *    despatched from and the priority it is allocated at.
      *
       FD  ORDPRF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ORDPRF.DAT".
       01  OPF-RECORD.
           03  OPF-ACCOUNT    PIC  9(07).
           03  OPF-LOCATION   PIC  9(03).
           03  OPF-PRIORITY   PIC  9(01).
           03  OPF-STATUS     PIC  X(01).
               88  OPF-ACTIVE      VALUE "A".
               88  OPF-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    One entry per customer purchase order read: "A" taken
      *    as a sales order, "R" refused (credit hold), "N" no line
      *    acceptable.  Only an "A" entry stops a second import.
      *
       FD  ORDREG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ORDREG.DAT".
       01  ORG-RECORD.
           03  ORG-ACCOUNT    PIC  9(07).
           03  ORG-CUST-REF   PIC  X(15).
           03  ORG-ORDER-NO   PIC  9(06).
           03  ORG-DATE       PIC  9(08).
           03  ORG-LINES      PIC  9(05).
           03  ORG-STATUS     PIC  X(01).
               88  ORG-ACCEPTED    VALUE "A".
               88  ORG-REFUSED     VALUE "R".
               88  ORG-NONE        VALUE "N".
           03  FILLER         PIC  X(10).

      *
      *    ****    B A R C O D E   C R O S S - R E F E R E N C E S
      *
       FD  ALTBAR    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ALTBAR.DAT".
       01  ALT-RECORD.
           03  ALT-BARCODE    PIC  X(20).
           03  ALT-CODE       PIC  X(14).
           03  ALT-STATUS     PIC  X(01).
               88  ALT-ACTIVE      VALUE "A".
               88  ALT-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    C R E D I T - H O L D   O V E R R I D E   L O G
      *
       FD  HOLDLOG   LABEL RECORD STANDARD
                     VALUE OF FILE-ID "HOLDLOG.LOG".
       01  HLG-RECORD.
           03  HLG-DATE       PIC  9(08).
           03  FILLER         PIC  X(01).
           03  HLG-TIME       PIC  9(08).
           03  FILLER         PIC  X(01).
           03  HLG-ACCOUNT    PIC  9(07).
           03  FILLER         PIC  X(01).
           03  HLG-ACTION     PIC  X(08).
           03  FILLER         PIC  X(01).
           03  HLG-OPER       PIC  X(03).

      *
      *    ****    T H E   C U S T O M E R ' S   O R D E R   F I L E
      *
       FD  ORDIMP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-IMP-NAME.
       01  IMP-RECORD         PIC  X(80).

      *
      *    ****    T H E   A C K N O W L E D G E M E N T
      *
       FD  ACKOUT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-ACK-NAME.
       01  ACK-LINE           PIC  X(132).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS015.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPFKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ORGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ALTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-SOR    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-SUPER       PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-LOCATION    PIC  9(03)     VALUE ZERO.
       77  WS-PRIORITY    PIC  9(01)     VALUE ZERO.
       77  WS-NEXT-ONO    PIC  9(06)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-DUP-ORDER   PIC  9(06)     VALUE ZERO.
       77  WS-CUST-REF    PIC  X(15)     VALUE SPACES.
       77  WS-ITEM        PIC  X(20)     VALUE SPACES.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-LINE-NO     PIC  9(03)     VALUE ZERO.
       77  WS-QTY         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-CUST-PRICE  PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-PRICE       PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-HELD        PIC  9(01)     VALUE ZERO.
       77  WS-PO-OPEN     PIC  9(01)     VALUE ZERO.
       77  WS-PO-SKIP     PIC  9(01)     VALUE ZERO.
       77  WS-NO-ALTBAR   PIC  9(01)     VALUE ZERO.
       77  WS-NO-STKQTY   PIC  9(01)     VALUE ZERO.
       77  WS-STQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FREE        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-OFFER       PIC  9(01)     VALUE ZERO.
       77  WS-SB-IX       PIC  9(04)     COMP-5.
       77  WS-PRICE-DIFF  PIC  9(01)     VALUE ZERO.
       77  WS-TIME        PIC  9(08)     VALUE ZERO.
       77  WS-MRG-AUTH    PIC  X(01)     VALUE SPACE.
       77  WS-MG-MARGIN   PIC  ZZ9.99-.
       77  WS-MG-MIN      PIC  Z9.99.
       77  WS-PO-ACC      PIC  9(05)     VALUE ZERO.
       77  WS-PO-REJ      PIC  9(05)     VALUE ZERO.
       77  WS-PO-FLAG     PIC  9(05)     VALUE ZERO.
       77  WS-CNT-PO      PIC  9(05)     VALUE ZERO.
       77  WS-CNT-ACC     PIC  9(05)     VALUE ZERO.
       77  WS-CNT-REJ     PIC  9(05)     VALUE ZERO.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.

       01  WS-IMP-NAME.
           03  FILLER        PIC  X(03) VALUE "ORD".
           03  WS-IMP-ACCT   PIC  9(07).
           03  FILLER        PIC  X(04) VALUE ".TXT".

       01  WS-ACK-NAME.
           03  FILLER        PIC  X(03) VALUE "OAK".
           03  WS-ACK-ACCT   PIC  9(07).
           03  FILLER        PIC  X(04) VALUE ".TXT".

      *
      *    ****    I M P O R T   R E C O R D   S H A P E S
      *
       01  WS-HD-LINE.
           03  HD-TAG        PIC  X(04).
           03  HD-REF        PIC  X(15).
           03  FILLER        PIC  X(01).
           03  HD-DATE       PIC  9(08).
           03  FILLER        PIC  X(01).
           03  HD-SHIP-TO    PIC  9(03).
           03  FILLER        PIC  X(48).

       01  WS-LN-LINE.
           03  LN-TAG        PIC  X(04).
           03  LN-ITEM       PIC  X(20).
           03  FILLER        PIC  X(01).
           03  LN-QTY        PIC  9(09).
           03  FILLER        PIC  X(01).
           03  LN-PRICE      PIC  9(11).
           03  FILLER        PIC  X(34).

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

      *
      *    ****    P R I C E   L O O K U P   ( P R C L K P )
      *
       01  WS-PL-PARAMS.
           03  WS-PL-ACCOUNT  PIC  9(07).
           03  WS-PL-CODE     PIC  X(14).
           03  WS-PL-DATE     PIC  9(08).
           03  WS-PL-QTY      PIC S9(05)V99.
           03  WS-PL-PRICE    PIC S9(07)V99.
           03  WS-PL-SOURCE   PIC  X(10).
           03  WS-PL-MODE     PIC  X(01) VALUE SPACE.
           03  WS-PL-CNT-CON  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-PRM  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-LST  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-MISS PIC  9(07) VALUE ZERO.
           03  WS-PL-COST     PIC S9(07)V9999 VALUE ZERO.
           03  WS-PL-MARGIN   PIC S9(03)V99 VALUE ZERO.
           03  WS-PL-MIN-MARGIN
                              PIC  9(02)V99 VALUE ZERO.
           03  WS-PL-BELOW    PIC  X(01) VALUE SPACE.

      *
      *    ****    S U B S T I T U T E   L O O K U P   ( S U B L K P )
      *
       01  WS-SB-PARAMS.
           03  WS-SB-CODE     PIC  X(14).
           03  WS-SB-LOCATION PIC  9(03).
           03  WS-SB-QTY      PIC S9(07)V99.
           03  WS-SB-ACCOUNT  PIC  9(07).
           03  WS-SB-DATE     PIC  9(08).
           03  WS-SB-APPROVED-ONLY
                              PIC  X(01).
           03  WS-SB-COUNT    PIC  9(01).
           03  WS-SB-ENT OCCURS 5.
               05  WS-SB-ALT  PIC  X(14).
               05  WS-SB-DESC PIC  X(30).
               05  WS-SB-FREE PIC S9(07)V99.
               05  WS-SB-PRICE
                              PIC S9(07)V99.
               05  WS-SB-WAY  PIC  X(01).
               05  WS-SB-APPROVED
                              PIC  X(01).

      *
      *    ****    S H I P - T O   L O O K U P   ( S H P L K P )
      *
       01  WS-SL-PARAMS.
           03  WS-SL-ACCOUNT  PIC  9(07).
           03  WS-SL-SHIP-TO  PIC  9(03).
           03  WS-SL-NAME     PIC  X(40).
           03  WS-SL-SITE     PIC  X(30).
           03  WS-SL-ADDRESS1 PIC  X(30).
           03  WS-SL-ADDRESS2 PIC  X(30).
           03  WS-SL-ADDRESS3 PIC  X(30).
           03  WS-SL-CONTACT  PIC  X(30).
           03  WS-SL-PHONE    PIC  X(15).
           03  WS-SL-ZONE     PIC  9(02).
           03  WS-SL-INSTRUCT PIC  X(60).
           03  WS-SL-RESULT   PIC  9(01).

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
      *    ****    A C K N O W L E D G E M E N T   L I N E S
      *
       01  WS-AK-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "LINE YOUR ITEM             OUR CODE          QUANT".
           03  FILLER        PIC  X(36) VALUE
               "ITY  YOUR PRICE   OUR PRICE  STATUS".

       01  WS-AK-DET.
           03  WS-AD-LINE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-ITEM    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-QTY     PIC  Z(06)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-THEIRS  PIC  Z(06)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-OURS    PIC  Z(06)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AD-NOTE    PIC  X(30).

       01  WS-AK-ALT.
           03  FILLER        PIC  X(05) VALUE SPACES.
           03  FILLER        PIC  X(21) VALUE
               "ALTERNATIVE OFFERED  ".
           03  WS-AA-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AA-DESC    PIC  X(30).
           03  FILLER        PIC  X(12) VALUE
               "  OUR PRICE ".
           03  WS-AA-PRICE   PIC  Z(06)9.99.

       01  WS-REG-HEAD.
           03  FILLER        PIC  X(30) VALUE
               "ACCOUNT  YOUR ORDER REF   ORDE".
           03  FILLER        PIC  X(27) VALUE
               "R   IMPORTED  LINES  STATUS".

       01  WS-DET-LINE.
           03  WS-DT-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-REF     PIC  X(15).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ORDER   PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-LINES   PIC  ZZZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-STATUS  PIC  X(12).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CUSTOMER ORDER IMPORT" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "SLS015"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O ORDPRF.
           IF WS-STATUS = "35"
               OPEN OUTPUT ORDPRF
               CLOSE ORDPRF
               OPEN I-O ORDPRF.
           IF WS-STATUS NOT = "00"
               DISPLAY "ORDPRF open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O ORDREG.
           IF WS-STATUS = "35"
               OPEN OUTPUT ORDREG
               CLOSE ORDREG
               OPEN I-O ORDREG.
           IF WS-STATUS NOT = "00"
               DISPLAY "ORDREG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE ORDPRF
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'P'rofiles  'I'mport  'L'ist register"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             DISPLAY "'E'nd" AT 0560 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0567
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "P"
               PERFORM BA000-PROFILE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "I"
               PERFORM CA000-IMPORT THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM DA000-LISTING THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE ORDPRF ORDREG.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C U S T O M E R   I M P O R T   P R O F I L E S     *
      *                                                                *
      ******************************************************************
       BA000-PROFILE.
             DISPLAY "Debtor account ('0' ends)      :" AT 0712.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-EXIT.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
             CLOSE DEBTOR.
           IF WS-FOUND = ZERO
               DISPLAY "Account not on DEBTOR file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-PROFILE.
             DISPLAY DEB-NAME AT 0812 WITH FOREGROUND-COLOR 11.
             PERFORM XC000-FIND-PROFILE THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO OPF-RECORD
               MOVE WS-ACCOUNT  TO OPF-ACCOUNT
               MOVE ZERO        TO OPF-LOCATION
               MOVE 5           TO OPF-PRIORITY
               MOVE "A"         TO OPF-STATUS.
       BA000-LOC.
             DISPLAY "Default despatch location      :" AT 0912.
             ACCEPT OPF-LOCATION AT 0948
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF OPF-LOCATION = ZERO
               GO TO BA000-LOC.
       BA000-PRI.
             DISPLAY "Order priority (1-9)           :" AT 1012.
             ACCEPT OPF-PRIORITY AT 1048
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF OPF-PRIORITY = ZERO
               GO TO BA000-PRI.
             DISPLAY "Status 'A'ctive / 'D'eleted    :" AT 1112.
             ACCEPT OPF-STATUS AT 1148
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT OPF-ACTIVE AND NOT OPF-DELETED
               MOVE "A"         TO OPF-STATUS.
           IF WS-FOUND = ZERO
               PERFORM XD000-NEXT-OPF THRU XD000-EXIT
               WRITE OPF-RECORD
           ELSE
               REWRITE OPF-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "ORDPRF write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
           ELSE
               DISPLAY "Profile saved               " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO BA000-PROFILE.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    I M P O R T   A   C U S T O M E R   O R D E R       *
      *                                                                *
      *    Every purchase order in the file becomes one sales order,   *
      *    and every line read - taken or not - is answered on the     *
      *    acknowledgement.                                            *
      *                                                                *
      ******************************************************************
       CA000-IMPORT.
             DISPLAY "Debtor account ('0' ends)      :" AT 0712.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0748
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO CA000-EXIT.
             PERFORM XC000-FIND-PROFILE THRU XC000-EXIT.
           IF WS-FOUND = ZERO OR NOT OPF-ACTIVE
               DISPLAY "No import profile for the account" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-IMPORT.
             MOVE OPF-LOCATION  TO WS-LOCATION.
             MOVE OPF-PRIORITY  TO WS-PRIORITY.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEBTOR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             PERFORM XE000-FIND-DEBTOR THRU XE000-EXIT.
             CLOSE DEBTOR.
           IF WS-FOUND = ZERO
               DISPLAY "Account not on DEBTOR file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-IMPORT.
             MOVE WS-ACCOUNT    TO WS-IMP-ACCT WS-ACK-ACCT.
             OPEN INPUT ORDIMP.
           IF WS-STATUS NOT = "00"
               DISPLAY "No order file " AT 2312
                       WITH FOREGROUND-COLOR 14
                       WS-IMP-NAME WITH FOREGROUND-COLOR 11
                       " to import" WITH FOREGROUND-COLOR 14
               GO TO CA000-IMPORT.
      *
      *    A held account takes no new order without the logged
      *    supervisor override (DTP052's flag).
      *
             MOVE ZERO          TO WS-HELD.
           IF DEB-ON-HOLD
               PERFORM CB000-HOLD-CHECK THRU CB000-EXIT.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE ORDIMP
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-NO-ALTBAR.
             OPEN INPUT ALTBAR.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-ALTBAR.
             MOVE ZERO          TO WS-NO-STKQTY.
             OPEN INPUT STKQTY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-STKQTY.
             OPEN I-O SALORD.
           IF WS-STATUS = "35"
               OPEN OUTPUT SALORD
               CLOSE SALORD
               OPEN I-O SALORD.
             PERFORM XO000-NEXT-ORDER THRU XO000-EXIT.
             MOVE WS-ACCOUNT    TO WS-PL-ACCOUNT.
             MOVE WS-TODAY-N    TO WS-PL-DATE.
             MOVE "L"           TO WS-PL-MODE.
             CALL "PRCLKP" USING WS-PL-PARAMS.
             OPEN OUTPUT ACKOUT.
             MOVE SPACES        TO ACK-LINE.
             STRING "ORDER ACKNOWLEDGEMENT  " WS-TODAY-N
                    DELIMITED SIZE INTO ACK-LINE.
             WRITE ACK-LINE.
             MOVE SPACES        TO ACK-LINE.
             STRING "ACCOUNT " WS-ACCOUNT "  " DEB-NAME
                    DELIMITED SIZE INTO ACK-LINE.
             WRITE ACK-LINE.
             MOVE ZERO          TO WS-PO-OPEN WS-CNT-PO WS-CNT-ACC
                                   WS-CNT-REJ.
       CA000-READ.
             READ ORDIMP.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
             MOVE IMP-RECORD    TO WS-HD-LINE WS-LN-LINE.
           IF HD-TAG = "HDR,"
               PERFORM CC000-CLOSE-PO THRU CC000-EXIT
               PERFORM CD000-OPEN-PO THRU CD000-EXIT
               GO TO CA000-READ.
           IF LN-TAG = "LIN,"
               PERFORM CE000-LINE THRU CE000-EXIT.
             GO TO CA000-READ.
       CA000-END.
             PERFORM CC000-CLOSE-PO THRU CC000-EXIT.
             CLOSE ORDIMP STOCK SALORD ACKOUT.
           IF WS-NO-ALTBAR = ZERO
               CLOSE ALTBAR.
           IF WS-NO-STKQTY = ZERO
               CLOSE STKQTY.
             DISPLAY "Orders " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-CNT-PO WITH FOREGROUND-COLOR 11
                     " lines taken " WITH FOREGROUND-COLOR 10
                     WS-CNT-ACC WITH FOREGROUND-COLOR 11
                     " not taken " WITH FOREGROUND-COLOR 10
                     WS-CNT-REJ WITH FOREGROUND-COLOR 11.
             DISPLAY "Acknowledgement on " AT 2412
                     WITH FOREGROUND-COLOR 10
                     WS-ACK-NAME WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      *
      *    ****    C R E D I T - H O L D   C H E C K
      *
      *    WS-HELD returns 1 when the override is refused.
      *
       CB000-HOLD-CHECK.
             DISPLAY "ACCOUNT ON CREDIT HOLD - " AT 2212
                     WITH FOREGROUND-COLOR 12
                     DEB-HOLD-REASON.
             DISPLAY "Supervisor override id (spaces refuse) :"
                     AT 2312.
             MOVE SPACES        TO WS-SUPER.
             ACCEPT WS-SUPER AT 2356
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SUPER = SPACES
               MOVE 1           TO WS-HELD
               DISPLAY "Import refused - account held         "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CB000-EXIT.
             OPEN EXTEND HOLDLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT HOLDLOG.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
             MOVE SPACES        TO HLG-RECORD.
             MOVE WS-TODAY-N    TO HLG-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME       TO HLG-TIME.
             MOVE WS-ACCOUNT    TO HLG-ACCOUNT.
             MOVE "OVERRIDE"    TO HLG-ACTION.
             MOVE WS-SUPER      TO HLG-OPER.
             WRITE HLG-RECORD.
             CLOSE HOLDLOG.
       CB000-EXIT.
             EXIT.
      *
      *    ****    F I N I S H   A   P U R C H A S E   O R D E R
      *
       CC000-CLOSE-PO.
           IF WS-PO-OPEN = ZERO
               GO TO CC000-EXIT.
             MOVE ZERO          TO WS-PO-OPEN.
             MOVE SPACES        TO ACK-LINE.
             WRITE ACK-LINE.
             MOVE SPACES        TO ACK-LINE.
             STRING "LINES ACCEPTED " WS-PO-ACC
                    "  OF WHICH FLAGGED " WS-PO-FLAG
                    "  NOT ACCEPTED " WS-PO-REJ
                    DELIMITED SIZE INTO ACK-LINE.
             WRITE ACK-LINE.
           IF WS-PO-SKIP = 1
               GO TO CC000-EXIT.
      *
      *    An order that took no line gives its number back
      *
           IF WS-PO-ACC = ZERO AND WS-HELD = ZERO
               SUBTRACT 1       FROM WS-NEXT-ONO
               MOVE ZERO        TO WS-ORDER-NO.
             PERFORM XF000-NEXT-ORG THRU XF000-EXIT.
             MOVE SPACES        TO ORG-RECORD.
             MOVE WS-ACCOUNT    TO ORG-ACCOUNT.
             MOVE WS-CUST-REF   TO ORG-CUST-REF.
             MOVE WS-ORDER-NO   TO ORG-ORDER-NO.
             MOVE WS-TODAY-N    TO ORG-DATE.
             MOVE WS-PO-ACC     TO ORG-LINES.
             MOVE "A"           TO ORG-STATUS.
           IF WS-PO-ACC = ZERO
               MOVE "N"         TO ORG-STATUS.
           IF WS-HELD = 1
               MOVE "R"         TO ORG-STATUS.
           IF ORG-ACCEPTED
               ADD 1            TO WS-CNT-PO.
             WRITE ORG-RECORD.
       CC000-EXIT.
             EXIT.
      *
      *    ****    S T A R T   A   P U R C H A S E   O R D E R
      *
       CD000-OPEN-PO.
             MOVE 1             TO WS-PO-OPEN.
             MOVE ZERO          TO WS-PO-SKIP WS-LINE-NO WS-PO-ACC
                                   WS-PO-REJ WS-PO-FLAG WS-ORDER-NO
                                   WS-SHIP-TO.
             MOVE HD-REF        TO WS-CUST-REF.
             MOVE SPACES        TO ACK-LINE.
             WRITE ACK-LINE.
             MOVE SPACES        TO ACK-LINE.
           IF HD-DATE NUMERIC
               STRING "YOUR ORDER " WS-CUST-REF "  DATED " HD-DATE
                      DELIMITED SIZE INTO ACK-LINE
           ELSE
               STRING "YOUR ORDER " WS-CUST-REF
                      DELIMITED SIZE INTO ACK-LINE.
             WRITE ACK-LINE.
             MOVE SPACES        TO ACK-LINE.
             PERFORM XR000-ON-REGISTER THRU XR000-EXIT.
           IF WS-FOUND = 1
               MOVE 1           TO WS-PO-SKIP
               STRING "ALREADY ACKNOWLEDGED AS OUR ORDER "
                      WS-DUP-ORDER " - NOT TAKEN AGAIN"
                      DELIMITED SIZE INTO ACK-LINE
               GO TO CD000-HEAD.
           IF WS-HELD = 1
               MOVE "NOT ACCEPTED - PLEASE CONTACT OUR CREDIT CONTROL"
                                TO ACK-LINE
               GO TO CD000-HEAD.
             ADD 1              TO WS-NEXT-ONO.
             MOVE WS-NEXT-ONO   TO WS-ORDER-NO.
             STRING "OUR ORDER " WS-ORDER-NO
                    DELIMITED SIZE INTO ACK-LINE.
       CD000-HEAD.
             WRITE ACK-LINE.
           IF WS-ORDER-NO NOT = ZERO
               PERFORM CH000-SHIP-TO THRU CH000-EXIT.
             MOVE SPACES        TO ACK-LINE.
             WRITE ACK-LINE.
             WRITE ACK-LINE FROM WS-AK-HEAD.
       CD000-EXIT.
             EXIT.
      *
      *    ****    O N E   O R D E R   L I N E
      *
       CE000-LINE.
             ADD 1              TO WS-LINE-NO.
             MOVE SPACES        TO WS-AK-DET.
             MOVE ZERO          TO WS-OFFER.
             MOVE WS-LINE-NO    TO WS-AD-LINE.
             MOVE LN-ITEM       TO WS-AD-ITEM WS-ITEM.
           IF WS-PO-OPEN = ZERO
               MOVE "NO PURCHASE ORDER HEADER"
                                TO WS-AD-NOTE
               GO TO CE000-REJECT.
           IF WS-PO-SKIP = 1
               MOVE "ALREADY ACKNOWLEDGED"
                                TO WS-AD-NOTE
               GO TO CE000-PRINT.
           IF LN-QTY NOT NUMERIC OR LN-PRICE NOT NUMERIC
               MOVE "LINE UNREADABLE" TO WS-AD-NOTE
               GO TO CE000-REJECT.
             COMPUTE WS-QTY = LN-QTY / 100.
             COMPUTE WS-CUST-PRICE ROUNDED = LN-PRICE / 10000.
             MOVE WS-QTY        TO WS-AD-QTY.
             MOVE WS-CUST-PRICE TO WS-AD-THEIRS.
           IF WS-QTY NOT > ZERO
               MOVE "NO QUANTITY" TO WS-AD-NOTE
               GO TO CE000-REJECT.
             PERFORM XB000-RESOLVE THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               MOVE "ITEM NOT RECOGNISED" TO WS-AD-NOTE
               GO TO CE000-REJECT.
             MOVE WS-CODE       TO WS-AD-CODE.
           IF STK-DISCONTINUED
               MOVE "ITEM DISCONTINUED" TO WS-AD-NOTE
               MOVE 1           TO WS-OFFER
               GO TO CE000-REJECT.
           IF WS-HELD = 1
               MOVE "NOT ACCEPTED - ACCOUNT HELD" TO WS-AD-NOTE
               GO TO CE000-REJECT.
      *
      *    Our price for the account - the customer's is compared,
      *    never taken
      *
             MOVE WS-CODE       TO WS-PL-CODE.
             MOVE WS-QTY        TO WS-PL-QTY.
             MOVE "B"           TO WS-PL-MODE.
             CALL "PRCLKP" USING WS-PL-PARAMS.
           IF WS-PL-SOURCE NOT = "NONE"
               MOVE WS-PL-PRICE TO WS-PRICE
           ELSE
               MOVE STK-PRICE2  TO WS-PRICE.
             MOVE WS-PRICE      TO WS-AD-OURS.
             MOVE ZERO          TO WS-PRICE-DIFF.
           IF WS-CUST-PRICE NOT = WS-PRICE
               MOVE 1           TO WS-PRICE-DIFF.
      *
      *    Below the item's minimum margin the line needs a supervisor
      *
             MOVE SPACE         TO WS-MRG-AUTH.
           IF WS-PL-SOURCE = "NONE"
               MOVE WS-PRICE    TO WS-PL-PRICE
               MOVE "M"         TO WS-PL-MODE
               CALL "PRCLKP" USING WS-PL-PARAMS.
           IF WS-PL-BELOW = "Y"
               PERFORM CG000-MARGIN-AUTH THRU CG000-EXIT.
           IF WS-PL-BELOW = "Y" AND WS-MRG-AUTH = SPACE
               MOVE "NOT ACCEPTED - PRICE REFERRED"
                                TO WS-AD-NOTE
               GO TO CE000-REJECT.
      *
      *    The order line
      *
             MOVE SPACES        TO SOR-RECORD.
             MOVE WS-ORDER-NO   TO SOR-ORDER-NO.
             MOVE WS-LINE-NO    TO SOR-LINE.
             MOVE WS-ACCOUNT    TO SOR-ACCOUNT.
             MOVE WS-CODE       TO SOR-CODE.
             MOVE WS-TODAY-N    TO SOR-DATE.
             MOVE WS-LOCATION   TO SOR-LOCATION.
             MOVE WS-QTY        TO SOR-QTY-ORDERED.
             MOVE ZERO          TO SOR-QTY-ALLOCATED SOR-QTY-SHIPPED
                                   SOR-POD-DATE SOR-QTY-INVOICED
                                   SOR-PROMISE-DATE.
             MOVE WS-PRICE      TO SOR-PRICE.
             MOVE WS-MRG-AUTH   TO SOR-MRG-AUTH.
             MOVE WS-SHIP-TO    TO SOR-SHIP-TO.
             MOVE WS-PRIORITY   TO SOR-PRIORITY.
             MOVE "O"           TO SOR-STATUS.
             MOVE WS-NEXT-SOR   TO WS-SORKEY.
             WRITE SOR-RECORD.
             ADD 1              TO WS-NEXT-SOR.
             ADD 1              TO WS-PO-ACC WS-CNT-ACC.
             PERFORM XQ000-FREE THRU XQ000-EXIT.
           IF STK-PHASE-OUT OR WS-FREE < WS-QTY
               MOVE 1           TO WS-OFFER.
           IF WS-PRICE-DIFF = 1 AND STK-PHASE-OUT
               MOVE "ACCEPTED - PRICE, PHASE-OUT"
                                TO WS-AD-NOTE
               ADD 1            TO WS-PO-FLAG
               GO TO CE000-PRINT.
           IF WS-PRICE-DIFF = 1
               MOVE "ACCEPTED - AT OUR PRICE"
                                TO WS-AD-NOTE
               ADD 1            TO WS-PO-FLAG
               GO TO CE000-PRINT.
           IF STK-PHASE-OUT
               MOVE "ACCEPTED - ITEM BEING PHASED OUT"
                                TO WS-AD-NOTE
               ADD 1            TO WS-PO-FLAG
               GO TO CE000-PRINT.
             MOVE "ACCEPTED"    TO WS-AD-NOTE.
             GO TO CE000-PRINT.
       CE000-REJECT.
             ADD 1              TO WS-PO-REJ WS-CNT-REJ.
       CE000-PRINT.
             WRITE ACK-LINE FROM WS-AK-DET.
           IF WS-OFFER = 1
               PERFORM CF000-OFFER THRU CF000-EXIT.
       CE000-EXIT.
             EXIT.
      *
      *    ****    A L T E R N A T I V E S   O F F E R E D
      *
      *    Up to three in-stock substitutes at the despatch location,
      *    at our price for the account.  Offered only - the customer
      *    re-orders the one they want.
      *
       CF000-OFFER.
             MOVE WS-CODE       TO WS-SB-CODE.
             MOVE WS-LOCATION   TO WS-SB-LOCATION.
             MOVE WS-QTY        TO WS-SB-QTY.
             MOVE WS-ACCOUNT    TO WS-SB-ACCOUNT.
             MOVE WS-TODAY-N    TO WS-SB-DATE.
             MOVE "N"           TO WS-SB-APPROVED-ONLY.
             CALL "SUBLKP" USING WS-SB-PARAMS.
             MOVE 1             TO WS-SB-IX.
       CF000-LINE.
           IF WS-SB-IX > WS-SB-COUNT OR WS-SB-IX > 3
               GO TO CF000-EXIT.
             MOVE WS-SB-ALT (WS-SB-IX)
                                TO WS-AA-CODE.
             MOVE WS-SB-DESC (WS-SB-IX)
                                TO WS-AA-DESC.
             MOVE WS-SB-PRICE (WS-SB-IX)
                                TO WS-AA-PRICE.
             WRITE ACK-LINE FROM WS-AK-ALT.
             ADD 1              TO WS-SB-IX.
             GO TO CF000-LINE.
       CF000-EXIT.
             EXIT.
      *
      *    ****    B E L O W - M A R G I N   A U T H O R I T Y
      *
      *    WS-MRG-AUTH returns "A" only when a supervisor with the
      *    MARGIN grant keys an id; the authority is logged to MRGLOG
      *    against our order number.
      *
       CG000-MARGIN-AUTH.
             MOVE SPACE         TO WS-MRG-AUTH.
             MOVE WS-PL-MARGIN  TO WS-MG-MARGIN.
             MOVE WS-PL-MIN-MARGIN
                                TO WS-MG-MIN.
             DISPLAY WS-CODE AT 2212 WITH FOREGROUND-COLOR 11
                     "  MARGIN " WITH FOREGROUND-COLOR 12
                     WS-MG-MARGIN WITH FOREGROUND-COLOR 11
                     "% - BELOW THE MINIMUM " WITH FOREGROUND-COLOR 12
                     WS-MG-MIN WITH FOREGROUND-COLOR 11
                     "%" WITH FOREGROUND-COLOR 12.
             DISPLAY "Supervisor authority id (spaces refuse) :"
                     AT 2312.
             MOVE SPACES        TO WS-SUPER.
             ACCEPT WS-SUPER AT 2357
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SUPER = SPACES
               GO TO CG000-EXIT.
             MOVE WS-SUPER      TO WS-AC-USER.
             MOVE "MARGIN"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               GO TO CG000-EXIT.
             MOVE "A"           TO WS-MRG-AUTH.
             OPEN EXTEND MRGLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT MRGLOG.
           IF WS-STATUS NOT = "00"
               GO TO CG000-EXIT.
             MOVE SPACES        TO MLG-RECORD.
             MOVE WS-TODAY-N    TO MLG-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME       TO MLG-TIME.
             MOVE "SLS015"      TO MLG-PROGRAM.
             MOVE WS-ORDER-NO   TO MLG-REF.
             MOVE WS-ACCOUNT    TO MLG-ACCOUNT.
             MOVE WS-CODE       TO MLG-CODE.
             MOVE WS-PRICE      TO MLG-PRICE.
             MOVE WS-PL-MARGIN  TO MLG-MARGIN.
             MOVE WS-PL-MIN-MARGIN
                                TO MLG-MINIMUM.
             MOVE WS-SUPER      TO MLG-SUPER.
             WRITE MLG-RECORD.
             CLOSE MRGLOG.
       CG000-EXIT.
             EXIT.
      *
      *    ****    D E L I V E R Y   S I T E   O N   T H E   H E A D E R
      *
      *    A site the account does not have is not a reason to refuse
      *    the order; it goes to the account's own address instead.
      *
       CH000-SHIP-TO.
           IF HD-SHIP-TO NOT NUMERIC
               GO TO CH000-EXIT.
           IF HD-SHIP-TO = ZERO
               GO TO CH000-EXIT.
             MOVE WS-ACCOUNT    TO WS-SL-ACCOUNT.
             MOVE HD-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             MOVE SPACES        TO ACK-LINE.
           IF WS-SL-RESULT NOT = ZERO
               STRING "DELIVERY SITE " HD-SHIP-TO
                      " NOT KNOWN - TO ACCOUNT ADDRESS"
                      DELIMITED SIZE INTO ACK-LINE
               WRITE ACK-LINE
               GO TO CH000-EXIT.
             MOVE HD-SHIP-TO    TO WS-SHIP-TO.
             STRING "DELIVER TO " WS-SL-SITE "  " WS-SL-ADDRESS1
                    DELIMITED SIZE INTO ACK-LINE.
             WRITE ACK-LINE.
       CH000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    I M P O R T   R E G I S T E R   L I S T I N G       *
      *                                                                *
      ******************************************************************
       DA000-LISTING.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "CUSTOMER ORDER IMPORT REGISTER  RUN "
                    WS-TODAY-N DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-REG-HEAD.
             MOVE 1             TO WS-ORGKEY.
             START ORDREG KEY NOT < WS-ORGKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ ORDREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE ORG-ACCOUNT   TO WS-DT-ACCOUNT.
             MOVE ORG-CUST-REF  TO WS-DT-REF.
             MOVE ORG-ORDER-NO  TO WS-DT-ORDER.
             MOVE ORG-DATE      TO WS-DT-DATE.
             MOVE ORG-LINES     TO WS-DT-LINES.
           IF ORG-ACCEPTED
               MOVE "ACCEPTED"  TO WS-DT-STATUS.
           IF ORG-REFUSED
               MOVE "CREDIT HOLD" TO WS-DT-STATUS.
           IF ORG-NONE
               MOVE "NONE TAKEN" TO WS-DT-STATUS.
             WRITE REP-LINE FROM WS-DET-LINE.
             GO TO DA000-READ.
       DA000-END.
             CLOSE PRNREP.
             DISPLAY "Register on SLS015.PRN          " AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    R E S O L V E   T H E   C U S T O M E R ' S   I T E M
      *
      *    The barcode cross-reference first, then the supplier
      *    article numbers on the stock master, then a plain
      *    stock code - the order DLP033 resolves a carton scan.
      *
       XB000-RESOLVE.
             MOVE ZERO          TO WS-FOUND.
             MOVE SPACES        TO WS-CODE.
           IF WS-ITEM = SPACES
               GO TO XB000-EXIT.
           IF WS-NO-ALTBAR = 1
               GO TO XB000-ART.
             MOVE 1             TO WS-ALTKEY.
             START ALTBAR KEY NOT < WS-ALTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-ART.
       XB000-XREAD.
             READ ALTBAR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-ART.
           IF ALT-BARCODE = WS-ITEM AND ALT-ACTIVE
               MOVE ALT-CODE    TO WS-CODE
               PERFORM XG000-FIND-STOCK THRU XG000-EXIT
               GO TO XB000-EXIT.
             GO TO XB000-XREAD.
       XB000-ART.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-PLAIN.
       XB000-AREAD.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-PLAIN.
           IF STK-SUPP-ART = WS-ITEM (1:14) AND NOT STK-DELETED
               MOVE STK-CODE    TO WS-CODE
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-AREAD.
       XB000-PLAIN.
             MOVE WS-ITEM (1:14)
                                TO WS-CODE.
             PERFORM XG000-FIND-STOCK THRU XG000-EXIT.
       XB000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   P R O F I L E
      *
       XC000-FIND-PROFILE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-OPFKEY.
             START ORDPRF KEY NOT < WS-OPFKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ ORDPRF NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF OPF-ACCOUNT = WS-ACCOUNT
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   P R O F I L E   S L O T
      *
       XD000-NEXT-OPF.
             MOVE 1             TO WS-OPFKEY.
             START ORDPRF KEY NOT < WS-OPFKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-OPFKEY
               GO TO XD000-EXIT.
       XD000-READ.
             READ ORDPRF NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-OPFKEY
               GO TO XD000-EXIT.
             GO TO XD000-READ.
       XD000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   D E B T O R
      *
       XE000-FIND-DEBTOR.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF DEB-ACCOUNT = WS-ACCOUNT AND DEB-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XE000-EXIT.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R E G I S T E R   S L O T
      *
       XF000-NEXT-ORG.
             MOVE 1             TO WS-ORGKEY.
             START ORDREG KEY NOT < WS-ORGKEY.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-ORGKEY
               GO TO XF000-EXIT.
       XF000-READ.
             READ ORDREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-ORGKEY
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   S T O C K   I T E M
      *
       XG000-FIND-STOCK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
           IF STK-CODE = WS-CODE AND NOT STK-DELETED
               MOVE 1           TO WS-FOUND
               GO TO XG000-EXIT.
             GO TO XG000-READ.
       XG000-EXIT.
             EXIT.
      *
      *    ****    F R E E   S T O C K   A T   T H E   L O C A T I O N
      *
      *    Without quantity records every item counts as in stock.
      *
       XQ000-FREE.
             MOVE ZERO          TO WS-FREE.
           IF WS-NO-STKQTY = 1
               MOVE WS-QTY      TO WS-FREE
               GO TO XQ000-EXIT.
             MOVE 1             TO WS-STQKEY.
             START STKQTY KEY NOT < WS-STQKEY.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
       XQ000-READ.
             READ STKQTY NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XQ000-EXIT.
           IF STQ-CODE = WS-CODE AND STQ-LOCATION = WS-LOCATION
               COMPUTE WS-FREE = WS-FREE + STQ-ON-HAND - STQ-RESERVED
                       - STQ-QUARANTINE.
             GO TO XQ000-READ.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    N E X T   O R D E R   N U M B E R   A N D   S L O T
      *
       XO000-NEXT-ORDER.
             MOVE ZERO          TO WS-NEXT-ONO.
             MOVE 1             TO WS-NEXT-SOR WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
       XO000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
             COMPUTE WS-NEXT-SOR = WS-SORKEY + 1.
           IF SOR-ORDER-NO > WS-NEXT-ONO
               MOVE SOR-ORDER-NO
                                TO WS-NEXT-ONO.
             GO TO XO000-READ.
       XO000-EXIT.
             EXIT.
      *
      *    ****    O R D E R   A L R E A D Y   I M P O R T E D
      *
       XR000-ON-REGISTER.
             MOVE ZERO          TO WS-FOUND WS-DUP-ORDER.
             MOVE 1             TO WS-ORGKEY.
             START ORDREG KEY NOT < WS-ORGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
       XR000-READ.
             READ ORDREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR000-EXIT.
           IF ORG-ACCOUNT = WS-ACCOUNT
            AND ORG-CUST-REF = WS-CUST-REF
            AND ORG-ACCEPTED
               MOVE ORG-ORDER-NO
                                TO WS-DUP-ORDER
               MOVE 1           TO WS-FOUND
               GO TO XR000-EXIT.
             GO TO XR000-READ.
       XR000-EXIT.
             EXIT.
