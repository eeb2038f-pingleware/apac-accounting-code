      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **         ******    ******      **      ******    *
      *   **    **  **        **    **  **    **    ***     **    **   *
      *   **        **        **        **    **     **     **    **   *
      *    ******   **         ******   **    **     **      ******    *
      *         **  **              **  **    **     **     **    **   *
      *   **    **  **        **    **  **    **     **     **    **   *
      *    ******   ********   ******    ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D E L I V E R Y   A D D R E S S E S                           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Delivery addresses.  Builders and chain customers take      *
      *    deliveries at many sites, so each debtor account may carry  *
      *    any number of ship-to sites on SHIPTO, each with its site   *
      *    name, address, contact, phone, route zone and the driver's  *
      *    delivery instructions.                                      *
      *                                                                *
      *      'S' sites - add, amend or delete an account's delivery    *
      *          sites; keeping a deleted site restores it             *
      *      'O' order ship-to - change the site an order delivers     *
      *          to; lines already proved delivered keep their site    *
      *      'L' list - every active site with its address and         *
      *          instructions, to SLS018.PRN                           *
      *      'E' end                                                   *
      *                                                                *
      *    A sales order names its site on every line (SOR-SHIP-TO):   *
      *    quotation conversion (SLS012) and order import (SLS015)     *
      *    set it, and option 'O' changes it while the order is        *
      *    undelivered.  Route loading (DLP006), freight rating        *
      *    (DLP032), proof of delivery (DLP030), invoicing (DLP034)    *
      *    and the e-invoice (DTP063) then take the site's address     *
      *    and zone, through SHPLKP, instead of the account's.  Site   *
      *    zero is the account's own address; a site with no zone of   *
      *    its own takes the account's zone.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLS018.
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

       COPY SHIPTO.SL.

       COPY SALORD.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY SHIPTO.FDE.

       COPY SALORD.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "SLS018.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SHPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-SHP    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-SITE-NO     PIC  9(03)     VALUE ZERO.
       77  WS-SITES       PIC  9(03)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.
       77  WS-OLD-SHIP    PIC  9(03)     VALUE ZERO.
       77  WS-CHANGED     PIC  9(03)     VALUE ZERO.
       77  WS-KEPT        PIC  9(03)     VALUE ZERO.
       77  WS-LISTED      PIC  9(05)     VALUE ZERO.

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

       01  WS-DET-LINE.
           03  WS-DT-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SITE-NO PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SITE    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-ZONE    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-CONTACT PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-PHONE   PIC  X(15).

       01  WS-AD-LINE.
           03  FILLER        PIC  X(14) VALUE SPACES.
           03  WS-AD-TEXT    PIC  X(96).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DELIVERY ADDRESSES" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O SHIPTO.
           IF WS-STATUS = "35"
               OPEN OUTPUT SHIPTO
               CLOSE SHIPTO
               OPEN I-O SHIPTO.
           IF WS-STATUS NOT = "00"
               DISPLAY "SHIPTO open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'S'ites  'O'rder  'L'ist  'E'nd :"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0554
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "S"
               PERFORM BA000-SITES THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "O"
               PERFORM CA000-ORDER THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM DA000-LISTING THRU DA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE SHIPTO.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A N   A C C O U N T ' S   D E L I V E R Y           *
      *            S I T E S                                           *
      *                                                                *
      *    Keying a number not yet used adds the site; 'D' marks a     *
      *    site deleted, and keeping a deleted site brings it back.    *
      *                                                                *
      ******************************************************************
       BA000-SITES.
             DISPLAY "Debtor account ('0' ends)  :" AT 0712.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-EXIT.
             PERFORM XB000-FIND-DEBTOR THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Account not on DEBTOR file    " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-SITES.
             DISPLAY DEB-NAME AT 0752 WITH FOREGROUND-COLOR 11.
             PERFORM XC000-COUNT-SITES THRU XC000-EXIT.
             DISPLAY "Sites on file              :" AT 0812.
             DISPLAY WS-SITES AT 0844 WITH FOREGROUND-COLOR 11.
       BA000-SITE.
             DISPLAY "Site number ('0' ends)     :" AT 0912.
             MOVE ZERO          TO WS-SITE-NO.
             ACCEPT WS-SITE-NO AT 0944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SITE-NO = ZERO
               GO TO BA000-SITES.
             PERFORM XF000-FIND-SITE THRU XF000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO SHP-RECORD
               MOVE WS-ACCOUNT  TO SHP-ACCOUNT
               MOVE WS-SITE-NO  TO SHP-NUMBER
               MOVE ZERO        TO SHP-ROUTE-ZONE
               MOVE "A"         TO SHP-STATUS
               DISPLAY "New site                   " AT 2312
                       WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY "Amending the site          " AT 2312
                       WITH FOREGROUND-COLOR 11.
           IF SHP-DELETED
               DISPLAY "Site is deleted - keep it to restore" AT 2312
                       WITH FOREGROUND-COLOR 12.
             DISPLAY "Site name                  :" AT 1012.
             ACCEPT SHP-SITE AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Address                    :" AT 1112.
             ACCEPT SHP-ADDRESS1 AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SHP-ADDRESS2 AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT SHP-ADDRESS3 AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Contact                    :" AT 1412.
             ACCEPT SHP-CONTACT AT 1444
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Phone                      :" AT 1512.
             ACCEPT SHP-PHONE AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Route zone (0 - account's) :" AT 1612.
             ACCEPT SHP-ROUTE-ZONE AT 1644
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             DISPLAY "Delivery instructions      :" AT 1712.
             ACCEPT SHP-INSTRUCT AT 1812
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-ACTION.
             DISPLAY "'K'eep  'D'elete  'A'bandon :" AT 1912.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1944
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Site not changed              " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-SITE.
           IF NOT (WS-ACTION = "K" OR "D")
               GO TO BA000-ACTION.
           IF WS-ACTION = "K" AND SHP-SITE = SPACES
               DISPLAY "The site name is required     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ACTION.
           IF WS-ACTION = "D" AND WS-FOUND = ZERO
               GO TO BA000-SITE.
             MOVE "A"           TO SHP-STATUS.
           IF WS-ACTION = "D"
               MOVE "D"         TO SHP-STATUS.
           IF WS-FOUND = 1
               REWRITE SHP-RECORD
           ELSE
               PERFORM XN000-NEXT-SHP THRU XN000-EXIT
               MOVE WS-NEXT-SHP TO WS-SHPKEY
               WRITE SHP-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SHIPTO write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-SITE.
           IF SHP-DELETED
               DISPLAY "Site deleted                  " AT 2312
                       WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Site saved                    " AT 2312
                       WITH FOREGROUND-COLOR 10.
             PERFORM XC000-COUNT-SITES THRU XC000-EXIT.
             DISPLAY WS-SITES AT 0844 WITH FOREGROUND-COLOR 11.
             GO TO BA000-SITE.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   S H I P - T O   O N   A N   O R D E R       *
      *                                                                *
      *    Every line of the order not yet stamped delivered, and      *
      *    not cancelled, takes the new site; delivered lines keep     *
      *    the site they went to.                                      *
      *                                                                *
      ******************************************************************
       CA000-ORDER.
             OPEN I-O SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
       CA000-ASK.
             DISPLAY "Sales order ('0' ends)     :" AT 0712.
             MOVE ZERO          TO WS-ORDER-NO.
             ACCEPT WS-ORDER-NO AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ORDER-NO = ZERO
               GO TO CA000-END.
             PERFORM XO000-FIND-ORDER THRU XO000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Order not on file             " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-ASK.
             MOVE SOR-ACCOUNT   TO WS-ACCOUNT WS-SL-ACCOUNT.
             MOVE ZERO          TO WS-OLD-SHIP.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-OLD-SHIP.
             MOVE WS-OLD-SHIP   TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             DISPLAY "Account                    :" AT 0812.
             DISPLAY WS-ACCOUNT AT 0844 WITH FOREGROUND-COLOR 11
                     "  " WS-SL-NAME WITH FOREGROUND-COLOR 11.
             DISPLAY "Now delivering to          :" AT 0912.
             DISPLAY WS-OLD-SHIP AT 0944 WITH FOREGROUND-COLOR 11
                     "  " WS-SL-SITE WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-ADDRESS1 AT 1049 WITH FOREGROUND-COLOR 11.
       CA000-SHIP.
             DISPLAY "Ship-to site (0 - account) :" AT 1212.
             MOVE WS-OLD-SHIP   TO WS-SHIP-TO.
             ACCEPT WS-SHIP-TO AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-ACCOUNT    TO WS-SL-ACCOUNT.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
           IF WS-SL-RESULT > 1
               DISPLAY "No such site on the account   " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-SHIP.
           IF WS-SHIP-TO = ZERO
               DISPLAY "ACCOUNT ADDRESS" AT 1249
                       WITH FOREGROUND-COLOR 11
           ELSE
               DISPLAY WS-SL-SITE AT 1249 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-ADDRESS1 AT 1349 WITH FOREGROUND-COLOR 11.
             PERFORM CB000-READDRESS THRU CB000-EXIT.
             DISPLAY "Lines re-addressed " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CHANGED WITH FOREGROUND-COLOR 11
                     "  already delivered " WITH FOREGROUND-COLOR 10
                     WS-KEPT WITH FOREGROUND-COLOR 11.
             GO TO CA000-ASK.
       CA000-END.
             CLOSE SALORD.
       CA000-EXIT.
             EXIT.
      *
      *    ****    R E - A D D R E S S   T H E   O P E N   L I N E S
      *
       CB000-READDRESS.
             MOVE ZERO          TO WS-CHANGED WS-KEPT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
       CB000-READ.
             READ SALORD NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO OR SOR-CANCELLED
               GO TO CB000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               ADD 1            TO WS-KEPT
               GO TO CB000-READ.
             MOVE WS-SHIP-TO    TO SOR-SHIP-TO.
             REWRITE SOR-RECORD.
             ADD 1              TO WS-CHANGED.
             GO TO CB000-READ.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E L I V E R Y   S I T E   L I S T I N G           *
      *                                                                *
      ******************************************************************
       DA000-LISTING.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "DEBTOR DELIVERY SITES  " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "ACCOUNT  SITE  NAME                          "
                    "  ZONE  CONTACT                         PHONE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-LISTED.
             MOVE 1             TO WS-SHPKEY.
             START SHIPTO KEY NOT < WS-SHPKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ SHIPTO NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
           IF NOT SHP-ACTIVE
               GO TO DA000-READ.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE SHP-ACCOUNT   TO WS-DT-ACCOUNT.
             MOVE SHP-NUMBER    TO WS-DT-SITE-NO.
             MOVE SHP-SITE      TO WS-DT-SITE.
             MOVE SHP-ROUTE-ZONE
                                TO WS-DT-ZONE.
             MOVE SHP-CONTACT   TO WS-DT-CONTACT.
             MOVE SHP-PHONE     TO WS-DT-PHONE.
             WRITE REP-LINE FROM WS-DET-LINE.
             MOVE SPACES        TO WS-AD-LINE.
             STRING SHP-ADDRESS1 "  " SHP-ADDRESS2 "  " SHP-ADDRESS3
                    DELIMITED SIZE INTO WS-AD-TEXT.
             WRITE REP-LINE FROM WS-AD-LINE.
           IF SHP-INSTRUCT NOT = SPACES
               MOVE SPACES      TO WS-AD-LINE
               MOVE SHP-INSTRUCT
                                TO WS-AD-TEXT
               WRITE REP-LINE FROM WS-AD-LINE.
             ADD 1              TO WS-LISTED.
             GO TO DA000-READ.
       DA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "SITES LISTED " WS-LISTED
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Sites listed : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-LISTED WITH FOREGROUND-COLOR 11
                     "  - on SLS018.PRN"
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   D E B T O R
      *
       XB000-FIND-DEBTOR.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-END.
       XB000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-END.
           IF DEB-ACCOUNT = WS-ACCOUNT AND DEB-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XB000-END.
             GO TO XB000-READ.
       XB000-END.
             CLOSE DEBTOR.
       XB000-EXIT.
             EXIT.
      *
      *    ****    A C T I V E   S I T E S   O N   T H E   A C C O U N T
      *
       XC000-COUNT-SITES.
             MOVE ZERO          TO WS-SITES.
             MOVE 1             TO WS-SHPKEY.
             START SHIPTO KEY NOT < WS-SHPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ SHIPTO NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF SHP-ACCOUNT = WS-ACCOUNT AND SHP-ACTIVE
               ADD 1            TO WS-SITES.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   S I T E   ( A N Y   S T A T U S )
      *
       XF000-FIND-SITE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SHPKEY.
             START SHIPTO KEY NOT < WS-SHPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ SHIPTO NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF SHP-ACCOUNT = WS-ACCOUNT AND SHP-NUMBER = WS-SITE-NO
               MOVE 1           TO WS-FOUND
               GO TO XF000-EXIT.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    F I R S T   L I N E   O F   A N   O R D E R
      *
       XO000-FIND-ORDER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
       XO000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XO000-EXIT.
           IF SOR-ORDER-NO = WS-ORDER-NO AND NOT SOR-CANCELLED
               MOVE 1           TO WS-FOUND
               GO TO XO000-EXIT.
             GO TO XO000-READ.
       XO000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S I T E   S L O T
      *
       XN000-NEXT-SHP.
             MOVE 1             TO WS-NEXT-SHP WS-SHPKEY.
             START SHIPTO KEY NOT < WS-SHPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ SHIPTO NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-SHP = WS-SHPKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
