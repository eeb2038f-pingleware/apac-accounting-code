      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **    **  *******   **        **   **   *******    *
      *   **    **  **    **  **    **  **        **  **    **    **   *
      *   **        **    **  **    **  **        ** **     **    **   *
      *    ******   ********  *******   **        ****      *******    *
      *         **  **    **  **        **        ** **     **         *
      *   **    **  **    **  **        **        **  **    **         *
      *    ******   **    **  **        ********  **   **   **         *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  S H I P - T O   A D D R E S S   L O O K U P                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Resolves where an order goes.  Given an account and the     *
      *    ship-to number on its order, returns the delivery name,     *
      *    site, address, contact, phone, route zone and delivery      *
      *    instructions - from the account's SHIPTO site, or from the  *
      *    DEBTOR master when the order names no site.  A site with    *
      *    no route zone of its own takes the account's zone.          *
      *                                                                *
      *        CALL "SHPLKP" USING SL-PARAMS                           *
      *                                                                *
      *    SL-ACCOUNT   debtor account                                 *
      *    SL-SHIP-TO   ship-to number on the order (zero - account)   *
      *    SL-NAME      account name       SL-SITE     site name       *
      *    SL-ADDRESS1-3, SL-CONTACT, SL-PHONE   delivery address      *
      *    SL-ZONE      route zone         SL-RESULT   see below       *
      *    SL-INSTRUCT  delivery instructions                          *
      *                                                                *
      *    Result 0 is a SHIPTO site, 1 the account's own address      *
      *    (ship-to zero or blank), 2 a site not on file or deleted -  *
      *    the account's address is then returned - and 9 an account   *
      *    not on the DEBTOR file, with everything blank.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SHPLKP.
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY DEBTOR.SL.

       COPY SHIPTO.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY SHIPTO.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SHPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.

       LINKAGE SECTION.
       01  SL-PARAMS.
           03  SL-ACCOUNT     PIC  9(07).
           03  SL-SHIP-TO     PIC  9(03).
           03  SL-NAME        PIC  X(40).
           03  SL-SITE        PIC  X(30).
           03  SL-ADDRESS1    PIC  X(30).
           03  SL-ADDRESS2    PIC  X(30).
           03  SL-ADDRESS3    PIC  X(30).
           03  SL-CONTACT     PIC  X(30).
           03  SL-PHONE       PIC  X(15).
           03  SL-ZONE        PIC  9(02).
           03  SL-INSTRUCT    PIC  X(60).
           03  SL-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING SL-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE SPACES        TO SL-NAME SL-SITE SL-ADDRESS1
                                   SL-ADDRESS2 SL-ADDRESS3 SL-CONTACT
                                   SL-PHONE SL-INSTRUCT.
             MOVE ZERO          TO SL-ZONE.
             MOVE 9             TO SL-RESULT.
           IF SL-SHIP-TO NOT NUMERIC
               MOVE ZERO        TO SL-SHIP-TO.
             PERFORM BA000-ACCOUNT THRU BA000-EXIT.
           IF WS-FOUND = ZERO
               GO TO AZ100.
             MOVE 1             TO SL-RESULT.
           IF SL-SHIP-TO = ZERO
               GO TO AZ100.
             PERFORM CA000-SITE THRU CA000-EXIT.
           IF WS-FOUND = ZERO
               MOVE 2           TO SL-RESULT
               GO TO AZ100.
             MOVE ZERO          TO SL-RESULT.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   A C C O U N T ' S   O W N   A D D R E S S   *
      *                                                                *
      ******************************************************************
       BA000-ACCOUNT.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
       BA000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
           IF DEB-ACCOUNT NOT = SL-ACCOUNT OR DEB-DELETED
               GO TO BA000-READ.
             MOVE 1             TO WS-FOUND.
             MOVE DEB-NAME      TO SL-NAME.
             MOVE DEB-ADDRESS1  TO SL-ADDRESS1.
             MOVE DEB-ADDRESS2  TO SL-ADDRESS2.
             MOVE DEB-ADDRESS3  TO SL-ADDRESS3.
             MOVE DEB-PHONE     TO SL-PHONE.
           IF DEB-ROUTE-ZONE NUMERIC
               MOVE DEB-ROUTE-ZONE
                                TO SL-ZONE.
       BA000-END.
             CLOSE DEBTOR.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   D E L I V E R Y   S I T E                   *
      *                                                                *
      ******************************************************************
       CA000-SITE.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT SHIPTO.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE 1             TO WS-SHPKEY.
             START SHIPTO KEY NOT < WS-SHPKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ SHIPTO NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF SHP-ACCOUNT NOT = SL-ACCOUNT
            OR SHP-NUMBER NOT = SL-SHIP-TO
            OR NOT SHP-ACTIVE
               GO TO CA000-READ.
             MOVE 1             TO WS-FOUND.
             MOVE SHP-SITE      TO SL-SITE.
             MOVE SHP-ADDRESS1  TO SL-ADDRESS1.
             MOVE SHP-ADDRESS2  TO SL-ADDRESS2.
             MOVE SHP-ADDRESS3  TO SL-ADDRESS3.
             MOVE SHP-CONTACT   TO SL-CONTACT.
             MOVE SHP-PHONE     TO SL-PHONE.
             MOVE SHP-INSTRUCT  TO SL-INSTRUCT.
           IF SHP-ROUTE-ZONE NUMERIC
            AND SHP-ROUTE-ZONE NOT = ZERO
               MOVE SHP-ROUTE-ZONE
                                TO SL-ZONE.
       CA000-END.
             CLOSE SHIPTO.
       CA000-EXIT.
             EXIT.
