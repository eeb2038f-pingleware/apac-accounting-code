      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   **        *******    ******    ******    ******    *
      *   **    **  **        **    **  **    **  **    **  **         *
      *   **    **  **        **    **  **    **        **  **         *
      *   **    **  **        *******   **    **     ***    *******    *
      *   **    **  **        **        **    **        **  **    **   *
      *   **    **  **        **        **    **  **    **  **    **   *
      *   *******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C O U R I E R   C O N S I G N M E N T S                       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Courier consignments.  Parcels for country customers go by  *
      *    courier, outside our own fleet; the consignment is booked   *
      *    here, sent to the courier's system as a file, and the       *
      *    courier's tracking file is read back so the delivery is     *
      *    proved on the order without waybills and telephone calls.   *
      *                                                                *
      *      'B' book - an order with lines allocated or shipped and   *
      *          not yet delivered becomes a consignment on CONSGN     *
      *          with its parcels and weight (the item weights kept    *
      *          on DLP035)                                            *
      *      'X' export - every booked consignment to CONSOUT.TXT for  *
      *          the courier, with the reference, order, consignee,    *
      *          delivery address, contact, parcels, weight and        *
      *          instructions                                          *
      *      'I' import - the courier's tracking file TRKIN.TXT; the   *
      *          waybill number goes on the order's consignment, a     *
      *          delivered status proves the order delivered and a     *
      *          failed status records a DLP030 delivery exception     *
      *      'A' ageing - consignments not yet delivered, by days      *
      *          since booking                                         *
      *      'E' end                                                   *
      *                                                                *
      *    Files are '|' delimited.  A tracking line holds the         *
      *    reference, waybill, status (T in transit, D delivered, F    *
      *    failed), status date, reason code (RF/SH/DM/NA/WA as on     *
      *    DLP030 - NA when none is given), receiver and the           *
      *    courier's status text.  Courier exceptions are recorded on  *
      *    DLVEXC under route 999, so the DLP030 debrief of route 999  *
      *    and the returns list take them.  The address is the         *
      *    order's delivery site, through SHPLKP.  Reports and         *
      *    rejected lines print to DLP036.PRN.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP036.
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

       COPY CONSGN.SL.

       COPY ITMWGT.SL.

      *
      *    ****    D E L I V E R Y   E X C E P T I O N S
      *
           SELECT DLVEXC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-EXCKEY.

           SELECT CSGOUT  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT TRKFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY SALORD.FDE.

       COPY CONSGN.FDE.

       COPY ITMWGT.FDE.

       FD  DLVEXC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLVEXC.DAT".
       01  EXC-RECORD.
           03  EXC-ROUTE      PIC  9(03).
           03  EXC-ORDER      PIC  9(06).
           03  EXC-LINE       PIC  9(03).
           03  EXC-CODE       PIC  X(14).
           03  EXC-QTY-SHORT  PIC S9(07)V99 COMP-3.
           03  EXC-REASON     PIC  X(02).
           03  EXC-RECEIVER   PIC  X(20).
           03  EXC-DATE       PIC  9(08).
           03  EXC-STATUS     PIC  X(01).
               88  EXC-OPEN        VALUE "O".
               88  EXC-PROCESSED   VALUE "P".
           03  EXC-ACCOUNT    PIC  9(07).
           03  EXC-SHIP-TO    PIC  9(03).

       FD  CSGOUT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CONSOUT.TXT".
       01  OUT-RECORD         PIC  X(400).

       FD  TRKFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "TRKIN.TXT".
       01  TRK-RECORD         PIC  X(200).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLP036.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-SORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CSGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-IWTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-EXCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-ITMWGT   PIC  9(01)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-NUMBER      PIC  9(06)     VALUE ZERO.
       77  WS-NEXT-NO     PIC  9(06)     VALUE ZERO.
       77  WS-CODE        PIC  X(14)     VALUE SPACES.
       77  WS-PARCELS     PIC  9(03)     VALUE ZERO.
       77  WS-WEIGHT      PIC  9(05)V999 VALUE ZERO.
       77  WS-QTY         PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-LINE-WGT    PIC S9(09)V999 COMP-3 VALUE ZERO.
       77  WS-POD-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-REASON      PIC  X(02)     VALUE SPACES.
       77  WS-LINE-NO     PIC  9(05)     VALUE ZERO.
       77  WS-ACCEPTED    PIC  9(05)     VALUE ZERO.
       77  WS-REJECTED    PIC  9(05)     VALUE ZERO.
       77  WS-COUNT       PIC  9(05)     VALUE ZERO.
       77  WS-DAYS        PIC S9(05)     VALUE ZERO.
       77  WS-SER-TODAY   PIC  9(07)     COMP-5.
       77  WS-AGE-SUB     PIC  9(04)     COMP-5.
       77  WS-ED-WGT      PIC  9(05).999.

       77  WS-SD-YY       PIC  9(05)     COMP-5.
       77  WS-SD-M2       PIC  9(02)     COMP-5.
       77  WS-SD-Q4       PIC  9(05)     COMP-5.
       77  WS-SD-Q100     PIC  9(05)     COMP-5.
       77  WS-SD-Q400     PIC  9(05)     COMP-5.
       77  WS-SD-T153     PIC  9(05)     COMP-5.
       77  WS-SD-TM       PIC  9(05)     COMP-5.
       77  WS-SD-SERIAL   PIC  9(07)     COMP-5.

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
      *    ****    T R A C K I N G   L I N E   F I E L D S
      *
       01  WS-FIELDS.
           03  WS-F-REF      PIC  X(06).
           03  WS-F-REF-N REDEFINES WS-F-REF
                             PIC  9(06).
           03  WS-F-WAYBILL  PIC  X(20).
           03  WS-F-STATUS   PIC  X(01).
           03  WS-F-DATE     PIC  X(08).
           03  WS-F-REASON   PIC  X(02).
           03  WS-F-RECV     PIC  X(20).
           03  WS-F-TEXT     PIC  X(30).

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

      *
      *    ****    D A T E   W O R K   F I E L D S
      *
       01  WS-SD-DATE.
           03  WS-SD-YYYY    PIC  9(04).
           03  WS-SD-MM      PIC  9(02).
           03  WS-SD-DD      PIC  9(02).
       01  WS-SD-DATE-N REDEFINES WS-SD-DATE
                             PIC  9(08).

      *
      *    ****    A G E I N G   B A N D S
      *
       01  WS-AGE-VALUES.
           03  FILLER        PIC  X(15) VALUE "0020 - 2 DAYS  ".
           03  FILLER        PIC  X(15) VALUE "0053 - 5 DAYS  ".
           03  FILLER        PIC  X(15) VALUE "0106 - 10 DAYS ".
           03  FILLER        PIC  X(15) VALUE "999OVER 10 DAYS".
       01  WS-AGE-TABLE REDEFINES WS-AGE-VALUES.
           03  WS-AGE-BAND   OCCURS 4.
               05  WS-AGE-LIMIT  PIC  9(03).
               05  WS-AGE-TEXT   PIC  X(12).
       01  WS-AGE-COUNTS.
           03  WS-AGE-COUNT  PIC  9(05) OCCURS 4.

       01  WS-ERR-LINE.
           03  FILLER        PIC  X(05) VALUE "LINE".
           03  WS-ER-LINE    PIC  ZZZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-ER-TEXT    PIC  X(34).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-ER-DATA    PIC  X(70).

       01  WS-AG-LINE.
           03  WS-AG-NUMBER  PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-ORDER   PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-NAME    PIC  X(30).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-STATUS  PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-WAYBILL PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-DAYS    PIC  ZZZZ9-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AG-TEXT    PIC  X(30).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "COURIER CONSIGNMENTS" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN I-O CONSGN.
           IF WS-STATUS = "35"
               OPEN OUTPUT CONSGN
               CLOSE CONSGN
               OPEN I-O CONSGN.
           IF WS-STATUS NOT = "00"
               DISPLAY "CONSGN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'B'ook 'X'port 'I'mport 'A'geing 'E'nd :"
                     AT 0512 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0561
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "B"
               PERFORM BA000-BOOK THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "X"
               PERFORM CA000-EXPORT THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "I"
               PERFORM DA000-IMPORT THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM EA000-AGEING THRU EA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE CONSGN.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    B O O K   A   C O N S I G N M E N T                 *
      *                                                                *
      ******************************************************************
       BA000-BOOK.
             OPEN INPUT SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             MOVE ZERO          TO WS-NO-ITMWGT.
             OPEN INPUT ITMWGT.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-ITMWGT.
       BA000-ORDER.
             DISPLAY "Order number ('0' ends)    :" AT 0712.
             MOVE ZERO          TO WS-ORDER-NO.
             ACCEPT WS-ORDER-NO AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ORDER-NO = ZERO
               GO TO BA000-END.
             PERFORM XL000-CONSIGNED THRU XL000-EXIT.
           IF WS-FOUND = 1
               DISPLAY "Order already consigned - " AT 2312
                       WITH FOREGROUND-COLOR 12
                       CSG-NUMBER WITH FOREGROUND-COLOR 11
               GO TO BA000-ORDER.
             PERFORM XW000-WEIGHT THRU XW000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No order line to deliver      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ORDER.
             MOVE SOR-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE ZERO          TO WS-SL-SHIP-TO.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             DISPLAY "Consignee                  :" AT 0812.
             DISPLAY WS-SL-NAME AT 0844 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-SITE AT 0944 WITH FOREGROUND-COLOR 11.
             DISPLAY WS-SL-ADDRESS1 AT 1044 WITH FOREGROUND-COLOR 11.
             DISPLAY "Parcels                    :" AT 1212.
             MOVE 1             TO WS-PARCELS.
             ACCEPT WS-PARCELS AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PARCELS = ZERO
               MOVE 1           TO WS-PARCELS.
             DISPLAY "Weight (kg)                :" AT 1312.
             ACCEPT WS-WEIGHT AT 1344
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-ACTION.
             DISPLAY "'K'eep  'A'bandon          :" AT 1512.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1544
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Consignment not booked        " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-ORDER.
           IF WS-ACTION NOT = "K"
               GO TO BA000-ACTION.
             PERFORM XN000-NEXT-CSG THRU XN000-EXIT.
             MOVE SPACES        TO CSG-RECORD.
             MOVE WS-NEXT-NO    TO CSG-NUMBER.
             MOVE WS-ORDER-NO   TO CSG-ORDER.
             MOVE WS-SL-ACCOUNT TO CSG-ACCOUNT.
             MOVE WS-SL-SHIP-TO TO CSG-SHIP-TO.
             MOVE WS-TODAY-N    TO CSG-DATE CSG-STAT-DATE.
             MOVE WS-PARCELS    TO CSG-PARCELS.
             MOVE WS-WEIGHT     TO CSG-WEIGHT.
             MOVE "B"           TO CSG-STATUS.
             MOVE WS-NEXT-KEY   TO WS-CSGKEY.
             WRITE CSG-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "CONSGN write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-ORDER.
             DISPLAY "Consignment booked - " AT 2312
                     WITH FOREGROUND-COLOR 10
                     CSG-NUMBER WITH FOREGROUND-COLOR 11.
             GO TO BA000-ORDER.
       BA000-END.
             CLOSE SALORD.
           IF WS-NO-ITMWGT = ZERO
               CLOSE ITMWGT.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O N S I G N M E N T   F I L E   F O R   T H E     *
      *            C O U R I E R                                       *
      *                                                                *
      ******************************************************************
       CA000-EXPORT.
             OPEN OUTPUT CSGOUT.
           IF WS-STATUS NOT = "00"
               DISPLAY "CONSOUT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-COUNT.
             MOVE 1             TO WS-CSGKEY.
             START CONSGN KEY NOT < WS-CSGKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
       CA000-READ.
             READ CONSGN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
           IF NOT CSG-BOOKED
               GO TO CA000-READ.
             MOVE CSG-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE CSG-SHIP-TO   TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             MOVE CSG-WEIGHT    TO WS-ED-WGT.
             MOVE SPACES        TO OUT-RECORD.
             STRING CSG-NUMBER "|" CSG-ORDER "|" CSG-ACCOUNT "|"
                    WS-SL-NAME "|" WS-SL-SITE "|"
                    WS-SL-ADDRESS1 "|" WS-SL-ADDRESS2 "|"
                    WS-SL-ADDRESS3 "|" WS-SL-CONTACT "|"
                    WS-SL-PHONE "|" CSG-PARCELS "|" WS-ED-WGT "|"
                    WS-SL-INSTRUCT
                    DELIMITED SIZE INTO OUT-RECORD.
             WRITE OUT-RECORD.
             MOVE "S"           TO CSG-STATUS.
             MOVE WS-TODAY-N    TO CSG-STAT-DATE.
             REWRITE CSG-RECORD.
             ADD 1              TO WS-COUNT.
             GO TO CA000-READ.
       CA000-DONE.
             CLOSE CSGOUT.
             DISPLAY "Consignments sent to CONSOUT.TXT : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-COUNT WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O U R I E R   T R A C K I N G   I M P O R T       *
      *                                                                *
      *    Delivered:  the order's booked lines are confirmed in full  *
      *    as DLP030 confirms them.  Failed:  each line is recorded    *
      *    refused on DLVEXC under route 999 with the courier's        *
      *    reason.                                                     *
      *                                                                *
      ******************************************************************
       DA000-IMPORT.
             OPEN INPUT TRKFIL.
           IF WS-STATUS NOT = "00"
               DISPLAY "TRKIN.TXT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             OPEN I-O SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE TRKFIL
               GO TO DA000-EXIT.
             OPEN I-O DLVEXC.
           IF WS-STATUS = "35"
               OPEN OUTPUT DLVEXC
               CLOSE DLVEXC
               OPEN I-O DLVEXC.
             OPEN OUTPUT PRNREP.
             MOVE "COURIER TRACKING IMPORT - REJECTED LINES"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-LINE-NO WS-ACCEPTED
                                   WS-REJECTED.
       DA000-READ.
             READ TRKFIL.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DONE.
             ADD 1              TO WS-LINE-NO.
           IF TRK-RECORD = SPACES
               GO TO DA000-READ.
             MOVE SPACES        TO WS-FIELDS.
             UNSTRING TRK-RECORD DELIMITED BY "|"
                 INTO WS-F-REF WS-F-WAYBILL WS-F-STATUS WS-F-DATE
                      WS-F-REASON WS-F-RECV WS-F-TEXT.
           IF WS-F-REF NOT NUMERIC
               MOVE "REFERENCE NOT NUMERIC" TO WS-ER-TEXT
               PERFORM XR000-REJECT THRU XR000-EXIT
               GO TO DA000-READ.
           IF NOT (WS-F-STATUS = "T" OR "D" OR "F")
               MOVE "STATUS NOT T, D OR F" TO WS-ER-TEXT
               PERFORM XR000-REJECT THRU XR000-EXIT
               GO TO DA000-READ.
             MOVE WS-F-REF-N    TO WS-NUMBER.
             PERFORM XC000-FIND-CSG THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               MOVE "CONSIGNMENT NOT ON FILE" TO WS-ER-TEXT
               PERFORM XR000-REJECT THRU XR000-EXIT
               GO TO DA000-READ.
           IF CSG-DELIVERED OR CSG-CANCELLED
               MOVE "CONSIGNMENT ALREADY CLOSED" TO WS-ER-TEXT
               PERFORM XR000-REJECT THRU XR000-EXIT
               GO TO DA000-READ.
             MOVE WS-TODAY-N    TO WS-POD-DATE.
           IF WS-F-DATE NUMERIC
               MOVE WS-F-DATE   TO WS-POD-DATE.
           IF WS-F-WAYBILL NOT = SPACES
               MOVE WS-F-WAYBILL
                                TO CSG-WAYBILL.
             MOVE WS-F-STATUS   TO CSG-STATUS.
             MOVE WS-POD-DATE   TO CSG-STAT-DATE.
             MOVE WS-F-TEXT     TO CSG-TRACK-TEXT.
             REWRITE CSG-RECORD.
             ADD 1              TO WS-ACCEPTED.
             MOVE CSG-ORDER     TO WS-ORDER-NO.
           IF WS-F-STATUS = "D"
               PERFORM XP000-DELIVERED THRU XP000-EXIT.
           IF WS-F-STATUS = "F"
               PERFORM XF000-FAILED THRU XF000-EXIT.
             GO TO DA000-READ.
       DA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "LINES READ " WS-LINE-NO "  ACCEPTED " WS-ACCEPTED
                    "  REJECTED " WS-REJECTED
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE TRKFIL SALORD DLVEXC PRNREP.
             DISPLAY "Tracking lines taken : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-ACCEPTED WITH FOREGROUND-COLOR 11
                     "  rejected on DLP036.PRN : "
                     WITH FOREGROUND-COLOR 10
                     WS-REJECTED WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U N D E L I V E R E D   C O N S I G N M E N T S     *
      *                                                                *
      ******************************************************************
       EA000-AGEING.
             MOVE ZEROS         TO WS-AGE-COUNTS.
             MOVE WS-TODAY-N    TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             MOVE WS-SD-SERIAL  TO WS-SER-TODAY.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "UNDELIVERED COURIER CONSIGNMENTS AT " WS-TODAY-N
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "NUMBER  ORDER   CONSIGNEE                       "
                    "BOOKED    STATUS      WAYBILL                 "
                    "DAYS  COURIER STATUS"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-COUNT.
             MOVE 1             TO WS-CSGKEY.
             START CONSGN KEY NOT < WS-CSGKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
       EA000-READ.
             READ CONSGN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-DONE.
           IF NOT CSG-LIVE
               GO TO EA000-READ.
             MOVE CSG-DATE      TO WS-SD-DATE-N.
             PERFORM XS000-SERIAL-DAY THRU XS000-EXIT.
             COMPUTE WS-DAYS = WS-SER-TODAY - WS-SD-SERIAL.
             MOVE CSG-ACCOUNT   TO WS-SL-ACCOUNT.
             MOVE CSG-SHIP-TO   TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
             MOVE SPACES        TO WS-AG-LINE.
             MOVE CSG-NUMBER    TO WS-AG-NUMBER.
             MOVE CSG-ORDER     TO WS-AG-ORDER.
             MOVE WS-SL-NAME    TO WS-AG-NAME.
             MOVE CSG-DATE      TO WS-AG-DATE.
             MOVE "BOOKED"      TO WS-AG-STATUS.
           IF CSG-SENT
               MOVE "SENT"      TO WS-AG-STATUS.
           IF CSG-IN-TRANSIT
               MOVE "IN TRANSIT"
                                TO WS-AG-STATUS.
           IF CSG-FAILED
               MOVE "FAILED"    TO WS-AG-STATUS.
             MOVE CSG-WAYBILL   TO WS-AG-WAYBILL.
             MOVE WS-DAYS       TO WS-AG-DAYS.
             MOVE CSG-TRACK-TEXT
                                TO WS-AG-TEXT.
             WRITE REP-LINE FROM WS-AG-LINE.
             ADD 1              TO WS-COUNT.
             MOVE 1             TO WS-AGE-SUB.
       EA000-BAND.
           IF WS-AGE-SUB < 4 AND WS-DAYS > WS-AGE-LIMIT (WS-AGE-SUB)
               ADD 1            TO WS-AGE-SUB
               GO TO EA000-BAND.
             ADD 1              TO WS-AGE-COUNT (WS-AGE-SUB).
             GO TO EA000-READ.
       EA000-DONE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-AGE-SUB.
       EA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             STRING WS-AGE-TEXT (WS-AGE-SUB) "  "
                    WS-AGE-COUNT (WS-AGE-SUB)
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             ADD 1              TO WS-AGE-SUB.
           IF WS-AGE-SUB < 5
               GO TO EA000-TOTAL.
             MOVE SPACES        TO REP-LINE.
             STRING "UNDELIVERED  " WS-COUNT
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Ageing report on DLP036.PRN   " AT 2312
                     WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      /
      *
      *    ****    F I N D   A   C O N S I G N M E N T
      *
       XC000-FIND-CSG.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-CSGKEY.
             START CONSGN KEY NOT < WS-CSGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ CONSGN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF CSG-NUMBER NOT = WS-NUMBER
               GO TO XC000-READ.
             MOVE 1             TO WS-FOUND.
       XC000-EXIT.
             EXIT.
      *
      *    ****    C O U R I E R   F A I L E D   T O   D E L I V E R
      *
      *    As a DLP030 refusal:  nothing delivered, the whole line
      *    short, and an open exception for the returns list.
      *
       XF000-FAILED.
             MOVE WS-F-REASON   TO WS-REASON.
           IF NOT (WS-REASON = "RF" OR "SH" OR "DM"
                OR "NA" OR "WA")
               MOVE "NA"        TO WS-REASON.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ SALORD NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO XF000-READ.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO XF000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO XF000-READ.
             MOVE ZERO          TO SOR-QTY-SHIPPED.
             REWRITE SOR-RECORD.
             PERFORM XE000-NEXT-EXC THRU XE000-EXIT.
             MOVE SPACES        TO EXC-RECORD.
             MOVE 999           TO EXC-ROUTE.
             MOVE SOR-ORDER-NO  TO EXC-ORDER.
             MOVE SOR-LINE      TO EXC-LINE.
             MOVE SOR-CODE      TO EXC-CODE.
             MOVE SOR-QTY-ORDERED
                                TO EXC-QTY-SHORT.
             MOVE WS-REASON     TO EXC-REASON.
             MOVE WS-F-RECV     TO EXC-RECEIVER.
             MOVE WS-POD-DATE   TO EXC-DATE.
             MOVE "O"           TO EXC-STATUS.
             MOVE CSG-ACCOUNT   TO EXC-ACCOUNT.
             MOVE CSG-SHIP-TO   TO EXC-SHIP-TO.
             MOVE WS-NEXT-KEY   TO WS-EXCKEY.
             WRITE EXC-RECORD.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   E X C E P T I O N   K E Y
      *
       XE000-NEXT-EXC.
             MOVE 1             TO WS-NEXT-KEY WS-EXCKEY.
             START DLVEXC KEY NOT < WS-EXCKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ DLVEXC NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
             COMPUTE WS-NEXT-KEY = WS-EXCKEY + 1.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    A   L I V E   C O N S I G N M E N T   F O R   T H E
      *            O R D E R
      *
       XL000-CONSIGNED.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-CSGKEY.
             START CONSGN KEY NOT < WS-CSGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ CONSGN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
           IF CSG-ORDER = WS-ORDER-NO AND CSG-LIVE
               MOVE 1           TO WS-FOUND
               GO TO XL000-EXIT.
             GO TO XL000-READ.
       XL000-EXIT.
             EXIT.
      *
      *    ****    N E X T   C O N S I G N M E N T   N U M B E R   A N D
      *            F R E E   S L O T
      *
       XN000-NEXT-CSG.
             MOVE 1             TO WS-NEXT-KEY WS-CSGKEY WS-NEXT-NO.
             START CONSGN KEY NOT < WS-CSGKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ CONSGN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-KEY = WS-CSGKEY + 1.
           IF CSG-NUMBER NOT < WS-NEXT-NO
               COMPUTE WS-NEXT-NO = CSG-NUMBER + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
      *    ****    C O U R I E R   D E L I V E R E D
      *
      *    As a DLP030 confirmation in full, on the courier's date.
      *
       XP000-DELIVERED.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ SALORD NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO XP000-READ.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO XP000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO XP000-READ.
             MOVE SOR-QTY-ORDERED
                                TO SOR-QTY-SHIPPED.
             MOVE "S"           TO SOR-STATUS.
             MOVE WS-POD-DATE   TO SOR-POD-DATE.
             REWRITE SOR-RECORD.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    R E J E C T E D   T R A C K I N G   L I N E
      *
       XR000-REJECT.
             MOVE WS-LINE-NO    TO WS-ER-LINE.
             MOVE TRK-RECORD    TO WS-ER-DATA.
             WRITE REP-LINE FROM WS-ERR-LINE.
             ADD 1              TO WS-REJECTED.
       XR000-EXIT.
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
      *
      *    ****    C O N S I G N M E N T   W E I G H T
      *
      *    The booked lines at the item weights kept on DLP035; the
      *    first line is left in the record area for its account.
      *
       XW000-WEIGHT.
             MOVE ZERO          TO WS-FOUND WS-WEIGHT WS-LINE-WGT.
             MOVE 1             TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XW000-EXIT.
       XW000-READ.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XW000-DONE.
           IF SOR-ORDER-NO NOT = WS-ORDER-NO
               GO TO XW000-READ.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO XW000-READ.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO XW000-READ.
           IF WS-FOUND = ZERO
               MOVE 1           TO WS-FOUND
               MOVE WS-SORKEY   TO WS-NEXT-KEY.
           IF WS-NO-ITMWGT = 1
               GO TO XW000-READ.
           IF SOR-SHIPPED
               MOVE SOR-QTY-SHIPPED
                                TO WS-QTY
           ELSE
               MOVE SOR-QTY-ALLOCATED
                                TO WS-QTY.
             MOVE SOR-CODE      TO WS-CODE.
             PERFORM XI000-ITEM-WEIGHT THRU XI000-EXIT.
             GO TO XW000-READ.
       XW000-DONE.
           IF WS-FOUND = ZERO
               GO TO XW000-EXIT.
           IF WS-LINE-WGT > 99999.999
               MOVE 99999.999   TO WS-LINE-WGT.
             MOVE WS-LINE-WGT   TO WS-WEIGHT.
             MOVE WS-NEXT-KEY   TO WS-SORKEY.
             READ SALORD WITH IGNORE LOCK.
       XW000-EXIT.
             EXIT.
      *
       XI000-ITEM-WEIGHT.
             MOVE 1             TO WS-IWTKEY.
             START ITMWGT KEY NOT < WS-IWTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XI000-EXIT.
       XI000-READ.
             READ ITMWGT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XI000-EXIT.
           IF IWT-CODE NOT = WS-CODE OR NOT IWT-ACTIVE
               GO TO XI000-READ.
             COMPUTE WS-LINE-WGT ROUNDED
                   = WS-LINE-WGT + WS-QTY * IWT-WEIGHT.
       XI000-EXIT.
             EXIT.
