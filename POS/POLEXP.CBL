      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******    ******   **        ********  **    **  *******    *
      *   **    **  **    **  **        **         **  **   **    **   *
      *   **    **  **    **  **        **          ****    **    **   *
      *   *******   **    **  **        ******       **     *******    *
      *   **        **    **  **        **          ****    **         *
      *   **        **    **  **        **         **  **   **         *
      *   **         ******   ********  ********  **    **  **         *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  T I L L   I T E M - M A S T E R   D O W N L O A D             *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Item-master download to the satellite shop's till lanes,    *
      *    so that their prices, barcodes and promotions are ours and  *
      *    not keyed locally.  The run first brings the till item      *
      *    image (TILITM.DAT) up to date:  every sellable stock item   *
      *    with its cash price, VAT code, selling unit, the ALTBAR     *
      *    barcodes that scan to it and any STP109 promotion running   *
      *    today.  Items whose image has changed - and items no        *
      *    longer sellable - are stamped with the next master          *
      *    version.                                                    *
      *                                                                *
      *      'F'  full file for a lane                                 *
      *      'D'  delta since the lane's acknowledged version          *
      *      'E'  end                                                  *
      *                                                                *
      *    Lane 00 runs every lane on TILLCTL.  Each lane's file is    *
      *    TILnn.TXT:  a header with the version, item and barcode     *
      *    lines, delete lines for items withdrawn and a trailer       *
      *    count.  A delta carries what changed after the version the  *
      *    lane last acknowledged (an "AK" line in its TILLBAT batch,  *
      *    recorded by POLIMP); a lane that has never acknowledged     *
      *    gets the full file.  The version sent is stamped on         *
      *    TILLCTL and the run is listed on POLEXP.PRN.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POLEXP.
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

       COPY STOCK.SL.

       COPY TILLCTL.SL.

           SELECT ALTBAR  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ALTKEY.

           SELECT PROMOS  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-PRMKEY.

      *
      *    ****    T I L L   I T E M   I M A G E
      *
           SELECT TILITM  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-TIMKEY.

           SELECT TILDL   ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY STOCK.FDE.

       COPY TILLCTL.FDE.

       FD  ALTBAR    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ALTBAR.DAT".
       01  ALT-RECORD.
           03  ALT-BARCODE    PIC  X(20).
           03  ALT-CODE       PIC  X(14).
           03  ALT-STATUS     PIC  X(01).
               88  ALT-ACTIVE      VALUE "A".
               88  ALT-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

       FD  PROMOS    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PROMOS.DAT".
       01  PRM-RECORD.
           03  PRM-CODE       PIC  X(14).
           03  PRM-PRICE      PIC S9(07)V99 COMP-3.
           03  PRM-START      PIC  9(08).
           03  PRM-END        PIC  9(08).
           03  PRM-MIN-QTY    PIC S9(05)V99 COMP-3.
           03  PRM-STATUS     PIC  X(01).
               88  PRM-ACTIVE      VALUE "A".
               88  PRM-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    T I L L   I T E M   I M A G E
      *
      *    Relative key = the item's STOCK key.  What the lanes were
      *    last sent for the item, and the master version at which
      *    that last changed.  Status D - withdrawn from the tills.
      *
       FD  TILITM    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "TILITM.DAT".
       01  TIM-RECORD.
           03  TIM-CODE       PIC  X(14).
           03  TIM-IMAGE.
               05  TIM-DESC   PIC  X(30).
               05  TIM-PRICE  PIC S9(07)V99 COMP-3.
               05  TIM-VAT    PIC  9(02).
               05  TIM-UNIT   PIC  X(04).
               05  TIM-WEIGHED
                              PIC  X(01).
               05  TIM-PROMO-PRICE
                              PIC S9(07)V99 COMP-3.
               05  TIM-PROMO-END
                              PIC  9(08).
               05  TIM-PROMO-MIN
                              PIC S9(05)V99 COMP-3.
               05  TIM-BARCODE
                              PIC  X(20) OCCURS 4.
               05  TIM-STATUS PIC  X(01).
                   88  TIM-LIVE        VALUE "A".
                   88  TIM-WITHDRAWN   VALUE "D".
           03  TIM-VERSION    PIC  9(05).
           03  TIM-DATE       PIC  9(08).
           03  FILLER         PIC  X(10).

      *
      *    ****    T H E   L A N E ' S   D O W N L O A D
      *
       FD  TILDL     LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-DL-NAME.
       01  DL-RECORD          PIC  X(120).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POLEXP.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TCLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ALTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TIMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-KIND        PIC  X(01).
       77  WS-LANE        PIC  9(02)     VALUE ZERO.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-HIGH-VER    PIC  9(05)     VALUE ZERO.
       77  WS-NEW-VER     PIC  9(05)     VALUE ZERO.
       77  WS-CUR-VER     PIC  9(05)     VALUE ZERO.
       77  WS-BASE-VER    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-CHANGED PIC  9(05)     VALUE ZERO.
       77  WS-CNT-ITEMS   PIC  9(05)     VALUE ZERO.
       77  WS-CNT-BARS    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-DELS    PIC  9(05)     VALUE ZERO.
       77  WS-CNT-LINES   PIC  9(07)     VALUE ZERO.
       77  WS-CNT-LANES   PIC  9(03)     VALUE ZERO.
       77  WS-IX          PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-BX          PIC  9(01)     COMP-5 VALUE ZERO.

       77  WS-AB-MAX      PIC  9(05)     COMP-5 VALUE ZERO.

       77  WS-PM-MAX      PIC  9(05)     COMP-5 VALUE ZERO.

       01  WS-DL-NAME.
           03  FILLER        PIC  X(03) VALUE "TIL".
           03  WS-DL-LANE    PIC  9(02).
           03  FILLER        PIC  X(04) VALUE ".TXT".

      *
      *    ****    B A R C O D E S   B Y   I T E M
      *
       01  WS-AB-TABLE.
           03  WS-AB-ENT OCCURS 5000.
               05  WS-AB-CODE    PIC  X(14).
               05  WS-AB-BARCODE PIC  X(20).

      *
      *    ****    P R O M O T I O N S   R U N N I N G   T O D A Y
      *
       01  WS-PM-TABLE.
           03  WS-PM-ENT OCCURS 2000.
               05  WS-PM-CODE    PIC  X(14).
               05  WS-PM-PRICE   PIC S9(07)V99 COMP-3.
               05  WS-PM-END     PIC  9(08).
               05  WS-PM-MIN     PIC S9(05)V99 COMP-3.

      *
      *    ****    T H E   I T E M   A S   I T   I S   N O W
      *
       01  WS-IMAGE.
           03  WS-IM-DESC     PIC  X(30).
           03  WS-IM-PRICE    PIC S9(07)V99 COMP-3.
           03  WS-IM-VAT      PIC  9(02).
           03  WS-IM-UNIT     PIC  X(04).
           03  WS-IM-WEIGHED  PIC  X(01).
           03  WS-IM-PROMO-PRICE
                              PIC S9(07)V99 COMP-3.
           03  WS-IM-PROMO-END
                              PIC  9(08).
           03  WS-IM-PROMO-MIN
                              PIC S9(05)V99 COMP-3.
           03  WS-IM-BARCODE  PIC  X(20) OCCURS 4.
           03  WS-IM-STATUS   PIC  X(01).

      *
      *    ****    D O W N L O A D   L I N E S
      *
       01  WS-HD-LINE.
           03  FILLER        PIC  X(01) VALUE "H".
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-HD-LANE    PIC  9(02).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-HD-VERSION PIC  9(05).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-HD-KIND    PIC  X(01).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-HD-BASE    PIC  9(05).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-HD-DATE    PIC  9(08).

       01  WS-IT-LINE.
           03  FILLER        PIC  X(01) VALUE "I".
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-CODE    PIC  X(14).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-DESC    PIC  X(30).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-CENTS   PIC  9(09).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-VAT     PIC  9(02).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-UNIT    PIC  X(04).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-WEIGHED PIC  X(01).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-PRM-CENTS
                             PIC  9(09).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-PRM-END PIC  9(08).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-IT-PRM-MIN PIC  9(05)V99.

       01  WS-BC-LINE.
           03  FILLER        PIC  X(01) VALUE "B".
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-BC-BARCODE PIC  X(20).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-BC-CODE    PIC  X(14).

       01  WS-DE-LINE.
           03  FILLER        PIC  X(01) VALUE "D".
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-DE-CODE    PIC  X(14).

       01  WS-TR-LINE.
           03  FILLER        PIC  X(01) VALUE "T".
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-TR-COUNT   PIC  9(07).

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

       01  WS-DET-LINE.
           03  WS-DT-LANE    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-KIND    PIC  X(05).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-BASE    PIC  ZZZZ9.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-VERSION PIC  ZZZZ9.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-ITEMS   PIC  ZZZZ9.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-BARS    PIC  ZZZZ9.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-DELS    PIC  ZZZZ9.
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-DT-FILE    PIC  X(09).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "TILL ITEM-MASTER DOWNLOAD" AT 0212
                     WITH FOREGROUND-COLOR 14.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "STOCK open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O TILITM.
           IF WS-STATUS = "35"
               OPEN OUTPUT TILITM
               CLOSE TILITM
               OPEN I-O TILITM.
             OPEN I-O TILLCTL.
           IF WS-STATUS = "35"
               OPEN OUTPUT TILLCTL
               CLOSE TILLCTL
               OPEN I-O TILLCTL.
             PERFORM BA000-REFRESH THRU BA000-EXIT.
             DISPLAY "Item master version" AT 0412.
             DISPLAY WS-CUR-VER AT 0432
                     WITH FOREGROUND-COLOR 11.
             DISPLAY "items changed" AT 0439.
             DISPLAY WS-CNT-CHANGED AT 0453
                     WITH FOREGROUND-COLOR 11.
       AA000-MENU.
             DISPLAY "Option - 'F'ull  'D'elta  'E'nd :"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0646
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF NOT (WS-OPTION = "F" OR "D")
               GO TO AA000-MENU.
             DISPLAY "Lane (00 = all lanes)           :" AT 0712.
             MOVE ZERO          TO WS-LANE.
             ACCEPT WS-LANE AT 0746
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM CA000-SEND THRU CA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE STOCK TILITM TILLCTL.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    B R I N G   T H E   I T E M   I M A G E   U P       *
      *            T O   D A T E                                       *
      *                                                                *
      *    Every sellable item's till image is built afresh and held   *
      *    against what was last sent.  A difference - price, VAT,    *
      *    barcodes, a promotion starting or ending - stamps the item  *
      *    with the next master version; an item no longer sellable   *
      *    is withdrawn at that version.  Nothing changed, no new      *
      *    version.                                                    *
      *                                                                *
      ******************************************************************
       BA000-REFRESH.
             PERFORM XA000-LOAD-BARCODES THRU XA000-EXIT.
             PERFORM XP000-LOAD-PROMOS THRU XP000-EXIT.
             MOVE ZERO          TO WS-HIGH-VER WS-CNT-CHANGED.
             MOVE 1             TO WS-TIMKEY.
             START TILITM KEY NOT < WS-TIMKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-STOCK.
       BA000-HIGH.
             READ TILITM NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-STOCK.
           IF TIM-VERSION > WS-HIGH-VER
               MOVE TIM-VERSION TO WS-HIGH-VER.
             GO TO BA000-HIGH.
       BA000-STOCK.
             COMPUTE WS-NEW-VER = WS-HIGH-VER + 1.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
       BA000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-DONE.
             MOVE WS-STKKEY     TO WS-TIMKEY.
             MOVE ZERO          TO WS-FOUND.
             READ TILITM.
           IF WS-STATUS = "00"
               MOVE 1           TO WS-FOUND.
           IF STK-SELLABLE
               GO TO BA000-IMAGE.
      *
      *    No longer sellable - withdraw it once
      *
           IF WS-FOUND = ZERO
               GO TO BA000-READ.
           IF TIM-CODE NOT = STK-CODE
            OR NOT TIM-LIVE
               GO TO BA000-READ.
             MOVE "D"           TO TIM-STATUS.
             MOVE WS-NEW-VER    TO TIM-VERSION.
             MOVE WS-TODAY-N    TO TIM-DATE.
             REWRITE TIM-RECORD.
             ADD 1              TO WS-CNT-CHANGED.
             GO TO BA000-READ.
       BA000-IMAGE.
             PERFORM XB000-BUILD THRU XB000-EXIT.
           IF WS-FOUND = 1
            AND TIM-CODE = STK-CODE
            AND TIM-IMAGE = WS-IMAGE
               GO TO BA000-READ.
             MOVE STK-CODE      TO TIM-CODE.
             MOVE WS-IMAGE      TO TIM-IMAGE.
             MOVE WS-NEW-VER    TO TIM-VERSION.
             MOVE WS-TODAY-N    TO TIM-DATE.
             MOVE WS-STKKEY     TO WS-TIMKEY.
           IF WS-FOUND = 1
               REWRITE TIM-RECORD
           ELSE
               WRITE TIM-RECORD.
             ADD 1              TO WS-CNT-CHANGED.
             GO TO BA000-READ.
       BA000-DONE.
           IF WS-CNT-CHANGED = ZERO
               MOVE WS-HIGH-VER TO WS-CUR-VER
           ELSE
               MOVE WS-NEW-VER  TO WS-CUR-VER.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E N D   T O   T H E   L A N E S                   *
      *                                                                *
      ******************************************************************
       CA000-SEND.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "TILL ITEM-MASTER DOWNLOAD  " WS-TODAY-N
                    "  VERSION " WS-CUR-VER
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "LN  KIND    BASE  VERSION  ITEMS  BARCDS  "
                    "DELETE   FILE"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-CNT-LANES.
           IF WS-LANE NOT = ZERO
               GO TO CA000-ONE.
             MOVE 1             TO WS-TCLKEY.
             START TILLCTL KEY NOT < WS-TCLKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
       CA000-READ.
             READ TILLCTL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO CA000-DONE.
             PERFORM CB000-LANE THRU CB000-EXIT.
             GO TO CA000-READ.
       CA000-ONE.
             MOVE WS-LANE       TO WS-TCLKEY.
             READ TILLCTL.
           IF WS-STATUS NOT = "00"
               MOVE SPACES      TO TCL-RECORD
               MOVE WS-LANE     TO TCL-LANE
               MOVE ZERO        TO TCL-LAST-BATCH TCL-ACK-VERSION
                                   TCL-SENT-VERSION
               MOVE WS-LANE     TO WS-TCLKEY
               WRITE TCL-RECORD.
             PERFORM CB000-LANE THRU CB000-EXIT.
       CA000-DONE.
             CLOSE PRNREP.
           IF WS-CNT-LANES = ZERO
               DISPLAY "No lanes on TILLCTL to send to    " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             DISPLAY "Downloads written - list on POLEXP.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      *
      *    ****    O N E   L A N E ' S   F I L E
      *
      *    A lane that has never acknowledged a version cannot take a
      *    delta - it gets the full file.
      *
       CB000-LANE.
           IF TCL-ACK-VERSION NOT NUMERIC
               MOVE ZERO        TO TCL-ACK-VERSION.
           IF TCL-SENT-VERSION NOT NUMERIC
               MOVE ZERO        TO TCL-SENT-VERSION.
             MOVE WS-OPTION     TO WS-KIND.
           IF TCL-ACK-VERSION = ZERO
               MOVE "F"         TO WS-KIND.
           IF WS-KIND = "D"
               MOVE TCL-ACK-VERSION
                                TO WS-BASE-VER
           ELSE
               MOVE ZERO        TO WS-BASE-VER.
             MOVE TCL-LANE      TO WS-DL-LANE.
             OPEN OUTPUT TILDL.
           IF WS-STATUS NOT = "00"
               DISPLAY "Download open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CB000-EXIT.
             MOVE ZERO          TO WS-CNT-ITEMS WS-CNT-BARS
                                   WS-CNT-DELS WS-CNT-LINES.
             MOVE TCL-LANE      TO WS-HD-LANE.
             MOVE WS-CUR-VER    TO WS-HD-VERSION.
             MOVE WS-KIND       TO WS-HD-KIND.
             MOVE WS-BASE-VER   TO WS-HD-BASE.
             MOVE WS-TODAY-N    TO WS-HD-DATE.
             WRITE DL-RECORD FROM WS-HD-LINE.
             MOVE 1             TO WS-TIMKEY.
             START TILITM KEY NOT < WS-TIMKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-TRAILER.
       CB000-READ.
             READ TILITM NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-TRAILER.
           IF TIM-VERSION NOT > WS-BASE-VER
               GO TO CB000-READ.
           IF TIM-WITHDRAWN
            AND WS-KIND = "F"
               GO TO CB000-READ.
           IF TIM-WITHDRAWN
               MOVE TIM-CODE    TO WS-DE-CODE
               WRITE DL-RECORD FROM WS-DE-LINE
               ADD 1            TO WS-CNT-DELS WS-CNT-LINES
               GO TO CB000-READ.
             MOVE TIM-CODE      TO WS-IT-CODE.
             MOVE TIM-DESC      TO WS-IT-DESC.
             COMPUTE WS-IT-CENTS = TIM-PRICE * 100.
             MOVE TIM-VAT       TO WS-IT-VAT.
             MOVE TIM-UNIT      TO WS-IT-UNIT.
             MOVE TIM-WEIGHED   TO WS-IT-WEIGHED.
             COMPUTE WS-IT-PRM-CENTS = TIM-PROMO-PRICE * 100.
             MOVE TIM-PROMO-END TO WS-IT-PRM-END.
             MOVE TIM-PROMO-MIN TO WS-IT-PRM-MIN.
             WRITE DL-RECORD FROM WS-IT-LINE.
             ADD 1              TO WS-CNT-ITEMS WS-CNT-LINES.
             MOVE ZERO          TO WS-BX.
       CB000-BARCODE.
             ADD 1              TO WS-BX.
           IF WS-BX > 4
               GO TO CB000-READ.
           IF TIM-BARCODE (WS-BX) = SPACES
               GO TO CB000-READ.
             MOVE TIM-BARCODE (WS-BX)
                                TO WS-BC-BARCODE.
             MOVE TIM-CODE      TO WS-BC-CODE.
             WRITE DL-RECORD FROM WS-BC-LINE.
             ADD 1              TO WS-CNT-BARS WS-CNT-LINES.
             GO TO CB000-BARCODE.
       CB000-TRAILER.
             MOVE WS-CNT-LINES  TO WS-TR-COUNT.
             WRITE DL-RECORD FROM WS-TR-LINE.
             CLOSE TILDL.
      *
      *    Stamp the version sent on the lane
      *
             MOVE WS-CUR-VER    TO TCL-SENT-VERSION.
             MOVE TCL-LANE      TO WS-TCLKEY.
             REWRITE TCL-RECORD.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE TCL-LANE      TO WS-DT-LANE.
           IF WS-KIND = "D"
               MOVE "DELTA"     TO WS-DT-KIND
           ELSE
               MOVE "FULL"      TO WS-DT-KIND.
             MOVE WS-BASE-VER   TO WS-DT-BASE.
             MOVE WS-CUR-VER    TO WS-DT-VERSION.
             MOVE WS-CNT-ITEMS  TO WS-DT-ITEMS.
             MOVE WS-CNT-BARS   TO WS-DT-BARS.
             MOVE WS-CNT-DELS   TO WS-DT-DELS.
             MOVE WS-DL-NAME    TO WS-DT-FILE.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-CNT-LANES.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    T H E   I T E M ' S   T I L L   I M A G E
      *
       XB000-BUILD.
             MOVE SPACES        TO WS-IMAGE.
             MOVE STK-DESC      TO WS-IM-DESC.
             MOVE STK-PRICE1    TO WS-IM-PRICE.
             MOVE STK-VAT-CODE  TO WS-IM-VAT.
             MOVE STK-SELL-UNIT TO WS-IM-UNIT.
             MOVE STK-WEIGHED   TO WS-IM-WEIGHED.
             MOVE ZERO          TO WS-IM-PROMO-PRICE WS-IM-PROMO-END
                                   WS-IM-PROMO-MIN.
             MOVE "A"           TO WS-IM-STATUS.
             MOVE ZERO          TO WS-IX.
       XB000-PROMO.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-PM-MAX
               GO TO XB000-BARS.
           IF WS-PM-CODE (WS-IX) NOT = STK-CODE
               GO TO XB000-PROMO.
             MOVE WS-PM-PRICE (WS-IX)
                                TO WS-IM-PROMO-PRICE.
             MOVE WS-PM-END (WS-IX)
                                TO WS-IM-PROMO-END.
             MOVE WS-PM-MIN (WS-IX)
                                TO WS-IM-PROMO-MIN.
       XB000-BARS.
             MOVE ZERO          TO WS-IX WS-BX.
       XB000-BAR.
             ADD 1              TO WS-IX.
           IF WS-IX > WS-AB-MAX
               GO TO XB000-EXIT.
           IF WS-AB-CODE (WS-IX) NOT = STK-CODE
               GO TO XB000-BAR.
             ADD 1              TO WS-BX.
             MOVE WS-AB-BARCODE (WS-IX)
                                TO WS-IM-BARCODE (WS-BX).
           IF WS-BX < 4
               GO TO XB000-BAR.
       XB000-EXIT.
             EXIT.
      *
      *    ****    L O A D   T H E   B A R C O D E S
      *
       XA000-LOAD-BARCODES.
             MOVE ZERO          TO WS-AB-MAX.
             OPEN INPUT ALTBAR.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
             MOVE 1             TO WS-ALTKEY.
             START ALTBAR KEY NOT < WS-ALTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-CLOSE.
       XA000-READ.
             READ ALTBAR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XA000-CLOSE.
           IF NOT ALT-ACTIVE
               GO TO XA000-READ.
           IF WS-AB-MAX NOT < 5000
               DISPLAY "Barcode table full - rest not sent" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO XA000-CLOSE.
             ADD 1              TO WS-AB-MAX.
             MOVE ALT-CODE      TO WS-AB-CODE (WS-AB-MAX).
             MOVE ALT-BARCODE   TO WS-AB-BARCODE (WS-AB-MAX).
             GO TO XA000-READ.
       XA000-CLOSE.
             CLOSE ALTBAR.
       XA000-EXIT.
             EXIT.
      *
      *    ****    L O A D   T O D A Y ' S   P R O M O T I O N S
      *
       XP000-LOAD-PROMOS.
             MOVE ZERO          TO WS-PM-MAX.
             OPEN INPUT PROMOS.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
             MOVE 1             TO WS-PRMKEY.
             START PROMOS KEY NOT < WS-PRMKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-CLOSE.
       XP000-READ.
             READ PROMOS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-CLOSE.
           IF NOT PRM-ACTIVE
               GO TO XP000-READ.
           IF PRM-START > WS-TODAY-N
            OR PRM-END < WS-TODAY-N
               GO TO XP000-READ.
           IF WS-PM-MAX NOT < 2000
               GO TO XP000-CLOSE.
             ADD 1              TO WS-PM-MAX.
             MOVE PRM-CODE      TO WS-PM-CODE (WS-PM-MAX).
             MOVE PRM-PRICE     TO WS-PM-PRICE (WS-PM-MAX).
             MOVE PRM-END       TO WS-PM-END (WS-PM-MAX).
             MOVE PRM-MIN-QTY   TO WS-PM-MIN (WS-PM-MAX).
             GO TO XP000-READ.
       XP000-CLOSE.
             CLOSE PROMOS.
       XP000-EXIT.
             EXIT.
