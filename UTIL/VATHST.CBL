      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   **    **    ****    ********  **    **   ******   ********   *
      *   **    **   **  **      **     **    **  **    **     **      *
      *   **    **  **    **     **     **    **  **           **      *
      *   **    **  ********     **     ********   ******      **      *
      *    **  **   **    **     **     **    **        **     **      *
      *     ****    **    **     **     **    **  **    **     **      *
      *      **     **    **     **     **    **   ******      **      *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  V A T   R A T E   H I S T O R Y                               *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Keeps the dated rate history behind every VAT code.  A new  *
      *    rate is entered ahead of time with the date it takes        *
      *    effect, so nothing has to be changed at midnight;           *
      *    invoicing, contract billing, recurring invoices, the POS    *
      *    and FXPOST take the rate in force at each document's        *
      *    tax-point date through the VATLKP subprogram.               *
      *                                                                *
      *    The rate held on VATRAT is kept as the one in force today   *
      *    - it is reset whenever a rate is added or deleted, and the  *
      *    refresh option brings every code up to date on the morning  *
      *    a change takes effect.  A code not yet on VATRAT is         *
      *    created when its first rate is entered.                     *
      *                                                                *
      *    The transition listing shows the documents VATLKP has       *
      *    logged as dated on one side of a rate change but raised on  *
      *    the other, with the rate charged and the rate on the other  *
      *    side, for review before the VATRET return is run; listed    *
      *    items can then be marked reviewed.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VATHST.
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

       COPY VATRAT.SL.

       COPY VATHIS.SL.

       COPY VATTRN.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY VATRAT.FDE.

       COPY VATHIS.FDE.

       COPY VATTRN.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "VATHST.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-VATKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-VTHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-VTTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-REPLY       PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-NO-VATHIS   PIC  9(01)     VALUE ZERO.
       77  WS-CODE        PIC  9(02)     VALUE ZERO.
       77  WS-PCT         PIC  9(02)V99  VALUE ZERO.
       77  WS-DESC        PIC  X(20)     VALUE SPACES.
       77  WS-LAST-FROM   PIC  9(08)     VALUE ZERO.
       77  WS-BEST-FROM   PIC  9(08)     VALUE ZERO.
       77  WS-BEST-PCT    PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-CHANGED     PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-LISTED      PIC  9(05)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

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

       01  WS-FROM-DATE.
           03  WS-FR-YEAR    PIC  9(04).
           03  WS-FR-MONTH   PIC  9(02).
           03  WS-FR-DAY     PIC  9(02).
       01  WS-FROM REDEFINES WS-FROM-DATE
                             PIC  9(08).

       01  WS-TITLE-LINE.
           03  WS-TI-TEXT    PIC  X(40).
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-CODE-LINE.
           03  FILLER        PIC  X(05) VALUE "CODE ".
           03  WS-CL-CODE    PIC  9(02).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CL-DESC    PIC  X(20).
           03  FILLER        PIC  X(18) VALUE "  IN FORCE TODAY ".
           03  WS-CL-PCT     PIC  Z9.99.

       01  WS-RATE-LINE.
           03  FILLER        PIC  X(13) VALUE "        FROM ".
           03  WS-RL-FROM    PIC  9(08).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-RL-PCT     PIC  Z9.99.
           03  FILLER        PIC  X(11) VALUE "   ENTERED ".
           03  WS-RL-ENTERED PIC  9(08).
           03  FILLER        PIC  X(04) VALUE " BY ".
           03  WS-RL-OPER    PIC  X(03).

       01  WS-TRN-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "PROGRAM   REFERENCE   CODE  TAX-POINT  RAISED     ".
           03  FILLER        PIC  X(40) VALUE
               "CHANGE     CHARGED  OTHER SIDE".

       01  WS-TRN-LINE.
           03  WS-TL-PROGRAM PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TL-REF     PIC  X(10).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TL-CODE    PIC  9(02).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-TL-TAX     PIC  9(08).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-TL-CREATED PIC  9(08).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-TL-CHANGE  PIC  9(08).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-TL-PCT     PIC  Z9.99.
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-TL-OTHER   PIC  Z9.99.
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "VAT RATE HISTORY" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "VATHST"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'A'dd  'D'elete  'L'ist  'R'efresh  'T'ransitions"
                     AT 0612 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0673
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "A"
               PERFORM BA000-ADD THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "D"
               PERFORM CA000-DELETE THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM DA000-LIST THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM EA000-REFRESH THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "T"
               PERFORM FA000-TRANSITIONS THRU FA000-EXIT.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A D D   O R   C H A N G E   A   D A T E D   R A T E *
      *                                                                *
      ******************************************************************
       BA000-ADD.
             PERFORM XA000-CODE-DATE THRU XA000-EXIT.
           IF WS-FROM = ZERO
               GO TO BA000-EXIT.
             DISPLAY "Rate percent   :" AT 1012.
             MOVE ZERO          TO WS-PCT.
             ACCEPT WS-PCT AT 1030
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             OPEN I-O VATRAT.
           IF WS-STATUS = "35"
               OPEN OUTPUT VATRAT
               CLOSE VATRAT
               OPEN I-O VATRAT.
           IF WS-STATUS NOT = "00"
               DISPLAY "VATRAT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             OPEN I-O VATHIS.
           IF WS-STATUS = "35"
               OPEN OUTPUT VATHIS
               CLOSE VATHIS
               OPEN I-O VATHIS.
           IF WS-STATUS NOT = "00"
               DISPLAY "VATHIS open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE VATRAT
               GO TO BA000-EXIT.
      *
      *    A code seen for the first time is set up on VATRAT
      *
             COMPUTE WS-VATKEY = WS-CODE + 1.
             READ VATRAT.
           IF WS-STATUS = "00"
               DISPLAY VAT-DESC AT 0836 WITH FOREGROUND-COLOR 11
               GO TO BA000-HISTORY.
       BA000-DESC.
             DISPLAY "New code - description :" AT 1112.
             MOVE SPACES        TO WS-DESC.
             ACCEPT WS-DESC AT 1137
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DESC = SPACES
               GO TO BA000-DESC.
             MOVE SPACES        TO VAT-RECORD.
             MOVE WS-CODE       TO VAT-CODE.
             MOVE WS-DESC       TO VAT-DESC.
             MOVE ZERO          TO VAT-PERCENT.
             COMPUTE WS-VATKEY = WS-CODE + 1.
             WRITE VAT-RECORD.
       BA000-HISTORY.
             PERFORM XB000-FIND-RATE THRU XB000-EXIT.
           IF WS-FOUND = 1
               MOVE WS-PCT      TO VTH-PERCENT
               MOVE WS-OPER     TO VTH-OPER
               MOVE WS-TODAY-N  TO VTH-ENTERED
               REWRITE VTH-RECORD
               GO TO BA000-CURRENT.
             PERFORM XC000-NEXT-SLOT THRU XC000-EXIT.
             MOVE SPACES        TO VTH-RECORD.
             MOVE WS-CODE       TO VTH-CODE.
             MOVE WS-FROM       TO VTH-FROM.
             MOVE WS-PCT        TO VTH-PERCENT.
             MOVE WS-OPER       TO VTH-OPER.
             MOVE WS-TODAY-N    TO VTH-ENTERED.
             MOVE "A"           TO VTH-STATUS.
             WRITE VTH-RECORD.
       BA000-CURRENT.
           IF WS-STATUS NOT = "00"
               DISPLAY "VATHIS write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE VATRAT VATHIS
               GO TO BA000-EXIT.
             PERFORM XD000-TODAY-RATE THRU XD000-EXIT.
             CLOSE VATRAT VATHIS.
             DISPLAY "Rate recorded                          " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E L E T E   A   D A T E D   R A T E               *
      *                                                                *
      ******************************************************************
       CA000-DELETE.
             PERFORM XA000-CODE-DATE THRU XA000-EXIT.
           IF WS-FROM = ZERO
               GO TO CA000-EXIT.
             OPEN I-O VATHIS.
           IF WS-STATUS NOT = "00"
               DISPLAY "No rate history on file               " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             PERFORM XB000-FIND-RATE THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Rate not on file                       " AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE VATHIS
               GO TO CA000-EXIT.
             MOVE VTH-PERCENT   TO WS-PCT.
             DISPLAY WS-PCT AT 1030 WITH FOREGROUND-COLOR 11.
             MOVE "D"           TO VTH-STATUS.
             REWRITE VTH-RECORD.
             OPEN I-O VATRAT.
           IF WS-STATUS = "00"
               PERFORM XD000-TODAY-RATE THRU XD000-EXIT
               CLOSE VATRAT.
             CLOSE VATHIS.
             DISPLAY "Rate deleted                           " AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L I S T   T H E   R A T E   H I S T O R Y           *
      *                                                                *
      *    Each code with the rate in force today, then its dated      *
      *    rates in date order.                                        *
      *                                                                *
      ******************************************************************
       DA000-LIST.
             OPEN INPUT VATRAT.
           IF WS-STATUS NOT = "00"
               DISPLAY "VATRAT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO DA000-EXIT.
             MOVE ZERO          TO WS-NO-VATHIS.
             OPEN INPUT VATHIS.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-VATHIS.
             OPEN OUTPUT PRNREP.
             MOVE "VAT RATE HISTORY" TO WS-TI-TEXT.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE 1             TO WS-VATKEY.
             START VATRAT KEY NOT < WS-VATKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
       DA000-READ.
             READ VATRAT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE VAT-CODE      TO WS-CL-CODE.
             MOVE VAT-DESC      TO WS-CL-DESC.
             MOVE VAT-PERCENT   TO WS-CL-PCT.
             WRITE REP-LINE FROM WS-CODE-LINE.
           IF WS-NO-VATHIS = 1
               GO TO DA000-READ.
             MOVE VAT-CODE      TO WS-CODE.
             MOVE ZERO          TO WS-LAST-FROM.
       DA000-RATE.
             PERFORM XE000-NEXT-RATE THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO DA000-READ.
             MOVE VTH-FROM      TO WS-RL-FROM WS-LAST-FROM.
             MOVE VTH-PERCENT   TO WS-RL-PCT.
             MOVE VTH-ENTERED   TO WS-RL-ENTERED.
             MOVE VTH-OPER      TO WS-RL-OPER.
             WRITE REP-LINE FROM WS-RATE-LINE.
             GO TO DA000-RATE.
       DA000-END.
             CLOSE VATRAT PRNREP.
           IF WS-NO-VATHIS = ZERO
               CLOSE VATHIS.
             DISPLAY "History listed on VATHST.PRN           " AT 2312
                     WITH FOREGROUND-COLOR 10.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E F R E S H   T O D A Y ' S   R A T E S           *
      *                                                                *
      *    Run on the morning a change takes effect; each VATRAT code  *
      *    is set to the rate its history has in force today.          *
      *                                                                *
      ******************************************************************
       EA000-REFRESH.
             OPEN I-O VATRAT.
           IF WS-STATUS NOT = "00"
               DISPLAY "VATRAT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             OPEN INPUT VATHIS.
           IF WS-STATUS NOT = "00"
               DISPLAY "No rate history on file               " AT 2312
                       WITH FOREGROUND-COLOR 14
               CLOSE VATRAT
               GO TO EA000-EXIT.
             MOVE ZERO          TO WS-CHANGED.
             MOVE 1             TO WS-VATKEY.
             START VATRAT KEY NOT < WS-VATKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
       EA000-READ.
             READ VATRAT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
             MOVE VAT-CODE      TO WS-CODE.
             PERFORM XD000-TODAY-RATE THRU XD000-EXIT.
             GO TO EA000-READ.
       EA000-END.
             CLOSE VATRAT VATHIS.
             DISPLAY "Codes whose rate changed today : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CHANGED WITH FOREGROUND-COLOR 11.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R A T E - C H A N G E   T R A N S I T I O N S       *
      *                                                                *
      *    The open items VATLKP has logged - documents whose tax      *
      *    point and entry fall either side of a rate change - listed  *
      *    for review ahead of VATRET.                                 *
      *                                                                *
      ******************************************************************
       FA000-TRANSITIONS.
             OPEN I-O VATTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "No rate transitions logged            " AT 2312
                       WITH FOREGROUND-COLOR 10
               GO TO FA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE "VAT RATE TRANSITIONS - OPEN ITEMS" TO WS-TI-TEXT.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-TRN-HEAD.
             MOVE ZERO          TO WS-LISTED.
             MOVE 1             TO WS-VTTKEY.
             START VATTRN KEY NOT < WS-VTTKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-LISTED.
       FA000-READ.
             READ VATTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-LISTED.
           IF NOT VTT-OPEN
               GO TO FA000-READ.
             MOVE VTT-PROGRAM   TO WS-TL-PROGRAM.
             MOVE VTT-REF       TO WS-TL-REF.
             MOVE VTT-CODE      TO WS-TL-CODE.
             MOVE VTT-TAX-DATE  TO WS-TL-TAX.
             MOVE VTT-CREATED   TO WS-TL-CREATED.
             MOVE VTT-CHANGE    TO WS-TL-CHANGE.
             MOVE VTT-PERCENT   TO WS-TL-PCT.
             MOVE VTT-OTHER-PCT TO WS-TL-OTHER.
             WRITE REP-LINE FROM WS-TRN-LINE.
             ADD 1              TO WS-LISTED.
             GO TO FA000-READ.
       FA000-LISTED.
           IF WS-LISTED = ZERO
               MOVE "NO OPEN ITEMS" TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
           IF WS-LISTED = ZERO
               DISPLAY "No open transition items              " AT 2312
                       WITH FOREGROUND-COLOR 10
               GO TO FA000-END.
             DISPLAY "Items listed on VATHST.PRN : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-LISTED WITH FOREGROUND-COLOR 11.
             DISPLAY "Mark the listed items reviewed (Y/N) :" AT 1212.
             MOVE "N"           TO WS-REPLY.
             ACCEPT WS-REPLY AT 1251
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-REPLY NOT = "Y"
               GO TO FA000-END.
             MOVE 1             TO WS-VTTKEY.
             START VATTRN KEY NOT < WS-VTTKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
       FA000-MARK.
             READ VATTRN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FA000-END.
           IF VTT-OPEN
               MOVE "R"         TO VTT-STATUS
               REWRITE VTT-RECORD.
             GO TO FA000-MARK.
       FA000-END.
             CLOSE VATTRN.
       FA000-EXIT.
             EXIT.
      /
      *
      *    ****    C O D E   A N D   E F F E C T I V E   D A T E
      *
      *    A zero date abandons the entry.
      *
       XA000-CODE-DATE.
             DISPLAY "VAT rate code  :" AT 0812.
             MOVE ZERO          TO WS-CODE.
             ACCEPT WS-CODE AT 0830
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       XA000-DATE.
             DISPLAY "Effective from :" AT 0912.
             MOVE ZERO          TO WS-FROM.
             ACCEPT WS-FROM AT 0930
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-FROM = ZERO
               GO TO XA000-EXIT.
           IF WS-FR-MONTH < 1 OR WS-FR-MONTH > 12
            OR WS-FR-DAY < 1 OR WS-FR-DAY > 31
            OR WS-FR-YEAR < 1900
               DISPLAY "Date is CCYYMMDD                       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO XA000-DATE.
             DISPLAY "                                       " AT 2312.
       XA000-EXIT.
             EXIT.
      *
      *    ****    F I N D   T H E   R A T E   F O R   C O D E   A N D
      *            D A T E
      *
       XB000-FIND-RATE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-VTHKEY.
             START VATHIS KEY NOT < WS-VTHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ VATHIS NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF VTH-CODE = WS-CODE AND VTH-FROM = WS-FROM
            AND VTH-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T
      *
       XC000-NEXT-SLOT.
             MOVE 1             TO WS-VTHKEY.
             START VATHIS KEY NOT < WS-VTHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ VATHIS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-VTHKEY
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    S E T   V A T R A T   T O   T O D A Y ' S   R A T E
      *
      *    A code whose history only starts in the future keeps the
      *    rate it has.
      *
       XD000-TODAY-RATE.
             MOVE ZERO          TO WS-FOUND WS-BEST-FROM WS-BEST-PCT.
             MOVE 1             TO WS-VTHKEY.
             START VATHIS KEY NOT < WS-VTHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ VATHIS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-SET.
           IF VTH-CODE NOT = WS-CODE OR NOT VTH-ACTIVE
               GO TO XD000-READ.
           IF VTH-FROM NOT > WS-TODAY-N
            AND VTH-FROM NOT < WS-BEST-FROM
               MOVE 1           TO WS-FOUND
               MOVE VTH-FROM    TO WS-BEST-FROM
               MOVE VTH-PERCENT TO WS-BEST-PCT.
             GO TO XD000-READ.
       XD000-SET.
           IF WS-FOUND = ZERO
               GO TO XD000-EXIT.
             COMPUTE WS-VATKEY = WS-CODE + 1.
             READ VATRAT.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF VAT-PERCENT = WS-BEST-PCT
               GO TO XD000-EXIT.
             MOVE WS-BEST-PCT   TO VAT-PERCENT.
             REWRITE VAT-RECORD.
             ADD 1              TO WS-CHANGED.
       XD000-EXIT.
             EXIT.
      *
      *    ****    N E X T   D A T E D   R A T E   F O R   T H E
      *            C O D E
      *
      *    The earliest active rate dated after WS-LAST-FROM.
      *
       XE000-NEXT-RATE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 99999999      TO WS-BEST-FROM.
             MOVE 1             TO WS-VTHKEY.
             START VATHIS KEY NOT < WS-VTHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ VATHIS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-FETCH.
           IF VTH-CODE NOT = WS-CODE OR NOT VTH-ACTIVE
               GO TO XE000-READ.
           IF VTH-FROM > WS-LAST-FROM
            AND VTH-FROM < WS-BEST-FROM
               MOVE 1           TO WS-FOUND
               MOVE VTH-FROM    TO WS-BEST-FROM
               MOVE WS-VTHKEY   TO WS-SAVE-KEY.
             GO TO XE000-READ.
      *
      *    The chosen record is read back by its slot
      *
       XE000-FETCH.
           IF WS-FOUND = ZERO
               GO TO XE000-EXIT.
             MOVE WS-SAVE-KEY   TO WS-VTHKEY.
             READ VATHIS WITH IGNORE LOCK.
       XE000-EXIT.
             EXIT.
