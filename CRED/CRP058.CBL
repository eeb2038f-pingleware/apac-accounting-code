      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   *******   *******    ******   ********   ******    *
      *   **    **  **    **  **    **  **    **  **        **    **   *
      *   **        **    **  **    **  **    **  **        **    **   *
      *   **        *******   *******   **    **  *******    ******    *
      *   **        **  **    **        **    **        **  **    **   *
      *   **    **  **   **   **        **    **  **    **  **    **   *
      *    ******   **    **  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  E L E C T R O N I C   P U R C H A S E   O R D E R S           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Purchase orders go to the suppliers that can take them as   *
      *    a structured file instead of by fax, and their              *
      *    acknowledgements come back the same way.  A supplier is     *
      *    flagged for electronic orders on the creditor master.  The  *
      *    send run writes every confirmed PORDER order of a flagged   *
      *    supplier that is not yet on the transmission register to    *
      *    one file per supplier, EPOnnnnn.TXT, and records each       *
      *    order on the register.                                      *
      *                                                                *
      *      'F'  flag suppliers for electronic orders                 *
      *      'S'  send - export the new confirmed orders               *
      *      'R'  re-send a file a supplier reports missing            *
      *      'A'  import the supplier acknowledgements                 *
      *      'L'  list the transmission register                       *
      *      'E'  end                                                  *
      *                                                                *
      *    The acknowledgement import reads POACK.TXT, one line per    *
      *    order line with the confirmed quantity, price and delivery  *
      *    date.  The promised date and the confirmed quantity and     *
      *    price are written onto the order line, and the exceptions   *
      *    report CRP058.PRN lists every line where the acknowledged   *
      *    price or quantity differs from the order, or that cannot    *
      *    be matched, so the buyer can act before the goods arrive.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRP058.
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

           SELECT EPOREG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-EPOKEY.

           SELECT EPOOUT  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT EPOACK  ASSIGN DISK
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
      *    ****    T R A N S M I S S I O N   R E G I S T E R
      *
      *    One record per order sent; the file number names the
      *    EPOnnnnn.TXT the order went out in.
      *
       FD  EPOREG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "EPOREG.DAT".
       01  EPO-RECORD.
           03  EPO-FILE-NO    PIC  9(05).
           03  EPO-SUPPLIER   PIC  9(07).
           03  EPO-ORDER-NO   PIC  9(06).
           03  EPO-LINES      PIC  9(03).
           03  EPO-SENT-DATE  PIC  9(08).
           03  EPO-STATUS     PIC  X(01).
               88  EPO-SENT        VALUE "T".
               88  EPO-ACKED       VALUE "A".
           03  EPO-ACK-DATE   PIC  9(08).
           03  FILLER         PIC  X(10).

      *
      *    ****    P E R - S U P P L I E R   O U T B O U N D   F I L E
      *
       FD  EPOOUT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-EPO-NAME.
       01  EPV-RECORD         PIC  X(110).

      *
      *    ****    S U P P L I E R   A C K N O W L E D G E M E N T S
      *
       FD  EPOACK    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POACK.TXT".
       01  ACK-RECORD         PIC  X(80).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CRP058.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CREKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-EPOKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-EPO    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-RESEND      PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-ORDER-NO    PIC  9(06)     VALUE ZERO.
       77  WS-LINE        PIC  9(03)     VALUE ZERO.
       77  WS-FILE-NO     PIC  9(05)     VALUE ZERO.
       77  WS-NEXT-FILE   PIC  9(05)     VALUE ZERO.
       77  WS-ORD-LINES   PIC  9(03)     VALUE ZERO.
       77  WS-ORD-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-LINES       PIC  9(05)     VALUE ZERO.
       77  WS-FILE-ORDERS PIC  9(05)     VALUE ZERO.
       77  WS-QTY-N       PIC  9(09)     VALUE ZERO.
       77  WS-PRICE-N     PIC  9(11)     VALUE ZERO.
       77  WS-ACK-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-ACK-PRICE   PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-T           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-TMAX        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CNT-FILES   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-ORDERS  PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-READ    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-UPDATED PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-CNT-EXCEPT  PIC  9(05)     COMP-5 VALUE ZERO.

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
      *    ****    O R D E R S   O F   T H E   S U P P L I E R
      *
       01  WS-OT-TABLE.
           03  WS-OT-ENT OCCURS 300.
               05  WS-OT-ORDER PIC 9(06).
               05  WS-OT-SEND  PIC 9(01).

       01  WS-EPO-NAME.
           03  FILLER        PIC  X(03) VALUE "EPO".
           03  WS-EPO-SEQ    PIC  9(05).
           03  FILLER        PIC  X(04) VALUE ".TXT".

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
      *    ****    E L E C T R O N I C   O R D E R   R E C O R D S
      *
      *    Quantities are sent in hundredths and unit prices in
      *    ten-thousandths of the purchasing unit, unsigned.
      *
       01  WS-ES-LINE.
           03  FILLER        PIC  X(04) VALUE "SUP,".
           03  ES-SUPPLIER   PIC  9(07).
           03  FILLER        PIC  X(01) VALUE ",".
           03  ES-NAME       PIC  X(40).
           03  FILLER        PIC  X(01) VALUE ",".
           03  ES-FILE-NO    PIC  9(05).
           03  FILLER        PIC  X(01) VALUE ",".
           03  ES-DATE       PIC  9(08).

       01  WS-EO-LINE.
           03  FILLER        PIC  X(04) VALUE "ORD,".
           03  EO-ORDER      PIC  9(06).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EO-DATE       PIC  9(08).

       01  WS-EL-LINE.
           03  FILLER        PIC  X(04) VALUE "LIN,".
           03  EL-ORDER      PIC  9(06).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EL-LINE       PIC  9(03).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EL-CODE       PIC  X(14).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EL-UNIT       PIC  X(04).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EL-QTY        PIC  9(09).
           03  FILLER        PIC  X(01) VALUE ",".
           03  EL-PRICE      PIC  9(11).

       01  WS-ET-LINE.
           03  FILLER        PIC  X(04) VALUE "TRL,".
           03  ET-ORDERS     PIC  9(05).
           03  FILLER        PIC  X(01) VALUE ",".
           03  ET-LINES      PIC  9(05).

      *
      *    ****    A C K N O W L E D G E M E N T   L I N E
      *
      *    ACK,supplier,order,line,quantity,price,delivery date -
      *    the same units as the order file.  Other lines the
      *    supplier sends (headers, trailers) are passed over.
      *
       01  WS-AK-LINE.
           03  AK-TAG        PIC  X(04).
           03  AK-SUPPLIER   PIC  9(07).
           03  FILLER        PIC  X(01).
           03  AK-ORDER      PIC  9(06).
           03  FILLER        PIC  X(01).
           03  AK-LINE       PIC  9(03).
           03  FILLER        PIC  X(01).
           03  AK-QTY        PIC  9(09).
           03  FILLER        PIC  X(01).
           03  AK-PRICE      PIC  9(11).
           03  FILLER        PIC  X(01).
           03  AK-DATE       PIC  9(08).
           03  FILLER        PIC  X(27).

       01  WS-EXC-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "ORDER   LN  SUPPLIER STOCK CODE      ORDER QTY    ".
           03  FILLER        PIC  X(50) VALUE
               "ACK QTY  ORDER PRICE    ACK PRICE  PROMISED  EXCEP".
           03  FILLER        PIC  X(04) VALUE "TION".

       01  WS-DET-LINE.
           03  WS-DT-ORDER   PIC  9(06).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-LINE    PIC  ZZ9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-SUPP    PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-CODE    PIC  X(14).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-QTY     PIC  Z(06)9.99.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-AQTY    PIC  Z(06)9.99.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-PRICE   PIC  Z(06)9.9999.
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-DT-APRICE  PIC  Z(06)9.9999.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-PROM    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-NOTE    PIC  X(24).

       01  WS-REG-HEAD.
           03  FILLER        PIC  X(50) VALUE
               "FILE   SUPPLIER ORDER   LINES  SENT      STATUS   ".
           03  FILLER        PIC  X(15) VALUE
               "       ACK DATE".

       01  WS-REG-LINE.
           03  WS-RG-FILE    PIC  9(05).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-SUPP    PIC  9(07).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-ORDER   PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-LINES   PIC  Z(04)9.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-SENT    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-STATUS  PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RG-ACK     PIC  9(08).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "ELECTRONIC PURCHASE ORDERS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "CRP058"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O EPOREG.
           IF WS-STATUS = "35"
               OPEN OUTPUT EPOREG
               CLOSE EPOREG
               OPEN I-O EPOREG.
           IF WS-STATUS NOT = "00"
               DISPLAY "EPOREG open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option 'F'lag 'S'end 'R'esend 'A'ck 'L'ist 'E'nd"
                     AT 0612 WITH FOREGROUND-COLOR 3.
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0661
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "F"
               PERFORM BA000-FLAG THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "S"
               PERFORM CA000-SEND THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM FA000-RESEND THRU FA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "A"
               PERFORM EA000-ACK THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM GA000-LISTING THRU GA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE EPOREG.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    F L A G   S U P P L I E R S                         *
      *                                                                *
      ******************************************************************
       BA000-FLAG.
             OPEN I-O CREDIT.
           IF WS-STATUS NOT = "00"
               DISPLAY "CREDIT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
       BA000-ACCT.
             DISPLAY "Supplier account ('0' ends) :" AT 0812.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-END.
             PERFORM XB000-FIND-CREDITOR THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Account not on CREDIT file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ACCT.
             DISPLAY CRE-NAME AT 0912 WITH FOREGROUND-COLOR 11.
             MOVE CRE-RECORD    TO WS-JW-BEFORE.
             DISPLAY "Electronic (E) or paper ( ) :" AT 1012.
             ACCEPT CRE-EPO-FLAG AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF CRE-EPO-FLAG = "e"
               MOVE "E"         TO CRE-EPO-FLAG.
           IF NOT CRE-E-ORDER
               MOVE SPACE       TO CRE-EPO-FLAG.
             REWRITE CRE-RECORD.
             MOVE "C"           TO WS-JW-FILE.
             MOVE WS-CREKEY     TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "CRP058"      TO WS-JW-PROGRAM.
             MOVE CRE-RECORD    TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
             DISPLAY "Flag saved                 " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-ACCT.
       BA000-END.
             CLOSE CREDIT.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    S E N D   T H E   N E W   O R D E R S               *
      *                                                                *
      *    Each flagged supplier with confirmed orders not yet on      *
      *    the register gets one file holding all of them.             *
      *                                                                *
      ******************************************************************
       CA000-SEND.
             OPEN INPUT CREDIT PORDER.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE ZERO          TO WS-CNT-FILES WS-CNT-ORDERS
                                   WS-RESEND.
             PERFORM XH000-NEXT-SLOT THRU XH000-EXIT.
             MOVE 1             TO WS-CREKEY.
             START CREDIT KEY NOT < WS-CREKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
       CA000-READ.
             READ CREDIT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-END.
           IF NOT CRE-ACTIVE OR NOT CRE-E-ORDER
               GO TO CA000-READ.
             MOVE CRE-ACCOUNT   TO WS-ACCOUNT.
             PERFORM XC000-COLLECT THRU XC000-EXIT.
           IF WS-FILE-ORDERS = ZERO
               GO TO CA000-READ.
             MOVE WS-NEXT-FILE  TO WS-FILE-NO.
             ADD 1              TO WS-NEXT-FILE.
             PERFORM DA000-WRITE-FILE THRU DA000-EXIT.
             ADD 1              TO WS-CNT-FILES.
             ADD WS-FILE-ORDERS TO WS-CNT-ORDERS.
             GO TO CA000-READ.
       CA000-END.
             CLOSE CREDIT PORDER.
             DISPLAY "Files written " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-CNT-FILES WITH FOREGROUND-COLOR 11
                     "  orders sent " WITH FOREGROUND-COLOR 10
                     WS-CNT-ORDERS WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      *
      *    ****    W R I T E   O N E   S U P P L I E R   F I L E
      *
      *    The supplier header, then each marked order with its
      *    lines, and a trailer with the order and line counts.
      *    A first send records each order on the register.
      *
       DA000-WRITE-FILE.
             MOVE WS-FILE-NO    TO WS-EPO-SEQ.
             OPEN OUTPUT EPOOUT.
             MOVE ZERO          TO WS-LINES.
             MOVE WS-ACCOUNT    TO ES-SUPPLIER.
             MOVE CRE-NAME      TO ES-NAME.
             MOVE WS-FILE-NO    TO ES-FILE-NO.
             MOVE WS-TODAY-N    TO ES-DATE.
             WRITE EPV-RECORD FROM WS-ES-LINE.
             MOVE ZERO          TO WS-T.
       DA000-ORDER.
             ADD 1              TO WS-T.
           IF WS-T > WS-TMAX
               GO TO DA000-TRAILER.
           IF WS-OT-SEND (WS-T) = ZERO
               GO TO DA000-ORDER.
             MOVE WS-OT-ORDER (WS-T)
                                TO WS-ORDER-NO.
             PERFORM XF000-WRITE-ORDER THRU XF000-EXIT.
           IF WS-RESEND = ZERO
               PERFORM XG000-REGISTER THRU XG000-EXIT.
             GO TO DA000-ORDER.
       DA000-TRAILER.
             MOVE WS-FILE-ORDERS
                                TO ET-ORDERS.
             MOVE WS-LINES      TO ET-LINES.
             WRITE EPV-RECORD FROM WS-ET-LINE.
             CLOSE EPOOUT.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    I M P O R T   A C K N O W L E D G E M E N T S       *
      *                                                                *
      *    Each acknowledged line takes the promised date and the      *
      *    confirmed quantity and price; the ordered quantity and      *
      *    price stay as they are for the buyer to decide.  Only       *
      *    lines that differ or cannot be matched are reported.        *
      *                                                                *
      ******************************************************************
       EA000-ACK.
             OPEN INPUT EPOACK.
           IF WS-STATUS NOT = "00"
               DISPLAY "No POACK.TXT to import - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             OPEN I-O PORDER.
           IF WS-STATUS NOT = "00"
               CLOSE EPOACK
               DISPLAY "PORDER open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO EA000-EXIT.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "SUPPLIER ACKNOWLEDGEMENT EXCEPTIONS  RUN "
                    WS-TODAY-N DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-EXC-HEAD.
             MOVE ZERO          TO WS-CNT-READ WS-CNT-UPDATED
                                   WS-CNT-EXCEPT.
       EA000-READ.
             READ EPOACK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
             MOVE ACK-RECORD    TO WS-AK-LINE.
           IF AK-TAG NOT = "ACK,"
               GO TO EA000-READ.
             ADD 1              TO WS-CNT-READ.
             MOVE SPACES        TO WS-DET-LINE.
           IF AK-SUPPLIER NOT NUMERIC OR AK-ORDER NOT NUMERIC
            OR AK-LINE NOT NUMERIC OR AK-QTY NOT NUMERIC
            OR AK-PRICE NOT NUMERIC OR AK-DATE NOT NUMERIC
               MOVE ACK-RECORD  TO WS-DT-CODE
               MOVE "UNREADABLE LINE"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
             MOVE AK-ORDER      TO WS-ORDER-NO WS-DT-ORDER.
             MOVE AK-LINE       TO WS-LINE WS-DT-LINE.
             MOVE AK-SUPPLIER   TO WS-DT-SUPP.
             COMPUTE WS-ACK-QTY = AK-QTY / 100.
             COMPUTE WS-ACK-PRICE = AK-PRICE / 10000.
             MOVE WS-ACK-QTY    TO WS-DT-AQTY.
             MOVE WS-ACK-PRICE  TO WS-DT-APRICE.
             MOVE AK-DATE       TO WS-DT-PROM.
             PERFORM XJ000-FIND-LINE THRU XJ000-EXIT.
           IF WS-FOUND = ZERO
               MOVE "ORDER LINE NOT FOUND"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
             MOVE POR-CODE      TO WS-DT-CODE.
             MOVE POR-QTY-ORDERED
                                TO WS-DT-QTY.
             MOVE POR-UNIT-PRICE
                                TO WS-DT-PRICE.
           IF POR-SUPPLIER NOT = AK-SUPPLIER
               MOVE "SUPPLIER DOES NOT MATCH"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
           IF NOT POR-CONFIRMED
               MOVE "LINE NOT OPEN - STATUS "
                                TO WS-DT-NOTE
               MOVE POR-STATUS  TO WS-DT-NOTE (24:1)
               GO TO EA000-PRINT.
           IF AK-DATE NOT = ZERO
               MOVE AK-DATE     TO POR-PROMISED.
             MOVE WS-TODAY-N    TO POR-ACK-DATE.
             MOVE WS-ACK-QTY    TO POR-ACK-QTY.
             MOVE WS-ACK-PRICE  TO POR-ACK-PRICE.
             REWRITE POR-RECORD.
             ADD 1              TO WS-CNT-UPDATED.
             PERFORM XK000-MARK-ACK THRU XK000-EXIT.
           IF WS-ACK-QTY NOT = POR-QTY-ORDERED
            AND WS-ACK-PRICE NOT = POR-UNIT-PRICE
               MOVE "QUANTITY AND PRICE DIFFER"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
           IF WS-ACK-QTY < POR-QTY-ORDERED
               MOVE "SHORT SUPPLY"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
           IF WS-ACK-QTY > POR-QTY-ORDERED
               MOVE "QUANTITY OVER ORDER"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
           IF WS-ACK-PRICE NOT = POR-UNIT-PRICE
               MOVE "PRICE DIFFERS"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
           IF AK-DATE = ZERO
               MOVE "NO DELIVERY DATE GIVEN"
                                TO WS-DT-NOTE
               GO TO EA000-PRINT.
             GO TO EA000-READ.
       EA000-PRINT.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-CNT-EXCEPT.
             GO TO EA000-READ.
       EA000-END.
           IF WS-CNT-EXCEPT = ZERO
               MOVE "NO EXCEPTIONS" TO REP-LINE
               WRITE REP-LINE.
             CLOSE EPOACK PORDER PRNREP.
             DISPLAY "Lines " AT 2312 WITH FOREGROUND-COLOR 10
                     WS-CNT-READ WITH FOREGROUND-COLOR 11
                     " updated " WITH FOREGROUND-COLOR 10
                     WS-CNT-UPDATED WITH FOREGROUND-COLOR 11
                     " exceptions " WITH FOREGROUND-COLOR 10
                     WS-CNT-EXCEPT WITH FOREGROUND-COLOR 11
                     " - CRP058.PRN" WITH FOREGROUND-COLOR 10.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E - S E N D   A   F I L E                         *
      *                                                                *
      *    The file is rebuilt from the orders the register holds      *
      *    against its number, as the lines now stand.                 *
      *                                                                *
      ******************************************************************
       FA000-RESEND.
             DISPLAY "File number ('0' ends)      :" AT 0812.
             MOVE ZERO          TO WS-FILE-NO.
             ACCEPT WS-FILE-NO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-FILE-NO = ZERO
               GO TO FA000-EXIT.
             MOVE ZERO          TO WS-TMAX WS-FILE-ORDERS.
             MOVE 1             TO WS-EPOKEY.
             START EPOREG KEY NOT < WS-EPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-CHECK.
       FA000-READ.
             READ EPOREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA000-CHECK.
           IF EPO-FILE-NO NOT = WS-FILE-NO
               GO TO FA000-READ.
           IF WS-TMAX < 300
               ADD 1            TO WS-TMAX
               MOVE EPO-ORDER-NO
                                TO WS-OT-ORDER (WS-TMAX)
               MOVE 1           TO WS-OT-SEND (WS-TMAX)
               ADD 1            TO WS-FILE-ORDERS
               MOVE EPO-SUPPLIER
                                TO WS-ACCOUNT.
             GO TO FA000-READ.
       FA000-CHECK.
           IF WS-TMAX = ZERO
               DISPLAY "Not on the register" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-RESEND.
             OPEN INPUT CREDIT PORDER.
           IF WS-STATUS NOT = "00"
               DISPLAY "File open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             PERFORM XB000-FIND-CREDITOR THRU XB000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO CRE-NAME.
             MOVE 1             TO WS-RESEND.
             PERFORM DA000-WRITE-FILE THRU DA000-EXIT.
             MOVE ZERO          TO WS-RESEND.
             CLOSE CREDIT PORDER.
             MOVE 1             TO WS-EPOKEY.
             START EPOREG KEY NOT < WS-EPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA000-DONE.
       FA000-STAMP.
             READ EPOREG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FA000-DONE.
           IF EPO-FILE-NO NOT = WS-FILE-NO
               GO TO FA000-STAMP.
             MOVE WS-TODAY-N    TO EPO-SENT-DATE.
             REWRITE EPO-RECORD.
             GO TO FA000-STAMP.
       FA000-DONE.
             DISPLAY "File re-written for sending  " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO FA000-RESEND.
       FA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R E G I S T E R   L I S T I N G                     *
      *                                                                *
      ******************************************************************
       GA000-LISTING.
             OPEN OUTPUT PRNREP.
             MOVE "ELECTRONIC ORDER TRANSMISSION REGISTER"
                                TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-REG-HEAD.
             MOVE 1             TO WS-EPOKEY.
             START EPOREG KEY NOT < WS-EPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
       GA000-READ.
             READ EPOREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-END.
             MOVE SPACES        TO WS-REG-LINE.
             MOVE EPO-FILE-NO   TO WS-RG-FILE.
             MOVE EPO-SUPPLIER  TO WS-RG-SUPP.
             MOVE EPO-ORDER-NO  TO WS-RG-ORDER.
             MOVE EPO-LINES     TO WS-RG-LINES.
             MOVE EPO-SENT-DATE TO WS-RG-SENT.
           IF EPO-ACKED
               MOVE "ACKNOWLEDGED" TO WS-RG-STATUS
               MOVE EPO-ACK-DATE
                                TO WS-RG-ACK
           ELSE
               MOVE "SENT"      TO WS-RG-STATUS.
             WRITE REP-LINE FROM WS-REG-LINE.
             GO TO GA000-READ.
       GA000-END.
             CLOSE PRNREP.
             DISPLAY "Register on CRP058.PRN         " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      /
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
      *    ****    O R D E R S   W A I T I N G   T O   G O
      *
      *    Every confirmed order of the supplier is entered once;
      *    those already on the register are kept but not marked.
      *
       XC000-COLLECT.
             MOVE ZERO          TO WS-TMAX WS-FILE-ORDERS.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF POR-SUPPLIER NOT = WS-ACCOUNT OR NOT POR-CONFIRMED
               GO TO XC000-READ.
             MOVE ZERO          TO WS-T.
       XC000-SEEN.
             ADD 1              TO WS-T.
           IF WS-T NOT > WS-TMAX
               IF WS-OT-ORDER (WS-T) = POR-ORDER-NO
                   GO TO XC000-READ
               ELSE
                   GO TO XC000-SEEN.
           IF WS-TMAX NOT < 300
               GO TO XC000-READ.
             ADD 1              TO WS-TMAX.
             MOVE POR-ORDER-NO  TO WS-OT-ORDER (WS-TMAX)
                                   WS-ORDER-NO.
             PERFORM XD000-ON-REGISTER THRU XD000-EXIT.
           IF WS-FOUND = 1
               MOVE ZERO        TO WS-OT-SEND (WS-TMAX)
           ELSE
               MOVE 1           TO WS-OT-SEND (WS-TMAX)
               ADD 1            TO WS-FILE-ORDERS.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    A L R E A D Y   S E N T ?
      *
       XD000-ON-REGISTER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-EPOKEY.
             START EPOREG KEY NOT < WS-EPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ EPOREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
           IF EPO-ORDER-NO = WS-ORDER-NO
            AND EPO-SUPPLIER = WS-ACCOUNT
               MOVE 1           TO WS-FOUND
               GO TO XD000-EXIT.
             GO TO XD000-READ.
       XD000-EXIT.
             EXIT.
      *
      *    ****    W R I T E   O N E   O R D E R
      *
      *    Cancelled lines and drafts are left off; the order
      *    header goes out ahead of the first line.
      *
       XF000-WRITE-ORDER.
             MOVE ZERO          TO WS-ORD-LINES.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
       XF000-READ.
             READ PORDER NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XF000-EXIT.
           IF POR-ORDER-NO NOT = WS-ORDER-NO
            OR POR-SUPPLIER NOT = WS-ACCOUNT
            OR POR-DRAFT OR POR-CANCELLED
               GO TO XF000-READ.
           IF WS-ORD-LINES = ZERO
               MOVE WS-ORDER-NO TO EO-ORDER
               MOVE POR-DATE    TO EO-DATE
               WRITE EPV-RECORD FROM WS-EO-LINE.
             MOVE POR-ORDER-NO  TO EL-ORDER.
             MOVE POR-LINE      TO EL-LINE.
             MOVE POR-CODE      TO EL-CODE.
             MOVE POR-PURCH-UNIT
                                TO EL-UNIT.
             COMPUTE WS-QTY-N = POR-QTY-ORDERED * 100.
             MOVE WS-QTY-N      TO EL-QTY.
             COMPUTE WS-PRICE-N = POR-UNIT-PRICE * 10000.
             MOVE WS-PRICE-N    TO EL-PRICE.
             WRITE EPV-RECORD FROM WS-EL-LINE.
             ADD 1              TO WS-ORD-LINES WS-LINES.
             GO TO XF000-READ.
       XF000-EXIT.
             EXIT.
      *
      *    ****    R E G I S T E R   T H E   O R D E R
      *
       XG000-REGISTER.
             MOVE SPACES        TO EPO-RECORD.
             MOVE WS-FILE-NO    TO EPO-FILE-NO.
             MOVE WS-ACCOUNT    TO EPO-SUPPLIER.
             MOVE WS-ORDER-NO   TO EPO-ORDER-NO.
             MOVE WS-ORD-LINES  TO EPO-LINES.
             MOVE WS-TODAY-N    TO EPO-SENT-DATE.
             MOVE "T"           TO EPO-STATUS.
             MOVE ZERO          TO EPO-ACK-DATE.
             MOVE WS-NEXT-EPO   TO WS-EPOKEY.
             WRITE EPO-RECORD.
             ADD 1              TO WS-NEXT-EPO.
       XG000-EXIT.
             EXIT.
      *
      *    ****    N E X T   R E G I S T E R   S L O T   A N D   F I L E
      *
       XH000-NEXT-SLOT.
             MOVE 1             TO WS-NEXT-EPO WS-NEXT-FILE
                                   WS-EPOKEY.
             START EPOREG KEY NOT < WS-EPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
       XH000-READ.
             READ EPOREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XH000-EXIT.
             COMPUTE WS-NEXT-EPO = WS-EPOKEY + 1.
           IF EPO-FILE-NO NOT < WS-NEXT-FILE
               COMPUTE WS-NEXT-FILE = EPO-FILE-NO + 1.
             GO TO XH000-READ.
       XH000-EXIT.
             EXIT.
      *
      *    ****    F I N D   T H E   A C K N O W L E D G E D   L I N E
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
      *    ****    M A R K   T H E   O R D E R   A C K N O W L E D G E D
      *
       XK000-MARK-ACK.
             MOVE 1             TO WS-EPOKEY.
             START EPOREG KEY NOT < WS-EPOKEY.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
       XK000-READ.
             READ EPOREG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
           IF EPO-ORDER-NO NOT = WS-ORDER-NO
            OR EPO-SUPPLIER NOT = POR-SUPPLIER
               GO TO XK000-READ.
             MOVE "A"           TO EPO-STATUS.
             MOVE WS-TODAY-N    TO EPO-ACK-DATE.
             REWRITE EPO-RECORD.
             GO TO XK000-READ.
       XK000-EXIT.
             EXIT.
