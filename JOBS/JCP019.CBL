      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *     ******   ******   *******    ******      **      ******    *
      *        **   **    **  **    **  **    **    ***     **    **   *
      *        **   **        **    **  **    **     **     **    **   *
      *        **   **        *******   **    **     **      *******   *
      *        **   **        **        **    **     **           **   *
      *   **   **   **    **  **        **    **     **           **   *
      *    *****     ******   **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C U S T O M E R   N O T I F I C A T I O N S                   *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Tells the customer before they phone us.  Job status        *
      *    events - job completed, waiting on parts (JCP012            *
      *    requisition short), estimate awaiting approval (JCP014)     *
      *    and scheduled visit booked (JCP015) - are queued through    *
      *    NTFQUE on the MAILOUT.TXT outbox the DTP057 mail gateway    *
      *    sweeps, by e-mail, SMS or both.  This program keeps the     *
      *    pieces behind that:                                         *
      *                                                                *
      *      'C' contact per job - name, e-mail address, mobile        *
      *          number and channel, or "N" when the customer does     *
      *          not want to be told                                   *
      *      'T' message template per event, with the <JOB>, <NAME>    *
      *          and <REF> placeholders                                *
      *      'J' job ready - tells the customer a workshop job is      *
      *          complete and ready for collection (call-outs          *
      *          completed on JCP018 are told there)                   *
      *      'R' notification register per job - what was sent, how,   *
      *          when and to whom, and any event that could not be     *
      *          sent                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP019.
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

       COPY NTFCON.SL.

       COPY NTFTPL.SL.

       COPY NTFLOG.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY NTFCON.FDE.

       COPY NTFTPL.FDE.

       COPY NTFLOG.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NTCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NTTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NTLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-ACTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-JOB         PIC  9(06)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-EVENT       PIC  X(02)     VALUE SPACES.
       77  WS-ROW         PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-SENT        PIC  9(05)     COMP-5 VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(01).
       77  CSTART         PIC  9(04).

      *
      *    The SMS text is keyed in two screen-width halves.
      *
       01  WS-SMS-TEXT.
           03  WS-SMS-1      PIC  X(60).
           03  WS-SMS-2      PIC  X(60).

       01  WS-BLANK-LINE     PIC  X(68) VALUE SPACES.

       01  WS-RG-LINE.
           03  WS-RG-DATE    PIC  9(08).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-RG-TIME    PIC  9(04).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-RG-EVENT   PIC  X(02).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-RG-CHANNEL PIC  X(01).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-RG-STATUS  PIC  X(10).
           03  FILLER        PIC  X(01) VALUE SPACE.
           03  WS-RG-ADDRESS PIC  X(38).

      *
      *    ****    C A L L   T O   T H E   N O T I F I C A T I O N
      *    ****    Q U E U E
      *
       01  WS-NQ-PARAMS.
           03  WS-NQ-JOB      PIC  9(06).
           03  WS-NQ-ACCOUNT  PIC  9(07).
           03  WS-NQ-EVENT    PIC  X(02).
           03  WS-NQ-REF      PIC  X(14).
           03  WS-NQ-PROGRAM  PIC  X(06).
           03  WS-NQ-RESULT   PIC  9(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             DISPLAY "CUSTOMER NOTIFICATIONS" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-MENU.
             DISPLAY "Option - 'C'ontacts  'T'emplates  'J'ob ready  "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'R'egister  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0576
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AZ100.
           IF WS-OPTION = "C"
               PERFORM BA000-CONTACTS THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "T"
               PERFORM CA000-TEMPLATES THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "J"
               PERFORM DA000-READY THRU DA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM EA000-REGISTER THRU EA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O N T A C T   P E R   J O B                       *
      *                                                                *
      ******************************************************************
       BA000-CONTACTS.
             OPEN I-O NTFCON.
           IF WS-STATUS = "35"
               OPEN OUTPUT NTFCON
               CLOSE NTFCON
               OPEN I-O NTFCON.
           IF WS-STATUS NOT = "00"
               DISPLAY "NTFCON open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
       BA000-JOB.
             DISPLAY "Job no ('0' ends):" AT 0712.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 0731
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO BA000-END.
             PERFORM XC000-FIND-CONTACT THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XN000-NEXT-CON THRU XN000-EXIT
               MOVE SPACES      TO NTC-RECORD
               MOVE WS-JOB      TO NTC-JOB
               MOVE ZERO        TO NTC-ACCOUNT
               MOVE "E"         TO NTC-CHANNEL
               MOVE "A"         TO NTC-STATUS
               DISPLAY "New contact for the job     " AT 2312
                       WITH FOREGROUND-COLOR 11.
       BA000-DETAILS.
             DISPLAY "Debtor account   :" AT 0812.
             MOVE NTC-ACCOUNT   TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0831
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-ACCOUNT    TO NTC-ACCOUNT.
             PERFORM XD000-SHOW-DEBTOR THRU XD000-EXIT.
             DISPLAY "Contact name     :" AT 0912.
             ACCEPT NTC-NAME AT 0931
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "E-mail address   :" AT 1012.
             ACCEPT NTC-EMAIL AT 1031
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Mobile number    :" AT 1112.
             ACCEPT NTC-MOBILE AT 1131
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
       BA000-CHANNEL.
             DISPLAY "E-mail/SMS/Both/N:" AT 1212.
             ACCEPT NTC-CHANNEL AT 1231
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NTC-CHANNEL = "e"
               MOVE "E"         TO NTC-CHANNEL.
           IF NTC-CHANNEL = "s"
               MOVE "S"         TO NTC-CHANNEL.
           IF NTC-CHANNEL = "b"
               MOVE "B"         TO NTC-CHANNEL.
           IF NTC-CHANNEL = "n"
               MOVE "N"         TO NTC-CHANNEL.
           IF NOT (NTC-BY-EMAIL OR NTC-BY-SMS OR NTC-BY-BOTH
                   OR NTC-NOT-TOLD)
               GO TO BA000-CHANNEL.
           IF (NTC-BY-EMAIL OR NTC-BY-BOTH) AND NTC-EMAIL = SPACES
               DISPLAY "E-mail address required     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-DETAILS.
           IF (NTC-BY-SMS OR NTC-BY-BOTH) AND NTC-MOBILE = SPACES
               DISPLAY "Mobile number required      " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-DETAILS.
       BA000-ACTION.
             DISPLAY "'K'eep 'A'bandon :" AT 1412.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1431
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Contact not changed         " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO BA000-JOB.
           IF WS-ACTION NOT = "K"
               GO TO BA000-ACTION.
           IF WS-FOUND = 1
               REWRITE NTC-RECORD
               GO TO BA000-SAVED.
             MOVE WS-NEXT-KEY   TO WS-NTCKEY.
             WRITE NTC-RECORD.
       BA000-SAVED.
           IF WS-STATUS NOT = "00"
               DISPLAY "NTFCON write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-JOB.
             DISPLAY "Contact saved               " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-JOB.
       BA000-END.
             CLOSE NTFCON.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M E S S A G E   T E M P L A T E S                   *
      *                                                                *
      ******************************************************************
       CA000-TEMPLATES.
             OPEN I-O NTFTPL.
           IF WS-STATUS = "35"
               OPEN OUTPUT NTFTPL
               CLOSE NTFTPL
               OPEN I-O NTFTPL.
           IF WS-STATUS NOT = "00"
               DISPLAY "NTFTPL open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
       CA000-EVENT.
             DISPLAY "Event JC/PS/EA/VB (blank ends):" AT 0712.
             MOVE SPACES        TO WS-EVENT.
             ACCEPT WS-EVENT AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-EVENT = SPACES
               GO TO CA000-END.
           IF NOT (WS-EVENT = "JC" OR "PS" OR "EA" OR "VB")
               DISPLAY "Unknown event               " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EVENT.
             PERFORM XT000-FIND-TEMPLATE THRU XT000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM XN100-NEXT-TPL THRU XN100-EXIT
               MOVE SPACES      TO NTT-RECORD
               MOVE WS-EVENT    TO NTT-EVENT
               DISPLAY "No template - standard wording in use"
                       AT 2312 WITH FOREGROUND-COLOR 11.
             MOVE "A"           TO NTT-STATUS.
           IF NTT-JOB-COMPLETE
               DISPLAY "job completed              " AT 0747
                       WITH FOREGROUND-COLOR 11.
           IF NTT-PARTS-SHORT
               DISPLAY "waiting on parts           " AT 0747
                       WITH FOREGROUND-COLOR 11.
           IF NTT-EST-APPROVAL
               DISPLAY "estimate awaiting approval " AT 0747
                       WITH FOREGROUND-COLOR 11.
           IF NTT-VISIT-BOOKED
               DISPLAY "scheduled visit booked     " AT 0747
                       WITH FOREGROUND-COLOR 11.
             DISPLAY "Placeholders  <JOB>  <NAME>  <REF>" AT 0812.
             DISPLAY "Subject :" AT 1004.
             ACCEPT NTT-SUBJECT AT 1014
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Line 1  :" AT 1104.
             ACCEPT NTT-BODY (1) AT 1114
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Line 2  :" AT 1204.
             ACCEPT NTT-BODY (2) AT 1214
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Line 3  :" AT 1304.
             ACCEPT NTT-BODY (3) AT 1314
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Line 4  :" AT 1404.
             ACCEPT NTT-BODY (4) AT 1414
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Line 5  :" AT 1504.
             ACCEPT NTT-BODY (5) AT 1514
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "Line 6  :" AT 1604.
             ACCEPT NTT-BODY (6) AT 1614
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE NTT-SMS       TO WS-SMS-TEXT.
             DISPLAY "SMS     :" AT 1804.
             ACCEPT WS-SMS-1 AT 1814
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             ACCEPT WS-SMS-2 AT 1914
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             MOVE WS-SMS-TEXT   TO NTT-SMS.
           IF NTT-SUBJECT = SPACES AND NTT-SMS = SPACES
               DISPLAY "Subject or SMS text required" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EVENT.
       CA000-ACTION.
             DISPLAY "'K'eep 'D'elete 'A'bandon :" AT 2112.
             MOVE "K"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 2140
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               DISPLAY "Template not changed        " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO CA000-EVENT.
           IF NOT (WS-ACTION = "K" OR "D")
               GO TO CA000-ACTION.
      *
      *    A deleted template puts the event back on NTFQUE's
      *    standard wording.
      *
           IF WS-ACTION = "D" AND WS-FOUND = ZERO
               GO TO CA000-EVENT.
           IF WS-ACTION = "D"
               MOVE "D"         TO NTT-STATUS.
           IF WS-FOUND = 1
               REWRITE NTT-RECORD
               GO TO CA000-SAVED.
             MOVE WS-NEXT-KEY   TO WS-NTTKEY.
             WRITE NTT-RECORD.
       CA000-SAVED.
           IF WS-STATUS NOT = "00"
               DISPLAY "NTFTPL write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO CA000-EVENT.
           IF NTT-DELETED
               DISPLAY "Template deleted            " AT 2312
                       WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Template saved              " AT 2312
                       WITH FOREGROUND-COLOR 10.
             GO TO CA000-EVENT.
       CA000-END.
             CLOSE NTFTPL.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    J O B   R E A D Y   -   T E L L   T H E             *
      *    ****    C U S T O M E R                                     *
      *                                                                *
      ******************************************************************
       DA000-READY.
             DISPLAY "Job no ('0' ends):" AT 0712.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 0731
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO DA000-EXIT.
             MOVE ZERO          TO WS-ACCOUNT WS-FOUND.
             OPEN INPUT NTFCON.
           IF WS-STATUS = "00"
               PERFORM XC000-FIND-CONTACT THRU XC000-EXIT
               CLOSE NTFCON.
           IF WS-FOUND = 1
               MOVE NTC-ACCOUNT TO WS-ACCOUNT
               DISPLAY NTC-NAME AT 0812 WITH FOREGROUND-COLOR 11
               GO TO DA000-ACTION.
      *
      *    No contact yet - the account gives NTFQUE one.
      *
             DISPLAY "Debtor account   :" AT 0812.
             ACCEPT WS-ACCOUNT AT 0831
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             PERFORM XD000-SHOW-DEBTOR THRU XD000-EXIT.
       DA000-ACTION.
             DISPLAY "'N'otify 'A'bandon:" AT 1012.
             MOVE "N"           TO WS-ACTION.
             ACCEPT WS-ACTION AT 1031
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACTION = "A"
               GO TO DA000-READY.
           IF WS-ACTION NOT = "N"
               GO TO DA000-ACTION.
             MOVE WS-JOB        TO WS-NQ-JOB.
             MOVE WS-ACCOUNT    TO WS-NQ-ACCOUNT.
             MOVE "JC"          TO WS-NQ-EVENT.
             MOVE SPACES        TO WS-NQ-REF.
             MOVE "JCP019"      TO WS-NQ-PROGRAM.
             CALL "NTFQUE" USING WS-NQ-PARAMS.
             PERFORM XR000-RESULT THRU XR000-EXIT.
             GO TO DA000-READY.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    N O T I F I C A T I O N   R E G I S T E R           *
      *                                                                *
      ******************************************************************
       EA000-REGISTER.
             DISPLAY "Job no ('0' ends):" AT 0712.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 0731
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO EA000-EXIT.
             OPEN INPUT NTFLOG.
           IF WS-STATUS NOT = "00"
               DISPLAY "Nothing has been sent yet   " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO EA000-REGISTER.
             DISPLAY "Date     Time Ev C Status     Address / number"
                     AT 0812 WITH FOREGROUND-COLOR 3.
             MOVE ZERO          TO WS-SENT.
             MOVE 9             TO WS-ROW.
             MOVE 1             TO WS-NTLKEY.
             START NTFLOG KEY NOT < WS-NTLKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
       EA000-READ.
             READ NTFLOG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-END.
           IF NTL-JOB NOT = WS-JOB
               GO TO EA000-READ.
           IF WS-ROW > 21
               PERFORM XP000-PAUSE THRU XP000-EXIT
               MOVE 9           TO WS-ROW.
             MOVE NTL-DATE      TO WS-RG-DATE.
             MOVE NTL-TIME      TO WS-RG-TIME.
             MOVE NTL-EVENT     TO WS-RG-EVENT.
             MOVE NTL-CHANNEL   TO WS-RG-CHANNEL.
             MOVE NTL-ADDRESS   TO WS-RG-ADDRESS.
             MOVE "QUEUED"      TO WS-RG-STATUS.
           IF NTL-NO-CONTACT
               MOVE "NO CONTACT" TO WS-RG-STATUS.
           IF NTL-OPTED-OUT
               MOVE "OPTED OUT" TO WS-RG-STATUS.
             DISPLAY WS-RG-LINE AT LINE WS-ROW COLUMN 12
                     WITH FOREGROUND-COLOR 11.
             ADD 1              TO WS-ROW WS-SENT.
             GO TO EA000-READ.
       EA000-END.
             CLOSE NTFLOG.
           IF WS-SENT = ZERO
               DISPLAY "No notifications for the job" AT 2312
                       WITH FOREGROUND-COLOR 12.
             PERFORM XP000-PAUSE THRU XP000-EXIT.
             DISPLAY WS-BLANK-LINE AT 0812.
             GO TO EA000-REGISTER.
       EA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   T H E   J O B ' S   C O N T A C T
      *
       XC000-FIND-CONTACT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-NTCKEY.
             START NTFCON KEY NOT < WS-NTCKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ NTFCON NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF NTC-JOB = WS-JOB AND NTC-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    T H E   A C C O U N T ' S   N A M E
      *
       XD000-SHOW-DEBTOR.
             DISPLAY WS-BLANK-LINE (1:30) AT 0842.
           IF WS-ACCOUNT = ZERO
               GO TO XD000-EXIT.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-CLOSE.
       XD000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               DISPLAY "Not on the debtors file" AT 0842
                       WITH FOREGROUND-COLOR 12
               GO TO XD000-CLOSE.
           IF DEB-ACCOUNT NOT = WS-ACCOUNT OR DEB-DELETED
               GO TO XD000-READ.
             DISPLAY DEB-NAME (1:30) AT 0842
                     WITH FOREGROUND-COLOR 11.
       XD000-CLOSE.
             CLOSE DEBTOR.
       XD000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T S
      *
       XN000-NEXT-CON.
             MOVE 1             TO WS-NEXT-KEY WS-NTCKEY.
             START NTFCON KEY NOT < WS-NTCKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
       XN000-READ.
             READ NTFCON NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN000-EXIT.
             COMPUTE WS-NEXT-KEY = WS-NTCKEY + 1.
             GO TO XN000-READ.
       XN000-EXIT.
             EXIT.
      *
       XN100-NEXT-TPL.
             MOVE 1             TO WS-NEXT-KEY WS-NTTKEY.
             START NTFTPL KEY NOT < WS-NTTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
       XN100-READ.
             READ NTFTPL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
             COMPUTE WS-NEXT-KEY = WS-NTTKEY + 1.
             GO TO XN100-READ.
       XN100-EXIT.
             EXIT.
      *
      *    ****    P A U S E   A N D   C L E A R   T H E   L I S T
      *
       XP000-PAUSE.
             DISPLAY "Press RETURN to continue" AT 2312.
             ACCEPT WS-OPTION AT 2338.
             MOVE 9             TO WS-ROW.
       XP000-CLEAR.
           IF WS-ROW > 21
               GO TO XP000-EXIT.
             DISPLAY WS-BLANK-LINE AT LINE WS-ROW COLUMN 12.
             ADD 1              TO WS-ROW.
             GO TO XP000-CLEAR.
       XP000-EXIT.
             EXIT.
      *
      *    ****    W H A T   N T F Q U E   D I D
      *
       XR000-RESULT.
           IF WS-NQ-RESULT = ZERO
               DISPLAY "Customer notified           " AT 2312
                       WITH FOREGROUND-COLOR 10.
           IF WS-NQ-RESULT = 1
               DISPLAY "Already notified today      " AT 2312
                       WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 2
               DISPLAY "Not sent - no contact or opted out"
                       AT 2312 WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 9
               DISPLAY "Notification files unavailable" AT 2312
                       WITH FOREGROUND-COLOR 14.
       XR000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   T H E   E V E N T ' S   T E M P L A T E
      *
       XT000-FIND-TEMPLATE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-NTTKEY.
             START NTFTPL KEY NOT < WS-NTTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XT000-EXIT.
       XT000-READ.
             READ NTFTPL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XT000-EXIT.
           IF NTT-EVENT = WS-EVENT
               MOVE 1           TO WS-FOUND
               GO TO XT000-EXIT.
             GO TO XT000-READ.
       XT000-EXIT.
             EXIT.
