      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   **    **  ********  ********   ******   **    **  ********   *
      *   ***   **     **     **        **    **  **    **  **         *
      *   ****  **     **     **        **    **  **    **  **         *
      *   ** ** **     **     ******    **    **  **    **  ******     *
      *   **  ****     **     **        **  ****  **    **  **         *
      *   **   ***     **     **        **   **   **    **  **         *
      *   **    **     **     **         *** **    ******   ********   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  N O T I F I C A T I O N   Q U E U E                           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Queues a customer notification for a job event.  Finds the  *
      *    job's contact on NTFCON - or takes it from the account      *
      *    (DEBTOR name, DLVPRF e-mail address) the first time -       *
      *    renders the event's NTFTPL template, or the standard        *
      *    wording when there is none, into a spool file per channel,  *
      *    and writes one line per channel to the MAILOUT.TXT outbox   *
      *    the DTP057 mail gateway sweeps.  Every message, and every   *
      *    event that could not be sent, goes on the NTFLOG register.  *
      *    The same event for the same job and reference is only       *
      *    queued once a day.                                          *
      *                                                                *
      *        CALL "NTFQUE" USING NQ-PARAMS                           *
      *                                                                *
      *    NQ-JOB       job number                                     *
      *    NQ-ACCOUNT   debtor account (zero when not known)           *
      *    NQ-EVENT     JC job completed, PS waiting on parts,         *
      *                 EA estimate awaiting approval, VB visit booked *
      *    NQ-REF       event reference, for the <REF> placeholder     *
      *    NQ-PROGRAM   the calling program, for the register          *
      *    NQ-RESULT    see below                                      *
      *                                                                *
      *    Result 0 is queued on at least one channel, 1 already       *
      *    queued today, 2 not sent (no contact or address on file,    *
      *    or the customer has opted out - registered either way) and  *
      *    9 a register or outbox file error.  An SMS is addressed to  *
      *    the mobile number followed by @SMS for the gateway to       *
      *    route.                                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NTFQUE.
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

       COPY NTFCON.SL.

       COPY NTFTPL.SL.

       COPY NTFLOG.SL.

           SELECT DLVPRF  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-DLVKEY.

           SELECT SPOOLF  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT MAILBX  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEBTOR.FDE.

       COPY NTFCON.FDE.

       COPY NTFTPL.FDE.

       COPY NTFLOG.FDE.

      *
      *    ****    D E L I V E R Y   P R E F E R E N C E S   (DTP057)
      *
       FD  DLVPRF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DLVPRF.DAT".
       01  DLV-RECORD.
           03  DLV-ACCOUNT    PIC  9(07).
           03  DLV-METHOD     PIC  X(01).
               88  DLV-PRINT       VALUE "P".
               88  DLV-EMAIL-ONLY  VALUE "E".
               88  DLV-BOTH        VALUE "B".
           03  DLV-EMAIL      PIC  X(50).
           03  DLV-CONTACT    PIC  X(30).
           03  DLV-STATUS     PIC  X(01).
               88  DLV-ACTIVE      VALUE "A".
               88  DLV-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    M E S S A G E   S P O O L   (one per message)
      *
       FD  SPOOLF    LABEL RECORD STANDARD
                     VALUE OF FILE-ID WS-SPOOL-NAME.
       01  SPL-LINE           PIC  X(120).

      *
      *    ****    E - M A I L   O U T B O X   (mail gateway sweeps it)
      *
       FD  MAILBX    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "MAILOUT.TXT".
       01  MBX-RECORD         PIC  X(110).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEBKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DLVKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NTCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NTTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NTLKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-NTC    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-NTL    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-QUEUED      PIC  9(01)     VALUE ZERO.
       77  WS-SUB         PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-IN          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-OUT         PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-CHANNEL     PIC  X(01)     VALUE SPACE.
       77  WS-LOG-STATUS  PIC  X(01)     VALUE SPACE.
       77  WS-LOG-FILE    PIC  X(14)     VALUE SPACES.
       77  WS-ADDRESS     PIC  X(50)     VALUE SPACES.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-NOW.
           03  WS-NOW-HHMM   PIC  9(04).
           03  FILLER        PIC  9(04).

       01  WS-SPOOL-NAME.
           03  FILLER        PIC  X(03) VALUE "NTF".
           03  WS-SPL-NO     PIC  9(07).
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
      *    ****    T H E   J O B ' S   C O N T A C T
      *
       01  WS-CONTACT.
           03  WS-CON-ACCOUNT PIC  9(07).
           03  WS-CON-NAME    PIC  X(30).
           03  WS-CON-EMAIL   PIC  X(50).
           03  WS-CON-MOBILE  PIC  X(15).
           03  WS-CON-CHANNEL PIC  X(01).
               88  WS-CON-EMAIL-ON VALUE "E" "B".
               88  WS-CON-SMS-ON   VALUE "S" "B".
               88  WS-CON-NOT-TOLD VALUE "N".

      *
      *    ****    T H E   M E S S A G E   T E X T   I N   U S E
      *
       01  WS-MSG.
           03  WS-MSG-SUBJECT PIC  X(60).
           03  WS-MSG-BODY    PIC  X(60)     OCCURS 6.
           03  WS-MSG-SMS     PIC  X(120).

      *
      *    One template line in, the placeholders filled in out.
      *    The spare bytes let a placeholder test run off the end.
      *
       01  WS-RL-AREA.
           03  WS-RL-IN      PIC  X(120).
           03  FILLER        PIC  X(06) VALUE SPACES.
       01  WS-RL-OUT         PIC  X(120).

      *
      *    ****    S T A N D A R D   W O R D I N G
      *
      *    Used for an event with no active template on NTFTPL.
      *
       01  WS-DEFAULT-TEXT.
           03  FILLER        PIC  X(02) VALUE "JC".
           03  FILLER        PIC  X(60) VALUE
               "Your job <JOB> is ready for collection".
           03  FILLER        PIC  X(60) VALUE
               "Dear <NAME>,".
           03  FILLER        PIC  X(60) VALUE
               "The work on job <JOB> is complete and it is ready".
           03  FILLER        PIC  X(60) VALUE
               "for collection.  Thank you for your business.".
           03  FILLER        PIC  X(60) VALUE
               "Job <JOB> is complete and ready for collection.".
           03  FILLER        PIC  X(02) VALUE "PS".
           03  FILLER        PIC  X(60) VALUE
               "Job <JOB> is waiting on parts".
           03  FILLER        PIC  X(60) VALUE
               "Dear <NAME>,".
           03  FILLER        PIC  X(60) VALUE
               "Job <JOB> is held up waiting on parts (<REF>).".
           03  FILLER        PIC  X(60) VALUE
               "We will be in touch as soon as they arrive.".
           03  FILLER        PIC  X(60) VALUE
               "Job <JOB> is waiting on parts. We will be in touch.".
           03  FILLER        PIC  X(02) VALUE "EA".
           03  FILLER        PIC  X(60) VALUE
               "Job <JOB> - estimate awaiting your approval".
           03  FILLER        PIC  X(60) VALUE
               "Dear <NAME>,".
           03  FILLER        PIC  X(60) VALUE
               "The estimate for job <JOB> is ready.  Please contact".
           03  FILLER        PIC  X(60) VALUE
               "the workshop to approve it so that work can go ahead.".
           03  FILLER        PIC  X(60) VALUE
               "Job <JOB> estimate is ready. Please call to approve.".
           03  FILLER        PIC  X(02) VALUE "VB".
           03  FILLER        PIC  X(60) VALUE
               "Service visit booked - job <JOB>".
           03  FILLER        PIC  X(60) VALUE
               "Dear <NAME>,".
           03  FILLER        PIC  X(60) VALUE
               "Your scheduled service visit for <REF> is booked".
           03  FILLER        PIC  X(60) VALUE
               "as job <JOB>.  The technician will confirm the day.".
           03  FILLER        PIC  X(60) VALUE
               "Service visit for <REF> booked as job <JOB>.".
       01  WS-DEFAULTS REDEFINES WS-DEFAULT-TEXT.
           03  WS-DEF-ENTRY  OCCURS 4.
               05  WS-DEF-EVENT   PIC  X(02).
               05  WS-DEF-SUBJECT PIC  X(60).
               05  WS-DEF-BODY    PIC  X(60) OCCURS 3.
               05  WS-DEF-SMS     PIC  X(60).

       LINKAGE SECTION.
       01  NQ-PARAMS.
           03  NQ-JOB         PIC  9(06).
           03  NQ-ACCOUNT     PIC  9(07).
           03  NQ-EVENT       PIC  X(02).
           03  NQ-REF         PIC  X(14).
           03  NQ-PROGRAM     PIC  X(06).
           03  NQ-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING NQ-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE 9             TO NQ-RESULT.
           IF NQ-ACCOUNT NOT NUMERIC
               MOVE ZERO        TO NQ-ACCOUNT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             ACCEPT WS-NOW FROM TIME.
             OPEN I-O NTFLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT NTFLOG
               CLOSE NTFLOG
               OPEN I-O NTFLOG.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             PERFORM BA000-REGISTER THRU BA000-EXIT.
           IF WS-FOUND = 1
               MOVE 1           TO NQ-RESULT
               GO TO AA000-END.
             PERFORM CA000-CONTACT THRU CA000-EXIT.
             MOVE SPACES        TO WS-ADDRESS WS-LOG-FILE.
             MOVE SPACE         TO WS-CHANNEL.
           IF WS-FOUND = ZERO
               MOVE "N"         TO WS-LOG-STATUS
               PERFORM XL000-LOG THRU XL000-EXIT
               MOVE 2           TO NQ-RESULT
               GO TO AA000-END.
           IF WS-CON-NOT-TOLD
               MOVE "O"         TO WS-LOG-STATUS
               PERFORM XL000-LOG THRU XL000-EXIT
               MOVE 2           TO NQ-RESULT
               GO TO AA000-END.
             PERFORM DA000-TEXT THRU DA000-EXIT.
             OPEN EXTEND MAILBX.
           IF WS-STATUS = "35"
               OPEN OUTPUT MAILBX.
           IF WS-STATUS NOT = "00"
               GO TO AA000-END.
             MOVE ZERO          TO WS-QUEUED.
           IF WS-CON-EMAIL-ON
               PERFORM EA000-EMAIL THRU EA000-EXIT.
           IF WS-CON-SMS-ON
               PERFORM FA000-SMS THRU FA000-EXIT.
             CLOSE MAILBX.
           IF WS-QUEUED = ZERO
               MOVE 2           TO NQ-RESULT
           ELSE
               MOVE ZERO        TO NQ-RESULT.
       AA000-END.
             CLOSE NTFLOG.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    A L R E A D Y   Q U E U E D   T O D A Y ?           *
      *                                                                *
      ******************************************************************
      *
      *    The scan runs to the end of the register either way, to
      *    find the next free slot.
      *
       BA000-REGISTER.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-NEXT-NTL WS-NTLKEY.
             START NTFLOG KEY NOT < WS-NTLKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
       BA000-READ.
             READ NTFLOG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             COMPUTE WS-NEXT-NTL = WS-NTLKEY + 1.
           IF NTL-JOB = NQ-JOB
            AND NTL-EVENT = NQ-EVENT
            AND NTL-REF = NQ-REF
            AND NTL-DATE = WS-TODAY-N
            AND NTL-QUEUED
               MOVE 1           TO WS-FOUND.
             GO TO BA000-READ.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   J O B ' S   C O N T A C T                   *
      *                                                                *
      ******************************************************************
       CA000-CONTACT.
             MOVE ZERO          TO WS-FOUND.
             OPEN I-O NTFCON.
           IF WS-STATUS = "35"
               OPEN OUTPUT NTFCON
               CLOSE NTFCON
               OPEN I-O NTFCON.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE 1             TO WS-NEXT-NTC WS-NTCKEY.
             START NTFCON KEY NOT < WS-NTCKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-NEW.
       CA000-READ.
             READ NTFCON NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-NEW.
             COMPUTE WS-NEXT-NTC = WS-NTCKEY + 1.
           IF NTC-JOB NOT = NQ-JOB OR NOT NTC-ACTIVE
               GO TO CA000-READ.
             MOVE 1             TO WS-FOUND.
             PERFORM XC000-KEEP THRU XC000-EXIT.
             GO TO CA000-END.
      *
      *    First event on the job - default from the account and
      *    keep it, so the front desk can correct it on JCP019.
      *
       CA000-NEW.
           IF NQ-ACCOUNT = ZERO
               GO TO CA000-END.
             PERFORM CB000-DEFAULT THRU CB000-EXIT.
           IF WS-FOUND = ZERO
               GO TO CA000-END.
             MOVE WS-NEXT-NTC   TO WS-NTCKEY.
             WRITE NTC-RECORD.
             PERFORM XC000-KEEP THRU XC000-EXIT.
       CA000-END.
             CLOSE NTFCON.
       CA000-EXIT.
             EXIT.
      *
      *    ****    D E F A U L T   F R O M   T H E   A C C O U N T
      *
       CB000-DEFAULT.
             OPEN INPUT DEBTOR.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
             MOVE 1             TO WS-DEBKEY.
             START DEBTOR KEY NOT < WS-DEBKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CLOSE.
       CB000-READ.
             READ DEBTOR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-CLOSE.
           IF DEB-ACCOUNT NOT = NQ-ACCOUNT OR DEB-DELETED
               GO TO CB000-READ.
             MOVE 1             TO WS-FOUND.
             MOVE SPACES        TO NTC-RECORD.
             MOVE NQ-JOB        TO NTC-JOB.
             MOVE NQ-ACCOUNT    TO NTC-ACCOUNT.
             MOVE DEB-NAME      TO NTC-NAME.
             MOVE "E"           TO NTC-CHANNEL.
             MOVE "A"           TO NTC-STATUS.
       CB000-CLOSE.
             CLOSE DEBTOR.
           IF WS-FOUND = ZERO
               GO TO CB000-EXIT.
             OPEN INPUT DLVPRF.
           IF WS-STATUS NOT = "00"
               GO TO CB000-EXIT.
             MOVE 1             TO WS-DLVKEY.
             START DLVPRF KEY NOT < WS-DLVKEY.
           IF WS-STATUS NOT = "00"
               GO TO CB000-END.
       CB000-DLV.
             READ DLVPRF NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CB000-END.
           IF DLV-ACCOUNT NOT = NQ-ACCOUNT OR NOT DLV-ACTIVE
               GO TO CB000-DLV.
             MOVE DLV-EMAIL     TO NTC-EMAIL.
           IF DLV-CONTACT NOT = SPACES
               MOVE DLV-CONTACT TO NTC-NAME.
       CB000-END.
             CLOSE DLVPRF.
       CB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   E V E N T ' S   T E M P L A T E             *
      *                                                                *
      ******************************************************************
       DA000-TEXT.
             MOVE SPACES        TO WS-MSG.
             OPEN INPUT NTFTPL.
           IF WS-STATUS NOT = "00"
               GO TO DA000-DEFAULT.
             MOVE 1             TO WS-NTTKEY.
             START NTFTPL KEY NOT < WS-NTTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-CLOSE.
       DA000-READ.
             READ NTFTPL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-CLOSE.
           IF NTT-EVENT NOT = NQ-EVENT OR NOT NTT-ACTIVE
               GO TO DA000-READ.
             MOVE NTT-SUBJECT   TO WS-MSG-SUBJECT.
             MOVE NTT-BODY (1)  TO WS-MSG-BODY (1).
             MOVE NTT-BODY (2)  TO WS-MSG-BODY (2).
             MOVE NTT-BODY (3)  TO WS-MSG-BODY (3).
             MOVE NTT-BODY (4)  TO WS-MSG-BODY (4).
             MOVE NTT-BODY (5)  TO WS-MSG-BODY (5).
             MOVE NTT-BODY (6)  TO WS-MSG-BODY (6).
             MOVE NTT-SMS       TO WS-MSG-SMS.
             CLOSE NTFTPL.
             GO TO DA000-EXIT.
       DA000-CLOSE.
             CLOSE NTFTPL.
       DA000-DEFAULT.
             MOVE 1             TO WS-SUB.
       DA000-FIND.
           IF WS-SUB > 4
               MOVE "Job <JOB>" TO WS-MSG-SUBJECT WS-MSG-SMS
               GO TO DA000-EXIT.
           IF WS-DEF-EVENT (WS-SUB) NOT = NQ-EVENT
               ADD 1            TO WS-SUB
               GO TO DA000-FIND.
             MOVE WS-DEF-SUBJECT (WS-SUB)
                                TO WS-MSG-SUBJECT.
             MOVE WS-DEF-BODY (WS-SUB 1)
                                TO WS-MSG-BODY (1).
             MOVE WS-DEF-BODY (WS-SUB 2)
                                TO WS-MSG-BODY (2).
             MOVE WS-DEF-BODY (WS-SUB 3)
                                TO WS-MSG-BODY (3).
             MOVE WS-DEF-SMS (WS-SUB)
                                TO WS-MSG-SMS.
       DA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   E - M A I L                                 *
      *                                                                *
      ******************************************************************
       EA000-EMAIL.
             MOVE "E"           TO WS-CHANNEL.
           IF WS-CON-EMAIL = SPACES
               MOVE SPACES      TO WS-ADDRESS WS-LOG-FILE
               MOVE "N"         TO WS-LOG-STATUS
               PERFORM XL000-LOG THRU XL000-EXIT
               GO TO EA000-EXIT.
             MOVE WS-NEXT-NTL   TO WS-SPL-NO.
             OPEN OUTPUT SPOOLF.
           IF WS-STATUS NOT = "00"
               GO TO EA000-EXIT.
             MOVE WS-MSG-SUBJECT TO WS-RL-IN.
             PERFORM XR000-RENDER THRU XR000-EXIT.
             WRITE SPL-LINE FROM WS-RL-OUT.
             MOVE SPACES        TO SPL-LINE.
             WRITE SPL-LINE.
             MOVE 1             TO WS-SUB.
       EA000-BODY.
           IF WS-SUB > 6
               GO TO EA000-CLOSE.
             MOVE WS-MSG-BODY (WS-SUB)
                                TO WS-RL-IN.
             PERFORM XR000-RENDER THRU XR000-EXIT.
             WRITE SPL-LINE FROM WS-RL-OUT.
             ADD 1              TO WS-SUB.
             GO TO EA000-BODY.
       EA000-CLOSE.
             CLOSE SPOOLF.
             MOVE WS-CON-EMAIL  TO WS-ADDRESS.
             PERFORM XO000-OUTBOX THRU XO000-EXIT.
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   S M S                                       *
      *                                                                *
      ******************************************************************
       FA000-SMS.
             MOVE "S"           TO WS-CHANNEL.
           IF WS-CON-MOBILE = SPACES
               MOVE SPACES      TO WS-ADDRESS WS-LOG-FILE
               MOVE "N"         TO WS-LOG-STATUS
               PERFORM XL000-LOG THRU XL000-EXIT
               GO TO FA000-EXIT.
             MOVE WS-NEXT-NTL   TO WS-SPL-NO.
             OPEN OUTPUT SPOOLF.
           IF WS-STATUS NOT = "00"
               GO TO FA000-EXIT.
             MOVE WS-MSG-SMS    TO WS-RL-IN.
             PERFORM XR000-RENDER THRU XR000-EXIT.
             WRITE SPL-LINE FROM WS-RL-OUT.
             CLOSE SPOOLF.
      *
      *    The mobile number with its spaces squeezed out, then the
      *    gateway's SMS routing suffix.
      *
             MOVE SPACES        TO WS-ADDRESS.
             MOVE 1             TO WS-IN WS-OUT.
       FA000-DIGIT.
           IF WS-IN > 15
               GO TO FA000-ROUTE.
           IF WS-CON-MOBILE (WS-IN:1) NOT = SPACE
               MOVE WS-CON-MOBILE (WS-IN:1)
                                TO WS-ADDRESS (WS-OUT:1)
               ADD 1            TO WS-OUT.
             ADD 1              TO WS-IN.
             GO TO FA000-DIGIT.
       FA000-ROUTE.
             MOVE "@SMS"        TO WS-ADDRESS (WS-OUT:4).
             PERFORM XO000-OUTBOX THRU XO000-EXIT.
       FA000-EXIT.
             EXIT.
      /
      *
      *    ****    K E E P   T H E   C O N T A C T
      *
       XC000-KEEP.
             MOVE NTC-ACCOUNT   TO WS-CON-ACCOUNT.
             MOVE NTC-NAME      TO WS-CON-NAME.
             MOVE NTC-EMAIL     TO WS-CON-EMAIL.
             MOVE NTC-MOBILE    TO WS-CON-MOBILE.
             MOVE NTC-CHANNEL   TO WS-CON-CHANNEL.
           IF WS-CON-NAME = SPACES
               MOVE "Customer"  TO WS-CON-NAME.
           IF WS-CON-ACCOUNT NOT NUMERIC
               MOVE NQ-ACCOUNT  TO WS-CON-ACCOUNT.
       XC000-EXIT.
             EXIT.
      *
      *    ****    O N E   O U T B O X   L I N E   A N D   L O G
      *
       XO000-OUTBOX.
             MOVE WS-CON-ACCOUNT TO WS-MBX-ACCT.
             MOVE WS-ADDRESS    TO WS-MBX-EMAIL.
             MOVE WS-SPOOL-NAME TO WS-MBX-FILE.
             MOVE WS-TODAY-N    TO WS-MBX-DATE.
             WRITE MBX-RECORD FROM WS-MBX-LINE.
             MOVE WS-SPOOL-NAME TO WS-LOG-FILE.
             MOVE "Q"           TO WS-LOG-STATUS.
             PERFORM XL000-LOG THRU XL000-EXIT.
             ADD 1              TO WS-QUEUED.
       XO000-EXIT.
             EXIT.
      *
      *    ****    O N E   R E G I S T E R   E N T R Y
      *
       XL000-LOG.
             MOVE SPACES        TO NTL-RECORD.
             MOVE NQ-JOB        TO NTL-JOB.
             MOVE NQ-EVENT      TO NTL-EVENT.
             MOVE NQ-REF        TO NTL-REF.
             MOVE WS-TODAY-N    TO NTL-DATE.
             MOVE WS-NOW-HHMM   TO NTL-TIME.
             MOVE WS-CHANNEL    TO NTL-CHANNEL.
             MOVE WS-ADDRESS    TO NTL-ADDRESS.
             MOVE WS-LOG-FILE   TO NTL-FILE.
             MOVE NQ-PROGRAM    TO NTL-PROGRAM.
             MOVE WS-LOG-STATUS TO NTL-STATUS.
             MOVE WS-NEXT-NTL   TO WS-NTLKEY.
             WRITE NTL-RECORD.
             ADD 1              TO WS-NEXT-NTL.
       XL000-EXIT.
             EXIT.
      *
      *    ****    F I L L   I N   T H E   P L A C E H O L D E R S
      *
      *    <JOB> becomes the job number, <NAME> the contact's name
      *    and <REF> the event reference, each without its trailing
      *    spaces.  Text pushed past the line end is dropped.
      *
       XR000-RENDER.
             MOVE SPACES        TO WS-RL-OUT.
             MOVE 1             TO WS-IN WS-OUT.
       XR000-NEXT.
           IF WS-IN > 120 OR WS-OUT > 120
               GO TO XR000-EXIT.
           IF WS-RL-AREA (WS-IN:5) = "<JOB>"
               STRING NQ-JOB DELIMITED SIZE
                      INTO WS-RL-OUT WITH POINTER WS-OUT
               ADD 5            TO WS-IN
               GO TO XR000-NEXT.
           IF WS-RL-AREA (WS-IN:5) = "<REF>"
               STRING NQ-REF DELIMITED "  "
                      INTO WS-RL-OUT WITH POINTER WS-OUT
               ADD 5            TO WS-IN
               GO TO XR000-NEXT.
           IF WS-RL-AREA (WS-IN:6) = "<NAME>"
               STRING WS-CON-NAME DELIMITED "  "
                      INTO WS-RL-OUT WITH POINTER WS-OUT
               ADD 6            TO WS-IN
               GO TO XR000-NEXT.
             MOVE WS-RL-IN (WS-IN:1)
                                TO WS-RL-OUT (WS-OUT:1).
             ADD 1              TO WS-IN WS-OUT.
             GO TO XR000-NEXT.
       XR000-EXIT.
             EXIT.
