      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   **    **  **   **    ******   **    **  **   **    *
      *   **    **  ***   **  **  **    **    **  **    **  **  **     *
      *   **    **  ****  **  ** **     **        **    **  ** **      *
      *   *******   ** ** **  ****      **        ********  ****       *
      *   **    **  **  ****  ** **     **        **    **  ** **      *
      *   **    **  **   ***  **  **    **    **  **    **  **  **     *
      *   *******   **    **  **   **    ******   **    **  **   **    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  B A N K   D E T A I L   C H E C K                             *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Checks a creditor's bank details against the BNKCHG         *
      *    register before a payment run pays into them.  The latest   *
      *    verified (or baseline) entry for the creditor holds the     *
      *    details last confirmed by call-back; details that no        *
      *    longer match were changed by some route other than CRP054,  *
      *    so a pending entry is raised from the confirmed details to  *
      *    the current ones and the caller holds the creditor until a  *
      *    second user verifies it.  A creditor never checked before   *
      *    has its current details taken as the baseline.              *
      *                                                                *
      *    CALL "BNKCHK" USING BK-PARAMS                               *
      *                                                                *
      *    BK-ACCOUNT  creditor account                                *
      *    BK-BRANCH   bank details now on CREDIT                      *
      *    BK-ACCNO                                                    *
      *    BK-REF                                                      *
      *    BK-USER     operator id         BK-PROGRAM  calling program *
      *    BK-RESULT   see below                                       *
      *                                                                *
      *    Result 0 is confirmed, 1 a change already pending, 2 a      *
      *    change just raised, 3 a baseline just taken.  Results 1     *
      *    and 2 are not to be paid.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BNKCHK.
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

       COPY BNKCHG.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY BNKCHG.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-BNCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-LAST-KEY    PIC  9(05)     COMP-0 VALUE ZERO.
       77  WS-PENDING     PIC  9(01)     VALUE ZERO.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-CONFIRMED.
           03  WS-CF-BRANCH  PIC  9(06).
           03  WS-CF-ACCNO   PIC  9(11).
           03  WS-CF-REF     PIC  X(18).

       LINKAGE SECTION.
       01  BK-PARAMS.
           03  BK-ACCOUNT     PIC  9(07).
           03  BK-BRANCH      PIC  9(06).
           03  BK-ACCNO       PIC  9(11).
           03  BK-REF         PIC  X(18).
           03  BK-USER        PIC  X(03).
           03  BK-PROGRAM     PIC  X(08).
           03  BK-RESULT      PIC  9(01).
      /
       PROCEDURE DIVISION USING BK-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             MOVE ZERO          TO BK-RESULT WS-PENDING WS-LAST-KEY.
             OPEN I-O BNKCHG.
           IF WS-STATUS = "35"
               OPEN OUTPUT BNKCHG
               CLOSE BNKCHG
               OPEN I-O BNKCHG.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             PERFORM BA000-REGISTER THRU BA000-EXIT.
           IF WS-PENDING = 1
               MOVE 1           TO BK-RESULT
               GO TO AA000-CLOSE.
      *
      *    Never checked before - today's details are the baseline
      *
           IF WS-LAST-KEY = ZERO
               MOVE SPACES      TO BNC-RECORD
               MOVE BK-BRANCH   TO BNC-OLD-BRANCH BNC-NEW-BRANCH
               MOVE BK-ACCNO    TO BNC-OLD-ACCNO BNC-NEW-ACCNO
               MOVE BK-REF      TO BNC-OLD-REF BNC-NEW-REF
               MOVE "B"         TO BNC-STATUS
               PERFORM CA000-WRITE THRU CA000-EXIT
               MOVE 3           TO BK-RESULT
               GO TO AA000-CLOSE.
           IF BK-BRANCH = WS-CF-BRANCH
            AND BK-ACCNO = WS-CF-ACCNO
            AND BK-REF = WS-CF-REF
               GO TO AA000-CLOSE.
      *
      *    Changed outside CRP054 - raise it for call-back
      *
             MOVE SPACES        TO BNC-RECORD.
             MOVE WS-CF-BRANCH  TO BNC-OLD-BRANCH.
             MOVE WS-CF-ACCNO   TO BNC-OLD-ACCNO.
             MOVE WS-CF-REF     TO BNC-OLD-REF.
             MOVE BK-BRANCH     TO BNC-NEW-BRANCH.
             MOVE BK-ACCNO      TO BNC-NEW-ACCNO.
             MOVE BK-REF        TO BNC-NEW-REF.
             MOVE "P"           TO BNC-STATUS.
             PERFORM CA000-WRITE THRU CA000-EXIT.
             MOVE 2             TO BK-RESULT.
       AA000-CLOSE.
             CLOSE BNKCHG.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   C R E D I T O R ' S   R E G I S T E R       *
      *                                                                *
      *    Notes any pending entry and the details on the latest       *
      *    verified or baseline entry.                                 *
      *                                                                *
      ******************************************************************
       BA000-REGISTER.
             MOVE 1             TO WS-BNCKEY.
             START BNKCHG KEY NOT < WS-BNCKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
       BA000-READ.
             READ BNKCHG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
           IF BNC-ACCOUNT NOT = BK-ACCOUNT
               GO TO BA000-READ.
           IF BNC-PENDING
               MOVE 1           TO WS-PENDING
               GO TO BA000-READ.
           IF NOT (BNC-VERIFIED OR BNC-BASELINE)
               GO TO BA000-READ.
             MOVE WS-BNCKEY     TO WS-LAST-KEY.
             MOVE BNC-NEW-BRANCH
                                TO WS-CF-BRANCH.
             MOVE BNC-NEW-ACCNO TO WS-CF-ACCNO.
             MOVE BNC-NEW-REF   TO WS-CF-REF.
             GO TO BA000-READ.
       BA000-EXIT.
             EXIT.
      *
      *    ****    A D D   A   R E G I S T E R   E N T R Y
      *
       CA000-WRITE.
             MOVE BK-ACCOUNT    TO BNC-ACCOUNT.
             MOVE BK-PROGRAM    TO BNC-PROGRAM.
             MOVE BK-USER       TO BNC-REQ-USER.
             MOVE WS-TODAY-N    TO BNC-REQ-DATE.
             MOVE ZERO          TO BNC-VER-DATE BNC-CALL-DATE
                                   BNC-CALL-TIME.
             MOVE 1             TO WS-BNCKEY.
             START BNKCHG KEY NOT < WS-BNCKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-ADD.
       CA000-READ.
             READ BNKCHG NEXT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
               GO TO CA000-READ.
             ADD 1              TO WS-BNCKEY.
       CA000-ADD.
             WRITE BNC-RECORD.
       CA000-EXIT.
             EXIT.
