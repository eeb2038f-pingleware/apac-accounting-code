      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   **    **  *******    ******   **    **  **   **    *
      *   **    **  **    **  **    **  **    **  **    **  **  **     *
      *   **    **  **    **  **    **  **        **    **  ** **      *
      *   **    **  **    **  *******   **        ********  ****       *
      *   **    **  **    **  **        **        **    **  ** **      *
      *   **    **  **    **  **        **    **  **    **  **  **     *
      *   *******    ******   **         ******   **    **  **   **    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D U P L I C A T E   I N V O I C E   C H E C K                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Looks for an existing creditor invoice that the one in      *
      *    hand may duplicate.  On the same account it matches the     *
      *    same reference, a similar reference - the same once case,   *
      *    spaces, punctuation and leading zeros are ignored, or one   *
      *    ending in the other (a prefix such as INV or TAX added) -   *
      *    or the same amount on the same date.  Two transposed        *
      *    characters count as similar only when the amount agrees     *
      *    too.  The pre-payment check also matches the same amount    *
      *    and reference on a different creditor account, and passes   *
      *    over invoices already cleared as not duplicates.            *
      *                                                                *
      *    The write function puts the held invoice on the DUPREG      *
      *    register with the item it matched, the reason and its       *
      *    approval status before the hold.                            *
      *                                                                *
      *    CALL "DUPCHK" USING DC-PARAMS                               *
      *                                                                *
      *    DC-FUNCTION   "C" capture check, "P" pre-payment check,     *
      *                  "W" write the register entry                  *
      *    DC-KEY        the invoice's CTRANS slot (zero at capture)   *
      *    DC-ACCOUNT    the invoice - account, reference, amount      *
      *    DC-REF        and date                                      *
      *    DC-AMOUNT                                                   *
      *    DC-DATE                                                     *
      *    DC-PROGRAM    calling program                               *
      *    DC-PRIOR      approval status before the hold ("W")         *
      *    DC-RESULT     1 - a suspected duplicate of                  *
      *    DC-MATCH-KEY  the invoice in this slot,                     *
      *    DC-MATCH-ACCT on this account,                              *
      *    DC-MATCH-REF  with this reference                           *
      *    DC-REASON     why it matched                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DUPCHK.
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

       COPY CTRANS.SL.

       COPY DUPREG.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY CTRANS.FDE.

       COPY DUPREG.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-CTRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DUPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-I           PIC  9(04)     COMP-5.
       77  WS-J           PIC  9(04)     COMP-5.
       77  WS-D1          PIC  9(04)     COMP-5.
       77  WS-D2          PIC  9(04)     COMP-5.
       77  WS-DIFFS       PIC  9(04)     COMP-5.
       77  WS-REF-LEN     PIC  9(04)     COMP-5.
       77  WS-CAN-LEN     PIC  9(04)     COMP-5.
       77  WS-SIMILAR     PIC  9(01)     VALUE ZERO.
       77  WS-SWAPPED     PIC  9(01)     VALUE ZERO.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

      *
      *    ****    R E F E R E N C E   N O R M A L I S A T I O N
      *
       01  WS-NM-IN.
           03  WS-NI-CHAR    PIC  X(01) OCCURS 10.
       01  WS-NM-OUT.
           03  WS-NO-CHAR    PIC  X(01) OCCURS 10.
       01  WS-REF-NORM.
           03  WS-RN-CHAR    PIC  X(01) OCCURS 10.
       01  WS-CAN-NORM.
           03  WS-CN-CHAR    PIC  X(01) OCCURS 10.

       LINKAGE SECTION.
       01  DC-PARAMS.
           03  DC-FUNCTION    PIC  X(01).
           03  DC-KEY         PIC  9(05).
           03  DC-ACCOUNT     PIC  9(07).
           03  DC-REF         PIC  X(10).
           03  DC-AMOUNT      PIC S9(09)V99  COMP-3.
           03  DC-DATE        PIC  9(08).
           03  DC-PROGRAM     PIC  X(08).
           03  DC-PRIOR       PIC  X(01).
           03  DC-RESULT      PIC  9(01).
           03  DC-MATCH-KEY   PIC  9(05).
           03  DC-MATCH-ACCT  PIC  9(07).
           03  DC-MATCH-REF   PIC  X(10).
           03  DC-REASON      PIC  X(30).
      /
       PROCEDURE DIVISION USING DC-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF DC-FUNCTION = "W"
               PERFORM CA000-REGISTER THRU CA000-EXIT
               GO TO AZ100.
             MOVE ZERO          TO DC-RESULT DC-MATCH-KEY
                                   DC-MATCH-ACCT.
             MOVE SPACES        TO DC-MATCH-REF DC-REASON.
             MOVE DC-REF        TO WS-NM-IN.
             PERFORM XA000-NORMALISE THRU XA000-EXIT.
             MOVE WS-NM-OUT     TO WS-REF-NORM.
             MOVE WS-J          TO WS-REF-LEN.
             OPEN INPUT CTRANS.
           IF WS-STATUS NOT = "00"
               GO TO AZ100.
             PERFORM BA000-SCAN THRU BA000-EXIT.
             CLOSE CTRANS.
       AZ100.
             EXIT PROGRAM.
      /
      ******************************************************************
      *                                                                *
      *    ****    C O M P A R E   W I T H   E V E R Y   I N V O I C E *
      *                                                                *
      *    The first match found is returned.                          *
      *                                                                *
      ******************************************************************
       BA000-SCAN.
             MOVE 1             TO WS-CTRKEY.
             START CTRANS KEY NOT < WS-CTRKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
       BA000-READ.
             READ CTRANS NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
           IF NOT CTR-INVOICE OR CTR-DELETED
               GO TO BA000-READ.
           IF WS-CTRKEY = DC-KEY
               GO TO BA000-READ.
           IF DC-FUNCTION = "P" AND CTR-DUP-CLEARED
               GO TO BA000-READ.
             MOVE CTR-REF       TO WS-NM-IN.
             PERFORM XA000-NORMALISE THRU XA000-EXIT.
             MOVE WS-NM-OUT     TO WS-CAN-NORM.
             MOVE WS-J          TO WS-CAN-LEN.
           IF CTR-ACCOUNT NOT = DC-ACCOUNT
               GO TO BA000-OTHER.
           IF CTR-REF = DC-REF AND DC-REF NOT = SPACES
               MOVE "SAME REFERENCE" TO DC-REASON
               GO TO BA000-FOUND.
             PERFORM XB000-SIMILAR THRU XB000-EXIT.
           IF WS-SIMILAR = 1
               MOVE "SIMILAR REFERENCE" TO DC-REASON
               GO TO BA000-FOUND.
           IF WS-SWAPPED = 1 AND CTR-AMOUNT = DC-AMOUNT
               MOVE "TRANSPOSED REF, SAME AMOUNT"
                                TO DC-REASON
               GO TO BA000-FOUND.
           IF CTR-AMOUNT = DC-AMOUNT AND CTR-DATE = DC-DATE
               MOVE "SAME AMOUNT AND DATE" TO DC-REASON
               GO TO BA000-FOUND.
             GO TO BA000-READ.
      *
      *    Another supplier - the pre-payment check only
      *
       BA000-OTHER.
           IF DC-FUNCTION NOT = "P"
            OR CTR-AMOUNT NOT = DC-AMOUNT
               GO TO BA000-READ.
           IF WS-REF-LEN = ZERO OR WS-CAN-NORM NOT = WS-REF-NORM
               GO TO BA000-READ.
             MOVE "SAME AMOUNT/REF, OTHER ACCOUNT"
                                TO DC-REASON.
       BA000-FOUND.
             MOVE 1             TO DC-RESULT.
             MOVE WS-CTRKEY     TO DC-MATCH-KEY.
             MOVE CTR-ACCOUNT   TO DC-MATCH-ACCT.
             MOVE CTR-REF       TO DC-MATCH-REF.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    W R I T E   T H E   R E G I S T E R   E N T R Y     *
      *                                                                *
      ******************************************************************
       CA000-REGISTER.
             OPEN I-O DUPREG.
           IF WS-STATUS = "35"
               OPEN OUTPUT DUPREG
               CLOSE DUPREG
               OPEN I-O DUPREG.
           IF WS-STATUS NOT = "00"
               GO TO CA000-EXIT.
             MOVE 1             TO WS-DUPKEY.
             START DUPREG KEY NOT < WS-DUPKEY.
           IF WS-STATUS NOT = "00"
               GO TO CA000-WRITE.
       CA000-READ.
             READ DUPREG NEXT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
               GO TO CA000-READ.
             ADD 1              TO WS-DUPKEY.
       CA000-WRITE.
             MOVE SPACES        TO DUP-RECORD.
             MOVE DC-KEY        TO DUP-CTR-KEY.
             MOVE DC-ACCOUNT    TO DUP-ACCOUNT.
             MOVE DC-REF        TO DUP-REF.
             MOVE DC-AMOUNT     TO DUP-AMOUNT.
             MOVE DC-MATCH-KEY  TO DUP-MATCH-KEY.
             MOVE DC-MATCH-ACCT TO DUP-MATCH-ACCT.
             MOVE DC-MATCH-REF  TO DUP-MATCH-REF.
             MOVE DC-REASON     TO DUP-REASON.
             MOVE DC-PROGRAM    TO DUP-PROGRAM.
             MOVE WS-TODAY-N    TO DUP-DATE.
             MOVE DC-PRIOR      TO DUP-PRIOR.
             MOVE "O"           TO DUP-STATUS.
             MOVE ZERO          TO DUP-CLR-DATE.
             WRITE DUP-RECORD.
             CLOSE DUPREG.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U T I L I T I E S                                   *
      *                                                                *
      ******************************************************************
      *
      *    ****    N O R M A L I S E   A   R E F E R E N C E
      *
      *    WS-NM-IN first.  Letters and digits only, upper case, no
      *    leading zeros, packed to the left of WS-NM-OUT; WS-J
      *    returns the length.
      *
       XA000-NORMALISE.
             INSPECT WS-NM-IN CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             MOVE SPACES        TO WS-NM-OUT.
             MOVE ZERO          TO WS-J.
             MOVE 1             TO WS-I.
       XA000-CHAR.
           IF WS-I > 10
               GO TO XA000-EXIT.
           IF (WS-NI-CHAR (WS-I) NOT < "A"
                AND WS-NI-CHAR (WS-I) NOT > "Z")
            OR (WS-NI-CHAR (WS-I) NOT < "0"
                AND WS-NI-CHAR (WS-I) NOT > "9")
               NEXT SENTENCE
           ELSE
               GO TO XA000-NEXT.
           IF WS-J = ZERO AND WS-NI-CHAR (WS-I) = "0"
               GO TO XA000-NEXT.
             ADD 1              TO WS-J.
             MOVE WS-NI-CHAR (WS-I) TO WS-NO-CHAR (WS-J).
       XA000-NEXT.
             ADD 1              TO WS-I.
             GO TO XA000-CHAR.
       XA000-EXIT.
             EXIT.
      *
      *    ****    S I M I L A R   R E F E R E N C E S
      *
      *    WS-SIMILAR - equal once normalised, or the shorter (four
      *    characters or more) is the tail of the longer.
      *    WS-SWAPPED - the same but for two adjacent characters
      *    exchanged.
      *
       XB000-SIMILAR.
             MOVE ZERO          TO WS-SIMILAR WS-SWAPPED.
           IF WS-REF-LEN = ZERO OR WS-CAN-LEN = ZERO
               GO TO XB000-EXIT.
           IF WS-CAN-NORM = WS-REF-NORM
               MOVE 1           TO WS-SIMILAR
               GO TO XB000-EXIT.
           IF WS-REF-LEN < WS-CAN-LEN AND WS-REF-LEN NOT < 4
               COMPUTE WS-I = WS-CAN-LEN - WS-REF-LEN + 1
               IF WS-CAN-NORM (WS-I : WS-REF-LEN)
                = WS-REF-NORM (1 : WS-REF-LEN)
                   MOVE 1       TO WS-SIMILAR
                   GO TO XB000-EXIT.
           IF WS-CAN-LEN < WS-REF-LEN AND WS-CAN-LEN NOT < 4
               COMPUTE WS-I = WS-REF-LEN - WS-CAN-LEN + 1
               IF WS-REF-NORM (WS-I : WS-CAN-LEN)
                = WS-CAN-NORM (1 : WS-CAN-LEN)
                   MOVE 1       TO WS-SIMILAR
                   GO TO XB000-EXIT.
           IF WS-CAN-LEN NOT = WS-REF-LEN
               GO TO XB000-EXIT.
             MOVE ZERO          TO WS-DIFFS WS-D1 WS-D2.
             MOVE 1             TO WS-I.
       XB000-CHAR.
           IF WS-I > WS-REF-LEN
               GO TO XB000-SWAP.
           IF WS-RN-CHAR (WS-I) NOT = WS-CN-CHAR (WS-I)
               ADD 1            TO WS-DIFFS
               IF WS-DIFFS = 1
                   MOVE WS-I    TO WS-D1
               ELSE
                   MOVE WS-I    TO WS-D2.
             ADD 1              TO WS-I.
             GO TO XB000-CHAR.
       XB000-SWAP.
           IF WS-DIFFS = 2 AND WS-D2 = WS-D1 + 1
            AND WS-RN-CHAR (WS-D1) = WS-CN-CHAR (WS-D2)
            AND WS-RN-CHAR (WS-D2) = WS-CN-CHAR (WS-D1)
               MOVE 1           TO WS-SWAPPED.
       XB000-EXIT.
             EXIT.
