      *    record, pipe delimited:                                     *
      *                                                                *
      *      batch-ref|account|dept|date|reference|narration|amount    *
      *      [|project]                                                *
      *                                                                *
      *    with the amount signed (debits plus, credits minus) and     *
      *    the project code optional - when given it must be open on   *
      *    PRJMST and the line dated within the project's dates.       *
      *    Every account is validated against GACCNT and each batch-   *
      *    ref must balance to zero; rejected lines and unbalanced     *
      *    batches go to the validation report and nothing of a        *
      *    GLBHDR/GLBTRN at captured status, ready for the maker-      *
      *    checker flow (GLP049) and posting (GLP050).                 *
      *                                                                *
      *    Lines on protected control accounts are rejected unless a   *
      *    supervisor overrides for the run; the batches carrying      *
      *    them are then flagged and each override is logged to       *
      *    ACCLOG.                                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP053.

       COPY GLBTRN.SL.

       COPY PRJMST.SL.

           SELECT IMPFIL  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

           SELECT ACCLOG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS SEQUENTIAL
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY GLBTRN.FDE.

       COPY PRJMST.FDE.

       FD  IMPFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLIMPORT.TXT".
       01  IMP-RECORD         PIC  X(120).
       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP053.PRN".
       01  REP-LINE           PIC  X(132).

       FD  ACCLOG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ACCLOG.LOG".
       01  ACC-RECORD         PIC  X(50).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRJKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NO-PRJMST   PIC  9(01)     VALUE ZERO.
       77  WS-PRJ-OK      PIC  9(01)     VALUE ZERO.
       77  WS-S1          PIC  9(04)     COMP-5.
       77  WS-S2          PIC  9(04)     COMP-5.
       77  WS-S3          PIC  9(04)     COMP-5.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07).
       77  WS-DEPT        PIC  9(03).
       77  WS-PROTECTED   PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-PROT-ED     PIC  Z(03)9.
       77  WS-BATCH-PROT  PIC  9(01)     VALUE ZERO.
       77  WS-SUPER       PIC  X(03)     VALUE SPACES.
       77  WS-TIME        PIC  9(08)     VALUE ZERO.

      *
      *    ****    I M P O R T   L I N E   T A B L E
               05  WS-IMP-REF    PIC  X(10).
               05  WS-IMP-NARR   PIC  X(30).
               05  WS-IMP-AMT    PIC S9(11)V99 COMP-3.
               05  WS-IMP-PROJ   PIC  X(06).
               05  WS-IMP-OK     PIC  X(01).
               05  WS-IMP-PROT   PIC  X(01).

       01  WS-FIELDS.
           03  WS-F-BREF     PIC  X(10).
           03  WS-F-REF      PIC  X(10).
           03  WS-F-NARR     PIC  X(30).
           03  WS-F-AMT      PIC  X(15).
           03  WS-F-PROJ     PIC  X(06).
       77  WS-AMT-NUM     PIC S9(11)V99.
       77  WS-BAL         PIC S9(11)V99  COMP-3.
       77  WS-HOLD-BREF   PIC  X(10).
       77  WS-THIS-DR     PIC S9(11)V99  COMP-3.
       77  WS-THIS-CR     PIC S9(11)V99  COMP-3.

      *
      *    ****    A C C E S S   C H E C K   /   O V E R R I D E   L O G
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

       01  WS-LOG-LINE.
           03  WS-LG-DATE    PIC  9(08).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-LG-TIME    PIC  9(08).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-LG-USER    PIC  X(03).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-LG-PROGRAM PIC  X(08).
           03  FILLER        PIC  X(01) VALUE "|".
           03  WS-LG-ACTION.
               05  WS-LG-ACT     PIC  X(05).
               05  WS-LG-BATCH   PIC  9(05).
           03  FILLER        PIC  X(05) VALUE SPACES.

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "G/LEDGER EXTERNAL JOURNAL IMPORT" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-05.
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN INPUT GACCNT.
             OPEN INPUT PRJMST.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-PRJMST.
             OPEN I-O GLBHDR.
           IF WS-STATUS = "35"
               OPEN OUTPUT GLBHDR
             MOVE WS-BATCHES    TO WS-ER-LINE.
             WRITE REP-LINE FROM WS-ERR-LINE.
             CLOSE IMPFIL GACCNT GLBHDR GLBTRN PRNREP.
           IF WS-NO-PRJMST = ZERO
               CLOSE PRJMST.
             DISPLAY "Import complete - report on GLP053.PRN"
                     AT 2312 WITH FOREGROUND-COLOR 10.
       AZ100.
             MOVE SPACES        TO WS-FIELDS.
             UNSTRING IMP-RECORD DELIMITED BY "|"
                 INTO WS-F-BREF WS-F-ACC WS-F-DEPT WS-F-DATE
                      WS-F-REF WS-F-NARR WS-F-AMT WS-F-PROJ.
           IF WS-F-ACC NOT NUMERIC OR WS-F-ACC = SPACES
               MOVE "ACCOUNT NOT NUMERIC" TO WS-ER-TEXT
               PERFORM XR000-REJECT THRU XR000-EXIT
             MOVE WS-F-REF      TO WS-IMP-REF (WS-S1).
             MOVE WS-F-NARR     TO WS-IMP-NARR (WS-S1).
             MOVE WS-AMT-NUM    TO WS-IMP-AMT (WS-S1).
             MOVE WS-F-PROJ     TO WS-IMP-PROJ (WS-S1).
             MOVE "Y"           TO WS-IMP-OK (WS-S1).
             MOVE "N"           TO WS-IMP-PROT (WS-S1).
             GO TO BA000-READ.
       BA000-EXIT.
             EXIT.
             MOVE 1             TO WS-S1.
       CA000-ACCOUNTS.
           IF WS-S1 > WS-IMP-COUNT
               GO TO CA000-PROTECT.
             MOVE WS-IMP-ACC (WS-S1)
                                TO WS-ACCOUNT.
             MOVE WS-IMP-DEPT (WS-S1)
               WRITE REP-LINE FROM WS-ERR-LINE
               ADD 1            TO WS-ERRORS
               MOVE "N"         TO WS-IMP-OK (WS-S1).
           IF WS-FOUND = 1 AND GL-SYSTEM-ONLY
               MOVE "Y"         TO WS-IMP-PROT (WS-S1)
               ADD 1            TO WS-PROTECTED.
           IF WS-IMP-PROJ (WS-S1) NOT = SPACES
               PERFORM XK000-CHECK-PROJECT THRU XK000-EXIT.
           IF WS-IMP-PROJ (WS-S1) NOT = SPACES AND WS-PRJ-OK = ZERO
               MOVE "PROJECT CLOSED, UNKNOWN OR OUT OF DATES"
                                TO WS-ER-TEXT
               MOVE WS-S1       TO WS-ER-LINE
               MOVE WS-IMP-PROJ (WS-S1)
                                TO WS-ER-DATA
               WRITE REP-LINE FROM WS-ERR-LINE
               ADD 1            TO WS-ERRORS
               MOVE "N"         TO WS-IMP-OK (WS-S1).
             ADD 1              TO WS-S1.
             GO TO CA000-ACCOUNTS.
      *
      *    ****    P R O T E C T E D   C O N T R O L   A C C O U N T S
      *
      *    An import is never a feeder run, so lines on a system-
      *    posting-only account stand only when a supervisor holding
      *    the GLPROT grant overrides for the run.  Without that they
      *    are rejected, failing their batches below.
      *
       CA000-PROTECT.
           IF WS-PROTECTED = ZERO
               GO TO CA000-BALANCE.
             PERFORM XS000-SUPERVISOR THRU XS000-EXIT.
           IF WS-AC-ALLOWED = 1
               GO TO CA000-BALANCE.
             MOVE 1             TO WS-S1.
       CA000-PROT-NEXT.
           IF WS-S1 > WS-IMP-COUNT
               GO TO CA000-BALANCE.
           IF WS-IMP-PROT (WS-S1) = "Y"
            AND WS-IMP-OK (WS-S1) = "Y"
               MOVE "PROTECTED ACCOUNT - NO OVERRIDE"
                                TO WS-ER-TEXT
               MOVE WS-S1       TO WS-ER-LINE
               MOVE WS-IMP-BREF (WS-S1)
                                TO WS-ER-DATA
               WRITE REP-LINE FROM WS-ERR-LINE
               ADD 1            TO WS-ERRORS
               MOVE "N"         TO WS-IMP-OK (WS-S1).
             ADD 1              TO WS-S1.
             GO TO CA000-PROT-NEXT.
      *
      *    Prove each batch reference balances.  A batch containing
      *    any rejected line is also failed in full.
      *
             ADD 1              TO WS-NEXT-BATCH.
             ADD 1              TO WS-BATCHES.
             MOVE ZERO          TO WS-THIS-DR WS-THIS-CR
                                   WS-LINE-NO WS-BATCH-PROT.
             MOVE WS-S1         TO WS-S2.
       DA000-LINES.
           IF WS-S2 > WS-IMP-COUNT
                                TO BTR-NARR.
             MOVE WS-IMP-AMT (WS-S2)
                                TO BTR-AMOUNT.
             MOVE WS-IMP-PROJ (WS-S2)
                                TO BTR-PROJECT.
           IF WS-IMP-PROT (WS-S2) = "Y"
               MOVE 1           TO WS-BATCH-PROT.
             MOVE SPACES        TO BTR-CURRENCY.
             MOVE ZERO          TO BTR-FOREIGN.
             MOVE "A"           TO BTR-STATUS.
             MOVE WS-OPER       TO BCH-OPER.
             MOVE SPACES        TO BCH-APPROVER BCH-CURRENCY.
             MOVE ZERO          TO BCH-APP-DATE BCH-EXCH-RATE.
           IF WS-BATCH-PROT = 1
               MOVE "O"         TO BCH-OVERRIDE
               MOVE WS-SUPER    TO BCH-OVR-USER
               PERFORM XL000-LOG-OVERRIDE THRU XL000-EXIT.
             MOVE WS-NEXT-HKEY  TO WS-GBHKEY.
             WRITE BCH-RECORD.
             ADD 1              TO WS-NEXT-HKEY.
             GO TO XF000-TLOOP.
       XF000-EXIT.
             EXIT.
      *
      *    ****    S U P E R V I S O R   O V E R R I D E
      *
      *    WS-AC-ALLOWED is left at 1 only when a supervisor with the
      *    GLPROT grant keys an id.
      *
       XS000-SUPERVISOR.
             MOVE ZERO          TO WS-AC-ALLOWED.
             MOVE WS-PROTECTED  TO WS-PROT-ED.
             DISPLAY "Protected account lines" AT 0912
                     WITH FOREGROUND-COLOR 14
                     WS-PROT-ED WITH FOREGROUND-COLOR 11
                     "  Supervisor id :".
             MOVE SPACES        TO WS-SUPER.
             ACCEPT WS-SUPER AT 0958
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SUPER = SPACES
               GO TO XS000-EXIT.
             MOVE WS-SUPER      TO WS-AC-USER.
             MOVE "GLPROT"      TO WS-AC-PROGRAM.
             CALL "ACCCHK" USING WS-AC-PARAMS.
       XS000-EXIT.
             EXIT.
      *
      *    ****    L O G   T H E   O V E R R I D E
      *
      *    One ACCLOG line per batch created with protected lines,
      *    so each reaches the audit enquiry under its batch number.
      *
       XL000-LOG-OVERRIDE.
             OPEN EXTEND ACCLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT ACCLOG.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
             MOVE WS-TODAY-N    TO WS-LG-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME       TO WS-LG-TIME.
             MOVE WS-SUPER      TO WS-LG-USER.
             MOVE "GLP053"      TO WS-LG-PROGRAM.
             MOVE "OVRD"        TO WS-LG-ACT.
             MOVE WS-NEXT-BATCH TO WS-LG-BATCH.
             WRITE ACC-RECORD FROM WS-LOG-LINE.
             CLOSE ACCLOG.
       XL000-EXIT.
             EXIT.
      *
      *    ****    V A L I D A T E   A   P R O J E C T   C O D E
      *
      *    The project must be open and the line dated within its
      *    start and end dates (an end date of zero is open-ended).
      *
       XK000-CHECK-PROJECT.
             MOVE ZERO          TO WS-PRJ-OK.
           IF WS-NO-PRJMST = 1
               GO TO XK000-EXIT.
             MOVE 1             TO WS-PRJKEY.
             START PRJMST KEY NOT < WS-PRJKEY.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
       XK000-READ.
             READ PRJMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XK000-EXIT.
           IF PRJ-CODE NOT = WS-IMP-PROJ (WS-S1) OR PRJ-DELETED
               GO TO XK000-READ.
           IF NOT PRJ-ACTIVE
               GO TO XK000-EXIT.
           IF WS-IMP-DATE (WS-S1) NOT = ZERO
            AND WS-IMP-DATE (WS-S1) < PRJ-START
               GO TO XK000-EXIT.
           IF WS-IMP-DATE (WS-S1) NOT = ZERO AND PRJ-END NOT = ZERO
            AND WS-IMP-DATE (WS-S1) > PRJ-END
               GO TO XK000-EXIT.
             MOVE 1             TO WS-PRJ-OK.
       XK000-EXIT.
             EXIT.
