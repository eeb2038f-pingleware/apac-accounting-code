      *          control, GLP049),                                     *
      *        - its debits equal its credits, and                     *
      *        - its period is open on the period-status control       *
      *          (PERSTA, maintained by PRP065), and                   *
      *        - any line on a protected control account comes         *
      *          from a feeder program or carries a supervisor         *
      *          override (given here or at submission), and          *
      *        - any project code quoted is open on PRJMST and the     *
      *          line falls within the project's dates.                *
      *    Posted batches are marked "P" and a posting journal is      *
      *    printed.  A batch flagged to reverse raises its mirror      *
      *    batch in the next open period as it posts.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY PERSTA.SL.

       COPY PRJMST.SL.

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

       COPY PERSTA.FDE.

       COPY PRJMST.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP050.PRN".
       01  REP-LINE           PIC  X(132).

       FD  ACCLOG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ACCLOG.LOG".
       01  ACC-RECORD         PIC  X(50).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PSTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRJKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BATCH       PIC  9(05)     VALUE ZERO.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-PER-OPEN    PIC  9(01)     VALUE ZERO.
       77  WS-NO-PERSTA   PIC  9(01)     VALUE ZERO.
       77  WS-NO-PRJMST   PIC  9(01)     VALUE ZERO.
       77  WS-PRJ-OK      PIC  9(01)     VALUE ZERO.
       77  WS-POSTED      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-LINE-DR     PIC S9(11)V99  COMP-3.
       77  WS-LINE-CR     PIC S9(11)V99  COMP-3.
       77  WS-LC          PIC  9(02)     VALUE 99.
       77  WS-PAGE        PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-ORIG-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SCAN-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-HKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-TKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-BATCH  PIC  9(05)     VALUE ZERO.
       77  WS-REV-PERIOD  PIC  9(02)     VALUE ZERO.
       77  WS-REV-YEAR    PIC  9(04)     VALUE ZERO.
       77  WS-TRIES       PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-ORIG-HDR    PIC  X(120)    VALUE SPACES.
       77  WS-PROTECTED   PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-PROT-ED     PIC  Z(03)9.
       77  WS-SUPER       PIC  X(03)     VALUE SPACES.
       77  WS-TIME        PIC  9(08)     VALUE ZERO.
       77  WS-SOURCE      PIC  X(03)     VALUE SPACES.
           88  WS-FEEDER-SOURCE  VALUES "DL " "CL " "ST " "DP " "RF "
                                        "BD " "FX " "PS " "GR " "WT "
                                        "WP " "RV " "FA " "IC "
                                        "CV " "RB " "PC " "DI ".

      *
      *    ****    A C C E S S   C H E C K  /  J O U R N A L   H O O K S
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

       01  WS-RL-PARAMS.
           03  WS-RL-ACTION   PIC  X(01).
           03  WS-RL-CLASS    PIC  X(08).
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-REV-DATE.
           03  WS-RD-YEAR    PIC  9(04).
           03  WS-RD-MONTH   PIC  9(02).
           03  WS-RD-DAY     PIC  9(02).
       01  WS-REV-DATE-N REDEFINES WS-REV-DATE
                             PIC  9(08).

       01  WS-REV-LINE.
           03  FILLER        PIC  X(26) VALUE
               "REVERSAL RAISED AS BATCH ".
           03  WS-RV-BATCH   PIC  9(05).
           03  FILLER        PIC  X(12) VALUE "  FOR PERIOD".
           03  WS-RV-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-RV-YEAR    PIC  9(04).
           03  FILLER        PIC  X(07) VALUE "  DATED".
           03  WS-RV-DATE    PIC  9(08).

       01  WS-HEAD1.
           03  FILLER        PIC  X(08) VALUE "DATE".
               MOVE "R"         TO WS-RL-ACTION
               CALL "RUNLCK" USING WS-RL-PARAMS
               GO TO AZ100.
             OPEN INPUT PRJMST.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-PRJMST.
             OPEN OUTPUT PRNREP.
      *
      *    One program start posts any number of batches
             CLOSE GACCNT GLBHDR GLBTRN PRNREP.
           IF WS-NO-PERSTA = ZERO
               CLOSE PERSTA.
           IF WS-NO-PRJMST = ZERO
               CLOSE PRJMST.
             MOVE "R"           TO WS-RL-ACTION.
             CALL "RUNLCK" USING WS-RL-PARAMS.
       AZ100.
                     WITH FOREGROUND-COLOR 10
                     WS-POSTED WITH FOREGROUND-COLOR 11
                     " lines.  Journal on GLP050.PRN".
           IF BCH-AUTO-REVERSE
            AND NOT (BCH-LINK NUMERIC AND BCH-LINK > ZERO)
               PERFORM DA000-MIRROR THRU DA000-EXIT.
       BA000-EXIT.
             EXIT.
      /
      *                                                                *
      ******************************************************************
       CA000-UPDATE.
             MOVE ZERO          TO WS-POSTED WS-PROTECTED.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
       CA000-PROVE.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO CA000-PROTECT.
           IF BTR-BATCH NOT = WS-BATCH OR NOT BTR-ACTIVE
               GO TO CA000-PROVE.
             MOVE BTR-LEDG-AC   TO WS-ACCOUNT.
               DISPLAY BTR-LEDG-AC AT 2360
                       WITH FOREGROUND-COLOR 11
               GO TO CA000-EXIT.
           IF GL-SYSTEM-ONLY
               ADD 1            TO WS-PROTECTED.
           IF BTR-PROJECT = SPACES
               GO TO CA000-PROVE.
             PERFORM XK000-CHECK-PROJECT THRU XK000-EXIT.
           IF WS-PRJ-OK = ZERO
               MOVE ZERO        TO WS-FOUND
               DISPLAY "Project closed, unknown or out of dates -"
                       AT 2312 WITH FOREGROUND-COLOR 14
                       " not posted"
               DISPLAY BTR-PROJECT AT 2366
                       WITH FOREGROUND-COLOR 11
               GO TO CA000-EXIT.
             GO TO CA000-PROVE.
      *
      *    ****    P R O T E C T E D   C O N T R O L   A C C O U N T S
      *
      *    Lines on a system-posting-only account post from a feeder
      *    batch, or from one a supervisor let through at submission;
      *    otherwise a supervisor must override here.
      *
       CA000-PROTECT.
             MOVE BCH-SOURCE    TO WS-SOURCE.
           IF WS-PROTECTED = ZERO
            OR WS-FEEDER-SOURCE
            OR BCH-PROT-OVERRIDE
               GO TO CA000-APPLY-INIT.
             PERFORM XS000-SUPERVISOR THRU XS000-EXIT.
           IF WS-AC-ALLOWED = ZERO
               MOVE ZERO        TO WS-FOUND
               DISPLAY "Protected accounts - batch not posted    "
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO CA000-EXIT.
       CA000-APPLY-INIT.
             MOVE 1             TO WS-FOUND.
             MOVE 1             TO WS-GBTKEY.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R A I S E   T H E   A C C R U A L   R E V E R S A L *
      *                                                                *
      *    The mirror carries every line of the batch just posted      *
      *    with the sign turned, in the next open G/Ledger period,     *
      *    dated the first of the following month.  It lands at       *
      *    approved status - the approval of the accrual covers its    *
      *    own reversal - and is posted here in the new period like    *
      *    any other batch.  The two headers are linked both ways.     *
      *                                                                *
      ******************************************************************
       DA000-MIRROR.
             MOVE WS-GBHKEY     TO WS-ORIG-HKEY.
             MOVE BCH-RECORD    TO WS-ORIG-HDR.
             PERFORM XR000-NEXT-OPEN THRU XR000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No open period for the reversal - not raised"
                       AT 2212 WITH FOREGROUND-COLOR 12
               GO TO DA000-EXIT.
             PERFORM XG000-NEXT-KEYS THRU XG000-EXIT.
             ADD 1              TO WS-NEXT-BATCH.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-HEADER.
       DA000-LINES.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-HEADER.
           IF BTR-BATCH NOT = WS-BATCH OR NOT BTR-ACTIVE
               GO TO DA000-LINES.
             MOVE WS-GBTKEY     TO WS-SCAN-KEY.
             MOVE WS-NEXT-BATCH TO BTR-BATCH.
             COMPUTE BTR-AMOUNT = ZERO - BTR-AMOUNT.
             COMPUTE BTR-FOREIGN = ZERO - BTR-FOREIGN.
             MOVE WS-REV-DATE-N TO BTR-DATE.
             MOVE WS-NEXT-TKEY  TO WS-GBTKEY.
             WRITE BTR-RECORD.
             ADD 1              TO WS-NEXT-TKEY.
      *
      *    Resume the scan after the line just copied
      *
             MOVE WS-SCAN-KEY   TO WS-GBTKEY.
             START GLBTRN KEY > WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-HEADER.
             GO TO DA000-LINES.
       DA000-HEADER.
             MOVE WS-ORIG-HDR   TO BCH-RECORD.
             MOVE WS-NEXT-BATCH TO BCH-NUMBER.
             MOVE SPACES        TO BCH-DESC.
             STRING "REVERSAL OF BATCH " WS-BATCH
                    DELIMITED SIZE INTO BCH-DESC.
             MOVE WS-REV-PERIOD TO BCH-PERIOD.
             MOVE WS-REV-YEAR   TO BCH-YEAR.
             MOVE WS-REV-DATE-N TO BCH-DATE.
             MOVE WS-LINE-CR    TO BCH-DEBITS.
             MOVE WS-LINE-DR    TO BCH-CREDITS.
             MOVE "A"           TO BCH-STATUS.
             MOVE "M"           TO BCH-REVERSE.
             MOVE WS-BATCH      TO BCH-LINK.
             MOVE WS-NEXT-HKEY  TO WS-GBHKEY.
             WRITE BCH-RECORD.
      *
      *    Link the original forward to its mirror
      *
             MOVE WS-ORIG-HKEY  TO WS-GBHKEY.
             READ GLBHDR.
             MOVE WS-NEXT-BATCH TO BCH-LINK.
             REWRITE BCH-RECORD.
             MOVE WS-NEXT-BATCH TO WS-RV-BATCH.
             MOVE WS-REV-PERIOD TO WS-RV-PERIOD.
             MOVE WS-REV-YEAR   TO WS-RV-YEAR.
             MOVE WS-REV-DATE-N TO WS-RV-DATE.
             WRITE REP-LINE FROM WS-REV-LINE.
             ADD 1              TO WS-LC.
             DISPLAY "Reversal raised as batch " AT 2212
                     WITH FOREGROUND-COLOR 10
                     WS-NEXT-BATCH WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    P A G E   H E A D I N G S
      *
       XD000-EXIT.
             EXIT.
      *
      *    ****    N E X T   O P E N   P E R I O D   F O R   A
      *    ****    R E V E R S A L
      *
      *    Periods run with the calendar months; period 13 is the
      *    year-end adjustment period and is never a reversal target
      *    - after 12 or 13 comes period 1 of the next year.  Each
      *    closed period passed over moves the date a month further.
      *
       XR000-NEXT-OPEN.
             MOVE ZERO          TO WS-FOUND WS-TRIES.
             MOVE BCH-PERIOD    TO WS-REV-PERIOD.
             MOVE BCH-YEAR      TO WS-REV-YEAR.
             MOVE BCH-DATE      TO WS-REV-DATE-N.
           IF WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
               MOVE WS-TODAY-N  TO WS-REV-DATE-N.
       XR000-STEP.
             ADD 1              TO WS-TRIES.
           IF WS-TRIES > 13
               GO TO XR000-EXIT.
           IF WS-REV-PERIOD < 12
               ADD 1            TO WS-REV-PERIOD
           ELSE
               MOVE 1           TO WS-REV-PERIOD
               ADD 1            TO WS-REV-YEAR.
             MOVE 1             TO WS-RD-DAY.
           IF WS-RD-MONTH = 12
               MOVE 1           TO WS-RD-MONTH
               ADD 1            TO WS-RD-YEAR
           ELSE
               ADD 1            TO WS-RD-MONTH.
           IF WS-NO-PERSTA = 1
               MOVE 1           TO WS-FOUND
               GO TO XR000-EXIT.
             MOVE WS-REV-PERIOD TO WS-PSTKEY.
             READ PERSTA WITH IGNORE LOCK.
           IF WS-STATUS = "00" AND PST-YEAR = WS-REV-YEAR
            AND (PST-CLOSED OR PST-DECLARED)
               GO TO XR000-STEP.
             MOVE 1             TO WS-FOUND.
       XR000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   B A T C H  /  K E Y S
      *
       XG000-NEXT-KEYS.
             MOVE ZERO          TO WS-NEXT-BATCH.
             MOVE 1             TO WS-NEXT-HKEY WS-GBHKEY.
             START GLBHDR KEY NOT < WS-GBHKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
       XG000-HDR.
             READ GLBHDR NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-TRN.
           IF BCH-NUMBER > WS-NEXT-BATCH
               MOVE BCH-NUMBER  TO WS-NEXT-BATCH.
             COMPUTE WS-NEXT-HKEY = WS-GBHKEY + 1.
             GO TO XG000-HDR.
       XG000-TRN.
             MOVE 1             TO WS-NEXT-TKEY WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
       XG000-TLOOP.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XG000-EXIT.
             COMPUTE WS-NEXT-TKEY = WS-GBTKEY + 1.
             GO TO XG000-TLOOP.
       XG000-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   T H E   L E D G E R   U P D A T E
      *
       XJ000-JOURNAL.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
      *
      *    ****    S U P E R V I S O R   O V E R R I D E
      *
      *    WS-AC-ALLOWED is left at 1 only when a supervisor with the
      *    GLPROT grant keys an id; the override is logged to ACCLOG
      *    against the batch number so it reaches the audit enquiry.
      *
       XS000-SUPERVISOR.
             MOVE ZERO          TO WS-AC-ALLOWED.
             MOVE WS-PROTECTED  TO WS-PROT-ED.
             DISPLAY "Protected account lines" AT 2212
                     WITH FOREGROUND-COLOR 14
                     WS-PROT-ED WITH FOREGROUND-COLOR 11
                     "  Supervisor id :".
             MOVE SPACES        TO WS-SUPER.
             ACCEPT WS-SUPER AT 2258
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-SUPER = SPACES
               GO TO XS000-EXIT.
             MOVE WS-SUPER      TO WS-AC-USER.
             MOVE "GLPROT"      TO WS-AC-PROGRAM.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               GO TO XS000-EXIT.
             MOVE "O"           TO BCH-OVERRIDE.
             MOVE WS-SUPER      TO BCH-OVR-USER.
             OPEN EXTEND ACCLOG.
           IF WS-STATUS = "35"
               OPEN OUTPUT ACCLOG.
           IF WS-STATUS NOT = "00"
               GO TO XS000-EXIT.
             MOVE WS-TODAY-N    TO WS-LG-DATE.
             ACCEPT WS-TIME FROM TIME.
             MOVE WS-TIME       TO WS-LG-TIME.
             MOVE WS-SUPER      TO WS-LG-USER.
             MOVE "GLP050"      TO WS-LG-PROGRAM.
             MOVE "OVRD"        TO WS-LG-ACT.
             MOVE BCH-NUMBER    TO WS-LG-BATCH.
             WRITE ACC-RECORD FROM WS-LOG-LINE.
             CLOSE ACCLOG.
       XS000-EXIT.
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
           IF PRJ-CODE NOT = BTR-PROJECT OR PRJ-DELETED
               GO TO XK000-READ.
           IF NOT PRJ-ACTIVE
               GO TO XK000-EXIT.
           IF BTR-DATE NOT = ZERO
            AND BTR-DATE < PRJ-START
               GO TO XK000-EXIT.
           IF BTR-DATE NOT = ZERO AND PRJ-END NOT = ZERO
            AND BTR-DATE > PRJ-END
               GO TO XK000-EXIT.
             MOVE 1             TO WS-PRJ-OK.
       XK000-EXIT.
             EXIT.
