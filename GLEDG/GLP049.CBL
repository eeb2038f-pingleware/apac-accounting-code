      *    debit and credit totals and approves or rejects each        *
      *    one.  The approver may not be the operator who captured     *
      *    the batch, and only batches at approved status will post    *
      *    to GACCNT (GLP050 enforces the block).  At submission the   *
      *    maker may flag an accrual batch to reverse automatically    *
      *    in the next open period.  A batch from anywhere but a       *
      *    feeder program that touches a protected control account     *
      *    is not submitted unless a supervisor overrides; every       *
      *    override is written to ACCLOG.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY GACCNT.SL.

       COPY GLBHDR.SL.

       COPY GLBTRN.SL.

           SELECT ACCLOG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS SEQUENTIAL
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY GACCNT.FDE.

       COPY GLBHDR.FDE.

       COPY GLBTRN.FDE.

       FD  ACCLOG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ACCLOG.LOG".
       01  ACC-RECORD         PIC  X(50).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPTION      PIC  X(01).
       77  WS-LINE-DR     PIC S9(11)V99  COMP-3.
       77  WS-LINE-CR     PIC S9(11)V99  COMP-3.
       77  WS-WANT-STATUS PIC  X(01)     VALUE "S".
       77  WS-ACCOUNT     PIC  9(07).
       77  WS-DEPT        PIC  9(03).
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

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-APPROVER = SPACES
               GO TO AA000-05.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN I-O GLBHDR.
           IF WS-STATUS NOT = "00"
               DISPLAY "GLBHDR open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE GACCNT
               GO TO AZ100.
             OPEN INPUT GLBTRN.
           IF WS-STATUS NOT = "00"
               DISPLAY "GLBTRN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE GACCNT GLBHDR
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'S'ubmit captured  'A'pprove  'E'nd"
             PERFORM CA000-DECIDE THRU CA000-EXIT.
             GO TO AA000-LIST.
       AA000-END.
             CLOSE GACCNT GLBHDR GLBTRN.
       AZ100.
             EXIT PROGRAM.
       AZ105.
                     WITH FOREGROUND-COLOR 7.
           IF BCH-DEBITS NOT = BCH-CREDITS
               DISPLAY "*UNBAL*" AT LINE WS-ROW COLUMN 74
                       WITH FOREGROUND-COLOR 12
           ELSE
           IF BCH-AUTO-REVERSE
               DISPLAY "*REV*  " AT LINE WS-ROW COLUMN 74
                       WITH FOREGROUND-COLOR 11.
             ADD 1              TO WS-ROW WS-LISTED.
             GO TO BA000-READ.
       BA000-EXIT.
               DISPLAY "Batch not found at captured status" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO DA000-PICK.
      *
      *    ****    P R O T E C T E D   C O N T R O L   A C C O U N T S
      *
      *    Lines on a system-posting-only account are refused in a
      *    batch that did not come from a feeder program, unless a
      *    supervisor holding the GLPROT grant lets it through.
      *
             MOVE SPACES        TO BCH-OVERRIDE BCH-OVR-USER.
             PERFORM XP000-PROTECTED THRU XP000-EXIT.
           IF WS-PROTECTED > ZERO
               PERFORM XS000-SUPERVISOR THRU XS000-EXIT.
           IF WS-PROTECTED > ZERO AND WS-AC-ALLOWED = ZERO
               DISPLAY "Protected accounts - batch not submitted "
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO DA000-PICK.
      *
      *    An accrual the maker wants reversed is flagged here;
      *    GLP050 raises the mirror batch when this one posts.
      *
       DA000-REVERSE.
             DISPLAY "Reverse next period (Y/N) :" AT 2212.
           IF BCH-AUTO-REVERSE
               MOVE "Y"         TO WS-OPTION
           ELSE
               MOVE "N"         TO WS-OPTION.
             ACCEPT WS-OPTION AT 2242
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-OPTION = "Y" OR "N")
               GO TO DA000-REVERSE.
           IF WS-OPTION = "Y"
               MOVE "Y"         TO BCH-REVERSE
           ELSE
               MOVE SPACE       TO BCH-REVERSE.
             MOVE "S"           TO BCH-STATUS.
             REWRITE BCH-RECORD.
           IF WS-STATUS NOT = "00"
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    C O U N T   P R O T E C T E D   L I N E S
      *
      *    Feeder batches are not counted - their postings to the
      *    control accounts are the ones the protection is for.
      *
       XP000-PROTECTED.
             MOVE ZERO          TO WS-PROTECTED.
             MOVE BCH-SOURCE    TO WS-SOURCE.
           IF WS-FEEDER-SOURCE
               GO TO XP000-EXIT.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
       XP000-READ.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XP000-EXIT.
           IF BTR-BATCH NOT = WS-BATCH OR NOT BTR-ACTIVE
               GO TO XP000-READ.
             MOVE BTR-LEDG-AC   TO WS-ACCOUNT.
             MOVE BTR-DEPT      TO WS-DEPT.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = 1 AND GL-SYSTEM-ONLY
               ADD 1            TO WS-PROTECTED.
             GO TO XP000-READ.
       XP000-EXIT.
             EXIT.
      *
      *    ****    L O C A T E   A   L E D G E R   A C C O U N T
      *
       XE000-FIND-GACCNT.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF GL-LEDG-AC = WS-ACCOUNT AND GL-DEPT = WS-DEPT
            AND GL-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XE000-EXIT.
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
             MOVE "GLP049"      TO WS-LG-PROGRAM.
             MOVE "OVRD"        TO WS-LG-ACT.
             MOVE BCH-NUMBER    TO WS-LG-BATCH.
             WRITE ACC-RECORD FROM WS-LOG-LINE.
             CLOSE ACCLOG.
       XS000-EXIT.
             EXIT.
