      *    period buckets; the opening balance is included for         *
      *    balance-sheet accounts only.                                *
      *                                                                *
      *    Any report can be printed down the department hierarchy     *
      *    (DEPMST, GLP069) - one report per department, division or   *
      *    region, each followed by the levels above it as             *
      *    subtotals - for the whole tree or a single branch.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP046.
       77  WS-ACC-CMP     PIC S9(11)V99  COMP-3.
       77  WS-TB-DR       PIC S9(11)V99  COMP-3.
       77  WS-TB-CR       PIC S9(11)V99  COMP-3.
       77  WS-TREE        PIC  9(01)     VALUE ZERO.
       77  WS-RPT-LEVEL   PIC  X(01)     VALUE "T".
       77  WS-NODE-LEVEL  PIC  X(01)     VALUE SPACE.
       77  WS-NODE-CODE   PIC  9(03)     VALUE ZERO.
       77  WS-IN          PIC  9(01)     VALUE ZERO.
       77  WS-NX          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-D1          PIC  9(04)     COMP-5 VALUE ZERO.

      *
      *    ****    D E P A R T M E N T   T R E E   ( D E P T R E )
      *
       01  WS-DH-PARAMS.
           03  WS-DH-LEVEL    PIC  X(01).
           03  WS-DH-BR-LEVEL PIC  X(01).
           03  WS-DH-BR-CODE  PIC  9(03).
           03  WS-DH-RESULT   PIC  9(01).
           03  WS-DH-NODES    PIC  9(04).
           03  WS-DH-NODE     OCCURS 400.
               05  WS-DH-N-LEVEL   PIC  X(01).
               05  WS-DH-N-CODE    PIC  9(03).
               05  WS-DH-N-DESC    PIC  X(30).
               05  WS-DH-N-MANAGER PIC  X(03).
               05  WS-DH-N-DEPTH   PIC  9(01).
           03  WS-DH-DEPT     OCCURS 1000.
               05  WS-DH-D-DIV     PIC  9(03).
               05  WS-DH-D-REG     PIC  9(03).
               05  WS-DH-D-IN      PIC  X(01).

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  FILLER        PIC  X(36) VALUE SPACES.
           03  FILLER        PIC  X(20) VALUE "FOR PERIOD".
           03  WS-H2-PERIOD  PIC  Z9.
           03  FILLER        PIC  X(06) VALUE SPACES.
           03  WS-H2-NODE    PIC  X(50) VALUE SPACES.
       01  WS-HEAD3.
           03  FILLER        PIC  X(52) VALUE SPACES.
           03  FILLER        PIC  X(20) VALUE "P E R I O D".
                   MOVE ZERO    TO WS-CMP-YEAR
                   DISPLAY "No history file - comparison off"
                           AT 2312 WITH FOREGROUND-COLOR 14.
       AA000-14.
      *
      *    The department level the report is printed at, and the
      *    branch of the hierarchy it is confined to.
      *
             DISPLAY "Level T/R/V/D (T=total)  :" AT 0912.
             MOVE "T"           TO WS-RPT-LEVEL.
             ACCEPT WS-RPT-LEVEL AT 0940
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-RPT-LEVEL = "T" OR "R" OR "V" OR "D")
               GO TO AA000-14.
             DISPLAY "Branch R/V/D (blank=all) :" AT 1012.
             MOVE SPACE         TO WS-DH-BR-LEVEL.
             MOVE ZERO          TO WS-DH-BR-CODE.
             ACCEPT WS-DH-BR-LEVEL AT 1040
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-DH-BR-LEVEL = SPACE OR "R" OR "V" OR "D")
               GO TO AA000-14.
           IF WS-DH-BR-LEVEL NOT = SPACE
               DISPLAY "Branch code              :" AT 1112
               ACCEPT WS-DH-BR-CODE AT 1140
                      WITH FOREGROUND-COLOR 7 HIGHLIGHT
                           BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE ZERO          TO WS-TREE.
           IF WS-RPT-LEVEL = "T" AND WS-DH-BR-LEVEL = SPACE
               GO TO AA000-16.
             MOVE WS-RPT-LEVEL  TO WS-DH-LEVEL.
             CALL "DEPTRE" USING WS-DH-PARAMS.
           IF WS-DH-RESULT = 1
               DISPLAY "No department hierarchy set up (GLP069)"
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO AA000-14.
           IF WS-DH-RESULT = 2
               DISPLAY "Branch not in the department hierarchy "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO AA000-14.
             MOVE 1             TO WS-TREE.
       AA000-16.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
             OPEN OUTPUT PRNREP.
           IF WS-TREE = 1
               PERFORM DA000-TREE THRU DA000-EXIT
           ELSE
               PERFORM DB000-REPORT THRU DB000-EXIT.
             CLOSE GACCNT PRNREP.
             DISPLAY "Report written to " AT 2312
                     W02-PRINTER WITH FOREGROUND-COLOR 10.
               GO TO BA000-TOTALS.
           IF NOT GL-ACTIVE
               GO TO BA000-READ.
           IF WS-TREE = 1
               PERFORM XD000-IN-NODE THRU XD000-EXIT
               IF WS-IN = ZERO
                   GO TO BA000-READ.
             PERFORM XB000-ACC-BALANCE THRU XB000-EXIT.
           IF WS-ACC-YTD = ZERO
               GO TO BA000-READ.
               GO TO CC000-SIGN.
           IF NOT GL-ACTIVE
               GO TO CC000-READ.
           IF WS-TREE = 1
               PERFORM XD000-IN-NODE THRU XD000-EXIT
               IF WS-IN = ZERO
                   GO TO CC000-READ.
           IF GL-LEDG-AC < INS-ACDT OR GL-LEDG-AC > INS-ACCR
               GO TO CC000-READ.
             PERFORM XB000-ACC-BALANCE THRU XB000-EXIT.
       CC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D O W N   T H E   D E P A R T M E N T   T R E E     *
      *                                                                *
      *    One report per node DEPTRE hands back, each on a new        *
      *    page - departments first, then the division and region      *
      *    totals above them.                                          *
      *                                                                *
      ******************************************************************
       DA000-TREE.
             MOVE 1             TO WS-NX.
       DA000-NODE.
           IF WS-NX > WS-DH-NODES
               GO TO DA000-EXIT.
             MOVE WS-DH-N-LEVEL (WS-NX)
                                TO WS-NODE-LEVEL.
             MOVE WS-DH-N-CODE (WS-NX)
                                TO WS-NODE-CODE.
             MOVE SPACES        TO WS-H2-NODE.
           IF WS-NODE-LEVEL = "R"
               STRING "REGION " WS-NODE-CODE " "
                      WS-DH-N-DESC (WS-NX)
                      DELIMITED SIZE INTO WS-H2-NODE.
           IF WS-NODE-LEVEL = "V"
               STRING "DIVISION " WS-NODE-CODE " "
                      WS-DH-N-DESC (WS-NX)
                      DELIMITED SIZE INTO WS-H2-NODE.
           IF WS-NODE-LEVEL = "D"
               STRING "DEPARTMENT " WS-NODE-CODE " "
                      WS-DH-N-DESC (WS-NX)
                      DELIMITED SIZE INTO WS-H2-NODE.
           IF WS-NODE-LEVEL = "T"
               MOVE "ALL DEPARTMENTS" TO WS-H2-NODE.
             MOVE 99            TO WS-LC.
             PERFORM DB000-REPORT THRU DB000-EXIT.
             ADD 1              TO WS-NX.
             GO TO DA000-NODE.
       DA000-EXIT.
             EXIT.
      *
      *    ****    O N E   R E P O R T
      *
       DB000-REPORT.
           IF WS-OPTION = "T"
               MOVE "T R I A L   B A L A N C E"
                                TO WS-H1-TITLE
               PERFORM BA000-TRIAL-BAL THRU BA000-EXIT
           ELSE
               PERFORM CA000-STATEMENT THRU CA000-EXIT.
       DB000-EXIT.
             EXIT.
      /
      *
      *    ****    P A G E   H E A D I N G S
      *
             GO TO XH000-SUM.
       XH000-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   A C C O U N T   I N   T H E   N O D E
      *
      *    The department must lie within the chosen branch and
      *    below the node being reported.
      *
       XD000-IN-NODE.
             MOVE ZERO          TO WS-IN.
             COMPUTE WS-D1 = GL-DEPT + 1.
           IF WS-DH-D-IN (WS-D1) NOT = "Y"
               GO TO XD000-EXIT.
           IF WS-NODE-LEVEL = "T"
               MOVE 1           TO WS-IN.
           IF WS-NODE-LEVEL = "R"
            AND WS-DH-D-REG (WS-D1) = WS-NODE-CODE
               MOVE 1           TO WS-IN.
           IF WS-NODE-LEVEL = "V"
            AND WS-DH-D-DIV (WS-D1) = WS-NODE-CODE
               MOVE 1           TO WS-IN.
           IF WS-NODE-LEVEL = "D"
            AND GL-DEPT = WS-NODE-CODE
               MOVE 1           TO WS-IN.
       XD000-EXIT.
             EXIT.
