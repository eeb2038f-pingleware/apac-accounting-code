      *    GLBUDG (GLP047), prior year from the GACCNT prior-year      *
      *    net buckets.                                                *
      *                                                                *
      *    The report can also be run down the department hierarchy    *
      *    (DEPMST, GLP069) at department, division or region level,   *
      *    for the whole tree or one branch.  Accounts are combined    *
      *    within each node at the chosen level and every level above  *
      *    prints a subtotal, ending with the branch or grand total.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP048.
       77  WS-TOT-ACT     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-BUD     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TOT-PRI     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-TREE        PIC  9(01)     VALUE ZERO.
       77  WS-RPT-LEVEL   PIC  X(01)     VALUE "T".
       77  WS-NODE-LEVEL  PIC  X(01)     VALUE SPACE.
       77  WS-NODE-CODE   PIC  9(03)     VALUE ZERO.
       77  WS-IN          PIC  9(01)     VALUE ZERO.
       77  WS-NX          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-AX          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-D1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-ND-ACT-PER  PIC S9(11)V99  COMP-3.
       77  WS-ND-BUD-PER  PIC S9(11)V99  COMP-3.
       77  WS-ND-ACT-YTD  PIC S9(11)V99  COMP-3.
       77  WS-ND-BUD-YTD  PIC S9(11)V99  COMP-3.
       77  WS-ND-PRI-YTD  PIC S9(11)V99  COMP-3.
       77  WS-ND-COMMIT   PIC S9(11)V99  COMP-3.

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

      *
      *    ****    A C C O U N T S   C O M B I N E D   F O R   A
      *            N O D E
      *
       01  WS-ACC-TABLE.
           03  WS-AT-COUNT    PIC  9(04)     COMP-5.
           03  WS-AT-ENTRY    OCCURS 500.
               05  WS-AT-ACCOUNT   PIC  9(07).
               05  WS-AT-DESC      PIC  X(14).
               05  WS-AT-ACT-PER   PIC S9(11)V99  COMP-3.
               05  WS-AT-BUD-PER   PIC S9(11)V99  COMP-3.
               05  WS-AT-ACT-YTD   PIC S9(11)V99  COMP-3.
               05  WS-AT-BUD-YTD   PIC S9(11)V99  COMP-3.
               05  WS-AT-PRI-YTD   PIC S9(11)V99  COMP-3.
               05  WS-AT-COMMIT    PIC S9(11)V99  COMP-3.

       01  WS-CAPTION         PIC  X(60)     VALUE SPACES.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  WS-DT-ACCOUNT PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-DT-DEPT    PIC  9(03).
           03  WS-DT-DEPT-X  REDEFINES WS-DT-DEPT
                             PIC  X(03).
           03  FILLER        PIC  X(01) VALUE SPACES.
           03  WS-DT-DESC    PIC  X(14).
           03  WS-DT-ACT-PER PIC  Z(09)9.99-.
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-YEAR = ZERO
               GO TO AA000-10.
       AA000-14.
      *
      *    The department level the report is printed at, and the
      *    branch of the hierarchy it is confined to.
      *
             DISPLAY "Level T/R/V/D (T=total)  :" AT 0712.
             MOVE "T"           TO WS-RPT-LEVEL.
             ACCEPT WS-RPT-LEVEL AT 0740
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-RPT-LEVEL = "T" OR "R" OR "V" OR "D")
               GO TO AA000-14.
             DISPLAY "Branch R/V/D (blank=all) :" AT 0812.
             MOVE SPACE         TO WS-DH-BR-LEVEL.
             MOVE ZERO          TO WS-DH-BR-CODE.
             ACCEPT WS-DH-BR-LEVEL AT 0840
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-DH-BR-LEVEL = SPACE OR "R" OR "V" OR "D")
               GO TO AA000-14.
           IF WS-DH-BR-LEVEL NOT = SPACE
               DISPLAY "Branch code              :" AT 0912
               ACCEPT WS-DH-BR-CODE AT 0940
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
             OPEN INPUT GLBUDG.
           IF WS-STATUS NOT = "00"
               DISPLAY "GLBUDG open error - Status " AT 2312
               CLOSE GLBUDG
               GO TO AZ100.
             OPEN OUTPUT PRNREP.
           IF WS-TREE = 1
               PERFORM DA000-TREE THRU DA000-EXIT
           ELSE
               PERFORM BA000-REPORT THRU BA000-EXIT.
             CLOSE GLBUDG GACCNT PRNREP.
             DISPLAY "Report written to GLP048.PRN" AT 2312
                     WITH FOREGROUND-COLOR 10.
               GO TO BA000-READ.
           IF NOT BUD-ACTIVE
               GO TO BA000-READ.
             PERFORM XD100-BUDGET THRU XD100-EXIT.
      *
      *    Actual and prior-year figures from the matching account
      *
           ELSE
               MOVE "NOT ON LEDGER"
                                TO WS-DT-DESC.
             PERFORM CA100-FIGURES THRU CA100-EXIT.
             ADD WS-ACT-YTD     TO WS-TOT-ACT.
             ADD WS-BUD-YTD     TO WS-TOT-BUD.
             ADD WS-PRI-YTD     TO WS-TOT-PRI.
       CA000-EXIT.
             EXIT.
      *
      *    ****    F I G U R E S   A N D   V A R I A N C E S
      *
      *    The caller has set the account, department and description
      *    columns and the figures in WS-ACT-PER to WS-COMMITTED.
      *
       CA100-FIGURES.
             MOVE WS-ACT-PER    TO WS-DT-ACT-PER.
             MOVE WS-BUD-PER    TO WS-DT-BUD-PER.
             COMPUTE WS-VAR-AMT = WS-ACT-PER - WS-BUD-PER.
             MOVE WS-COMMITTED  TO WS-DT-COMMIT.
             WRITE REP-LINE FROM WS-DET-LINE.
             ADD 1              TO WS-LC.
       CA100-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D O W N   T H E   D E P A R T M E N T   T R E E     *
      *                                                                *
      *    DEPTRE hands back the nodes departments first, then the     *
      *    divisions and regions above them.  Each node's budgets are  *
      *    combined by account; nodes at the reporting level list the  *
      *    accounts, every node prints its total.                      *
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
             MOVE ZERO          TO WS-AT-COUNT WS-ND-ACT-PER
                                   WS-ND-BUD-PER WS-ND-ACT-YTD
                                   WS-ND-BUD-YTD WS-ND-PRI-YTD
                                   WS-ND-COMMIT.
             PERFORM DB000-GATHER THRU DB000-EXIT.
             MOVE SPACES        TO WS-CAPTION.
           IF WS-NODE-LEVEL = "R"
               STRING "REGION " WS-NODE-CODE " "
                      WS-DH-N-DESC (WS-NX)
                      DELIMITED SIZE INTO WS-CAPTION.
           IF WS-NODE-LEVEL = "V"
               STRING "DIVISION " WS-NODE-CODE " "
                      WS-DH-N-DESC (WS-NX)
                      DELIMITED SIZE INTO WS-CAPTION.
           IF WS-NODE-LEVEL = "D"
               STRING "DEPARTMENT " WS-NODE-CODE " "
                      WS-DH-N-DESC (WS-NX)
                      DELIMITED SIZE INTO WS-CAPTION.
           IF WS-NODE-LEVEL = "T"
               MOVE "ALL DEPARTMENTS" TO WS-CAPTION.
             PERFORM XA000-HEADINGS THRU XA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             WRITE REP-LINE FROM WS-CAPTION.
             ADD 2              TO WS-LC.
           IF WS-NODE-LEVEL = WS-RPT-LEVEL
               MOVE 1           TO WS-AX
               PERFORM DD000-ACCOUNT THRU DD000-EXIT.
             PERFORM DE000-SUBTOTAL THRU DE000-EXIT.
             ADD 1              TO WS-NX.
             GO TO DA000-NODE.
       DA000-EXIT.
             EXIT.
      *
      *    ****    B U D G E T S   F A L L I N G   I N   T H E   N O D E
      *
       DB000-GATHER.
             MOVE 1             TO WS-BUDKEY.
             START GLBUDG KEY NOT < WS-BUDKEY.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
       DB000-READ.
             READ GLBUDG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DB000-EXIT.
           IF BUD-YEAR NOT = WS-YEAR
               GO TO DB000-READ.
           IF NOT BUD-ACTIVE
               GO TO DB000-READ.
             PERFORM XD000-IN-NODE THRU XD000-EXIT.
           IF WS-IN = ZERO
               GO TO DB000-READ.
             PERFORM XD100-BUDGET THRU XD100-EXIT.
             PERFORM XB000-ACTUALS THRU XB000-EXIT.
             PERFORM XC100-COMMITTED THRU XC100-EXIT.
             PERFORM DC000-COMBINE THRU DC000-EXIT.
             GO TO DB000-READ.
       DB000-EXIT.
             EXIT.
      *
      *    ****    A D D   T O   T H E   N O D E ' S   A C C O U N T
      *
      *    Should the table fill, further accounts still reach the
      *    node total but are not listed.
      *
       DC000-COMBINE.
             ADD WS-ACT-PER     TO WS-ND-ACT-PER.
             ADD WS-BUD-PER     TO WS-ND-BUD-PER.
             ADD WS-ACT-YTD     TO WS-ND-ACT-YTD.
             ADD WS-BUD-YTD     TO WS-ND-BUD-YTD.
             ADD WS-PRI-YTD     TO WS-ND-PRI-YTD.
             ADD WS-COMMITTED   TO WS-ND-COMMIT.
           IF WS-NODE-LEVEL NOT = WS-RPT-LEVEL
               GO TO DC000-EXIT.
             MOVE 1             TO WS-AX.
       DC000-FIND.
           IF WS-AX > WS-AT-COUNT
               GO TO DC000-NEW.
           IF WS-AT-ACCOUNT (WS-AX) = BUD-LEDG-AC
               GO TO DC000-ADD.
             ADD 1              TO WS-AX.
             GO TO DC000-FIND.
       DC000-NEW.
           IF WS-AT-COUNT NOT < 500
               GO TO DC000-EXIT.
             ADD 1              TO WS-AT-COUNT.
             MOVE WS-AT-COUNT   TO WS-AX.
             MOVE BUD-LEDG-AC   TO WS-AT-ACCOUNT (WS-AX).
           IF WS-FOUND = 1
               MOVE GL-DESC     TO WS-AT-DESC (WS-AX)
           ELSE
               MOVE "NOT ON LEDGER"
                                TO WS-AT-DESC (WS-AX).
             MOVE ZERO          TO WS-AT-ACT-PER (WS-AX)
                                   WS-AT-BUD-PER (WS-AX)
                                   WS-AT-ACT-YTD (WS-AX)
                                   WS-AT-BUD-YTD (WS-AX)
                                   WS-AT-PRI-YTD (WS-AX)
                                   WS-AT-COMMIT (WS-AX).
       DC000-ADD.
             ADD WS-ACT-PER     TO WS-AT-ACT-PER (WS-AX).
             ADD WS-BUD-PER     TO WS-AT-BUD-PER (WS-AX).
             ADD WS-ACT-YTD     TO WS-AT-ACT-YTD (WS-AX).
             ADD WS-BUD-YTD     TO WS-AT-BUD-YTD (WS-AX).
             ADD WS-PRI-YTD     TO WS-AT-PRI-YTD (WS-AX).
             ADD WS-COMMITTED   TO WS-AT-COMMIT (WS-AX).
       DC000-EXIT.
             EXIT.
      *
      *    ****    L I S T   T H E   N O D E ' S   A C C O U N T S
      *
       DD000-ACCOUNT.
           IF WS-AX > WS-AT-COUNT
               GO TO DD000-EXIT.
             PERFORM XA000-HEADINGS THRU XA000-EXIT.
             MOVE SPACES        TO WS-DET-LINE.
             MOVE WS-AT-ACCOUNT (WS-AX)
                                TO WS-DT-ACCOUNT.
           IF WS-NODE-LEVEL = "D"
               MOVE WS-NODE-CODE
                                TO WS-DT-DEPT
           ELSE
               MOVE "ALL"       TO WS-DT-DEPT-X.
             MOVE WS-AT-DESC (WS-AX)
                                TO WS-DT-DESC.
             MOVE WS-AT-ACT-PER (WS-AX)
                                TO WS-ACT-PER.
             MOVE WS-AT-BUD-PER (WS-AX)
                                TO WS-BUD-PER.
             MOVE WS-AT-ACT-YTD (WS-AX)
                                TO WS-ACT-YTD.
             MOVE WS-AT-BUD-YTD (WS-AX)
                                TO WS-BUD-YTD.
             MOVE WS-AT-PRI-YTD (WS-AX)
                                TO WS-PRI-YTD.
             MOVE WS-AT-COMMIT (WS-AX)
                                TO WS-COMMITTED.
             PERFORM CA100-FIGURES THRU CA100-EXIT.
             ADD 1              TO WS-AX.
             GO TO DD000-ACCOUNT.
       DD000-EXIT.
             EXIT.
      *
      *    ****    N O D E   T O T A L
      *
       DE000-SUBTOTAL.
             PERFORM XA000-HEADINGS THRU XA000-EXIT.
           IF WS-NODE-LEVEL = WS-RPT-LEVEL
               WRITE REP-LINE FROM WS-RULE-LINE
               ADD 1            TO WS-LC.
             MOVE SPACES        TO WS-DET-LINE.
           IF WS-NODE-LEVEL = "R"
               MOVE "REGION TOTAL"   TO WS-DT-DESC.
           IF WS-NODE-LEVEL = "V"
               MOVE "DIVISION TOTAL" TO WS-DT-DESC.
           IF WS-NODE-LEVEL = "D"
               MOVE "DEPT TOTAL"     TO WS-DT-DESC.
           IF WS-NODE-LEVEL = "T"
               MOVE "GRAND TOTAL"    TO WS-DT-DESC.
           IF WS-NODE-LEVEL NOT = "T"
               MOVE WS-NODE-CODE
                                TO WS-DT-DEPT.
             MOVE WS-ND-ACT-PER TO WS-ACT-PER.
             MOVE WS-ND-BUD-PER TO WS-BUD-PER.
             MOVE WS-ND-ACT-YTD TO WS-ACT-YTD.
             MOVE WS-ND-BUD-YTD TO WS-BUD-YTD.
             MOVE WS-ND-PRI-YTD TO WS-PRI-YTD.
             MOVE WS-ND-COMMIT  TO WS-COMMITTED.
             PERFORM CA100-FIGURES THRU CA100-EXIT.
       DE000-EXIT.
             EXIT.
      /
      *
             CLOSE PORDER.
       XC100-EXIT.
             EXIT.
      *
      *    ****    B U D G E T   F O R   T H E   P E R I O D   A N D
      *            Y E A R   T O   D A T E
      *
       XD100-BUDGET.
             MOVE BUD-AMOUNT (WS-PERIOD)
                                TO WS-BUD-PER.
             MOVE ZERO          TO WS-BUD-YTD.
             MOVE 1             TO WS-S1.
       XD100-BSUM.
           IF WS-S1 NOT > WS-PERIOD
               ADD BUD-AMOUNT (WS-S1)
                                TO WS-BUD-YTD
               ADD 1            TO WS-S1
               GO TO XD100-BSUM.
       XD100-EXIT.
             EXIT.
      *
      *    ****    I S   T H E   B U D G E T   I N   T H E   N O D E
      *
      *    The department must lie within the chosen branch and
      *    below the node being reported.
      *
       XD000-IN-NODE.
             MOVE ZERO          TO WS-IN.
             COMPUTE WS-D1 = BUD-DEPT + 1.
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
            AND BUD-DEPT = WS-NODE-CODE
               MOVE 1           TO WS-IN.
       XD000-EXIT.
             EXIT.
