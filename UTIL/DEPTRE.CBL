      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *   *******   ********  *******   ********  *******   ********   *
      *   **    **  **        **    **     **     **    **  **         *
      *   **    **  **        **    **     **     **    **  **         *
      *   **    **  ******    *******      **     *******   ******     *
      *   **    **  **        **           **     **  **    **         *
      *   **    **  **        **           **     **   **   **         *
      *   *******   ********  **           **     **    **  ********   *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D E P A R T M E N T   T R E E                                 *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Flattens the department hierarchy (DEPMST) for the          *
      *    G/Ledger reports.  The caller names the reporting level -   *
      *    "D" department, "V" division, "R" region or "T" total only  *
      *    - and optionally one branch of the tree by level and code.  *
      *                                                                *
      *    Handed back are the nodes to report, in print order:  each  *
      *    department before its division, each division before its    *
      *    region, so a report can print a section per node with the   *
      *    higher levels following as subtotals.  Without a branch a   *
      *    final "T" node stands for all departments.  The department  *
      *    table gives every department its division and region and    *
      *    whether it falls within the branch, so the caller can test  *
      *    a ledger department against any node without reading        *
      *    DEPMST itself.                                              *
      *                                                                *
      *    Result 0 is good, 1 means no hierarchy has been set up, 2   *
      *    that the branch is not on file.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DEPTRE.
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

       COPY DEPMST.SL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEPMST.FDE.
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-MAX         PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-R           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-V           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-D           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-S1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-S2          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-SWAPPED     PIC  9(01)     VALUE ZERO.
       77  WS-SCOPE       PIC  9(01)     VALUE ZERO.
       77  WS-BR-FOUND    PIC  9(01)     VALUE ZERO.
       77  WS-RANK        PIC  9(01)     VALUE ZERO.

      *
      *    ****    T H E   N O D E S   A S   R E A D ,   S O R T E D
      *            B Y   C O D E
      *
       01  WS-NODE-TABLE.
           03  WS-ND         OCCURS 999.
               05  WS-ND-LEVEL   PIC  X(01).
               05  WS-ND-CODE    PIC  9(03).
               05  WS-ND-PARENT  PIC  9(03).
               05  WS-ND-DESC    PIC  X(30).
               05  WS-ND-MANAGER PIC  X(03).
       01  WS-ND-HOLD.
           03  FILLER        PIC  X(01).
           03  FILLER        PIC  9(03).
           03  FILLER        PIC  9(03).
           03  FILLER        PIC  X(30).
           03  FILLER        PIC  X(03).

       LINKAGE SECTION.
       01  DH-PARAMS.
           03  DH-LEVEL       PIC  X(01).
           03  DH-BR-LEVEL    PIC  X(01).
           03  DH-BR-CODE     PIC  9(03).
           03  DH-RESULT      PIC  9(01).
           03  DH-NODES       PIC  9(04).
           03  DH-NODE        OCCURS 400.
               05  DH-N-LEVEL     PIC  X(01).
               05  DH-N-CODE      PIC  9(03).
               05  DH-N-DESC      PIC  X(30).
               05  DH-N-MANAGER   PIC  X(03).
               05  DH-N-DEPTH     PIC  9(01).
           03  DH-DEPT        OCCURS 1000.
               05  DH-D-DIV       PIC  9(03).
               05  DH-D-REG       PIC  9(03).
               05  DH-D-IN        PIC  X(01).
      /
       PROCEDURE DIVISION USING DH-PARAMS.
       AA000-MAIN             SECTION.
       AA000-INIT.
             MOVE ZERO          TO DH-RESULT DH-NODES.
             MOVE 1             TO WS-S1.
       AA000-CLEAR.
           IF WS-S1 < 1001
               MOVE ZERO        TO DH-D-DIV (WS-S1) DH-D-REG (WS-S1)
               MOVE "N"         TO DH-D-IN (WS-S1)
               ADD 1            TO WS-S1
               GO TO AA000-CLEAR.
             PERFORM BA000-LOAD THRU BA000-EXIT.
           IF WS-MAX = ZERO
               MOVE 1           TO DH-RESULT
               GO TO AZ100.
             PERFORM BB000-SORT THRU BB000-EXIT.
             PERFORM BC000-DEPTS THRU BC000-EXIT.
           IF DH-BR-LEVEL NOT = SPACE AND WS-BR-FOUND = ZERO
               MOVE 2           TO DH-RESULT
               GO TO AZ100.
             PERFORM CA000-REGIONS THRU CA000-EXIT.
           IF DH-BR-LEVEL = SPACE AND DH-NODES < 400
               ADD 1            TO DH-NODES
               MOVE "T"         TO DH-N-LEVEL (DH-NODES)
               MOVE ZERO        TO DH-N-CODE (DH-NODES)
                                   DH-N-DEPTH (DH-NODES)
               MOVE "ALL DEPARTMENTS" TO DH-N-DESC (DH-NODES)
               MOVE SPACES      TO DH-N-MANAGER (DH-NODES).
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    L O A D   T H E   A C T I V E   N O D E S           *
      *                                                                *
      ******************************************************************
       BA000-LOAD.
             MOVE ZERO          TO WS-MAX WS-BR-FOUND.
             OPEN INPUT DEPMST.
           IF WS-STATUS NOT = "00"
               GO TO BA000-EXIT.
             MOVE 1             TO WS-DEPKEY.
             START DEPMST KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
       BA000-READ.
             READ DEPMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO BA000-END.
           IF NOT DEP-ACTIVE
               GO TO BA000-READ.
           IF WS-MAX NOT < 999
               GO TO BA000-END.
             ADD 1              TO WS-MAX.
             MOVE DEP-LEVEL     TO WS-ND-LEVEL (WS-MAX).
             MOVE DEP-CODE      TO WS-ND-CODE (WS-MAX).
             MOVE DEP-PARENT    TO WS-ND-PARENT (WS-MAX).
             MOVE DEP-DESC      TO WS-ND-DESC (WS-MAX).
             MOVE DEP-MANAGER   TO WS-ND-MANAGER (WS-MAX).
           IF DEP-LEVEL = DH-BR-LEVEL AND DEP-CODE = DH-BR-CODE
               MOVE 1           TO WS-BR-FOUND.
             GO TO BA000-READ.
       BA000-END.
             CLOSE DEPMST.
       BA000-EXIT.
             EXIT.
      *
      *    ****    S O R T   B Y   C O D E
      *
       BB000-SORT.
             MOVE ZERO          TO WS-SWAPPED.
             MOVE 1             TO WS-S1.
       BB000-PASS.
           IF WS-S1 NOT < WS-MAX
               GO TO BB000-END-PASS.
             COMPUTE WS-S2 = WS-S1 + 1.
           IF WS-ND-CODE (WS-S1) > WS-ND-CODE (WS-S2)
               MOVE WS-ND (WS-S1)
                                TO WS-ND-HOLD
               MOVE WS-ND (WS-S2)
                                TO WS-ND (WS-S1)
               MOVE WS-ND-HOLD  TO WS-ND (WS-S2)
               MOVE 1           TO WS-SWAPPED.
             ADD 1              TO WS-S1.
             GO TO BB000-PASS.
       BB000-END-PASS.
           IF WS-SWAPPED = 1
               GO TO BB000-SORT.
       BB000-EXIT.
             EXIT.
      *
      *    ****    D I V I S I O N   A N D   R E G I O N   P E R
      *            D E P A R T M E N T
      *
      *    A department not in the hierarchy keeps division and
      *    region zero; it is within the whole tree but no branch.
      *
       BC000-DEPTS.
             MOVE 1             TO WS-D.
       BC000-LOOP.
           IF WS-D > WS-MAX
               GO TO BC000-OUTSIDE.
           IF WS-ND-LEVEL (WS-D) NOT = "D"
               GO TO BC000-NEXT.
             COMPUTE WS-S1 = WS-ND-CODE (WS-D) + 1.
             MOVE WS-ND-PARENT (WS-D)
                                TO DH-D-DIV (WS-S1).
             MOVE 1             TO WS-V.
       BC000-DIV.
           IF WS-V > WS-MAX
               GO TO BC000-NEXT.
           IF WS-ND-LEVEL (WS-V) = "V"
            AND WS-ND-CODE (WS-V) = WS-ND-PARENT (WS-D)
               MOVE WS-ND-PARENT (WS-V)
                                TO DH-D-REG (WS-S1)
               GO TO BC000-NEXT.
             ADD 1              TO WS-V.
             GO TO BC000-DIV.
       BC000-NEXT.
             ADD 1              TO WS-D.
             GO TO BC000-LOOP.
       BC000-OUTSIDE.
             MOVE 1             TO WS-S1.
       BC000-IN.
           IF WS-S1 > 1000
               GO TO BC000-EXIT.
           IF DH-BR-LEVEL = SPACE
               MOVE "Y"         TO DH-D-IN (WS-S1).
           IF DH-BR-LEVEL = "R" AND DH-D-REG (WS-S1) = DH-BR-CODE
               MOVE "Y"         TO DH-D-IN (WS-S1).
           IF DH-BR-LEVEL = "V" AND DH-D-DIV (WS-S1) = DH-BR-CODE
               MOVE "Y"         TO DH-D-IN (WS-S1).
           IF DH-BR-LEVEL = "D" AND WS-S1 = DH-BR-CODE + 1
               MOVE "Y"         TO DH-D-IN (WS-S1).
             ADD 1              TO WS-S1.
             GO TO BC000-IN.
       BC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    W A L K   T H E   T R E E                           *
      *                                                                *
      *    Region by region, division by division, children first.    *
      *    A node is handed back when it is at or above the            *
      *    reporting level and within the branch.                      *
      *                                                                *
      ******************************************************************
       CA000-REGIONS.
             MOVE 1             TO WS-R.
       CA000-LOOP.
           IF WS-R > WS-MAX
               GO TO CA000-EXIT.
           IF WS-ND-LEVEL (WS-R) NOT = "R"
               GO TO CA000-NEXT.
             PERFORM CB000-DIVISIONS THRU CB000-EXIT.
             MOVE ZERO          TO WS-SCOPE.
           IF DH-BR-LEVEL = SPACE
               MOVE 1           TO WS-SCOPE.
           IF DH-BR-LEVEL = "R" AND DH-BR-CODE = WS-ND-CODE (WS-R)
               MOVE 1           TO WS-SCOPE.
           IF WS-SCOPE = 1
            AND (DH-LEVEL = "D" OR "V" OR "R")
               MOVE WS-R        TO WS-S1
               MOVE ZERO        TO WS-RANK
               PERFORM XA000-EMIT THRU XA000-EXIT.
       CA000-NEXT.
             ADD 1              TO WS-R.
             GO TO CA000-LOOP.
       CA000-EXIT.
             EXIT.
      *
      *    ****    T H E   D I V I S I O N S   O F   A   R E G I O N
      *
       CB000-DIVISIONS.
             MOVE 1             TO WS-V.
       CB000-LOOP.
           IF WS-V > WS-MAX
               GO TO CB000-EXIT.
           IF WS-ND-LEVEL (WS-V) NOT = "V"
            OR WS-ND-PARENT (WS-V) NOT = WS-ND-CODE (WS-R)
               GO TO CB000-NEXT.
             PERFORM CC000-DEPARTMENTS THRU CC000-EXIT.
             MOVE ZERO          TO WS-SCOPE.
           IF DH-BR-LEVEL = SPACE
               MOVE 1           TO WS-SCOPE.
           IF DH-BR-LEVEL = "R" AND DH-BR-CODE = WS-ND-CODE (WS-R)
               MOVE 1           TO WS-SCOPE.
           IF DH-BR-LEVEL = "V" AND DH-BR-CODE = WS-ND-CODE (WS-V)
               MOVE 1           TO WS-SCOPE.
           IF WS-SCOPE = 1
            AND (DH-LEVEL = "D" OR "V")
               MOVE WS-V        TO WS-S1
               MOVE 1           TO WS-RANK
               PERFORM XA000-EMIT THRU XA000-EXIT.
       CB000-NEXT.
             ADD 1              TO WS-V.
             GO TO CB000-LOOP.
       CB000-EXIT.
             EXIT.
      *
      *    ****    T H E   D E P A R T M E N T S   O F   A
      *            D I V I S I O N
      *
       CC000-DEPARTMENTS.
           IF DH-LEVEL NOT = "D"
               GO TO CC000-EXIT.
             MOVE 1             TO WS-D.
       CC000-LOOP.
           IF WS-D > WS-MAX
               GO TO CC000-EXIT.
           IF WS-ND-LEVEL (WS-D) NOT = "D"
            OR WS-ND-PARENT (WS-D) NOT = WS-ND-CODE (WS-V)
               GO TO CC000-NEXT.
             MOVE ZERO          TO WS-SCOPE.
           IF DH-BR-LEVEL = SPACE
               MOVE 1           TO WS-SCOPE.
           IF DH-BR-LEVEL = "R" AND DH-BR-CODE = WS-ND-CODE (WS-R)
               MOVE 1           TO WS-SCOPE.
           IF DH-BR-LEVEL = "V" AND DH-BR-CODE = WS-ND-CODE (WS-V)
               MOVE 1           TO WS-SCOPE.
           IF DH-BR-LEVEL = "D" AND DH-BR-CODE = WS-ND-CODE (WS-D)
               MOVE 1           TO WS-SCOPE.
           IF WS-SCOPE = 1
               MOVE WS-D        TO WS-S1
               MOVE 2           TO WS-RANK
               PERFORM XA000-EMIT THRU XA000-EXIT.
       CC000-NEXT.
             ADD 1              TO WS-D.
             GO TO CC000-LOOP.
       CC000-EXIT.
             EXIT.
      *
      *    ****    H A N D   B A C K   O N E   N O D E
      *
       XA000-EMIT.
           IF DH-NODES NOT < 400
               GO TO XA000-EXIT.
             ADD 1              TO DH-NODES.
             MOVE WS-ND-LEVEL (WS-S1)
                                TO DH-N-LEVEL (DH-NODES).
             MOVE WS-ND-CODE (WS-S1)
                                TO DH-N-CODE (DH-NODES).
             MOVE WS-ND-DESC (WS-S1)
                                TO DH-N-DESC (DH-NODES).
             MOVE WS-ND-MANAGER (WS-S1)
                                TO DH-N-MANAGER (DH-NODES).
             MOVE WS-RANK       TO DH-N-DEPTH (DH-NODES).
       XA000-EXIT.
             EXIT.
