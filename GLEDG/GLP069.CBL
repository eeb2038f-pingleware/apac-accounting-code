      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******    ******    *
      *   **    **  **        **    **  **    **  **        **    **   *
      *   **        **        **    **  **    **  **        **    **   *
      *   **  ****  **        *******   **    **  *******    *******   *
      *   **    **  **        **        **    **  **    **        **   *
      *   **    **  **        **        **    **  **    **        **   *
      *    ******   ********  **         ******    ******    ******    *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  D E P A R T M E N T   H I E R A R C H Y                       *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Maintains the department hierarchy (DEPMST) the G/Ledger    *
      *    reports roll up through - department, then division, then   *
      *    region - with a description and a manager at every level.   *
      *    A department or division must name an active parent one     *
      *    level up, and a node with active children cannot be         *
      *    deleted.                                                    *
      *                                                                *
      *    The listing prints the tree indented in report order and    *
      *    then the ledger departments (GACCNT) that have not yet      *
      *    been placed in it, which report only in the "all            *
      *    departments" total.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP069.
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

       COPY DEPMST.SL.

       COPY GACCNT.SL.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY DEPMST.FDE.

       COPY GACCNT.FDE.

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP069.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-DEPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-LEVEL       PIC  X(01)     VALUE SPACE.
       77  WS-CODE        PIC  9(03)     VALUE ZERO.
       77  WS-PARENT      PIC  9(03)     VALUE ZERO.
       77  WS-PAR-LEVEL   PIC  X(01)     VALUE SPACE.
       77  WS-DESC        PIC  X(30)     VALUE SPACES.
       77  WS-MANAGER     PIC  X(03)     VALUE SPACES.
       77  WS-CHILDREN    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-UNPLACED    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-S1          PIC  9(04)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K   H O O K
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

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
      *    ****    L E D G E R   D E P A R T M E N T S   S E E N
      *
       01  WS-SEEN-TABLE.
           03  WS-SEEN       PIC  X(01) OCCURS 1000.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
           03  FILLER        PIC  X(01).
       77  CSTART         PIC  9(04).

       01  WS-TODAY.
           03  WS-TDY-YEAR   PIC  9(04).
           03  WS-TDY-MONTH  PIC  9(02).
           03  WS-TDY-DAY    PIC  9(02).
       01  WS-TODAY-N REDEFINES WS-TODAY
                             PIC  9(08).

       01  WS-TITLE-LINE.
           03  FILLER        PIC  X(40) VALUE
               "DEPARTMENT HIERARCHY".
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-TREE-LINE.
           03  WS-TR-INDENT  PIC  X(08).
           03  WS-TR-LEVEL   PIC  X(10).
           03  WS-TR-CODE    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-TR-DESC    PIC  X(30).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  FILLER        PIC  X(09) VALUE "MANAGER ".
           03  WS-TR-MANAGER PIC  X(03).

       01  WS-DEPT-LINE.
           03  FILLER        PIC  X(08) VALUE SPACES.
           03  FILLER        PIC  X(11) VALUE "DEPARTMENT ".
           03  WS-DL-DEPT    PIC  9(03).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "DEPARTMENT HIERARCHY" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP069"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O DEPMST.
           IF WS-STATUS = "35"
               OPEN OUTPUT DEPMST
               CLOSE DEPMST
               OPEN I-O DEPMST.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEPMST open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'A'dd/change node  'D'elete node  'L'ist tree"
                     AT 0612 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0667
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "A"
               PERFORM BA000-NODE THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "D"
               PERFORM CA000-DELETE THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM DA000-LIST THRU DA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE DEPMST.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    A D D   O R   C H A N G E   A   N O D E             *
      *                                                                *
      ******************************************************************
       BA000-NODE.
             PERFORM XB000-LEVEL-CODE THRU XB000-EXIT.
           IF WS-CODE = ZERO AND WS-LEVEL NOT = "D"
               GO TO BA000-EXIT.
           IF WS-LEVEL = SPACE
               GO TO BA000-EXIT.
             PERFORM XA000-FIND-NODE THRU XA000-EXIT.
             MOVE SPACES        TO WS-DESC WS-MANAGER.
             MOVE ZERO          TO WS-PARENT.
           IF WS-FOUND = 1
               MOVE DEP-DESC    TO WS-DESC
               MOVE DEP-MANAGER TO WS-MANAGER
               MOVE DEP-PARENT  TO WS-PARENT.
       BA000-DESC.
             DISPLAY "Description    :" AT 1012.
             ACCEPT WS-DESC AT 1030
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-DESC = SPACES
               GO TO BA000-DESC.
           IF WS-LEVEL = "R"
               MOVE ZERO        TO WS-PARENT
               GO TO BA000-MANAGER.
       BA000-PARENT.
           IF WS-LEVEL = "D"
               MOVE "V"         TO WS-PAR-LEVEL
               DISPLAY "Division       :" AT 1112
           ELSE
               MOVE "R"         TO WS-PAR-LEVEL
               DISPLAY "Region         :" AT 1112.
             ACCEPT WS-PARENT AT 1130
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             PERFORM XC000-PARENT-OK THRU XC000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Parent not on file at the level above  "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO BA000-PARENT.
             DISPLAY "                                       "
                     AT 2312.
       BA000-MANAGER.
             DISPLAY "Manager        :" AT 1212.
             ACCEPT WS-MANAGER AT 1230
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
      *
      *    The find is repeated - the parent check moved the file
      *
             PERFORM XA000-FIND-NODE THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO DEP-RECORD
               MOVE WS-LEVEL    TO DEP-LEVEL
               MOVE WS-CODE     TO DEP-CODE.
             MOVE WS-PARENT     TO DEP-PARENT.
             MOVE WS-DESC       TO DEP-DESC.
             MOVE WS-MANAGER    TO DEP-MANAGER.
             MOVE "A"           TO DEP-STATUS.
           IF WS-FOUND = 1
               REWRITE DEP-RECORD
           ELSE
               PERFORM XD000-NEXT-SLOT THRU XD000-EXIT
               WRITE DEP-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "DEPMST write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
             DISPLAY "Node recorded                          " AT 2312
                     WITH FOREGROUND-COLOR 10.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    D E L E T E   A   N O D E                           *
      *                                                                *
      ******************************************************************
       CA000-DELETE.
             PERFORM XB000-LEVEL-CODE THRU XB000-EXIT.
           IF WS-LEVEL = SPACE
               GO TO CA000-EXIT.
             PERFORM XA000-FIND-NODE THRU XA000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Node not on file                       " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             MOVE DEP-DESC      TO WS-DESC.
             DISPLAY WS-DESC AT 1030 WITH FOREGROUND-COLOR 11.
             PERFORM XE000-CHILDREN THRU XE000-EXIT.
           IF WS-CHILDREN NOT = ZERO
               DISPLAY "Node has active children - not deleted "
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO CA000-EXIT.
             PERFORM XA000-FIND-NODE THRU XA000-EXIT.
             MOVE "D"           TO DEP-STATUS.
             REWRITE DEP-RECORD.
             DISPLAY "Node deleted                           " AT 2312
                     WITH FOREGROUND-COLOR 10.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    L I S T   T H E   T R E E                           *
      *                                                                *
      *    DEPTRE hands the nodes back children first; the listing     *
      *    prints them in that order, indented by level.               *
      *                                                                *
      ******************************************************************
       DA000-LIST.
             MOVE "D"           TO WS-DH-LEVEL.
             MOVE SPACE         TO WS-DH-BR-LEVEL.
             MOVE ZERO          TO WS-DH-BR-CODE.
             CALL "DEPTRE" USING WS-DH-PARAMS.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
           IF WS-DH-RESULT NOT = ZERO
               MOVE "NO HIERARCHY SET UP" TO REP-LINE
               WRITE REP-LINE
               GO TO DA000-UNPLACED.
             MOVE 1             TO WS-S1.
       DA000-NODE.
           IF WS-S1 > WS-DH-NODES
               GO TO DA000-UNPLACED.
           IF WS-DH-N-LEVEL (WS-S1) = "T"
               GO TO DA000-NEXT.
             MOVE SPACES        TO WS-TR-INDENT.
           IF WS-DH-N-LEVEL (WS-S1) = "R"
               MOVE "REGION"    TO WS-TR-LEVEL.
           IF WS-DH-N-LEVEL (WS-S1) = "V"
               MOVE "  DIVISION" TO WS-TR-LEVEL.
           IF WS-DH-N-LEVEL (WS-S1) = "D"
               MOVE "    DEPT"  TO WS-TR-LEVEL.
             MOVE WS-DH-N-CODE (WS-S1)
                                TO WS-TR-CODE.
             MOVE WS-DH-N-DESC (WS-S1)
                                TO WS-TR-DESC.
             MOVE WS-DH-N-MANAGER (WS-S1)
                                TO WS-TR-MANAGER.
             WRITE REP-LINE FROM WS-TREE-LINE.
       DA000-NEXT.
             ADD 1              TO WS-S1.
             GO TO DA000-NODE.
      *
      *    Ledger departments with no division report only in the
      *    all-departments total.
      *
       DA000-UNPLACED.
             MOVE ZERO          TO WS-UNPLACED.
             MOVE SPACES        TO WS-SEEN-TABLE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "LEDGER DEPARTMENTS NOT IN THE HIERARCHY"
                                TO REP-LINE.
             WRITE REP-LINE.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               GO TO DA000-END.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO DA000-GL-END.
       DA000-GL-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO DA000-GL-END.
           IF NOT GL-ACTIVE
               GO TO DA000-GL-READ.
             COMPUTE WS-S1 = GL-DEPT + 1.
           IF WS-SEEN (WS-S1) = "Y"
               GO TO DA000-GL-READ.
             MOVE "Y"           TO WS-SEEN (WS-S1).
           IF WS-DH-RESULT = ZERO
            AND WS-DH-D-DIV (WS-S1) NOT = ZERO
               GO TO DA000-GL-READ.
             MOVE GL-DEPT       TO WS-DL-DEPT.
             WRITE REP-LINE FROM WS-DEPT-LINE.
             ADD 1              TO WS-UNPLACED.
             GO TO DA000-GL-READ.
       DA000-GL-END.
             CLOSE GACCNT.
       DA000-END.
           IF WS-UNPLACED = ZERO
               MOVE "        NONE" TO REP-LINE
               WRITE REP-LINE.
             CLOSE PRNREP.
             DISPLAY "Tree listed on GLP069.PRN - unplaced : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-UNPLACED WITH FOREGROUND-COLOR 11.
       DA000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   N O D E
      *
       XA000-FIND-NODE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEPKEY.
             START DEPMST KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ DEPMST NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF DEP-LEVEL = WS-LEVEL AND DEP-CODE = WS-CODE
            AND DEP-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    A S K   F O R   T H E   L E V E L   A N D   C O D E
      *
       XB000-LEVEL-CODE.
             DISPLAY "Level D/V/R    :" AT 0812.
             MOVE SPACE         TO WS-LEVEL.
             ACCEPT WS-LEVEL AT 0830
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-LEVEL = "D" OR "V" OR "R")
               MOVE SPACE       TO WS-LEVEL
               GO TO XB000-EXIT.
             DISPLAY "Code           :" AT 0912.
             MOVE ZERO          TO WS-CODE.
             ACCEPT WS-CODE AT 0930
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
       XB000-EXIT.
             EXIT.
      *
      *    ****    T H E   P A R E N T   M U S T   B E   A C T I V E
      *
       XC000-PARENT-OK.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-DEPKEY.
             START DEPMST KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
       XC000-READ.
             READ DEPMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XC000-EXIT.
           IF DEP-LEVEL = WS-PAR-LEVEL AND DEP-CODE = WS-PARENT
            AND DEP-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XC000-EXIT.
             GO TO XC000-READ.
       XC000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   S L O T
      *
       XD000-NEXT-SLOT.
             MOVE 1             TO WS-DEPKEY.
             START DEPMST KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XD000-EXIT.
       XD000-READ.
             READ DEPMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-DEPKEY
               GO TO XD000-EXIT.
             GO TO XD000-READ.
       XD000-EXIT.
             EXIT.
      *
      *    ****    C O U N T   A C T I V E   C H I L D R E N
      *
       XE000-CHILDREN.
             MOVE ZERO          TO WS-CHILDREN.
           IF WS-LEVEL = "D"
               GO TO XE000-EXIT.
           IF WS-LEVEL = "R"
               MOVE "V"         TO WS-PAR-LEVEL
           ELSE
               MOVE "D"         TO WS-PAR-LEVEL.
             MOVE 1             TO WS-DEPKEY.
             START DEPMST KEY NOT < WS-DEPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
       XE000-READ.
             READ DEPMST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XE000-EXIT.
           IF DEP-LEVEL = WS-PAR-LEVEL AND DEP-PARENT = WS-CODE
            AND DEP-ACTIVE
               ADD 1            TO WS-CHILDREN.
             GO TO XE000-READ.
       XE000-EXIT.
             EXIT.
