      $set LINKCOUNT"256"
      ******************************************************************
      *                                                                *
      *    ******   **        *******    ******    ******   ********   *
      *   **    **  **        **    **  **    **  **              **   *
      *   **        **        **    **  **    **  **             **    *
      *   **  ****  **        *******   **    **  *******       **     *
      *   **    **  **        **        **    **  **    **     **      *
      *   **    **  **        **        **    **  **    **    **       *
      *    ******   ********  **         ******    ******    **        *
      *                                                                *
      *     ENGLISH                                                    *
      *                                                                *
      *  C H A R T   O F   A C C O U N T S   R E N U M B E R           *
      *                                                                *
      *     VERSION 8.15.03 - October 2026                             *
      *                                                                *
      ******************************************************************
      *                                                                *
      *    Restructures the chart of accounts.  A mapping of old       *
      *    account and department to new account and department        *
      *    (ACMAP, maintained here) either renumbers an account or,    *
      *    where the new account already exists or several old         *
      *    accounts map to one, merges them - opening balances,        *
      *    period debits and credits, last year's figures, budgets     *
      *    and history are combined and the old account is closed.     *
      *                                                                *
      *    Every file carrying a ledger account is brought across:     *
      *    GACCNT, GLBUDG, GLHIST, the GLBTRN batch lines, PORDER      *
      *    commitments, the POSMAP, SLGMAP and STKMAP posting rules,   *
      *    the GLALOC allocation rules, the fixed asset register,      *
      *    ICPAIR, GLINST, the currency gain and loss accounts, the    *
      *    REQLIN requisition lines, the petty cash vouchers (PCVOUC)  *
      *    and floats (PCFLOT), the DEFSCH deferred-income schedules,  *
      *    the REBCFG rebate and UNPCFG stale-cheque accounts, and     *
      *    the FLSCTL budget accounts of the management flash.         *
      *    Files that carry the account without a department take the  *
      *    new account only when every mapping of the old account      *
      *    names the same one.                                         *
      *                                                                *
      *    The impact report lists each mapping, its action and        *
      *    balance, the references to change in every file and         *
      *    anything that would stop the run.  The run repeats the      *
      *    check, refuses on any error, takes the GLPOST run lock,     *
      *    and prints the proof that the ledger, budget, history and   *
      *    batch totals are identical before and after.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLP067.
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

       COPY GACCNT.SL.

       COPY GLBUDG.SL.

       COPY GLBTRN.SL.

       COPY PORDER.SL.

       COPY SLGMAP.SL.

       COPY STKMAP.SL.

       COPY CURREN.SL.

       COPY REQLIN.SL.

       COPY PCVOUC.SL.

       COPY DEFSCH.SL.

       COPY FLSCTL.SL.

      *
      *    ****    A C C O U N T   R E N U M B E R   M A P
      *
           SELECT ACMAP   ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-AMPKEY.

           SELECT GLHIST  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-GLHKEY.

           SELECT POSMAP  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-MAPKEY.

           SELECT GLALOC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ALOKEY.

           SELECT ICPAIR  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ICPKEY.

           SELECT GLINST  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-GLINSTKEY.

           SELECT ASSETS  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-ASTKEY.

           SELECT PCFLOT  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-PCFKEY.

           SELECT REBCFG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-RBCKEY.

           SELECT UNPCFG  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-UPCKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.

       COPY GACCNT.FDE.

       COPY GLBUDG.FDE.

       COPY GLBTRN.FDE.

       COPY PORDER.FDE.

       COPY SLGMAP.FDE.

       COPY STKMAP.FDE.

       COPY CURREN.FDE.

       COPY REQLIN.FDE.

       COPY PCVOUC.FDE.

       COPY DEFSCH.FDE.

       COPY FLSCTL.FDE.

      *
      *    ****    O L D   T O   N E W   A C C O U N T   M A P
      *
      *    Status "A" waiting to be applied, "P" applied by a run,
      *    "D" removed.
      *
       FD  ACMAP     LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ACMAP.DAT".
       01  AMP-RECORD.
           03  AMP-OLD-AC     PIC  9(07).
           03  AMP-OLD-DEPT   PIC  9(03).
           03  AMP-NEW-AC     PIC  9(07).
           03  AMP-NEW-DEPT   PIC  9(03).
           03  AMP-OPER       PIC  X(03).
           03  AMP-DATE       PIC  9(08).
           03  AMP-STATUS     PIC  X(01).
               88  AMP-ACTIVE      VALUE "A".
               88  AMP-APPLIED     VALUE "P".
               88  AMP-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    G / L E D G E R   P R I O R - Y E A R   H I S T O R Y
      *
       FD  GLHIST    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLHIST.DAT".
       01  GLH-RECORD.
           03  GLH-LEDG-AC    PIC  9(07).
           03  GLH-DEPT       PIC  9(03).
           03  GLH-YEAR       PIC  9(04).
           03  GLH-NET        PIC S9(11)V99 COMP-3 OCCURS 13.
           03  FILLER         PIC  X(10).

      *
      *    ****    P O S   T E N D E R   P O S T I N G   M A P
      *
       FD  POSMAP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "POSMAP.DAT".
       01  MAP-RECORD.
           03  MAP-SLOT       PIC  9(02).
           03  MAP-DESC       PIC  X(20).
           03  MAP-ACCOUNT    PIC  9(07).
           03  MAP-DEPT       PIC  9(03).
           03  FILLER         PIC  X(08).

      *
      *    ****    O V E R H E A D   A L L O C A T I O N   R U L E S
      *
       FD  GLALOC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLALOC.DAT".
       01  ALO-RECORD.
           03  ALO-SOURCE-AC  PIC  9(07).
           03  ALO-SOURCE-DEP PIC  9(03).
           03  ALO-TARGET-AC  PIC  9(07).
           03  ALO-TARGET-DEP PIC  9(03).
           03  ALO-PERCENT    PIC  9(03)V99 COMP-3.
           03  ALO-STATUS     PIC  X(01).
               88  ALO-ACTIVE      VALUE "A".
               88  ALO-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    I N T E R - B R A N C H   A C C O U N T   P A I R S
      *
       FD  ICPAIR    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ICPAIR.DAT".
       01  ICP-RECORD.
           03  ICP-BRANCH     PIC  9(02).
           03  ICP-DUE-FROM-AC
                              PIC  9(07).
           03  ICP-DUE-TO-AC  PIC  9(07).
           03  ICP-STATUS     PIC  X(01).
               88  ICP-ACTIVE      VALUE "A".
               88  ICP-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    G / L E D G E R   I N S T R U C T I O N   L I S T
      *
       FD  GLINST    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLINST.DAT".
       01  INS-RECORD.
           03  INS-ACDT       PIC  9(07).
           03  INS-ACCR       PIC  9(07).
           03  INS-NAR        PIC  X(30).
           03  INS-VALUE      PIC S9(09)V99 COMP-3.

      *
      *    ****    A S S E T   M A S T E R   F I L E
      *
       FD  ASSETS    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "ASSETS.DAT".
       01  AST-RECORD.
           03  AST-NUMBER     PIC  9(05).
           03  AST-DESC       PIC  X(30).
           03  AST-COST       PIC S9(09)V99 COMP-3.
           03  AST-DATE-SERVICE
                              PIC  9(08).
           03  AST-METHOD     PIC  X(01).
               88  AST-STRAIGHT    VALUE "S".
               88  AST-REDUCING    VALUE "R".
           03  AST-LIFE-MM    PIC  9(03).
           03  AST-RATE-PCT   PIC  9(02)V99 COMP-3.
           03  AST-DEPT       PIC  9(03).
           03  AST-ASSET-AC   PIC  9(07).
           03  AST-ACCDEP-AC  PIC  9(07).
           03  AST-DEPR-AC    PIC  9(07).
           03  AST-ACC-DEPR   PIC S9(09)V99 COMP-3.
           03  AST-LAST-PERIOD
                              PIC  9(02).
           03  AST-LAST-YEAR  PIC  9(04).
           03  AST-DISP-DATE  PIC  9(08).
           03  AST-DISP-PROCEEDS
                              PIC S9(09)V99 COMP-3.
           03  AST-STATUS     PIC  X(01).
               88  AST-ACTIVE      VALUE "A".
               88  AST-DISPOSED    VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    P E T T Y   C A S H   F L O A T S   ( G L P 0 7 0 )
      *
       FD  PCFLOT    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PCFLOT.DAT".
       01  PCF-RECORD.
           03  PCF-FLOAT      PIC  9(03).
           03  PCF-DESC       PIC  X(30).
           03  PCF-CUSTODIAN  PIC  X(30).
           03  PCF-TYPE       PIC  X(01).
           03  PCF-DRAW       PIC  9(02).
           03  PCF-IMPREST    PIC S9(07)V99 COMP-3.
           03  PCF-FLOAT-AC   PIC  9(07).
           03  PCF-FLOAT-DEPT PIC  9(03).
           03  PCF-BANK-AC    PIC  9(07).
           03  PCF-BANK-DEPT  PIC  9(03).
           03  PCF-COUNT-DATE PIC  9(08).
           03  PCF-COUNTED    PIC S9(07)V99 COMP-3.
           03  PCF-STATUS     PIC  X(01).
               88  PCF-DELETED     VALUE "D".
           03  FILLER         PIC  X(10).

      *
      *    ****    R E B A T E   L E D G E R   A C C O U N T S
      *            ( D T P 0 6 5 )
      *
       FD  REBCFG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "REBCFG.DAT".
       01  RBC-RECORD.
           03  RBC-LIAB-AC    PIC  9(07).
           03  RBC-EXP-AC     PIC  9(07).
           03  FILLER         PIC  X(10).

      *
      *    ****    S T A L E - C H E Q U E   S E T T I N G S
      *            ( C R P 0 6 1 )
      *
       FD  UNPCFG    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "UNPCFG.DAT".
       01  UPC-RECORD.
           03  UPC-STALE-DAYS PIC  9(04).
           03  UPC-BANK-AC    PIC  9(07).
           03  UPC-UNCLAIMED-AC
                              PIC  9(07).
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "GLP067.PRN".
       01  REP-LINE           PIC  X(132).
      /
       WORKING-STORAGE SECTION.
       77  WS-CHECK       PIC  X(18)     VALUE
                          "aeWlimemnomLalismJ".
       77  WS-STATUS      PIC  X(02).
       77  WS-GLKEY       PIC  9(05)     COMP-0 VALUE 1.
       77  WS-BUDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GBTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PORKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SLMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SKMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CURKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-AMPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLHKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-MAPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ALOKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ICPKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-GLINSTKEY   PIC  9(05)     COMP-0 VALUE 1.
       77  WS-ASTKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-REQKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PCVKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PCFKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-DFSKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RBCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-UPCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FLCKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-SAVE-KEY    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TGT-KEY     PIC  9(05)     COMP-0 VALUE 1.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-OPTION      PIC  X(01)     VALUE SPACE.
       77  WS-ANSWER      PIC  X(01)     VALUE SPACE.
       77  WS-MODE        PIC  X(01)     VALUE "I".
           88  WS-IMPACT       VALUE "I".
           88  WS-UPDATE       VALUE "U".
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-MERGE       PIC  9(01)     VALUE ZERO.
       77  WS-MAPPED      PIC  9(01)     VALUE ZERO.
       77  WS-SPLIT       PIC  9(01)     VALUE ZERO.
       77  WS-CHANGED     PIC  9(01)     VALUE ZERO.
       77  WS-DIFFERS     PIC  9(01)     VALUE ZERO.
       77  WS-ACCOUNT     PIC  9(07)     VALUE ZERO.
       77  WS-DEPT        PIC  9(03)     VALUE ZERO.
       77  WS-YEAR        PIC  9(04)     VALUE ZERO.
       77  WS-NEW-AC      PIC  9(07)     VALUE ZERO.
       77  WS-NEW-DEP     PIC  9(03)     VALUE ZERO.
       77  WS-TGT-TYPE    PIC  X(01)     VALUE SPACE.
       77  WS-BALANCE     PIC S9(11)V99  COMP-3 VALUE ZERO.
       77  WS-ERRORS      PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-MP-MAX      PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-M1          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-M2          PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-F           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-P           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-B           PIC  9(02)     COMP-5 VALUE ZERO.
       77  WS-X           PIC  9(01)     COMP-5 VALUE ZERO.

      *
      *    ****    A C C E S S   C H E C K  /  J O U R N A L   H O O K S
      *
       01  WS-AC-PARAMS.
           03  WS-AC-USER     PIC  X(03).
           03  WS-AC-PROGRAM  PIC  X(08).
           03  WS-AC-ALLOWED  PIC  9(01).

       01  WS-JW-PARAMS.
           03  WS-JW-FILE     PIC  X(01).
           03  WS-JW-KEY      PIC  9(05).
           03  WS-JW-ACTION   PIC  X(01).
           03  WS-JW-USER     PIC  X(03).
           03  WS-JW-PROGRAM  PIC  X(08).
           03  WS-JW-BEFORE   PIC  X(400).
           03  WS-JW-AFTER    PIC  X(400).

      *
      *    ****    R U N - L E V E L   L O C K
      *
       01  WS-RL-PARAMS.
           03  WS-RL-ACTION   PIC  X(01).
           03  WS-RL-CLASS    PIC  X(08).
           03  WS-RL-JOB      PIC  X(08).
           03  WS-RL-OPER     PIC  X(03).
           03  WS-RL-GRANTED  PIC  9(01).
           03  WS-RL-HLD-JOB  PIC  X(08).
           03  WS-RL-HLD-OPER PIC  X(03).

      *
      *    ****    T H E   M A P   I N   M E M O R Y
      *
       01  WS-MAP-TABLE.
           03  WS-MP-ENT     OCCURS 300.
               05  WS-MP-OLD-AC  PIC  9(07).
               05  WS-MP-OLD-DEP PIC  9(03).
               05  WS-MP-NEW-AC  PIC  9(07).
               05  WS-MP-NEW-DEP PIC  9(03).
               05  WS-MP-TYPE    PIC  X(01).
               05  WS-MP-ACTION  PIC  X(08).
               05  WS-MP-BAL     PIC S9(11)V99  COMP-3.

      *
      *    ****    R E F E R E N C E S   P E R   F I L E
      *
       01  WS-FILE-NAMES.
           03  FILLER        PIC  X(08) VALUE "GACCNT".
           03  FILLER        PIC  X(08) VALUE "GLBUDG".
           03  FILLER        PIC  X(08) VALUE "GLHIST".
           03  FILLER        PIC  X(08) VALUE "GLBTRN".
           03  FILLER        PIC  X(08) VALUE "PORDER".
           03  FILLER        PIC  X(08) VALUE "POSMAP".
           03  FILLER        PIC  X(08) VALUE "GLALOC".
           03  FILLER        PIC  X(08) VALUE "ICPAIR".
           03  FILLER        PIC  X(08) VALUE "GLINST".
           03  FILLER        PIC  X(08) VALUE "SLGMAP".
           03  FILLER        PIC  X(08) VALUE "STKMAP".
           03  FILLER        PIC  X(08) VALUE "CURREN".
           03  FILLER        PIC  X(08) VALUE "ASSETS".
           03  FILLER        PIC  X(08) VALUE "REQLIN".
           03  FILLER        PIC  X(08) VALUE "PCVOUC".
           03  FILLER        PIC  X(08) VALUE "PCFLOT".
           03  FILLER        PIC  X(08) VALUE "DEFSCH".
           03  FILLER        PIC  X(08) VALUE "REBCFG".
           03  FILLER        PIC  X(08) VALUE "UNPCFG".
           03  FILLER        PIC  X(08) VALUE "FLSCTL".
       01  WS-FILE-NAME-R REDEFINES WS-FILE-NAMES.
           03  WS-FN         PIC  X(08) OCCURS 20.

       01  WS-FILE-COUNTS.
           03  WS-FC-ENT     OCCURS 20.
               05  WS-FC         PIC  9(07)     COMP-5.
               05  WS-FX         PIC  X(01).

      *
      *    ****    B A L A N C E S   M O V E D   O N   A   M E R G E
      *
       01  WS-HOLD.
           03  WS-HD-OPEN    PIC S9(11)V99  COMP-3.
           03  WS-HD-DR      PIC S9(11)V99  COMP-3 OCCURS 13.
           03  WS-HD-CR      PIC S9(11)V99  COMP-3 OCCURS 13.
           03  WS-HD-LY      PIC S9(11)V99  COMP-3 OCCURS 13.
           03  WS-HD-PROTECT PIC  X(01).

      *
      *    ****    F I X E D   A S S E T   A C C O U N T S
      *
       01  WS-ASSET-ACS.
           03  WS-AA-ENT     OCCURS 3.
               05  WS-AA-AC      PIC  9(07).
               05  WS-AA-DEP     PIC  9(03).

      *
      *    ****    P R O O F   T O T A L S   -   1 B E F O R E ,
      *            2 A F T E R
      *
       01  WS-PROOF.
           03  WS-PF-ENT     OCCURS 2.
               05  WS-PF-OPEN    PIC S9(13)V99  COMP-3.
               05  WS-PF-DR      PIC S9(13)V99  COMP-3.
               05  WS-PF-CR      PIC S9(13)V99  COMP-3.
               05  WS-PF-LY      PIC S9(13)V99  COMP-3.
               05  WS-PF-BUDG    PIC S9(13)V99  COMP-3.
               05  WS-PF-HIST    PIC S9(13)V99  COMP-3.
               05  WS-PF-BATCH   PIC S9(13)V99  COMP-3.

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
           03  WS-TI-TEXT    PIC  X(40).
           03  FILLER        PIC  X(04) VALUE "RUN ".
           03  WS-TI-DATE    PIC  9(08).

       01  WS-HEAD-LINE.
           03  FILLER        PIC  X(50) VALUE
               "OLD AC/DEP        NEW AC/DEP     ACTION    TYPE   ".
           03  FILLER        PIC  X(50) VALUE
               "     BALANCE  NOTE".

       01  WS-MAP-LINE.
           03  WS-ML-OLD-AC  PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-ML-OLD-DEP PIC  9(03).
           03  FILLER        PIC  X(07) VALUE "  TO  ".
           03  WS-ML-NEW-AC  PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-ML-NEW-DEP PIC  9(03).
           03  FILLER        PIC  X(04) VALUE SPACES.
           03  WS-ML-ACTION  PIC  X(08).
           03  FILLER        PIC  X(03) VALUE SPACES.
           03  WS-ML-TYPE    PIC  X(01).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-ML-BAL     PIC  Z(10)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-ML-NOTE    PIC  X(40).

       01  WS-ERR-LINE.
           03  FILLER        PIC  X(04) VALUE "*** ".
           03  WS-EL-TEXT    PIC  X(45).
           03  WS-EL-AC      PIC  9(07).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-EL-DEP     PIC  9(03).

       01  WS-CNT-LINE.
           03  WS-CL-FILE    PIC  X(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-CL-TEXT    PIC  X(24).
           03  WS-CL-COUNT   PIC  Z(06)9.

       01  WS-PRF-LINE.
           03  WS-PL-TEXT    PIC  X(20).
           03  WS-PL-BEFORE  PIC  Z(12)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-AFTER   PIC  Z(12)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-PL-NOTE    PIC  X(16).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
       AA000-INIT.
             ACCEPT WS-TODAY FROM DATE YYYYMMDD.
             DISPLAY "CHART OF ACCOUNTS RENUMBER AND MERGE" AT 0212
                     WITH FOREGROUND-COLOR 14.
       AA000-OPER.
             DISPLAY "Operator id :" AT 0412.
             ACCEPT WS-OPER AT 0427
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPER = SPACES
               GO TO AA000-OPER.
             MOVE WS-OPER       TO WS-AC-USER.
             MOVE "GLP067"      TO WS-AC-PROGRAM.
             MOVE ZERO          TO WS-AC-ALLOWED.
             CALL "ACCCHK" USING WS-AC-PARAMS.
           IF WS-AC-ALLOWED = ZERO
               DISPLAY "Not authorised - attempt logged" AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO AZ100.
             OPEN I-O ACMAP.
           IF WS-STATUS = "35"
               OPEN OUTPUT ACMAP
               CLOSE ACMAP
               OPEN I-O ACMAP.
           IF WS-STATUS NOT = "00"
               DISPLAY "ACMAP open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "'M'aintain map  'I'mpact report  'R'enumber"
                     AT 0612 WITH FOREGROUND-COLOR 3
                     "  'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0664
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
               GO TO AA000-END.
           IF WS-OPTION = "M"
               PERFORM BA000-MAINTAIN THRU BA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "I"
               PERFORM CA000-IMPACT THRU CA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "R"
               PERFORM FA000-RUN THRU FA000-EXIT.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE ACMAP.
       AZ100.
             EXIT PROGRAM.
       AZ105.
             STOP RUN.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A I N T A I N   T H E   A C C O U N T   M A P     *
      *                                                                *
      *    One entry per old account and department.  A new account    *
      *    of zero removes the entry.                                  *
      *                                                                *
      ******************************************************************
       BA000-MAINTAIN.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               DISPLAY "GACCNT open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO BA000-EXIT.
       BA000-ENTRY.
             DISPLAY "Old account ('0' ends) :" AT 0812.
             MOVE ZERO          TO WS-ACCOUNT.
             ACCEPT WS-ACCOUNT AT 0838
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-ACCOUNT = ZERO
               GO TO BA000-END.
             DISPLAY "Old department         :" AT 0912.
             MOVE ZERO          TO WS-DEPT.
             ACCEPT WS-DEPT AT 0938
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Old account not on ledger          " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ENTRY.
             DISPLAY GL-DESC AT 0948 WITH FOREGROUND-COLOR 11.
             PERFORM XA000-FIND-MAP THRU XA000-EXIT.
             MOVE ZERO          TO WS-NEW-AC WS-NEW-DEP.
           IF WS-FOUND = 1
               MOVE AMP-NEW-AC  TO WS-NEW-AC
               MOVE AMP-NEW-DEPT
                                TO WS-NEW-DEP.
             DISPLAY "New account            :" AT 1012.
             ACCEPT WS-NEW-AC AT 1038
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-NEW-AC = ZERO
               GO TO BA000-REMOVE.
             DISPLAY "New department         :" AT 1112.
             ACCEPT WS-NEW-DEP AT 1138
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-NEW-AC = WS-ACCOUNT AND WS-NEW-DEP = WS-DEPT
               DISPLAY "New account is the old account     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO BA000-ENTRY.
           IF WS-FOUND = ZERO
               MOVE SPACES      TO AMP-RECORD
               MOVE WS-ACCOUNT  TO AMP-OLD-AC
               MOVE WS-DEPT     TO AMP-OLD-DEPT.
             MOVE WS-NEW-AC     TO AMP-NEW-AC.
             MOVE WS-NEW-DEP    TO AMP-NEW-DEPT.
             MOVE WS-OPER       TO AMP-OPER.
             MOVE WS-TODAY-N    TO AMP-DATE.
             MOVE "A"           TO AMP-STATUS.
           IF WS-FOUND = 1
               REWRITE AMP-RECORD
           ELSE
               PERFORM XB000-NEXT-MAP THRU XB000-EXIT
               WRITE AMP-RECORD.
             DISPLAY "Mapping recorded                   " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-ENTRY.
       BA000-REMOVE.
           IF WS-FOUND = ZERO
               GO TO BA000-ENTRY.
             MOVE "D"           TO AMP-STATUS.
             REWRITE AMP-RECORD.
             DISPLAY "Mapping removed                    " AT 2312
                     WITH FOREGROUND-COLOR 10.
             GO TO BA000-ENTRY.
       BA000-END.
             CLOSE GACCNT.
       BA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    I M P A C T   R E P O R T                           *
      *                                                                *
      ******************************************************************
       CA000-IMPACT.
             MOVE "RENUMBER IMPACT REPORT" TO WS-TI-TEXT.
             PERFORM DA000-CHECK THRU DA000-EXIT.
             CLOSE PRNREP.
           IF WS-MP-MAX = ZERO
               DISPLAY "Nothing mapped                          "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO CA000-EXIT.
             DISPLAY "Impact on GLP067.PRN - errors : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-ERRORS WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    C H E C K   T H E   M A P   A N D   C O U N T       *
      *            T H E   R E F E R E N C E S                         *
      *                                                                *
      *    Each mapping is vetted against the ledger - the old         *
      *    account must exist, a merge must join accounts of the       *
      *    same type, and no new account may itself be mapped away.    *
      *    The reference files are then read in impact mode, which     *
      *    counts what the run would change and reports anything      *
      *    the run could not resolve.                                  *
      *                                                                *
      ******************************************************************
       DA000-CHECK.
             MOVE ZERO          TO WS-ERRORS.
             OPEN OUTPUT PRNREP.
             MOVE WS-TODAY-N    TO WS-TI-DATE.
             WRITE REP-LINE FROM WS-TITLE-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XL000-LOAD-MAP THRU XL000-EXIT.
           IF WS-MP-MAX = ZERO
               MOVE "NO ACCOUNTS MAPPED" TO REP-LINE
               WRITE REP-LINE
               GO TO DA000-EXIT.
             WRITE REP-LINE FROM WS-HEAD-LINE.
             MOVE "I"           TO WS-MODE.
             PERFORM XZ000-CLEAR-COUNTS THRU XZ000-EXIT.
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               MOVE "GACCNT NOT AVAILABLE" TO WS-EL-TEXT
               MOVE ZERO        TO WS-EL-AC WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT
               GO TO DA000-EXIT.
             MOVE 1             TO WS-M1.
       DA000-ENTRY.
           IF WS-M1 > WS-MP-MAX
               GO TO DA000-REFS.
             MOVE SPACES        TO WS-ML-NOTE.
             MOVE WS-MP-OLD-AC (WS-M1)
                                TO WS-ACCOUNT.
             MOVE WS-MP-OLD-DEP (WS-M1)
                                TO WS-DEPT.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               MOVE "OLD ACCOUNT NOT ON LEDGER" TO WS-EL-TEXT
               MOVE WS-ACCOUNT  TO WS-EL-AC
               MOVE WS-DEPT     TO WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT
               MOVE "OLD ACCOUNT NOT ON LEDGER" TO WS-ML-NOTE
           ELSE
               MOVE GL-TYPE     TO WS-MP-TYPE (WS-M1)
               PERFORM XG000-BALANCE THRU XG000-EXIT
               MOVE WS-BALANCE  TO WS-MP-BAL (WS-M1)
               ADD 1            TO WS-FC (1).
             MOVE WS-MP-NEW-AC (WS-M1)
                                TO WS-ACCOUNT.
             MOVE WS-MP-NEW-DEP (WS-M1)
                                TO WS-DEPT.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = 1
               MOVE "MERGE"     TO WS-MP-ACTION (WS-M1)
               MOVE GL-TYPE     TO WS-TGT-TYPE
           ELSE
               MOVE "RENUMBER"  TO WS-MP-ACTION (WS-M1)
               MOVE SPACE       TO WS-TGT-TYPE.
           IF WS-TGT-TYPE NOT = SPACE
            AND WS-MP-TYPE (WS-M1) NOT = SPACE
            AND WS-TGT-TYPE NOT = WS-MP-TYPE (WS-M1)
               MOVE "MERGE JOINS ACCOUNTS OF DIFFERENT TYPES"
                                TO WS-EL-TEXT WS-ML-NOTE
               MOVE WS-ACCOUNT  TO WS-EL-AC
               MOVE WS-DEPT     TO WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT.
             MOVE 1             TO WS-M2.
             PERFORM DB000-PAIRS THRU DB000-EXIT.
             MOVE WS-MP-OLD-AC (WS-M1)
                                TO WS-ML-OLD-AC.
             MOVE WS-MP-OLD-DEP (WS-M1)
                                TO WS-ML-OLD-DEP.
             MOVE WS-MP-NEW-AC (WS-M1)
                                TO WS-ML-NEW-AC.
             MOVE WS-MP-NEW-DEP (WS-M1)
                                TO WS-ML-NEW-DEP.
             MOVE WS-MP-ACTION (WS-M1)
                                TO WS-ML-ACTION.
             MOVE WS-MP-TYPE (WS-M1)
                                TO WS-ML-TYPE.
             MOVE WS-MP-BAL (WS-M1)
                                TO WS-ML-BAL.
             WRITE REP-LINE FROM WS-MAP-LINE.
             ADD 1              TO WS-M1.
             GO TO DA000-ENTRY.
       DA000-REFS.
             CLOSE GACCNT.
             PERFORM EA000-REFERENCES THRU EA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "REFERENCES TO CHANGE" TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XC000-COUNTS THRU XC000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
           IF WS-ERRORS = ZERO
               MOVE "NO ERRORS - THE MAP CAN BE APPLIED" TO REP-LINE
           ELSE
               MOVE "*** ERRORS FOUND - THE MAP CANNOT BE APPLIED ***"
                                TO REP-LINE.
             WRITE REP-LINE.
       DA000-EXIT.
             EXIT.
      *
      *    ****    M A P P I N G   A G A I N S T   M A P P I N G
      *
      *    A new account mapped away again would chain; two old
      *    accounts onto one new account merge, and must agree in
      *    type.
      *
       DB000-PAIRS.
           IF WS-M2 > WS-MP-MAX
               GO TO DB000-EXIT.
           IF WS-M2 = WS-M1
               GO TO DB000-NEXT.
           IF WS-MP-NEW-AC (WS-M1) = WS-MP-OLD-AC (WS-M2)
            AND WS-MP-NEW-DEP (WS-M1) = WS-MP-OLD-DEP (WS-M2)
               MOVE "NEW ACCOUNT IS ITSELF MAPPED AWAY"
                                TO WS-EL-TEXT WS-ML-NOTE
               MOVE WS-MP-NEW-AC (WS-M1)
                                TO WS-EL-AC
               MOVE WS-MP-NEW-DEP (WS-M1)
                                TO WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT.
           IF WS-MP-NEW-AC (WS-M1) NOT = WS-MP-NEW-AC (WS-M2)
            OR WS-MP-NEW-DEP (WS-M1) NOT = WS-MP-NEW-DEP (WS-M2)
               GO TO DB000-NEXT.
             MOVE "MERGE"       TO WS-MP-ACTION (WS-M1).
           IF WS-M2 > WS-M1
            AND WS-MP-TYPE (WS-M1) NOT = SPACE
            AND WS-MP-TYPE (WS-M2) NOT = SPACE
            AND WS-MP-TYPE (WS-M1) NOT = WS-MP-TYPE (WS-M2)
               MOVE "MERGE JOINS ACCOUNTS OF DIFFERENT TYPES"
                                TO WS-EL-TEXT WS-ML-NOTE
               MOVE WS-MP-NEW-AC (WS-M1)
                                TO WS-EL-AC
               MOVE WS-MP-NEW-DEP (WS-M1)
                                TO WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT.
       DB000-NEXT.
             ADD 1              TO WS-M2.
             GO TO DB000-PAIRS.
       DB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    T H E   R E F E R E N C E   F I L E S               *
      *                                                                *
      *    In impact mode each file is read and the references         *
      *    counted; in update mode the same pass rewrites them.  A     *
      *    file not on this system is reported and passed over.        *
      *                                                                *
      ******************************************************************
       EA000-REFERENCES.
             PERFORM EB000-GLBUDG THRU EB000-EXIT.
             PERFORM EC000-GLHIST THRU EC000-EXIT.
             PERFORM ED000-GLBTRN THRU ED000-EXIT.
             PERFORM EE000-PORDER THRU EE000-EXIT.
             PERFORM EF000-POSMAP THRU EF000-EXIT.
             PERFORM EG000-GLALOC THRU EG000-EXIT.
             PERFORM EH000-ICPAIR THRU EH000-EXIT.
             PERFORM EI000-GLINST THRU EI000-EXIT.
             PERFORM EJ000-SLGMAP THRU EJ000-EXIT.
             PERFORM EK000-STKMAP THRU EK000-EXIT.
             PERFORM EL000-CURREN THRU EL000-EXIT.
             PERFORM EM000-ASSETS THRU EM000-EXIT.
             PERFORM EN000-REQLIN THRU EN000-EXIT.
             PERFORM EO000-PCVOUC THRU EO000-EXIT.
             PERFORM EP000-PCFLOT THRU EP000-EXIT.
             PERFORM EQ000-DEFSCH THRU EQ000-EXIT.
             PERFORM ER000-REBCFG THRU ER000-EXIT.
             PERFORM ES000-UNPCFG THRU ES000-EXIT.
             PERFORM ET000-FLSCTL THRU ET000-EXIT.
       EA000-EXIT.
             EXIT.
      *
      *    ****    B U D G E T S   -   R E N U M B E R   O R   M E R G E
      *
       EB000-GLBUDG.
             MOVE 2             TO WS-F.
           IF WS-UPDATE
               OPEN I-O GLBUDG
           ELSE
               OPEN INPUT GLBUDG.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EB000-EXIT.
             MOVE 1             TO WS-BUDKEY.
             START GLBUDG KEY NOT < WS-BUDKEY.
           IF WS-STATUS NOT = "00"
               GO TO EB000-END.
       EB000-READ.
             READ GLBUDG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EB000-END.
           IF NOT BUD-ACTIVE
               GO TO EB000-READ.
             MOVE BUD-LEDG-AC   TO WS-ACCOUNT.
             MOVE BUD-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EB000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EB000-READ.
      *
      *    A budget already on file for the new account and year
      *    takes the amounts; otherwise the record is renumbered.
      *
             MOVE WS-BUDKEY     TO WS-SAVE-KEY.
             MOVE BUD-YEAR      TO WS-YEAR.
             PERFORM EB100-TARGET THRU EB100-EXIT.
             MOVE WS-SAVE-KEY   TO WS-BUDKEY.
             READ GLBUDG.
           IF WS-FOUND = ZERO
               MOVE WS-NEW-AC   TO BUD-LEDG-AC
               MOVE WS-NEW-DEP  TO BUD-DEPT
               REWRITE BUD-RECORD
               GO TO EB000-NEXT.
             MOVE ZERO          TO WS-P.
       EB000-HOLD.
             ADD 1              TO WS-P.
           IF WS-P < 14
               MOVE BUD-AMOUNT (WS-P)
                                TO WS-HD-DR (WS-P)
               MOVE ZERO        TO BUD-AMOUNT (WS-P)
               GO TO EB000-HOLD.
             MOVE "D"           TO BUD-STATUS.
             REWRITE BUD-RECORD.
             MOVE WS-TGT-KEY    TO WS-BUDKEY.
             READ GLBUDG.
             MOVE ZERO          TO WS-P.
       EB000-ADD.
             ADD 1              TO WS-P.
           IF WS-P < 14
               ADD WS-HD-DR (WS-P)
                                TO BUD-AMOUNT (WS-P)
               GO TO EB000-ADD.
             REWRITE BUD-RECORD.
       EB000-NEXT.
             MOVE WS-SAVE-KEY   TO WS-BUDKEY.
             START GLBUDG KEY > WS-BUDKEY.
           IF WS-STATUS NOT = "00"
               GO TO EB000-END.
             GO TO EB000-READ.
       EB000-END.
             CLOSE GLBUDG.
       EB000-EXIT.
             EXIT.
       EB100-TARGET.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-BUDKEY.
             START GLBUDG KEY NOT < WS-BUDKEY.
           IF WS-STATUS NOT = "00"
               GO TO EB100-EXIT.
       EB100-READ.
             READ GLBUDG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EB100-EXIT.
           IF WS-BUDKEY = WS-SAVE-KEY OR NOT BUD-ACTIVE
               GO TO EB100-READ.
           IF BUD-LEDG-AC NOT = WS-NEW-AC OR BUD-DEPT NOT = WS-NEW-DEP
            OR BUD-YEAR NOT = WS-YEAR
               GO TO EB100-READ.
             MOVE WS-BUDKEY     TO WS-TGT-KEY.
             MOVE 1             TO WS-FOUND.
       EB100-EXIT.
             EXIT.
      *
      *    ****    H I S T O R Y   -   R E N U M B E R   O R   M E R G E
      *
      *    GLHIST carries no status - a merged year is deleted once
      *    its figures are added to the surviving record.
      *
       EC000-GLHIST.
             MOVE 3             TO WS-F.
           IF WS-UPDATE
               OPEN I-O GLHIST
           ELSE
               OPEN INPUT GLHIST.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EC000-EXIT.
             MOVE 1             TO WS-GLHKEY.
             START GLHIST KEY NOT < WS-GLHKEY.
           IF WS-STATUS NOT = "00"
               GO TO EC000-END.
       EC000-READ.
             READ GLHIST NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EC000-END.
             MOVE GLH-LEDG-AC   TO WS-ACCOUNT.
             MOVE GLH-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EC000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EC000-READ.
             MOVE WS-GLHKEY     TO WS-SAVE-KEY.
             MOVE GLH-YEAR      TO WS-YEAR.
             PERFORM EC100-TARGET THRU EC100-EXIT.
             MOVE WS-SAVE-KEY   TO WS-GLHKEY.
             READ GLHIST.
           IF WS-FOUND = ZERO
               MOVE WS-NEW-AC   TO GLH-LEDG-AC
               MOVE WS-NEW-DEP  TO GLH-DEPT
               REWRITE GLH-RECORD
               GO TO EC000-NEXT.
             MOVE ZERO          TO WS-P.
       EC000-HOLD.
             ADD 1              TO WS-P.
           IF WS-P < 14
               MOVE GLH-NET (WS-P)
                                TO WS-HD-DR (WS-P)
               GO TO EC000-HOLD.
             DELETE GLHIST RECORD.
             MOVE WS-TGT-KEY    TO WS-GLHKEY.
             READ GLHIST.
             MOVE ZERO          TO WS-P.
       EC000-ADD.
             ADD 1              TO WS-P.
           IF WS-P < 14
               ADD WS-HD-DR (WS-P)
                                TO GLH-NET (WS-P)
               GO TO EC000-ADD.
             REWRITE GLH-RECORD.
       EC000-NEXT.
             MOVE WS-SAVE-KEY   TO WS-GLHKEY.
             START GLHIST KEY > WS-GLHKEY.
           IF WS-STATUS NOT = "00"
               GO TO EC000-END.
             GO TO EC000-READ.
       EC000-END.
             CLOSE GLHIST.
       EC000-EXIT.
             EXIT.
       EC100-TARGET.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-GLHKEY.
             START GLHIST KEY NOT < WS-GLHKEY.
           IF WS-STATUS NOT = "00"
               GO TO EC100-EXIT.
       EC100-READ.
             READ GLHIST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EC100-EXIT.
           IF WS-GLHKEY = WS-SAVE-KEY
               GO TO EC100-READ.
           IF GLH-LEDG-AC NOT = WS-NEW-AC OR GLH-DEPT NOT = WS-NEW-DEP
            OR GLH-YEAR NOT = WS-YEAR
               GO TO EC100-READ.
             MOVE WS-GLHKEY     TO WS-TGT-KEY.
             MOVE 1             TO WS-FOUND.
       EC100-EXIT.
             EXIT.
      *
      *    ****    B A T C H   L I N E S
      *
       ED000-GLBTRN.
             MOVE 4             TO WS-F.
           IF WS-UPDATE
               OPEN I-O GLBTRN
           ELSE
               OPEN INPUT GLBTRN.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO ED000-EXIT.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO ED000-END.
       ED000-READ.
             READ GLBTRN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO ED000-END.
           IF BTR-DELETED
               GO TO ED000-READ.
             MOVE BTR-LEDG-AC   TO WS-ACCOUNT.
             MOVE BTR-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO ED000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               MOVE WS-NEW-AC   TO BTR-LEDG-AC
               MOVE WS-NEW-DEP  TO BTR-DEPT
               REWRITE BTR-RECORD.
             GO TO ED000-READ.
       ED000-END.
             CLOSE GLBTRN.
       ED000-EXIT.
             EXIT.
      *
      *    ****    P U R C H A S E   O R D E R   C O M M I T M E N T S
      *
       EE000-PORDER.
             MOVE 5             TO WS-F.
           IF WS-UPDATE
               OPEN I-O PORDER
           ELSE
               OPEN INPUT PORDER.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EE000-EXIT.
             MOVE 1             TO WS-PORKEY.
             START PORDER KEY NOT < WS-PORKEY.
           IF WS-STATUS NOT = "00"
               GO TO EE000-END.
       EE000-READ.
             READ PORDER NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EE000-END.
           IF POR-LEDG-AC = ZERO
               GO TO EE000-READ.
             MOVE POR-LEDG-AC   TO WS-ACCOUNT.
             MOVE POR-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EE000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               MOVE WS-NEW-AC   TO POR-LEDG-AC
               MOVE WS-NEW-DEP  TO POR-DEPT
               REWRITE POR-RECORD.
             GO TO EE000-READ.
       EE000-END.
             CLOSE PORDER.
       EE000-EXIT.
             EXIT.
      *
      *    ****    P O S   T E N D E R   M A P
      *
       EF000-POSMAP.
             MOVE 6             TO WS-F.
           IF WS-UPDATE
               OPEN I-O POSMAP
           ELSE
               OPEN INPUT POSMAP.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EF000-EXIT.
             MOVE 1             TO WS-MAPKEY.
             START POSMAP KEY NOT < WS-MAPKEY.
           IF WS-STATUS NOT = "00"
               GO TO EF000-END.
       EF000-READ.
             READ POSMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EF000-END.
             MOVE MAP-ACCOUNT   TO WS-ACCOUNT.
             MOVE MAP-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EF000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               MOVE WS-NEW-AC   TO MAP-ACCOUNT
               MOVE WS-NEW-DEP  TO MAP-DEPT
               REWRITE MAP-RECORD.
             GO TO EF000-READ.
       EF000-END.
             CLOSE POSMAP.
       EF000-EXIT.
             EXIT.
      *
      *    ****    A L L O C A T I O N   R U L E S
      *
       EG000-GLALOC.
             MOVE 7             TO WS-F.
           IF WS-UPDATE
               OPEN I-O GLALOC
           ELSE
               OPEN INPUT GLALOC.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EG000-EXIT.
             MOVE 1             TO WS-ALOKEY.
             START GLALOC KEY NOT < WS-ALOKEY.
           IF WS-STATUS NOT = "00"
               GO TO EG000-END.
       EG000-READ.
             READ GLALOC NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EG000-END.
           IF ALO-DELETED
               GO TO EG000-READ.
             MOVE ZERO          TO WS-CHANGED.
             MOVE ALO-SOURCE-AC TO WS-ACCOUNT.
             MOVE ALO-SOURCE-DEP
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO ALO-SOURCE-AC
               MOVE WS-NEW-DEP  TO ALO-SOURCE-DEP.
             MOVE ALO-TARGET-AC TO WS-ACCOUNT.
             MOVE ALO-TARGET-DEP
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO ALO-TARGET-AC
               MOVE WS-NEW-DEP  TO ALO-TARGET-DEP.
           IF WS-CHANGED = ZERO
               GO TO EG000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               REWRITE ALO-RECORD.
             GO TO EG000-READ.
       EG000-END.
             CLOSE GLALOC.
       EG000-EXIT.
             EXIT.
      *
      *    ****    I N T E R - B R A N C H   P A I R S
      *
       EH000-ICPAIR.
             MOVE 8             TO WS-F.
           IF WS-UPDATE
               OPEN I-O ICPAIR
           ELSE
               OPEN INPUT ICPAIR.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EH000-EXIT.
             MOVE 1             TO WS-ICPKEY.
             START ICPAIR KEY NOT < WS-ICPKEY.
           IF WS-STATUS NOT = "00"
               GO TO EH000-END.
       EH000-READ.
             READ ICPAIR NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EH000-END.
           IF ICP-DELETED
               GO TO EH000-READ.
             MOVE ZERO          TO WS-CHANGED.
             MOVE ICP-DUE-FROM-AC
                                TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO ICP-DUE-FROM-AC.
             MOVE ICP-DUE-TO-AC TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO ICP-DUE-TO-AC.
           IF WS-CHANGED = ZERO
               GO TO EH000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               REWRITE ICP-RECORD.
             GO TO EH000-READ.
       EH000-END.
             CLOSE ICPAIR.
       EH000-EXIT.
             EXIT.
      *
      *    ****    I N S T R U C T I O N   L I S T
      *
       EI000-GLINST.
             MOVE 9             TO WS-F.
           IF WS-UPDATE
               OPEN I-O GLINST
           ELSE
               OPEN INPUT GLINST.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EI000-EXIT.
             MOVE 1             TO WS-GLINSTKEY.
             START GLINST KEY NOT < WS-GLINSTKEY.
           IF WS-STATUS NOT = "00"
               GO TO EI000-END.
       EI000-READ.
             READ GLINST NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EI000-END.
             MOVE ZERO          TO WS-CHANGED.
             MOVE INS-ACDT      TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO INS-ACDT.
             MOVE INS-ACCR      TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO INS-ACCR.
           IF WS-CHANGED = ZERO
               GO TO EI000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               REWRITE INS-RECORD.
             GO TO EI000-READ.
       EI000-END.
             CLOSE GLINST.
       EI000-EXIT.
             EXIT.
      *
      *    ****    S U B - L E D G E R   P O S T I N G   R U L E S
      *
       EJ000-SLGMAP.
             MOVE 10            TO WS-F.
           IF WS-UPDATE
               OPEN I-O SLGMAP
           ELSE
               OPEN INPUT SLGMAP.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EJ000-EXIT.
             MOVE 1             TO WS-SLMKEY.
             START SLGMAP KEY NOT < WS-SLMKEY.
           IF WS-STATUS NOT = "00"
               GO TO EJ000-END.
       EJ000-READ.
             READ SLGMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EJ000-END.
           IF SLM-DELETED OR SLM-ACCOUNT = ZERO
               GO TO EJ000-READ.
             MOVE SLM-ACCOUNT   TO WS-ACCOUNT.
             MOVE SLM-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EJ000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               MOVE WS-NEW-AC   TO SLM-ACCOUNT
               MOVE WS-NEW-DEP  TO SLM-DEPT
               REWRITE SLM-RECORD.
             GO TO EJ000-READ.
       EJ000-END.
             CLOSE SLGMAP.
       EJ000-EXIT.
             EXIT.
      *
      *    ****    S T O C K   P O S T I N G   R U L E S
      *
       EK000-STKMAP.
             MOVE 11            TO WS-F.
           IF WS-UPDATE
               OPEN I-O STKMAP
           ELSE
               OPEN INPUT STKMAP.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EK000-EXIT.
             MOVE 1             TO WS-SKMKEY.
             START STKMAP KEY NOT < WS-SKMKEY.
           IF WS-STATUS NOT = "00"
               GO TO EK000-END.
       EK000-READ.
             READ STKMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EK000-END.
           IF SKM-DELETED
               GO TO EK000-READ.
             MOVE ZERO          TO WS-CHANGED.
             MOVE SKM-STOCK-AC  TO WS-ACCOUNT.
             MOVE SKM-STOCK-DEPT
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO SKM-STOCK-AC
               MOVE WS-NEW-DEP  TO SKM-STOCK-DEPT.
             MOVE SKM-CONTRA-AC TO WS-ACCOUNT.
             MOVE SKM-CONTRA-DEPT
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO SKM-CONTRA-AC
               MOVE WS-NEW-DEP  TO SKM-CONTRA-DEPT.
           IF WS-CHANGED = ZERO
               GO TO EK000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               REWRITE SKM-RECORD.
             GO TO EK000-READ.
       EK000-END.
             CLOSE STKMAP.
       EK000-EXIT.
             EXIT.
      *
      *    ****    C U R R E N C Y   G A I N / L O S S
      *
       EL000-CURREN.
             MOVE 12            TO WS-F.
           IF WS-UPDATE
               OPEN I-O CURREN
           ELSE
               OPEN INPUT CURREN.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EL000-EXIT.
             MOVE 1             TO WS-CURKEY.
             START CURREN KEY NOT < WS-CURKEY.
           IF WS-STATUS NOT = "00"
               GO TO EL000-END.
       EL000-READ.
             READ CURREN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EL000-END.
           IF CUR-DELETED
               GO TO EL000-READ.
             MOVE ZERO          TO WS-CHANGED.
             MOVE CUR-GAIN-AC   TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO CUR-GAIN-AC.
             MOVE CUR-LOSS-AC   TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO CUR-LOSS-AC.
           IF WS-CHANGED = ZERO
               GO TO EL000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-UPDATE
               REWRITE CUR-RECORD.
             GO TO EL000-READ.
       EL000-END.
             CLOSE CURREN.
       EL000-EXIT.
             EXIT.
      *
      *    ****    F I X E D   A S S E T   R E G I S T E R
      *
      *    The asset, accumulated depreciation and depreciation
      *    accounts share one department on the register - it can
      *    only move when all three land in the same department.
      *
       EM000-ASSETS.
             MOVE 13            TO WS-F.
           IF WS-UPDATE
               OPEN I-O ASSETS
           ELSE
               OPEN INPUT ASSETS.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EM000-EXIT.
             MOVE 1             TO WS-ASTKEY.
             START ASSETS KEY NOT < WS-ASTKEY.
           IF WS-STATUS NOT = "00"
               GO TO EM000-END.
       EM000-READ.
             READ ASSETS NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EM000-END.
             MOVE AST-ASSET-AC  TO WS-AA-AC (1).
             MOVE AST-ACCDEP-AC TO WS-AA-AC (2).
             MOVE AST-DEPR-AC   TO WS-AA-AC (3).
             MOVE ZERO          TO WS-CHANGED WS-X.
       EM000-EACH.
             ADD 1              TO WS-X.
           IF WS-X > 3
               GO TO EM000-CHECK.
             MOVE WS-AA-AC (WS-X)
                                TO WS-ACCOUNT.
             MOVE AST-DEPT      TO WS-DEPT WS-AA-DEP (WS-X).
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO WS-AA-AC (WS-X)
               MOVE WS-NEW-DEP  TO WS-AA-DEP (WS-X).
             GO TO EM000-EACH.
       EM000-CHECK.
           IF WS-CHANGED = ZERO
               GO TO EM000-READ.
           IF WS-AA-DEP (1) NOT = WS-AA-DEP (2)
            OR WS-AA-DEP (1) NOT = WS-AA-DEP (3)
               MOVE "ASSET ACCOUNTS SPLIT ACROSS DEPARTMENTS - ASSET"
                                TO WS-EL-TEXT
               MOVE AST-NUMBER  TO WS-EL-AC
               MOVE AST-DEPT    TO WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT
               GO TO EM000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EM000-READ.
             MOVE WS-AA-AC (1)  TO AST-ASSET-AC.
             MOVE WS-AA-AC (2)  TO AST-ACCDEP-AC.
             MOVE WS-AA-AC (3)  TO AST-DEPR-AC.
             MOVE WS-AA-DEP (1) TO AST-DEPT.
             REWRITE AST-RECORD.
             GO TO EM000-READ.
       EM000-END.
             CLOSE ASSETS.
       EM000-EXIT.
             EXIT.
      *
      *    ****    R E Q U I S I T I O N   L I N E S
      *
       EN000-REQLIN.
             MOVE 14            TO WS-F.
           IF WS-UPDATE
               OPEN I-O REQLIN
           ELSE
               OPEN INPUT REQLIN.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EN000-EXIT.
             MOVE 1             TO WS-REQKEY.
             START REQLIN KEY NOT < WS-REQKEY.
           IF WS-STATUS NOT = "00"
               GO TO EN000-END.
       EN000-READ.
             READ REQLIN NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EN000-END.
           IF REQ-LEDG-AC NOT NUMERIC OR REQ-LEDG-AC = ZERO
               GO TO EN000-READ.
             MOVE REQ-LEDG-AC   TO WS-ACCOUNT.
             MOVE REQ-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EN000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EN000-READ.
             MOVE WS-NEW-AC     TO REQ-LEDG-AC.
             MOVE WS-NEW-DEP    TO REQ-DEPT.
             REWRITE REQ-RECORD.
             MOVE REQ-NUMBER    TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
             GO TO EN000-READ.
       EN000-END.
             CLOSE REQLIN.
       EN000-EXIT.
             EXIT.
      *
      *    ****    P E T T Y   C A S H   V O U C H E R S
      *
      *    Uncoded till paid-outs carry no account yet.
      *
       EO000-PCVOUC.
             MOVE 15            TO WS-F.
           IF WS-UPDATE
               OPEN I-O PCVOUC
           ELSE
               OPEN INPUT PCVOUC.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EO000-EXIT.
             MOVE 1             TO WS-PCVKEY.
             START PCVOUC KEY NOT < WS-PCVKEY.
           IF WS-STATUS NOT = "00"
               GO TO EO000-END.
       EO000-READ.
             READ PCVOUC NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EO000-END.
           IF PCV-DELETED OR PCV-LEDG-AC NOT NUMERIC
            OR PCV-LEDG-AC = ZERO
               GO TO EO000-READ.
             MOVE PCV-LEDG-AC   TO WS-ACCOUNT.
             MOVE PCV-DEPT      TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = ZERO
               GO TO EO000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EO000-READ.
             MOVE WS-NEW-AC     TO PCV-LEDG-AC.
             MOVE WS-NEW-DEP    TO PCV-DEPT.
             REWRITE PCV-RECORD.
             MOVE PCV-NUMBER    TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
             GO TO EO000-READ.
       EO000-END.
             CLOSE PCVOUC.
       EO000-EXIT.
             EXIT.
      *
      *    ****    P E T T Y   C A S H   F L O A T S
      *
       EP000-PCFLOT.
             MOVE 16            TO WS-F.
           IF WS-UPDATE
               OPEN I-O PCFLOT
           ELSE
               OPEN INPUT PCFLOT.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EP000-EXIT.
             MOVE 1             TO WS-PCFKEY.
             START PCFLOT KEY NOT < WS-PCFKEY.
           IF WS-STATUS NOT = "00"
               GO TO EP000-END.
       EP000-READ.
             READ PCFLOT NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EP000-END.
           IF PCF-DELETED
               GO TO EP000-READ.
             MOVE ZERO          TO WS-CHANGED.
             MOVE PCF-FLOAT-AC  TO WS-ACCOUNT.
             MOVE PCF-FLOAT-DEPT
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO PCF-FLOAT-AC
               MOVE WS-NEW-DEP  TO PCF-FLOAT-DEPT.
             MOVE PCF-BANK-AC   TO WS-ACCOUNT.
             MOVE PCF-BANK-DEPT TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO PCF-BANK-AC
               MOVE WS-NEW-DEP  TO PCF-BANK-DEPT.
           IF WS-CHANGED = ZERO
               GO TO EP000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EP000-READ.
             REWRITE PCF-RECORD.
             MOVE PCF-FLOAT     TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
             GO TO EP000-READ.
       EP000-END.
             CLOSE PCFLOT.
       EP000-EXIT.
             EXIT.
      *
      *    ****    D E F E R R E D - I N C O M E   S C H E D U L E S
      *
      *    The control record's accounts are the ones new schedules
      *    take; each schedule keeps the pair it was booked with,
      *    which its releases reverse.
      *
       EQ000-DEFSCH.
             MOVE 17            TO WS-F.
           IF WS-UPDATE
               OPEN I-O DEFSCH
           ELSE
               OPEN INPUT DEFSCH.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO EQ000-EXIT.
             MOVE 1             TO WS-DFSKEY.
             START DEFSCH KEY NOT < WS-DFSKEY.
           IF WS-STATUS NOT = "00"
               GO TO EQ000-END.
       EQ000-READ.
             READ DEFSCH NEXT.
           IF WS-STATUS NOT = "00"
               GO TO EQ000-END.
             MOVE ZERO          TO WS-CHANGED.
           IF DFS-INCOME-AC NOT NUMERIC OR DFS-INCOME-AC = ZERO
               GO TO EQ000-DEFER.
             MOVE DFS-INCOME-AC TO WS-ACCOUNT.
             MOVE DFS-INCOME-DEPT
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO DFS-INCOME-AC
               MOVE WS-NEW-DEP  TO DFS-INCOME-DEPT.
       EQ000-DEFER.
           IF DFS-DEFER-AC NOT NUMERIC OR DFS-DEFER-AC = ZERO
               GO TO EQ000-CHECK.
             MOVE DFS-DEFER-AC  TO WS-ACCOUNT.
             MOVE DFS-DEFER-DEPT
                                TO WS-DEPT.
             PERFORM XM000-MAP-PAIR THRU XM000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO DFS-DEFER-AC
               MOVE WS-NEW-DEP  TO DFS-DEFER-DEPT.
       EQ000-CHECK.
           IF WS-CHANGED = ZERO
               GO TO EQ000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO EQ000-READ.
             REWRITE DFS-RECORD.
             MOVE WS-DFSKEY     TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
             GO TO EQ000-READ.
       EQ000-END.
             CLOSE DEFSCH.
       EQ000-EXIT.
             EXIT.
      *
      *    ****    R E B A T E   A C C O U N T S
      *
       ER000-REBCFG.
             MOVE 18            TO WS-F.
           IF WS-UPDATE
               OPEN I-O REBCFG
           ELSE
               OPEN INPUT REBCFG.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO ER000-EXIT.
             MOVE 1             TO WS-RBCKEY.
             START REBCFG KEY NOT < WS-RBCKEY.
           IF WS-STATUS NOT = "00"
               GO TO ER000-END.
       ER000-READ.
             READ REBCFG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO ER000-END.
             MOVE ZERO          TO WS-CHANGED.
           IF RBC-LIAB-AC NOT NUMERIC
               GO TO ER000-EXP.
             MOVE RBC-LIAB-AC   TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO RBC-LIAB-AC.
       ER000-EXP.
           IF RBC-EXP-AC NOT NUMERIC
               GO TO ER000-CHECK.
             MOVE RBC-EXP-AC    TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO RBC-EXP-AC.
       ER000-CHECK.
           IF WS-CHANGED = ZERO
               GO TO ER000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO ER000-READ.
             REWRITE RBC-RECORD.
             MOVE WS-RBCKEY     TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
             GO TO ER000-READ.
       ER000-END.
             CLOSE REBCFG.
       ER000-EXIT.
             EXIT.
      *
      *    ****    S T A L E - C H E Q U E   A C C O U N T S
      *
       ES000-UNPCFG.
             MOVE 19            TO WS-F.
           IF WS-UPDATE
               OPEN I-O UNPCFG
           ELSE
               OPEN INPUT UNPCFG.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO ES000-EXIT.
             MOVE 1             TO WS-UPCKEY.
             START UNPCFG KEY NOT < WS-UPCKEY.
           IF WS-STATUS NOT = "00"
               GO TO ES000-END.
       ES000-READ.
             READ UNPCFG NEXT.
           IF WS-STATUS NOT = "00"
               GO TO ES000-END.
             MOVE ZERO          TO WS-CHANGED.
           IF UPC-BANK-AC NOT NUMERIC
               GO TO ES000-UNCLAIMED.
             MOVE UPC-BANK-AC   TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO UPC-BANK-AC.
       ES000-UNCLAIMED.
           IF UPC-UNCLAIMED-AC NOT NUMERIC
               GO TO ES000-CHECK.
             MOVE UPC-UNCLAIMED-AC
                                TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO UPC-UNCLAIMED-AC.
       ES000-CHECK.
           IF WS-CHANGED = ZERO
               GO TO ES000-READ.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO ES000-READ.
             REWRITE UPC-RECORD.
             MOVE WS-UPCKEY     TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
             GO TO ES000-READ.
       ES000-END.
             CLOSE UNPCFG.
       ES000-EXIT.
             EXIT.
      *
      *    ****    F L A S H   B U D G E T   A C C O U N T S
      *
      *    The five GLBUDG accounts the management flash measures
      *    against; zero is none.
      *
       ET000-FLSCTL.
             MOVE 20            TO WS-F.
           IF WS-UPDATE
               OPEN I-O FLSCTL
           ELSE
               OPEN INPUT FLSCTL.
           IF WS-STATUS NOT = "00"
               MOVE "N"         TO WS-FX (WS-F)
               GO TO ET000-EXIT.
             MOVE 1             TO WS-FLCKEY.
             READ FLSCTL.
           IF WS-STATUS NOT = "00"
               GO TO ET000-END.
             MOVE ZERO          TO WS-CHANGED.
             MOVE 1             TO WS-B.
       ET000-LOOP.
           IF WS-B > 5
               GO TO ET000-CHECK.
           IF FLC-BUD-AC (WS-B) NOT NUMERIC
               GO TO ET000-NEXT.
             MOVE FLC-BUD-AC (WS-B)
                                TO WS-ACCOUNT.
             PERFORM XR000-ACCOUNT-ONLY THRU XR000-EXIT.
           IF WS-MAPPED = 1
               MOVE 1           TO WS-CHANGED
               MOVE WS-NEW-AC   TO FLC-BUD-AC (WS-B).
       ET000-NEXT.
             ADD 1              TO WS-B.
             GO TO ET000-LOOP.
       ET000-CHECK.
           IF WS-CHANGED = ZERO
               GO TO ET000-END.
             ADD 1              TO WS-FC (WS-F).
           IF WS-IMPACT
               GO TO ET000-END.
             REWRITE FLC-RECORD.
             MOVE WS-FLCKEY     TO WS-EL-AC.
             PERFORM XW000-REWRITTEN THRU XW000-EXIT.
       ET000-END.
             CLOSE FLSCTL.
       ET000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    R U N   T H E   R E N U M B E R                     *
      *                                                                *
      *    The impact check is repeated on the current files and       *
      *    any error refuses the run.  The proof totals are taken      *
      *    either side of the change; the map entries applied are      *
      *    marked so a second run cannot apply them again.             *
      *                                                                *
      ******************************************************************
       FA000-RUN.
             MOVE "A"           TO WS-RL-ACTION.
             MOVE "GLPOST"      TO WS-RL-CLASS.
             MOVE "GLP067"      TO WS-RL-JOB.
             MOVE WS-OPER       TO WS-RL-OPER.
             CALL "RUNLCK" USING WS-RL-PARAMS.
           IF WS-RL-GRANTED = ZERO
               DISPLAY "Run refused - lock held by job " AT 2212
                       WITH FOREGROUND-COLOR 12
                       WS-RL-HLD-JOB WITH FOREGROUND-COLOR 11
               DISPLAY "operator " AT 2312
                       WITH FOREGROUND-COLOR 12
                       WS-RL-HLD-OPER WITH FOREGROUND-COLOR 11
               GO TO FA000-EXIT.
             MOVE "RENUMBER RUN - IMPACT AND PROOF" TO WS-TI-TEXT.
             PERFORM DA000-CHECK THRU DA000-EXIT.
           IF WS-MP-MAX = ZERO
               DISPLAY "Nothing mapped                          "
                       AT 2312 WITH FOREGROUND-COLOR 14
               GO TO FA000-END.
           IF WS-ERRORS NOT = ZERO
               DISPLAY "Errors on the impact report - nothing changed"
                       AT 2312 WITH FOREGROUND-COLOR 12
               GO TO FA000-END.
             DISPLAY "Renumber now - backup taken (Y/N)?" AT 2212.
             MOVE "N"           TO WS-ANSWER.
             ACCEPT WS-ANSWER AT 2248
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF NOT (WS-ANSWER = "Y" OR "y")
               MOVE "RUN ABANDONED - NOTHING CHANGED" TO REP-LINE
               WRITE REP-LINE
               GO TO FA000-END.
             DISPLAY "Renumbering - do not interrupt        " AT 2312
                     WITH FOREGROUND-COLOR 14.
             MOVE 1             TO WS-X.
             PERFORM GA000-PROOF THRU GA000-EXIT.
             MOVE "U"           TO WS-MODE.
             PERFORM XZ000-CLEAR-COUNTS THRU XZ000-EXIT.
             PERFORM FB000-GACCNT THRU FB000-EXIT.
             PERFORM EA000-REFERENCES THRU EA000-EXIT.
             PERFORM FC000-APPLIED THRU FC000-EXIT.
             MOVE 2             TO WS-X.
             PERFORM GA000-PROOF THRU GA000-EXIT.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE "REFERENCES CHANGED" TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XC000-COUNTS THRU XC000-EXIT.
             PERFORM GB000-PROOF-PRINT THRU GB000-EXIT.
       FA000-END.
             CLOSE PRNREP.
             MOVE "R"           TO WS-RL-ACTION.
             CALL "RUNLCK" USING WS-RL-PARAMS.
       FA000-EXIT.
             EXIT.
      *
      *    ****    T H E   L E D G E R   A C C O U N T S
      *
      *    Taken in map order, so where several old accounts meet
      *    on a new number the first is renumbered and the rest
      *    merge into it.  A merged account is zeroed and closed.
      *
       FB000-GACCNT.
             OPEN I-O GACCNT.
             MOVE 1             TO WS-M1.
       FB000-ENTRY.
           IF WS-M1 > WS-MP-MAX
               GO TO FB000-END.
             MOVE WS-MP-NEW-AC (WS-M1)
                                TO WS-ACCOUNT WS-NEW-AC.
             MOVE WS-MP-NEW-DEP (WS-M1)
                                TO WS-DEPT WS-NEW-DEP.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
             MOVE WS-FOUND      TO WS-MERGE.
             MOVE WS-GLKEY      TO WS-TGT-KEY.
             MOVE WS-MP-OLD-AC (WS-M1)
                                TO WS-ACCOUNT.
             MOVE WS-MP-OLD-DEP (WS-M1)
                                TO WS-DEPT.
             PERFORM XE000-FIND-GACCNT THRU XE000-EXIT.
           IF WS-FOUND = ZERO
               GO TO FB000-NEXT.
             ADD 1              TO WS-FC (1).
             MOVE GL-RECORD     TO WS-JW-BEFORE.
           IF WS-MERGE = ZERO
               MOVE WS-NEW-AC   TO GL-LEDG-AC
               MOVE WS-NEW-DEP  TO GL-DEPT
               REWRITE GL-RECORD
               PERFORM XJ000-JOURNAL THRU XJ000-EXIT
               GO TO FB000-NEXT.
             PERFORM XH000-HOLD THRU XH000-EXIT.
             MOVE "D"           TO GL-STATUS.
             REWRITE GL-RECORD.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             MOVE WS-TGT-KEY    TO WS-GLKEY.
             READ GACCNT.
             MOVE GL-RECORD     TO WS-JW-BEFORE.
             PERFORM XH100-ADD THRU XH100-EXIT.
             REWRITE GL-RECORD.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
       FB000-NEXT.
             ADD 1              TO WS-M1.
             GO TO FB000-ENTRY.
       FB000-END.
             CLOSE GACCNT.
       FB000-EXIT.
             EXIT.
      *
      *    ****    M A R K   T H E   M A P   A P P L I E D
      *
       FC000-APPLIED.
             MOVE 1             TO WS-AMPKEY.
             START ACMAP KEY NOT < WS-AMPKEY.
           IF WS-STATUS NOT = "00"
               GO TO FC000-EXIT.
       FC000-READ.
             READ ACMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FC000-EXIT.
           IF NOT AMP-ACTIVE
               GO TO FC000-READ.
             MOVE "P"           TO AMP-STATUS.
             MOVE WS-TODAY-N    TO AMP-DATE.
             REWRITE AMP-RECORD.
             GO TO FC000-READ.
       FC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P R O O F   T O T A L S                             *
      *                                                                *
      *    WS-X selects the before (1) or after (2) column.            *
      *                                                                *
      ******************************************************************
       GA000-PROOF.
             MOVE ZERO          TO WS-PF-OPEN (WS-X) WS-PF-DR (WS-X)
                                   WS-PF-CR (WS-X) WS-PF-LY (WS-X)
                                   WS-PF-BUDG (WS-X)
                                   WS-PF-HIST (WS-X)
                                   WS-PF-BATCH (WS-X).
             OPEN INPUT GACCNT.
           IF WS-STATUS NOT = "00"
               GO TO GA000-BUDG.
             MOVE 1             TO WS-GLKEY.
             START GACCNT KEY NOT < WS-GLKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-GL-END.
       GA000-GL-READ.
             READ GACCNT NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-GL-END.
           IF NOT GL-ACTIVE
               GO TO GA000-GL-READ.
             ADD GL-OPEN-BAL    TO WS-PF-OPEN (WS-X).
             MOVE ZERO          TO WS-P.
       GA000-GL-PER.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO GA000-GL-READ.
             ADD GL-PER-DR (WS-P)
                                TO WS-PF-DR (WS-X).
             ADD GL-PER-CR (WS-P)
                                TO WS-PF-CR (WS-X).
             ADD GL-LY-NET (WS-P)
                                TO WS-PF-LY (WS-X).
             GO TO GA000-GL-PER.
       GA000-GL-END.
             CLOSE GACCNT.
       GA000-BUDG.
             OPEN INPUT GLBUDG.
           IF WS-STATUS NOT = "00"
               GO TO GA000-HIST.
             MOVE 1             TO WS-BUDKEY.
             START GLBUDG KEY NOT < WS-BUDKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-BUD-END.
       GA000-BUD-READ.
             READ GLBUDG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-BUD-END.
           IF NOT BUD-ACTIVE
               GO TO GA000-BUD-READ.
             MOVE ZERO          TO WS-P.
       GA000-BUD-PER.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO GA000-BUD-READ.
             ADD BUD-AMOUNT (WS-P)
                                TO WS-PF-BUDG (WS-X).
             GO TO GA000-BUD-PER.
       GA000-BUD-END.
             CLOSE GLBUDG.
       GA000-HIST.
             OPEN INPUT GLHIST.
           IF WS-STATUS NOT = "00"
               GO TO GA000-BATCH.
             MOVE 1             TO WS-GLHKEY.
             START GLHIST KEY NOT < WS-GLHKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-HIS-END.
       GA000-HIS-READ.
             READ GLHIST NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-HIS-END.
             MOVE ZERO          TO WS-P.
       GA000-HIS-PER.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO GA000-HIS-READ.
             ADD GLH-NET (WS-P) TO WS-PF-HIST (WS-X).
             GO TO GA000-HIS-PER.
       GA000-HIS-END.
             CLOSE GLHIST.
       GA000-BATCH.
             OPEN INPUT GLBTRN.
           IF WS-STATUS NOT = "00"
               GO TO GA000-EXIT.
             MOVE 1             TO WS-GBTKEY.
             START GLBTRN KEY NOT < WS-GBTKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-BAT-END.
       GA000-BAT-READ.
             READ GLBTRN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-BAT-END.
           IF NOT BTR-DELETED
               ADD BTR-AMOUNT   TO WS-PF-BATCH (WS-X).
             GO TO GA000-BAT-READ.
       GA000-BAT-END.
             CLOSE GLBTRN.
       GA000-EXIT.
             EXIT.
      *
      *    ****    P R I N T   T H E   P R O O F
      *
       GB000-PROOF-PRINT.
             MOVE ZERO          TO WS-DIFFERS.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "PROOF               "
                    "            BEFORE              AFTER"
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE "OPENING BALANCES"   TO WS-PL-TEXT.
             MOVE WS-PF-OPEN (1)       TO WS-PL-BEFORE.
             MOVE WS-PF-OPEN (2)       TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-OPEN (1) NOT = WS-PF-OPEN (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
             MOVE "PERIOD DEBITS"      TO WS-PL-TEXT.
             MOVE WS-PF-DR (1)         TO WS-PL-BEFORE.
             MOVE WS-PF-DR (2)         TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-DR (1) NOT = WS-PF-DR (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
             MOVE "PERIOD CREDITS"     TO WS-PL-TEXT.
             MOVE WS-PF-CR (1)         TO WS-PL-BEFORE.
             MOVE WS-PF-CR (2)         TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-CR (1) NOT = WS-PF-CR (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
             MOVE "LAST YEAR NET"      TO WS-PL-TEXT.
             MOVE WS-PF-LY (1)         TO WS-PL-BEFORE.
             MOVE WS-PF-LY (2)         TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-LY (1) NOT = WS-PF-LY (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
             MOVE "BUDGETS"            TO WS-PL-TEXT.
             MOVE WS-PF-BUDG (1)       TO WS-PL-BEFORE.
             MOVE WS-PF-BUDG (2)       TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-BUDG (1) NOT = WS-PF-BUDG (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
             MOVE "HISTORY"            TO WS-PL-TEXT.
             MOVE WS-PF-HIST (1)       TO WS-PL-BEFORE.
             MOVE WS-PF-HIST (2)       TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-HIST (1) NOT = WS-PF-HIST (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
             MOVE "BATCH LINES"        TO WS-PL-TEXT.
             MOVE WS-PF-BATCH (1)      TO WS-PL-BEFORE.
             MOVE WS-PF-BATCH (2)      TO WS-PL-AFTER.
             MOVE "AGREES"             TO WS-PL-NOTE.
           IF WS-PF-BATCH (1) NOT = WS-PF-BATCH (2)
               MOVE 1                  TO WS-DIFFERS
               MOVE "*** DIFFERS ***"  TO WS-PL-NOTE.
             WRITE REP-LINE FROM WS-PRF-LINE.
           IF WS-DIFFERS = ZERO
               DISPLAY "Renumber complete - proof agrees, GLP067.PRN"
                       AT 2312 WITH FOREGROUND-COLOR 10
           ELSE
               DISPLAY "Renumber complete - PROOF DIFFERS, see report"
                       AT 2312 WITH FOREGROUND-COLOR 12.
       GB000-EXIT.
             EXIT.
      /
      *
      *    ****    L O C A T E   A   M A P   E N T R Y
      *
       XA000-FIND-MAP.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-AMPKEY.
             START ACMAP KEY NOT < WS-AMPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
       XA000-READ.
             READ ACMAP NEXT.
           IF WS-STATUS NOT = "00"
               GO TO XA000-EXIT.
           IF AMP-OLD-AC = WS-ACCOUNT AND AMP-OLD-DEPT = WS-DEPT
            AND AMP-ACTIVE
               MOVE 1           TO WS-FOUND
               GO TO XA000-EXIT.
             GO TO XA000-READ.
       XA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   M A P   S L O T
      *
       XB000-NEXT-MAP.
             MOVE 1             TO WS-AMPKEY.
             START ACMAP KEY NOT < WS-AMPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ ACMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               ADD 1            TO WS-AMPKEY
               GO TO XB000-EXIT.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    P R I N T   T H E   R E F E R E N C E   C O U N T S
      *
       XC000-COUNTS.
             MOVE 1             TO WS-F.
       XC000-LOOP.
           IF WS-F > 20
               GO TO XC000-EXIT.
             MOVE SPACES        TO WS-CNT-LINE.
             MOVE WS-FN (WS-F)  TO WS-CL-FILE.
           IF WS-FX (WS-F) = "N"
               MOVE "NOT ON FILE"
                                TO WS-CL-TEXT
           ELSE
               MOVE "RECORDS"   TO WS-CL-TEXT
               MOVE WS-FC (WS-F)
                                TO WS-CL-COUNT.
             WRITE REP-LINE FROM WS-CNT-LINE.
             ADD 1              TO WS-F.
             GO TO XC000-LOOP.
       XC000-EXIT.
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
             READ GACCNT NEXT.
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
      *    ****    A C C O U N T   B A L A N C E
      *
       XG000-BALANCE.
             MOVE GL-OPEN-BAL   TO WS-BALANCE.
             MOVE ZERO          TO WS-P.
       XG000-LOOP.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO XG000-EXIT.
             COMPUTE WS-BALANCE = WS-BALANCE
                     + GL-PER-DR (WS-P) - GL-PER-CR (WS-P).
             GO TO XG000-LOOP.
       XG000-EXIT.
             EXIT.
      *
      *    ****    L I F T   T H E   F I G U R E S   O F F   A N
      *            A C C O U N T   B E I N G   M E R G E D
      *
       XH000-HOLD.
             MOVE GL-OPEN-BAL   TO WS-HD-OPEN.
             MOVE GL-PROTECT    TO WS-HD-PROTECT.
             MOVE ZERO          TO GL-OPEN-BAL.
             MOVE ZERO          TO WS-P.
       XH000-LOOP.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO XH000-EXIT.
             MOVE GL-PER-DR (WS-P)
                                TO WS-HD-DR (WS-P).
             MOVE GL-PER-CR (WS-P)
                                TO WS-HD-CR (WS-P).
             MOVE GL-LY-NET (WS-P)
                                TO WS-HD-LY (WS-P).
             MOVE ZERO          TO GL-PER-DR (WS-P) GL-PER-CR (WS-P)
                                   GL-LY-NET (WS-P).
             GO TO XH000-LOOP.
       XH000-EXIT.
             EXIT.
      *
      *    A protected account merged in keeps the survivor protected
      *
       XH100-ADD.
             ADD WS-HD-OPEN     TO GL-OPEN-BAL.
           IF WS-HD-PROTECT = "S"
               MOVE "S"         TO GL-PROTECT.
             MOVE ZERO          TO WS-P.
       XH100-LOOP.
             ADD 1              TO WS-P.
           IF WS-P > 13
               GO TO XH100-EXIT.
             ADD WS-HD-DR (WS-P)
                                TO GL-PER-DR (WS-P).
             ADD WS-HD-CR (WS-P)
                                TO GL-PER-CR (WS-P).
             ADD WS-HD-LY (WS-P)
                                TO GL-LY-NET (WS-P).
             GO TO XH100-LOOP.
       XH100-EXIT.
             EXIT.
      *
      *    ****    J O U R N A L   A   L E D G E R   C H A N G E
      *
       XJ000-JOURNAL.
             MOVE "G"           TO WS-JW-FILE.
             MOVE WS-GLKEY      TO WS-JW-KEY.
             MOVE "R"           TO WS-JW-ACTION.
             MOVE WS-OPER       TO WS-JW-USER.
             MOVE "GLP067"      TO WS-JW-PROGRAM.
             MOVE GL-RECORD     TO WS-JW-AFTER.
             CALL "JRNWRT" USING WS-JW-PARAMS.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    L O A D   T H E   M A P   E N T R I E S
      *
       XL000-LOAD-MAP.
             MOVE ZERO          TO WS-MP-MAX.
             MOVE 1             TO WS-AMPKEY.
             START ACMAP KEY NOT < WS-AMPKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
       XL000-READ.
             READ ACMAP NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-EXIT.
           IF NOT AMP-ACTIVE
               GO TO XL000-READ.
           IF WS-MP-MAX NOT < 300
               MOVE "MAP HAS MORE THAN 300 ENTRIES" TO WS-EL-TEXT
               MOVE AMP-OLD-AC  TO WS-EL-AC
               MOVE AMP-OLD-DEPT
                                TO WS-EL-DEP
               PERFORM XQ000-ERROR THRU XQ000-EXIT
               GO TO XL000-EXIT.
             ADD 1              TO WS-MP-MAX.
             MOVE AMP-OLD-AC    TO WS-MP-OLD-AC (WS-MP-MAX).
             MOVE AMP-OLD-DEPT  TO WS-MP-OLD-DEP (WS-MP-MAX).
             MOVE AMP-NEW-AC    TO WS-MP-NEW-AC (WS-MP-MAX).
             MOVE AMP-NEW-DEPT  TO WS-MP-NEW-DEP (WS-MP-MAX).
             MOVE SPACE         TO WS-MP-TYPE (WS-MP-MAX).
             MOVE SPACES        TO WS-MP-ACTION (WS-MP-MAX).
             MOVE ZERO          TO WS-MP-BAL (WS-MP-MAX).
             GO TO XL000-READ.
       XL000-EXIT.
             EXIT.
      *
      *    ****    M A P   A C C O U N T / D E P T
      *
       XM000-MAP-PAIR.
             MOVE ZERO          TO WS-MAPPED.
             MOVE WS-ACCOUNT    TO WS-NEW-AC.
             MOVE WS-DEPT       TO WS-NEW-DEP.
             MOVE 1             TO WS-M2.
       XM000-LOOP.
           IF WS-M2 > WS-MP-MAX
               GO TO XM000-EXIT.
           IF WS-MP-OLD-AC (WS-M2) = WS-ACCOUNT
            AND WS-MP-OLD-DEP (WS-M2) = WS-DEPT
               MOVE WS-MP-NEW-AC (WS-M2)
                                TO WS-NEW-AC
               MOVE WS-MP-NEW-DEP (WS-M2)
                                TO WS-NEW-DEP
               MOVE 1           TO WS-MAPPED
               GO TO XM000-EXIT.
             ADD 1              TO WS-M2.
             GO TO XM000-LOOP.
       XM000-EXIT.
             EXIT.
      *
      *    ****    M A P   A C C O U N T   O N L Y
      *
      *    Every mapping of the old account must name the same new
      *    account; a split cannot be resolved and is reported.
      *
       XR000-ACCOUNT-ONLY.
             MOVE ZERO          TO WS-MAPPED WS-SPLIT.
             MOVE WS-ACCOUNT    TO WS-NEW-AC.
           IF WS-ACCOUNT = ZERO
               GO TO XR000-EXIT.
             MOVE 1             TO WS-M2.
       XR000-LOOP.
           IF WS-M2 > WS-MP-MAX
               GO TO XR000-CHECK.
           IF WS-MP-OLD-AC (WS-M2) NOT = WS-ACCOUNT
               GO TO XR000-NEXT.
           IF WS-MAPPED = 1 AND WS-MP-NEW-AC (WS-M2) NOT = WS-NEW-AC
               MOVE 1           TO WS-SPLIT.
             MOVE WS-MP-NEW-AC (WS-M2)
                                TO WS-NEW-AC.
             MOVE 1             TO WS-MAPPED.
       XR000-NEXT.
             ADD 1              TO WS-M2.
             GO TO XR000-LOOP.
       XR000-CHECK.
           IF WS-MAPPED = 1 AND WS-NEW-AC = WS-ACCOUNT
               MOVE ZERO        TO WS-MAPPED.
           IF WS-SPLIT = ZERO
               GO TO XR000-EXIT.
             MOVE ZERO          TO WS-MAPPED.
             MOVE WS-ACCOUNT    TO WS-NEW-AC.
             MOVE SPACES        TO WS-EL-TEXT.
             STRING "ACCOUNT-ONLY SPLIT MAPPING ON "
                    WS-FN (WS-F) DELIMITED SIZE INTO WS-EL-TEXT.
             MOVE WS-ACCOUNT    TO WS-EL-AC.
             MOVE ZERO          TO WS-EL-DEP.
             PERFORM XQ000-ERROR THRU XQ000-EXIT.
       XR000-EXIT.
             EXIT.
      *
      *    ****    C H E C K   A   R E W R I T E
      *
      *    WS-EL-AC holds the record's number for the report; the
      *    count on the register is taken back off for a record that
      *    did not go.
      *
       XW000-REWRITTEN.
           IF WS-STATUS = "00"
               GO TO XW000-EXIT.
             MOVE SPACES        TO WS-EL-TEXT.
             STRING "REWRITE FAILED ON " WS-FN (WS-F)
                    " STATUS " WS-STATUS
                    DELIMITED SIZE INTO WS-EL-TEXT.
             MOVE ZERO          TO WS-EL-DEP.
             PERFORM XQ000-ERROR THRU XQ000-EXIT.
             SUBTRACT 1         FROM WS-FC (WS-F).
       XW000-EXIT.
             EXIT.
      *
      *    ****    R E P O R T   A N   E R R O R
      *
       XQ000-ERROR.
             WRITE REP-LINE FROM WS-ERR-LINE.
             ADD 1              TO WS-ERRORS.
       XQ000-EXIT.
             EXIT.
      *
      *    ****    C L E A R   T H E   F I L E   C O U N T S
      *
       XZ000-CLEAR-COUNTS.
             MOVE 1             TO WS-F.
       XZ000-LOOP.
           IF WS-F > 20
               GO TO XZ000-EXIT.
             MOVE ZERO          TO WS-FC (WS-F).
             MOVE SPACE         TO WS-FX (WS-F).
             ADD 1              TO WS-F.
             GO TO XZ000-LOOP.
       XZ000-EXIT.
             EXIT.
