      *      'A'  aged outstanding-reservations report so forgotten    *
      *           slips do not lock stock forever                      *
      *                                                                *
      *    A reservation refused for want of free stock can tell the   *
      *    job's customer their parts are awaited (NTFQUE, event PS).  *
      *                                                                *
      *      'U'  unused parts brought back against the job and an     *
      *           issued requisition:  the stock goes back into the    *
      *           issuing location (a positive IS movement, so the     *
      *           ledger run returns it from work in progress), the    *
      *           job's parts line is credited at its original cost    *
      *           by a negative JOBDET line, and any reservation       *
      *           still open for the item on the job is released.      *
      *           A return against an invoiced parts line is refused.  *
      *      'L'  parts returned between two dates, by job with the    *
      *           technician, and totals per technician                *
      *                                                                *
      *    Returns are recorded on PRTRTN.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP012.

       COPY STKMOVE.SL.

       COPY JOBDET.SL.

       COPY TECRAT.SL.

      *
      *    ****    R E S E R V A T I O N   F I L E
      *
                          ORGANIZATION RELATIVE
                          RELATIVE WS-RESKEY.

      *
      *    ****    P A R T S   R E T U R N E D   F R O M   J O B S
      *
           SELECT PRTRTN  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC
                          ORGANIZATION RELATIVE
                          RELATIVE WS-RTNKEY.

           SELECT PRNREP  ASSIGN DISK
                          STATUS WS-STATUS
                          ORGANIZATION LINE SEQUENTIAL.

       COPY STKMOVE.FDE.

       COPY JOBDET.FDE.

       COPY TECRAT.FDE.

       FD  RESFIL    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "RESFIL.DAT".
       01  RES-RECORD.
               88  RES-CANCELLED   VALUE "X".
           03  FILLER         PIC  X(10).

       FD  PRTRTN    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "PRTRTN.DAT".
       01  RTN-RECORD.
           03  RTN-NO         PIC  9(06).
           03  RTN-RES-NO     PIC  9(06).
           03  RTN-JOB        PIC  9(06).
           03  RTN-CODE       PIC  X(14).
           03  RTN-LOCATION   PIC  9(03).
           03  RTN-QTY        PIC S9(07)V99 COMP-3.
           03  RTN-COST       PIC S9(07)V99 COMP-3.
           03  RTN-TECH       PIC  9(03).
           03  RTN-DATE       PIC  9(08).
           03  RTN-OPER       PIC  X(03).
           03  FILLER         PIC  X(10).

       FD  PRNREP    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "JCP012.PRN".
       01  REP-LINE           PIC  X(132).
       77  WS-RESKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-RES    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-STM    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-JBDKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-TECKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-RTNKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-JBD    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-RTN    PIC  9(05)     COMP-0 VALUE 1.
       77  WS-NEXT-NO     PIC  9(06)     VALUE ZERO.
       77  WS-OPTION      PIC  X(01).
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-AGE-LIMIT   PIC  9(03)     VALUE ZERO.
       77  WS-CUT-DATE    PIC  9(08)     VALUE ZERO.
       77  WS-OPER        PIC  X(03)     VALUE SPACES.
       77  WS-NOTIFY      PIC  X(01)     VALUE SPACE.
       77  WS-TECH        PIC  9(03)     VALUE ZERO.
       77  WS-NO-TECRAT   PIC  9(01)     VALUE ZERO.
       77  WS-LINE-NO     PIC  9(04)     VALUE ZERO.
       77  WS-RELEASED    PIC  9(03)     VALUE ZERO.
       77  WS-ISSUED      PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-RETURNED    PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-UNIT-COST   PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-UNIT-CHARGE PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-COST        PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-FROM        PIC  9(08)     VALUE ZERO.
       77  WS-TO          PIC  9(08)     VALUE ZERO.
       77  WS-HOLD-JOB    PIC  9(06)     VALUE ZERO.
       77  WS-CAND-JOB    PIC  9(06)     VALUE ZERO.
       77  WS-JOB-QTY     PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-JOB-COST    PIC S9(07)V99  COMP-3 VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  WS-AR-QTY     PIC  Z(05)9.99.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-AR-DATE    PIC  9(08).

       01  WS-RL-LINE.
           03  WS-RL-JOB     PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-DATE    PIC  9(08).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-RES-NO  PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-TECH    PIC  9(03).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-NAME    PIC  X(20).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-CODE    PIC  X(14).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-QTY     PIC  Z(05)9.99-.
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-RL-COST    PIC  Z(06)9.99-.

      *
      *    Parts returned per technician, by technician number.
      *
       01  WS-TECH-TABLE.
           03  WS-TT-ENTRY   OCCURS 999.
               05  WS-TT-QTY     PIC S9(07)V99 COMP-3.
               05  WS-TT-COST    PIC S9(07)V99 COMP-3.
               05  WS-TT-COUNT   PIC  9(05)    COMP-3.

      *
      *    ****    C A L L   T O   T H E   N O T I F I C A T I O N
      *    ****    Q U E U E
      *
       01  WS-NQ-PARAMS.
           03  WS-NQ-JOB      PIC  9(06).
           03  WS-NQ-ACCOUNT  PIC  9(07).
           03  WS-NQ-EVENT    PIC  X(02).
           03  WS-NQ-REF      PIC  X(14).
           03  WS-NQ-PROGRAM  PIC  X(06).
           03  WS-NQ-RESULT   PIC  9(01).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
               CLOSE RESFIL
               GO TO AZ100.
       AA000-MENU.
             DISPLAY "Option - 'R'eserve 'I'ssue 'X' cancel 'U'nused "
                     AT 0512 WITH FOREGROUND-COLOR 3
                     "'A'ged 'L'og 'E'nd".
             MOVE SPACE         TO WS-OPTION.
             ACCEPT WS-OPTION AT 0578
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-OPTION = "E"
           IF WS-OPTION = "A"
               PERFORM EA000-AGED THRU EA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "U"
               PERFORM FA000-RETURN THRU FA000-EXIT
               GO TO AA000-MENU.
           IF WS-OPTION = "L"
               PERFORM GA000-RETURN-LOG THRU GA000-EXIT
               GO TO AA000-MENU.
             GO TO AA000-MENU.
       AA000-END.
             CLOSE RESFIL STKQTY.
           IF WS-QTY > WS-FREE
               DISPLAY "More than the free stock - refused" AT 2312
                       WITH FOREGROUND-COLOR 14
               PERFORM BB000-SHORT THRU BB000-EXIT
               GO TO BA000-QTY.
             ADD WS-QTY         TO STQ-RESERVED.
             REWRITE STQ-RECORD.
             GO TO BA000-RESERVE.
       BA000-EXIT.
             EXIT.
      *
      *    ****    T E L L   T H E   C U S T O M E R   P A R T S
      *    ****    A R E   A W A I T E D
      *
      *    The item is the reference on the message.  The job's
      *    contact must be on file (JCP019) - there is no account
      *    here to take one from.
      *
       BB000-SHORT.
             DISPLAY "Notify customer (Y/N)      :" AT 1212.
             MOVE "N"           TO WS-NOTIFY.
             ACCEPT WS-NOTIFY AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-NOTIFY = "y"
               MOVE "Y"         TO WS-NOTIFY.
           IF WS-NOTIFY NOT = "Y"
               GO TO BB000-EXIT.
             MOVE WS-JOB        TO WS-NQ-JOB.
             MOVE ZERO          TO WS-NQ-ACCOUNT.
             MOVE "PS"          TO WS-NQ-EVENT.
             MOVE WS-CODE       TO WS-NQ-REF.
             MOVE "JCP012"      TO WS-NQ-PROGRAM.
             CALL "NTFQUE" USING WS-NQ-PARAMS.
           IF WS-NQ-RESULT = ZERO
               DISPLAY "Customer told parts are awaited   " AT 2312
                       WITH FOREGROUND-COLOR 10.
           IF WS-NQ-RESULT = 1
               DISPLAY "Customer already told today       " AT 2312
                       WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 2
               DISPLAY "Not sent - no contact for the job " AT 2312
                       WITH FOREGROUND-COLOR 12.
           IF WS-NQ-RESULT = 9
               DISPLAY "Notification files unavailable    " AT 2312
                       WITH FOREGROUND-COLOR 14.
       BB000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
       EA000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    U N U S E D   P A R T S   B A C K   F R O M   A     *
      *            J O B                                               *
      *                                                                *
      *    Against an issued requisition for the job, up to what it    *
      *    issued less what has already come back.  The stock goes     *
      *    back into the location it was issued from, the job's       *
      *    parts line is credited at its own cost, and reservations    *
      *    still open for the item on the job are released.           *
      *                                                                *
      ******************************************************************
       FA000-RETURN.
             OPEN I-O JOBDET.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBDET open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA000-EXIT.
             OPEN I-O PRTRTN.
           IF WS-STATUS = "35"
               OPEN OUTPUT PRTRTN
               CLOSE PRTRTN
               OPEN I-O PRTRTN.
           IF WS-STATUS NOT = "00"
               DISPLAY "PRTRTN open error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14
               CLOSE JOBDET
               GO TO FA000-EXIT.
             OPEN I-O STKMOVE.
           IF WS-STATUS = "35"
               OPEN OUTPUT STKMOVE
               CLOSE STKMOVE
               OPEN I-O STKMOVE.
             MOVE ZERO          TO WS-NO-TECRAT.
             OPEN INPUT TECRAT.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-TECRAT.
       FA000-JOB.
             DISPLAY "Job number ('0' ends)      :" AT 0712.
             MOVE ZERO          TO WS-JOB.
             ACCEPT WS-JOB AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-JOB = ZERO
               GO TO FA000-END.
             DISPLAY "Requisition no             :" AT 0812.
             MOVE ZERO          TO WS-RES-NO.
             ACCEPT WS-RES-NO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XR100-FIND-ISSUED THRU XR100-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Requisition not issued     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-JOB.
           IF RES-JOB NOT = WS-JOB
               DISPLAY "Requisition is for another job" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-JOB.
             MOVE RES-CODE      TO WS-CODE.
             MOVE RES-LOCATION  TO WS-LOCATION.
             MOVE RES-QTY       TO WS-ISSUED.
             DISPLAY WS-CODE AT 0852 WITH FOREGROUND-COLOR 10.
             PERFORM XB000-RETURNED THRU XB000-EXIT.
             DISPLAY "Issued / returned before   :" AT 0912.
             MOVE WS-ISSUED     TO WS-QTY.
             DISPLAY WS-QTY AT 0944 WITH FOREGROUND-COLOR 11.
             MOVE WS-RETURNED   TO WS-QTY.
             DISPLAY WS-QTY AT 0958 WITH FOREGROUND-COLOR 11.
           IF WS-RETURNED NOT < WS-ISSUED
               DISPLAY "All of it is already back  " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO FA000-JOB.
             PERFORM FB000-JOB-LINE THRU FB000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "No parts line for the item on the job" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-JOB.
           IF WS-FOUND = 2
               DISPLAY "Parts line invoiced - return refused " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO FA000-JOB.
       FA000-TECH.
             DISPLAY "Technician number          :" AT 1012.
             MOVE ZERO          TO WS-TECH.
             ACCEPT WS-TECH AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-TECH = ZERO
               GO TO FA000-TECH.
             PERFORM XT000-FIND-TECH THRU XT000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Technician not on file     " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-TECH.
       FA000-QTY.
             DISPLAY "Quantity returned          :" AT 1112.
             MOVE ZERO          TO WS-QTY.
             ACCEPT WS-QTY AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
           IF WS-QTY NOT > ZERO
               GO TO FA000-QTY.
           IF WS-QTY > WS-ISSUED - WS-RETURNED
               DISPLAY "More than issued less returned" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-QTY.
             DISPLAY "Operator id                :" AT 1212.
             ACCEPT WS-OPER AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = ZERO
               DISPLAY "Quantity record missing    " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO FA000-JOB.
             ADD WS-QTY         TO STQ-ON-HAND.
             REWRITE STQ-RECORD.
      *
      *    Back into the issuing location as a reversed issue
      *
             PERFORM XH000-NEXT-STM THRU XH000-EXIT.
             MOVE SPACES        TO STM-RECORD.
             MOVE WS-CODE       TO STM-CODE.
             MOVE WS-LOCATION   TO STM-LOCATION.
             MOVE WS-TODAY-N    TO STM-DATE.
             MOVE "IS"          TO STM-TYPE.
             MOVE SPACES        TO STM-REF.
             MOVE WS-JOB        TO STM-REF (1:6).
             MOVE WS-QTY        TO STM-QTY.
             MOVE WS-UNIT-COST  TO STM-COST.
             MOVE ZERO          TO STM-PRICE.
             MOVE WS-OPER       TO STM-OPER.
             MOVE WS-NEXT-STM   TO WS-STMKEY.
             WRITE STM-RECORD.
      *
      *    Credit on the job at the parts line's own cost.  The key
      *    and line-number lookups read the file through the record
      *    buffer, so the new record is built only after them.
      *
             PERFORM XJ000-NEXT-JBD THRU XJ000-EXIT.
             PERFORM XL000-NEXT-LINE THRU XL000-EXIT.
             COMPUTE WS-COST ROUNDED = WS-QTY * WS-UNIT-COST.
             MOVE SPACES        TO JBD-RECORD.
             MOVE WS-JOB        TO JBD-JOB-NO.
             MOVE WS-LINE-NO    TO JBD-LINE.
             MOVE "P"           TO JBD-TYPE.
             MOVE WS-TODAY-N    TO JBD-DATE.
             MOVE WS-CODE       TO JBD-CODE.
             STRING "RETURNED UNUSED - REQ " WS-RES-NO
                    DELIMITED SIZE INTO JBD-DESC.
             COMPUTE JBD-QTY = ZERO - WS-QTY.
             COMPUTE JBD-COST = ZERO - WS-COST.
             COMPUTE JBD-CHARGE ROUNDED
                   = ZERO - WS-QTY * WS-UNIT-CHARGE.
             MOVE SPACE         TO JBD-INV-FLAG.
             MOVE SPACES        TO JBD-INV-REF.
             MOVE WS-NEXT-JBD   TO WS-JBDKEY.
             WRITE JBD-RECORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "JOBDET write error - Status " AT 2312
                       WS-STATUS WITH FOREGROUND-COLOR 14.
      *
      *    The return on the register
      *
             PERFORM XN100-NEXT-RTN THRU XN100-EXIT.
             ADD 1              TO WS-NEXT-NO.
             MOVE SPACES        TO RTN-RECORD.
             MOVE WS-NEXT-NO    TO RTN-NO.
             MOVE WS-RES-NO     TO RTN-RES-NO.
             MOVE WS-JOB        TO RTN-JOB.
             MOVE WS-CODE       TO RTN-CODE.
             MOVE WS-LOCATION   TO RTN-LOCATION.
             MOVE WS-QTY        TO RTN-QTY.
             MOVE WS-COST       TO RTN-COST.
             MOVE WS-TECH       TO RTN-TECH.
             MOVE WS-TODAY-N    TO RTN-DATE.
             MOVE WS-OPER       TO RTN-OPER.
             MOVE WS-NEXT-RTN   TO WS-RTNKEY.
             WRITE RTN-RECORD.
             PERFORM FC000-RELEASE THRU FC000-EXIT.
             DISPLAY "Returned - reservations released : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-RELEASED WITH FOREGROUND-COLOR 11.
             GO TO FA000-JOB.
       FA000-END.
             CLOSE JOBDET PRTRTN STKMOVE.
           IF WS-NO-TECRAT = ZERO
               CLOSE TECRAT.
       FA000-EXIT.
             EXIT.
      *
      *    The job's parts line for the item.  An uninvoiced line is
      *    taken (WS-FOUND 1) with its unit cost and charge; only
      *    invoiced lines gives WS-FOUND 2.
      *
       FB000-JOB-LINE.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO FB000-EXIT.
       FB000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FB000-EXIT.
           IF JBD-JOB-NO NOT = WS-JOB OR NOT JBD-PARTS
            OR JBD-CODE NOT = WS-CODE OR JBD-QTY NOT > ZERO
               GO TO FB000-READ.
           IF JBD-INVOICED
               MOVE 2           TO WS-FOUND
               GO TO FB000-READ.
             MOVE 1             TO WS-FOUND.
             COMPUTE WS-UNIT-COST ROUNDED = JBD-COST / JBD-QTY.
             COMPUTE WS-UNIT-CHARGE ROUNDED = JBD-CHARGE / JBD-QTY.
       FB000-EXIT.
             EXIT.
      *
      *    Open reservations for the item on the job are released;
      *    the job has given parts back and needs no more of them.
      *
       FC000-RELEASE.
             MOVE ZERO          TO WS-RELEASED.
             MOVE 1             TO WS-RESKEY.
             START RESFIL KEY NOT < WS-RESKEY.
           IF WS-STATUS NOT = "00"
               GO TO FC000-EXIT.
       FC000-READ.
             READ RESFIL NEXT.
           IF WS-STATUS NOT = "00"
               GO TO FC000-EXIT.
           IF NOT RES-OPEN OR RES-JOB NOT = WS-JOB
            OR RES-CODE NOT = WS-CODE
               GO TO FC000-READ.
             MOVE RES-LOCATION  TO WS-LOCATION.
             PERFORM XQ000-FIND-QTY THRU XQ000-EXIT.
           IF WS-FOUND = 1
               SUBTRACT RES-QTY FROM STQ-RESERVED
               REWRITE STQ-RECORD.
             MOVE "X"           TO RES-STATUS.
             PERFORM XW000-REWRITE-RES THRU XW000-EXIT.
             ADD 1              TO WS-RELEASED.
             GO TO FC000-READ.
       FC000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    P A R T S   R E T U R N E D   L O G                 *
      *                                                                *
      *    Returns between two dates in job order, with the            *
      *    technician who brought them back and a total per job,       *
      *    then the totals per technician.                             *
      *                                                                *
      ******************************************************************
       GA000-RETURN-LOG.
             DISPLAY "From date (YYYYMMDD)       :" AT 0712.
             MOVE WS-TODAY-N    TO WS-FROM.
             ACCEPT WS-FROM AT 0744
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             DISPLAY "To date (YYYYMMDD)         :" AT 0812.
             MOVE WS-TODAY-N    TO WS-TO.
             ACCEPT WS-TO AT 0844
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 UPDATE.
             OPEN INPUT PRTRTN.
           IF WS-STATUS NOT = "00"
               DISPLAY "No parts returns recorded  " AT 2312
                       WITH FOREGROUND-COLOR 12
               GO TO GA000-EXIT.
             MOVE ZERO          TO WS-NO-TECRAT.
             OPEN INPUT TECRAT.
           IF WS-STATUS NOT = "00"
               MOVE 1           TO WS-NO-TECRAT.
             INITIALIZE WS-TECH-TABLE.
             OPEN OUTPUT PRNREP.
             MOVE SPACES        TO REP-LINE.
             STRING "PARTS RETURNED FROM JOBS  " WS-FROM " TO " WS-TO
                    DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             MOVE SPACES        TO REP-LINE.
             STRING "JOB     DATE      REQ-NO  TEC  TECHNICIAN"
                    "            ITEM              QUANTITY"
                    "        COST" DELIMITED SIZE INTO REP-LINE.
             WRITE REP-LINE.
             MOVE ZERO          TO WS-HOLD-JOB.
       GA000-NEXT.
             PERFORM GB000-NEXT-JOB THRU GB000-EXIT.
           IF WS-FOUND = ZERO
               GO TO GA000-TECHS.
             MOVE ZERO          TO WS-JOB-QTY WS-JOB-COST.
             MOVE 1             TO WS-RTNKEY.
             START PRTRTN KEY NOT < WS-RTNKEY.
           IF WS-STATUS NOT = "00"
               GO TO GA000-TECHS.
       GA000-READ.
             READ PRTRTN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GA000-JOB-TOTAL.
           IF RTN-JOB NOT = WS-JOB
            OR RTN-DATE < WS-FROM OR RTN-DATE > WS-TO
               GO TO GA000-READ.
             MOVE SPACES        TO WS-RL-LINE.
             MOVE RTN-JOB       TO WS-RL-JOB.
             MOVE RTN-DATE      TO WS-RL-DATE.
             MOVE RTN-RES-NO    TO WS-RL-RES-NO.
             MOVE RTN-TECH      TO WS-RL-TECH WS-TECH.
             PERFORM XT000-FIND-TECH THRU XT000-EXIT.
           IF WS-FOUND = 1 AND WS-NO-TECRAT = ZERO
               MOVE TEC-NAME    TO WS-RL-NAME.
             MOVE RTN-CODE      TO WS-RL-CODE.
             MOVE RTN-QTY       TO WS-RL-QTY.
             MOVE RTN-COST      TO WS-RL-COST.
             WRITE REP-LINE FROM WS-RL-LINE.
             ADD RTN-QTY        TO WS-JOB-QTY.
             ADD RTN-COST       TO WS-JOB-COST.
           IF RTN-TECH > ZERO
               ADD RTN-QTY      TO WS-TT-QTY (RTN-TECH)
               ADD RTN-COST     TO WS-TT-COST (RTN-TECH)
               ADD 1            TO WS-TT-COUNT (RTN-TECH).
             GO TO GA000-READ.
       GA000-JOB-TOTAL.
             MOVE SPACES        TO WS-RL-LINE.
             MOVE "JOB TOTAL"   TO WS-RL-NAME.
             MOVE WS-JOB-QTY    TO WS-RL-QTY.
             MOVE WS-JOB-COST   TO WS-RL-COST.
             WRITE REP-LINE FROM WS-RL-LINE.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             GO TO GA000-NEXT.
      *
      *    Totals per technician
      *
       GA000-TECHS.
             MOVE "RETURNED BY TECHNICIAN" TO REP-LINE.
             WRITE REP-LINE.
             MOVE 1             TO WS-TECH.
       GA000-TECH.
           IF WS-TT-COUNT (WS-TECH) = ZERO
               GO TO GA000-TECH-NEXT.
             MOVE SPACES        TO WS-RL-LINE.
             MOVE WS-TECH       TO WS-RL-TECH.
             PERFORM XT000-FIND-TECH THRU XT000-EXIT.
           IF WS-FOUND = 1 AND WS-NO-TECRAT = ZERO
               MOVE TEC-NAME    TO WS-RL-NAME.
             MOVE WS-TT-QTY (WS-TECH) TO WS-RL-QTY.
             MOVE WS-TT-COST (WS-TECH) TO WS-RL-COST.
             WRITE REP-LINE FROM WS-RL-LINE.
       GA000-TECH-NEXT.
           IF WS-TECH = 999
               GO TO GA000-DONE.
             ADD 1              TO WS-TECH.
             GO TO GA000-TECH.
       GA000-DONE.
             CLOSE PRTRTN PRNREP.
           IF WS-NO-TECRAT = ZERO
               CLOSE TECRAT.
             DISPLAY "Returns log on JCP012.PRN  " AT 2312
                     WITH FOREGROUND-COLOR 10.
       GA000-EXIT.
             EXIT.
      *
      *    ****    N E X T   J O B   A B O V E   T H E   L A S T
      *
       GB000-NEXT-JOB.
             MOVE ZERO          TO WS-FOUND WS-CAND-JOB.
             MOVE 1             TO WS-RTNKEY.
             START PRTRTN KEY NOT < WS-RTNKEY.
           IF WS-STATUS NOT = "00"
               GO TO GB000-EXIT.
       GB000-READ.
             READ PRTRTN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GB000-DONE.
           IF RTN-JOB NOT > WS-HOLD-JOB
            OR RTN-DATE < WS-FROM OR RTN-DATE > WS-TO
               GO TO GB000-READ.
           IF WS-FOUND = ZERO
               MOVE RTN-JOB     TO WS-CAND-JOB
               MOVE 1           TO WS-FOUND
               GO TO GB000-READ.
           IF RTN-JOB < WS-CAND-JOB
               MOVE RTN-JOB     TO WS-CAND-JOB.
             GO TO GB000-READ.
       GB000-DONE.
           IF WS-FOUND = 1
               MOVE WS-CAND-JOB TO WS-JOB WS-HOLD-JOB.
       GB000-EXIT.
             EXIT.
      /
      *
      *    ****    F I N D   I T E M  /  L O C A T I O N   R E C O R D
      *
       XR000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A N   I S S U E D   R E Q U I S I T I O N
      *
       XR100-FIND-ISSUED.
             MOVE ZERO          TO WS-FOUND.
             MOVE 1             TO WS-RESKEY.
             START RESFIL KEY NOT < WS-RESKEY.
           IF WS-STATUS NOT = "00"
               GO TO XR100-EXIT.
       XR100-READ.
             READ RESFIL NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XR100-EXIT.
           IF RES-NO = WS-RES-NO AND RES-ISSUED
               MOVE 1           TO WS-FOUND
               GO TO XR100-EXIT.
             GO TO XR100-READ.
       XR100-EXIT.
             EXIT.
      *
      *    ****    Q U A N T I T Y   A L R E A D Y   R E T U R N E D
      *
       XB000-RETURNED.
             MOVE ZERO          TO WS-RETURNED.
             MOVE 1             TO WS-RTNKEY.
             START PRTRTN KEY NOT < WS-RTNKEY.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
       XB000-READ.
             READ PRTRTN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XB000-EXIT.
           IF RTN-RES-NO = WS-RES-NO
               ADD RTN-QTY      TO WS-RETURNED.
             GO TO XB000-READ.
       XB000-EXIT.
             EXIT.
      *
      *    ****    F I N D   A   T E C H N I C I A N
      *
      *    TECRAT is keyed directly on the technician number.  With
      *    no TECRAT any technician number is taken.
      *
       XT000-FIND-TECH.
             MOVE 1             TO WS-FOUND.
           IF WS-NO-TECRAT = 1
               GO TO XT000-EXIT.
             MOVE ZERO          TO WS-FOUND.
             MOVE WS-TECH       TO WS-TECKEY.
             READ TECRAT WITH IGNORE LOCK.
           IF WS-STATUS = "00"
               MOVE 1           TO WS-FOUND.
       XT000-EXIT.
             EXIT.
      *
      *    ****    R E W R I T E   T H E   R E S E R V A T I O N
      *
      *    The quantity-record lookup between find and update does
             GO TO XH000-READ.
       XH000-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   R E T U R N   K E Y  /  N O
      *
       XN100-NEXT-RTN.
             MOVE ZERO          TO WS-NEXT-NO.
             MOVE 1             TO WS-NEXT-RTN WS-RTNKEY.
             START PRTRTN KEY NOT < WS-RTNKEY.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
       XN100-READ.
             READ PRTRTN NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XN100-EXIT.
             COMPUTE WS-NEXT-RTN = WS-RTNKEY + 1.
           IF RTN-NO > WS-NEXT-NO
               MOVE RTN-NO      TO WS-NEXT-NO.
             GO TO XN100-READ.
       XN100-EXIT.
             EXIT.
      *
      *    ****    N E X T   F R E E   J O B D E T   K E Y
      *
       XJ000-NEXT-JBD.
             MOVE 1             TO WS-NEXT-JBD WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
       XJ000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XJ000-EXIT.
             COMPUTE WS-NEXT-JBD = WS-JBDKEY + 1.
             GO TO XJ000-READ.
       XJ000-EXIT.
             EXIT.
      *
      *    ****    N E X T   L I N E   F O R   T H E   J O B
      *
       XL000-NEXT-LINE.
             MOVE ZERO          TO WS-LINE-NO.
             MOVE 1             TO WS-JBDKEY.
             START JOBDET KEY NOT < WS-JBDKEY.
           IF WS-STATUS NOT = "00"
               GO TO XL000-DONE.
       XL000-READ.
             READ JOBDET NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO XL000-DONE.
           IF JBD-JOB-NO = WS-JOB
            AND JBD-LINE > WS-LINE-NO
               MOVE JBD-LINE    TO WS-LINE-NO.
             GO TO XL000-READ.
       XL000-DONE.
             ADD 1              TO WS-LINE-NO.
       XL000-EXIT.
             EXIT.
