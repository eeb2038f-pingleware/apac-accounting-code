      *      'E'  enquiry across live + archive - a debtor or          *
      *           creditor account, or a stock item's movements        *
      *                                                                *
      *    A retention run that moves debtor or creditor items         *
      *    retires the TRNIDX period index (its high keys set to       *
      *    zero), since slots freed at the end of a file can be        *
      *    written again below the old high key; the period-driven     *
      *    runs then read the files in full until TIXREB rebuilds it.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARCTRN.

       COPY STKMOVE.SL.

       COPY TRNIDX.SL.

           SELECT DTRARC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY STKMOVE.FDE.

       COPY TRNIDX.FDE.

       FD  DTRARC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "DTRARC.DAT".
       01  DAR-RECORD         PIC  X(120).
             PERFORM CA000-DEBTORS THRU CA000-EXIT.
             PERFORM CB000-CREDITORS THRU CB000-EXIT.
             PERFORM CC000-MOVEMENTS THRU CC000-EXIT.
           IF WS-MOVED-D NOT = ZERO OR WS-MOVED-C NOT = ZERO
               PERFORM XI000-RETIRE-INDEX THRU XI000-EXIT.
             DISPLAY "Archived D/C/S : " AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-MOVED-D WITH FOREGROUND-COLOR 11
             GO TO XS000-READ.
       XS000-EXIT.
             EXIT.
      *
      *    ****    R E T I R E   T H E   P E R I O D   I N D E X
      *
      *    A zero high key sends the period-driven runs back to the
      *    whole file until TIXREB rebuilds the index.
      *
       XI000-RETIRE-INDEX.
             OPEN I-O TRNIDX.
           IF WS-STATUS NOT = "00"
               GO TO XI000-EXIT.
             MOVE "D"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             READ TRNIDX.
           IF WS-STATUS = "00"
               MOVE ZERO        TO TIX-HIGH-KEY
               REWRITE TIX-RECORD.
             MOVE "C"           TO TIX-LEDGER.
             MOVE ZERO          TO TIX-PERIOD-KEY TIX-REL.
             READ TRNIDX.
           IF WS-STATUS = "00"
               MOVE ZERO        TO TIX-HIGH-KEY
               REWRITE TIX-RECORD.
             CLOSE TRNIDX.
       XI000-EXIT.
             EXIT.
