      *    settlement discount while it is still available, and        *
      *    prints a paying-early / paying-late exception column       *
      *    showing the cash cost of the run.                           *
      *    The terms screen also carries the supplier's delivery lead  *
      *    time, from which purchase order lines take their expected   *
      *    delivery date.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
             ACCEPT CRE-DISC-DAYS AT 1438
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF CRE-LEAD-DAYS NOT NUMERIC
               MOVE ZERO        TO CRE-LEAD-DAYS.
             DISPLAY "Delivery lead (days)   :" AT 1512.
             ACCEPT CRE-LEAD-DAYS AT 1538
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             REWRITE CRE-RECORD.
             PERFORM XJ000-JOURNAL THRU XJ000-EXIT.
             DISPLAY "Terms saved                 " AT 2312
