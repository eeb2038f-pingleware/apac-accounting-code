      *    zone against the route's vehicle running cost and shows     *
      *    which routes lose money.                                    *
      *                                                                *
      *    A delivery to one of the account's ship-to sites (SLS018)   *
      *    is rated on the site's zone, through SHPLKP; site zero,     *
      *    or a site with no zone of its own, takes the account's.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DLP032.
       77  WS-BEST-FOUND  PIC  9(01)     VALUE ZERO.
       77  WS-FALL-UPTO   PIC S9(09)V99  COMP-3 VALUE ZERO.
       77  WS-FALL-CHARGE PIC S9(07)V99  COMP-3 VALUE ZERO.
       77  WS-SHIP-TO     PIC  9(03)     VALUE ZERO.

      *
      *    ****    S H I P - T O   L O O K U P   ( S H P L K P )
      *
       01  WS-SL-PARAMS.
           03  WS-SL-ACCOUNT  PIC  9(07).
           03  WS-SL-SHIP-TO  PIC  9(03).
           03  WS-SL-NAME     PIC  X(40).
           03  WS-SL-SITE     PIC  X(30).
           03  WS-SL-ADDRESS1 PIC  X(30).
           03  WS-SL-ADDRESS2 PIC  X(30).
           03  WS-SL-ADDRESS3 PIC  X(30).
           03  WS-SL-CONTACT  PIC  X(30).
           03  WS-SL-PHONE    PIC  X(15).
           03  WS-SL-ZONE     PIC  9(02).
           03  WS-SL-INSTRUCT PIC  X(60).
           03  WS-SL-RESULT   PIC  9(01).

       01  WS-ZN-TABLE.
           03  WS-ZN-ENT OCCURS 99.
      *                                                                *
      *    ****    C O M P U T E   A N D   B I L L                     *
      *                                                                *
      *    Rates the delivered value against the delivery zone         *
      *    bands, lifts the result to the per-drop minimum, posts      *
      *    the freight line as a DTRANS "TRAN" charge and logs the     *
      *    charge per zone for the recovery report.                    *
               DISPLAY "Account not on DEBTOR file" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-ACCT.
             DISPLAY "Ship-to site (0 - account) :" AT 1012.
             MOVE ZERO          TO WS-SHIP-TO.
             ACCEPT WS-SHIP-TO AT 1044
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
             MOVE WS-ACCOUNT    TO WS-SL-ACCOUNT.
             MOVE WS-SHIP-TO    TO WS-SL-SHIP-TO.
             CALL "SHPLKP" USING WS-SL-PARAMS.
           IF WS-SL-RESULT > 1
               DISPLAY "No such site on the account " AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-ACCT.
           IF WS-SL-ZONE = ZERO
               DISPLAY "No route zone for the delivery" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-ACCT.
             MOVE WS-SL-ZONE    TO WS-ZONE.
             DISPLAY "Delivered value            :" AT 1112.
             MOVE ZERO          TO WS-VALUE.
             ACCEPT WS-VALUE AT 1144
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-VALUE NOT > ZERO
               GO TO EA000-ACCT.
             DISPLAY "Into period (1-13)         :" AT 1212.
             ACCEPT WS-PERIOD AT 1244
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         BACKGROUND-COLOR 5 AUTO UPDATE.
           IF WS-PERIOD < 1 OR WS-PERIOD > 13
               DISPLAY "No rate band covers the zone" AT 2312
                       WITH FOREGROUND-COLOR 14
               GO TO EA000-ACCT.
             DISPLAY "Freight charge " AT 1312.
             DISPLAY WS-CHARGE AT 1330 WITH FOREGROUND-COLOR 10.
             PERFORM XF000-NEXT-DTR THRU XF000-EXIT.
             MOVE SPACES        TO DTR-RECORD.
             MOVE ZERO          TO DTR-FOREIGN.
