000120 COPY PARAM.SL.

       COPY ROUTE.SL.

       COPY SALORD.SL.
      *
      *    ****    R O U T E   O U T S T A N D I N G   L O A D   L O G
      *
000250 COPY PARAM.FDE.

       COPY ROUTE.FDE.

       COPY SALORD.FDE.
      *
      *    ****    R O U T E   O U T S T A N D I N G   L O A D   L O G
      *
000410     03  FILLER          PIC X(06).
000420	   03  REP-DESC        PIC X(40).
000430	   03  FILLER	       PIC X(13).
      *
      *    ****    L O A D   S H E E T   L I N E
      *
       01  REP-LINE5.
           03  FILLER          PIC X(06).
           03  REP-LINE-NO     PIC ZZ9.
           03  FILLER          PIC X(02).
           03  REP-CODE        PIC X(14).
           03  FILLER          PIC X(02).
           03  REP-QTY         PIC Z(06)9.99-.
           03  FILLER          PIC X(42).
      /
      *         **         **    ******    *******    **    **
      *         **         **   **    **   **    **   **   ** 
       77  WS-17CPI	   PIC	X(06).
003390 77  WS-A 	   PIC X(19) VALUE "Any key to continue".
       77  TODAY-DDMMYY	   PIC	9(06) COMP-5.
       77  WS-SORKEY       PIC  9(05)    COMP-0 VALUE 1.
       77  WS-USUB	   PIC	9(04) COMP-5.
      /
002420 01  WS-DB-LINE.
           03  W30-WEIGHT      PIC  9(05)V99.
           03  W30-VOLUME      PIC  9(05)V99.

      *
      *    ****    L O A D   S H E E T   B Y   D E L I V E R Y   Z O N E
      *
       01  W35-LOAD.
           03  W35-ZONE        PIC  9(02).
           03  W35-ORDER       PIC  9(06).
           03  W35-SKIP        PIC  X(01).
           03  W35-ORDERS      PIC  9(05).
      *
      *    ****    S H I P - T O   L O O K U P   ( S H P L K P )
      *
       01  W36-SHPLKP.
           03  W36-ACCOUNT     PIC  9(07).
           03  W36-SHIP-TO     PIC  9(03).
           03  W36-NAME        PIC  X(40).
           03  W36-SITE        PIC  X(30).
           03  W36-ADDRESS1    PIC  X(30).
           03  W36-ADDRESS2    PIC  X(30).
           03  W36-ADDRESS3    PIC  X(30).
           03  W36-CONTACT     PIC  X(30).
           03  W36-PHONE       PIC  X(15).
           03  W36-ZONE        PIC  9(02).
           03  W36-INSTRUCT    PIC  X(60).
           03  W36-RESULT      PIC  9(01).

       COPY W40.WS.

       COPY FUNCTION.WS.
	   03	       COLUMN 13 VALUE "aintain, ".
	   03	       COLUMN 22 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "P".
	   03	       COLUMN 23 VALUE "rint, ".
	   03	       COLUMN 29 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "L".
	   03	       COLUMN 30 VALUE "oad sheet or ".
	   03	       COLUMN 43 FOREGROUND-COLOR 6 HIGHLIGHT
				 VALUE "E".
	   03	       COLUMN 44 VALUE "xit ? > <".

       COPY ROUTE.CRT.

007340       DISPLAY S10.
	     MOVE "M"		 TO WS-OPTION.
       BA05.
	     ACCEPT WS-OPTION AT 0451
		    WITH FOREGROUND-COLOR 7 HIGHLIGHT
			 UPDATE AUTO.
	   IF USER-FUNC
	     CALL "CBL_TOUPPER" USING WS-OPTION
				BY VALUE WS-LENGTH
				RETURNING WS-STATUS.
	   IF NOT (WS-OPTION = "E" OR "M" OR "P" OR "L")
	       GO TO BA05.
	   IF WS-OPTION = "M"
	       PERFORM DA000
	   ELSE
	   IF WS-OPTION = "P"
	       PERFORM EA000
	   ELSE
	   IF WS-OPTION = "L"
	       PERFORM FA000
	   ELSE
	       GO TO BA999.
	     GO TO BA00.
       EA999.
	     EXIT.
      /
      *    ****    D E L I V E R Y   L O A D   S H E E T
      *
      *    The allocated and shipped order lines not yet proved
      *    delivered, by order, each under the address it goes to -
      *    the order's ship-to site through SHPLKP, or the account's
      *    own address - for one delivery zone, or all zones.
      *
       FA000	       SECTION 52.
       FA00.
             DISPLAY CLR-SCREEN.
             DISPLAY "Delivery zone (0 = all)" AT 0812.
             MOVE ZERO           TO W35-ZONE.
             ACCEPT W35-ZONE AT 0836
                    WITH FOREGROUND-COLOR 7 HIGHLIGHT
                         UPDATE AUTO.
           IF USER-FUNC
               GO TO FA999.
             OPEN INPUT SALORD.
           IF WS-STATUS NOT = "00"
               DISPLAY "SALORD open error - Status " AT 2312
                        WS-STATUS WITH FOREGROUND-COLOR 14
               GO TO FA999.
	     DISPLAY "Busy Printing" AT 1212
		      WITH FOREGROUND-COLOR 6 HIGHLIGHT BLINK.
	     MOVE ZERO		 TO WS-PAGE W35-ORDER W35-ORDERS.
             MOVE "Y"            TO W35-SKIP.
       FA05.
             MOVE SPACES         TO REP-DETAIL1.
             MOVE "PAGE:"        TO REP-PAGE.
             ADD  1              TO WS-PAGE.
             MOVE WS-PAGE        TO REP-P-NO.
             MOVE "DATE:"        TO REP-DATE.
             MOVE W12-TODAY      TO REP-DTE.
             MOVE "DELIVERY LOAD SHEET"
                                 TO REP-COMPANY.
             WRITE REP-LINE1 BEFORE 2 LINES.
             MOVE SPACES         TO REP-DETAIL1.
           IF W35-ZONE = ZERO
               MOVE "ALL DELIVERY ZONES"
                                 TO REP-DETAIL1
           ELSE
               STRING "DELIVERY ZONE " W35-ZONE
                      DELIMITED SIZE INTO REP-DETAIL1.
             WRITE REP-LINE1 BEFORE 2 LINES.
             MOVE SPACES         TO REP-DETAIL1.

       FA10.
             MOVE 1              TO WS-SORKEY.
             START SALORD KEY NOT < WS-SORKEY.
           IF WS-STATUS NOT = "00"
               GO TO FA20.

       FA15.
             READ SALORD NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO FA20.
           IF NOT (SOR-ALLOCATED OR SOR-SHIPPED)
               GO TO FA15.
           IF SOR-POD-DATE NUMERIC AND SOR-POD-DATE NOT = ZERO
               GO TO FA15.
           IF SOR-ORDER-NO NOT = W35-ORDER
               PERFORM FA30 THRU FA35.
           IF W35-SKIP = "A"
               CLOSE SALORD
               GO TO FA999.
           IF W35-SKIP = "Y"
               GO TO FA15.
             MOVE SPACES         TO REP-DETAIL1.
             MOVE SOR-LINE       TO REP-LINE-NO.
             MOVE SOR-CODE       TO REP-CODE.
           IF SOR-SHIPPED
               MOVE SOR-QTY-SHIPPED
                                 TO REP-QTY
           ELSE
               MOVE SOR-QTY-ALLOCATED
                                 TO REP-QTY.
             PERFORM FA60.
             GO TO FA15.
      *
      *    A new order - where it goes, and whether it is in the zone
      *
       FA30.
             MOVE SOR-ORDER-NO   TO W35-ORDER.
             MOVE SOR-ACCOUNT    TO W36-ACCOUNT.
             MOVE ZERO           TO W36-SHIP-TO.
           IF SOR-SHIP-TO NUMERIC
               MOVE SOR-SHIP-TO  TO W36-SHIP-TO.
             CALL "SHPLKP" USING W36-SHPLKP.
             MOVE "N"            TO W35-SKIP.
           IF W35-ZONE NOT = ZERO AND W36-ZONE NOT = W35-ZONE
               MOVE "Y"          TO W35-SKIP.
           IF W35-SKIP = "Y"
               GO TO FA35.
             PERFORM PRINT-ABORT.
           IF WS-OPTION = "Y"
014970         MOVE "**** PRINT ABORTED BY OPERATOR ****"
                                 TO REP-DETAIL2
014980         WRITE REP-LINE1 BEFORE PAGE
               MOVE "A"          TO W35-SKIP
               GO TO FA35.
             ADD 1               TO W35-ORDERS.
             MOVE SPACES         TO REP-DETAIL1.
             PERFORM FA60.
             STRING "ORDER " W35-ORDER "  ACCOUNT " W36-ACCOUNT
                    "  " W36-NAME
                    DELIMITED SIZE INTO REP-DETAIL1.
             PERFORM FA60.
           IF W36-SHIP-TO = ZERO OR W36-RESULT NOT = ZERO
               STRING "      ACCOUNT ADDRESS     ZONE " W36-ZONE
                      DELIMITED SIZE INTO REP-DETAIL1
           ELSE
               STRING "      SITE " W36-SHIP-TO " " W36-SITE
                      "  ZONE " W36-ZONE
                      DELIMITED SIZE INTO REP-DETAIL1.
             PERFORM FA60.
             STRING "      " W36-ADDRESS1
                    DELIMITED SIZE INTO REP-DETAIL1.
             PERFORM FA60.
           IF W36-ADDRESS2 NOT = SPACES
               STRING "      " W36-ADDRESS2
                      DELIMITED SIZE INTO REP-DETAIL1
               PERFORM FA60.
           IF W36-ADDRESS3 NOT = SPACES
               STRING "      " W36-ADDRESS3
                      DELIMITED SIZE INTO REP-DETAIL1
               PERFORM FA60.
           IF W36-CONTACT NOT = SPACES OR W36-PHONE NOT = SPACES
               STRING "      " W36-CONTACT "  " W36-PHONE
                      DELIMITED SIZE INTO REP-DETAIL1
               PERFORM FA60.
           IF W36-INSTRUCT NOT = SPACES
               STRING "      " W36-INSTRUCT
                      DELIMITED SIZE INTO REP-DETAIL1
               PERFORM FA60.
       FA35.
             EXIT.
      *
      *    One line out, with a new page and heading when it is full
      *
       FA60.
	   IF LINAGE-COUNTER < (WS-PRN-LENGTH - 2)
               WRITE REP-LINE1 BEFORE 1 LINES
           ELSE
               WRITE REP-LINE1 BEFORE PAGE
	       PERFORM FA05.
             MOVE SPACES         TO REP-DETAIL1.

       FA20.
             CLOSE SALORD.
             MOVE SPACES         TO REP-DETAIL1.
             WRITE REP-LINE1 BEFORE 1 LINES.
             STRING "ORDERS TO LOAD " W35-ORDERS
                    DELIMITED SIZE INTO REP-DETAIL1.
             WRITE REP-LINE1 BEFORE 2 LINES.
	     MOVE "**** END REPORT ****"
                                 TO REP-DETAIL2.
             WRITE REP-LINE1 BEFORE PAGE.
       FA999.
	     EXIT.
      /
025020 ZA00-INIT	      SECTION 90.
025030 ZA00-OPEN.
             PERFORM ZA55 THRU ZA60.
