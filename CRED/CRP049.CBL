      *    the award converts the winning quote into a confirmed       *
      *    PORDER line in one step.  Quote history accumulates per     *
      *    item, so price drift between tenders is finally visible.    *
      *    The awarded line is due after the lead time quoted.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-ANSWER      PIC  X(01)     VALUE SPACE.
       77  WS-T           PIC  9(03)     COMP-5 VALUE ZERO.

      *
      *    ****    D E L I V E R Y   D U E   D A T E   ( P O D U E )
      *
       01  WS-PD-PARAMS.
           03  WS-PD-SUPPLIER PIC  9(07).
           03  WS-PD-FROM     PIC  9(08).
           03  WS-PD-LEAD     PIC  9(03).
           03  WS-PD-DUE      PIC  9(08).
           03  WS-PD-RESULT   PIC  9(01).

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  KEY-CODE-1    PIC  9(02) COMP-5.
             MOVE WS-LEDG-AC    TO POR-LEDG-AC.
             MOVE WS-DEPT       TO POR-DEPT.
             MOVE "C"           TO POR-STATUS.
             MOVE ZERO          TO POR-REQ-NO POR-PROMISED
                                   POR-ACK-DATE POR-ACK-QTY
                                   POR-ACK-PRICE.
             MOVE WS-SUPPLIER   TO WS-PD-SUPPLIER.
             MOVE WS-TODAY-N    TO WS-PD-FROM.
             MOVE QUO-LEAD-DAYS TO WS-PD-LEAD.
             CALL "PODUE" USING WS-PD-PARAMS.
             MOVE WS-PD-DUE     TO POR-DUE-DATE.
             MOVE WS-NEXT-PKEY  TO WS-PORKEY.
             WRITE POR-RECORD.
             MOVE WS-WIN-KEY    TO WS-QUOKEY.
