      *    puts the contract's renewal month and the visit schedule    *
      *    on one screen.                                              *
      *                                                                *
      *    Each visit generated tells the contract customer it is      *
      *    booked, by job number and month (NTFQUE, event VB).         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JCP015.

       COPY JOBDET.SL.

       COPY DCONTR.SL.

           SELECT SRVSCH  ASSIGN DISK
                          STATUS WS-STATUS

       COPY JOBDET.FDE.

       COPY DCONTR.FDE.

      *
      *    ****    V I S I T   S C H E D U L E S
       77  WS-GENERATED   PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-OPEN-LINES  PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-SAVE-SCH    PIC  9(05)     COMP-5 VALUE ZERO.
       77  WS-NOTIFIED    PIC  9(05)     COMP-5 VALUE ZERO.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
           03  WS-DT-YYYYMM  PIC  9(06).
           03  FILLER        PIC  X(02) VALUE SPACES.
           03  WS-DT-FLAG    PIC  X(20).

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

       01  WS-VISIT-MONTH.
           03  WS-VM-MM      PIC  9(02).
           03  FILLER        PIC  X(01) VALUE "/".
           03  WS-VM-YYYY    PIC  9(04).
      /
       PROCEDURE DIVISION.
       AA000-MAIN             SECTION.
             MOVE SPACES        TO REP-LINE.
             WRITE REP-LINE.
             PERFORM XE000-NEXT-JOB THRU XE000-EXIT.
             MOVE ZERO          TO WS-GENERATED WS-NOTIFIED.
             MOVE 1             TO WS-SCHKEY.
             START SRVSCH KEY NOT < WS-SCHKEY.
           IF WS-STATUS NOT = "00"
             MOVE WS-NEXT-JOB   TO WS-DT-JOB.
             MOVE WS-RUN-YYYYMM TO WS-DT-YYYYMM.
             MOVE "JOB GENERATED" TO WS-DT-FLAG.
             PERFORM CE000-NOTIFY THRU CE000-EXIT.
             WRITE REP-LINE FROM WS-DET-LINE.
             GO TO CA000-READ.
       CA000-END.
             CLOSE JOBDET PRNREP.
             DISPLAY "Jobs generated :" AT 2312
                     WITH FOREGROUND-COLOR 10
                     WS-GENERATED WITH FOREGROUND-COLOR 11
                     "  customers told :" WITH FOREGROUND-COLOR 10
                     WS-NOTIFIED WITH FOREGROUND-COLOR 11.
       CA000-EXIT.
             EXIT.
      *
             ADD 1              TO WS-NEXT-JKEY.
       CD000-EXIT.
             EXIT.
      *
      *    ****    T E L L   T H E   C U S T O M E R   T H E
      *    ****    V I S I T   I S   B O O K E D
      *
       CE000-NOTIFY.
             MOVE WS-NEXT-JOB   TO WS-NQ-JOB.
             MOVE SCH-ACCOUNT   TO WS-NQ-ACCOUNT.
             MOVE "VB"          TO WS-NQ-EVENT.
             DIVIDE WS-RUN-YYYYMM BY 100 GIVING WS-W-YYYY.
             COMPUTE WS-W-MM = WS-RUN-YYYYMM - WS-W-YYYY * 100.
             MOVE WS-W-YYYY     TO WS-VM-YYYY.
             MOVE WS-W-MM       TO WS-VM-MM.
             MOVE WS-VISIT-MONTH TO WS-NQ-REF.
             MOVE "JCP015"      TO WS-NQ-PROGRAM.
             CALL "NTFQUE" USING WS-NQ-PARAMS.
           IF WS-NQ-RESULT = ZERO
               ADD 1            TO WS-NOTIFIED
               MOVE "JOB GENERATED, TOLD" TO WS-DT-FLAG.
           IF WS-NQ-RESULT = 2
               MOVE "GENERATED, NOT TOLD" TO WS-DT-FLAG.
       CE000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
