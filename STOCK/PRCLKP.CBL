      *             to file reads only on a cache miss                 *
      *        "S"  hand back the lines-priced-per-source counters     *
      *             (contract / promotion / list / cache misses)       *
      *        "M"  margin only, for a price already in PL-PRICE       *
      *             (a keyed or carried price)                         *
      *                                                                *
      *    Every price is returned with its margin: PL-COST the        *
      *    item's average cost, PL-MARGIN the gross margin as a        *
      *    percentage of the price, PL-MIN-MARGIN the minimum from     *
      *    MINMRG (the item's own rule, else its stock group's, else   *
      *    zero) and PL-BELOW "Y" when the margin falls short of it.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY STOCK.SL.

       COPY MINMRG.SL.

           SELECT CONPRC  ASSIGN DISK
                          STATUS WS-STATUS
                          ACCESS DYNAMIC

       COPY STOCK.FDE.

       COPY MINMRG.FDE.

       FD  CONPRC    LABEL RECORD STANDARD
                     VALUE OF FILE-ID "CONPRC.DAT".
       01  CPR-RECORD.
       77  WS-STKKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-CPRKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-PRMKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-MMGKEY      PIC  9(05)     COMP-0 VALUE 1.
       77  WS-FOUND       PIC  9(01)     VALUE ZERO.
       77  WS-T           PIC  9(04)     COMP-5 VALUE ZERO.
       77  WS-LOAD-ACCT   PIC  9(07)     VALUE ZERO.
       77  WS-CC-OVFL     PIC  9(01)     VALUE ZERO.
       77  WS-PC-OVFL     PIC  9(01)     VALUE ZERO.
       77  WS-LC-OVFL     PIC  9(01)     VALUE ZERO.
       77  WS-MR-OVFL     PIC  9(01)     VALUE ZERO.
       77  WS-COST        PIC S9(07)V9999 COMP-3 VALUE ZERO.
       77  WS-GROUP       PIC  9(03)     VALUE ZERO.
       77  WS-MIN         PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-GRP-MIN     PIC  9(02)V99  COMP-3 VALUE ZERO.
       77  WS-GRP-FOUND   PIC  9(01)     VALUE ZERO.

      *
      *    ****    B A T C H - M O D E   P R I C E   C A C H E S
               05  WS-LC-CODE PIC  X(14).
               05  WS-LC-PRICE
                              PIC S9(07)V99 COMP-3.
               05  WS-LC-COST PIC S9(07)V9999 COMP-3.
               05  WS-LC-GROUP
                              PIC  9(03).
       01  WS-MRG-CACHE.
           03  WS-MR-MAX     PIC  9(04) COMP-5 VALUE ZERO.
           03  WS-MR-ENT OCCURS 500.
               05  WS-MR-GROUP
                              PIC  9(03).
               05  WS-MR-CODE PIC  X(14).
               05  WS-MR-PCT  PIC  9(02)V99 COMP-3.

       LINKAGE SECTION.
       01  PL-PARAMS.
           03  PL-CNT-PROMO   PIC  9(07).
           03  PL-CNT-LIST    PIC  9(07).
           03  PL-CNT-MISS    PIC  9(07).
           03  PL-COST        PIC S9(07)V9999.
           03  PL-MARGIN      PIC S9(03)V99.
           03  PL-MIN-MARGIN  PIC  9(02)V99.
           03  PL-BELOW       PIC  X(01).
      /
       PROCEDURE DIVISION USING PL-PARAMS.
       AA000-MAIN             SECTION.
               MOVE WS-CNT-LST  TO PL-CNT-LIST
               MOVE WS-CNT-MISS TO PL-CNT-MISS
               GO TO AZ100.
           IF PL-MODE = "M"
               GO TO AA000-MARGIN.
             MOVE ZERO          TO PL-PRICE.
             MOVE "NONE"        TO PL-SOURCE.
           IF PL-MODE = "B" AND WS-LOADED = 1
               PERFORM FA000-FROM-CACHE THRU FA000-EXIT
               IF WS-FOUND = 1
                   GO TO AA000-MARGIN
               ELSE
                   ADD 1        TO WS-CNT-MISS.
      *
                                TO PL-PRICE
                   MOVE "CONTRACT"
                                TO PL-SOURCE
                   GO TO AA000-MARGIN
               END-IF.
      *
      *    2. Promotion running at the date
           IF WS-FOUND = 1
               MOVE PRM-PRICE   TO PL-PRICE
               MOVE "PROMOTION" TO PL-SOURCE
               GO TO AA000-MARGIN.
      *
      *    3. The list price
      *
           IF WS-FOUND = 1
               MOVE STK-PRICE2  TO PL-PRICE
               MOVE "LIST"      TO PL-SOURCE.
       AA000-MARGIN.
             PERFORM GA000-MARGIN THRU GA000-EXIT.
       AZ100.
             EXIT PROGRAM.
      /
                                TO WS-LC-CODE (WS-LC-MAX)
                   MOVE STK-PRICE2
                                TO WS-LC-PRICE (WS-LC-MAX)
                   MOVE STK-AVG-COST
                                TO WS-LC-COST (WS-LC-MAX)
                   MOVE STK-GROUP
                                TO WS-LC-GROUP (WS-LC-MAX)
               ELSE
                   MOVE 1       TO WS-LC-OVFL.
             GO TO EA000-LST-READ.
       EA000-LST-DONE.
             CLOSE STOCK.
       EA000-MARGINS.
             MOVE ZERO          TO WS-MR-MAX WS-MR-OVFL.
             OPEN INPUT MINMRG.
           IF WS-STATUS NOT = "00"
               GO TO EA000-MARK.
             MOVE 1             TO WS-MMGKEY.
             START MINMRG KEY NOT < WS-MMGKEY.
           IF WS-STATUS NOT = "00"
               GO TO EA000-MRG-DONE.
       EA000-MRG-READ.
             READ MINMRG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO EA000-MRG-DONE.
           IF MMG-ACTIVE
               IF WS-MR-MAX < 500
                   ADD 1        TO WS-MR-MAX
                   MOVE MMG-GROUP
                                TO WS-MR-GROUP (WS-MR-MAX)
                   MOVE MMG-CODE
                                TO WS-MR-CODE (WS-MR-MAX)
                   MOVE MMG-PCT TO WS-MR-PCT (WS-MR-MAX)
               ELSE
                   MOVE 1       TO WS-MR-OVFL.
             GO TO EA000-MRG-READ.
       EA000-MRG-DONE.
             CLOSE MINMRG.
       EA000-MARK.
             MOVE 1             TO WS-LOADED.
       EA000-EXIT.
             GO TO FD000-LIST.
       FD000-EXIT.
             EXIT.
      /
      ******************************************************************
      *                                                                *
      *    ****    M A R G I N   O N   T H E   P R I C E               *
      *                                                                *
      *    From the loaded tables in batch mode, falling back to the   *
      *    files for an item or rule the tables could not hold.        *
      *                                                                *
      ******************************************************************
       GA000-MARGIN.
             MOVE ZERO          TO PL-COST PL-MARGIN PL-MIN-MARGIN.
             MOVE "N"           TO PL-BELOW.
           IF PL-MODE NOT = "M" AND PL-SOURCE = "NONE"
               GO TO GA000-EXIT.
             MOVE ZERO          TO WS-FOUND.
           IF WS-LOADED = 1
            AND (PL-MODE = "B" OR PL-MODE = "M")
               PERFORM GB000-CACHED-ITEM THRU GB000-EXIT.
           IF WS-FOUND = ZERO
               PERFORM GC000-FILE-ITEM THRU GC000-EXIT.
           IF WS-FOUND = ZERO
               GO TO GA000-EXIT.
             MOVE WS-COST       TO PL-COST.
           IF WS-LOADED = 1 AND WS-MR-OVFL = ZERO
            AND (PL-MODE = "B" OR PL-MODE = "M")
               PERFORM GD000-CACHED-MIN THRU GD000-EXIT
           ELSE
               PERFORM GE000-FILE-MIN THRU GE000-EXIT.
             MOVE WS-MIN        TO PL-MIN-MARGIN.
      *
      *    Nothing charged for an item that costs something is the
      *    worst margin there is
      *
           IF PL-PRICE > ZERO
               GO TO GA000-PCT.
           IF PL-COST > ZERO
               MOVE -999.99     TO PL-MARGIN.
             GO TO GA000-TEST.
       GA000-PCT.
           IF PL-PRICE * 10 < PL-COST
               MOVE -999.99     TO PL-MARGIN
               GO TO GA000-TEST.
             COMPUTE PL-MARGIN ROUNDED
                   = (PL-PRICE - PL-COST) * 100 / PL-PRICE.
       GA000-TEST.
           IF PL-MARGIN < PL-MIN-MARGIN
               MOVE "Y"         TO PL-BELOW.
       GA000-EXIT.
             EXIT.
      *
      *    ****    I T E M   C O S T   A N D   G R O U P
      *
       GB000-CACHED-ITEM.
             MOVE ZERO          TO WS-T.
       GB000-NEXT.
             ADD 1              TO WS-T.
           IF WS-T > WS-LC-MAX
               GO TO GB000-EXIT.
           IF WS-LC-CODE (WS-T) NOT = PL-CODE
               GO TO GB000-NEXT.
             MOVE WS-LC-COST (WS-T) TO WS-COST.
             MOVE WS-LC-GROUP (WS-T) TO WS-GROUP.
             MOVE 1             TO WS-FOUND.
       GB000-EXIT.
             EXIT.
       GC000-FILE-ITEM.
             MOVE ZERO          TO WS-FOUND.
             OPEN INPUT STOCK.
           IF WS-STATUS NOT = "00"
               GO TO GC000-EXIT.
             MOVE 1             TO WS-STKKEY.
             START STOCK KEY NOT < WS-STKKEY.
           IF WS-STATUS NOT = "00"
               GO TO GC000-DONE.
       GC000-READ.
             READ STOCK NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GC000-DONE.
           IF STK-CODE NOT = PL-CODE
               GO TO GC000-READ.
             MOVE STK-AVG-COST  TO WS-COST.
             MOVE STK-GROUP     TO WS-GROUP.
             MOVE 1             TO WS-FOUND.
       GC000-DONE.
             CLOSE STOCK.
       GC000-EXIT.
             EXIT.
      *
      *    ****    T H E   M I N I M U M   M A R G I N
      *
      *    The item's own rule wins over its group's.
      *
       GD000-CACHED-MIN.
             MOVE ZERO          TO WS-MIN WS-T.
       GD000-ITEM.
             ADD 1              TO WS-T.
           IF WS-T > WS-MR-MAX
               GO TO GD000-GROUP.
           IF WS-MR-CODE (WS-T) = PL-CODE
               MOVE WS-MR-PCT (WS-T) TO WS-MIN
               GO TO GD000-EXIT.
             GO TO GD000-ITEM.
       GD000-GROUP.
             MOVE ZERO          TO WS-T.
       GD000-GRP-NEXT.
             ADD 1              TO WS-T.
           IF WS-T > WS-MR-MAX
               GO TO GD000-EXIT.
           IF WS-MR-CODE (WS-T) = SPACES
            AND WS-MR-GROUP (WS-T) = WS-GROUP
               MOVE WS-MR-PCT (WS-T) TO WS-MIN
               GO TO GD000-EXIT.
             GO TO GD000-GRP-NEXT.
       GD000-EXIT.
             EXIT.
       GE000-FILE-MIN.
             MOVE ZERO          TO WS-MIN WS-GRP-MIN WS-GRP-FOUND.
             OPEN INPUT MINMRG.
           IF WS-STATUS NOT = "00"
               GO TO GE000-EXIT.
             MOVE 1             TO WS-MMGKEY.
             START MINMRG KEY NOT < WS-MMGKEY.
           IF WS-STATUS NOT = "00"
               GO TO GE000-DONE.
       GE000-READ.
             READ MINMRG NEXT WITH IGNORE LOCK.
           IF WS-STATUS NOT = "00"
               GO TO GE000-DONE.
           IF NOT MMG-ACTIVE
               GO TO GE000-READ.
           IF MMG-CODE = PL-CODE
               MOVE MMG-PCT     TO WS-MIN
               CLOSE MINMRG
               GO TO GE000-EXIT.
           IF MMG-CODE = SPACES AND MMG-GROUP = WS-GROUP
               MOVE MMG-PCT     TO WS-GRP-MIN
               MOVE 1           TO WS-GRP-FOUND.
             GO TO GE000-READ.
       GE000-DONE.
             CLOSE MINMRG.
           IF WS-GRP-FOUND = 1
               MOVE WS-GRP-MIN  TO WS-MIN.
       GE000-EXIT.
             EXIT.
