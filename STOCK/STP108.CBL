           03  WS-PL-CNT-PRM  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-LST  PIC  9(07) VALUE ZERO.
           03  WS-PL-CNT-MISS PIC  9(07) VALUE ZERO.
           03  WS-PL-COST     PIC S9(07)V9999 VALUE ZERO.
           03  WS-PL-MARGIN   PIC S9(03)V99 VALUE ZERO.
           03  WS-PL-MIN-MARGIN
                              PIC  9(02)V99 VALUE ZERO.
           03  WS-PL-BELOW    PIC  X(01) VALUE SPACE.

       01  KEY-STATUS.
           03  KEY-TYPE      PIC  X(01).
