           03  SER-STATUS     PIC  X(01).
               88  SER-IN-STOCK    VALUE "I".
               88  SER-SOLD        VALUE "S".
           03  SER-EXPIRY     PIC  9(08).
           03  FILLER         PIC  X(02).

      *
      *    ****    W A R R A N T Y   C L A I M S
