      *-----------------------------------------------------------
      * SHRINKX - Shrink extract record, one per store per count
      * posting, written by the cycle-count posting and journaled
      * by the GL extract so loss prevention and accounting carry
      * the same shrink number. Units and dollars are unsigned;
      * SX-DIRECTION says whether the count came in under the book
      * (a loss) or over it (a gain).
      *-----------------------------------------------------------
       01  SHRINK-EXTRACT-RECORD.
           05  SX-BUSINESS-DATE             PIC 9(8).
           05  SX-STORE-NUMBER              PIC 99.
           05  SX-DISTRICT-NUMBER           PIC 99.
           05  SX-DIRECTION                 PIC X.
               88  SX-SHRINK-LOSS           VALUE "L".
               88  SX-SHRINK-GAIN           VALUE "G".
           05  SX-SHRINK-UNITS              PIC 9(7).
           05  SX-SHRINK-AMOUNT             PIC 9(9)V99.
