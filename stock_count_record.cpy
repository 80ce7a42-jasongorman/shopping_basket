      ******************************************************************
      * Copybook:   STOCK_COUNT_RECORD
      * Purpose:    One 80-byte line of the stocktake count file: the
      *             quantity of one item physically counted on one
      *             branch's shelves, keyed in off the count sheets
      *             COUNT-SHEETS prints. STOCKTAKE reads the file back
      *             and sets it against the book stock on STORSTK.
      *             The counted quantity carries three decimal places
      *             so a weighed item is counted to the gram, and its
      *             sign is leading and separate so a keyed minus is
      *             caught by validation rather than read as a digit.
      ******************************************************************
       01  stock-count-record.
           05  stc-store-id            PIC X(04).
           05  stc-prod-code           PIC X(10).
           05  stc-counted-qty         PIC S9(07)V9(03)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(55).
