      ******************************************************************
      * Copybook:   STOCK_ADJUST_RECORD
      * Purpose:    One 80-byte stock adjustment written by STOCKTAKE
      *             when a count is approved: the branch's book stock
      *             before the count, the quantity counted (which
      *             becomes the new book stock), the cost price it was
      *             valued at, and the shrinkage value - book less
      *             counted, at cost - so a loss is positive and a
      *             count that found more than the book is negative.
      *             The file is appended to on every approval and read
      *             by GL-EXTRACT, which posts each date's shrinkage
      *             per branch as its own journal element. sar-date is
      *             the day the count was approved, which is the day
      *             the book stock moved and the day the ledger takes
      *             it; the day the shelves were counted is kept in
      *             sar-count-date.
      ******************************************************************
       01  stock-adjust-record.
           05  sar-date                PIC 9(08).
           05  sar-store-id            PIC X(04).
           05  sar-prod-code           PIC X(10).
           05  sar-book-qty            PIC S9(07)V9(03)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  sar-counted-qty         PIC S9(07)V9(03)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  sar-unit-cost           PIC 9(06)V9(2).
           05  sar-shrinkage-value     PIC S9(09)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  sar-count-date          PIC 9(08).
           05  FILLER                  PIC X(08).
