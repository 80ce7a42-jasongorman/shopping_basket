      ******************************************************************
      * Copybook:   RESTRICTED_SALE_RECORD
      * Purpose:    One restricted line sold - an item the product
      *             master gives a minimum age or a most-per-basket
      *             limit - written by BATCH-TOTAL for every such
      *             line TOTAL accepted on a sale basket, so
      *             RESTRICTED-LOG can list each store's restricted
      *             sales for the day with the operator who struck
      *             the basket and whether the age check was
      *             confirmed at the till. Returns are not sales and
      *             are not written.
      ******************************************************************
       01  restricted-sale-record.
      * The date of the night run that took the line off the feed.
           05  rsr-date                PIC 9(08).
           05  rsr-store-id            PIC X(04).
           05  rsr-till-id             PIC X(04).
           05  rsr-operator-id         PIC X(06).
           05  rsr-basket-id           PIC X(10).
      * When the basket was closed at the till; zero where the feed
      * does not carry it.
           05  rsr-sale-date           PIC 9(08).
           05  rsr-sale-time           PIC 9(06).
           05  rsr-item-code           PIC X(10).
           05  rsr-quantity            PIC S9(04)V9(03)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  rsr-line-uom            PIC X(02).
           05  rsr-min-age             PIC 9(02).
           05  rsr-max-basket-qty      PIC 9(04).
           05  rsr-age-checked         PIC X(01).
               88  rsr-age-was-checked     VALUE 'Y'.
           05  FILLER                  PIC X(07).
