      ******************************************************************
      * Copybook:   TILL_ACTIVITY_RECORD
      * Purpose:    One totaled basket's accountability figures,
      *             written by BATCH-TOTAL after TOTAL has struck the
      *             basket and its tenders have been checked: the
      *             operator and till it was struck at, what it came
      *             to, the discount keyed by hand against it, any
      *             points it spent, and whether the drawer took more
      *             or less than was due. A mixed-currency-rejected
      *             basket charged nothing and is not written. Read
      *             by CASHIER-REPORT, which rolls the day up per
      *             operator and till.
      ******************************************************************
       01  till-activity-record.
           05  tar-date                PIC 9(08).
           05  tar-store-id            PIC X(04).
           05  tar-till-id             PIC X(04).
           05  tar-operator-id         PIC X(06).
           05  tar-basket-id           PIC X(10).
           05  tar-basket-type         PIC X(01).
               88  tar-is-return           VALUE 'R'.
           05  tar-currency-code       PIC X(03).
           05  tar-total-with-tax      PIC 9(12)V9(2).
      * Discount keyed at the till - the basket discount and any
      * line discount the feed carried that pricing left in place -
      * as the money it took off the sale. Promotions are not keyed
      * and are not counted.
           05  tar-keyed-discount      PIC 9(09)V9(2).
           05  tar-points-redeemed     PIC 9(06).
           05  tar-redemption-value    PIC 9(09)V9(2).
      * A basket with no payment records is not tender-checked and
      * carries no variance. Positive is over (more in the drawer,
      * or less refunded, than was due); negative is short.
           05  tar-tender-checked      PIC X(01).
               88  tar-was-tender-checked  VALUE 'Y'.
           05  tar-drawer-variance     PIC S9(12)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(20).
