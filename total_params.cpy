      *     so the audit trail carries the basket exactly once; the
      *     counter capture uses it for its till receipt. Anything
      *     other than 'N' audits as TOTAL always has.
      *   - operator-id and till-id added so a basket carries who
      *     struck it and at which till through TOTAL to the audit
      *     trail; blank where the feed does not say.
      *   - sale-date and sale-time added so a basket carries the
      *     date and time it was closed at the till through TOTAL to
      *     the audit trail; zero where the caller does not know it.
      *   - line-min-age and line-max-basket-qty added: PRICE-BASKET
      *     stamps the master's restrictions onto each line, and
      *     TOTAL rejects a line that takes the basket over the
      *     item's limit. line-age-checked carries the till's 'Y'
      *     that the operator confirmed the customer's age; blank
      *     where the feed does not say.
      ******************************************************************
       01  basket.
           05  basket-id           PIC X(10) VALUE SPACES.
           05  store-id            PIC X(04) VALUE SPACES.
           05  operator-id         PIC X(06) VALUE SPACES.
           05  till-id             PIC X(04) VALUE SPACES.
           05  sale-date           PIC 9(08) VALUE ZERO.
           05  sale-time           PIC 9(06) VALUE ZERO.
           05  basket-type         PIC X(01) VALUE 'S'.
               88  basket-is-return    VALUE 'R'.
           05  original-sale-date  PIC 9(08) VALUE ZERO.
               10  line-total        PIC 9(09)V9(2) VALUE ZERO.
               10  line-rejected     PIC X(01) VALUE 'N'.
                   88  line-was-rejected   VALUE 'Y'.
               10  line-min-age      PIC 9(02) VALUE ZERO.
               10  line-max-basket-qty PIC 9(04) VALUE ZERO.
               10  line-age-checked  PIC X(01) VALUE SPACES.
                   88  line-age-was-checked VALUE 'Y'.
      * total is the tax-exclusive subtotal, struck after discounts.
       01  total               PIC 9(12)V9(2).
       01  tax-summary.
