      *   - bhr-quantity given three decimal places and bhr-line-uom
      *     added so a weighed line's history shows the weight that
      *     was actually charged.
      *   - bhr-operator-id and bhr-till-id added to the header, and
      *     the body widened to make room for them, so the history
      *     shows who struck each basket and at which till.
      *   - bhr-sale-date and bhr-sale-time added to the header so the
      *     history shows when the basket was closed at the till;
      *     zero where the feed did not carry it.
      *   - bhr-line-refunded-qty added to the detail: how much of a
      *     sale line has since been credited back on verified
      *     returns, so the same line cannot be refunded twice.
      *     Blank on lines written before it existed, which reads as
      *     nothing refunded.
      *   - bhr-body is now 120 bytes, up from 88, so the record is
      *     147 bytes, up from 115. BASKETHIST must be unloaded and
      *     reloaded at the new length before the first run on this
      *     layout, each old record padded on the right with spaces:
      *     a blank sale date, time or refunded quantity reads as
      *     not carried.
      ******************************************************************
       01  basket-history-record.
           05  bhr-key.
           05  bhr-record-type         PIC X(01).
               88  bhr-is-header           VALUE 'H'.
               88  bhr-is-detail           VALUE 'D'.
           05  bhr-body                PIC X(120).
           05  bhr-header-body REDEFINES bhr-body.
               10  bhr-currency-code       PIC X(03).
               10  bhr-basket-type         PIC X(01).
               10  bhr-item-count          PIC 9(04).
               10  bhr-reversed-flag       PIC X(01).
                   88  bhr-was-reversed        VALUE 'Y'.
               10  bhr-operator-id         PIC X(06).
               10  bhr-till-id             PIC X(04).
               10  bhr-sale-date           PIC 9(08).
               10  bhr-sale-time           PIC 9(06).
               10  FILLER                  PIC X(12).
           05  bhr-detail-body REDEFINES bhr-body.
               10  bhr-item-code           PIC X(10).
               10  bhr-quantity            PIC S9(04)V9(03)
               10  bhr-line-total          PIC 9(09)V9(2).
               10  bhr-line-rejected       PIC X(01).
               10  bhr-line-uom            PIC X(02).
               10  bhr-line-refunded-qty   PIC S9(04)V9(03)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10  bhr-line-refunded-qty-x REDEFINES
                   bhr-line-refunded-qty   PIC X(08).
               10  FILLER                  PIC X(64).
