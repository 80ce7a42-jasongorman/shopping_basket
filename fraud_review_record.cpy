      *     expressed as one percentage of the line subtotal - so
      *     the reversal credits what was charged, not full line
      *     prices.
      *   - frv-card-erased names the anonymous marker CARD-SUBJECT
      *     writes over the card id on an erasure request, the same
      *     marker the audit log carries.
      *   - frv-basket-type added to the header ('R' a return, blank
      *     or 'S' a sale) now that FRAUD-PATTERN queues return
      *     baskets as well: a confirmed return is reversed as a sale,
      *     not credited a second time.
      ******************************************************************
       01  fraud-review-record.
           05  frv-record-type         PIC X(01).
               10  frv-rejected-count      PIC 9(04).
               10  frv-item-count          PIC 9(04).
               10  frv-loyalty-card-id     PIC X(12).
                   88  frv-card-erased         VALUE '*ERASED*'.
               10  frv-store-id            PIC X(04).
               10  frv-basket-discount-pct PIC 9(03)V9(2).
               10  frv-basket-type         PIC X(01).
                   88  frv-is-return           VALUE 'R'.
               10  FILLER                  PIC X(08).
           05  frv-detail-body REDEFINES frv-body.
               10  frv-item-code           PIC X(10).
               10  frv-quantity            PIC S9(04)V9(03)
