      *     the feed as a weight against a price per kilo; the
      *     trailer's quantity hash carries the decimals too, so a
      *     weighed feed still balances to the gram.
      *   - bbr-operator-id and bbr-till-id added to the header: the
      *     counter capture stamps the operator signed on and the
      *     till the basket was struck at, so a refund, a discount or
      *     a redemption can be traced to a person. Blank on feeds
      *     that do not carry them.
      *   - bbr-sale-date and bbr-sale-time added to the header: the
      *     counter capture stamps the date and time the basket was
      *     closed at the till, so the trading day's shape survives
      *     the overnight run instead of every basket showing the
      *     time TOTAL got to it. Blank on feeds that do not carry
      *     them.
      *   - bbr-return-authorised added to the header and
      *     bbr-line-original-basket-id to the detail record: each
      *     line of a return names the basket it was bought on (off
      *     the receipt), so BATCH-TOTAL can check the refund against
      *     the original sale before crediting it. A return the
      *     check holds comes back through the feed marked
      *     authorised once a manager has signed it off, and is then
      *     credited without being checked again.
      *   - bbr-line-age-checked added to the detail record: the
      *     counter capture marks an age-restricted line 'Y' once
      *     the operator has confirmed the customer's age, so the
      *     restricted-sales log can show who made the check. Blank
      *     on feeds that do not carry it.
      *   - bbr-reversal-flag added to the header: FRAUD-REVIEW marks
      *     every reversal it strikes 'Y', so BATCH-TOTAL charges or
      *     credits it at the keyed prices - the prices the confirmed
      *     basket actually went through at - instead of repricing it
      *     off tonight's master and re-applying its limits. Blank
      *     on every other basket.
      ******************************************************************
       01  basket-batch-record.
           05  bbr-record-type         PIC X(01).
               10  bbr-original-date       PIC 9(08).
               10  bbr-original-date-x REDEFINES
                   bbr-original-date       PIC X(08).
               10  bbr-operator-id         PIC X(06).
               10  bbr-till-id             PIC X(04).
               10  bbr-sale-date           PIC 9(08).
               10  bbr-sale-date-x REDEFINES
                   bbr-sale-date           PIC X(08).
      * HHMMSS, the time the basket was closed at the till.
               10  bbr-sale-time           PIC 9(06).
               10  bbr-sale-time-x REDEFINES
                   bbr-sale-time           PIC X(06).
               10  bbr-return-authorised   PIC X(01).
                   88  bbr-return-is-authorised VALUE 'Y'.
               10  bbr-reversal-flag       PIC X(01).
                   88  bbr-is-reversal         VALUE 'Y'.
               10  FILLER                  PIC X(04).
           05  bbr-detail-body REDEFINES bbr-body.
               10  bbr-item-code           PIC X(10).
               10  bbr-unitprice           PIC 9(06)V9(2).
               10  bbr-line-currency-code  PIC X(03).
               10  bbr-line-voucher-id     PIC X(16).
               10  bbr-line-uom            PIC X(02).
      * On a return line, the basket id on the customer's receipt.
               10  bbr-line-original-basket-id PIC X(10).
               10  bbr-line-age-checked    PIC X(01).
                   88  bbr-line-age-was-checked VALUE 'Y'.
               10  FILLER                  PIC X(03).
           05  bbr-payment-body REDEFINES bbr-body.
               10  bbr-tender-type         PIC X(01).
                   88  bbr-tender-cash         VALUE 'C'.
