      ******************************************************************
      * Copybook:   CARD_SETTLEMENT_RECORD
      * Purpose:    One transaction on the card acquirer's daily
      *             settlement file: the day the acquirer paid it, the
      *             branch it was taken at - the acquirer's outlet
      *             number for each branch is set up as our store id -
      *             the transaction reference the till printed (the
      *             same reference the till puts on the 'D' payment
      *             record), the amount settled and the acquirer's fee
      *             on it. Refunds come through negative, and a fee
      *             the acquirer gives back comes through negative.
      ******************************************************************
       01  card-settlement-record.
           05  csr-settle-date         PIC 9(08).
           05  csr-store-id            PIC X(04).
           05  csr-transaction-date    PIC 9(08).
           05  csr-reference           PIC X(16).
           05  csr-currency-code       PIC X(03).
           05  csr-amount              PIC S9(09)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  csr-fee-amount          PIC S9(07)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(19).
