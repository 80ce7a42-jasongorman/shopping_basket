      ******************************************************************
      * Copybook:   LOYALTY_WARNING_RECORD
      * Purpose:    One card on the expiry warning list written by
      *             LOYALTY-EXPIRE for the marketing mailing: a card
      *             holding points that will expire at a month end
      *             within the next sixty days, how many, the first
      *             month end they go at, and the card's balance
      *             today. Only cards with a positive balance are
      *             listed.
      ******************************************************************
       01  loyalty-warning-record.
           05  lwr-card-id             PIC X(12).
           05  lwr-points-expiring     PIC 9(09).
           05  lwr-expiry-date         PIC 9(08).
           05  lwr-points-balance      PIC 9(09).
           05  FILLER                  PIC X(12).
