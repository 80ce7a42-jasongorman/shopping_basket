      ******************************************************************
      * Copybook:   CARD_TENDER_RECORD
      * Purpose:    One card tender taken at a till, written by
      *             BATCH-TOTAL off the feed's 'D' payment records so
      *             CARD-SETTLE can prove the card acquirer paid for
      *             it. A refund to a card on a return basket is
      *             carried negative, the way the acquirer settles it.
      *             Tenders CARD-SETTLE has not yet matched are carried
      *             forward in this same layout from run to run.
      ******************************************************************
       01  card-tender-record.
      * The date of the night run that took the tender off the feed.
           05  ctr-date                PIC 9(08).
           05  ctr-store-id            PIC X(04).
           05  ctr-till-id             PIC X(04).
           05  ctr-basket-id           PIC X(10).
           05  ctr-basket-type         PIC X(01).
           05  ctr-reference           PIC X(16).
           05  ctr-currency-code       PIC X(03).
           05  ctr-amount              PIC S9(09)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(22).
