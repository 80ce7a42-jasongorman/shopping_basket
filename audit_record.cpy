      *   - aud-store-id added so each entry says which branch the
      *     basket was struck in; readers of the log can break their
      *     figures by store instead of running one set of books.
      *   - aud-operator-id and aud-till-id added so each entry says
      *     who struck the basket and at which till, and a refund or
      *     a redemption on the trail can be traced to a person.
      *   - aud-card-erased names the anonymous marker CARD-SUBJECT
      *     writes over a card id when the card holder asks for
      *     erasure; readers that post by card pass such entries by.
      *   - aud-sale-date and aud-sale-time added: the date and time
      *     the basket was actually closed at the till, where the
      *     caller knew it, as against aud-date/aud-time, which say
      *     when TOTAL struck it. Zero when not known.
      *   - aud-points-balance added: the balance the loyalty account
      *     held when TOTAL honored a redemption against it, zero
      *     when nothing was redeemed, so a run of redemptions
      *     pitched just under the balance shows on the trail.
      ******************************************************************
       01  audit-record.
           05  aud-date            PIC 9(08).
           05  aud-rejected-count  PIC 9(04).
           05  aud-fraud-flag      PIC X(01).
           05  aud-loyalty-card-id PIC X(12).
               88  aud-card-erased     VALUE '*ERASED*'.
           05  aud-loyalty-points  PIC 9(06).
           05  aud-basket-type     PIC X(01).
               88  aud-is-return       VALUE 'R'.
           05  aud-net-reduced     PIC 9(12)V9(2).
           05  aud-points-redeemed PIC 9(06).
           05  aud-store-id        PIC X(04).
           05  aud-operator-id     PIC X(06).
           05  aud-till-id         PIC X(04).
           05  aud-sale-date       PIC 9(08).
      * HHMMSS.
           05  aud-sale-time       PIC 9(06).
           05  aud-points-balance  PIC 9(09).
