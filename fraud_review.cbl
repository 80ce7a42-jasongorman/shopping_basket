      *     of rejecting the second as a duplicate - previously the
      *     combined file bounced with RC 8 and the reversals never
      *     reached the chain.
      *   - A confirmed return basket - FRAUD-PATTERN queues returns
      *     whose goods were never sold at that store - is reversed
      *     as a sale: the credit it took is charged back, rather
      *     than the return being credited a second time.
      *   - A reversal struck as a return is marked authorised: the
      *     confirmed basket is already marked reversed on the
      *     history, so BATCH-TOTAL's check of a return against its
      *     original sale would otherwise hold the reversal itself.
      *   - Every reversal header now carries the reversal flag, so
      *     BATCH-TOTAL strikes it at the prices on the queue - the
      *     prices the basket went through at - rather than repricing
      *     a return charged back as a sale off tonight's master and
      *     refusing its lines against tonight's basket limits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-REVIEW.
      * same id, card and lines at the prices and discounts actually
      * charged, headed 'R' so the whole chain - stock, loyalty,
      * sales, audit - nets it off through the paths it already has
      * for any other credit. A return is reversed the other way, as
      * a sale at the same figures, which charges the credit back.
       4000-START-REVERSAL.
           MOVE SPACES TO basket-batch-record.
           MOVE 'H' TO bbr-record-type.
           MOVE frv-basket-discount-pct TO bbr-basket-discount-pct.
           MOVE frv-currency-code TO bbr-currency-code.
           MOVE frv-loyalty-card-id TO bbr-loyalty-card-id.
           MOVE ZEROES TO bbr-points-redeemed.
           MOVE frv-store-id TO bbr-store-id.
           MOVE 'Y' TO bbr-reversal-flag.
           IF frv-is-return
               MOVE 'S' TO bbr-basket-type
           ELSE
               MOVE 'R' TO bbr-basket-type
               MOVE frv-date TO bbr-original-date
               MOVE 'Y' TO bbr-return-authorised
           END-IF.
           WRITE basket-batch-record.
           ADD 1 TO adj-header-count.
           IF history-opened
