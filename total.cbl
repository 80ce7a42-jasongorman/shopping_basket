      *     one percentage of the line subtotal - so a confirmed
      *     basket's reversal reproduces what was charged instead of
      *     crediting full line prices.
      *   - The basket's operator and till id carried onto the audit
      *     entry beside the store id.
      *   - A redemption against a loyalty account closed on the card
      *     holder's erasure request is refused, as for a card not
      *     on the master.
      *   - The basket's sale date and time carried onto the audit
      *     entry, so the trail says when the basket was closed at
      *     the till as well as when it was struck.
      *   - The account balance a redemption was honored against is
      *     carried onto the audit entry.
      *   - A sale line that takes the basket over the most of its
      *     item the master allows in one basket is rejected the
      *     same way a bad quantity is; the earlier lines of the
      *     item stand. Returns are not held to the limit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTAL.
       01  best-reduced-date   PIC 9(08) VALUE ZERO.
       01  max-line-quantity   PIC 9(04) VALUE 500.
       01  whole-quantity      PIC S9(04).
       01  item-basket-quantity PIC S9(07)V9(03).
       01  lim                 PIC 9(04) COMP.
       01  fraud-value-threshold  PIC 9(06)V9(2) VALUE 5000.00.
       01  fraud-line-value-threshold PIC 9(06)V9(2) VALUE 1000.00.
       01  fraud-rejected-threshold PIC 9(02) VALUE 5.
       01  loyalty-redeem-value    PIC 9(01)V9(2) VALUE 0.01.
       01  loyalty-master-status   PIC X(02) VALUE SPACES.
           88  loyalty-master-ok       VALUE '00'.
      * The balance a redemption was honored against, for the audit.
       01  redeem-balance          PIC 9(09) VALUE ZERO.
       01  audit-date          PIC 9(08).
       01  audit-time          PIC 9(08).
       01  audit-log-status    PIC X(02) VALUE SPACES.
           INITIALIZE tax-summary.
           INITIALIZE validation-summary.
           INITIALIZE loyalty-summary.
           MOVE ZERO TO redeem-balance.
           PERFORM 1010-LOAD-FRAUD-THRESHOLDS THRU 1010-EXIT.
           PERFORM 1015-LOAD-VAT-RATES THRU 1015-EXIT.
           PERFORM 1020-LOAD-GROUP-PROMOS THRU 1020-EXIT.
                       quantity(i) ' ON UNIT LINE'
               END-IF
           END-IF.
           IF NOT line-was-rejected(i)
               AND NOT basket-is-return
               AND line-max-basket-qty(i) > ZERO
               PERFORM 2060-CHECK-BASKET-LIMIT THRU 2060-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      * A restricted item may go through one basket only up to the
      * most the master allows, however many lines it is keyed on:
      * this line's quantity is added to the item's lines already
      * accepted, and the line that takes the basket over is
      * rejected.
       2060-CHECK-BASKET-LIMIT.
           MOVE quantity(i) TO item-basket-quantity.
           PERFORM 2062-ADD-EARLIER-LINE THRU 2062-EXIT
               VARYING lim FROM 1 BY 1 UNTIL lim NOT < i.
           IF item-basket-quantity > line-max-basket-qty(i)
               MOVE 'Y' TO line-rejected(i)
               ADD 1 TO rejected-count
               IF first-rejected-item = SPACES
                   MOVE item-code(i) TO first-rejected-item
               END-IF
               DISPLAY 'TOTAL: REJECTED LINE - ITEM [' item-code(i)
                   '] QUANTITY ' quantity(i) ' OVER BASKET LIMIT '
                   line-max-basket-qty(i)
           END-IF.
       2060-EXIT.
           EXIT.

       2062-ADD-EARLIER-LINE.
           IF item-code(lim) = item-code(i)
               AND NOT line-was-rejected(lim)
               ADD quantity(lim) TO item-basket-quantity
           END-IF.
       2062-EXIT.
           EXIT.

      * unitprice times quantity cannot actually exceed line-gross's
      * width given their own PICs, but the line is rejected the same
      * way a bad quantity is rather than trusting that silently if
                           '] NOT ON LOYALTY MASTER - '
                           'REDEMPTION REFUSED'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN loy-account-closed
                               DISPLAY 'TOTAL: BASKET [' basket-id
                                   '] CARD [' loyalty-card-id
                                   '] ACCOUNT CLOSED - '
                                   'REDEMPTION REFUSED'
                           WHEN loy-points-balance >= points-redeemed
                               MOVE points-redeemed
                                   TO loyalty-points-redeemed
                               MOVE loy-points-balance
                                   TO redeem-balance
                           WHEN OTHER
                               DISPLAY 'TOTAL: BASKET [' basket-id
                                   '] CARD [' loyalty-card-id
                                   '] BALANCE ' loy-points-balance
                                   ' BELOW REQUESTED ' points-redeemed
                                   ' - REDEMPTION REFUSED'
                       END-EVALUATE
               END-READ
               CLOSE loyalty-master-file
           END-IF.
           MOVE tax-reduced-net TO aud-net-reduced.
           MOVE loyalty-points-redeemed TO aud-points-redeemed.
           MOVE store-id TO aud-store-id.
           MOVE operator-id TO aud-operator-id.
           MOVE till-id TO aud-till-id.
           MOVE sale-date TO aud-sale-date.
           MOVE sale-time TO aud-sale-time.
           MOVE redeem-balance TO aud-points-balance.
           OPEN EXTEND audit-log-file.
           IF audit-log-not-found
               OPEN OUTPUT audit-log-file
           MOVE store-id TO frv-store-id.
           PERFORM 5520-DERIVE-REVIEW-DISCOUNT THRU 5520-EXIT.
           MOVE review-discount-pct TO frv-basket-discount-pct.
           MOVE basket-type TO frv-basket-type.
           WRITE fraud-review-record.
           MOVE 1 TO i.
           PERFORM 5510-WRITE-ONE-REVIEW-LINE THRU 5510-EXIT
