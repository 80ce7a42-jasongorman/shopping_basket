      *     exception remarks read REFUND SHORT/OVER, and a refund
      *     onto a voucher credits its balance back - and revives a
      *     closed one - instead of drawing it down further.
      *   - Operator and till id carried off the header into TOTAL
      *     (and so onto the audit entry) and onto the history
      *     header, and each totaled basket written to the new
      *     TILLACT till activity file - its value, the discount
      *     keyed against it, its points redemption and its drawer
      *     over/short - for the cashier accountability report.
      *   - Sale date and time carried off the header into TOTAL
      *     (and so onto the audit entry) and onto the history
      *     header; a header without them leaves both zero.
      *   - Return baskets verified against the basket history before
      *     they are credited. Each line must name an original sale
      *     basket at the same store on the return's original date.
      *     The item must be on that basket, not already credited
      *     back, and the credit must be no more than the line
      *     actually took after its discounts and deals. A verified
      *     return marks the quantity refunded on the original lines
      *     so no later return can refund them again. A return that
      *     fails is held off the credit altogether: its feed records
      *     go onto the RETHELD queue for RETURN-AUTHORISE and it is
      *     listed, line by line with the reason, on the RETEXCP
      *     returns exceptions report for the store manager. A return
      *     the manager has authorised comes back marked so and goes
      *     through the same check, which marks off what it can of
      *     the original lines, but is credited whatever the check
      *     finds.
      *   - Every card tender written to the CARDTND file - store,
      *     till, basket, the till's transaction reference and the
      *     amount, a refund negative - for CARD-SETTLE to match
      *     against the acquirer's settlement. A held return's card
      *     refund is written when it is held, since the money has
      *     gone back to the card either way; it is not written again
      *     when the authorised return comes back through the feed.
      *   - Every restricted line charged on a sale basket - an item
      *     with a minimum age or a basket limit on the master -
      *     written to the RESTSALE file with the store, till,
      *     operator, time of sale and whether the age check was
      *     confirmed, for the restricted-sales log. A line over
      *     its basket limit is rejected by TOTAL like a bad
      *     quantity and so never reaches the file. The age-check
      *     mark is taken off the feed detail, and a line's
      *     restrictions cleared before pricing so a return (which
      *     is not priced) carries none.
      *   - A reversal FRAUD-REVIEW strikes is marked on its header
      *     and is neither repriced nor held to tonight's basket
      *     limits: a confirmed fraudulent return charged back as a
      *     sale is charged at the prices on the queue, which are the
      *     prices it went through at.
      *   - A return already on the history for the date - a re-run
      *     of the night - is credited without being checked against
      *     its original sale again, so the quantity it refunded is
      *     not marked off the original lines a second time.
      *   - A card tender on a basket TOTAL refuses for mixed
      *     currencies is still written to CARDTND: the card was
      *     charged at the till whatever the night made of the
      *     basket, and card settlement must find it.
      *   - A held return is written to TILLACT the night it is held,
      *     with the refund the operator paid out against the credit
      *     it was struck at on trial, so the drawer balances on the
      *     cashier report; like its card refund, it is not written
      *     again when the authorised return comes back.
      *   - A same-date re-run refreshing a basket's history lines
      *     keeps each line's refunded quantity instead of blanking
      *     it, so returns already credited against the sale stay
      *     marked off it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-TOTAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT tender-report-file ASSIGN TO "TENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT till-activity-file ASSIGN TO "TILLACT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT batch-options-file ASSIGN TO "BATCHOPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS batch-options-status.
               ACCESS MODE IS RANDOM
               RECORD KEY IS vch-voucher-id
               FILE STATUS IS voucher-master-status.
           SELECT card-tender-file ASSIGN TO "CARDTND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT restricted-sale-file ASSIGN TO "RESTSALE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT returns-held-file ASSIGN TO "RETHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-held-status.
           SELECT return-exception-file ASSIGN TO "RETEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT basket-history-file ASSIGN TO "BASKETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bhr-key
               FILE STATUS IS basket-history-status.
       DATA DIVISION.
       01  price-variance-line     PIC X(80).
       FD  tender-report-file.
       01  tender-report-line      PIC X(100).
       FD  till-activity-file.
       COPY 'till_activity_record.cpy'.
       FD  batch-options-file.
       01  batch-options-record.
           05  bop-receipt-spool       PIC X(01).
           05  FILLER                  PIC X(79).
       FD  voucher-master-file.
       COPY 'voucher_master_record.cpy'.
       FD  card-tender-file.
       COPY 'card_tender_record.cpy'.
       FD  restricted-sale-file.
       COPY 'restricted_sale_record.cpy'.
       FD  returns-held-file.
       01  returns-held-record      PIC X(80).
       FD  return-exception-file.
       01  return-exception-line    PIC X(120).
       FD  basket-history-file.
       COPY 'basket_history_record.cpy'.
       WORKING-STORAGE SECTION.
       01  stale-history-seq        PIC 9(04) VALUE ZERO.
       01  stale-history-done-switch PIC X(01) VALUE 'N'.
           88  stale-history-cleared    VALUE 'Y'.
       01  kept-refunded-qty        PIC X(08) VALUE SPACES.
       01  header-read-count        PIC 9(06) COMP VALUE ZERO.
       01  detail-read-count        PIC 9(06) COMP VALUE ZERO.
       01  quantity-hash-total      PIC S9(12)V9(03) COMP VALUE ZERO.
           05  receipt-mode         PIC X(01) VALUE 'S'.
       01  keyed-price-table.
           05  keyed-unitprice OCCURS 500 TIMES PIC 9(06)V9(2).
      * The line discount as the feed keyed it, held like the keyed
      * price - pricing may overwrite the line's discount with a
      * promotion's, and only a discount keyed at the till counts
      * against the operator.
       01  keyed-discount-table.
           05  keyed-discount-pct OCCURS 500 TIMES PIC 9(03)V9(2).
       01  keyed-discount-value     PIC 9(09)V9(2) VALUE ZERO.
       01  keyed-line-value         PIC 9(12)V9(2) VALUE ZERO.
       01  keyed-free-units         PIC 9(04) VALUE ZERO.
       01  accepted-line-sum        PIC 9(12)V9(2) VALUE ZERO.
       01  price-variance-tolerance PIC 9(01)V9(2) VALUE 0.01.
       01  price-difference         PIC S9(07)V9(2) VALUE ZERO.
       01  variance-count           PIC 9(06) COMP VALUE ZERO.
       01  tdr-count-line.
           05  tdr-count-label     PIC X(28).
           05  tdr-count-value     PIC ZZZ,ZZ9.
      * A return basket's feed records are kept exactly as they were
      * read, so one the check holds can go onto the held queue
      * unaltered by pricing or conversion.
       01  returns-held-status      PIC X(02) VALUE SPACES.
           88  returns-held-not-found   VALUE '35'.
       01  raw-record-count         PIC 9(04) COMP VALUE ZERO.
       01  raw-record-table.
           05  raw-record OCCURS 520 TIMES PIC X(80).
       01  rr                       PIC 9(04) COMP.
       01  original-basket-table.
           05  original-basket-ref OCCURS 500 TIMES PIC X(10).
       01  return-authorised-switch PIC X(01) VALUE 'N'.
           88  return-is-authorised     VALUE 'Y'.
       01  return-held-switch       PIC X(01) VALUE 'N'.
           88  return-is-held           VALUE 'Y'.
       01  return-credited-switch   PIC X(01) VALUE 'N'.
           88  return-already-credited  VALUE 'Y'.
       01  reversal-switch          PIC X(01) VALUE 'N'.
           88  basket-is-reversal       VALUE 'Y'.
       01  return-reason-table.
           05  return-reason OCCURS 500 TIMES PIC X(26).
       01  return-paid-table.
           05  return-paid OCCURS 500 TIMES PIC 9(09)V9(2).
       01  return-credit-table.
           05  return-credit OCCURS 500 TIMES PIC 9(09)V9(2).
      * The original sale basket most recently read back off the
      * history, with each of its lines.
       01  original-scan-switch     PIC X(01) VALUE 'N'.
           88  original-scan-done       VALUE 'Y'.
       01  original-found-switch    PIC X(01) VALUE 'N'.
           88  original-found           VALUE 'Y'.
       01  orig-basket-id           PIC X(10) VALUE SPACES.
       01  orig-date                PIC 9(08) VALUE ZERO.
       01  orig-currency-code       PIC X(03) VALUE SPACES.
       01  orig-total               PIC 9(12)V9(2) VALUE ZERO.
       01  orig-line-sum            PIC 9(12)V9(2) VALUE ZERO.
       01  orig-line-count          PIC 9(04) COMP VALUE ZERO.
       01  ol                       PIC 9(04) COMP.
       01  orig-line-table.
           05  orig-line OCCURS 500 TIMES.
               10  ol-seq              PIC 9(04).
               10  ol-item-code        PIC X(10).
               10  ol-quantity         PIC S9(04)V9(03).
               10  ol-refunded-qty     PIC S9(04)V9(03).
               10  ol-line-total       PIC 9(09)V9(2).
               10  ol-rejected         PIC X(01).
      * Each piece of an original line this return has claimed; a
      * verified return writes them back onto the history once it
      * is credited.
       01  allocation-count         PIC 9(04) COMP VALUE ZERO.
       01  al                       PIC 9(04) COMP.
       01  allocation-table.
           05  allocation OCCURS 1000 TIMES.
               10  al-basket-id        PIC X(10).
               10  al-date             PIC 9(08).
               10  al-seq              PIC 9(04).
               10  al-quantity         PIC S9(04)V9(03).
       01  wanted-qty               PIC S9(04)V9(03) VALUE ZERO.
       01  bought-qty               PIC S9(05)V9(03) VALUE ZERO.
       01  available-qty            PIC S9(05)V9(03) VALUE ZERO.
       01  line-available-qty       PIC S9(05)V9(03) VALUE ZERO.
       01  claimed-qty              PIC S9(05)V9(03) VALUE ZERO.
       01  take-qty                 PIC S9(04)V9(03) VALUE ZERO.
       01  paid-value               PIC 9(12)V9(4) VALUE ZERO.
       01  credit-value             PIC 9(12)V9(2) VALUE ZERO.
       01  return-line-sum          PIC 9(12)V9(2) VALUE ZERO.
       01  refund-tolerance         PIC 9(01)V9(2) VALUE 0.01.
       01  refund-paid-total        PIC 9(12)V9(2) VALUE ZERO.
       01  returns-verified-count   PIC 9(06) COMP VALUE ZERO.
       01  returns-held-count       PIC 9(06) COMP VALUE ZERO.
       01  returns-authorised-count PIC 9(06) COMP VALUE ZERO.
       01  returns-recredited-count PIC 9(06) COMP VALUE ZERO.
       01  rex-heading-line.
           05  FILLER              PIC X(44)
                   VALUE 'RETURNS EXCEPTIONS - HELD OFF THE CREDIT FOR'.
           05  FILLER              PIC X(24)
                   VALUE ' MANAGER AUTHORISATION'.
       01  rex-basket-line.
           05  FILLER              PIC X(08) VALUE 'RETURN ['.
           05  rex-basket-id       PIC X(10).
           05  FILLER              PIC X(09) VALUE '] STORE ['.
           05  rex-store-id        PIC X(04).
           05  FILLER              PIC X(08) VALUE '] TILL ['.
           05  rex-till-id         PIC X(04).
           05  FILLER              PIC X(12) VALUE '] OPERATOR ['.
           05  rex-operator-id     PIC X(06).
           05  FILLER              PIC X(12) VALUE '] SOLD ON '.
           05  rex-original-date   PIC 9(08).
           05  FILLER              PIC X(14) VALUE '  REFUND PAID '.
           05  rex-refund-paid     PIC ZZZ,ZZZ,ZZ9.99.
       01  rex-line-detail.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  rex-item-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rex-quantity        PIC ZZZ9.999.
           05  FILLER              PIC X(11) VALUE '  RECEIPT ['.
           05  rex-original-id     PIC X(10).
           05  FILLER              PIC X(09) VALUE '] CREDIT '.
           05  rex-credit          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(06) VALUE '  PAID'.
           05  rex-paid            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rex-reason          PIC X(26).
       01  batch-output-record.
           05  bor-basket-id      PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
               OPEN EXTEND sales-detail-file
               OPEN EXTEND price-variance-file
               OPEN EXTEND tender-report-file
               OPEN EXTEND till-activity-file
               OPEN EXTEND return-exception-file
               OPEN EXTEND card-tender-file
               OPEN EXTEND restricted-sale-file
               PERFORM 1100-READ-BATCH-RECORD THRU 1100-EXIT
                   VARYING skip-idx FROM 1 BY 1
                   UNTIL skip-idx > restart-skip-count
               OPEN OUTPUT sales-detail-file
               OPEN OUTPUT price-variance-file
               OPEN OUTPUT tender-report-file
               OPEN OUTPUT till-activity-file
               OPEN OUTPUT return-exception-file
               OPEN OUTPUT card-tender-file
               OPEN OUTPUT restricted-sale-file
               MOVE tdr-heading-line TO tender-report-line
               WRITE tender-report-line
               MOVE rex-heading-line TO return-exception-line
               WRITE return-exception-line
           END-IF.
      * The held queue builds up across nights until RETURN-AUTHORISE
      * works it, so it is always added to, never replaced.
           OPEN EXTEND returns-held-file.
           IF returns-held-not-found
               OPEN OUTPUT returns-held-file
           END-IF.
           PERFORM 1200-OPEN-BASKET-HISTORY THRU 1200-EXIT.
           PERFORM 1250-OPEN-VOUCHER-MASTER THRU 1250-EXIT.
           INITIALIZE basket.
           MOVE ZERO TO tender-count.
           MOVE SPACES TO voucher-sale-table.
           MOVE ZERO TO keyed-discount-table.
           MOVE bbr-basket-id TO basket-id.
           MOVE bbr-store-id TO store-id.
           MOVE bbr-operator-id TO operator-id.
           MOVE bbr-till-id TO till-id.
           MOVE bbr-basket-discount-pct TO basket-discount-pct.
           MOVE 'GBP' TO currency-code.
           IF bbr-currency-code NOT = SPACES
           IF bbr-original-date IS NUMERIC
               MOVE bbr-original-date TO original-sale-date
           END-IF.
           IF bbr-sale-date IS NUMERIC
               MOVE bbr-sale-date TO sale-date
           END-IF.
           IF bbr-sale-time IS NUMERIC
               MOVE bbr-sale-time TO sale-time
           END-IF.
           MOVE SPACES TO original-basket-table.
           MOVE ZERO TO raw-record-count.
           MOVE ZERO TO allocation-count.
           MOVE 'N' TO return-authorised-switch.
           MOVE 'N' TO return-held-switch.
           IF basket-is-return
               AND bbr-return-is-authorised
               MOVE 'Y' TO return-authorised-switch
           END-IF.
           MOVE 'N' TO reversal-switch.
           IF bbr-is-reversal
               MOVE 'Y' TO reversal-switch
           END-IF.
           PERFORM 3100-KEEP-RAW-RECORD THRU 3100-EXIT.
           MOVE 'Y' TO basket-pending-switch.
       3000-EXIT.
           EXIT.

      * Only a return can be held, so only a return's records are
      * kept.
       3100-KEEP-RAW-RECORD.
           IF basket-is-return
               AND raw-record-count < 520
               ADD 1 TO raw-record-count
               MOVE basket-batch-record TO raw-record(raw-record-count)
           END-IF.
       3100-EXIT.
           EXIT.

       4000-ADD-BASKET-LINE.
           PERFORM 3100-KEEP-RAW-RECORD THRU 3100-EXIT.
           IF item-count < 500
               ADD 1 TO item-count
               MOVE bbr-item-code TO item-code(item-count)
               MOVE bbr-quantity TO quantity(item-count)
               MOVE bbr-line-discount-pct
                   TO line-discount-pct(item-count)
               MOVE bbr-line-discount-pct
                   TO keyed-discount-pct(item-count)
               MOVE bbr-line-offer-qty TO line-offer-qty(item-count)
               MOVE bbr-line-tax-code TO line-tax-code(item-count)
               MOVE bbr-line-currency-code
               MOVE bbr-line-voucher-id
                   TO voucher-sale-id(item-count)
               MOVE bbr-line-uom TO line-uom(item-count)
               MOVE bbr-line-original-basket-id
                   TO original-basket-ref(item-count)
               MOVE bbr-line-age-checked
                   TO line-age-checked(item-count)
               MOVE ZERO TO line-min-age(item-count)
               MOVE ZERO TO line-max-basket-qty(item-count)
           ELSE
               DISPLAY 'BATCH-TOTAL: BASKET [' basket-id
                   '] EXCEEDS 500 LINES - DETAIL RECORD ['
           EXIT.

       4700-ADD-BASKET-TENDER.
           PERFORM 3100-KEEP-RAW-RECORD THRU 3100-EXIT.
           IF tender-count < 10
               ADD 1 TO tender-count
               MOVE bbr-tender-type TO bt-tender-type(tender-count)

      * A return basket keeps its keyed prices, discounts and offers
      * untouched - the credit is struck at the price actually paid,
      * not at today's master price under today's promotions. So
      * does a reversal, for the same reason: its prices are the
      * ones the confirmed basket went through at, and left unpriced
      * its lines carry no basket limit for TOTAL to re-apply. A
      * return the manager has authorised is checked like any other,
      * so the quantities it refunds are marked off the original
      * sale, but the manager's word overrides any hold.
       5000-TOTAL-AND-WRITE.
           IF NOT basket-is-return
               AND NOT basket-is-reversal
               CALL 'PRICE-BASKET' USING basket
               PERFORM 4500-CHECK-PRICE-VARIANCES THRU 4500-EXIT
                   VARYING dtl FROM 1 BY 1 UNTIL dtl > item-count
           END-IF.
           CALL 'BASKET-CONVERT' USING basket, convert-status,
               convert-options.
           IF basket-is-return
               PERFORM 6000-VERIFY-RETURN THRU 6000-EXIT
               IF return-is-authorised
                   MOVE 'N' TO return-held-switch
                   IF NOT return-already-credited
                       ADD 1 TO returns-authorised-count
                   END-IF
               END-IF
           END-IF.
           IF return-is-held
               PERFORM 6800-HOLD-RETURN THRU 6800-EXIT
           ELSE
               PERFORM 5010-CHARGE-BASKET THRU 5010-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5010-CHARGE-BASKET.
           CALL 'TOTAL' USING basket, total, tax-summary,
               validation-summary, loyalty-summary.
           IF allocation-count > ZERO
               AND history-opened
               AND NOT mixed-currency-rejected
               PERFORM 6500-RECORD-ONE-REFUND THRU 6500-EXIT
                   VARYING al FROM 1 BY 1 UNTIL al > allocation-count
           END-IF.
           MOVE basket-id TO bor-basket-id.
           MOVE total-currency-code TO bor-currency-code.
           MOVE total TO bor-total.
      * A basket paid entirely by points arrives with no payment
      * records at all, so its redemption must reach the tender
      * summary on its own - only the short/over check itself waits
      * for actual tenders. A basket TOTAL refused for mixed
      * currencies is not summarised, but its card tenders are still
      * written for settlement.
           IF NOT mixed-currency-rejected
               IF tender-count > ZERO
                   PERFORM 5600-CHECK-TENDERS THRU 5600-EXIT
                   PERFORM 5640-SUMMARISE-POINTS-TENDER
                       THRU 5640-EXIT
               END-IF
               IF NOT return-is-authorised
                   PERFORM 5300-WRITE-TILL-ACTIVITY THRU 5300-EXIT
               END-IF
           ELSE
               IF total-currency-code = SPACES
                   MOVE currency-code TO total-currency-code
               END-IF
               PERFORM 5690-WRITE-REFUSED-CARD-TENDER THRU 5690-EXIT
                   VARYING tnd FROM 1 BY 1 UNTIL tnd > tender-count
           END-IF.
           ADD 1 TO basket-count.
           MOVE 'N' TO basket-pending-switch.
           PERFORM 5100-WRITE-CHECKPOINT THRU 5100-EXIT.
       5010-EXIT.
           EXIT.

      * The tender check is against what the customer actually owed -
           IF bt-tender-type(tnd) = 'V'
               PERFORM 5650-REDEEM-VOUCHER THRU 5650-EXIT
           END-IF.
           IF bt-tender-type(tnd) = 'D'
               PERFORM 5680-WRITE-CARD-TENDER THRU 5680-EXIT
           END-IF.
           ADD bt-amount(tnd) TO tendered-total.
           MOVE bt-tender-type(tnd) TO tender-type-in-hand.
           PERFORM 5620-FIND-TENDER-SLOT THRU 5620-EXIT.
       5660-EXIT.
           EXIT.

      * Every card tender goes onto CARDTND for card settlement, a
      * refund negative. An authorised return's card refund went
      * onto the file the night the return was held.
       5680-WRITE-CARD-TENDER.
           IF NOT return-is-authorised
               MOVE SPACES TO card-tender-record
               MOVE run-date TO ctr-date
               MOVE store-id TO ctr-store-id
               MOVE till-id TO ctr-till-id
               MOVE basket-id TO ctr-basket-id
               MOVE basket-type TO ctr-basket-type
               MOVE bt-reference(tnd) TO ctr-reference
               MOVE total-currency-code TO ctr-currency-code
               IF basket-is-return
                   COMPUTE ctr-amount = 0 - bt-amount(tnd)
               ELSE
                   MOVE bt-amount(tnd) TO ctr-amount
               END-IF
               WRITE card-tender-record
           END-IF.
       5680-EXIT.
           EXIT.

      * The card was charged - or refunded - at the till whatever
      * TOTAL made of the basket overnight, so settlement must still
      * find the tender on the file.
       5690-WRITE-REFUSED-CARD-TENDER.
           IF bt-tender-type(tnd) = 'D'
               PERFORM 5680-WRITE-CARD-TENDER THRU 5680-EXIT
           END-IF.
       5690-EXIT.
           EXIT.

      * A sold voucher goes onto the master at the amount actually
      * charged for it - a voucher line TOTAL rejected was never
      * charged, so it issues nothing. A number already on the
               MOVE line-uom(dtl) TO sdr-line-uom
               MOVE line-unit-cost(dtl) TO sdr-unit-cost
               WRITE sales-detail-record
               IF NOT basket-is-return
                   AND (line-min-age(dtl) > ZERO
                       OR line-max-basket-qty(dtl) > ZERO)
                   PERFORM 5250-WRITE-RESTRICTED-SALE THRU 5250-EXIT
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      * The licence inspection wants every restricted item sold, who
      * sold it and whether the customer's age was checked - the
      * operator signed on at the till is the one who confirmed it.
       5250-WRITE-RESTRICTED-SALE.
           MOVE SPACES TO restricted-sale-record.
           MOVE run-date TO rsr-date.
           MOVE store-id TO rsr-store-id.
           MOVE till-id TO rsr-till-id.
           MOVE operator-id TO rsr-operator-id.
           MOVE basket-id TO rsr-basket-id.
           MOVE sale-date TO rsr-sale-date.
           MOVE sale-time TO rsr-sale-time.
           MOVE item-code(dtl) TO rsr-item-code.
           MOVE quantity(dtl) TO rsr-quantity.
           MOVE line-uom(dtl) TO rsr-line-uom.
           MOVE line-min-age(dtl) TO rsr-min-age.
           MOVE line-max-basket-qty(dtl) TO rsr-max-basket-qty.
           MOVE line-age-checked(dtl) TO rsr-age-checked.
           WRITE restricted-sale-record.
       5250-EXIT.
           EXIT.

      * One record per charged basket, or held return, for the
      * cashier report. The drawer variance is the tender check's
      * difference read from the drawer's side: on a sale, tendering
      * more than was due is money over; on a return, paying out
      * more refund than was due is money short.
       5300-WRITE-TILL-ACTIVITY.
           MOVE SPACES TO till-activity-record.
           MOVE run-date TO tar-date.
           MOVE store-id TO tar-store-id.
           MOVE till-id TO tar-till-id.
           MOVE operator-id TO tar-operator-id.
           MOVE basket-id TO tar-basket-id.
           MOVE basket-type TO tar-basket-type.
           MOVE total-currency-code TO tar-currency-code.
           MOVE total-with-tax TO tar-total-with-tax.
           MOVE loyalty-points-redeemed TO tar-points-redeemed.
           MOVE loyalty-redemption-value TO tar-redemption-value.
           MOVE ZERO TO keyed-discount-value.
           IF NOT basket-is-return
               PERFORM 5310-VALUE-KEYED-DISCOUNT THRU 5310-EXIT
           END-IF.
           MOVE keyed-discount-value TO tar-keyed-discount.
           IF tender-count > ZERO
               MOVE 'Y' TO tar-tender-checked
               IF basket-is-return
                   COMPUTE tar-drawer-variance = 0 - tender-variance
               ELSE
                   MOVE tender-variance TO tar-drawer-variance
               END-IF
           ELSE
               MOVE 'N' TO tar-tender-checked
               MOVE ZERO TO tar-drawer-variance
           END-IF.
           WRITE till-activity-record.
       5300-EXIT.
           EXIT.

      * The basket discount is worth whatever it took off the lines
      * as charged after any group deals; each keyed line discount
      * still on its line after pricing is worth the difference
      * between the line after its offer and the line as charged.
       5310-VALUE-KEYED-DISCOUNT.
           MOVE ZERO TO accepted-line-sum.
           PERFORM 5320-VALUE-ONE-KEYED-LINE THRU 5320-EXIT
               VARYING dtl FROM 1 BY 1 UNTIL dtl > item-count.
           IF basket-discount-pct > ZERO
               AND accepted-line-sum > deal-savings-amount
               COMPUTE keyed-line-value =
                   accepted-line-sum - deal-savings-amount
               IF keyed-line-value > total
                   COMPUTE keyed-discount-value =
                       keyed-discount-value + keyed-line-value - total
               END-IF
           END-IF.
       5310-EXIT.
           EXIT.

       5320-VALUE-ONE-KEYED-LINE.
           IF NOT line-was-rejected(dtl)
               ADD line-total(dtl) TO accepted-line-sum
               IF keyed-discount-pct(dtl) > ZERO
                   AND keyed-discount-pct(dtl) = line-discount-pct(dtl)
                   COMPUTE keyed-line-value ROUNDED =
                       unitprice(dtl) * quantity(dtl)
                   IF line-offer-qty(dtl) > ZERO
                       DIVIDE quantity(dtl) BY line-offer-qty(dtl)
                           GIVING keyed-free-units
                       COMPUTE keyed-line-value =
                           keyed-line-value
                           - (keyed-free-units * unitprice(dtl))
                   END-IF
                   IF keyed-line-value > line-total(dtl)
                       COMPUTE keyed-discount-value =
                           keyed-discount-value + keyed-line-value
                           - line-total(dtl)
                   END-IF
               END-IF
           END-IF.
       5320-EXIT.
           EXIT.

      * Sequence zero is the basket's header; its lines follow in
      * basket order. A key already on file means a re-run of the
      * same date, so the record is refreshed in place.
           MOVE rejected-count TO bhr-rejected-count.
           MOVE fraud-flag TO bhr-fraud-flag.
           MOVE item-count TO bhr-item-count.
           MOVE operator-id TO bhr-operator-id.
           MOVE till-id TO bhr-till-id.
           MOVE sale-date TO bhr-sale-date.
           MOVE sale-time TO bhr-sale-time.
           PERFORM 5450-PUT-HISTORY-RECORD THRU 5450-EXIT.
           PERFORM 5410-WRITE-ONE-HISTORY-LINE THRU 5410-EXIT
               VARYING dtl FROM 1 BY 1 UNTIL dtl > item-count.
       5400-EXIT.
           EXIT.

      * The refunded quantity is not the night's to rebuild: it is
      * marked off the line by the returns credited against it since,
      * so a same-date re-run keeps what the line already carries
      * rather than blanking it and letting the line be refunded in
      * full again.
       5410-WRITE-ONE-HISTORY-LINE.
           MOVE SPACES TO kept-refunded-qty.
           MOVE basket-id TO bhr-basket-id.
           MOVE store-id TO bhr-store-id.
           MOVE run-date TO bhr-date.
           MOVE dtl TO bhr-seq.
           READ basket-history-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF bhr-is-detail
                       AND bhr-item-code = item-code(dtl)
                       MOVE bhr-line-refunded-qty-x
                           TO kept-refunded-qty
                   END-IF
           END-READ.
           MOVE basket-id TO bhr-basket-id.
           MOVE store-id TO bhr-store-id.
           MOVE run-date TO bhr-date.
           MOVE dtl TO bhr-seq.
           MOVE 'D' TO bhr-record-type.
           MOVE SPACES TO bhr-body.
           MOVE item-code(dtl) TO bhr-item-code.
           MOVE quantity(dtl) TO bhr-quantity.
           MOVE unitprice(dtl) TO bhr-unitprice.
           MOVE line-total(dtl) TO bhr-line-total.
           MOVE line-rejected(dtl) TO bhr-line-rejected.
           MOVE line-uom(dtl) TO bhr-line-uom.
           MOVE kept-refunded-qty TO bhr-line-refunded-qty-x.
           PERFORM 5450-PUT-HISTORY-RECORD THRU 5450-EXIT.
       5410-EXIT.
           EXIT.
       5470-EXIT.
           EXIT.

      * A return is struck once on trial, unaudited - the way the
      * counter capture strikes its till receipt - so each line's
      * credit is known exactly as TOTAL will strike it. Each line
      * TOTAL would credit is then checked against the sale it came
      * from. One line failing holds the whole return. A return
      * already on the history for the date was checked and
      * credited by an earlier run of the night, and its refunds
      * already marked off the original lines - checking it again
      * would claim them a second time.
       6000-VERIFY-RETURN.
           MOVE 'N' TO audit-mode.
           CALL 'TOTAL' USING basket, total, tax-summary,
               validation-summary, loyalty-summary.
           MOVE 'A' TO audit-mode.
           PERFORM 6010-CHECK-ALREADY-CREDITED THRU 6010-EXIT.
           EVALUATE TRUE
               WHEN mixed-currency-rejected
                   CONTINUE
               WHEN return-already-credited
                   ADD 1 TO returns-recredited-count
               WHEN OTHER
                   PERFORM 6020-CHECK-RETURN-LINES THRU 6020-EXIT
           END-EVALUATE.
       6000-EXIT.
           EXIT.

       6010-CHECK-ALREADY-CREDITED.
           MOVE 'N' TO return-credited-switch.
           IF history-opened
               MOVE basket-id TO bhr-basket-id
               MOVE store-id TO bhr-store-id
               MOVE run-date TO bhr-date
               MOVE ZERO TO bhr-seq
               READ basket-history-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF bhr-is-header
                           AND bhr-basket-type = 'R'
                           MOVE 'Y' TO return-credited-switch
                       END-IF
               END-READ
           END-IF.
       6010-EXIT.
           EXIT.

       6020-CHECK-RETURN-LINES.
           MOVE SPACES TO orig-basket-id.
           MOVE 'N' TO original-found-switch.
           MOVE SPACES TO return-reason-table.
           MOVE ZERO TO return-paid-table.
           MOVE ZERO TO return-credit-table.
           MOVE ZERO TO return-line-sum.
           PERFORM 6050-ADD-RETURN-LINE THRU 6050-EXIT
               VARYING dtl FROM 1 BY 1 UNTIL dtl > item-count.
           PERFORM 6100-CHECK-RETURN-LINE THRU 6100-EXIT
               VARYING dtl FROM 1 BY 1 UNTIL dtl > item-count.
           IF NOT return-is-held
               AND NOT return-is-authorised
               ADD 1 TO returns-verified-count
           END-IF.
       6020-EXIT.
           EXIT.

       6050-ADD-RETURN-LINE.
           IF NOT line-was-rejected(dtl)
               ADD line-total(dtl) TO return-line-sum
           END-IF.
       6050-EXIT.
           EXIT.

      * A line's credit is its line total less its share of any
      * whole-basket discount on the return, which is what TOTAL
      * takes off the total.
       6100-CHECK-RETURN-LINE.
           IF NOT line-was-rejected(dtl)
               PERFORM 6110-CHECK-LINE-RECEIPT THRU 6110-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6110-CHECK-LINE-RECEIPT.
           IF return-line-sum > total
               COMPUTE credit-value ROUNDED =
                   line-total(dtl) * total / return-line-sum
           ELSE
               MOVE line-total(dtl) TO credit-value
           END-IF.
           MOVE credit-value TO return-credit(dtl).
           EVALUATE TRUE
               WHEN original-basket-ref(dtl) = SPACES
                   MOVE 'NO ORIGINAL RECEIPT' TO return-reason(dtl)
               WHEN original-sale-date = ZERO
                   MOVE 'NO ORIGINAL SALE DATE' TO return-reason(dtl)
               WHEN NOT history-opened
                   MOVE 'SALES HISTORY NOT OPEN' TO return-reason(dtl)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF return-reason(dtl) NOT = SPACES
               MOVE 'Y' TO return-held-switch
           ELSE
               PERFORM 6120-CHECK-LINE-AGAINST-SALE THRU 6120-EXIT
           END-IF.
       6110-EXIT.
           EXIT.

       6120-CHECK-LINE-AGAINST-SALE.
           IF original-basket-ref(dtl) NOT = orig-basket-id
               PERFORM 6200-LOAD-ORIGINAL-SALE THRU 6200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT original-found
                   MOVE 'ORIGINAL SALE NOT FOUND' TO return-reason(dtl)
               WHEN orig-currency-code NOT = total-currency-code
                   MOVE 'NOT THE CURRENCY OF SALE' TO return-reason(dtl)
               WHEN OTHER
                   PERFORM 6300-MEASURE-ORIGINAL-ITEM THRU 6300-EXIT
           END-EVALUATE.
           IF return-reason(dtl) NOT = SPACES
               MOVE 'Y' TO return-held-switch
           ELSE
               PERFORM 6130-CLAIM-RETURN-LINE THRU 6130-EXIT
           END-IF.
       6120-EXIT.
           EXIT.

       6130-CLAIM-RETURN-LINE.
           MOVE quantity(dtl) TO wanted-qty.
           MOVE ZERO TO paid-value.
           PERFORM 6400-CLAIM-ONE-ORIGINAL-LINE THRU 6400-EXIT
               VARYING ol FROM 1 BY 1
               UNTIL ol > orig-line-count OR wanted-qty = ZERO.
           COMPUTE return-paid(dtl) ROUNDED = paid-value.
           IF credit-value > return-paid(dtl) + refund-tolerance
               MOVE 'REFUND MORE THAN PAID' TO return-reason(dtl)
               MOVE 'Y' TO return-held-switch
           END-IF.
       6130-EXIT.
           EXIT.

      * The sale is found under the receipt's basket id at the
      * return's store, struck on or after the date it was sold - the
      * history is keyed on the date the night run struck it. The
      * first sale basket there, not since reversed, whose till date
      * is the original date - or which predates till dates - is the
      * one.
       6200-LOAD-ORIGINAL-SALE.
           MOVE original-basket-ref(dtl) TO orig-basket-id.
           MOVE 'N' TO original-found-switch.
           MOVE 'N' TO original-scan-switch.
           MOVE ZERO TO orig-line-count.
           MOVE ZERO TO orig-line-sum.
           MOVE orig-basket-id TO bhr-basket-id.
           MOVE store-id TO bhr-store-id.
           MOVE original-sale-date TO bhr-date.
           MOVE ZERO TO bhr-seq.
           START basket-history-file KEY >= bhr-key
               INVALID KEY
                   MOVE 'Y' TO original-scan-switch
           END-START.
           PERFORM 6210-READ-ORIGINAL-RECORD THRU 6210-EXIT
               UNTIL original-scan-done.
       6200-EXIT.
           EXIT.

       6210-READ-ORIGINAL-RECORD.
           READ basket-history-file NEXT RECORD
               AT END
                   MOVE 'Y' TO original-scan-switch
           END-READ.
           EVALUATE TRUE
               WHEN original-scan-done
                   CONTINUE
               WHEN bhr-basket-id NOT = orig-basket-id
                   OR bhr-store-id NOT = store-id
                   MOVE 'Y' TO original-scan-switch
               WHEN bhr-is-header
                   IF original-found
                       MOVE 'Y' TO original-scan-switch
                   ELSE
                       PERFORM 6220-TAKE-ORIGINAL-HEADER THRU 6220-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 6230-TAKE-ORIGINAL-LINE THRU 6230-EXIT
           END-EVALUATE.
       6210-EXIT.
           EXIT.

       6220-TAKE-ORIGINAL-HEADER.
           IF bhr-basket-type NOT = 'R'
               AND NOT bhr-was-reversed
               AND (bhr-sale-date IS NOT NUMERIC
                   OR bhr-sale-date = ZERO
                   OR bhr-sale-date = original-sale-date)
               MOVE 'Y' TO original-found-switch
               MOVE bhr-date TO orig-date
               MOVE bhr-currency-code TO orig-currency-code
               MOVE bhr-total TO orig-total
           END-IF.
       6220-EXIT.
           EXIT.

       6230-TAKE-ORIGINAL-LINE.
           IF original-found
               AND orig-line-count < 500
               ADD 1 TO orig-line-count
               MOVE bhr-seq TO ol-seq(orig-line-count)
               MOVE bhr-item-code TO ol-item-code(orig-line-count)
               MOVE bhr-quantity TO ol-quantity(orig-line-count)
               MOVE ZERO TO ol-refunded-qty(orig-line-count)
               IF bhr-line-refunded-qty-x NOT = SPACES
                   AND bhr-line-refunded-qty IS NUMERIC
                   MOVE bhr-line-refunded-qty
                       TO ol-refunded-qty(orig-line-count)
               END-IF
               MOVE bhr-line-total TO ol-line-total(orig-line-count)
               MOVE bhr-line-rejected TO ol-rejected(orig-line-count)
               IF bhr-line-rejected NOT = 'Y'
                   ADD bhr-line-total TO orig-line-sum
               END-IF
           END-IF.
       6230-EXIT.
           EXIT.

      * How much of the item the sale carried, and how much of that
      * is still there to refund once earlier returns and the lines
      * already checked on this one are taken off.
       6300-MEASURE-ORIGINAL-ITEM.
           MOVE ZERO TO bought-qty.
           MOVE ZERO TO available-qty.
           PERFORM 6310-MEASURE-ONE-ORIGINAL-LINE THRU 6310-EXIT
               VARYING ol FROM 1 BY 1 UNTIL ol > orig-line-count.
           EVALUATE TRUE
               WHEN bought-qty = ZERO
                   MOVE 'ITEM NOT ON ORIGINAL SALE'
                       TO return-reason(dtl)
               WHEN bought-qty < quantity(dtl)
                   MOVE 'MORE THAN WAS BOUGHT' TO return-reason(dtl)
               WHEN available-qty < quantity(dtl)
                   MOVE 'ALREADY REFUNDED' TO return-reason(dtl)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       6300-EXIT.
           EXIT.

       6310-MEASURE-ONE-ORIGINAL-LINE.
           IF ol-item-code(ol) = item-code(dtl)
               AND ol-rejected(ol) NOT = 'Y'
               ADD ol-quantity(ol) TO bought-qty
               PERFORM 6320-FIND-LINE-AVAILABLE THRU 6320-EXIT
               ADD line-available-qty TO available-qty
           END-IF.
       6310-EXIT.
           EXIT.

       6320-FIND-LINE-AVAILABLE.
           MOVE ZERO TO claimed-qty.
           PERFORM 6330-ADD-ONE-CLAIM THRU 6330-EXIT
               VARYING al FROM 1 BY 1 UNTIL al > allocation-count.
           COMPUTE line-available-qty =
               ol-quantity(ol) - ol-refunded-qty(ol) - claimed-qty.
           IF line-available-qty < ZERO
               MOVE ZERO TO line-available-qty
           END-IF.
       6320-EXIT.
           EXIT.

       6330-ADD-ONE-CLAIM.
           IF al-basket-id(al) = orig-basket-id
               AND al-date(al) = orig-date
               AND al-seq(al) = ol-seq(ol)
               ADD al-quantity(al) TO claimed-qty
           END-IF.
       6330-EXIT.
           EXIT.

      * The quantity is claimed line by line from the sale, and what
      * the customer paid for it is that line's total, less its
      * share of the sale's whole-basket discount and deals, pro rata
      * to the quantity claimed.
       6400-CLAIM-ONE-ORIGINAL-LINE.
           IF ol-item-code(ol) = item-code(dtl)
               AND ol-rejected(ol) NOT = 'Y'
               AND ol-quantity(ol) > ZERO
               PERFORM 6320-FIND-LINE-AVAILABLE THRU 6320-EXIT
               IF line-available-qty > ZERO
                   PERFORM 6410-TAKE-FROM-LINE THRU 6410-EXIT
               END-IF
           END-IF.
       6400-EXIT.
           EXIT.

       6410-TAKE-FROM-LINE.
           IF line-available-qty < wanted-qty
               MOVE line-available-qty TO take-qty
           ELSE
               MOVE wanted-qty TO take-qty
           END-IF.
           IF orig-line-sum > orig-total
               COMPUTE paid-value = paid-value
                   + (ol-line-total(ol) * take-qty / ol-quantity(ol))
                   * orig-total / orig-line-sum
           ELSE
               COMPUTE paid-value = paid-value
                   + ol-line-total(ol) * take-qty / ol-quantity(ol)
           END-IF.
           SUBTRACT take-qty FROM wanted-qty.
           IF allocation-count < 1000
               ADD 1 TO allocation-count
               MOVE orig-basket-id TO al-basket-id(allocation-count)
               MOVE orig-date TO al-date(allocation-count)
               MOVE ol-seq(ol) TO al-seq(allocation-count)
               MOVE take-qty TO al-quantity(allocation-count)
           END-IF.
       6410-EXIT.
           EXIT.

      * The credited quantity is written back onto the sale line it
      * came off, so a second return of the same goods finds nothing
      * left to refund.
       6500-RECORD-ONE-REFUND.
           MOVE al-basket-id(al) TO bhr-basket-id.
           MOVE store-id TO bhr-store-id.
           MOVE al-date(al) TO bhr-date.
           MOVE al-seq(al) TO bhr-seq.
           READ basket-history-file
               INVALID KEY
                   DISPLAY 'BATCH-TOTAL: ORIGINAL LINE GONE FOR '
                       'RETURN [' basket-id '] RECEIPT ['
                       al-basket-id(al) '] SEQ ' al-seq(al)
               NOT INVALID KEY
                   PERFORM 6510-MARK-LINE-REFUNDED THRU 6510-EXIT
           END-READ.
       6500-EXIT.
           EXIT.

       6510-MARK-LINE-REFUNDED.
           IF bhr-line-refunded-qty-x = SPACES
               OR bhr-line-refunded-qty IS NOT NUMERIC
               MOVE ZERO TO bhr-line-refunded-qty
           END-IF.
           ADD al-quantity(al) TO bhr-line-refunded-qty.
           REWRITE basket-history-record
               INVALID KEY
                   DISPLAY 'BATCH-TOTAL: REFUND NOT MARKED FOR '
                       'RETURN [' basket-id '] RECEIPT ['
                       al-basket-id(al) '] SEQ ' al-seq(al)
                       ' - STATUS ' basket-history-status
           END-REWRITE.
       6510-EXIT.
           EXIT.

      * A held return is not credited anywhere - no result line, no
      * sales detail, no history, no tender roll-up and no audit
      * entry for LOYALTY-POST - until a manager authorises it. The
      * refund was paid out of the drawer at the till all the same,
      * so the till activity is written now, checked against the
      * credit the return was struck at on trial. Its checkpoint is
      * still taken, so a restart does not hold it twice.
       6800-HOLD-RETURN.
           PERFORM 6810-WRITE-ONE-HELD-RECORD THRU 6810-EXIT
               VARYING rr FROM 1 BY 1 UNTIL rr > raw-record-count.
           MOVE ZERO TO refund-paid-total.
           PERFORM 6820-ADD-ONE-REFUND-PAID THRU 6820-EXIT
               VARYING tnd FROM 1 BY 1 UNTIL tnd > tender-count.
           IF total-currency-code = SPACES
               MOVE currency-code TO total-currency-code
           END-IF.
           COMPUTE amount-due =
               total-with-tax - loyalty-redemption-value.
           COMPUTE tender-variance = refund-paid-total - amount-due.
           PERFORM 5300-WRITE-TILL-ACTIVITY THRU 5300-EXIT.
           MOVE SPACES TO return-exception-line.
           WRITE return-exception-line.
           MOVE basket-id TO rex-basket-id.
           MOVE store-id TO rex-store-id.
           MOVE till-id TO rex-till-id.
           MOVE operator-id TO rex-operator-id.
           MOVE original-sale-date TO rex-original-date.
           MOVE refund-paid-total TO rex-refund-paid.
           MOVE rex-basket-line TO return-exception-line.
           WRITE return-exception-line.
           PERFORM 6830-REPORT-ONE-HELD-LINE THRU 6830-EXIT
               VARYING dtl FROM 1 BY 1 UNTIL dtl > item-count.
           ADD 1 TO returns-held-count.
           MOVE 'N' TO basket-pending-switch.
           PERFORM 5100-WRITE-CHECKPOINT THRU 5100-EXIT.
       6800-EXIT.
           EXIT.

       6810-WRITE-ONE-HELD-RECORD.
           MOVE raw-record(rr) TO returns-held-record.
           WRITE returns-held-record.
       6810-EXIT.
           EXIT.

       6820-ADD-ONE-REFUND-PAID.
           ADD bt-amount(tnd) TO refund-paid-total.
           IF bt-tender-type(tnd) = 'D'
               PERFORM 5680-WRITE-CARD-TENDER THRU 5680-EXIT
           END-IF.
       6820-EXIT.
           EXIT.

      * Every line is listed so the manager sees the whole return;
      * the lines that passed carry no reason.
       6830-REPORT-ONE-HELD-LINE.
           MOVE item-code(dtl) TO rex-item-code.
           MOVE quantity(dtl) TO rex-quantity.
           MOVE original-basket-ref(dtl) TO rex-original-id.
           MOVE return-credit(dtl) TO rex-credit.
           MOVE return-paid(dtl) TO rex-paid.
           MOVE return-reason(dtl) TO rex-reason.
           IF line-was-rejected(dtl)
               MOVE 'LINE REJECTED - NO CREDIT' TO rex-reason
           END-IF.
           MOVE rex-line-detail TO return-exception-line.
           WRITE return-exception-line.
       6830-EXIT.
           EXIT.

      * Catches the final basket in the file, which has no following
      * header to trigger its total.
       8000-FINALIZE.
           END-IF.
           PERFORM 8500-VERIFY-TRAILER THRU 8500-EXIT.
           PERFORM 8600-PRINT-TENDER-SUMMARY THRU 8600-EXIT.
           PERFORM 8700-PRINT-RETURN-COUNTS THRU 8700-EXIT.
       8000-EXIT.
           EXIT.

       8610-EXIT.
           EXIT.

       8700-PRINT-RETURN-COUNTS.
           MOVE SPACES TO return-exception-line.
           WRITE return-exception-line.
           MOVE SPACES TO tdr-count-line.
           MOVE 'RETURNS VERIFIED:' TO tdr-count-label.
           MOVE returns-verified-count TO tdr-count-value.
           MOVE tdr-count-line TO return-exception-line.
           WRITE return-exception-line.
           MOVE 'RETURNS HELD:' TO tdr-count-label.
           MOVE returns-held-count TO tdr-count-value.
           MOVE tdr-count-line TO return-exception-line.
           WRITE return-exception-line.
           MOVE 'RETURNS MANAGER AUTHORISED:' TO tdr-count-label.
           MOVE returns-authorised-count TO tdr-count-value.
           MOVE tdr-count-line TO return-exception-line.
           WRITE return-exception-line.
           MOVE 'RETURNS ALREADY CREDITED:' TO tdr-count-label.
           MOVE returns-recredited-count TO tdr-count-value.
           MOVE tdr-count-line TO return-exception-line.
           WRITE return-exception-line.
           IF returns-held-count > ZERO
               DISPLAY 'BATCH-TOTAL: RETURNS HELD FOR AUTHORISATION: '
                   returns-held-count
           END-IF.
       8700-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE basket-batch-file.
           CLOSE batch-result-file.
           CLOSE sales-detail-file.
           CLOSE price-variance-file.
           CLOSE tender-report-file.
           CLOSE till-activity-file.
           CLOSE return-exception-file.
           CLOSE card-tender-file.
           CLOSE restricted-sale-file.
           CLOSE returns-held-file.
           IF history-opened
               CLOSE basket-history-file
           END-IF.
