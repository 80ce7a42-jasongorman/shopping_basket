      *             the whole day's feed and closes it with its
      *             trailer, ready to run as BASKETRAW. A blank
      *             basket id ends the session; the feed stays open
      *             for the next session until /CLOSE. Each session
      *             starts with the operator signing on with their
      *             operator id and the till id, and every basket the
      *             session captures carries both.
      * Tectonics: cobc
      * Modification History:
      *   - Amount parser fixed: the whole part is now UNSTRUNG
      *   - Points dropped from the tender prompt: a redemption is
      *     keyed once, against the header, and the batch run
      *     accounts for it in the tender reconciliation itself.
      *   - Operator sign-on at the start of the session: the
      *     operator id and till id are keyed once and stamped on
      *     every basket header the session writes, so the night
      *     run can hold each basket to the person who struck it.
      *     A session with no operator signed on captures nothing.
      *   - The date and time the last tender is taken are stamped
      *     on the basket and its feed header as the time of sale,
      *     so the night run no longer shows every basket struck at
      *     the hour the batch happened to reach it.
      *   - Restricted items held at the counter: a line that would
      *     take the basket over the most of an item the master
      *     allows is refused, and an age-restricted line is taken
      *     only once the operator confirms the customer's age. The
      *     confirmation rides the feed detail, and the operator
      *     signed on is the one who made it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-CAPTURE.
           88  tenders-done            VALUE 'Y'.
       01  tax-code-ok-switch      PIC X(01) VALUE 'N'.
           88  tax-code-ok             VALUE 'Y'.
       01  line-refused-switch     PIC X(01) VALUE 'N'.
           88  line-refused            VALUE 'Y'.
       01  feed-eof-switch         PIC X(01) VALUE 'N'.
           88  end-of-feed             VALUE 'Y'.
       01  signed-on-operator-id   PIC X(06) VALUE SPACES.
       01  signed-on-till-id       PIC X(04) VALUE SPACES.
       01  input-text              PIC X(20) VALUE SPACES.
       01  keyed-amount            PIC 9(09)V9(03) VALUE ZERO.
       01  amount-valid-switch     PIC X(01) VALUE 'N'.
       01  frac-part               PIC 9(03) VALUE ZERO.
       01  running-total           PIC 9(12)V9(2) VALUE ZERO.
       01  line-amount             PIC 9(09)V9(2) VALUE ZERO.
       01  item-basket-quantity    PIC S9(07)V9(03) VALUE ZERO.
       01  i                       PIC 9(04) COMP.
       01  baskets-captured-count  PIC 9(04) COMP VALUE ZERO.
      * Mode 'C': PRINT-RECEIPT takes the figures struck here and
       01  feed-detail-count       PIC 9(06) COMP VALUE ZERO.
       01  feed-quantity-hash      PIC S9(12)V9(03) COMP VALUE ZERO.
       01  amount-due              PIC 9(12)V9(2) VALUE ZERO.
      * HHMMSSCC off the system clock; the hundredths are dropped.
       01  clock-time              PIC 9(08) VALUE ZERO.
       01  dsp-running-total       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  dsp-amount-due          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  dsp-unitprice           PIC ZZZ,ZZ9.99.
       01  dsp-min-age             PIC Z9.
       01  dsp-basket-limit        PIC Z,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF capture-feed-not-found
               OPEN OUTPUT capture-feed-file
           END-IF.
           PERFORM 1100-SIGN-ON THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * Every basket is held to the operator who struck it, so no
      * basket is taken until someone has signed on. The till id
      * identifies the drawer the session's tenders go into.
       1100-SIGN-ON.
           DISPLAY 'OPERATOR ID:'.
           MOVE SPACES TO input-text.
           ACCEPT input-text.
           MOVE input-text(1:6) TO signed-on-operator-id.
           IF signed-on-operator-id = SPACES
               DISPLAY 'NO OPERATOR SIGNED ON - SESSION ENDED'
               MOVE 'Y' TO session-done-switch
           ELSE
               DISPLAY 'TILL ID:'
               MOVE SPACES TO input-text
               ACCEPT input-text
               MOVE input-text(1:4) TO signed-on-till-id
               DISPLAY 'OPERATOR [' signed-on-operator-id
                   '] SIGNED ON AT TILL [' signed-on-till-id ']'
           END-IF.
       1100-EXIT.
           EXIT.

       2000-CAPTURE-ONE-BASKET.
           DISPLAY 'BASKET ID (BLANK ENDS, /CLOSE TRAILERS FEED):'.
           MOVE SPACES TO input-text.
      * The counter trades in sterling; the INITIALIZE above wiped
      * the default, so it is restated or the header goes out blank.
           MOVE 'GBP' TO currency-code.
           MOVE signed-on-operator-id TO operator-id.
           MOVE signed-on-till-id TO till-id.
      * The night run's strike is the one the audit trail carries -
      * the strike behind the till receipt must not audit as well.
           MOVE 'N' TO audit-mode.
       3200-ADD-ONE-LINE.
           ADD 1 TO item-count.
           MOVE input-text(1:10) TO item-code(item-count).
           MOVE SPACE TO line-age-checked(item-count).
           DISPLAY 'QUANTITY (WEIGHED ITEMS IN KG, E.G. 0.750):'.
           PERFORM 4000-ACCEPT-AMOUNT THRU 4000-EXIT.
           IF NOT amount-is-valid OR keyed-amount = ZERO
                       item-code(item-count) '] - LINE DROPPED'
                   SUBTRACT 1 FROM item-count
               ELSE
                   PERFORM 3270-CHECK-RESTRICTIONS THRU 3270-EXIT
                   IF line-refused
                       SUBTRACT 1 FROM item-count
                   ELSE
                       PERFORM 3300-SHOW-RUNNING-TOTAL THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
       3260-EXIT.
           EXIT.

      * PRICE-BASKET has stamped the master's restrictions on the
      * line. An item with a basket limit is counted across every
      * line of it already taken, and the line that would go over
      * is refused outright; an age-restricted item is taken only
      * when the operator keys Y to say the customer's age has been
      * checked - anything else refuses the sale.
       3270-CHECK-RESTRICTIONS.
           MOVE 'N' TO line-refused-switch.
           IF line-max-basket-qty(item-count) > ZERO
               MOVE ZERO TO item-basket-quantity
               PERFORM 3280-ADD-SAME-ITEM THRU 3280-EXIT
                   VARYING i FROM 1 BY 1 UNTIL i > item-count
               IF item-basket-quantity
                       > line-max-basket-qty(item-count)
                   MOVE line-max-basket-qty(item-count)
                       TO dsp-basket-limit
                   DISPLAY 'NO MORE THAN ' dsp-basket-limit ' OF ['
                       item-code(item-count) '] IN ONE BASKET - '
                       'LINE NOT TAKEN'
                   MOVE 'Y' TO line-refused-switch
               END-IF
           END-IF.
           IF NOT line-refused
               AND line-min-age(item-count) > ZERO
               PERFORM 3290-CONFIRM-AGE THRU 3290-EXIT
           END-IF.
       3270-EXIT.
           EXIT.

       3280-ADD-SAME-ITEM.
           IF item-code(i) = item-code(item-count)
               ADD quantity(i) TO item-basket-quantity
           END-IF.
       3280-EXIT.
           EXIT.

       3290-CONFIRM-AGE.
           MOVE line-min-age(item-count) TO dsp-min-age.
           DISPLAY 'AGE RESTRICTED ' dsp-min-age
               '+ - CUSTOMER AGE CHECKED (Y/N):'.
           MOVE SPACES TO input-text.
           ACCEPT input-text.
           IF input-text(1:1) = 'Y'
               MOVE 'Y' TO line-age-checked(item-count)
           ELSE
               DISPLAY 'AGE NOT CONFIRMED - LINE NOT TAKEN'
               MOVE 'Y' TO line-refused-switch
           END-IF.
       3290-EXIT.
           EXIT.

      * The running total is struck off the priced lines before
      * discounts and tax - enough for the operator to see the
      * basket building; the exact till figure comes off TOTAL when
           MOVE 'N' TO tenders-done-switch.
           PERFORM 5000-CAPTURE-ONE-TENDER THRU 5000-EXIT
               UNTIL tenders-done.
      * The basket is closed once the last tender is in: that is the
      * time of sale the feed carries.
           ACCEPT sale-date FROM DATE YYYYMMDD.
           ACCEPT clock-time FROM TIME.
           MOVE clock-time(1:6) TO sale-time.
           CALL 'PRINT-RECEIPT' USING basket, receipt-options,
               total, tax-summary, validation-summary,
               loyalty-summary.
           MOVE 'S' TO bbr-basket-type.
           MOVE points-redeemed TO bbr-points-redeemed.
           MOVE store-id TO bbr-store-id.
           MOVE operator-id TO bbr-operator-id.
           MOVE till-id TO bbr-till-id.
           MOVE sale-date TO bbr-sale-date.
           MOVE sale-time TO bbr-sale-time.
           WRITE basket-batch-record.
           PERFORM 6100-WRITE-ONE-DETAIL THRU 6100-EXIT
               VARYING i FROM 1 BY 1 UNTIL i > item-count.
           MOVE SPACES TO bbr-line-currency-code.
           MOVE SPACES TO bbr-line-voucher-id.
           MOVE line-uom(i) TO bbr-line-uom.
           MOVE line-age-checked(i) TO bbr-line-age-checked.
           WRITE basket-batch-record.
       6100-EXIT.
           EXIT.
