      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Three-way match of supplier invoices against what
      *             was ordered and what actually arrived. The
      *             purchase orders REPLENISH raised and the
      *             deliveries GOODS-RECEIPT booked are totalled per
      *             supplier and item; each invoice line is then set
      *             against them and against the item's cost price on
      *             the product master. The report lists short
      *             deliveries and over-deliveries against the order,
      *             goods delivered or invoiced that were never
      *             ordered, lines billed for more than was received,
      *             and prices outside tolerance of the master cost.
      *             An invoice whose every line matches within
      *             tolerance is passed for payment: it goes onto the
      *             accounts-payable journal, in the general-ledger
      *             journal layout, as a debit to the stock holding
      *             and a credit to trade creditors, so nothing is
      *             paid for goods that never reached the loading
      *             bay. Each invoice passed is recorded on PAIDINV
      *             by supplier and invoice number, and an invoice
      *             already there - a duplicate, or a run repeated -
      *             is held as already passed rather than paid twice.
      *             A held invoice draws nothing down, so the
      *             corrected invoice that replaces it matches against
      *             the full delivery. REPLENISH and the loading bay
      *             write a fresh PURCHORD and GOODSIN each day, so the
      *             run is given the files covering the period the
      *             invoices belong to, concatenated. The price
      *             tolerance, as a whole percentage keyed as three
      *             digits, is read from the inquiry input; blank or
      *             mis-keyed is two per cent.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT purchase-order-file ASSIGN TO "PURCHORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purchase-order-status.
           SELECT goods-received-file ASSIGN TO "GOODSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS goods-received-status.
           SELECT supplier-invoice-file ASSIGN TO "SUPPINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS supplier-invoice-status.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT account-map-file ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-map-status.
           SELECT passed-invoice-file ASSIGN TO "PAIDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pir-key
               FILE STATUS IS passed-invoice-status.
           SELECT ap-journal-file ASSIGN TO "APJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT match-report-file ASSIGN TO "INVMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  purchase-order-file.
       COPY 'purchase_order_record.cpy'.
       FD  goods-received-file.
       COPY 'goods_received_record.cpy'.
       FD  supplier-invoice-file.
       COPY 'supplier_invoice_record.cpy'.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  account-map-file.
       COPY 'gl_account_map_record.cpy'.
       FD  passed-invoice-file.
       COPY 'passed_invoice_record.cpy'.
       FD  ap-journal-file.
       COPY 'gl_journal_record.cpy'.
       FD  match-report-file.
       01  match-report-line       PIC X(132).
       WORKING-STORAGE SECTION.
       01  purchase-order-status   PIC X(02) VALUE SPACES.
           88  purchase-order-not-found    VALUE '35'.
       01  goods-received-status   PIC X(02) VALUE SPACES.
           88  goods-received-not-found    VALUE '35'.
       01  supplier-invoice-status PIC X(02) VALUE SPACES.
           88  supplier-invoice-not-found  VALUE '35'.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok           VALUE '00'.
       01  account-map-status      PIC X(02) VALUE SPACES.
           88  account-map-not-found       VALUE '35'.
       01  passed-invoice-status   PIC X(02) VALUE SPACES.
           88  passed-invoice-ok           VALUE '00'.
           88  passed-invoice-not-found    VALUE '35'.
       01  passed-open-switch      PIC X(01) VALUE 'N'.
           88  passed-file-opened          VALUE 'Y'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened               VALUE 'Y'.
       01  order-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-orders               VALUE 'Y'.
       01  goods-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-goods-file           VALUE 'Y'.
       01  invoice-eof-switch      PIC X(01) VALUE 'N'.
           88  end-of-invoices             VALUE 'Y'.
       01  map-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-map-file             VALUE 'Y'.
       01  journal-blocked-switch  PIC X(01) VALUE 'N'.
           88  journal-is-blocked          VALUE 'Y'.
       01  run-date                PIC 9(08).
       01  price-tolerance-pct     PIC 9(03)V9(2) VALUE 2.
       01  price-tolerance-text    PIC X(03) VALUE SPACES.
      * Ordered, received and invoiced quantities per supplier and
      * item. Orders and deliveries are loaded first; invoice lines
      * then draw down the received quantity, so two invoices for one
      * delivery cannot both be passed. An invoice's lines are held
      * as pending while it is matched and only drawn down when it is
      * passed.
       01  item-slot-count         PIC 9(04) COMP VALUE ZERO.
       01  item-slot-index         PIC 9(04) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  slot-supplier-code      PIC X(06) VALUE SPACES.
       01  slot-prod-code          PIC X(10) VALUE SPACES.
       01  item-totals.
           05  item-slot OCCURS 1000 TIMES.
               10  it-supplier-code    PIC X(06).
               10  it-prod-code        PIC X(10).
               10  it-ordered-qty      PIC 9(07).
               10  it-received-qty     PIC 9(07).
               10  it-invoiced-qty     PIC 9(07).
               10  it-pending-qty      PIC 9(07).
      * The invoice being matched: every adjacent line with the same
      * supplier and invoice number.
       01  inv-supplier-code       PIC X(06) VALUE SPACES.
       01  inv-invoice-no          PIC X(10) VALUE SPACES.
       01  inv-value               PIC 9(12)V9(2) VALUE ZERO.
       01  inv-line-count          PIC 9(04) COMP VALUE ZERO.
       01  inv-exception-switch    PIC X(01) VALUE 'N'.
           88  inv-has-exception           VALUE 'Y'.
       01  inv-passed-before-switch PIC X(01) VALUE 'N'.
           88  inv-passed-before           VALUE 'Y'.
       01  inv-invoice-date        PIC 9(08) VALUE ZERO.
       01  inv-passed-date         PIC 9(08) VALUE ZERO.
      * The item slots the invoice's lines drew on, to be drawn down
      * or released when the invoice is disposed of.
       01  inv-slot-count          PIC 9(04) COMP VALUE ZERO.
       01  inv-slot-table.
           05  inv-slot OCCURS 500 TIMES PIC 9(04) COMP.
       01  i                       PIC 9(04) COMP.
       01  line-value              PIC 9(12)V9(2) VALUE ZERO.
       01  line-cost-price         PIC 9(06)V9(2) VALUE ZERO.
       01  line-price-diff         PIC S9(06)V9(2) VALUE ZERO.
       01  line-price-diff-pct     PIC S9(05)V9(2) VALUE ZERO.
       01  line-received-left      PIC S9(07) VALUE ZERO.
       01  line-qty-remark         PIC X(24) VALUE SPACES.
       01  line-price-remark       PIC X(20) VALUE SPACES.
       01  invoice-lines-read      PIC 9(06) COMP VALUE ZERO.
       01  invoices-read-count     PIC 9(06) COMP VALUE ZERO.
       01  invoices-passed-count   PIC 9(06) COMP VALUE ZERO.
       01  invoices-held-count     PIC 9(06) COMP VALUE ZERO.
       01  invoices-repeat-count   PIC 9(06) COMP VALUE ZERO.
       01  journal-line-count      PIC 9(06) COMP VALUE ZERO.
       01  journal-total           PIC 9(13)V9(2) VALUE ZERO.
       01  order-exception-count   PIC 9(06) COMP VALUE ZERO.
       01  map-count               PIC 9(04) COMP VALUE ZERO.
       01  g                       PIC 9(04) COMP.
       01  map-index               PIC 9(04) COMP VALUE ZERO.
       01  account-map-table.
           05  map-entry OCCURS 20 TIMES.
               10  mp-element          PIC X(16).
               10  mp-account          PIC X(08).
       01  lookup-element          PIC X(16) VALUE SPACES.
       01  lookup-account          PIC X(08) VALUE SPACES.
       01  required-elements.
           05  FILLER              PIC X(16) VALUE 'STOCK-HOLDING'.
           05  FILLER              PIC X(16) VALUE 'TRADE-CREDITORS'.
       01  required-table REDEFINES required-elements.
           05  required-element OCCURS 2 TIMES PIC X(16).
       01  r                       PIC 9(04) COMP.
       01  post-side               PIC X(01) VALUE 'D'.
       01  rpt-heading-line.
           05  FILLER              PIC X(30)
                   VALUE 'SUPPLIER INVOICE MATCHING RUN '.
           05  rpt-heading-date    PIC 9(08).
           05  FILLER              PIC X(18)
                   VALUE '  PRICE TOLERANCE '.
           05  rpt-heading-tol     PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE '%'.
       01  rpt-column-line.
           05  FILLER              PIC X(08) VALUE 'SUPPLIER'.
           05  FILLER              PIC X(12) VALUE 'INVOICE'.
           05  FILLER              PIC X(12) VALUE 'PROD CODE'.
           05  FILLER              PIC X(10) VALUE '  ORDERED'.
           05  FILLER              PIC X(10) VALUE ' RECEIVED'.
           05  FILLER              PIC X(10) VALUE ' INVOICED'.
           05  FILLER              PIC X(12) VALUE '  INV PRICE'.
           05  FILLER              PIC X(12) VALUE '       COST'.
           05  FILLER              PIC X(26) VALUE 'QUANTITY'.
           05  FILLER              PIC X(20) VALUE 'PRICE'.
       01  rpt-detail-line.
           05  rpt-supplier-code   PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-invoice-no      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-prod-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-ordered-qty     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-received-qty    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-invoiced-qty    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-invoice-price   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-cost-price      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-qty-remark      PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-price-remark    PIC X(20).
       01  rpt-invoice-line.
           05  FILLER              PIC X(10) VALUE '  INVOICE '.
           05  rpt-inv-supplier    PIC X(06).
           05  FILLER              PIC X(01) VALUE '/'.
           05  rpt-inv-number      PIC X(10).
           05  FILLER              PIC X(08) VALUE '  VALUE '.
           05  rpt-inv-value       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-inv-disposition PIC X(44).
       01  rpt-order-line.
           05  rpt-ord-supplier    PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-ord-prod-code   PIC X(10).
           05  FILLER              PIC X(10) VALUE '  ORDERED '.
           05  rpt-ord-ordered     PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE '  RECEIVED '.
           05  rpt-ord-received    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-ord-remark      PIC X(24).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       01  rpt-total-line.
           05  FILLER              PIC X(28)
                   VALUE 'VALUE PASSED FOR PAYMENT:'.
           05  rpt-total-value     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF master-opened
               PERFORM 2000-LOAD-ORDERS THRU 2000-EXIT
                   UNTIL end-of-orders
               PERFORM 2100-LOAD-DELIVERIES THRU 2100-EXIT
                   UNTIL end-of-goods-file
               PERFORM 3000-MATCH-ONE-INVOICE THRU 3000-EXIT
                   UNTIL end-of-invoices
               PERFORM 5000-REPORT-ORDER-EXCEPTIONS THRU 5000-EXIT
           END-IF.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'INVOICE-MATCH: ' invoices-passed-count ' PASSED, '
               invoices-held-count ' HELD'.
           STOP RUN.

      * Missing orders or deliveries are not fatal - every invoice
      * line simply shows as unordered or unreceived and is held,
      * which is the right answer when there is nothing to match it
      * to.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT price-tolerance-text.
           IF price-tolerance-text IS NUMERIC
               MOVE price-tolerance-text TO price-tolerance-pct
           END-IF.
           OPEN INPUT product-master-file.
           IF product-master-ok
               MOVE 'Y' TO master-open-switch
           ELSE
               DISPLAY 'INVOICE-MATCH: PRODUCT MASTER FAILED TO OPEN '
                   '- STATUS ' product-master-status
                   ' - NOTHING MATCHED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT purchase-order-file.
           IF purchase-order-not-found
               DISPLAY 'INVOICE-MATCH: PURCHORD NOT FOUND - '
                   'NO ORDERS TO MATCH AGAINST'
               MOVE 'Y' TO order-eof-switch
           END-IF.
           OPEN INPUT goods-received-file.
           IF goods-received-not-found
               DISPLAY 'INVOICE-MATCH: GOODSIN NOT FOUND - '
                   'NO DELIVERIES TO MATCH AGAINST'
               MOVE 'Y' TO goods-eof-switch
           END-IF.
           OPEN INPUT supplier-invoice-file.
           IF supplier-invoice-not-found
               DISPLAY 'INVOICE-MATCH: SUPPINV NOT FOUND - '
                   'NO INVOICES TO MATCH'
               MOVE 'Y' TO invoice-eof-switch
           END-IF.
           PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
           PERFORM 1300-OPEN-PASSED-INVOICES THRU 1300-EXIT.
           OPEN OUTPUT ap-journal-file.
           OPEN OUTPUT match-report-file.
           MOVE run-date TO rpt-heading-date.
           MOVE price-tolerance-pct TO rpt-heading-tol.
           MOVE rpt-heading-line TO match-report-line.
           WRITE match-report-line.
           MOVE SPACES TO match-report-line.
           WRITE match-report-line.
           MOVE rpt-column-line TO match-report-line.
           WRITE match-report-line.
           IF NOT supplier-invoice-not-found
               PERFORM 1200-READ-INVOICE-LINE THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      * Both journal elements must resolve before anything is passed
      * for payment; without them the matching still runs and
      * reports, but no journal is written and the run ends RC 8.
       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT account-map-file.
           IF account-map-not-found
               DISPLAY 'INVOICE-MATCH: GLMAP NOT FOUND - '
                   'NO JOURNAL WRITTEN'
               MOVE 'Y' TO journal-blocked-switch
               MOVE 'Y' TO map-eof-switch
           END-IF.
           PERFORM 1110-READ-ONE-MAP-ENTRY THRU 1110-EXIT
               UNTIL end-of-map-file.
           IF NOT account-map-not-found
               CLOSE account-map-file
           END-IF.
           IF NOT journal-is-blocked
               PERFORM 1150-CHECK-ONE-REQUIRED THRU 1150-EXIT
                   VARYING r FROM 1 BY 1 UNTIL r > 2
           END-IF.
           IF journal-is-blocked
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-MAP-ENTRY.
           READ account-map-file
               AT END
                   MOVE 'Y' TO map-eof-switch
               NOT AT END
                   IF map-count < 20
                       ADD 1 TO map-count
                       MOVE glm-element TO mp-element(map-count)
                       MOVE glm-account TO mp-account(map-count)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1150-CHECK-ONE-REQUIRED.
           MOVE required-element(r) TO lookup-element.
           PERFORM 4000-FIND-ACCOUNT THRU 4000-EXIT.
           IF map-index = ZERO
               DISPLAY 'INVOICE-MATCH: ELEMENT [' lookup-element
                   '] NOT ON GLMAP - NO JOURNAL WRITTEN'
               MOVE 'Y' TO journal-blocked-switch
           END-IF.
       1150-EXIT.
           EXIT.

       1200-READ-INVOICE-LINE.
           READ supplier-invoice-file
               AT END
                   MOVE 'Y' TO invoice-eof-switch
               NOT AT END
                   ADD 1 TO invoice-lines-read
           END-READ.
       1200-EXIT.
           EXIT.

      * The record of invoices already passed is created on first
      * use. Without it nothing can safely be passed: the matching
      * still runs and reports, but every invoice is held and the
      * run ends RC 8.
       1300-OPEN-PASSED-INVOICES.
           OPEN I-O passed-invoice-file.
           IF passed-invoice-not-found
               OPEN OUTPUT passed-invoice-file
               CLOSE passed-invoice-file
               OPEN I-O passed-invoice-file
           END-IF.
           IF passed-invoice-ok
               MOVE 'Y' TO passed-open-switch
           ELSE
               DISPLAY 'INVOICE-MATCH: PAIDINV FAILED TO OPEN - '
                   'STATUS ' passed-invoice-status
                   ' - NOTHING PASSED FOR PAYMENT'
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

       2000-LOAD-ORDERS.
           READ purchase-order-file
               AT END
                   MOVE 'Y' TO order-eof-switch
               NOT AT END
                   MOVE pur-supplier-code TO slot-supplier-code
                   MOVE pur-prod-code TO slot-prod-code
                   PERFORM 2500-FIND-ITEM-SLOT THRU 2500-EXIT
                   IF item-slot-index > ZERO
                       AND pur-order-qty IS NUMERIC
                       ADD pur-order-qty
                           TO it-ordered-qty(item-slot-index)
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-LOAD-DELIVERIES.
           READ goods-received-file
               AT END
                   MOVE 'Y' TO goods-eof-switch
               NOT AT END
                   MOVE grn-supplier-code TO slot-supplier-code
                   MOVE grn-prod-code TO slot-prod-code
                   PERFORM 2500-FIND-ITEM-SLOT THRU 2500-EXIT
                   IF item-slot-index > ZERO
                       AND grn-quantity IS NUMERIC
                       ADD grn-quantity
                           TO it-received-qty(item-slot-index)
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2500-FIND-ITEM-SLOT.
           MOVE ZERO TO item-slot-index.
           MOVE 1 TO s.
           PERFORM 2510-CHECK-ONE-ITEM-SLOT THRU 2510-EXIT
               UNTIL s > item-slot-count OR item-slot-index > ZERO.
           IF item-slot-index = ZERO
               IF item-slot-count < 1000
                   ADD 1 TO item-slot-count
                   MOVE item-slot-count TO item-slot-index
                   MOVE slot-supplier-code
                       TO it-supplier-code(item-slot-index)
                   MOVE slot-prod-code TO it-prod-code(item-slot-index)
                   MOVE ZERO TO it-ordered-qty(item-slot-index)
                   MOVE ZERO TO it-received-qty(item-slot-index)
                   MOVE ZERO TO it-invoiced-qty(item-slot-index)
                   MOVE ZERO TO it-pending-qty(item-slot-index)
               ELSE
                   DISPLAY 'INVOICE-MATCH: ITEM TABLE FULL - '
                       'SUPPLIER [' slot-supplier-code '] ITEM ['
                       slot-prod-code '] NOT LOADED'
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-ITEM-SLOT.
           IF it-supplier-code(s) = slot-supplier-code
               AND it-prod-code(s) = slot-prod-code
               MOVE s TO item-slot-index
           END-IF.
           ADD 1 TO s.
       2510-EXIT.
           EXIT.

      * One invoice at a time: its lines are matched and listed as
      * they are read, and only when the last line is in is the
      * invoice as a whole passed for payment or held.
       3000-MATCH-ONE-INVOICE.
           MOVE sin-supplier-code TO inv-supplier-code.
           MOVE sin-invoice-no TO inv-invoice-no.
           MOVE ZERO TO inv-value.
           MOVE ZERO TO inv-line-count.
           MOVE ZERO TO inv-slot-count.
           MOVE 'N' TO inv-exception-switch.
           MOVE ZERO TO inv-invoice-date.
           IF sin-invoice-date IS NUMERIC
               MOVE sin-invoice-date TO inv-invoice-date
           END-IF.
           ADD 1 TO invoices-read-count.
           PERFORM 3050-CHECK-PASSED-BEFORE THRU 3050-EXIT.
           PERFORM 3100-MATCH-ONE-LINE THRU 3100-EXIT
               UNTIL end-of-invoices
                   OR sin-supplier-code NOT = inv-supplier-code
                   OR sin-invoice-no NOT = inv-invoice-no.
           PERFORM 3500-DISPOSE-OF-INVOICE THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3050-CHECK-PASSED-BEFORE.
           MOVE 'N' TO inv-passed-before-switch.
           MOVE ZERO TO inv-passed-date.
           IF passed-file-opened
               MOVE inv-supplier-code TO pir-supplier-code
               MOVE inv-invoice-no TO pir-invoice-no
               READ passed-invoice-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO inv-passed-before-switch
                       MOVE pir-passed-date TO inv-passed-date
               END-READ
           END-IF.
       3050-EXIT.
           EXIT.

      * The quantity check takes the first failure that applies:
      * nothing ordered, billed for more than is left of what was
      * received, or received more than was ordered. A delivery short
      * of the order is reported but does not hold the invoice as
      * long as the bill is for what actually arrived. The price is
      * checked separately against the master's cost price.
       3100-MATCH-ONE-LINE.
           ADD 1 TO inv-line-count.
           MOVE SPACES TO line-qty-remark.
           MOVE SPACES TO line-price-remark.
           MOVE ZERO TO line-cost-price.
           MOVE ZERO TO line-value.
           MOVE sin-supplier-code TO slot-supplier-code.
           MOVE sin-prod-code TO slot-prod-code.
           PERFORM 2500-FIND-ITEM-SLOT THRU 2500-EXIT.
           EVALUATE TRUE
               WHEN sin-quantity IS NOT NUMERIC
                   OR sin-unit-price IS NOT NUMERIC
                   OR item-slot-index = ZERO
                   MOVE 'BAD INVOICE LINE' TO line-qty-remark
                   MOVE 'Y' TO inv-exception-switch
               WHEN inv-slot-count NOT < 500
                   MOVE 'TOO MANY LINES' TO line-qty-remark
                   MOVE 'Y' TO inv-exception-switch
               WHEN OTHER
                   COMPUTE line-value ROUNDED =
                       sin-quantity * sin-unit-price
                   ADD line-value TO inv-value
                   PERFORM 3200-CHECK-QUANTITY THRU 3200-EXIT
                   PERFORM 3300-CHECK-PRICE THRU 3300-EXIT
           END-EVALUATE.
           PERFORM 3400-PRINT-LINE THRU 3400-EXIT.
           PERFORM 1200-READ-INVOICE-LINE THRU 1200-EXIT.
       3100-EXIT.
           EXIT.

      * What is left to bill is what arrived, less what invoices
      * already passed have drawn down and what earlier lines of this
      * invoice are holding.
       3200-CHECK-QUANTITY.
           COMPUTE line-received-left =
               it-received-qty(item-slot-index)
               - it-invoiced-qty(item-slot-index)
               - it-pending-qty(item-slot-index).
           EVALUATE TRUE
               WHEN it-ordered-qty(item-slot-index) = ZERO
                   MOVE 'UNORDERED GOODS' TO line-qty-remark
                   MOVE 'Y' TO inv-exception-switch
               WHEN sin-quantity > line-received-left
                   MOVE 'BILLED OVER RECEIVED' TO line-qty-remark
                   MOVE 'Y' TO inv-exception-switch
               WHEN it-received-qty(item-slot-index)
                       > it-ordered-qty(item-slot-index)
                   MOVE 'OVER-DELIVERY' TO line-qty-remark
                   MOVE 'Y' TO inv-exception-switch
               WHEN it-received-qty(item-slot-index)
                       < it-ordered-qty(item-slot-index)
                   MOVE 'SHORT DELIVERY - BILLED OK' TO line-qty-remark
               WHEN OTHER
                   MOVE 'MATCHED' TO line-qty-remark
           END-EVALUATE.
           ADD sin-quantity TO it-pending-qty(item-slot-index).
           ADD 1 TO inv-slot-count.
           MOVE item-slot-index TO inv-slot(inv-slot-count).
       3200-EXIT.
           EXIT.

      * A cost price of zero is a cost nobody has set up yet, so any
      * billed price against it is outside tolerance.
       3300-CHECK-PRICE.
           MOVE sin-prod-code TO prod-code.
           READ product-master-file
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO line-price-remark
                   MOVE 'Y' TO inv-exception-switch
               NOT INVALID KEY
                   MOVE prod-cost-price TO line-cost-price
           END-READ.
           IF line-price-remark = SPACES
               COMPUTE line-price-diff =
                   sin-unit-price - line-cost-price
               IF line-price-diff = ZERO
                   MOVE 'MATCHED' TO line-price-remark
               ELSE
                   IF line-cost-price = ZERO
                       MOVE 'NO COST ON MASTER' TO line-price-remark
                       MOVE 'Y' TO inv-exception-switch
                   ELSE
                       COMPUTE line-price-diff-pct ROUNDED =
                           (line-price-diff * 100) / line-cost-price
                       IF line-price-diff-pct > price-tolerance-pct
                           OR line-price-diff-pct
                               < (ZERO - price-tolerance-pct)
                           MOVE 'PRICE DIFFERENCE'
                               TO line-price-remark
                           MOVE 'Y' TO inv-exception-switch
                       ELSE
                           MOVE 'WITHIN TOLERANCE'
                               TO line-price-remark
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3400-PRINT-LINE.
           MOVE SPACES TO rpt-detail-line.
           MOVE sin-supplier-code TO rpt-supplier-code.
           MOVE sin-invoice-no TO rpt-invoice-no.
           MOVE sin-prod-code TO rpt-prod-code.
           IF item-slot-index > ZERO
               MOVE it-ordered-qty(item-slot-index) TO rpt-ordered-qty
               MOVE it-received-qty(item-slot-index)
                   TO rpt-received-qty
           ELSE
               MOVE ZERO TO rpt-ordered-qty
               MOVE ZERO TO rpt-received-qty
           END-IF.
           IF sin-quantity IS NUMERIC
               MOVE sin-quantity TO rpt-invoiced-qty
           ELSE
               MOVE ZERO TO rpt-invoiced-qty
           END-IF.
           IF sin-unit-price IS NUMERIC
               MOVE sin-unit-price TO rpt-invoice-price
           ELSE
               MOVE ZERO TO rpt-invoice-price
           END-IF.
           MOVE line-cost-price TO rpt-cost-price.
           MOVE line-qty-remark TO rpt-qty-remark.
           MOVE line-price-remark TO rpt-price-remark.
           MOVE rpt-detail-line TO match-report-line.
           WRITE match-report-line.
       3400-EXIT.
           EXIT.

       3500-DISPOSE-OF-INVOICE.
           MOVE SPACES TO rpt-invoice-line.
           MOVE inv-supplier-code TO rpt-inv-supplier.
           MOVE inv-invoice-no TO rpt-inv-number.
           MOVE inv-value TO rpt-inv-value.
           EVALUATE TRUE
               WHEN inv-passed-before
                   ADD 1 TO invoices-held-count
                   ADD 1 TO invoices-repeat-count
                   STRING 'HELD - ALREADY PASSED FOR PAYMENT '
                       inv-passed-date DELIMITED BY SIZE
                       INTO rpt-inv-disposition
               WHEN inv-has-exception
                   ADD 1 TO invoices-held-count
                   MOVE 'HELD - NOT PASSED FOR PAYMENT'
                       TO rpt-inv-disposition
               WHEN journal-is-blocked
                   ADD 1 TO invoices-held-count
                   MOVE 'MATCHED - NO JOURNAL (GLMAP)'
                       TO rpt-inv-disposition
               WHEN NOT passed-file-opened
                   ADD 1 TO invoices-held-count
                   MOVE 'MATCHED - NOT PASSED (PAIDINV)'
                       TO rpt-inv-disposition
               WHEN OTHER
                   PERFORM 3550-PASS-INVOICE THRU 3550-EXIT
           END-EVALUATE.
           PERFORM 3580-RELEASE-PENDING THRU 3580-EXIT
               VARYING i FROM 1 BY 1 UNTIL i > inv-slot-count.
           MOVE rpt-invoice-line TO match-report-line.
           WRITE match-report-line.
           MOVE SPACES TO match-report-line.
           WRITE match-report-line.
       3500-EXIT.
           EXIT.

      * The invoice is recorded as passed before it is journalled;
      * one that cannot be recorded is held, since nothing would then
      * stop it being paid again.
       3550-PASS-INVOICE.
           MOVE SPACES TO passed-invoice-record.
           MOVE inv-supplier-code TO pir-supplier-code.
           MOVE inv-invoice-no TO pir-invoice-no.
           MOVE inv-invoice-date TO pir-invoice-date.
           MOVE run-date TO pir-passed-date.
           MOVE inv-value TO pir-value.
           WRITE passed-invoice-record.
           IF passed-invoice-ok
               ADD 1 TO invoices-passed-count
               PERFORM 3600-JOURNAL-INVOICE THRU 3600-EXIT
               PERFORM 3570-DRAW-DOWN-ONE-SLOT THRU 3570-EXIT
                   VARYING i FROM 1 BY 1 UNTIL i > inv-slot-count
               MOVE 'MATCHED - PASSED FOR PAYMENT'
                   TO rpt-inv-disposition
           ELSE
               ADD 1 TO invoices-held-count
               DISPLAY 'INVOICE-MATCH: PAIDINV WRITE FAILED - STATUS '
                   passed-invoice-status ' - INVOICE ['
                   inv-supplier-code '/' inv-invoice-no '] HELD'
               MOVE 8 TO RETURN-CODE
               MOVE 'MATCHED - NOT PASSED (PAIDINV)'
                   TO rpt-inv-disposition
           END-IF.
       3550-EXIT.
           EXIT.

      * A slot two lines drew on is drawn down at the first and
      * finds nothing pending at the second.
       3570-DRAW-DOWN-ONE-SLOT.
           ADD it-pending-qty(inv-slot(i))
               TO it-invoiced-qty(inv-slot(i)).
           MOVE ZERO TO it-pending-qty(inv-slot(i)).
       3570-EXIT.
           EXIT.

       3580-RELEASE-PENDING.
           MOVE ZERO TO it-pending-qty(inv-slot(i)).
       3580-EXIT.
           EXIT.

      * The goods are already in stock, booked at the loading bay;
      * passing the invoice puts their value on the stock holding
      * and owes it to the supplier.
       3600-JOURNAL-INVOICE.
           MOVE 'D' TO post-side.
           MOVE 'STOCK-HOLDING' TO lookup-element.
           PERFORM 3700-POST-ONE-LINE THRU 3700-EXIT.
           MOVE 'C' TO post-side.
           MOVE 'TRADE-CREDITORS' TO lookup-element.
           PERFORM 3700-POST-ONE-LINE THRU 3700-EXIT.
           ADD inv-value TO journal-total.
       3600-EXIT.
           EXIT.

       3700-POST-ONE-LINE.
           IF inv-value > ZERO
               PERFORM 4000-FIND-ACCOUNT THRU 4000-EXIT
               MOVE SPACES TO gl-journal-record
               MOVE run-date TO gjr-date
               MOVE lookup-account TO gjr-account
               MOVE 'GBP' TO gjr-currency-code
               MOVE post-side TO gjr-debit-credit
               MOVE inv-value TO gjr-amount
               MOVE lookup-element TO gjr-element
               STRING inv-supplier-code inv-invoice-no
                   DELIMITED BY SIZE INTO gjr-reference
               WRITE gl-journal-record
               ADD 1 TO journal-line-count
           END-IF.
       3700-EXIT.
           EXIT.

       4000-FIND-ACCOUNT.
           MOVE ZERO TO map-index.
           MOVE SPACES TO lookup-account.
           MOVE 1 TO g.
           PERFORM 4100-CHECK-ONE-MAP-ENTRY THRU 4100-EXIT
               UNTIL g > map-count OR map-index > ZERO.
           IF map-index > ZERO
               MOVE mp-account(map-index) TO lookup-account
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-MAP-ENTRY.
           IF mp-element(g) = lookup-element
               MOVE g TO map-index
           END-IF.
           ADD 1 TO g.
       4100-EXIT.
           EXIT.

      * Orders and deliveries that disagree are listed whether or
      * not anything has been invoiced against them yet: the buyer
      * chases a short delivery before the invoice arrives.
       5000-REPORT-ORDER-EXCEPTIONS.
           MOVE 'ORDERS AGAINST DELIVERIES' TO match-report-line.
           WRITE match-report-line.
           PERFORM 5100-CHECK-ONE-ORDER THRU 5100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > item-slot-count.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-ORDER.
           MOVE SPACES TO rpt-ord-remark.
           EVALUATE TRUE
               WHEN it-ordered-qty(s) = ZERO
                       AND it-received-qty(s) > ZERO
                   MOVE 'UNORDERED GOODS' TO rpt-ord-remark
               WHEN it-received-qty(s) > it-ordered-qty(s)
                   MOVE 'OVER-DELIVERY' TO rpt-ord-remark
               WHEN it-received-qty(s) < it-ordered-qty(s)
                   MOVE 'SHORT DELIVERY' TO rpt-ord-remark
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF rpt-ord-remark NOT = SPACES
               ADD 1 TO order-exception-count
               MOVE it-supplier-code(s) TO rpt-ord-supplier
               MOVE it-prod-code(s) TO rpt-ord-prod-code
               MOVE it-ordered-qty(s) TO rpt-ord-ordered
               MOVE it-received-qty(s) TO rpt-ord-received
               MOVE rpt-order-line TO match-report-line
               WRITE match-report-line
           END-IF.
       5100-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO match-report-line.
           WRITE match-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'INVOICE LINES READ:' TO rpt-count-label.
           MOVE invoice-lines-read TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE 'INVOICES READ:' TO rpt-count-label.
           MOVE invoices-read-count TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE 'INVOICES PASSED:' TO rpt-count-label.
           MOVE invoices-passed-count TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE 'INVOICES HELD:' TO rpt-count-label.
           MOVE invoices-held-count TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE 'HELD AS ALREADY PASSED:' TO rpt-count-label.
           MOVE invoices-repeat-count TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE 'ORDER/DELIVERY EXCEPTIONS:' TO rpt-count-label.
           MOVE order-exception-count TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE 'JOURNAL LINES WRITTEN:' TO rpt-count-label.
           MOVE journal-line-count TO rpt-count-value.
           MOVE rpt-count-line TO match-report-line.
           WRITE match-report-line.
           MOVE journal-total TO rpt-total-value.
           MOVE rpt-total-line TO match-report-line.
           WRITE match-report-line.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE product-master-file
           END-IF.
           IF NOT purchase-order-not-found
               CLOSE purchase-order-file
           END-IF.
           IF NOT goods-received-not-found
               CLOSE goods-received-file
           END-IF.
           IF NOT supplier-invoice-not-found
               CLOSE supplier-invoice-file
           END-IF.
           IF passed-file-opened
               CLOSE passed-invoice-file
           END-IF.
           CLOSE ap-journal-file.
           CLOSE match-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM INVOICE-MATCH.
