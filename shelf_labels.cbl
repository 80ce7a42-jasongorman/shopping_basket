      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Nightly shelf-edge label run for the next trading
      *             day, so the shelf shows what the till will charge
      *             when the doors open. An item needs a new label
      *             when a PRODTXN add or change PROD-MAINT applies
      *             tonight (immediate, or effective on or before
      *             today's date - a later one it holds, and the till
      *             will not charge it in the morning) brings a new
      *             item or a price other than the one the product
      *             master holds tonight, when its PROMOMAST
      *             offer starts that day or ended the day before, or
      *             when a PROMOGRP deal it belongs to does the same.
      *             An item the feed deletes gets no label. Each item
      *             is written once per open branch on the STORMAST
      *             file to the LABELS file - price, unit of measure,
      *             price per kilo for weighed goods, and the wording
      *             of any offer or deal running that day - and the
      *             summary lists the items and tells each branch how
      *             many labels to change before opening. The run is
      *             made ahead of PROD-MAINT, while the master still
      *             holds the prices on the shelf. The trading day is
      *             read from the inquiry input as YYYYMMDD; blank or
      *             mis-keyed is tomorrow.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-LABELS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT product-txn-file ASSIGN TO "PRODTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS product-txn-status.
           SELECT promo-master-file ASSIGN TO "PROMOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prm-item-code
               FILE STATUS IS promo-master-status.
           SELECT promo-group-file ASSIGN TO "PROMOGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS promo-group-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT shelf-label-file ASSIGN TO "LABELS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT label-report-file ASSIGN TO "LABELRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  product-txn-file.
       COPY 'product_txn_record.cpy'.
       FD  promo-master-file.
       COPY 'promo_master_record.cpy'.
       FD  promo-group-file.
       COPY 'promo_group_record.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  shelf-label-file.
       COPY 'shelf_label_record.cpy'.
       FD  label-report-file.
       01  label-report-line       PIC X(120).
       WORKING-STORAGE SECTION.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok       VALUE '00'.
       01  product-txn-status      PIC X(02) VALUE SPACES.
           88  product-txn-not-found   VALUE '35'.
       01  promo-master-status     PIC X(02) VALUE SPACES.
           88  promo-master-ok         VALUE '00'.
       01  promo-group-status      PIC X(02) VALUE SPACES.
           88  promo-group-not-found   VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened           VALUE 'Y'.
       01  promo-open-switch       PIC X(01) VALUE 'N'.
           88  promo-opened            VALUE 'Y'.
       01  txn-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-txn-file         VALUE 'Y'.
       01  promo-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-promo-master     VALUE 'Y'.
       01  group-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-promo-group      VALUE 'Y'.
       01  store-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-store-master     VALUE 'Y'.
       01  on-master-switch        PIC X(01) VALUE 'N'.
           88  item-on-master          VALUE 'Y'.
       01  run-date                PIC 9(08) VALUE ZERO.
       01  label-date-text         PIC X(08) VALUE SPACES.
       01  label-date              PIC 9(08) VALUE ZERO.
       01  day-before-label-date   PIC 9(08) VALUE ZERO.
       COPY 'date_calc_params.cpy'.
      * One slot per item the night's feeds touch. The flags say what
      * touched it; an item with none set - a change that leaves the
      * price as it stands - gets no label.
       01  item-count              PIC 9(04) COMP VALUE ZERO.
       01  item-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  i                       PIC 9(04) COMP.
       01  item-index              PIC 9(04) COMP VALUE ZERO.
       01  search-item-code        PIC X(10) VALUE SPACES.
       01  item-table.
           05  item-entry OCCURS 2000 TIMES.
               10  it-item-code        PIC X(10).
               10  it-new-item         PIC X(01).
                   88  it-is-new-item      VALUE 'Y'.
               10  it-price-change     PIC X(01).
                   88  it-has-price-change VALUE 'Y'.
               10  it-offer-start      PIC X(01).
                   88  it-offer-starting   VALUE 'Y'.
               10  it-offer-end        PIC X(01).
                   88  it-offer-ending     VALUE 'Y'.
               10  it-deal-start       PIC X(01).
                   88  it-deal-starting    VALUE 'Y'.
               10  it-deal-end         PIC X(01).
                   88  it-deal-ending      VALUE 'Y'.
               10  it-deleted          PIC X(01).
                   88  it-is-deleted       VALUE 'Y'.
               10  it-new-price        PIC 9(06)V9(2).
               10  it-new-uom          PIC X(02).
      * The group deals, loaded once the way TOTAL loads them.
       01  deal-count              PIC 9(04) COMP VALUE ZERO.
       01  d                       PIC 9(04) COMP.
       01  m                       PIC 9(04) COMP.
       01  deal-table.
           05  deal-entry OCCURS 50 TIMES.
               10  dl-promo-id         PIC X(10).
               10  dl-deal-type        PIC X(01).
                   88  dl-is-meal-deal     VALUE 'M'.
                   88  dl-is-cheapest-free VALUE 'F'.
               10  dl-start-date       PIC 9(08).
               10  dl-end-date         PIC 9(08).
               10  dl-group-size       PIC 9(02).
               10  dl-deal-price       PIC 9(06)V9(2).
               10  dl-member-count     PIC 9(04) COMP.
               10  dl-member-code      PIC X(10) OCCURS 12 TIMES.
      * The open branches, each with the labels it has to change.
       01  store-count             PIC 9(04) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  store-table.
           05  store-entry OCCURS 500 TIMES.
               10  st-store-id         PIC X(04).
               10  st-store-name       PIC X(30).
               10  st-label-count      PIC 9(06) COMP.
      * The label being built for the item in hand.
       01  label-reason            PIC X(01) VALUE SPACE.
       01  label-price             PIC 9(06)V9(2) VALUE ZERO.
       01  label-uom               PIC X(02) VALUE SPACES.
       01  label-per-kilo          PIC 9(06)V9(2) VALUE ZERO.
       01  offer-text              PIC X(40) VALUE SPACES.
       01  offer-pointer           PIC 9(04) COMP VALUE 1.
       01  edit-work               PIC X(12) VALUE SPACES.
       01  lead-count              PIC 9(04) COMP VALUE ZERO.
       01  qty-edit                PIC Z9.
       01  pct-edit                PIC ZZ9.99.
       01  price-edit              PIC ZZZ,ZZ9.99.
       01  offer-less-one          PIC 9(02) VALUE ZERO.
       01  labelled-item-count     PIC 9(06) COMP VALUE ZERO.
       01  labels-written-count    PIC 9(08) COMP VALUE ZERO.
       01  new-item-count          PIC 9(06) COMP VALUE ZERO.
       01  price-change-count      PIC 9(06) COMP VALUE ZERO.
       01  offer-start-count       PIC 9(06) COMP VALUE ZERO.
       01  offer-end-count         PIC 9(06) COMP VALUE ZERO.
       01  deal-start-count        PIC 9(06) COMP VALUE ZERO.
       01  deal-end-count          PIC 9(06) COMP VALUE ZERO.
       01  not-on-master-count     PIC 9(06) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(34)
                   VALUE 'SHELF-EDGE LABELS FOR TRADING DAY '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-column-line.
           05  FILLER              PIC X(12) VALUE 'ITEM'.
           05  FILLER              PIC X(15) VALUE 'CHANGE'.
           05  FILLER              PIC X(12) VALUE '       PRICE'.
           05  FILLER              PIC X(04) VALUE ' UOM'.
           05  FILLER              PIC X(12) VALUE '    PER KILO'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE 'OFFER'.
       01  rpt-item-line.
           05  rpt-item-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-change-text     PIC X(13).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-price           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uom             PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-per-kilo        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  rpt-offer-text      PIC X(40).
       01  rpt-store-heading.
           05  FILLER              PIC X(08) VALUE 'BRANCH'.
           05  FILLER              PIC X(32) VALUE 'NAME'.
           05  FILLER              PIC X(20)
                   VALUE 'LABELS TO CHANGE'.
       01  rpt-store-line.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  rpt-store-name      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-labels    PIC ZZZ,ZZ9.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(32).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF master-opened
               PERFORM 2000-SCAN-PRICE-CHANGES THRU 2000-EXIT
                   UNTIL end-of-txn-file
               PERFORM 3000-SCAN-OFFERS THRU 3000-EXIT
                   UNTIL end-of-promo-master
               PERFORM 3500-SCAN-ONE-DEAL THRU 3500-EXIT
                   VARYING d FROM 1 BY 1 UNTIL d > deal-count
               PERFORM 4000-LABEL-ONE-ITEM THRU 4000-EXIT
                   VARYING i FROM 1 BY 1 UNTIL i > item-count
           END-IF.
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'SHELF-LABELS: ' labelled-item-count ' ITEMS, '
               labels-written-count ' LABELS FOR ' store-count
               ' BRANCHES'.
           STOP RUN.

      * The trading day defaults to tomorrow; an offer that ended the
      * day before it is the one coming off the shelf that morning.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT label-date-text.
           IF label-date-text IS NUMERIC
               AND label-date-text NOT = ZEROES
               MOVE label-date-text TO label-date
           ELSE
               MOVE 'A' TO dcq-action
               MOVE run-date TO dcq-date
               MOVE 1 TO dcq-add-days
               CALL 'DATE-CALC' USING date-calc-request
               MOVE dcq-date TO label-date
           END-IF.
           MOVE 'A' TO dcq-action.
           MOVE label-date TO dcq-date.
           MOVE -1 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO day-before-label-date.
           OPEN INPUT product-master-file.
           IF product-master-ok
               MOVE 'Y' TO master-open-switch
           ELSE
               DISPLAY 'SHELF-LABELS: PRODUCT MASTER FAILED TO OPEN '
                   '- STATUS ' product-master-status
                   ' - NO LABELS PRODUCED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT product-txn-file.
           IF product-txn-not-found
               MOVE 'Y' TO txn-eof-switch
           END-IF.
           PERFORM 1100-OPEN-PROMO-MASTER THRU 1100-EXIT.
           PERFORM 1200-LOAD-GROUP-DEALS THRU 1200-EXIT.
           PERFORM 1300-LOAD-OPEN-STORES THRU 1300-EXIT.
           OPEN OUTPUT shelf-label-file.
           OPEN OUTPUT label-report-file.
           MOVE label-date TO rpt-heading-date.
           MOVE rpt-heading-line TO label-report-line.
           WRITE label-report-line.
           MOVE SPACES TO label-report-line.
           WRITE label-report-line.
           MOVE rpt-column-line TO label-report-line.
           WRITE label-report-line.
       1000-EXIT.
           EXIT.

      * A missing promotions master means no single-item offers are
      * running - the same as PRICE-BASKET treats it.
       1100-OPEN-PROMO-MASTER.
           OPEN INPUT promo-master-file.
           IF promo-master-ok
               MOVE 'Y' TO promo-open-switch
               MOVE LOW-VALUES TO prm-item-code
               START promo-master-file KEY >= prm-item-code
                   INVALID KEY
                       MOVE 'Y' TO promo-eof-switch
               END-START
           ELSE
               MOVE 'Y' TO promo-eof-switch
           END-IF.
       1100-EXIT.
           EXIT.

      * A missing PROMOGRP file means no multi-item deals are running.
       1200-LOAD-GROUP-DEALS.
           OPEN INPUT promo-group-file.
           IF NOT promo-group-not-found
               PERFORM 1210-READ-ONE-DEAL-RECORD THRU 1210-EXIT
                   UNTIL end-of-promo-group
               CLOSE promo-group-file
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-DEAL-RECORD.
           READ promo-group-file
               AT END
                   MOVE 'Y' TO group-eof-switch
               NOT AT END
                   EVALUATE TRUE
                       WHEN pgr-is-header
                           PERFORM 1220-TAKE-DEAL-HEADER THRU 1220-EXIT
                       WHEN pgr-is-item
                           PERFORM 1230-TAKE-DEAL-MEMBER THRU 1230-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-TAKE-DEAL-HEADER.
           IF deal-count < 50
               ADD 1 TO deal-count
               MOVE pgr-promo-id TO dl-promo-id(deal-count)
               MOVE pgr-deal-type TO dl-deal-type(deal-count)
               MOVE pgr-start-date TO dl-start-date(deal-count)
               MOVE pgr-end-date TO dl-end-date(deal-count)
               MOVE pgr-group-size TO dl-group-size(deal-count)
               MOVE pgr-deal-price TO dl-deal-price(deal-count)
               MOVE ZERO TO dl-member-count(deal-count)
           ELSE
               DISPLAY 'SHELF-LABELS: GROUP DEAL TABLE FULL - PROMO ['
                   pgr-promo-id '] NOT LABELLED'
           END-IF.
       1220-EXIT.
           EXIT.

       1230-TAKE-DEAL-MEMBER.
           IF deal-count > ZERO
               AND dl-member-count(deal-count) < 12
               ADD 1 TO dl-member-count(deal-count)
               MOVE pgr-item-code TO dl-member-code(deal-count,
                   dl-member-count(deal-count))
           END-IF.
       1230-EXIT.
           EXIT.

      * A closed branch has no shelves to label. Without the store
      * master no branch can be told anything, so the run says so.
       1300-LOAD-OPEN-STORES.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE LOW-VALUES TO stm-store-id
               START store-master-file KEY >= stm-store-id
                   INVALID KEY
                       MOVE 'Y' TO store-eof-switch
               END-START
               PERFORM 1310-TAKE-ONE-STORE THRU 1310-EXIT
                   UNTIL end-of-store-master
               CLOSE store-master-file
           ELSE
               DISPLAY 'SHELF-LABELS: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - NO BRANCH LABELS WRITTEN'
               MOVE 8 TO RETURN-CODE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-TAKE-ONE-STORE.
           READ store-master-file NEXT RECORD
               AT END
                   MOVE 'Y' TO store-eof-switch
               NOT AT END
                   IF stm-is-open
                       IF store-count < 500
                           ADD 1 TO store-count
                           MOVE stm-store-id TO st-store-id(store-count)
                           MOVE stm-store-name
                               TO st-store-name(store-count)
                           MOVE ZERO TO st-label-count(store-count)
                       ELSE
                           DISPLAY 'SHELF-LABELS: STORE TABLE FULL - '
                               'BRANCH [' stm-store-id '] NOT LABELLED'
                       END-IF
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * What changes on the shelf
      ******************************************************************
      * The transaction feed is screened the way PROD-MAINT validates
      * it, so a transaction it will reject raises no label. A later
      * transaction for the same item overrides an earlier one, as it
      * does on the master. The price a label needs is the one
      * PROD-MAINT will apply tonight, on the same cutoff it uses -
      * effective on or before today's date - against the one the
      * master holds now.
       2000-SCAN-PRICE-CHANGES.
           READ product-txn-file
               AT END
                   MOVE 'Y' TO txn-eof-switch
               NOT AT END
                   PERFORM 2100-TAKE-ONE-TXN THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-TXN.
           MOVE ptx-prod-code TO search-item-code.
           EVALUATE TRUE
               WHEN ptx-prod-code = SPACES
                       OR ptx-effective-date IS NOT NUMERIC
                   CONTINUE
               WHEN ptx-effective-date > run-date
                   CONTINUE
               WHEN ptx-is-delete
                   PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT
                   IF item-index > ZERO
                       MOVE 'Y' TO it-deleted(item-index)
                   END-IF
               WHEN NOT ptx-is-add AND NOT ptx-is-change
                   CONTINUE
               WHEN ptx-prod-price IS NOT NUMERIC
                       OR ptx-prod-price = ZERO
                   CONTINUE
               WHEN ptx-unit-of-measure NOT = SPACES
                       AND ptx-unit-of-measure NOT = 'EA'
                       AND ptx-unit-of-measure NOT = 'KG'
                   CONTINUE
               WHEN OTHER
                   PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT
                   IF item-index > ZERO
                       PERFORM 2150-TAKE-PRICE-CHANGE THRU 2150-EXIT
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-TAKE-PRICE-CHANGE.
           MOVE 'N' TO on-master-switch.
           MOVE ptx-prod-code TO prod-code.
           READ product-master-file
               NOT INVALID KEY
                   MOVE 'Y' TO on-master-switch
           END-READ.
           MOVE 'N' TO it-deleted(item-index).
           IF item-on-master
               IF ptx-prod-price NOT = prod-price
                   MOVE 'Y' TO it-price-change(item-index)
               ELSE
                   MOVE 'N' TO it-price-change(item-index)
               END-IF
               MOVE ptx-prod-price TO it-new-price(item-index)
               IF ptx-unit-of-measure NOT = SPACES
                   MOVE ptx-unit-of-measure TO it-new-uom(item-index)
               ELSE
                   MOVE prod-unit-of-measure TO it-new-uom(item-index)
               END-IF
           ELSE
               IF ptx-is-add OR it-is-new-item(item-index)
                   MOVE 'Y' TO it-new-item(item-index)
                   MOVE ptx-prod-price TO it-new-price(item-index)
                   IF ptx-unit-of-measure NOT = SPACES
                       MOVE ptx-unit-of-measure
                           TO it-new-uom(item-index)
                   END-IF
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

       2200-FIND-OR-ADD-ITEM.
           MOVE ZERO TO item-index.
           PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
               VARYING i FROM 1 BY 1
               UNTIL i > item-count OR item-index > ZERO.
           EVALUATE TRUE
               WHEN item-index > ZERO
                   CONTINUE
               WHEN item-count NOT < 2000
                   ADD 1 TO item-overflow-count
               WHEN OTHER
                   ADD 1 TO item-count
                   MOVE item-count TO item-index
                   MOVE search-item-code TO it-item-code(item-index)
                   MOVE 'N' TO it-new-item(item-index)
                   MOVE 'N' TO it-price-change(item-index)
                   MOVE 'N' TO it-offer-start(item-index)
                   MOVE 'N' TO it-offer-end(item-index)
                   MOVE 'N' TO it-deal-start(item-index)
                   MOVE 'N' TO it-deal-end(item-index)
                   MOVE 'N' TO it-deleted(item-index)
                   MOVE ZERO TO it-new-price(item-index)
                   MOVE SPACES TO it-new-uom(item-index)
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-ITEM.
           IF it-item-code(i) = search-item-code
               MOVE i TO item-index
           END-IF.
       2210-EXIT.
           EXIT.

       3000-SCAN-OFFERS.
           READ promo-master-file NEXT RECORD
               AT END
                   MOVE 'Y' TO promo-eof-switch
               NOT AT END
                   PERFORM 3100-TAKE-ONE-OFFER THRU 3100-EXIT
           END-READ.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-OFFER.
           IF prm-start-date = label-date
               MOVE prm-item-code TO search-item-code
               PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT
               IF item-index > ZERO
                   MOVE 'Y' TO it-offer-start(item-index)
               END-IF
           END-IF.
           IF prm-end-date = day-before-label-date
               AND prm-start-date <= prm-end-date
               MOVE prm-item-code TO search-item-code
               PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT
               IF item-index > ZERO
                   MOVE 'Y' TO it-offer-end(item-index)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3500-SCAN-ONE-DEAL.
           IF dl-start-date(d) = label-date
               PERFORM 3510-START-ONE-MEMBER THRU 3510-EXIT
                   VARYING m FROM 1 BY 1
                   UNTIL m > dl-member-count(d)
           END-IF.
           IF dl-end-date(d) = day-before-label-date
               AND dl-start-date(d) <= dl-end-date(d)
               PERFORM 3520-END-ONE-MEMBER THRU 3520-EXIT
                   VARYING m FROM 1 BY 1
                   UNTIL m > dl-member-count(d)
           END-IF.
       3500-EXIT.
           EXIT.

       3510-START-ONE-MEMBER.
           MOVE dl-member-code(d, m) TO search-item-code.
           PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT.
           IF item-index > ZERO
               MOVE 'Y' TO it-deal-start(item-index)
           END-IF.
       3510-EXIT.
           EXIT.

       3520-END-ONE-MEMBER.
           MOVE dl-member-code(d, m) TO search-item-code.
           PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT.
           IF item-index > ZERO
               MOVE 'Y' TO it-deal-end(item-index)
           END-IF.
       3520-EXIT.
           EXIT.

      ******************************************************************
      * The labels
      ******************************************************************
      * The label is headed with the most significant thing that
      * changed; whatever changed, it shows everything the shelf must
      * say on the day.
       4000-LABEL-ONE-ITEM.
           MOVE SPACE TO label-reason.
           EVALUATE TRUE
               WHEN it-is-deleted(i)
                   CONTINUE
               WHEN it-is-new-item(i)
                   MOVE 'N' TO label-reason
               WHEN it-has-price-change(i)
                   MOVE 'P' TO label-reason
               WHEN it-offer-starting(i)
                   MOVE 'O' TO label-reason
               WHEN it-offer-ending(i)
                   MOVE 'F' TO label-reason
               WHEN it-deal-starting(i)
                   MOVE 'D' TO label-reason
               WHEN it-deal-ending(i)
                   MOVE 'E' TO label-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF label-reason NOT = SPACE
               PERFORM 4010-PRICE-LABEL THRU 4010-EXIT
           END-IF.
           IF label-reason NOT = SPACE
               PERFORM 4020-PRODUCE-LABEL THRU 4020-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      * An item whose only change is an offer is labelled at the
      * master price; one no longer on the master gets no label.
       4010-PRICE-LABEL.
           IF it-is-new-item(i) OR it-has-price-change(i)
               MOVE it-new-price(i) TO label-price
               MOVE it-new-uom(i) TO label-uom
           ELSE
               MOVE it-item-code(i) TO prod-code
               READ product-master-file
                   INVALID KEY
                       ADD 1 TO not-on-master-count
                       DISPLAY 'SHELF-LABELS: ITEM [' it-item-code(i)
                           '] ON AN OFFER BUT NOT ON PRODUCT MASTER '
                           '- NO LABEL'
                       MOVE SPACE TO label-reason
                   NOT INVALID KEY
                       MOVE prod-price TO label-price
                       MOVE prod-unit-of-measure TO label-uom
               END-READ
           END-IF.
       4010-EXIT.
           EXIT.

       4020-PRODUCE-LABEL.
           IF label-uom = 'KG'
               MOVE label-price TO label-per-kilo
           ELSE
               MOVE ZERO TO label-per-kilo
           END-IF.
           PERFORM 4100-BUILD-OFFER-TEXT THRU 4100-EXIT.
           ADD 1 TO labelled-item-count.
           EVALUATE label-reason
               WHEN 'N'
                   ADD 1 TO new-item-count
               WHEN 'P'
                   ADD 1 TO price-change-count
               WHEN 'O'
                   ADD 1 TO offer-start-count
               WHEN 'F'
                   ADD 1 TO offer-end-count
               WHEN 'D'
                   ADD 1 TO deal-start-count
               WHEN 'E'
                   ADD 1 TO deal-end-count
           END-EVALUATE.
           PERFORM 4500-PRINT-ITEM-LINE THRU 4500-EXIT.
           PERFORM 4600-WRITE-BRANCH-LABEL THRU 4600-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-count.
       4020-EXIT.
           EXIT.

      * The wording is what PRICE-BASKET and TOTAL will give at the
      * till on the day: a single-item offer of the item's own, or
      * failing that the first group deal it is a member of.
       4100-BUILD-OFFER-TEXT.
           MOVE SPACES TO offer-text.
           MOVE 1 TO offer-pointer.
           IF promo-opened
               MOVE it-item-code(i) TO prm-item-code
               READ promo-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF label-date >= prm-start-date
                           AND label-date <= prm-end-date
                           PERFORM 4200-WORD-ITEM-OFFER THRU 4200-EXIT
                       END-IF
               END-READ
           END-IF.
           IF offer-text = SPACES
               PERFORM 4300-FIND-RUNNING-DEAL THRU 4300-EXIT
                   VARYING d FROM 1 BY 1
                   UNTIL d > deal-count OR offer-text NOT = SPACES
           END-IF.
       4100-EXIT.
           EXIT.

      * An offer quantity of three is three for the price of two; a
      * discount is the percentage off.
       4200-WORD-ITEM-OFFER.
           IF prm-offer-qty > 1
               MOVE prm-offer-qty TO qty-edit
               MOVE qty-edit TO edit-work
               PERFORM 4400-APPEND-NUMBER THRU 4400-EXIT
               STRING ' FOR ' DELIMITED BY SIZE
                   INTO offer-text WITH POINTER offer-pointer
               COMPUTE offer-less-one = prm-offer-qty - 1
               MOVE offer-less-one TO qty-edit
               MOVE qty-edit TO edit-work
               PERFORM 4400-APPEND-NUMBER THRU 4400-EXIT
           END-IF.
           IF prm-discount-pct > ZERO
               IF offer-pointer > 1
                   STRING ' + ' DELIMITED BY SIZE
                       INTO offer-text WITH POINTER offer-pointer
               END-IF
               MOVE prm-discount-pct TO pct-edit
               MOVE pct-edit TO edit-work
               PERFORM 4400-APPEND-NUMBER THRU 4400-EXIT
               STRING '% OFF' DELIMITED BY SIZE
                   INTO offer-text WITH POINTER offer-pointer
           END-IF.
       4200-EXIT.
           EXIT.

       4300-FIND-RUNNING-DEAL.
           IF label-date >= dl-start-date(d)
               AND label-date <= dl-end-date(d)
               PERFORM 4310-CHECK-ONE-MEMBER THRU 4310-EXIT
                   VARYING m FROM 1 BY 1
                   UNTIL m > dl-member-count(d)
                       OR offer-text NOT = SPACES
           END-IF.
       4300-EXIT.
           EXIT.

       4310-CHECK-ONE-MEMBER.
           EVALUATE TRUE
               WHEN dl-member-code(d, m) NOT = it-item-code(i)
                   CONTINUE
               WHEN dl-is-meal-deal(d)
                   STRING 'MEAL DEAL - ALL FOR ' DELIMITED BY SIZE
                       INTO offer-text WITH POINTER offer-pointer
                   MOVE dl-deal-price(d) TO price-edit
                   MOVE price-edit TO edit-work
                   PERFORM 4400-APPEND-NUMBER THRU 4400-EXIT
               WHEN OTHER
                   STRING 'BUY ' DELIMITED BY SIZE
                       INTO offer-text WITH POINTER offer-pointer
                   MOVE dl-group-size(d) TO qty-edit
                   MOVE qty-edit TO edit-work
                   PERFORM 4400-APPEND-NUMBER THRU 4400-EXIT
                   STRING ' - CHEAPEST FREE' DELIMITED BY SIZE
                       INTO offer-text WITH POINTER offer-pointer
           END-EVALUATE.
       4310-EXIT.
           EXIT.

      * An edited figure goes onto the wording without the spaces its
      * zero suppression leaves in front of it.
       4400-APPEND-NUMBER.
           MOVE ZERO TO lead-count.
           INSPECT edit-work TALLYING lead-count FOR LEADING SPACES.
           STRING edit-work(lead-count + 1:) DELIMITED BY SPACE
               INTO offer-text WITH POINTER offer-pointer.
       4400-EXIT.
           EXIT.

       4500-PRINT-ITEM-LINE.
           MOVE SPACES TO rpt-item-line.
           MOVE it-item-code(i) TO rpt-item-code.
           EVALUATE label-reason
               WHEN 'N'
                   MOVE 'NEW ITEM' TO rpt-change-text
               WHEN 'P'
                   MOVE 'PRICE CHANGE' TO rpt-change-text
               WHEN 'O'
                   MOVE 'OFFER STARTS' TO rpt-change-text
               WHEN 'F'
                   MOVE 'OFFER ENDS' TO rpt-change-text
               WHEN 'D'
                   MOVE 'DEAL STARTS' TO rpt-change-text
               WHEN 'E'
                   MOVE 'DEAL ENDS' TO rpt-change-text
           END-EVALUATE.
           MOVE label-price TO rpt-price.
           MOVE label-uom TO rpt-uom.
           IF label-per-kilo > ZERO
               MOVE label-per-kilo TO rpt-per-kilo
           END-IF.
           MOVE offer-text TO rpt-offer-text.
           MOVE rpt-item-line TO label-report-line.
           WRITE label-report-line.
       4500-EXIT.
           EXIT.

       4600-WRITE-BRANCH-LABEL.
           MOVE SPACES TO shelf-label-record.
           MOVE label-date TO shl-label-date.
           MOVE st-store-id(s) TO shl-store-id.
           MOVE it-item-code(i) TO shl-item-code.
           MOVE label-reason TO shl-change-reason.
           MOVE label-price TO shl-price.
           MOVE label-uom TO shl-unit-of-measure.
           MOVE label-per-kilo TO shl-price-per-kilo.
           MOVE offer-text TO shl-offer-text.
           WRITE shelf-label-record.
           ADD 1 TO st-label-count(s).
           ADD 1 TO labels-written-count.
       4600-EXIT.
           EXIT.

      * Each branch's count is what its staff have to change before
      * the doors open.
       8000-PRINT-SUMMARY.
           MOVE SPACES TO label-report-line.
           WRITE label-report-line.
           MOVE rpt-store-heading TO label-report-line.
           WRITE label-report-line.
           PERFORM 8100-PRINT-ONE-BRANCH THRU 8100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-count.
           MOVE SPACES TO label-report-line.
           WRITE label-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'ITEMS LABELLED:' TO rpt-count-label.
           MOVE labelled-item-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE '  NEW ITEMS:' TO rpt-count-label.
           MOVE new-item-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE '  PRICE CHANGES:' TO rpt-count-label.
           MOVE price-change-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE '  OFFERS STARTING:' TO rpt-count-label.
           MOVE offer-start-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE '  OFFERS ENDING:' TO rpt-count-label.
           MOVE offer-end-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE '  DEALS STARTING:' TO rpt-count-label.
           MOVE deal-start-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE '  DEALS ENDING:' TO rpt-count-label.
           MOVE deal-end-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE 'OPEN BRANCHES:' TO rpt-count-label.
           MOVE store-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           MOVE 'LABELS WRITTEN:' TO rpt-count-label.
           MOVE labels-written-count TO rpt-count-value.
           MOVE rpt-count-line TO label-report-line.
           WRITE label-report-line.
           IF not-on-master-count > ZERO
               MOVE 'OFFER ITEMS NOT ON MASTER:' TO rpt-count-label
               MOVE not-on-master-count TO rpt-count-value
               MOVE rpt-count-line TO label-report-line
               WRITE label-report-line
           END-IF.
           IF item-overflow-count > ZERO
               MOVE SPACES TO label-report-line
               STRING '*** ITEMS BEYOND TABLE CAPACITY - NOT '
                   'LABELLED - RE-RUN AFTER RAISING LIMIT ***'
                   DELIMITED BY SIZE INTO label-report-line
               WRITE label-report-line
               DISPLAY 'SHELF-LABELS: ' item-overflow-count
                   ' CHANGES FOR ITEMS BEYOND TABLE CAPACITY - '
                   'NOT LABELLED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-BRANCH.
           MOVE st-store-id(s) TO rpt-store-id.
           MOVE st-store-name(s) TO rpt-store-name.
           MOVE st-label-count(s) TO rpt-store-labels.
           MOVE rpt-store-line TO label-report-line.
           WRITE label-report-line.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE product-master-file
           END-IF.
           IF NOT product-txn-not-found
               CLOSE product-txn-file
           END-IF.
           IF promo-opened
               CLOSE promo-master-file
           END-IF.
           CLOSE shelf-label-file.
           CLOSE label-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM SHELF-LABELS.
