      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Stocktake variance and approval: read the counted
      *             quantities keyed back off the COUNT-SHEETS sheets,
      *             set each against the branch's book stock on
      *             STORSTK, and report book against counted per item,
      *             with the difference valued at the item's cost
      *             price and a shrinkage total per branch. Run for
      *             review first - nothing moves - then run again with
      *             approval, when each branch's book stock is set to
      *             what was counted, the estate-wide total on the
      *             product master moves by the same difference, and
      *             a stock adjustment per item goes to STKADJ for
      *             GL-EXTRACT to post as shrinkage on the day of the
      *             approval, whatever day was counted. The run reads
      *             two lines from the inquiry input: the stocktake
      *             date (blank or mis-keyed is today) and A to
      *             approve; anything else is a review run. A count
      *             for a branch that is not on the store master, or
      *             has closed, is rejected as BASKET-EDIT rejects a
      *             basket for one.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT store-stock-file ASSIGN TO "STORSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ssr-key
               FILE STATUS IS store-stock-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT stock-count-file ASSIGN TO "COUNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stock-count-status.
           SELECT stock-adjust-file ASSIGN TO "STKADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stock-adjust-status.
           SELECT stocktake-report-file ASSIGN TO "STKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  store-stock-file.
       COPY 'store_stock_record.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  stock-count-file.
       COPY 'stock_count_record.cpy'.
       FD  stock-adjust-file.
       COPY 'stock_adjust_record.cpy'.
       FD  stocktake-report-file.
       01  stocktake-report-line   PIC X(120).
       WORKING-STORAGE SECTION.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok       VALUE '00'.
       01  store-stock-status      PIC X(02) VALUE SPACES.
           88  store-stock-ok          VALUE '00'.
           88  store-stock-not-found   VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  store-check-switch      PIC X(01) VALUE SPACES.
           88  store-is-known          VALUE 'K'.
           88  store-is-unknown        VALUE 'U'.
           88  store-is-closed         VALUE 'C'.
       01  stock-count-status      PIC X(02) VALUE SPACES.
           88  stock-count-not-found   VALUE '35'.
       01  stock-adjust-status     PIC X(02) VALUE SPACES.
           88  stock-adjust-not-found  VALUE '35'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened           VALUE 'Y'.
       01  store-stock-open-switch PIC X(01) VALUE 'N'.
           88  store-stock-opened      VALUE 'Y'.
       01  count-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-count-file       VALUE 'Y'.
       01  approval-text           PIC X(01) VALUE SPACES.
           88  count-approved          VALUE 'A'.
       01  stocktake-date          PIC 9(08) VALUE ZERO.
       01  run-date                PIC 9(08) VALUE ZERO.
       01  stocktake-date-text     PIC X(08) VALUE SPACES.
       01  count-lines-read        PIC 9(06) COMP VALUE ZERO.
       01  items-counted-count     PIC 9(06) COMP VALUE ZERO.
       01  items-rejected-count    PIC 9(06) COMP VALUE ZERO.
       01  items-adjusted-count    PIC 9(06) COMP VALUE ZERO.
      * The item being counted: every adjacent count line for the
      * same store and item adds into the one counted quantity, so
      * an item counted on the shop floor and again in the stock
      * room is keyed as two lines and set against the book once.
       01  item-store-id           PIC X(04) VALUE SPACES.
       01  item-prod-code          PIC X(10) VALUE SPACES.
       01  item-counted-qty        PIC S9(07)V9(03) VALUE ZERO.
       01  item-book-qty           PIC S9(07)V9(03) VALUE ZERO.
       01  item-variance-qty       PIC S9(07)V9(03) VALUE ZERO.
       01  item-unit-cost          PIC 9(06)V9(2) VALUE ZERO.
       01  item-shrinkage-value    PIC S9(09)V9(2) VALUE ZERO.
       01  item-book-value         PIC S9(11)V9(2) VALUE ZERO.
       01  item-counted-value      PIC S9(11)V9(2) VALUE ZERO.
       01  item-remark             PIC X(24) VALUE SPACES.
       01  item-bad-line-switch    PIC X(01) VALUE 'N'.
           88  item-has-bad-line       VALUE 'Y'.
       01  book-record-switch      PIC X(01) VALUE 'N'.
           88  book-record-found       VALUE 'Y'.
      * One slot per branch counted, grown as each store first
      * appears on the count file.
       01  store-slot-count        PIC 9(04) COMP VALUE ZERO.
       01  store-slot-index        PIC 9(04) COMP VALUE ZERO.
       01  sv                      PIC 9(04) COMP.
       01  store-totals.
           05  store-slot OCCURS 20 TIMES.
               10  st-store-id         PIC X(04).
               10  st-items-counted    PIC 9(06) COMP.
               10  st-book-value       PIC S9(11)V9(2).
               10  st-counted-value    PIC S9(11)V9(2).
               10  st-shrinkage-value  PIC S9(11)V9(2).
       01  total-shrinkage-value   PIC S9(11)V9(2) VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(26)
                   VALUE 'STOCKTAKE VARIANCES FOR '.
           05  rpt-heading-date    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-heading-mode    PIC X(40).
       01  rpt-column-line.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(12) VALUE 'PROD CODE'.
           05  FILLER              PIC X(16) VALUE '          BOOK'.
           05  FILLER              PIC X(16) VALUE '       COUNTED'.
           05  FILLER              PIC X(16) VALUE '      VARIANCE'.
           05  FILLER              PIC X(12) VALUE '      COST'.
           05  FILLER              PIC X(17) VALUE '   SHRINK VALUE'.
           05  FILLER              PIC X(24) VALUE 'REMARK'.
       01  rpt-detail-line.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-prod-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-book-qty        PIC Z,ZZZ,ZZ9.999-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-counted-qty     PIC Z,ZZZ,ZZ9.999-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-variance-qty    PIC Z,ZZZ,ZZ9.999-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-unit-cost       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-shrinkage-value PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-remark          PIC X(24).
       01  rpt-store-line.
           05  FILLER              PIC X(07) VALUE 'STORE ['.
           05  rpt-sum-store-id    PIC X(04).
           05  FILLER              PIC X(08) VALUE '] ITEMS '.
           05  rpt-sum-items       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE '  BOOK VALUE '.
           05  rpt-sum-book        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(10) VALUE '  COUNTED '.
           05  rpt-sum-counted     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(12) VALUE '  SHRINKAGE '.
           05  rpt-sum-shrinkage   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  rpt-total-line.
           05  FILLER              PIC X(28)
                   VALUE 'TOTAL SHRINKAGE AT COST:'.
           05  rpt-total-shrinkage PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF master-opened AND store-stock-opened
               PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
                   UNTIL end-of-count-file
               PERFORM 8000-PRINT-STORE-SUMMARY THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'STOCKTAKE: ' items-counted-count ' ITEMS COUNTED, '
               items-adjusted-count ' ADJUSTED, '
               items-rejected-count ' REJECTED'.
           STOP RUN.

      * The store stock file must already exist: a stocktake sets
      * branch balances the depletion run has been keeping, and a
      * missing file means there is no book to count against.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT stocktake-date-text.
           ACCEPT approval-text.
           IF stocktake-date-text(1:8) IS NUMERIC
               MOVE stocktake-date-text TO stocktake-date
           ELSE
               ACCEPT stocktake-date FROM DATE YYYYMMDD
           END-IF.
           IF stocktake-date = ZERO
               ACCEPT stocktake-date FROM DATE YYYYMMDD
           END-IF.
           IF count-approved
               OPEN I-O product-master-file
           ELSE
               OPEN INPUT product-master-file
           END-IF.
           IF product-master-ok
               MOVE 'Y' TO master-open-switch
           ELSE
               DISPLAY 'STOCKTAKE: PRODUCT MASTER FAILED TO OPEN - '
                   'STATUS ' product-master-status
                   ' - NOTHING COUNTED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF count-approved
               OPEN I-O store-stock-file
           ELSE
               OPEN INPUT store-stock-file
           END-IF.
           IF store-stock-ok
               MOVE 'Y' TO store-stock-open-switch
           ELSE
               DISPLAY 'STOCKTAKE: STORE STOCK FAILED TO OPEN - '
                   'STATUS ' store-stock-status
                   ' - NOTHING COUNTED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'STOCKTAKE: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - STORE IDS NOT CHECKED'
           END-IF.
           OPEN INPUT stock-count-file.
           IF stock-count-not-found
               DISPLAY 'STOCKTAKE: COUNTIN NOT FOUND - '
                   'NOTHING COUNTED'
               MOVE 'Y' TO count-eof-switch
           END-IF.
           IF count-approved
               OPEN EXTEND stock-adjust-file
               IF stock-adjust-not-found
                   OPEN OUTPUT stock-adjust-file
               END-IF
           END-IF.
           OPEN OUTPUT stocktake-report-file.
           PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT.
           IF NOT stock-count-not-found
               PERFORM 1200-READ-COUNT-LINE THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-PRINT-HEADINGS.
           MOVE stocktake-date TO rpt-heading-date.
           IF count-approved
               MOVE 'APPROVED - BOOK STOCK SET TO COUNT'
                   TO rpt-heading-mode
           ELSE
               MOVE 'FOR REVIEW - NOTHING ADJUSTED'
                   TO rpt-heading-mode
           END-IF.
           MOVE rpt-heading-line TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE SPACES TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE rpt-column-line TO stocktake-report-line.
           WRITE stocktake-report-line.
       1100-EXIT.
           EXIT.

       1200-READ-COUNT-LINE.
           READ stock-count-file
               AT END
                   MOVE 'Y' TO count-eof-switch
               NOT AT END
                   ADD 1 TO count-lines-read
           END-READ.
       1200-EXIT.
           EXIT.

      * The count file comes back in the order it was keyed off the
      * sheets - store by store, item code order within a store -
      * so one item's lines arrive together and end where the key
      * changes.
       2000-PROCESS-ONE-ITEM.
           MOVE stc-store-id TO item-store-id.
           MOVE stc-prod-code TO item-prod-code.
           MOVE ZERO TO item-counted-qty.
           MOVE 'N' TO item-bad-line-switch.
           PERFORM 2100-ADD-COUNT-LINE THRU 2100-EXIT
               UNTIL end-of-count-file
                   OR stc-store-id NOT = item-store-id
                   OR stc-prod-code NOT = item-prod-code.
           PERFORM 2200-SET-AGAINST-BOOK THRU 2200-EXIT.
           PERFORM 2500-PRINT-ITEM THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      * A count line that is not a number, or is below zero, spoils
      * the whole item's count - there is no telling what the true
      * figure was - so the item is rejected rather than adjusted to
      * part of its count.
       2100-ADD-COUNT-LINE.
           IF stc-counted-qty IS NUMERIC
               AND stc-counted-qty NOT < ZERO
               ADD stc-counted-qty TO item-counted-qty
           ELSE
               MOVE 'Y' TO item-bad-line-switch
           END-IF.
           PERFORM 1200-READ-COUNT-LINE THRU 1200-EXIT.
       2100-EXIT.
           EXIT.

       2200-SET-AGAINST-BOOK.
           PERFORM 2250-CHECK-STORE THRU 2250-EXIT.
           MOVE SPACES TO item-remark.
           MOVE ZERO TO item-book-qty.
           MOVE ZERO TO item-unit-cost.
           MOVE ZERO TO item-shrinkage-value.
           MOVE ZERO TO item-variance-qty.
           EVALUATE TRUE
               WHEN item-store-id = SPACES
                   MOVE 'REJECTED - NO STORE ID' TO item-remark
               WHEN store-is-unknown
                   MOVE 'REJECTED - UNKNOWN STORE' TO item-remark
               WHEN store-is-closed
                   MOVE 'REJECTED - STORE CLOSED' TO item-remark
               WHEN item-has-bad-line
                   MOVE 'REJECTED - BAD COUNT' TO item-remark
               WHEN OTHER
                   MOVE item-prod-code TO prod-code
                   READ product-master-file
                       INVALID KEY
                           MOVE 'REJECTED - NOT ON MASTER'
                               TO item-remark
                       NOT INVALID KEY
                           MOVE prod-cost-price TO item-unit-cost
                   END-READ
           END-EVALUATE.
           IF item-remark NOT = SPACES
               ADD 1 TO items-rejected-count
           ELSE
               PERFORM 2300-VALUE-VARIANCE THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * Without the store master the store ids go unchecked, and the
      * report says so at its foot.
       2250-CHECK-STORE.
           MOVE 'K' TO store-check-switch.
           IF store-master-opened AND item-store-id NOT = SPACES
               MOVE item-store-id TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE 'U' TO store-check-switch
                   NOT INVALID KEY
                       IF stm-is-closed
                           MOVE 'C' TO store-check-switch
                       END-IF
               END-READ
           END-IF.
       2250-EXIT.
           EXIT.

      * A branch with no stock record for the item has a book stock
      * of zero - it never sold or received one through the system -
      * so whatever was found on the shelf is a gain.
       2300-VALUE-VARIANCE.
           ADD 1 TO items-counted-count.
           MOVE item-store-id TO ssr-store-id.
           MOVE item-prod-code TO ssr-prod-code.
           READ store-stock-file
               INVALID KEY
                   MOVE 'N' TO book-record-switch
               NOT INVALID KEY
                   MOVE 'Y' TO book-record-switch
                   MOVE ssr-stock-on-hand TO item-book-qty
           END-READ.
           COMPUTE item-variance-qty =
               item-counted-qty - item-book-qty.
           COMPUTE item-shrinkage-value ROUNDED =
               (item-book-qty - item-counted-qty) * item-unit-cost.
           COMPUTE item-book-value ROUNDED =
               item-book-qty * item-unit-cost.
           COMPUTE item-counted-value ROUNDED =
               item-counted-qty * item-unit-cost.
           PERFORM 2350-ADD-TO-STORE-SLOT THRU 2350-EXIT.
           IF item-variance-qty = ZERO
               MOVE 'NO DIFFERENCE' TO item-remark
           ELSE
               IF count-approved
                   PERFORM 2400-APPLY-COUNT THRU 2400-EXIT
               ELSE
                   MOVE 'FOR REVIEW' TO item-remark
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2350-ADD-TO-STORE-SLOT.
           MOVE ZERO TO store-slot-index.
           MOVE 1 TO sv.
           PERFORM 2360-CHECK-ONE-STORE-SLOT THRU 2360-EXIT
               UNTIL sv > store-slot-count
                   OR store-slot-index > ZERO.
           IF store-slot-index = ZERO
               IF store-slot-count < 20
                   ADD 1 TO store-slot-count
                   MOVE store-slot-count TO store-slot-index
                   MOVE item-store-id TO st-store-id(store-slot-index)
                   MOVE ZERO TO st-items-counted(store-slot-index)
                   MOVE ZERO TO st-book-value(store-slot-index)
                   MOVE ZERO TO st-counted-value(store-slot-index)
                   MOVE ZERO TO st-shrinkage-value(store-slot-index)
               ELSE
                   DISPLAY 'STOCKTAKE: STORE SLOT TABLE FULL - '
                       'STORE [' item-store-id '] NOT SUMMARISED'
               END-IF
           END-IF.
           IF store-slot-index > ZERO
               ADD 1 TO st-items-counted(store-slot-index)
               ADD item-book-value TO st-book-value(store-slot-index)
               ADD item-counted-value
                   TO st-counted-value(store-slot-index)
               ADD item-shrinkage-value
                   TO st-shrinkage-value(store-slot-index)
           END-IF.
           ADD item-shrinkage-value TO total-shrinkage-value.
       2350-EXIT.
           EXIT.

       2360-CHECK-ONE-STORE-SLOT.
           IF st-store-id(sv) = item-store-id
               MOVE sv TO store-slot-index
           END-IF.
           ADD 1 TO sv.
       2360-EXIT.
           EXIT.

      * The branch balance becomes the count, and the estate-wide
      * total on the master moves by the same difference, so the
      * master stays the sum of the branches. The adjustment goes to
      * STKADJ for the ledger only once both files have taken it.
       2400-APPLY-COUNT.
           MOVE item-store-id TO ssr-store-id.
           MOVE item-prod-code TO ssr-prod-code.
           MOVE item-counted-qty TO ssr-stock-on-hand.
           IF book-record-found
               REWRITE store-stock-record
                   INVALID KEY
                       MOVE 'STORE STOCK REWRITE FAILED'
                           TO item-remark
               END-REWRITE
           ELSE
               WRITE store-stock-record
                   INVALID KEY
                       MOVE 'STORE STOCK WRITE FAILED' TO item-remark
               END-WRITE
           END-IF.
           IF item-remark = SPACES
               ADD item-variance-qty TO prod-stock-on-hand
               REWRITE product-master-record
                   INVALID KEY
                       MOVE 'MASTER REWRITE FAILED' TO item-remark
               END-REWRITE
           END-IF.
           IF item-remark = SPACES
               MOVE 'ADJUSTED TO COUNT' TO item-remark
               ADD 1 TO items-adjusted-count
               PERFORM 2450-WRITE-ADJUSTMENT THRU 2450-EXIT
           ELSE
               DISPLAY 'STOCKTAKE: ' item-remark ' FOR STORE ['
                   item-store-id '] ITEM [' item-prod-code ']'
               MOVE 8 TO RETURN-CODE
           END-IF.
       2400-EXIT.
           EXIT.

       2450-WRITE-ADJUSTMENT.
           MOVE SPACES TO stock-adjust-record.
           MOVE run-date TO sar-date.
           MOVE stocktake-date TO sar-count-date.
           MOVE item-store-id TO sar-store-id.
           MOVE item-prod-code TO sar-prod-code.
           MOVE item-book-qty TO sar-book-qty.
           MOVE item-counted-qty TO sar-counted-qty.
           MOVE item-unit-cost TO sar-unit-cost.
           MOVE item-shrinkage-value TO sar-shrinkage-value.
           WRITE stock-adjust-record.
       2450-EXIT.
           EXIT.

       2500-PRINT-ITEM.
           MOVE SPACES TO rpt-detail-line.
           MOVE item-store-id TO rpt-store-id.
           MOVE item-prod-code TO rpt-prod-code.
           MOVE item-book-qty TO rpt-book-qty.
           MOVE item-counted-qty TO rpt-counted-qty.
           MOVE item-variance-qty TO rpt-variance-qty.
           MOVE item-unit-cost TO rpt-unit-cost.
           MOVE item-shrinkage-value TO rpt-shrinkage-value.
           MOVE item-remark TO rpt-remark.
           MOVE rpt-detail-line TO stocktake-report-line.
           WRITE stocktake-report-line.
       2500-EXIT.
           EXIT.

      * Shrinkage is book less counted at cost, so a loss reads
      * positive and a branch that found more than its book shows a
      * negative shrinkage - the figure finance asks for per branch.
       8000-PRINT-STORE-SUMMARY.
           MOVE SPACES TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE 'SHRINKAGE BY STORE (AT COST)'
               TO stocktake-report-line.
           WRITE stocktake-report-line.
           PERFORM 8100-PRINT-ONE-STORE THRU 8100-EXIT
               VARYING sv FROM 1 BY 1 UNTIL sv > store-slot-count.
           MOVE total-shrinkage-value TO rpt-total-shrinkage.
           MOVE rpt-total-line TO stocktake-report-line.
           WRITE stocktake-report-line.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-STORE.
           MOVE st-store-id(sv) TO rpt-sum-store-id.
           MOVE st-items-counted(sv) TO rpt-sum-items.
           MOVE st-book-value(sv) TO rpt-sum-book.
           MOVE st-counted-value(sv) TO rpt-sum-counted.
           MOVE st-shrinkage-value(sv) TO rpt-sum-shrinkage.
           MOVE rpt-store-line TO stocktake-report-line.
           WRITE stocktake-report-line.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE product-master-file
           END-IF.
           IF store-stock-opened
               CLOSE store-stock-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           IF NOT stock-count-not-found
               CLOSE stock-count-file
           END-IF.
           IF count-approved
               CLOSE stock-adjust-file
           END-IF.
           MOVE SPACES TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'COUNT LINES READ:' TO rpt-count-label.
           MOVE count-lines-read TO rpt-count-value.
           MOVE rpt-count-line TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE 'ITEMS COUNTED:' TO rpt-count-label.
           MOVE items-counted-count TO rpt-count-value.
           MOVE rpt-count-line TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE 'ITEMS ADJUSTED TO COUNT:' TO rpt-count-label.
           MOVE items-adjusted-count TO rpt-count-value.
           MOVE rpt-count-line TO stocktake-report-line.
           WRITE stocktake-report-line.
           MOVE 'ITEMS REJECTED:' TO rpt-count-label.
           MOVE items-rejected-count TO rpt-count-value.
           MOVE rpt-count-line TO stocktake-report-line.
           WRITE stocktake-report-line.
           IF NOT store-master-opened
               MOVE SPACES TO stocktake-report-line
               STRING '*** STORE MASTER NOT AVAILABLE - STORE IDS '
                   'NOT CHECKED ***' DELIMITED BY SIZE
                   INTO stocktake-report-line
               WRITE stocktake-report-line
           END-IF.
           CLOSE stocktake-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM STOCKTAKE.
