      *   - The gate's business date now comes from the BUSDATE file,
      *     supplied once to the whole chain (today when absent), so
      *     a run crossing midnight stays on the one business date.
      *   - Item rows carry the branch name from the store master
      *     beside the store id, and the report line is widened to
      *     take it; a store id not on the master is marked as such.
      *   - The night's lines also posted to the WEEKSALES weekly
      *     summary, by store, week, currency and tax band (and the
      *     store's whole trade under band '*'): sales value, units,
      *     baskets, returns and cost. The night replaces its own
      *     day within the week, so a night run again after a
      *     rollback posts once. A summary that cannot be opened or
      *     a business date DATE-CALC refuses ends the step with
      *     return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ANALYSIS.
               FILE STATUS IS sales-detail-status.
           SELECT sales-report-file ASSIGN TO "SALESRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT weekly-sales-file ASSIGN TO "WEEKSALES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS wsr-key
               FILE STATUS IS weekly-sales-status.
       DATA DIVISION.
       FILE SECTION.
       FD  sales-detail-file.
       COPY 'sales_detail_record.cpy'.
       FD  sales-report-file.
       01  sales-report-line       PIC X(192).
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  weekly-sales-file.
       COPY 'weekly_sales_record.cpy'.
       WORKING-STORAGE SECTION.
       COPY 'date_calc_params.cpy'.
       01  sales-detail-status     PIC X(02) VALUE SPACES.
           88  sales-detail-not-found  VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  detail-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-sales-detail     VALUE 'Y'.
       01  item-count              PIC 9(04) COMP VALUE ZERO.
       01  line-full-value         PIC 9(11)V9(2) VALUE ZERO.
       01  line-giveaway           PIC S9(11)V9(2) VALUE ZERO.
       01  item-margin             PIC S9(12)V9(2) VALUE ZERO.
       01  weekly-sales-status     PIC X(02) VALUE SPACES.
           88  weekly-sales-ok         VALUE '00'.
           88  weekly-sales-not-found  VALUE '35'.
       01  week-scan-switch        PIC X(01) VALUE 'N'.
           88  week-scan-done          VALUE 'Y'.
       01  week-record-found-switch PIC X(01) VALUE 'N'.
           88  week-record-found       VALUE 'Y'.
      * The business date's place in its trading week: the Sunday
      * that ends the week, and the day, 1 Monday to 7 Sunday.
       01  post-week-ending        PIC 9(08) VALUE ZERO.
       01  post-day                PIC 9(01) VALUE ZERO.
       01  post-tax-code           PIC X(01) VALUE SPACE.
       01  post-index              PIC 9(04) COMP VALUE ZERO.
       01  p                       PIC 9(04) COMP.
       01  d                       PIC 9(04) COMP.
       01  post-slot-count         PIC 9(04) COMP VALUE ZERO.
       01  post-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  week-rows-added-count   PIC 9(06) COMP VALUE ZERO.
       01  week-rows-updated-count PIC 9(06) COMP VALUE ZERO.
       01  week-post-cost          PIC 9(11)V9(2) VALUE ZERO.
      * One slot per store, currency and band met tonight, plus the
      * store's '*' slot for its whole trade. Lines arrive basket by
      * basket, so a basket is counted the first time a slot meets
      * its id.
       01  week-post-table.
           05  week-post-slot OCCURS 1000 TIMES.
               10  wp-store-id         PIC X(04).
               10  wp-currency-code    PIC X(03).
               10  wp-tax-code         PIC X(01).
               10  wp-last-basket-id   PIC X(10).
               10  wp-sales-value      PIC S9(11)V9(2).
               10  wp-units            PIC S9(09)V9(03).
               10  wp-baskets          PIC 9(07) COMP.
               10  wp-returns-value    PIC 9(11)V9(2).
               10  wp-return-baskets   PIC 9(07) COMP.
               10  wp-cost-value       PIC S9(11)V9(2).
       01  rpt-heading-line.
           05  FILLER              PIC X(36)
                   VALUE 'MERCHANDISING SALES ANALYSIS'.
       01  rpt-item-heading.
           05  FILLER              PIC X(12) VALUE 'ITEM'.
           05  FILLER              PIC X(05) VALUE 'CCY'.
           05  FILLER              PIC X(28) VALUE 'STORE'.
           05  FILLER              PIC X(14) VALUE 'UNITS'.
           05  FILLER              PIC X(21) VALUE 'VALUE'.
           05  FILLER              PIC X(18) VALUE 'OFFER UNITS'.
           05  rpt-item-currency   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-item-store      PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-item-store-name PIC X(20).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-units-sold      PIC ZZZ,ZZZ,ZZ9.999-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-value-sold      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ROLL-UP-DETAIL THRU 2000-EXIT
               UNTIL end-of-sales-detail.
           PERFORM 4000-POST-WEEKLY-SUMMARY THRU 4000-EXIT.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'SALES-ANALYSIS: ' lines-read-count ' LINES, '
                   'NOTHING SOLD TODAY'
               MOVE 'Y' TO detail-eof-switch
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'SALES-ANALYSIS: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - STORE NAMES NOT PRINTED'
           END-IF.
           OPEN OUTPUT sales-report-file.
       1000-EXIT.
           EXIT.
               PERFORM 2300-ACCUMULATE-ITEM THRU 2300-EXIT
           END-IF.
           PERFORM 2400-ACCUMULATE-TAX-BAND THRU 2400-EXIT.
           PERFORM 2500-ACCUMULATE-WEEK THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

       2420-EXIT.
           EXIT.

      * Each line counts once under its own band and once under the
      * store's '*' whole-trade slot.
       2500-ACCUMULATE-WEEK.
           COMPUTE week-post-cost ROUNDED =
               sdr-quantity * sdr-unit-cost.
           MOVE sdr-line-tax-code TO post-tax-code.
           PERFORM 2510-FIND-OR-ADD-POST-SLOT THRU 2510-EXIT.
           IF post-index > ZERO
               PERFORM 2530-ADD-TO-POST-SLOT THRU 2530-EXIT
           END-IF.
           MOVE '*' TO post-tax-code.
           PERFORM 2510-FIND-OR-ADD-POST-SLOT THRU 2510-EXIT.
           IF post-index > ZERO
               PERFORM 2530-ADD-TO-POST-SLOT THRU 2530-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-FIND-OR-ADD-POST-SLOT.
           MOVE ZERO TO post-index.
           MOVE 1 TO p.
           PERFORM 2520-CHECK-ONE-POST-SLOT THRU 2520-EXIT
               UNTIL p > post-slot-count OR post-index > ZERO.
           IF post-index = ZERO
               IF post-slot-count < 1000
                   ADD 1 TO post-slot-count
                   MOVE post-slot-count TO post-index
                   INITIALIZE week-post-slot(post-index)
                   MOVE sdr-store-id TO wp-store-id(post-index)
                   MOVE sdr-currency-code
                       TO wp-currency-code(post-index)
                   MOVE post-tax-code TO wp-tax-code(post-index)
               ELSE
                   ADD 1 TO post-overflow-count
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-CHECK-ONE-POST-SLOT.
           IF wp-store-id(p) = sdr-store-id
               AND wp-currency-code(p) = sdr-currency-code
               AND wp-tax-code(p) = post-tax-code
               MOVE p TO post-index
           END-IF.
           ADD 1 TO p.
       2520-EXIT.
           EXIT.

       2530-ADD-TO-POST-SLOT.
           IF line-is-credit
               SUBTRACT sdr-quantity FROM wp-units(post-index)
               SUBTRACT sdr-line-total FROM wp-sales-value(post-index)
               SUBTRACT week-post-cost FROM wp-cost-value(post-index)
               ADD sdr-line-total TO wp-returns-value(post-index)
           ELSE
               ADD sdr-quantity TO wp-units(post-index)
               ADD sdr-line-total TO wp-sales-value(post-index)
               ADD week-post-cost TO wp-cost-value(post-index)
           END-IF.
           IF sdr-basket-id NOT = wp-last-basket-id(post-index)
               MOVE sdr-basket-id TO wp-last-basket-id(post-index)
               IF line-is-credit
                   ADD 1 TO wp-return-baskets(post-index)
               ELSE
                   ADD 1 TO wp-baskets(post-index)
               END-IF
           END-IF.
       2530-EXIT.
           EXIT.

       3000-PRINT-REPORT.
           MOVE rpt-heading-line TO sales-report-line.
           WRITE sales-report-line.
           MOVE lines-read-count TO rpt-count-value.
           MOVE rpt-count-line TO sales-report-line.
           WRITE sales-report-line.
           MOVE SPACES TO sales-report-line.
           STRING 'WEEKLY SUMMARY POSTED FOR THE WEEK ENDING '
               post-week-ending DELIMITED BY SIZE
               INTO sales-report-line.
           WRITE sales-report-line.
           MOVE 'WEEKLY SUMMARY ROWS ADDED:' TO rpt-count-label.
           MOVE week-rows-added-count TO rpt-count-value.
           MOVE rpt-count-line TO sales-report-line.
           WRITE sales-report-line.
           MOVE 'WEEKLY SUMMARY ROWS UPDATED:' TO rpt-count-label.
           MOVE week-rows-updated-count TO rpt-count-value.
           MOVE rpt-count-line TO sales-report-line.
           WRITE sales-report-line.
           IF post-overflow-count > ZERO
               MOVE SPACES TO sales-report-line
               STRING '*** STORE/BAND ROWS BEYOND TABLE CAPACITY - '
                   'NOT POSTED TO THE WEEK ***' DELIMITED BY SIZE
                   INTO sales-report-line
               WRITE sales-report-line
               DISPLAY 'SALES-ANALYSIS: ' post-overflow-count
                   ' LINES BEYOND THE WEEKLY POSTING TABLE - '
                   'NOT POSTED'
           END-IF.
           IF item-overflow-count > ZERO
               MOVE SPACES TO sales-report-line
               STRING '*** ITEMS BEYOND TABLE CAPACITY - NOT '
           MOVE it-item-code(m) TO rpt-item-code.
           MOVE it-currency-code(m) TO rpt-item-currency.
           MOVE it-store-id(m) TO rpt-item-store.
           PERFORM 3150-LOOK-UP-STORE-NAME THRU 3150-EXIT.
           MOVE it-units-sold(m) TO rpt-units-sold.
           MOVE it-value-sold(m) TO rpt-value-sold.
           MOVE it-units-on-offer(m) TO rpt-units-on-offer.
       3100-EXIT.
           EXIT.

       3150-LOOK-UP-STORE-NAME.
           MOVE SPACES TO rpt-item-store-name.
           IF store-master-opened
               MOVE it-store-id(m) TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO rpt-item-store-name
                   NOT INVALID KEY
                       MOVE stm-store-name TO rpt-item-store-name
               END-READ
           END-IF.
       3150-EXIT.
           EXIT.

       3200-PRINT-ONE-BAND.
           MOVE tb-tax-code(t) TO rpt-band-code.
           MOVE tb-currency-code(t) TO rpt-band-currency.
       3200-EXIT.
           EXIT.

      * The night's figures go in as the business date's day of its
      * week. Whatever that day held before - a night being run again
      * after a rollback - is cleared first across every store of
      * the week, so a store that traded the first time and not the
      * second is not left holding the first run's day.
       4000-POST-WEEKLY-SUMMARY.
           MOVE 'N' TO dcq-action.
           MOVE rcq-business-date TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-invalid
               DISPLAY 'SALES-ANALYSIS: BUSINESS DATE ['
                   rcq-business-date '] NOT A DATE - WEEKLY '
                   'SUMMARY NOT POSTED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4050-OPEN-WEEKLY-SUMMARY THRU 4050-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-OPEN-WEEKLY-SUMMARY.
           MOVE dcq-day-of-week TO post-day.
           MOVE 'A' TO dcq-action.
           MOVE rcq-business-date TO dcq-date.
           COMPUTE dcq-add-days = 7 - post-day.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO post-week-ending.
           OPEN I-O weekly-sales-file.
           IF weekly-sales-not-found
               OPEN OUTPUT weekly-sales-file
               CLOSE weekly-sales-file
               OPEN I-O weekly-sales-file
           END-IF.
           IF weekly-sales-ok
               MOVE post-week-ending TO wsr-week-ending
               MOVE LOW-VALUES TO wsr-store-id
               MOVE LOW-VALUES TO wsr-currency-code
               MOVE LOW-VALUES TO wsr-tax-code
               MOVE 'N' TO week-scan-switch
               START weekly-sales-file KEY >= wsr-key
                   INVALID KEY
                       MOVE 'Y' TO week-scan-switch
               END-START
               PERFORM 4100-CLEAR-ONE-WEEK-ROW THRU 4100-EXIT
                   UNTIL week-scan-done
               PERFORM 4200-POST-ONE-SLOT THRU 4200-EXIT
                   VARYING p FROM 1 BY 1 UNTIL p > post-slot-count
               CLOSE weekly-sales-file
           ELSE
               DISPLAY 'SALES-ANALYSIS: WEEKSALES FAILED TO OPEN - '
                   'STATUS ' weekly-sales-status
                   ' - WEEKLY SUMMARY NOT POSTED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       4050-EXIT.
           EXIT.

       4100-CLEAR-ONE-WEEK-ROW.
           READ weekly-sales-file NEXT RECORD
               AT END
                   MOVE 'Y' TO week-scan-switch
               NOT AT END
                   IF wsr-week-ending NOT = post-week-ending
                       MOVE 'Y' TO week-scan-switch
                   ELSE
                       PERFORM 4150-CLEAR-DAY THRU 4150-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4150-CLEAR-DAY.
           INITIALIZE wsr-day(post-day).
           PERFORM 4300-SUM-WEEK-TOTALS THRU 4300-EXIT.
           REWRITE weekly-sales-record
               INVALID KEY
                   DISPLAY 'SALES-ANALYSIS: WEEKSALES REWRITE FAILED'
                       ' FOR STORE [' wsr-store-id '] - STATUS '
                       weekly-sales-status
           END-REWRITE.
       4150-EXIT.
           EXIT.

       4200-POST-ONE-SLOT.
           MOVE post-week-ending TO wsr-week-ending.
           MOVE wp-store-id(p) TO wsr-store-id.
           MOVE wp-currency-code(p) TO wsr-currency-code.
           MOVE wp-tax-code(p) TO wsr-tax-code.
           MOVE 'Y' TO week-record-found-switch.
           READ weekly-sales-file
               INVALID KEY
                   MOVE 'N' TO week-record-found-switch
           END-READ.
           IF NOT week-record-found
               INITIALIZE weekly-sales-record
               MOVE post-week-ending TO wsr-week-ending
               MOVE wp-store-id(p) TO wsr-store-id
               MOVE wp-currency-code(p) TO wsr-currency-code
               MOVE wp-tax-code(p) TO wsr-tax-code
           END-IF.
           MOVE wp-sales-value(p) TO wsd-sales-value(post-day).
           MOVE wp-units(p) TO wsd-units(post-day).
           MOVE wp-baskets(p) TO wsd-baskets(post-day).
           MOVE wp-returns-value(p) TO wsd-returns-value(post-day).
           MOVE wp-return-baskets(p) TO wsd-return-baskets(post-day).
           MOVE wp-cost-value(p) TO wsd-cost-value(post-day).
           PERFORM 4300-SUM-WEEK-TOTALS THRU 4300-EXIT.
           IF week-record-found
               REWRITE weekly-sales-record
                   INVALID KEY
                       DISPLAY 'SALES-ANALYSIS: WEEKSALES REWRITE '
                           'FAILED FOR STORE [' wsr-store-id
                           '] - STATUS ' weekly-sales-status
                   NOT INVALID KEY
                       ADD 1 TO week-rows-updated-count
               END-REWRITE
           ELSE
               WRITE weekly-sales-record
                   INVALID KEY
                       DISPLAY 'SALES-ANALYSIS: WEEKSALES WRITE '
                           'FAILED FOR STORE [' wsr-store-id
                           '] - STATUS ' weekly-sales-status
                   NOT INVALID KEY
                       ADD 1 TO week-rows-added-count
               END-WRITE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-SUM-WEEK-TOTALS.
           INITIALIZE wsr-week-totals.
           PERFORM 4310-ADD-ONE-DAY THRU 4310-EXIT
               VARYING d FROM 1 BY 1 UNTIL d > 7.
       4300-EXIT.
           EXIT.

       4310-ADD-ONE-DAY.
           ADD wsd-sales-value(d) TO wsr-sales-value.
           ADD wsd-units(d) TO wsr-units.
           ADD wsd-baskets(d) TO wsr-baskets.
           ADD wsd-returns-value(d) TO wsr-returns-value.
           ADD wsd-return-baskets(d) TO wsr-return-baskets.
           ADD wsd-cost-value(d) TO wsr-cost-value.
       4310-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT sales-detail-not-found
               CLOSE sales-detail-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           CLOSE sales-report-file.
       9000-EXIT.
           EXIT.
