      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Weekly sales report per store for head office's
      *             Monday review: the week's sales value, margin,
      *             units, baskets and returns set against the same
      *             week last year and against budget, with the
      *             variance as a percentage, and the same for the
      *             year to date. The figures come off the weekly
      *             sales summary WEEKSALES that SALES-ANALYSIS builds
      *             night by night, the targets off the budget file
      *             SALESBUD. Each store also shows its week by tax
      *             band against last year. The week is read as one
      *             date in YYYYMMDD form and taken to the Sunday that
      *             ends its week; blank or mis-keyed falls back to
      *             the last full week before today. Last year's week
      *             is the one 52 weeks earlier, so it holds the same
      *             days of the week. The year to date runs over the
      *             weeks ending from 1 January to the week reported;
      *             last year's runs from 52 weeks before this year's
      *             first, so the two hold the same number of weeks.
      *             A branch opened less than a year before last
      *             year's week began has no full year to compare and
      *             is kept out of the like-for-like total, which is
      *             printed per currency beside the total for every
      *             store.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-WEEKLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT weekly-sales-file ASSIGN TO "WEEKSALES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS wsr-key
               FILE STATUS IS weekly-sales-status.
           SELECT sales-budget-file ASSIGN TO "SALESBUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sales-budget-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT weekly-report-file ASSIGN TO "WEEKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  weekly-sales-file.
       COPY 'weekly_sales_record.cpy'.
       FD  sales-budget-file.
       COPY 'sales_budget_record.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  weekly-report-file.
       01  weekly-report-line      PIC X(170).
       WORKING-STORAGE SECTION.
       COPY 'date_calc_params.cpy'.
       01  weekly-sales-status     PIC X(02) VALUE SPACES.
           88  weekly-sales-ok         VALUE '00'.
       01  weekly-sales-open-switch PIC X(01) VALUE 'N'.
           88  weekly-sales-opened     VALUE 'Y'.
       01  sales-budget-status     PIC X(02) VALUE SPACES.
           88  sales-budget-not-found  VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  weekly-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-weekly-sales     VALUE 'Y'.
       01  budget-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-sales-budget     VALUE 'Y'.
       01  week-text               PIC X(08) VALUE SPACES.
       01  today-date              PIC 9(08) VALUE ZERO.
      * The four periods compared, each a range of week-ending dates:
      * 1 this week, 2 the same week last year, 3 this year to date,
      * 4 last year to date.
       01  report-week-ending      PIC 9(08) VALUE ZERO.
       01  last-year-week-ending   PIC 9(08) VALUE ZERO.
       01  like-for-like-date      PIC 9(08) VALUE ZERO.
       01  year-start-work         PIC 9(08) VALUE ZERO.
       01  year-start-parts REDEFINES year-start-work.
           05  ysw-year            PIC 9(04).
           05  ysw-month-day       PIC 9(04).
       01  period-range-table.
           05  period-range OCCURS 4 TIMES.
               10  period-from     PIC 9(08).
               10  period-to       PIC 9(08).
       01  currency-work           PIC X(03) VALUE SPACES.
       01  store-key-wanted.
           05  skw-store-id        PIC X(04).
           05  skw-currency-code   PIC X(03).
       01  weekly-read-count       PIC 9(08) COMP VALUE ZERO.
       01  weekly-used-count       PIC 9(08) COMP VALUE ZERO.
       01  budget-read-count       PIC 9(08) COMP VALUE ZERO.
       01  budget-used-count       PIC 9(08) COMP VALUE ZERO.
       01  budget-rejected-count   PIC 9(08) COMP VALUE ZERO.
       01  slot-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  band-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  currency-overflow-count PIC 9(06) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  c                       PIC 9(04) COMP.
       01  b                       PIC 9(04) COMP.
       01  g                       PIC 9(04) COMP.
       01  m                       PIC 9(04) COMP.
       01  p                       PIC 9(04) COMP.
       01  insert-position         PIC 9(04) COMP VALUE ZERO.
       01  store-slot-count        PIC 9(04) COMP VALUE ZERO.
       01  currency-slot-count     PIC 9(04) COMP VALUE ZERO.
      * One slot per store and currency, kept in that order. The
      * figures are by period as above; the budget is 1 this week,
      * 2 this year to date. A store's tax bands are compared for
      * this week (1) and last year's (2) only.
       01  store-weekly-table.
           05  store-slot OCCURS 200 TIMES.
               10  ss-key.
                   15  ss-store-id         PIC X(04).
                   15  ss-currency-code    PIC X(03).
               10  ss-store-name       PIC X(30).
               10  ss-opened-date      PIC 9(08).
               10  ss-compare-code     PIC X(01).
                   88  ss-is-like-for-like VALUE 'L'.
                   88  ss-is-new-branch    VALUE 'N'.
                   88  ss-not-on-master    VALUE 'M'.
               10  ss-figures.
                   15  ss-period OCCURS 4 TIMES.
                       20  ssp-sales-value     PIC S9(13)V9(2).
                       20  ssp-units           PIC S9(11)V9(03).
                       20  ssp-baskets         PIC 9(09).
                       20  ssp-returns-value   PIC 9(13)V9(2).
                       20  ssp-return-baskets  PIC 9(09).
                       20  ssp-cost-value      PIC S9(13)V9(2).
                   15  ss-budget OCCURS 2 TIMES.
                       20  ssb-sales-value     PIC S9(13)V9(2).
                       20  ssb-margin-value    PIC S9(13)V9(2).
               10  ss-band-count       PIC 9(04) COMP.
               10  ss-band OCCURS 4 TIMES.
                   15  sbd-tax-code        PIC X(01).
                   15  sbd-period OCCURS 2 TIMES.
                       20  sbd-sales-value     PIC S9(13)V9(2).
                       20  sbd-units           PIC S9(11)V9(03).
                       20  sbd-baskets         PIC 9(09).
                       20  sbd-cost-value      PIC S9(13)V9(2).
      * The totals per currency: group 1 like-for-like, group 2
      * every store.
       01  currency-total-table.
           05  currency-slot OCCURS 5 TIMES.
               10  ct-currency-code    PIC X(03).
               10  ct-group OCCURS 2 TIMES.
                   15  ct-store-count      PIC 9(04) COMP.
                   15  ct-figures.
                       20  ct-period OCCURS 4 TIMES.
                           25  ctp-sales-value     PIC S9(13)V9(2).
                           25  ctp-units           PIC S9(11)V9(03).
                           25  ctp-baskets         PIC 9(09).
                           25  ctp-returns-value   PIC 9(13)V9(2).
                           25  ctp-return-baskets  PIC 9(09).
                           25  ctp-cost-value      PIC S9(13)V9(2).
                       20  ct-budget OCCURS 2 TIMES.
                           25  ctb-sales-value     PIC S9(13)V9(2).
                           25  ctb-margin-value    PIC S9(13)V9(2).
      * The store or total being printed, laid out as ss-figures.
       01  print-figures.
           05  pf-period OCCURS 4 TIMES.
               10  pfp-sales-value     PIC S9(13)V9(2).
               10  pfp-units           PIC S9(11)V9(03).
               10  pfp-baskets         PIC 9(09).
               10  pfp-returns-value   PIC 9(13)V9(2).
               10  pfp-return-baskets  PIC 9(09).
               10  pfp-cost-value      PIC S9(13)V9(2).
           05  pf-budget OCCURS 2 TIMES.
               10  pfb-sales-value     PIC S9(13)V9(2).
               10  pfb-margin-value    PIC S9(13)V9(2).
       01  measure-name-values.
           05  FILLER              PIC X(16) VALUE 'SALES VALUE'.
           05  FILLER              PIC X(16) VALUE 'MARGIN'.
           05  FILLER              PIC X(16) VALUE 'UNITS'.
           05  FILLER              PIC X(16) VALUE 'BASKETS'.
           05  FILLER              PIC X(16) VALUE 'RETURNS VALUE'.
       01  measure-name-table REDEFINES measure-name-values.
           05  measure-name OCCURS 5 TIMES PIC X(16).
      * A measure is money (M), units to three places (U) or a
      * count (C); only sales value and margin are budgeted.
       01  measure-value           PIC S9(13)V9(03) VALUE ZERO.
       01  measure-kind            PIC X(01) VALUE 'M'.
           88  measure-is-money        VALUE 'M'.
           88  measure-is-units        VALUE 'U'.
           88  measure-is-count        VALUE 'C'.
       01  format-text             PIC X(20) VALUE SPACES.
       01  format-money            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  format-units            PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
       01  format-count            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  variance-actual         PIC S9(13)V9(03) VALUE ZERO.
       01  variance-base           PIC S9(13)V9(03) VALUE ZERO.
       01  variance-percent        PIC S9(04)V9(1) VALUE ZERO.
       01  variance-edit           PIC ZZZ9.9-.
       01  variance-text           PIC X(08) VALUE SPACES.
       01  rpt-heading-line.
           05  FILLER              PIC X(35)
                   VALUE 'WEEKLY SALES SUMMARY - WEEK ENDING '.
           05  rpt-heading-week    PIC 9(08).
           05  FILLER              PIC X(33)
                   VALUE ' - SAME WEEK LAST YEAR ENDING '.
           05  rpt-heading-ly-week PIC 9(08).
       01  rpt-ytd-line.
           05  FILLER              PIC X(28)
                   VALUE 'YEAR TO DATE: WEEKS ENDING '.
           05  rpt-ytd-from        PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  rpt-ytd-to          PIC 9(08).
           05  FILLER              PIC X(16)
                   VALUE ', LAST YEAR '.
           05  rpt-ytd-ly-from     PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  rpt-ytd-ly-to       PIC 9(08).
       01  rpt-lfl-line.
           05  FILLER              PIC X(45)
                   VALUE 'LIKE-FOR-LIKE: BRANCHES TRADING ON OR BEFORE'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  rpt-lfl-date        PIC 9(08).
       01  rpt-store-line.
           05  FILLER              PIC X(06) VALUE 'STORE '.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-name      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-currency  PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-compare   PIC X(40).
       01  rpt-total-line.
           05  rpt-total-label     PIC X(22).
           05  rpt-total-currency  PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-total-stores    PIC ZZZ9.
           05  FILLER              PIC X(07) VALUE ' STORES'.
       01  rpt-column-heading.
           05  FILLER              PIC X(16) VALUE 'MEASURE'.
           05  FILLER              PIC X(20)
                   VALUE '           THIS WEEK'.
           05  FILLER              PIC X(20)
                   VALUE '           LAST YEAR'.
           05  FILLER              PIC X(08) VALUE '   VAR %'.
           05  FILLER              PIC X(20)
                   VALUE '              BUDGET'.
           05  FILLER              PIC X(08) VALUE '   VAR %'.
           05  FILLER              PIC X(20)
                   VALUE '        YEAR TO DATE'.
           05  FILLER              PIC X(20)
                   VALUE '       YTD LAST YEAR'.
           05  FILLER              PIC X(08) VALUE '   VAR %'.
           05  FILLER              PIC X(20)
                   VALUE '          YTD BUDGET'.
           05  FILLER              PIC X(08) VALUE '   VAR %'.
       01  rpt-measure-line.
           05  rpt-measure-name    PIC X(16).
           05  rpt-this-week       PIC X(20) JUSTIFIED RIGHT.
           05  rpt-last-year       PIC X(20) JUSTIFIED RIGHT.
           05  rpt-last-year-var   PIC X(08) JUSTIFIED RIGHT.
           05  rpt-budget          PIC X(20) JUSTIFIED RIGHT.
           05  rpt-budget-var      PIC X(08) JUSTIFIED RIGHT.
           05  rpt-ytd             PIC X(20) JUSTIFIED RIGHT.
           05  rpt-ytd-last-year   PIC X(20) JUSTIFIED RIGHT.
           05  rpt-ytd-last-year-var PIC X(08) JUSTIFIED RIGHT.
           05  rpt-ytd-budget      PIC X(20) JUSTIFIED RIGHT.
           05  rpt-ytd-budget-var  PIC X(08) JUSTIFIED RIGHT.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(40).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-WEEKLY-SALES THRU 2000-EXIT
               UNTIL end-of-weekly-sales.
           PERFORM 3000-READ-BUDGET THRU 3000-EXIT
               UNTIL end-of-sales-budget.
           PERFORM 4000-CLASSIFY-STORE THRU 4000-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-slot-count.
           PERFORM 5000-ADD-TO-TOTALS THRU 5000-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-slot-count.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'SALES-WEEKLY: WEEK ENDING ' report-week-ending
               ', ' store-slot-count ' STORES'.
           STOP RUN.

      * The week arrives as one date on the inquiry input and is
      * taken to the Sunday that ends it; a blank or mis-keyed date
      * falls back to the last full week, the one ending on the
      * Sunday before today.
       1000-INITIALIZE.
           ACCEPT week-text.
           ACCEPT today-date FROM DATE YYYYMMDD.
           MOVE 'N' TO dcq-action.
           MOVE ZERO TO dcq-date.
           IF week-text(1:8) IS NUMERIC
               MOVE week-text TO dcq-date
           END-IF.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-valid
               MOVE week-text TO report-week-ending
               COMPUTE dcq-add-days = 7 - dcq-day-of-week
           ELSE
               MOVE today-date TO report-week-ending
               MOVE 'N' TO dcq-action
               MOVE today-date TO dcq-date
               CALL 'DATE-CALC' USING date-calc-request
               COMPUTE dcq-add-days = ZERO - dcq-day-of-week
           END-IF.
           MOVE 'A' TO dcq-action.
           MOVE report-week-ending TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO report-week-ending.
           MOVE 'A' TO dcq-action.
           MOVE report-week-ending TO dcq-date.
           MOVE -364 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO last-year-week-ending.
           MOVE 'A' TO dcq-action.
           MOVE last-year-week-ending TO dcq-date.
           MOVE -6 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO like-for-like-date.
           MOVE report-week-ending TO period-from(1).
           MOVE report-week-ending TO period-to(1).
           MOVE last-year-week-ending TO period-from(2).
           MOVE last-year-week-ending TO period-to(2).
           MOVE report-week-ending TO year-start-work.
           MOVE 0101 TO ysw-month-day.
           MOVE year-start-work TO period-from(3).
           MOVE report-week-ending TO period-to(3).
           MOVE 'A' TO dcq-action.
           MOVE period-from(3) TO dcq-date.
           MOVE -364 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO period-from(4).
           MOVE last-year-week-ending TO period-to(4).
           OPEN INPUT weekly-sales-file.
           IF weekly-sales-ok
               MOVE 'Y' TO weekly-sales-open-switch
               PERFORM 1100-START-WEEKLY-SALES THRU 1100-EXIT
           ELSE
               DISPLAY 'SALES-WEEKLY: WEEKSALES FAILED TO OPEN - '
                   'STATUS ' weekly-sales-status
                   ' - NO SALES REPORTED'
               MOVE 'Y' TO weekly-eof-switch
           END-IF.
           OPEN INPUT sales-budget-file.
           IF sales-budget-not-found
               DISPLAY 'SALES-WEEKLY: SALESBUD NOT FOUND - '
                   'NO BUDGET REPORTED'
               MOVE 'Y' TO budget-eof-switch
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'SALES-WEEKLY: STORE MASTER FAILED TO OPEN'
                   ' - STATUS ' store-master-status
                   ' - EVERY STORE TAKEN AS LIKE-FOR-LIKE'
           END-IF.
           OPEN OUTPUT weekly-report-file.
       1000-EXIT.
           EXIT.

      * The summary is in week order, so reading starts at the
      * earliest week wanted - the first of last year's - and stops
      * past the week reported.
       1100-START-WEEKLY-SALES.
           MOVE LOW-VALUES TO wsr-key.
           MOVE period-from(4) TO wsr-week-ending.
           START weekly-sales-file KEY IS NOT LESS THAN wsr-key
               INVALID KEY
                   MOVE 'Y' TO weekly-eof-switch
           END-START.
       1100-EXIT.
           EXIT.

      * The '*' record carries the store's whole trade for the
      * week and feeds every period whose range holds the week; a
      * band record feeds only the band comparison.
       2000-READ-WEEKLY-SALES.
           READ weekly-sales-file NEXT RECORD
               AT END
                   MOVE 'Y' TO weekly-eof-switch
               NOT AT END
                   PERFORM 2050-TAKE-WEEKLY-RECORD THRU 2050-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2050-TAKE-WEEKLY-RECORD.
           IF wsr-week-ending > report-week-ending
               MOVE 'Y' TO weekly-eof-switch
           ELSE
               ADD 1 TO weekly-read-count
               PERFORM 2070-USE-WEEKLY-RECORD THRU 2070-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      * Weeks between last year's week and 1 January of this year
      * feed no period; band records feed the two weeks only.
       2070-USE-WEEKLY-RECORD.
           EVALUATE TRUE
               WHEN wsr-week-ending NOT = report-week-ending
                       AND wsr-week-ending NOT = last-year-week-ending
                       AND NOT wsr-is-all-bands
                   CONTINUE
               WHEN wsr-week-ending > period-to(4)
                       AND wsr-week-ending < period-from(3)
                   CONTINUE
               WHEN OTHER
                   MOVE wsr-store-id TO skw-store-id
                   MOVE wsr-currency-code TO skw-currency-code
                   PERFORM 2200-FIND-OR-ADD-STORE THRU 2200-EXIT
                   IF s > ZERO
                       ADD 1 TO weekly-used-count
                       IF wsr-is-all-bands
                           PERFORM 2100-ADD-ONE-PERIOD THRU 2100-EXIT
                               VARYING p FROM 1 BY 1 UNTIL p > 4
                       ELSE
                           PERFORM 2300-ADD-TO-BAND THRU 2300-EXIT
                       END-IF
                   END-IF
           END-EVALUATE.
       2070-EXIT.
           EXIT.

       2100-ADD-ONE-PERIOD.
           IF wsr-week-ending NOT < period-from(p)
               AND wsr-week-ending NOT > period-to(p)
               ADD wsr-sales-value TO ssp-sales-value(s, p)
               ADD wsr-units TO ssp-units(s, p)
               ADD wsr-baskets TO ssp-baskets(s, p)
               ADD wsr-returns-value TO ssp-returns-value(s, p)
               ADD wsr-return-baskets TO ssp-return-baskets(s, p)
               ADD wsr-cost-value TO ssp-cost-value(s, p)
           END-IF.
       2100-EXIT.
           EXIT.

      * Stores are kept in id and currency order as they are met, as
      * the trading profile keeps them, so the report needs no sort.
       2200-FIND-OR-ADD-STORE.
           MOVE ZERO TO s.
           MOVE ZERO TO insert-position.
           MOVE 1 TO c.
           PERFORM 2210-CHECK-ONE-STORE THRU 2210-EXIT
               UNTIL c > store-slot-count
                   OR insert-position > ZERO.
           EVALUATE TRUE
               WHEN insert-position > ZERO
                       AND ss-key(insert-position) = store-key-wanted
                   MOVE insert-position TO s
               WHEN store-slot-count NOT < 200
                   ADD 1 TO slot-overflow-count
                   DISPLAY 'SALES-WEEKLY: STORE TABLE FULL - STORE ['
                       skw-store-id '] CURRENCY [' skw-currency-code
                       '] NOT REPORTED'
               WHEN OTHER
                   PERFORM 2230-ADD-STORE THRU 2230-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-STORE.
           IF ss-key(c) NOT < store-key-wanted
               MOVE c TO insert-position
           ELSE
               ADD 1 TO c
           END-IF.
       2210-EXIT.
           EXIT.

       2220-MOVE-STORE-DOWN.
           MOVE store-slot(c) TO store-slot(c + 1).
       2220-EXIT.
           EXIT.

       2230-ADD-STORE.
           IF insert-position = ZERO
               COMPUTE insert-position = store-slot-count + 1
           END-IF.
           MOVE insert-position TO s.
           PERFORM 2220-MOVE-STORE-DOWN THRU 2220-EXIT
               VARYING c FROM store-slot-count BY -1
               UNTIL c < s.
           ADD 1 TO store-slot-count.
           INITIALIZE store-slot(s).
           MOVE store-key-wanted TO ss-key(s).
       2230-EXIT.
           EXIT.

      * Bands are kept in the order they are met; a store trades in
      * only the few bands the VAT rate file holds.
       2300-ADD-TO-BAND.
           IF wsr-week-ending = report-week-ending
               MOVE 1 TO p
           ELSE
               MOVE 2 TO p
           END-IF.
           MOVE ZERO TO b.
           PERFORM 2310-CHECK-ONE-BAND THRU 2310-EXIT
               VARYING c FROM 1 BY 1
               UNTIL c > ss-band-count(s) OR b > ZERO.
           IF b = ZERO
               IF ss-band-count(s) NOT < 4
                   ADD 1 TO band-overflow-count
               ELSE
                   ADD 1 TO ss-band-count(s)
                   MOVE ss-band-count(s) TO b
                   MOVE wsr-tax-code TO sbd-tax-code(s, b)
               END-IF
           END-IF.
           IF b > ZERO
               ADD wsr-sales-value TO sbd-sales-value(s, b, p)
               ADD wsr-units TO sbd-units(s, b, p)
               ADD wsr-baskets TO sbd-baskets(s, b, p)
               ADD wsr-cost-value TO sbd-cost-value(s, b, p)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-BAND.
           IF sbd-tax-code(s, c) = wsr-tax-code
               MOVE c TO b
           END-IF.
       2310-EXIT.
           EXIT.

      * A target counts towards the week's budget when it is for the
      * week reported, and towards the year to date when it falls in
      * this year's range. A target that is not a real week of
      * figures is counted and left out.
       3000-READ-BUDGET.
           READ sales-budget-file
               AT END
                   MOVE 'Y' TO budget-eof-switch
               NOT AT END
                   PERFORM 3050-TAKE-BUDGET-LINE THRU 3050-EXIT
           END-READ.
       3000-EXIT.
           EXIT.

       3050-TAKE-BUDGET-LINE.
           ADD 1 TO budget-read-count.
           EVALUATE TRUE
               WHEN sbr-week-ending IS NOT NUMERIC
                       OR sbr-sales-value IS NOT NUMERIC
                       OR sbr-margin-value IS NOT NUMERIC
                       OR sbr-store-id = SPACES
                   ADD 1 TO budget-rejected-count
                   DISPLAY 'SALES-WEEKLY: BUDGET LINE '
                       budget-read-count ' REJECTED - NOT NUMERIC'
               WHEN sbr-week-ending < period-from(3)
                       OR sbr-week-ending > period-to(3)
                   CONTINUE
               WHEN OTHER
                   PERFORM 3100-APPLY-BUDGET-LINE THRU 3100-EXIT
           END-EVALUATE.
       3050-EXIT.
           EXIT.

       3100-APPLY-BUDGET-LINE.
           MOVE sbr-currency-code TO currency-work.
           IF currency-work = SPACES
               MOVE 'GBP' TO currency-work
           END-IF.
           MOVE sbr-store-id TO skw-store-id.
           MOVE currency-work TO skw-currency-code.
           PERFORM 2200-FIND-OR-ADD-STORE THRU 2200-EXIT.
           IF s > ZERO
               ADD 1 TO budget-used-count
               IF sbr-week-ending = report-week-ending
                   ADD sbr-sales-value TO ssb-sales-value(s, 1)
                   ADD sbr-margin-value TO ssb-margin-value(s, 1)
               END-IF
               ADD sbr-sales-value TO ssb-sales-value(s, 2)
               ADD sbr-margin-value TO ssb-margin-value(s, 2)
           END-IF.
       3100-EXIT.
           EXIT.

      * A branch is like-for-like when it was trading by the first
      * day of last year's week. One with no opened date was set up
      * before the date was kept and is long established; one not
      * on the master is not a branch and is left out. With the
      * master unavailable every store is taken as like-for-like.
       4000-CLASSIFY-STORE.
           MOVE 'L' TO ss-compare-code(s).
           IF store-master-opened
               MOVE ss-store-id(s) TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO ss-store-name(s)
                       MOVE 'M' TO ss-compare-code(s)
                   NOT INVALID KEY
                       PERFORM 4100-CHECK-OPENED-DATE THRU 4100-EXIT
               END-READ
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-OPENED-DATE.
           MOVE stm-store-name TO ss-store-name(s).
           IF stm-opened-date-x IS NUMERIC
               MOVE stm-opened-date TO ss-opened-date(s)
               IF ss-opened-date(s) > like-for-like-date
                   MOVE 'N' TO ss-compare-code(s)
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      * Currencies are never added together; each has its own
      * like-for-like total (group 1) and all-stores total (group 2).
       5000-ADD-TO-TOTALS.
           MOVE ZERO TO c.
           PERFORM 5010-CHECK-ONE-CURRENCY THRU 5010-EXIT
               VARYING g FROM 1 BY 1
               UNTIL g > currency-slot-count OR c > ZERO.
           IF c = ZERO
               IF currency-slot-count NOT < 5
                   ADD 1 TO currency-overflow-count
                   DISPLAY 'SALES-WEEKLY: CURRENCY TABLE FULL - '
                       'STORE [' ss-store-id(s) '] CURRENCY ['
                       ss-currency-code(s) '] NOT IN TOTALS'
               ELSE
                   ADD 1 TO currency-slot-count
                   MOVE currency-slot-count TO c
                   INITIALIZE currency-slot(c)
                   MOVE ss-currency-code(s) TO ct-currency-code(c)
               END-IF
           END-IF.
           IF c > ZERO
               MOVE ss-figures(s) TO print-figures
               MOVE 2 TO g
               PERFORM 5100-ADD-TO-GROUP THRU 5100-EXIT
               IF ss-is-like-for-like(s)
                   MOVE 1 TO g
                   PERFORM 5100-ADD-TO-GROUP THRU 5100-EXIT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5010-CHECK-ONE-CURRENCY.
           IF ct-currency-code(g) = ss-currency-code(s)
               MOVE g TO c
           END-IF.
       5010-EXIT.
           EXIT.

       5100-ADD-TO-GROUP.
           ADD 1 TO ct-store-count(c, g).
           PERFORM 5110-ADD-ONE-PERIOD THRU 5110-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > 4.
           ADD pfb-sales-value(1) TO ctb-sales-value(c, g, 1).
           ADD pfb-margin-value(1) TO ctb-margin-value(c, g, 1).
           ADD pfb-sales-value(2) TO ctb-sales-value(c, g, 2).
           ADD pfb-margin-value(2) TO ctb-margin-value(c, g, 2).
       5100-EXIT.
           EXIT.

       5110-ADD-ONE-PERIOD.
           ADD pfp-sales-value(p) TO ctp-sales-value(c, g, p).
           ADD pfp-units(p) TO ctp-units(c, g, p).
           ADD pfp-baskets(p) TO ctp-baskets(c, g, p).
           ADD pfp-returns-value(p) TO ctp-returns-value(c, g, p).
           ADD pfp-return-baskets(p) TO ctp-return-baskets(c, g, p).
           ADD pfp-cost-value(p) TO ctp-cost-value(c, g, p).
       5110-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           MOVE report-week-ending TO rpt-heading-week.
           MOVE last-year-week-ending TO rpt-heading-ly-week.
           MOVE rpt-heading-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE period-from(3) TO rpt-ytd-from.
           MOVE period-to(3) TO rpt-ytd-to.
           MOVE period-from(4) TO rpt-ytd-ly-from.
           MOVE period-to(4) TO rpt-ytd-ly-to.
           MOVE rpt-ytd-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE like-for-like-date TO rpt-lfl-date.
           MOVE rpt-lfl-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE SPACES TO weekly-report-line.
           STRING 'SALES VALUE AND UNITS ARE NET OF RETURNS; MARGIN '
               'IS SALES VALUE LESS COST; VARIANCES ARE AGAINST LAST '
               'YEAR AND BUDGET' DELIMITED BY SIZE
               INTO weekly-report-line.
           WRITE weekly-report-line.
           PERFORM 8100-PRINT-ONE-STORE THRU 8100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-slot-count.
           PERFORM 8500-PRINT-CURRENCY-TOTALS THRU 8500-EXIT
               VARYING c FROM 1 BY 1 UNTIL c > currency-slot-count.
           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'WEEKLY SUMMARY RECORDS READ:' TO rpt-count-label.
           MOVE weekly-read-count TO rpt-count-value.
           MOVE rpt-count-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE 'WEEKLY SUMMARY RECORDS USED:' TO rpt-count-label.
           MOVE weekly-used-count TO rpt-count-value.
           MOVE rpt-count-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE 'BUDGET LINES READ:' TO rpt-count-label.
           MOVE budget-read-count TO rpt-count-value.
           MOVE rpt-count-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE 'BUDGET LINES USED:' TO rpt-count-label.
           MOVE budget-used-count TO rpt-count-value.
           MOVE rpt-count-line TO weekly-report-line.
           WRITE weekly-report-line.
           IF budget-rejected-count > ZERO
               MOVE 'BUDGET LINES REJECTED:' TO rpt-count-label
               MOVE budget-rejected-count TO rpt-count-value
               MOVE rpt-count-line TO weekly-report-line
               WRITE weekly-report-line
           END-IF.
           IF slot-overflow-count > ZERO
               MOVE 'RECORDS NOT REPORTED - STORE TABLE FULL:'
                   TO rpt-count-label
               MOVE slot-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO weekly-report-line
               WRITE weekly-report-line
           END-IF.
           IF band-overflow-count > ZERO
               MOVE 'BAND RECORDS NOT SHOWN - TOO MANY BANDS:'
                   TO rpt-count-label
               MOVE band-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO weekly-report-line
               WRITE weekly-report-line
           END-IF.
           IF currency-overflow-count > ZERO
               MOVE 'STORES NOT IN TOTALS - TOO MANY CURRENCIES:'
                   TO rpt-count-label
               MOVE currency-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO weekly-report-line
               WRITE weekly-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-STORE.
           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE ss-store-id(s) TO rpt-store-id.
           MOVE ss-store-name(s) TO rpt-store-name.
           MOVE ss-currency-code(s) TO rpt-store-currency.
           MOVE SPACES TO rpt-store-compare.
           EVALUATE TRUE
               WHEN ss-is-new-branch(s)
                   STRING 'OPENED ' ss-opened-date(s)
                       ' - NOT LIKE-FOR-LIKE' DELIMITED BY SIZE
                       INTO rpt-store-compare
               WHEN ss-not-on-master(s)
                   MOVE 'NOT LIKE-FOR-LIKE' TO rpt-store-compare
               WHEN OTHER
                   MOVE 'LIKE-FOR-LIKE' TO rpt-store-compare
           END-EVALUATE.
           MOVE rpt-store-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE ss-figures(s) TO print-figures.
           PERFORM 8200-PRINT-FIGURES THRU 8200-EXIT.
           PERFORM 8400-PRINT-ONE-BAND THRU 8400-EXIT
               VARYING b FROM 1 BY 1 UNTIL b > ss-band-count(s).
       8100-EXIT.
           EXIT.

      * Prints the measures held in print-figures under the column
      * heading, one line a measure.
       8200-PRINT-FIGURES.
           MOVE rpt-column-heading TO weekly-report-line.
           WRITE weekly-report-line.
           PERFORM 8300-PRINT-ONE-MEASURE THRU 8300-EXIT
               VARYING m FROM 1 BY 1 UNTIL m > 5.
       8200-EXIT.
           EXIT.

       8300-PRINT-ONE-MEASURE.
           MOVE SPACES TO rpt-measure-line.
           MOVE measure-name(m) TO rpt-measure-name.
           MOVE 1 TO p.
           PERFORM 8310-PICK-MEASURE THRU 8310-EXIT.
           MOVE measure-value TO variance-actual.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-this-week.
           MOVE 2 TO p.
           PERFORM 8310-PICK-MEASURE THRU 8310-EXIT.
           MOVE measure-value TO variance-base.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-last-year.
           PERFORM 8700-FORMAT-VARIANCE THRU 8700-EXIT.
           MOVE variance-text TO rpt-last-year-var.
           IF m < 3
               MOVE 1 TO p
               PERFORM 8320-PICK-BUDGET THRU 8320-EXIT
               MOVE measure-value TO variance-base
               PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT
               MOVE format-text TO rpt-budget
               PERFORM 8700-FORMAT-VARIANCE THRU 8700-EXIT
               MOVE variance-text TO rpt-budget-var
           END-IF.
           MOVE 3 TO p.
           PERFORM 8310-PICK-MEASURE THRU 8310-EXIT.
           MOVE measure-value TO variance-actual.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-ytd.
           MOVE 4 TO p.
           PERFORM 8310-PICK-MEASURE THRU 8310-EXIT.
           MOVE measure-value TO variance-base.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-ytd-last-year.
           PERFORM 8700-FORMAT-VARIANCE THRU 8700-EXIT.
           MOVE variance-text TO rpt-ytd-last-year-var.
           IF m < 3
               MOVE 2 TO p
               PERFORM 8320-PICK-BUDGET THRU 8320-EXIT
               MOVE measure-value TO variance-base
               PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT
               MOVE format-text TO rpt-ytd-budget
               PERFORM 8700-FORMAT-VARIANCE THRU 8700-EXIT
               MOVE variance-text TO rpt-ytd-budget-var
           END-IF.
           MOVE rpt-measure-line TO weekly-report-line.
           WRITE weekly-report-line.
       8300-EXIT.
           EXIT.

       8310-PICK-MEASURE.
           EVALUATE m
               WHEN 1
                   MOVE pfp-sales-value(p) TO measure-value
                   MOVE 'M' TO measure-kind
               WHEN 2
                   COMPUTE measure-value =
                       pfp-sales-value(p) - pfp-cost-value(p)
                   MOVE 'M' TO measure-kind
               WHEN 3
                   MOVE pfp-units(p) TO measure-value
                   MOVE 'U' TO measure-kind
               WHEN 4
                   MOVE pfp-baskets(p) TO measure-value
                   MOVE 'C' TO measure-kind
               WHEN OTHER
                   MOVE pfp-returns-value(p) TO measure-value
                   MOVE 'M' TO measure-kind
           END-EVALUATE.
       8310-EXIT.
           EXIT.

       8320-PICK-BUDGET.
           IF m = 1
               MOVE pfb-sales-value(p) TO measure-value
           ELSE
               MOVE pfb-margin-value(p) TO measure-value
           END-IF.
           MOVE 'M' TO measure-kind.
       8320-EXIT.
           EXIT.

      * A store's tax bands, this week against last year's: sales
      * value and margin, the budget being set for the store only.
       8400-PRINT-ONE-BAND.
           MOVE SPACES TO rpt-measure-line.
           STRING 'BAND ' sbd-tax-code(s, b) ' VALUE'
               DELIMITED BY SIZE INTO rpt-measure-name.
           MOVE sbd-sales-value(s, b, 1) TO measure-value.
           MOVE 'M' TO measure-kind.
           MOVE measure-value TO variance-actual.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-this-week.
           MOVE sbd-sales-value(s, b, 2) TO measure-value.
           MOVE measure-value TO variance-base.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-last-year.
           PERFORM 8700-FORMAT-VARIANCE THRU 8700-EXIT.
           MOVE variance-text TO rpt-last-year-var.
           MOVE rpt-measure-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE SPACES TO rpt-measure-line.
           STRING 'BAND ' sbd-tax-code(s, b) ' MARGIN'
               DELIMITED BY SIZE INTO rpt-measure-name.
           COMPUTE measure-value =
               sbd-sales-value(s, b, 1) - sbd-cost-value(s, b, 1).
           MOVE measure-value TO variance-actual.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-this-week.
           COMPUTE measure-value =
               sbd-sales-value(s, b, 2) - sbd-cost-value(s, b, 2).
           MOVE measure-value TO variance-base.
           PERFORM 8600-FORMAT-VALUE THRU 8600-EXIT.
           MOVE format-text TO rpt-last-year.
           PERFORM 8700-FORMAT-VARIANCE THRU 8700-EXIT.
           MOVE variance-text TO rpt-last-year-var.
           MOVE rpt-measure-line TO weekly-report-line.
           WRITE weekly-report-line.
       8400-EXIT.
           EXIT.

      * Per currency, the like-for-like total and then every store.
       8500-PRINT-CURRENCY-TOTALS.
           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE 'LIKE-FOR-LIKE TOTAL' TO rpt-total-label.
           MOVE ct-currency-code(c) TO rpt-total-currency.
           MOVE ct-store-count(c, 1) TO rpt-total-stores.
           MOVE rpt-total-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE ct-figures(c, 1) TO print-figures.
           PERFORM 8200-PRINT-FIGURES THRU 8200-EXIT.
           MOVE SPACES TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE 'ALL STORES TOTAL' TO rpt-total-label.
           MOVE ct-store-count(c, 2) TO rpt-total-stores.
           MOVE rpt-total-line TO weekly-report-line.
           WRITE weekly-report-line.
           MOVE ct-figures(c, 2) TO print-figures.
           PERFORM 8200-PRINT-FIGURES THRU 8200-EXIT.
       8500-EXIT.
           EXIT.

      * Puts measure-value into format-text in the measure's own
      * picture; the report columns right-justify it.
       8600-FORMAT-VALUE.
           EVALUATE TRUE
               WHEN measure-is-units
                   MOVE measure-value TO format-units
                   MOVE format-units TO format-text
               WHEN measure-is-count
                   MOVE measure-value TO format-count
                   MOVE format-count TO format-text
               WHEN OTHER
                   MOVE measure-value TO format-money
                   MOVE format-money TO format-text
           END-EVALUATE.
       8600-EXIT.
           EXIT.

      * The variance of variance-actual on variance-base as a
      * percentage of the base; nothing to compare against prints
      * blank, and one too large to show prints as stars.
       8700-FORMAT-VARIANCE.
           MOVE SPACES TO variance-text.
           IF variance-base NOT = ZERO
               COMPUTE variance-percent ROUNDED =
                   (variance-actual - variance-base) * 100
                       / variance-base
                   ON SIZE ERROR
                       MOVE '******' TO variance-text
                   NOT ON SIZE ERROR
                       MOVE variance-percent TO variance-edit
                       MOVE variance-edit TO variance-text
               END-COMPUTE
           END-IF.
       8700-EXIT.
           EXIT.

       9000-TERMINATE.
           IF weekly-sales-opened
               CLOSE weekly-sales-file
           END-IF.
           IF NOT sales-budget-not-found
               CLOSE sales-budget-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           CLOSE weekly-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM SALES-WEEKLY.
