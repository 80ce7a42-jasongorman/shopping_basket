      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Month-end loyalty points expiry. Points expire 24
      *             months after the month they were earned in: one
      *             pass along the loyalty master takes every earn
      *             period that old off the account, lists each card
      *             that lost points, and totals the points and their
      *             value released from the outstanding points
      *             liability for finance. The same pass writes the
      *             warning list for the marketing mailing - every
      *             card with points that will expire at a month end
      *             in the sixty days after the month being closed.
      *             The month being closed is read from the inquiry
      *             input as YYYYMM; blank or mis-keyed is the month
      *             of today's date. Running the same month twice
      *             finds nothing left to expire the second time.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-EXPIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loyalty-master-file ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS loy-card-id
               FILE STATUS IS loyalty-master-status.
           SELECT loyalty-warning-file ASSIGN TO "LOYWARN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT expiry-report-file ASSIGN TO "LOYEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  loyalty-master-file.
       COPY 'loyalty_master_record.cpy'.
       FD  loyalty-warning-file.
       COPY 'loyalty_warning_record.cpy'.
       FD  expiry-report-file.
       01  expiry-report-line      PIC X(100).
       WORKING-STORAGE SECTION.
       01  loyalty-master-status   PIC X(02) VALUE SPACES.
           88  loyalty-master-ok       VALUE '00'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened           VALUE 'Y'.
       01  master-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-loyalty-master   VALUE 'Y'.
       01  run-date                PIC 9(08) VALUE ZERO.
       01  close-month-text        PIC X(06) VALUE SPACES.
       01  close-month             PIC 9(06) VALUE ZERO.
       01  close-month-number      PIC 9(06) VALUE ZERO.
       01  expire-through-number   PIC 9(06) VALUE ZERO.
       01  close-month-end         PIC 9(08) VALUE ZERO.
       01  horizon-date            PIC 9(08) VALUE ZERO.
       01  horizon-month-number    PIC 9(06) VALUE ZERO.
       01  horizon-month-switch    PIC X(01) VALUE 'N'.
           88  horizon-month-whole     VALUE 'Y'.
      * Month arithmetic is done on a month number - the year times
      * twelve plus the month less one - so adding 24 months, or
      * comparing two months, needs no carrying of years.
       01  work-month              PIC 9(06) VALUE ZERO.
       01  work-month-number       PIC 9(06) VALUE ZERO.
       01  work-year               PIC 9(04) VALUE ZERO.
       01  work-month-of-year      PIC 9(02) VALUE ZERO.
       01  work-month-end          PIC 9(08) VALUE ZERO.
       01  expiry-month-number     PIC 9(06) VALUE ZERO.
       COPY 'date_calc_params.cpy'.
      * One point redeems for one penny - the value TOTAL puts on a
      * redemption, and so the value of a point to the liability.
       01  loyalty-redeem-value    PIC 9(01)V9(2) VALUE 0.01.
       01  p                       PIC 9(04) COMP.
       01  q                       PIC 9(04) COMP.
       01  first-free-period       PIC 9(04) COMP.
       01  period-index            PIC 9(04) COMP VALUE ZERO.
       01  entry-month             PIC 9(06) VALUE ZERO.
       01  points-in-hand          PIC 9(09) VALUE ZERO.
       01  period-points-total     PIC S9(11) VALUE ZERO.
       01  balance-before          PIC S9(09) VALUE ZERO.
       01  card-points-expired     PIC 9(09) VALUE ZERO.
       01  card-points-warned      PIC 9(09) VALUE ZERO.
       01  card-first-expiry       PIC 9(08) VALUE ZERO.
       01  card-value-expired      PIC 9(09)V9(2) VALUE ZERO.
       01  account-changed-switch  PIC X(01) VALUE 'N'.
           88  account-changed         VALUE 'Y'.
       01  accounts-read-count     PIC 9(08) COMP VALUE ZERO.
       01  cards-expired-count     PIC 9(08) COMP VALUE ZERO.
       01  cards-warned-count      PIC 9(08) COMP VALUE ZERO.
       01  points-released-total   PIC 9(12) VALUE ZERO.
       01  value-released-total    PIC 9(12)V9(2) VALUE ZERO.
       01  points-warned-total     PIC 9(12) VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(38)
                   VALUE 'LOYALTY POINTS EXPIRY - MONTH ENDED '.
           05  rpt-heading-month   PIC 9(06).
           05  FILLER              PIC X(26)
                   VALUE ' - EARNED IN OR BEFORE '.
           05  rpt-heading-through PIC 9(06).
       01  rpt-column-line.
           05  FILLER              PIC X(14) VALUE 'CARD ID'.
           05  FILLER              PIC X(14) VALUE '   BALANCE WAS'.
           05  FILLER              PIC X(14) VALUE '  PTS EXPIRED'.
           05  FILLER              PIC X(16) VALUE '           VALUE'.
           05  FILLER              PIC X(14) VALUE '   BALANCE NOW'.
       01  rpt-detail-line.
           05  rpt-card-id         PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-balance-before  PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-points-expired  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-value-expired   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-balance-after   PIC ZZZ,ZZZ,ZZ9-.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(40).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  rpt-value-line.
           05  rpt-value-label     PIC X(40).
           05  rpt-value-amount    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF master-opened
               PERFORM 2000-EXPIRE-ONE-ACCOUNT THRU 2000-EXIT
                   UNTIL end-of-loyalty-master
           END-IF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'LOYALTY-EXPIRE: ' cards-expired-count
               ' CARDS EXPIRED, ' points-released-total
               ' POINTS RELEASED, ' cards-warned-count ' WARNED'.
           STOP RUN.

      * Points earned in the month 24 months before the month being
      * closed, and any earlier, go now. The warning horizon runs
      * sixty days from the last day of the month being closed.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT close-month-text.
           IF close-month-text IS NUMERIC
               AND close-month-text(5:2) >= '01'
               AND close-month-text(5:2) <= '12'
               MOVE close-month-text TO close-month
           ELSE
               COMPUTE close-month = run-date / 100
           END-IF.
           MOVE close-month TO work-month.
           PERFORM 1500-MONTH-TO-NUMBER THRU 1500-EXIT.
           MOVE work-month-number TO close-month-number.
           COMPUTE expire-through-number = close-month-number - 24.
           PERFORM 1600-MONTH-END-DATE THRU 1600-EXIT.
           MOVE work-month-end TO close-month-end.
           MOVE 'A' TO dcq-action.
           MOVE close-month-end TO dcq-date.
           MOVE 60 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO horizon-date.
           COMPUTE work-month = horizon-date / 100.
           PERFORM 1500-MONTH-TO-NUMBER THRU 1500-EXIT.
           MOVE work-month-number TO horizon-month-number.
      * The horizon's own month only counts if the horizon falls on
      * its last day - otherwise that month end is past the window.
           MOVE 'A' TO dcq-action.
           MOVE horizon-date TO dcq-date.
           MOVE 1 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date(7:2) = '01'
               MOVE 'Y' TO horizon-month-switch
           END-IF.
           OPEN I-O loyalty-master-file.
           IF loyalty-master-ok
               MOVE 'Y' TO master-open-switch
               MOVE LOW-VALUES TO loy-card-id
               START loyalty-master-file KEY >= loy-card-id
                   INVALID KEY
                       MOVE 'Y' TO master-eof-switch
               END-START
           ELSE
               DISPLAY 'LOYALTY-EXPIRE: LOYALTY MASTER FAILED TO '
                   'OPEN - STATUS ' loyalty-master-status
                   ' - NOTHING EXPIRED'
               MOVE 'Y' TO master-eof-switch
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT loyalty-warning-file.
           OPEN OUTPUT expiry-report-file.
           MOVE close-month TO rpt-heading-month.
           MOVE expire-through-number TO work-month-number.
           PERFORM 1550-NUMBER-TO-MONTH THRU 1550-EXIT.
           MOVE work-month TO rpt-heading-through.
           MOVE rpt-heading-line TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE rpt-column-line TO expiry-report-line.
           WRITE expiry-report-line.
       1000-EXIT.
           EXIT.

       1500-MONTH-TO-NUMBER.
           COMPUTE work-year = work-month / 100.
           COMPUTE work-month-of-year = work-month - (work-year * 100).
           COMPUTE work-month-number =
               (work-year * 12) + work-month-of-year - 1.
       1500-EXIT.
           EXIT.

       1550-NUMBER-TO-MONTH.
           COMPUTE work-year = work-month-number / 12.
           COMPUTE work-month-of-year =
               work-month-number - (work-year * 12) + 1.
           COMPUTE work-month = (work-year * 100) + work-month-of-year.
       1550-EXIT.
           EXIT.

      * The last day of work-month-number's month: the first of the
      * month after, less a day.
       1600-MONTH-END-DATE.
           ADD 1 TO work-month-number.
           PERFORM 1550-NUMBER-TO-MONTH THRU 1550-EXIT.
           SUBTRACT 1 FROM work-month-number.
           MOVE 'A' TO dcq-action.
           COMPUTE dcq-date = (work-month * 100) + 1.
           MOVE -1 TO dcq-add-days.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-date TO work-month-end.
       1600-EXIT.
           EXIT.

       2000-EXPIRE-ONE-ACCOUNT.
           READ loyalty-master-file NEXT RECORD
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   PERFORM 2100-EXPIRE-ACCOUNT-PERIODS THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * Whole periods expire - the periods are kept oldest first, so
      * the expired ones are at the front and the rest close up
      * behind them. What goes comes off the balance too; the
      * periods never hold more than a positive balance, so the
      * balance cannot go below zero on expiry.
       2100-EXPIRE-ACCOUNT-PERIODS.
           ADD 1 TO accounts-read-count.
           MOVE 'N' TO account-changed-switch.
           MOVE loy-points-balance TO balance-before.
           PERFORM 2200-TAKE-UP-UNPERIODED THRU 2200-EXIT.
           MOVE ZERO TO card-points-expired.
           PERFORM 2300-EXPIRE-ONE-PERIOD THRU 2300-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > loy-earn-period-count.
           IF card-points-expired > ZERO
               MOVE 'Y' TO account-changed-switch
               SUBTRACT card-points-expired FROM loy-points-balance
               ADD card-points-expired TO loy-points-expired
               PERFORM 2700-DROP-EMPTY-PERIODS THRU 2700-EXIT
               PERFORM 2400-REPORT-EXPIRY THRU 2400-EXIT
           END-IF.
           IF account-changed
               REWRITE loyalty-master-record
                   INVALID KEY
                       DISPLAY 'LOYALTY-EXPIRE: REWRITE FAILED FOR '
                           'CARD [' loy-card-id '] - STATUS '
                           loyalty-master-status
               END-REWRITE
           END-IF.
           PERFORM 2500-CHECK-WARNING THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      * An account carried over from before earn periods were kept
      * has its positive balance taken up as earned in the month it
      * was last posted, exactly as the posting run does.
       2200-TAKE-UP-UNPERIODED.
           IF loy-earn-period-count IS NOT NUMERIC
               OR loy-earn-period-count > 26
               PERFORM 2210-CLEAR-ONE-PERIOD THRU 2210-EXIT
                   VARYING p FROM 1 BY 1 UNTIL p > 26
               MOVE ZERO TO loy-earn-period-count
               MOVE 'Y' TO account-changed-switch
           END-IF.
           IF loy-points-expired IS NOT NUMERIC
               MOVE ZERO TO loy-points-expired
               MOVE 'Y' TO account-changed-switch
           END-IF.
           MOVE ZERO TO period-points-total.
           PERFORM 2220-ADD-ONE-PERIOD THRU 2220-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > loy-earn-period-count.
           IF loy-points-balance > period-points-total
               MOVE 'Y' TO account-changed-switch
               COMPUTE points-in-hand =
                   loy-points-balance - period-points-total
               IF loy-last-posted-date > ZERO
                   COMPUTE entry-month = loy-last-posted-date / 100
               ELSE
                   MOVE close-month TO entry-month
               END-IF
               PERFORM 2230-ADD-TO-PERIOD THRU 2230-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CLEAR-ONE-PERIOD.
           MOVE ZERO TO loy-earn-month(p).
           MOVE ZERO TO loy-earn-points(p).
       2210-EXIT.
           EXIT.

       2220-ADD-ONE-PERIOD.
           ADD loy-earn-points(p) TO period-points-total.
       2220-EXIT.
           EXIT.

      * The taken-up points go into the periods the way the posting
      * run puts earned points in, so an account ages the same
      * whichever run meets it first: the periods are kept oldest
      * first, a month already held takes the points, a month not
      * yet held is opened in its place, and with every period in
      * use the points go onto the newest.
       2230-ADD-TO-PERIOD.
           MOVE ZERO TO period-index.
           MOVE 1 TO p.
           PERFORM 2235-CHECK-ONE-PERIOD THRU 2235-EXIT
               UNTIL p > loy-earn-period-count
                   OR period-index > ZERO.
           EVALUATE TRUE
               WHEN period-index > ZERO
                   AND loy-earn-month(period-index) = entry-month
                   ADD points-in-hand TO loy-earn-points(period-index)
               WHEN loy-earn-period-count NOT < 26
                   DISPLAY 'LOYALTY-EXPIRE: CARD [' loy-card-id
                       '] HAS NO FREE EARN PERIOD - ' points-in-hand
                       ' POINTS ADDED TO NEWEST PERIOD'
                   ADD points-in-hand TO loy-earn-points(26)
               WHEN OTHER
                   PERFORM 2238-OPEN-PERIOD THRU 2238-EXIT
           END-EVALUATE.
       2230-EXIT.
           EXIT.

       2235-CHECK-ONE-PERIOD.
           IF loy-earn-month(p) NOT < entry-month
               MOVE p TO period-index
           ELSE
               ADD 1 TO p
           END-IF.
       2235-EXIT.
           EXIT.

       2238-OPEN-PERIOD.
           IF period-index = ZERO
               COMPUTE period-index = loy-earn-period-count + 1
           END-IF.
           PERFORM 2240-MOVE-PERIOD-UP THRU 2240-EXIT
               VARYING p FROM loy-earn-period-count BY -1
               UNTIL p < period-index.
           ADD 1 TO loy-earn-period-count.
           MOVE entry-month TO loy-earn-month(period-index).
           MOVE points-in-hand TO loy-earn-points(period-index).
       2238-EXIT.
           EXIT.

       2240-MOVE-PERIOD-UP.
           MOVE loy-earn-period(p) TO loy-earn-period(p + 1).
       2240-EXIT.
           EXIT.

       2300-EXPIRE-ONE-PERIOD.
           MOVE loy-earn-month(p) TO work-month.
           PERFORM 1500-MONTH-TO-NUMBER THRU 1500-EXIT.
           IF work-month-number <= expire-through-number
               ADD loy-earn-points(p) TO card-points-expired
               MOVE ZERO TO loy-earn-points(p)
           END-IF.
       2300-EXIT.
           EXIT.

       2400-REPORT-EXPIRY.
           ADD 1 TO cards-expired-count.
           ADD card-points-expired TO points-released-total.
           COMPUTE card-value-expired ROUNDED =
               card-points-expired * loyalty-redeem-value.
           ADD card-value-expired TO value-released-total.
           MOVE SPACES TO rpt-detail-line.
           MOVE loy-card-id TO rpt-card-id.
           MOVE balance-before TO rpt-balance-before.
           MOVE card-points-expired TO rpt-points-expired.
           MOVE card-value-expired TO rpt-value-expired.
           MOVE loy-points-balance TO rpt-balance-after.
           MOVE rpt-detail-line TO expiry-report-line.
           WRITE expiry-report-line.
       2400-EXIT.
           EXIT.

      * Points go at the month end 24 months after the month they
      * were earned in. A card is warned of every period whose month
      * end falls after the month being closed and on or before the
      * horizon.
       2500-CHECK-WARNING.
           MOVE ZERO TO card-points-warned.
           MOVE ZERO TO card-first-expiry.
           IF loy-points-balance > ZERO
               PERFORM 2510-CHECK-ONE-PERIOD THRU 2510-EXIT
                   VARYING p FROM 1 BY 1
                   UNTIL p > loy-earn-period-count
           END-IF.
           IF card-points-warned > ZERO
               ADD 1 TO cards-warned-count
               ADD card-points-warned TO points-warned-total
               MOVE SPACES TO loyalty-warning-record
               MOVE loy-card-id TO lwr-card-id
               MOVE card-points-warned TO lwr-points-expiring
               MOVE card-first-expiry TO lwr-expiry-date
               MOVE loy-points-balance TO lwr-points-balance
               WRITE loyalty-warning-record
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-PERIOD.
           MOVE loy-earn-month(p) TO work-month.
           PERFORM 1500-MONTH-TO-NUMBER THRU 1500-EXIT.
           COMPUTE expiry-month-number = work-month-number + 24.
           IF expiry-month-number > close-month-number
               AND (expiry-month-number < horizon-month-number
                   OR (expiry-month-number = horizon-month-number
                       AND horizon-month-whole))
               ADD loy-earn-points(p) TO card-points-warned
               IF card-first-expiry = ZERO
                   MOVE expiry-month-number TO work-month-number
                   PERFORM 1600-MONTH-END-DATE THRU 1600-EXIT
                   MOVE work-month-end TO card-first-expiry
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

      * The expired periods are closed up so the oldest points left
      * are always in the first period.
       2700-DROP-EMPTY-PERIODS.
           MOVE ZERO TO q.
           PERFORM 2710-KEEP-ONE-PERIOD THRU 2710-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > loy-earn-period-count.
           COMPUTE first-free-period = q + 1.
           PERFORM 2210-CLEAR-ONE-PERIOD THRU 2210-EXIT
               VARYING p FROM first-free-period BY 1
               UNTIL p > loy-earn-period-count.
           MOVE q TO loy-earn-period-count.
       2700-EXIT.
           EXIT.

       2710-KEEP-ONE-PERIOD.
           IF loy-earn-points(p) > ZERO
               ADD 1 TO q
               IF q NOT = p
                   MOVE loy-earn-period(p) TO loy-earn-period(q)
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           IF master-opened
               PERFORM 8100-PRINT-COUNTS THRU 8100-EXIT
           ELSE
               STRING '*** LOYALTY MASTER UNAVAILABLE - NOTHING '
                   'EXPIRED ***' DELIMITED BY SIZE
                   INTO expiry-report-line
               WRITE expiry-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-COUNTS.
           MOVE SPACES TO rpt-count-line.
           MOVE 'ACCOUNTS READ:' TO rpt-count-label.
           MOVE accounts-read-count TO rpt-count-value.
           MOVE rpt-count-line TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE 'CARDS WITH POINTS EXPIRED:' TO rpt-count-label.
           MOVE cards-expired-count TO rpt-count-value.
           MOVE rpt-count-line TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE 'POINTS RELEASED FROM LIABILITY:' TO rpt-count-label.
           MOVE points-released-total TO rpt-count-value.
           MOVE rpt-count-line TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE SPACES TO rpt-value-line.
           MOVE 'VALUE RELEASED FROM LIABILITY:' TO rpt-value-label.
           MOVE value-released-total TO rpt-value-amount.
           MOVE rpt-value-line TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE SPACES TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE SPACES TO expiry-report-line.
           STRING 'EXPIRY WARNING LIST - MONTH ENDS TO '
               horizon-date DELIMITED BY SIZE
               INTO expiry-report-line.
           WRITE expiry-report-line.
           MOVE 'CARDS WARNED:' TO rpt-count-label.
           MOVE cards-warned-count TO rpt-count-value.
           MOVE rpt-count-line TO expiry-report-line.
           WRITE expiry-report-line.
           MOVE 'POINTS DUE TO EXPIRE:' TO rpt-count-label.
           MOVE points-warned-total TO rpt-count-value.
           MOVE rpt-count-line TO expiry-report-line.
           WRITE expiry-report-line.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE loyalty-master-file
           END-IF.
           CLOSE loyalty-warning-file.
           CLOSE expiry-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM LOYALTY-EXPIRE.
