      *   - The gate's business date now comes from the BUSDATE file,
      *     supplied once to the whole chain (today when absent), so
      *     a run crossing midnight stays on the one business date.
      *   - Points posted by earn period: each audit entry is now
      *     applied to the account as it is read - points earned go
      *     onto the period (month) of the sale, and a redemption or
      *     a return's clawback draws the oldest periods down first -
      *     so the month-end expiry run knows how old every point
      *     is. An account carried over from before periods were
      *     kept has its balance taken up as earned in the month it
      *     was last posted. The statement line is unchanged.
      *   - Erased and closed cards are not posted: an entry whose
      *     card id CARD-SUBJECT has overwritten with the erasure
      *     marker is passed by, and an account closed on an erasure
      *     request takes no further points - its entries are
      *     counted on the report instead.
      *   - One rewrite per account again: each card's points spent,
      *     clawed back and earned (by month of sale) are added up
      *     in the card table and applied to the account together,
      *     with its last-posted date, so a run that stops part-way
      *     leaves no account half posted for the date. Applying the
      *     day's debits before its credits draws the periods down
      *     in the same order as taking the entries one by one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-POST.
               10  cd-highest-date     PIC 9(08).
               10  cd-new-account      PIC X(01).
                   88  cd-is-new-account   VALUE 'Y'.
               10  cd-on-file          PIC X(01).
                   88  cd-account-on-file  VALUE 'Y'.
               10  cd-closed           PIC X(01).
                   88  cd-account-closed   VALUE 'Y'.
               10  cd-first-date       PIC 9(08).
               10  cd-debit-points     PIC 9(09).
               10  cd-credit-count     PIC 9(01).
               10  cd-credit OCCURS 4 TIMES.
                   15  cd-credit-month     PIC 9(06).
                   15  cd-credit-points    PIC 9(09).
      * Working fields for applying a card's points to the account's
      * earn periods.
       01  c                       PIC 9(04) COMP.
       01  credit-index            PIC 9(04) COMP VALUE ZERO.
       01  p                       PIC 9(04) COMP.
       01  q                       PIC 9(04) COMP.
       01  period-index            PIC 9(04) COMP VALUE ZERO.
       01  entry-month             PIC 9(06) VALUE ZERO.
       01  points-in-hand          PIC 9(09) VALUE ZERO.
       01  period-points-total     PIC S9(11) VALUE ZERO.
       01  balance-before          PIC S9(09) VALUE ZERO.
       01  account-read-switch     PIC X(01) VALUE 'N'.
           88  account-in-hand         VALUE 'Y'.
       01  accounts-posted-count   PIC 9(04) COMP VALUE ZERO.
       01  period-overflow-count   PIC 9(06) COMP VALUE ZERO.
       01  entries-skipped-count   PIC 9(06) COMP VALUE ZERO.
       01  closed-entries-count    PIC 9(06) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(14) VALUE 'CARD ID'.
           05  FILLER              PIC X(14) VALUE 'OPENING BAL'.
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   IF aud-loyalty-card-id NOT = SPACES
                       AND NOT aud-card-erased
                       AND (aud-loyalty-points > ZERO
                           OR aud-points-redeemed > ZERO)
                       PERFORM 2100-ACCUMULATE-ONE-ENTRY
      * is what makes a re-run of the job safe.
       2100-ACCUMULATE-ONE-ENTRY.
           PERFORM 2200-FIND-OR-ADD-CARD THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN card-index = ZERO
                   CONTINUE
               WHEN cd-account-closed(card-index)
                   ADD 1 TO closed-entries-count
               WHEN aud-date > cd-last-posted-date(card-index)
                   IF aud-is-return
                       SUBTRACT aud-loyalty-points
                           FROM cd-points-to-post(card-index)
                   IF aud-date > cd-highest-date(card-index)
                       MOVE aud-date TO cd-highest-date(card-index)
                   END-IF
                   PERFORM 2400-ADD-UP-ENTRY THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO entries-skipped-count
           END-EVALUATE.
       2100-EXIT.
           EXIT.

                       TO cd-card-id(card-index)
                   MOVE ZERO TO cd-points-to-post(card-index)
                   MOVE ZERO TO cd-highest-date(card-index)
                   MOVE ZERO TO cd-first-date(card-index)
                   MOVE ZERO TO cd-debit-points(card-index)
                   MOVE ZERO TO cd-credit-count(card-index)
                   PERFORM 2300-READ-ACCOUNT THRU 2300-EXIT
               ELSE
                   ADD 1 TO card-overflow-count
                   MOVE ZERO TO cd-opening-balance(card-index)
                   MOVE ZERO TO cd-last-posted-date(card-index)
                   MOVE 'Y' TO cd-new-account(card-index)
                   MOVE 'N' TO cd-on-file(card-index)
                   MOVE 'N' TO cd-closed(card-index)
               NOT INVALID KEY
                   MOVE loy-points-balance
                       TO cd-opening-balance(card-index)
                   MOVE loy-last-posted-date
                       TO cd-last-posted-date(card-index)
                   MOVE 'N' TO cd-new-account(card-index)
                   MOVE 'Y' TO cd-on-file(card-index)
                   IF loy-account-closed
                       MOVE 'Y' TO cd-closed(card-index)
                   ELSE
                       MOVE 'N' TO cd-closed(card-index)
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

      * The entry is added up against its card: points redeemed and
      * points clawed back by a return are debits, points earned are
      * credits held by the month of the sale. Nothing is written to
      * the account until every entry has been read.
       2400-ADD-UP-ENTRY.
           IF cd-first-date(card-index) = ZERO
               MOVE aud-date TO cd-first-date(card-index)
           END-IF.
           IF aud-is-return
               ADD aud-loyalty-points TO cd-debit-points(card-index)
           ELSE
               ADD aud-points-redeemed TO cd-debit-points(card-index)
               IF aud-loyalty-points > ZERO
                   COMPUTE entry-month = aud-date / 100
                   PERFORM 2410-ADD-UP-CREDIT THRU 2410-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      * The log is in date order, so a card's months come in oldest
      * first. A card whose entries run over more months than the
      * table holds has the later ones added to its last month.
       2410-ADD-UP-CREDIT.
           MOVE ZERO TO credit-index.
           PERFORM 2420-CHECK-ONE-CREDIT THRU 2420-EXIT
               VARYING c FROM 1 BY 1
               UNTIL c > cd-credit-count(card-index)
                   OR credit-index > ZERO.
           IF credit-index = ZERO
               IF cd-credit-count(card-index) < 4
                   ADD 1 TO cd-credit-count(card-index)
                   MOVE cd-credit-count(card-index) TO credit-index
                   MOVE entry-month
                       TO cd-credit-month(card-index, credit-index)
                   MOVE ZERO
                       TO cd-credit-points(card-index, credit-index)
               ELSE
                   MOVE 4 TO credit-index
               END-IF
           END-IF.
           ADD aud-loyalty-points
               TO cd-credit-points(card-index, credit-index).
       2410-EXIT.
           EXIT.

       2420-CHECK-ONE-CREDIT.
           IF cd-credit-month(card-index, c) = entry-month
               MOVE c TO credit-index
           END-IF.
       2420-EXIT.
           EXIT.

      * An account carried over from before earn periods were kept
      * has a balance and no periods. Whatever of a positive balance
      * the periods do not account for is taken up as earned in the
      * month the account was last posted - the best age the master
      * can give it.
       2450-TAKE-UP-UNPERIODED.
           IF loy-earn-period-count IS NOT NUMERIC
               OR loy-earn-period-count > 26
               PERFORM 2460-CLEAR-ONE-PERIOD THRU 2460-EXIT
                   VARYING p FROM 1 BY 1 UNTIL p > 26
               MOVE ZERO TO loy-earn-period-count
           END-IF.
           IF loy-points-expired IS NOT NUMERIC
               MOVE ZERO TO loy-points-expired
           END-IF.
           MOVE ZERO TO period-points-total.
           PERFORM 2470-ADD-ONE-PERIOD THRU 2470-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > loy-earn-period-count.
           IF loy-points-balance > period-points-total
               COMPUTE points-in-hand =
                   loy-points-balance - period-points-total
               IF loy-last-posted-date > ZERO
                   COMPUTE entry-month = loy-last-posted-date / 100
               ELSE
                   COMPUTE entry-month = cd-first-date(k) / 100
               END-IF
               PERFORM 2650-ADD-TO-PERIOD THRU 2650-EXIT
           END-IF.
       2450-EXIT.
           EXIT.

       2460-CLEAR-ONE-PERIOD.
           MOVE ZERO TO loy-earn-month(p).
           MOVE ZERO TO loy-earn-points(p).
       2460-EXIT.
           EXIT.

       2470-ADD-ONE-PERIOD.
           ADD loy-earn-points(p) TO period-points-total.
       2470-EXIT.
           EXIT.

      * Points spent or clawed back come off the oldest periods
      * first. What the periods cannot cover still comes off the
      * balance, which goes negative until it is earned back.
       2500-DEBIT-POINTS.
           IF points-in-hand > ZERO
               SUBTRACT points-in-hand FROM loy-points-balance
               PERFORM 2510-DRAW-ONE-PERIOD THRU 2510-EXIT
                   VARYING p FROM 1 BY 1
                   UNTIL p > loy-earn-period-count
                       OR points-in-hand = ZERO
               PERFORM 2700-DROP-EMPTY-PERIODS THRU 2700-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-DRAW-ONE-PERIOD.
           IF loy-earn-points(p) > points-in-hand
               SUBTRACT points-in-hand FROM loy-earn-points(p)
               MOVE ZERO TO points-in-hand
           ELSE
               SUBTRACT loy-earn-points(p) FROM points-in-hand
               MOVE ZERO TO loy-earn-points(p)
           END-IF.
       2510-EXIT.
           EXIT.

      * Points earned go onto the month of the sale, in entry-month -
      * except that an account already in debit is paid back first,
      * and only what is left over becomes points the customer holds.
       2600-CREDIT-POINTS.
           IF points-in-hand > ZERO
               MOVE loy-points-balance TO balance-before
               ADD points-in-hand TO loy-points-balance
               IF balance-before < ZERO
                   IF loy-points-balance > ZERO
                       MOVE loy-points-balance TO points-in-hand
                   ELSE
                       MOVE ZERO TO points-in-hand
                   END-IF
               END-IF
               PERFORM 2650-ADD-TO-PERIOD THRU 2650-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

      * The periods are kept oldest first. A month not yet held is
      * opened in its place; with every period in use the points go
      * onto the newest, so they are never lost, only kept a little
      * longer than their due.
       2650-ADD-TO-PERIOD.
           MOVE ZERO TO period-index.
           MOVE 1 TO p.
           IF points-in-hand > ZERO
               PERFORM 2660-CHECK-ONE-PERIOD THRU 2660-EXIT
                   UNTIL p > loy-earn-period-count
                       OR period-index > ZERO
           END-IF.
           EVALUATE TRUE
               WHEN points-in-hand = ZERO
                   CONTINUE
               WHEN period-index > ZERO
                   AND loy-earn-month(period-index) = entry-month
                   ADD points-in-hand TO loy-earn-points(period-index)
               WHEN loy-earn-period-count NOT < 26
                   ADD 1 TO period-overflow-count
                   DISPLAY 'LOYALTY-POST: CARD [' loy-card-id
                       '] HAS NO FREE EARN PERIOD - ' points-in-hand
                       ' POINTS ADDED TO NEWEST PERIOD'
                   ADD points-in-hand TO loy-earn-points(26)
               WHEN OTHER
                   PERFORM 2665-OPEN-PERIOD THRU 2665-EXIT
           END-EVALUATE.
       2650-EXIT.
           EXIT.

       2660-CHECK-ONE-PERIOD.
           IF loy-earn-month(p) NOT < entry-month
               MOVE p TO period-index
           ELSE
               ADD 1 TO p
           END-IF.
       2660-EXIT.
           EXIT.

       2665-OPEN-PERIOD.
           IF period-index = ZERO
               COMPUTE period-index = loy-earn-period-count + 1
           END-IF.
           PERFORM 2670-MOVE-PERIOD-UP THRU 2670-EXIT
               VARYING p FROM loy-earn-period-count BY -1
               UNTIL p < period-index.
           ADD 1 TO loy-earn-period-count.
           MOVE entry-month TO loy-earn-month(period-index).
           MOVE points-in-hand TO loy-earn-points(period-index).
       2665-EXIT.
           EXIT.

       2670-MOVE-PERIOD-UP.
           MOVE loy-earn-period(p) TO loy-earn-period(p + 1).
       2670-EXIT.
           EXIT.

      * A period spent to nothing is closed up so the oldest points
      * are always in the first period.
       2700-DROP-EMPTY-PERIODS.
           MOVE ZERO TO q.
           PERFORM 2710-KEEP-ONE-PERIOD THRU 2710-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > loy-earn-period-count.
           COMPUTE period-index = q + 1.
           PERFORM 2460-CLEAR-ONE-PERIOD THRU 2460-EXIT
               VARYING p FROM period-index BY 1
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

      * Each card's points go onto its account in one rewrite, with
      * the date the account is now posted up to, so an account is
      * either wholly posted for the run or not at all: a re-run
      * after a failure posts each account exactly once.
       3000-POST-ACCOUNTS.
           PERFORM 3100-POST-ONE-ACCOUNT THRU 3100-EXIT
               VARYING k FROM 1 BY 1 UNTIL k > card-count.
       3000-EXIT.
           EXIT.

      * The day's debits come off before its credits go on: points
      * spent or clawed back draw the oldest periods down, and what
      * they cannot cover is paid back out of the first month's
      * earn, just as taking the entries in log order would.
       3100-POST-ONE-ACCOUNT.
           IF cd-highest-date(k) > ZERO
               PERFORM 3110-GET-ACCOUNT THRU 3110-EXIT
               IF account-in-hand
                   PERFORM 2450-TAKE-UP-UNPERIODED THRU 2450-EXIT
                   MOVE cd-debit-points(k) TO points-in-hand
                   PERFORM 2500-DEBIT-POINTS THRU 2500-EXIT
                   PERFORM 3120-CREDIT-ONE-MONTH THRU 3120-EXIT
                       VARYING c FROM 1 BY 1
                       UNTIL c > cd-credit-count(k)
                   IF cd-highest-date(k) > loy-last-posted-date
                       MOVE cd-highest-date(k) TO loy-last-posted-date
                   END-IF
                   PERFORM 3130-WRITE-ACCOUNT THRU 3130-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-GET-ACCOUNT.
           MOVE 'N' TO account-read-switch.
           IF cd-account-on-file(k)
               MOVE cd-card-id(k) TO loy-card-id
               READ loyalty-master-file
                   INVALID KEY
                       DISPLAY 'LOYALTY-POST: READ FAILED FOR '
                           'CARD [' cd-card-id(k) '] - STATUS '
                           loyalty-master-status
                   NOT INVALID KEY
                       MOVE 'Y' TO account-read-switch
               END-READ
           ELSE
               MOVE SPACES TO loyalty-master-record
               INITIALIZE loyalty-master-record
               MOVE cd-card-id(k) TO loy-card-id
               MOVE 'Y' TO account-read-switch
           END-IF.
       3110-EXIT.
           EXIT.

       3120-CREDIT-ONE-MONTH.
           MOVE cd-credit-month(k, c) TO entry-month.
           MOVE cd-credit-points(k, c) TO points-in-hand.
           PERFORM 2600-CREDIT-POINTS THRU 2600-EXIT.
       3120-EXIT.
           EXIT.

       3130-WRITE-ACCOUNT.
           IF cd-account-on-file(k)
               REWRITE loyalty-master-record
                   INVALID KEY
                       DISPLAY 'LOYALTY-POST: REWRITE FAILED FOR '
                           'CARD [' cd-card-id(k) '] - STATUS '
                           loyalty-master-status
                   NOT INVALID KEY
                       ADD 1 TO accounts-posted-count
                       PERFORM 3200-PRINT-STATEMENT-LINE
                           THRU 3200-EXIT
               END-REWRITE
           ELSE
               WRITE loyalty-master-record
                   INVALID KEY
                       DISPLAY 'LOYALTY-POST: WRITE FAILED FOR '
                           'CARD [' cd-card-id(k) '] - STATUS '
                           loyalty-master-status
                   NOT INVALID KEY
                       MOVE 'Y' TO cd-on-file(k)
                       ADD 1 TO accounts-posted-count
                       PERFORM 3200-PRINT-STATEMENT-LINE
                           THRU 3200-EXIT
               END-WRITE
           END-IF.
       3130-EXIT.
           EXIT.

       3200-PRINT-STATEMENT-LINE.
           MOVE SPACES TO rpt-detail-line.
           MOVE cd-card-id(k) TO rpt-card-id.
           MOVE entries-skipped-count TO rpt-count-value.
           MOVE rpt-count-line TO loyalty-report-line.
           WRITE loyalty-report-line.
           IF closed-entries-count > ZERO
               MOVE 'ENTRIES FOR CLOSED ACCOUNTS:' TO rpt-count-label
               MOVE closed-entries-count TO rpt-count-value
               MOVE rpt-count-line TO loyalty-report-line
               WRITE loyalty-report-line
           END-IF.
           IF period-overflow-count > ZERO
               MOVE 'POINTS ONTO A FULL ACCOUNT:' TO rpt-count-label
               MOVE period-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO loyalty-report-line
               WRITE loyalty-report-line
           END-IF.
           IF card-overflow-count > ZERO
               MOVE SPACES TO loyalty-report-line
               STRING '*** CARDS BEYOND TABLE CAPACITY - NOT '
