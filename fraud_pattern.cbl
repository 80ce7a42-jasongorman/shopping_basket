      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Nightly cross-basket fraud pattern analysis. TOTAL
      *             judges each basket on its own; organised abuse is
      *             spread across many baskets that each look
      *             ordinary. This step runs behind BATCH-TOTAL and
      *             looks at tonight's baskets - the edited BASKETIN
      *             feed - against the audit trail (AUDITARC then
      *             AUDITLOG) and BASKETHIST over a look-back window,
      *             for five patterns:
      *               - one loyalty card used in several stores on
      *                 the same day;
      *               - a card making repeated redemptions pitched
      *                 just under its balance;
      *               - a return basket with an item not sold at that
      *                 store in the window;
      *               - one gift voucher tendered at several tills in
      *                 the night;
      *               - a store whose refunds run high against its
      *                 sales for the night.
      *             The limits come from the FRAUDCFG record TOTAL
      *             reads, with compiled-in defaults for any left
      *             blank. Every finding is listed on PATTRPT, and
      *             each of tonight's baskets caught by one goes onto
      *             the FRAUDREV review queue in full, exactly as
      *             TOTAL queues a flagged basket, so the review team
      *             works it through FRAUD-REVIEW's disposition step.
      *             A basket already on the queue is not queued again.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-PATTERN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT basket-in-file ASSIGN TO "BASKETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS basket-in-status.
           SELECT audit-log-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT audit-archive-file ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-archive-status.
           SELECT basket-history-file ASSIGN TO "BASKETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bhr-key
               FILE STATUS IS basket-history-status.
           SELECT fraud-config-file ASSIGN TO "FRAUDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fraud-config-status.
           SELECT fraud-review-file ASSIGN TO "FRAUDREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fraud-review-status.
           SELECT pattern-report-file ASSIGN TO "PATTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  basket-in-file.
       COPY 'basket_batch_record.cpy'.
       FD  audit-log-file.
       COPY 'audit_record.cpy'.
       FD  audit-archive-file.
       01  archive-audit-record    PIC X(200).
       FD  basket-history-file.
       COPY 'basket_history_record.cpy'.
       FD  fraud-config-file.
       COPY 'fraud_thresholds.cpy'.
       FD  fraud-review-file.
       COPY 'fraud_review_record.cpy'.
       FD  pattern-report-file.
       01  pattern-report-line     PIC X(120).
       WORKING-STORAGE SECTION.
       COPY 'run_control_params.cpy'.
       COPY 'date_calc_params.cpy'.
       01  basket-in-status        PIC X(02) VALUE SPACES.
           88  basket-in-not-found     VALUE '35'.
       01  audit-log-status        PIC X(02) VALUE SPACES.
           88  audit-log-not-found     VALUE '35'.
       01  audit-archive-status    PIC X(02) VALUE SPACES.
           88  audit-archive-not-found VALUE '35'.
       01  basket-history-status   PIC X(02) VALUE SPACES.
           88  basket-history-ok       VALUE '00'.
       01  fraud-config-status     PIC X(02) VALUE SPACES.
           88  fraud-config-not-found  VALUE '35'.
       01  fraud-review-status     PIC X(02) VALUE SPACES.
           88  fraud-review-ok         VALUE '00'.
           88  fraud-review-not-found  VALUE '35'.
       01  queue-open-switch       PIC X(01) VALUE 'N'.
           88  queue-opened            VALUE 'Y'.
       01  queue-write-switch      PIC X(01) VALUE 'N'.
           88  queue-write-failed      VALUE 'Y'.
       01  history-open-switch     PIC X(01) VALUE 'N'.
           88  history-opened          VALUE 'Y'.
       01  basket-in-eof-switch    PIC X(01) VALUE 'N'.
           88  end-of-basket-in        VALUE 'Y'.
       01  review-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-review-queue     VALUE 'Y'.
       01  audit-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-audit-log        VALUE 'Y'.
       01  archive-eof-switch      PIC X(01) VALUE 'N'.
           88  end-of-audit-archive    VALUE 'Y'.
       01  history-eof-switch      PIC X(01) VALUE 'N'.
           88  end-of-history          VALUE 'Y'.
       01  basket-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-this-basket      VALUE 'Y'.
       01  sale-in-window-switch   PIC X(01) VALUE 'N'.
           88  sale-in-window          VALUE 'Y'.
      * The limits, with the defaults that stand when FRAUDCFG is
      * absent or leaves a field blank.
       01  pattern-store-count     PIC 9(02) VALUE 3.
       01  pattern-redeem-pct      PIC 9(03) VALUE 90.
       01  pattern-redeem-count    PIC 9(02) VALUE 3.
       01  pattern-window-days     PIC 9(03) VALUE 30.
       01  pattern-till-count      PIC 9(02) VALUE 2.
       01  pattern-refund-pct      PIC 9(03)V9(2) VALUE 10.00.
       01  analysis-date           PIC 9(08) VALUE ZERO.
       01  window-from-date        PIC 9(08) VALUE ZERO.
      * The date an audit entry is placed on: the day the basket was
      * sold where the entry carries it, otherwise the day TOTAL
      * struck it.
       01  entry-date              PIC 9(08) VALUE ZERO.
       01  b                       PIC 9(04) COMP.
       01  c                       PIC 9(04) COMP.
       01  k                       PIC 9(04) COMP.
       01  p                       PIC 9(04) COMP.
       01  r                       PIC 9(04) COMP.
       01  v                       PIC 9(04) COMP.
       01  w                       PIC 9(04) COMP.
       01  x                       PIC 9(04) COMP.
       01  found-index             PIC 9(04) COMP VALUE ZERO.
       01  distinct-count          PIC 9(04) COMP VALUE ZERO.
       01  first-seen-switch       PIC X(01) VALUE 'Y'.
           88  first-seen              VALUE 'Y'.
      * Tonight's baskets, off the edited feed, with what the audit
      * trail says TOTAL made of each.
       01  tonight-basket-count    PIC 9(04) COMP VALUE ZERO.
       01  tonight-basket-table.
           05  tonight-basket OCCURS 5000 TIMES.
               10  tb-basket-id        PIC X(10).
               10  tb-store-id         PIC X(04).
               10  tb-till-id          PIC X(04).
               10  tb-card-id          PIC X(12).
               10  tb-card-index       PIC 9(04) COMP.
               10  tb-basket-type      PIC X(01).
                   88  tb-is-return        VALUE 'R'.
               10  tb-entry-date       PIC 9(08).
               10  tb-audited          PIC X(01).
                   88  tb-was-audited      VALUE 'Y'.
               10  tb-aud-date         PIC 9(08).
               10  tb-value            PIC 9(12)V9(2).
               10  tb-fraud-flag       PIC X(01).
                   88  tb-flagged-by-total VALUE 'Y'.
               10  tb-near-balance     PIC X(01).
                   88  tb-redeemed-near-balance VALUE 'Y'.
               10  tb-queued           PIC X(01).
                   88  tb-already-queued   VALUE 'Y'.
               10  tb-finding-count    PIC 9(04) COMP.
               10  tb-reason           PIC X(26).
      * The cards used tonight, with how many near-balance
      * redemptions each has made in the window.
       01  card-count              PIC 9(04) COMP VALUE ZERO.
       01  card-table.
           05  card-entry OCCURS 2000 TIMES.
               10  tc-card-id          PIC X(12).
               10  tc-near-count       PIC 9(04) COMP.
      * Every store and day a card used tonight was seen at in the
      * window, each once.
       01  card-day-count          PIC 9(04) COMP VALUE ZERO.
       01  card-day-table.
           05  card-day OCCURS 4000 TIMES.
               10  cd-card-index       PIC 9(04) COMP.
               10  cd-date             PIC 9(08).
               10  cd-store-id         PIC X(04).
       01  voucher-tender-count    PIC 9(04) COMP VALUE ZERO.
       01  voucher-tender-table.
           05  voucher-tender OCCURS 2000 TIMES.
               10  vt-reference        PIC X(16).
               10  vt-store-id         PIC X(04).
               10  vt-till-id          PIC X(04).
               10  vt-basket-index     PIC 9(04) COMP.
      * Each line of tonight's returns, and whether any sale at the
      * same store in the window carried the item.
       01  return-line-count       PIC 9(04) COMP VALUE ZERO.
       01  return-line-table.
           05  return-line OCCURS 2000 TIMES.
               10  rl-basket-index     PIC 9(04) COMP.
               10  rl-store-id         PIC X(04).
               10  rl-item-code        PIC X(10).
               10  rl-sold-switch      PIC X(01).
                   88  rl-sold-here        VALUE 'Y'.
       01  store-count             PIC 9(04) COMP VALUE ZERO.
       01  store-takings-table.
           05  store-takings OCCURS 500 TIMES.
               10  st-store-id         PIC X(04).
               10  st-sales-value      PIC 9(12)V9(2).
               10  st-refund-value     PIC 9(12)V9(2).
       01  store-refund-pct        PIC 9(05)V9(2) VALUE ZERO.
      * A queued basket's lines are held while its header's reduction
      * percentage is worked out, then written behind the header.
       01  queue-line-count        PIC 9(04) COMP VALUE ZERO.
       01  queue-line-table.
           05  queue-line OCCURS 500 TIMES PIC X(120).
       01  queue-line-sum          PIC 9(12)V9(2) VALUE ZERO.
       01  queue-discount-pct      PIC 9(03)V9(2) VALUE ZERO.
       01  queue-header-save       PIC X(120) VALUE SPACES.
       01  queue-date              PIC 9(08) VALUE ZERO.
       01  reason-values.
           05  FILLER              PIC X(26)
                   VALUE 'CARD IN SEVERAL STORES'.
           05  FILLER              PIC X(26)
                   VALUE 'REDEMPTIONS NEAR BALANCE'.
           05  FILLER              PIC X(26)
                   VALUE 'RETURN ITEM NOT SOLD HERE'.
           05  FILLER              PIC X(26)
                   VALUE 'VOUCHER AT SEVERAL TILLS'.
           05  FILLER              PIC X(26)
                   VALUE 'HIGH STORE REFUND RATE'.
       01  reason-table REDEFINES reason-values.
           05  reason-text OCCURS 5 TIMES PIC X(26).
       01  finding-counts.
           05  finding-count OCCURS 5 TIMES PIC 9(06) COMP.
       01  finding-reference       PIC X(16) VALUE SPACES.
       01  finding-measure         PIC 9(05) VALUE ZERO.
       01  audit-entries-count     PIC 9(08) COMP VALUE ZERO.
       01  queued-count            PIC 9(06) COMP VALUE ZERO.
       01  already-queued-count    PIC 9(06) COMP VALUE ZERO.
       01  not-queued-count        PIC 9(06) COMP VALUE ZERO.
       01  queue-error-count       PIC 9(06) COMP VALUE ZERO.
       01  table-overflow-count    PIC 9(06) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(44)
                   VALUE 'CROSS-BASKET FRAUD PATTERNS - BUSINESS DATE '.
           05  rpt-heading-date    PIC 9(08).
           05  FILLER              PIC X(15) VALUE '  WINDOW FROM '.
           05  rpt-heading-from    PIC 9(08).
       01  rpt-column-line.
           05  FILLER              PIC X(28) VALUE 'PATTERN'.
           05  FILLER              PIC X(12) VALUE 'BASKET'.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(18) VALUE 'REFERENCE'.
           05  FILLER              PIC X(30) VALUE 'MEASURE'.
       01  rpt-finding-line.
           05  rpt-reason          PIC X(26).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-basket-id       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-reference       PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-measure-label   PIC X(20).
           05  rpt-measure         PIC ZZ,ZZ9.
       01  rpt-store-refund-line.
           05  FILLER              PIC X(06) VALUE 'STORE '.
           05  rpt-sr-store-id     PIC X(04).
           05  FILLER              PIC X(08) VALUE '  SALES '.
           05  rpt-sr-sales        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE '  REFUNDS '.
           05  rpt-sr-refunds      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(13) VALUE '  REFUND PCT '.
           05  rpt-sr-pct          PIC ZZ,ZZ9.99.
       01  rpt-queue-line.
           05  FILLER              PIC X(08) VALUE 'BASKET ['.
           05  rpt-q-basket-id     PIC X(10).
           05  FILLER              PIC X(09) VALUE '] STORE ['.
           05  rpt-q-store-id      PIC X(04).
           05  FILLER              PIC X(03) VALUE '] '.
           05  rpt-q-text          PIC X(40).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(36).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
           IF rcq-step-blocked
               DISPLAY 'FRAUD-PATTERN: STOPPED BY RUN CONTROL - '
                   'NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-TONIGHT THRU 2000-EXIT
               UNTIL end-of-basket-in.
           PERFORM 2500-MARK-ALREADY-QUEUED THRU 2500-EXIT
               UNTIL end-of-review-queue.
           PERFORM 3000-READ-ARCHIVE THRU 3000-EXIT
               UNTIL end-of-audit-archive.
           PERFORM 3100-READ-AUDIT-LOG THRU 3100-EXIT
               UNTIL end-of-audit-log.
           IF history-opened
               PERFORM 4000-COLLECT-RETURN-LINES THRU 4000-EXIT
                   VARYING b FROM 1 BY 1
                   UNTIL b > tonight-basket-count
               PERFORM 4500-SCAN-HISTORY-SALES THRU 4500-EXIT
           END-IF.
           PERFORM 5000-FIND-PATTERNS THRU 5000-EXIT.
           PERFORM 6000-QUEUE-FINDINGS THRU 6000-EXIT.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'FRAUD-PATTERN: ' queued-count
               ' BASKETS QUEUED FOR REVIEW, ' already-queued-count
               ' ALREADY QUEUED'.
           IF not-queued-count > ZERO
               OR table-overflow-count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF queue-error-count > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0900-RECORD-RUN-END THRU 0900-EXIT.
           STOP RUN.

       0100-CHECK-RUN-CONTROL.
      * Date zero asks the gate to resolve the business date from
      * the BUSDATE file, shared by the whole chain, so a run that
      * crosses midnight stays on the one date.
           MOVE ZERO TO rcq-business-date.
           MOVE 'FRAUD-PATTERN' TO rcq-step-name.
           MOVE 'S' TO rcq-action.
           CALL 'RUN-CONTROL' USING run-control-request.
       0100-EXIT.
           EXIT.

       0900-RECORD-RUN-END.
           MOVE 'E' TO rcq-action.
           MOVE RETURN-CODE TO rcq-return-code.
           CALL 'RUN-CONTROL' USING run-control-request.
       0900-EXIT.
           EXIT.

      * The window runs back from the business date the gate
      * resolved, that date included.
       1000-INITIALIZE.
           MOVE rcq-business-date TO analysis-date.
           PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.
           MOVE 'A' TO dcq-action.
           MOVE analysis-date TO dcq-date.
           COMPUTE dcq-add-days = 1 - pattern-window-days.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-valid
               MOVE dcq-date TO window-from-date
           ELSE
               MOVE analysis-date TO window-from-date
           END-IF.
           INITIALIZE finding-counts.
           MOVE ZERO TO b.
           OPEN INPUT basket-in-file.
           IF basket-in-not-found
               DISPLAY 'FRAUD-PATTERN: BASKETIN NOT FOUND - '
                   'NO BASKETS TONIGHT'
               MOVE 'Y' TO basket-in-eof-switch
           END-IF.
           OPEN INPUT fraud-review-file.
           IF fraud-review-not-found
               MOVE 'Y' TO review-eof-switch
           END-IF.
           OPEN INPUT audit-log-file.
           IF audit-log-not-found
               DISPLAY 'FRAUD-PATTERN: AUDITLOG NOT FOUND - '
                   'NOTHING TO ANALYSE'
               MOVE 'Y' TO audit-eof-switch
           END-IF.
           OPEN INPUT audit-archive-file.
           IF audit-archive-not-found
               MOVE 'Y' TO archive-eof-switch
           END-IF.
           OPEN INPUT basket-history-file.
           IF basket-history-ok
               MOVE 'Y' TO history-open-switch
           ELSE
               DISPLAY 'FRAUD-PATTERN: BASKET HISTORY FAILED TO OPEN '
                   '- STATUS ' basket-history-status
                   ' - RETURNS NOT CHECKED, FINDINGS NOT QUEUED'
           END-IF.
           OPEN OUTPUT pattern-report-file.
           MOVE analysis-date TO rpt-heading-date.
           MOVE window-from-date TO rpt-heading-from.
           MOVE rpt-heading-line TO pattern-report-line.
           WRITE pattern-report-line.
           MOVE SPACES TO pattern-report-line.
           WRITE pattern-report-line.
           MOVE rpt-column-line TO pattern-report-line.
           WRITE pattern-report-line.
       1000-EXIT.
           EXIT.

      * FRAUDCFG is TOTAL's threshold record; a file written before
      * the pattern limits existed reads them as blanks, and a blank
      * or zero limit leaves the default standing.
       1100-LOAD-LIMITS.
           OPEN INPUT fraud-config-file.
           IF fraud-config-not-found
               DISPLAY 'FRAUD-PATTERN: FRAUDCFG NOT FOUND - '
                   'USING DEFAULT PATTERN LIMITS'
           ELSE
               READ fraud-config-file
                   AT END
                       DISPLAY 'FRAUD-PATTERN: FRAUDCFG EMPTY - '
                           'USING DEFAULT PATTERN LIMITS'
                   NOT AT END
                       PERFORM 1110-TAKE-LIMITS THRU 1110-EXIT
               END-READ
               CLOSE fraud-config-file
           END-IF.
       1100-EXIT.
           EXIT.

       1110-TAKE-LIMITS.
           IF ft-pattern-store-count IS NUMERIC
               AND ft-pattern-store-count > ZERO
               MOVE ft-pattern-store-count TO pattern-store-count
           END-IF.
           IF ft-pattern-redeem-pct IS NUMERIC
               AND ft-pattern-redeem-pct > ZERO
               MOVE ft-pattern-redeem-pct TO pattern-redeem-pct
           END-IF.
           IF ft-pattern-redeem-count IS NUMERIC
               AND ft-pattern-redeem-count > ZERO
               MOVE ft-pattern-redeem-count TO pattern-redeem-count
           END-IF.
           IF ft-pattern-window-days IS NUMERIC
               AND ft-pattern-window-days > ZERO
               MOVE ft-pattern-window-days TO pattern-window-days
           END-IF.
           IF ft-pattern-till-count IS NUMERIC
               AND ft-pattern-till-count > ZERO
               MOVE ft-pattern-till-count TO pattern-till-count
           END-IF.
           IF ft-pattern-refund-pct IS NUMERIC
               AND ft-pattern-refund-pct > ZERO
               MOVE ft-pattern-refund-pct TO pattern-refund-pct
           END-IF.
       1110-EXIT.
           EXIT.

      * Tonight's baskets are the headers on the edited feed; each
      * voucher tender is held against the header it follows.
       2000-LOAD-TONIGHT.
           READ basket-in-file
               AT END
                   MOVE 'Y' TO basket-in-eof-switch
               NOT AT END
                   EVALUATE TRUE
                       WHEN bbr-is-header
                           PERFORM 2100-ADD-TONIGHT-BASKET
                               THRU 2100-EXIT
                       WHEN bbr-is-payment
                           IF bbr-tender-voucher
                               AND b > ZERO
                               PERFORM 2200-ADD-VOUCHER-TENDER
                                   THRU 2200-EXIT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-ADD-TONIGHT-BASKET.
           MOVE ZERO TO b.
           IF tonight-basket-count NOT < 5000
               ADD 1 TO table-overflow-count
               DISPLAY 'FRAUD-PATTERN: BASKET TABLE FULL - BASKET ['
                   bbr-basket-id '] NOT ANALYSED'
           ELSE
               PERFORM 2110-TAKE-TONIGHT-BASKET THRU 2110-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-TAKE-TONIGHT-BASKET.
           ADD 1 TO tonight-basket-count.
           MOVE tonight-basket-count TO b.
           INITIALIZE tonight-basket(b).
           MOVE bbr-basket-id TO tb-basket-id(b).
           MOVE bbr-store-id TO tb-store-id(b).
           MOVE bbr-till-id TO tb-till-id(b).
           MOVE bbr-loyalty-card-id TO tb-card-id(b).
           MOVE 'S' TO tb-basket-type(b).
           IF bbr-basket-type = 'R'
               MOVE 'R' TO tb-basket-type(b)
           END-IF.
           IF bbr-sale-date IS NUMERIC
               MOVE bbr-sale-date TO tb-entry-date(b)
           END-IF.
           MOVE 'N' TO tb-audited(b).
           MOVE 'N' TO tb-fraud-flag(b).
           MOVE 'N' TO tb-near-balance(b).
           MOVE 'N' TO tb-queued(b).
           MOVE SPACES TO tb-reason(b).
           IF bbr-loyalty-card-id NOT = SPACES
               PERFORM 2150-FIND-OR-ADD-CARD THRU 2150-EXIT
               MOVE c TO tb-card-index(b)
           END-IF.
       2110-EXIT.
           EXIT.

       2150-FIND-OR-ADD-CARD.
           MOVE bbr-loyalty-card-id TO finding-reference.
           PERFORM 2160-FIND-CARD THRU 2160-EXIT.
           IF c = ZERO
               IF card-count NOT < 2000
                   ADD 1 TO table-overflow-count
                   DISPLAY 'FRAUD-PATTERN: CARD TABLE FULL - CARD ['
                       bbr-loyalty-card-id '] NOT ANALYSED'
               ELSE
                   ADD 1 TO card-count
                   MOVE card-count TO c
                   MOVE bbr-loyalty-card-id TO tc-card-id(c)
                   MOVE ZERO TO tc-near-count(c)
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      * Looks up the card id in finding-reference; c is zero when
      * the card was not used tonight.
       2160-FIND-CARD.
           MOVE ZERO TO found-index.
           MOVE 1 TO k.
           PERFORM 2170-CHECK-ONE-CARD THRU 2170-EXIT
               UNTIL k > card-count OR found-index > ZERO.
           MOVE found-index TO c.
       2160-EXIT.
           EXIT.

       2170-CHECK-ONE-CARD.
           IF tc-card-id(k) = finding-reference(1:12)
               MOVE k TO found-index
           END-IF.
           ADD 1 TO k.
       2170-EXIT.
           EXIT.

       2200-ADD-VOUCHER-TENDER.
           IF voucher-tender-count NOT < 2000
               ADD 1 TO table-overflow-count
               DISPLAY 'FRAUD-PATTERN: VOUCHER TABLE FULL - VOUCHER ['
                   bbr-tender-reference '] NOT ANALYSED'
           ELSE
               ADD 1 TO voucher-tender-count
               MOVE voucher-tender-count TO v
               MOVE bbr-tender-reference TO vt-reference(v)
               MOVE tb-store-id(b) TO vt-store-id(v)
               MOVE tb-till-id(b) TO vt-till-id(v)
               MOVE b TO vt-basket-index(v)
           END-IF.
       2200-EXIT.
           EXIT.

      * FRAUD-REVIEW matches dispositions on the basket id alone, so
      * a basket whose id is already on the queue - TOTAL flagged it
      * tonight, or it is still awaiting review - is not queued a
      * second time. The queue is closed once read through, ready to
      * be opened again for the night's findings.
       2500-MARK-ALREADY-QUEUED.
           READ fraud-review-file
               AT END
                   MOVE 'Y' TO review-eof-switch
                   CLOSE fraud-review-file
               NOT AT END
                   IF frv-is-header
                       PERFORM 2510-CHECK-ONE-QUEUED THRU 2510-EXIT
                           VARYING b FROM 1 BY 1
                           UNTIL b > tonight-basket-count
                   END-IF
           END-READ.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-QUEUED.
           IF tb-basket-id(b) = frv-basket-id
               MOVE 'Y' TO tb-queued(b)
           END-IF.
       2510-EXIT.
           EXIT.

      * Archived entries were written straight off the audit record,
      * so each line restates through the same layout.
       3000-READ-ARCHIVE.
           READ audit-archive-file
               AT END
                   MOVE 'Y' TO archive-eof-switch
               NOT AT END
                   MOVE archive-audit-record TO audit-record
                   PERFORM 3200-TAKE-ONE-ENTRY THRU 3200-EXIT
           END-READ.
       3000-EXIT.
           EXIT.

       3100-READ-AUDIT-LOG.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   PERFORM 3200-TAKE-ONE-ENTRY THRU 3200-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

      * Tonight's own entries were struck on or after the business
      * date and carry a basket id and store on tonight's feed; every
      * entry in the window, tonight's included, counts towards the
      * card patterns.
       3200-TAKE-ONE-ENTRY.
           MOVE aud-date TO entry-date.
           IF aud-sale-date IS NUMERIC
               AND aud-sale-date > ZERO
               MOVE aud-sale-date TO entry-date
           END-IF.
           IF entry-date NOT < window-from-date
               PERFORM 3210-TAKE-ENTRY-IN-WINDOW THRU 3210-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-TAKE-ENTRY-IN-WINDOW.
           ADD 1 TO audit-entries-count.
           MOVE ZERO TO b.
           IF aud-date NOT < analysis-date
               PERFORM 3300-MATCH-TONIGHT THRU 3300-EXIT
           END-IF.
           MOVE ZERO TO c.
           IF aud-loyalty-card-id NOT = SPACES
               AND NOT aud-card-erased
               MOVE aud-loyalty-card-id TO finding-reference
               PERFORM 2160-FIND-CARD THRU 2160-EXIT
           END-IF.
           IF c > ZERO
               PERFORM 3220-TAKE-CARD-ENTRY THRU 3220-EXIT
           END-IF.
       3210-EXIT.
           EXIT.

       3220-TAKE-CARD-ENTRY.
           PERFORM 3500-NOTE-CARD-DAY THRU 3500-EXIT.
      * A redemption is near the balance when it takes at least the
      * set share of what the account held but stops short of all of
      * it. Entries written before the balance was recorded carry
      * none and cannot be judged.
           IF aud-points-redeemed > ZERO
               AND aud-points-balance IS NUMERIC
               AND aud-points-balance > aud-points-redeemed
               AND aud-points-redeemed * 100 NOT <
                   aud-points-balance * pattern-redeem-pct
               ADD 1 TO tc-near-count(c)
               IF b > ZERO
                   MOVE 'Y' TO tb-near-balance(b)
               END-IF
           END-IF.
       3220-EXIT.
           EXIT.

       3300-MATCH-TONIGHT.
           MOVE ZERO TO found-index.
           MOVE 1 TO k.
           PERFORM 3310-CHECK-ONE-TONIGHT THRU 3310-EXIT
               UNTIL k > tonight-basket-count OR found-index > ZERO.
           MOVE found-index TO b.
           IF b > ZERO
               MOVE 'Y' TO tb-audited(b)
               MOVE aud-date TO tb-aud-date(b)
               MOVE entry-date TO tb-entry-date(b)
               MOVE aud-total-with-tax TO tb-value(b)
               MOVE aud-fraud-flag TO tb-fraud-flag(b)
               PERFORM 3400-ADD-STORE-TAKINGS THRU 3400-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-TONIGHT.
           IF tb-basket-id(k) = aud-basket-id
               AND tb-store-id(k) = aud-store-id
               MOVE k TO found-index
           END-IF.
           ADD 1 TO k.
       3310-EXIT.
           EXIT.

       3400-ADD-STORE-TAKINGS.
           MOVE ZERO TO found-index.
           MOVE 1 TO k.
           PERFORM 3410-CHECK-ONE-STORE THRU 3410-EXIT
               UNTIL k > store-count OR found-index > ZERO.
           IF found-index = ZERO
               IF store-count NOT < 500
                   ADD 1 TO table-overflow-count
                   DISPLAY 'FRAUD-PATTERN: STORE TABLE FULL - STORE ['
                       aud-store-id '] REFUNDS NOT ANALYSED'
               ELSE
                   ADD 1 TO store-count
                   MOVE store-count TO found-index
                   MOVE aud-store-id TO st-store-id(found-index)
                   MOVE ZERO TO st-sales-value(found-index)
                   MOVE ZERO TO st-refund-value(found-index)
               END-IF
           END-IF.
           IF found-index > ZERO
               IF aud-is-return
                   ADD aud-total-with-tax
                       TO st-refund-value(found-index)
               ELSE
                   ADD aud-total-with-tax
                       TO st-sales-value(found-index)
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-STORE.
           IF st-store-id(k) = aud-store-id
               MOVE k TO found-index
           END-IF.
           ADD 1 TO k.
       3410-EXIT.
           EXIT.

       3500-NOTE-CARD-DAY.
           MOVE ZERO TO found-index.
           MOVE 1 TO k.
           PERFORM 3510-CHECK-ONE-CARD-DAY THRU 3510-EXIT
               UNTIL k > card-day-count OR found-index > ZERO.
           IF found-index = ZERO
               IF card-day-count NOT < 4000
                   ADD 1 TO table-overflow-count
                   DISPLAY 'FRAUD-PATTERN: CARD DAY TABLE FULL - CARD ['
                       aud-loyalty-card-id '] STORE [' aud-store-id
                       '] NOT ANALYSED'
               ELSE
                   ADD 1 TO card-day-count
                   MOVE c TO cd-card-index(card-day-count)
                   MOVE entry-date TO cd-date(card-day-count)
                   MOVE aud-store-id TO cd-store-id(card-day-count)
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-CARD-DAY.
           IF cd-card-index(k) = c
               AND cd-date(k) = entry-date
               AND cd-store-id(k) = aud-store-id
               MOVE k TO found-index
           END-IF.
           ADD 1 TO k.
       3510-EXIT.
           EXIT.

      * Each of tonight's returns is read back off the history under
      * the date TOTAL struck it, the way CARD-SUBJECT finds a
      * basket's lines; a rejected line was never credited.
       4000-COLLECT-RETURN-LINES.
           IF tb-is-return(b)
               AND tb-was-audited(b)
               PERFORM 4050-READ-RETURN-LINES THRU 4050-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-READ-RETURN-LINES.
           MOVE 'N' TO basket-eof-switch.
           MOVE tb-basket-id(b) TO bhr-basket-id.
           MOVE tb-store-id(b) TO bhr-store-id.
           MOVE tb-aud-date(b) TO bhr-date.
           MOVE ZEROES TO bhr-seq.
           START basket-history-file KEY >= bhr-key
               INVALID KEY
                   MOVE 'Y' TO basket-eof-switch
           END-START.
           PERFORM 4100-TAKE-ONE-RETURN-LINE THRU 4100-EXIT
               UNTIL end-of-this-basket.
       4050-EXIT.
           EXIT.

       4100-TAKE-ONE-RETURN-LINE.
           READ basket-history-file NEXT RECORD
               AT END
                   MOVE 'Y' TO basket-eof-switch
               NOT AT END
                   IF bhr-basket-id NOT = tb-basket-id(b)
                       OR bhr-store-id NOT = tb-store-id(b)
                       OR bhr-date NOT = tb-aud-date(b)
                       MOVE 'Y' TO basket-eof-switch
                   ELSE
                       IF bhr-is-detail
                           AND bhr-line-rejected NOT = 'Y'
                           PERFORM 4200-ADD-RETURN-LINE THRU 4200-EXIT
                       END-IF
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-ADD-RETURN-LINE.
           IF return-line-count NOT < 2000
               ADD 1 TO table-overflow-count
               DISPLAY 'FRAUD-PATTERN: RETURN LINE TABLE FULL - '
                   'BASKET [' bhr-basket-id '] ITEM [' bhr-item-code
                   '] NOT CHECKED'
           ELSE
               ADD 1 TO return-line-count
               MOVE b TO rl-basket-index(return-line-count)
               MOVE bhr-store-id TO rl-store-id(return-line-count)
               MOVE bhr-item-code TO rl-item-code(return-line-count)
               MOVE 'N' TO rl-sold-switch(return-line-count)
           END-IF.
       4200-EXIT.
           EXIT.

      * One pass along the whole history: every line of a sale
      * struck in the window - not one since reversed as fraud -
      * clears any of tonight's returned items it matches at the same
      * store.
       4500-SCAN-HISTORY-SALES.
           MOVE 'Y' TO history-eof-switch.
           IF return-line-count > ZERO
               MOVE 'N' TO history-eof-switch
               MOVE LOW-VALUES TO bhr-key
               START basket-history-file KEY >= bhr-key
                   INVALID KEY
                       MOVE 'Y' TO history-eof-switch
               END-START
           END-IF.
           PERFORM 4600-TAKE-ONE-HISTORY-RECORD THRU 4600-EXIT
               UNTIL end-of-history.
       4500-EXIT.
           EXIT.

       4600-TAKE-ONE-HISTORY-RECORD.
           READ basket-history-file NEXT RECORD
               AT END
                   MOVE 'Y' TO history-eof-switch
               NOT AT END
                   IF bhr-is-header
                       MOVE 'N' TO sale-in-window-switch
                       IF bhr-basket-type NOT = 'R'
                           AND bhr-date NOT < window-from-date
                           AND NOT bhr-was-reversed
                           MOVE 'Y' TO sale-in-window-switch
                       END-IF
                   ELSE
                       IF sale-in-window
                           AND bhr-line-rejected NOT = 'Y'
                           PERFORM 4610-CHECK-ONE-RETURN-LINE
                               THRU 4610-EXIT
                               VARYING r FROM 1 BY 1
                               UNTIL r > return-line-count
                       END-IF
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

       4610-CHECK-ONE-RETURN-LINE.
           IF NOT rl-sold-here(r)
               AND rl-store-id(r) = bhr-store-id
               AND rl-item-code(r) = bhr-item-code
               MOVE 'Y' TO rl-sold-switch(r)
           END-IF.
       4610-EXIT.
           EXIT.

       5000-FIND-PATTERNS.
           PERFORM 5100-CHECK-CARD-STORES THRU 5100-EXIT
               VARYING b FROM 1 BY 1 UNTIL b > tonight-basket-count.
           PERFORM 5200-CHECK-NEAR-BALANCE THRU 5200-EXIT
               VARYING b FROM 1 BY 1 UNTIL b > tonight-basket-count.
           PERFORM 5300-CHECK-RETURN-LINE THRU 5300-EXIT
               VARYING r FROM 1 BY 1 UNTIL r > return-line-count.
           PERFORM 5400-CHECK-VOUCHER THRU 5400-EXIT
               VARYING v FROM 1 BY 1 UNTIL v > voucher-tender-count.
           MOVE SPACES TO pattern-report-line.
           WRITE pattern-report-line.
           PERFORM 5500-CHECK-STORE-REFUNDS THRU 5500-EXIT
               VARYING x FROM 1 BY 1 UNTIL x > store-count.
       5000-EXIT.
           EXIT.

      * The stores a card was seen at on the day tonight's basket
      * was sold, tonight's store among them.
       5100-CHECK-CARD-STORES.
           MOVE ZERO TO distinct-count.
           IF tb-card-index(b) > ZERO
               AND tb-was-audited(b)
               MOVE tb-card-index(b) TO c
               PERFORM 5110-COUNT-ONE-CARD-DAY THRU 5110-EXIT
                   VARYING k FROM 1 BY 1 UNTIL k > card-day-count
               IF distinct-count NOT < pattern-store-count
                   MOVE 1 TO p
                   MOVE tb-card-id(b) TO finding-reference
                   MOVE distinct-count TO finding-measure
                   PERFORM 5900-RECORD-FINDING THRU 5900-EXIT
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5110-COUNT-ONE-CARD-DAY.
           IF cd-card-index(k) = c
               AND cd-date(k) = tb-entry-date(b)
               ADD 1 TO distinct-count
           END-IF.
       5110-EXIT.
           EXIT.

       5200-CHECK-NEAR-BALANCE.
           IF tb-redeemed-near-balance(b)
               MOVE tb-card-index(b) TO c
               IF tc-near-count(c) NOT < pattern-redeem-count
                   MOVE 2 TO p
                   MOVE tb-card-id(b) TO finding-reference
                   MOVE tc-near-count(c) TO finding-measure
                   PERFORM 5900-RECORD-FINDING THRU 5900-EXIT
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

       5300-CHECK-RETURN-LINE.
           IF NOT rl-sold-here(r)
               MOVE rl-basket-index(r) TO b
               MOVE 3 TO p
               MOVE rl-item-code(r) TO finding-reference
               MOVE pattern-window-days TO finding-measure
               PERFORM 5900-RECORD-FINDING THRU 5900-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      * The distinct store and till pairs the voucher was tendered
      * at tonight: a pair is counted at its first appearance only.
       5400-CHECK-VOUCHER.
           MOVE ZERO TO distinct-count.
           PERFORM 5410-COUNT-ONE-TENDER THRU 5410-EXIT
               VARYING w FROM 1 BY 1 UNTIL w > voucher-tender-count.
           IF distinct-count NOT < pattern-till-count
               MOVE vt-basket-index(v) TO b
               MOVE 4 TO p
               MOVE vt-reference(v) TO finding-reference
               MOVE distinct-count TO finding-measure
               PERFORM 5900-RECORD-FINDING THRU 5900-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

       5410-COUNT-ONE-TENDER.
           IF vt-reference(w) = vt-reference(v)
               MOVE 'Y' TO first-seen-switch
               PERFORM 5420-CHECK-EARLIER-TENDER THRU 5420-EXIT
                   VARYING x FROM 1 BY 1 UNTIL x NOT < w
               IF first-seen
                   ADD 1 TO distinct-count
               END-IF
           END-IF.
       5410-EXIT.
           EXIT.

       5420-CHECK-EARLIER-TENDER.
           IF vt-reference(x) = vt-reference(w)
               AND vt-store-id(x) = vt-store-id(w)
               AND vt-till-id(x) = vt-till-id(w)
               MOVE 'N' TO first-seen-switch
           END-IF.
       5420-EXIT.
           EXIT.

      * A store's refunds for the night as a share of its sales; a
      * store that refunded with no sales at all is over any limit.
      * Every one of its returns tonight goes on the queue.
       5500-CHECK-STORE-REFUNDS.
           MOVE ZERO TO store-refund-pct.
           IF st-refund-value(x) > ZERO
               IF st-sales-value(x) = ZERO
                   MOVE 99999.99 TO store-refund-pct
               ELSE
                   COMPUTE store-refund-pct ROUNDED =
                       st-refund-value(x) * 100 / st-sales-value(x)
                       ON SIZE ERROR
                           MOVE 99999.99 TO store-refund-pct
                   END-COMPUTE
               END-IF
           END-IF.
           IF store-refund-pct > pattern-refund-pct
               MOVE st-store-id(x) TO rpt-sr-store-id
               MOVE st-sales-value(x) TO rpt-sr-sales
               MOVE st-refund-value(x) TO rpt-sr-refunds
               MOVE store-refund-pct TO rpt-sr-pct
               MOVE rpt-store-refund-line TO pattern-report-line
               WRITE pattern-report-line
               PERFORM 5510-FLAG-ONE-STORE-RETURN THRU 5510-EXIT
                   VARYING b FROM 1 BY 1 UNTIL b > tonight-basket-count
           END-IF.
       5500-EXIT.
           EXIT.

       5510-FLAG-ONE-STORE-RETURN.
           IF tb-is-return(b)
               AND tb-was-audited(b)
               AND tb-store-id(b) = st-store-id(x)
               MOVE 5 TO p
               MOVE SPACES TO finding-reference
               MOVE store-refund-pct TO finding-measure
               PERFORM 5900-RECORD-FINDING THRU 5900-EXIT
           END-IF.
       5510-EXIT.
           EXIT.

      * Pattern p caught tonight's basket b. The first pattern to
      * catch a basket is the reason it carries onto the queue.
       5900-RECORD-FINDING.
           ADD 1 TO finding-count(p).
           ADD 1 TO tb-finding-count(b).
           IF tb-reason(b) = SPACES
               MOVE reason-text(p) TO tb-reason(b)
           END-IF.
           MOVE reason-text(p) TO rpt-reason.
           MOVE tb-basket-id(b) TO rpt-basket-id.
           MOVE tb-store-id(b) TO rpt-store-id.
           MOVE finding-reference TO rpt-reference.
           EVALUATE p
               WHEN 1
                   MOVE 'STORES THAT DAY' TO rpt-measure-label
               WHEN 2
                   MOVE 'NEAR-BALANCE COUNT' TO rpt-measure-label
               WHEN 3
                   MOVE 'DAYS LOOKED BACK' TO rpt-measure-label
               WHEN 4
                   MOVE 'TILLS TONIGHT' TO rpt-measure-label
               WHEN OTHER
                   MOVE 'STORE REFUND PCT' TO rpt-measure-label
           END-EVALUATE.
           MOVE finding-measure TO rpt-measure.
           MOVE rpt-finding-line TO pattern-report-line.
           WRITE pattern-report-line.
       5900-EXIT.
           EXIT.

      * A queue that will not open, or a write to it that fails,
      * leaves the finding on the report only and ends the run with
      * a failing return code so the baskets are queued by hand.
       6000-QUEUE-FINDINGS.
           OPEN EXTEND fraud-review-file.
           IF fraud-review-not-found
               OPEN OUTPUT fraud-review-file
           END-IF.
           IF fraud-review-ok
               MOVE 'Y' TO queue-open-switch
           ELSE
               ADD 1 TO queue-error-count
               DISPLAY 'FRAUD-PATTERN: FRAUDREV FAILED TO OPEN - '
                   'STATUS ' fraud-review-status
                   ' - FINDINGS NOT QUEUED'
           END-IF.
           PERFORM 6100-QUEUE-ONE-BASKET THRU 6100-EXIT
               VARYING b FROM 1 BY 1 UNTIL b > tonight-basket-count.
           IF queue-opened
               CLOSE fraud-review-file
           END-IF.
       6000-EXIT.
           EXIT.

      * The queue entry is built from the basket's history - header
      * figures, then every line - as TOTAL builds its own, so the
      * review team sees the whole basket and a confirmed one
      * reverses at what was charged.
       6100-QUEUE-ONE-BASKET.
           IF tb-finding-count(b) > ZERO
               EVALUATE TRUE
                   WHEN tb-already-queued(b)
                       OR tb-flagged-by-total(b)
                       ADD 1 TO already-queued-count
                   WHEN NOT history-opened
                       OR NOT tb-was-audited(b)
                       MOVE 'NOT QUEUED - NO HISTORY FOR THE BASKET'
                           TO rpt-q-text
                       PERFORM 6900-REPORT-NOT-QUEUED THRU 6900-EXIT
                   WHEN NOT queue-opened
                       MOVE 'NOT QUEUED - REVIEW QUEUE NOT OPEN'
                           TO rpt-q-text
                       PERFORM 6900-REPORT-NOT-QUEUED THRU 6900-EXIT
                   WHEN OTHER
                       PERFORM 6110-READ-QUEUE-BASKET THRU 6110-EXIT
               END-EVALUATE
           END-IF.
       6100-EXIT.
           EXIT.

       6110-READ-QUEUE-BASKET.
           MOVE ZERO TO queue-line-count.
           MOVE ZERO TO queue-line-sum.
           MOVE SPACES TO queue-header-save.
           MOVE 'N' TO basket-eof-switch.
           MOVE tb-basket-id(b) TO bhr-basket-id.
           MOVE tb-store-id(b) TO bhr-store-id.
           MOVE tb-aud-date(b) TO bhr-date.
           MOVE ZEROES TO bhr-seq.
           READ basket-history-file
               INVALID KEY
                   MOVE 'Y' TO basket-eof-switch
               NOT INVALID KEY
                   MOVE bhr-body TO queue-header-save
                   MOVE bhr-date TO queue-date
           END-READ.
           IF end-of-this-basket
               MOVE 'NOT QUEUED - NO HISTORY FOR THE BASKET'
                   TO rpt-q-text
               PERFORM 6900-REPORT-NOT-QUEUED THRU 6900-EXIT
           ELSE
               PERFORM 6120-WRITE-QUEUE-BASKET THRU 6120-EXIT
           END-IF.
       6110-EXIT.
           EXIT.

       6120-WRITE-QUEUE-BASKET.
           PERFORM 6200-HOLD-ONE-LINE THRU 6200-EXIT
               UNTIL end-of-this-basket.
           MOVE 'N' TO queue-write-switch.
           PERFORM 6300-WRITE-QUEUE-HEADER THRU 6300-EXIT.
           PERFORM 6400-WRITE-QUEUE-LINE THRU 6400-EXIT
               VARYING k FROM 1 BY 1 UNTIL k > queue-line-count.
           MOVE tb-basket-id(b) TO rpt-q-basket-id.
           MOVE tb-store-id(b) TO rpt-q-store-id.
           IF queue-write-failed
               ADD 1 TO queue-error-count
               MOVE 'NOT QUEUED - REVIEW QUEUE WRITE FAILED'
                   TO rpt-q-text
           ELSE
               ADD 1 TO queued-count
               MOVE 'QUEUED FOR REVIEW - ' TO rpt-q-text
               MOVE tb-reason(b) TO rpt-q-text(21:20)
           END-IF.
           MOVE rpt-queue-line TO pattern-report-line.
           WRITE pattern-report-line.
       6120-EXIT.
           EXIT.

       6200-HOLD-ONE-LINE.
           READ basket-history-file NEXT RECORD
               AT END
                   MOVE 'Y' TO basket-eof-switch
               NOT AT END
                   IF bhr-basket-id NOT = tb-basket-id(b)
                       OR bhr-store-id NOT = tb-store-id(b)
                       OR bhr-date NOT = tb-aud-date(b)
                       OR queue-line-count NOT < 500
                       MOVE 'Y' TO basket-eof-switch
                   ELSE
                       ADD 1 TO queue-line-count
                       MOVE bhr-body TO queue-line(queue-line-count)
                       ADD bhr-line-total TO queue-line-sum
                   END-IF
           END-READ.
       6200-EXIT.
           EXIT.

      * The one percentage standing for everything taken off the
      * basket as a whole, measured against its line totals, as
      * TOTAL derives it for its own queue entries.
       6300-WRITE-QUEUE-HEADER.
           MOVE queue-header-save TO bhr-body.
           MOVE ZERO TO queue-discount-pct.
           IF queue-line-sum > bhr-total
               COMPUTE queue-discount-pct ROUNDED =
                   ((queue-line-sum - bhr-total) / queue-line-sum)
                   * 100
           END-IF.
           MOVE SPACES TO fraud-review-record.
           MOVE 'H' TO frv-record-type.
           MOVE tb-basket-id(b) TO frv-basket-id.
           MOVE queue-date TO frv-date.
           MOVE bhr-currency-code TO frv-currency-code.
           MOVE bhr-total-with-tax TO frv-total-with-tax.
           MOVE tb-reason(b) TO frv-fraud-reason.
           MOVE bhr-rejected-count TO frv-rejected-count.
           MOVE bhr-item-count TO frv-item-count.
           MOVE tb-card-id(b) TO frv-loyalty-card-id.
           MOVE tb-store-id(b) TO frv-store-id.
           MOVE queue-discount-pct TO frv-basket-discount-pct.
           MOVE tb-basket-type(b) TO frv-basket-type.
           WRITE fraud-review-record.
           PERFORM 6500-CHECK-QUEUE-WRITE THRU 6500-EXIT.
       6300-EXIT.
           EXIT.

       6400-WRITE-QUEUE-LINE.
           MOVE queue-line(k) TO bhr-body.
           MOVE SPACES TO fraud-review-record.
           MOVE 'D' TO frv-record-type.
           MOVE tb-basket-id(b) TO frv-basket-id.
           MOVE bhr-item-code TO frv-item-code.
           MOVE bhr-quantity TO frv-quantity.
           MOVE bhr-unitprice TO frv-unitprice.
           MOVE bhr-line-total TO frv-line-total.
           MOVE bhr-line-rejected TO frv-line-rejected.
           MOVE 'N' TO frv-line-flagged.
           MOVE bhr-line-discount-pct TO frv-line-discount-pct.
           MOVE bhr-line-offer-qty TO frv-line-offer-qty.
           MOVE bhr-line-tax-code TO frv-line-tax-code.
           MOVE bhr-line-uom TO frv-line-uom.
           WRITE fraud-review-record.
           PERFORM 6500-CHECK-QUEUE-WRITE THRU 6500-EXIT.
       6400-EXIT.
           EXIT.

       6500-CHECK-QUEUE-WRITE.
           IF NOT fraud-review-ok
               MOVE 'Y' TO queue-write-switch
               DISPLAY 'FRAUD-PATTERN: FRAUDREV WRITE FAILED - STATUS '
                   fraud-review-status ' - BASKET [' tb-basket-id(b)
                   ']'
           END-IF.
       6500-EXIT.
           EXIT.

       6900-REPORT-NOT-QUEUED.
           ADD 1 TO not-queued-count.
           MOVE tb-basket-id(b) TO rpt-q-basket-id.
           MOVE tb-store-id(b) TO rpt-q-store-id.
           MOVE rpt-queue-line TO pattern-report-line.
           WRITE pattern-report-line.
       6900-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO pattern-report-line.
           WRITE pattern-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'BASKETS ON TONIGHT''S FEED:' TO rpt-count-label.
           MOVE tonight-basket-count TO rpt-count-value.
           MOVE rpt-count-line TO pattern-report-line.
           WRITE pattern-report-line.
           MOVE 'AUDIT ENTRIES IN THE WINDOW:' TO rpt-count-label.
           MOVE audit-entries-count TO rpt-count-value.
           MOVE rpt-count-line TO pattern-report-line.
           WRITE pattern-report-line.
           PERFORM 8100-PRINT-ONE-PATTERN-COUNT THRU 8100-EXIT
               VARYING p FROM 1 BY 1 UNTIL p > 5.
           MOVE 'BASKETS QUEUED FOR REVIEW:' TO rpt-count-label.
           MOVE queued-count TO rpt-count-value.
           MOVE rpt-count-line TO pattern-report-line.
           WRITE pattern-report-line.
           MOVE 'BASKETS ALREADY ON THE QUEUE:' TO rpt-count-label.
           MOVE already-queued-count TO rpt-count-value.
           MOVE rpt-count-line TO pattern-report-line.
           WRITE pattern-report-line.
           IF not-queued-count > ZERO
               MOVE 'BASKETS NOT QUEUED:'
                   TO rpt-count-label
               MOVE not-queued-count TO rpt-count-value
               MOVE rpt-count-line TO pattern-report-line
               WRITE pattern-report-line
           END-IF.
           IF queue-error-count > ZERO
               MOVE 'REVIEW QUEUE FAILURES:' TO rpt-count-label
               MOVE queue-error-count TO rpt-count-value
               MOVE rpt-count-line TO pattern-report-line
               WRITE pattern-report-line
           END-IF.
           IF table-overflow-count > ZERO
               MOVE 'ITEMS NOT ANALYSED - TABLE FULL:'
                   TO rpt-count-label
               MOVE table-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO pattern-report-line
               WRITE pattern-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-PATTERN-COUNT.
           MOVE SPACES TO rpt-count-label.
           STRING reason-text(p) DELIMITED BY '  '
               ':' DELIMITED BY SIZE
               INTO rpt-count-label.
           MOVE finding-count(p) TO rpt-count-value.
           MOVE rpt-count-line TO pattern-report-line.
           WRITE pattern-report-line.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT basket-in-not-found
               CLOSE basket-in-file
           END-IF.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
           END-IF.
           IF NOT audit-archive-not-found
               CLOSE audit-archive-file
           END-IF.
           IF history-opened
               CLOSE basket-history-file
           END-IF.
           CLOSE pattern-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM FRAUD-PATTERN.
