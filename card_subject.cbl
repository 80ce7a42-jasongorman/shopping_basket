      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Answer a loyalty card holder's request about the
      *             data held against their card. The card id comes
      *             in on the inquiry input, followed by the mode:
      *             anything but ERASE (blank included) produces the
      *             access extract - the account as the LOYALTY
      *             master holds it, its earn periods, every basket
      *             the audit trail (archive first, then the live
      *             log) carries for the card with the points it
      *             earned or redeemed and its lines from BASKETHIST,
      *             and any basket of the card's on the fraud review
      *             queue. ERASE runs the erasure: the card id is
      *             overwritten with the anonymous erasure marker on
      *             every audit entry, archived audit entry, review
      *             queue header and held return header that carries
      *             it, and, once the copies prove, the account is
      *             closed - emptied and kept as
      *             a closed record so the card cannot be posted to or
      *             redeemed against again, and so MASTER-ROLLBACK
      *             will not restore a snapshot taken before the
      *             erasure. Only the card id changes: every amount,
      *             tax figure and count is copied as it stands, so
      *             RECON-REPORT and VAT-RETURN give the same figures
      *             after the erasure as before. The erased copies are
      *             written as new generations - AUDITPRG, AUDARPRG,
      *             FRAUDPRG and RETHPRG - to replace AUDITLOG,
      *             AUDITARC, FRAUDREV and RETHELD, so a held return
      *             released later does not bring the card back onto
      *             the audit trail. Each live file is counted on a
      *             pass of its own before it is copied, and each new
      *             generation is read back once it is closed; the
      *             records, value and tax counted on the one must
      *             match those read back off the other, the erasure
      *             markers read back must be those already there plus
      *             the ones this run wrote, and no record read back
      *             may still carry the card, or the report says the
      *             new generations are not to replace the live files
      *             and the account is left open.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SUBJECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-log-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT audit-archive-file ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-archive-status.
           SELECT fraud-review-file ASSIGN TO "FRAUDREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fraud-review-status.
           SELECT purged-log-file ASSIGN TO "AUDITPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purged-log-status.
           SELECT purged-archive-file ASSIGN TO "AUDARPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purged-archive-status.
           SELECT purged-review-file ASSIGN TO "FRAUDPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purged-review-status.
           SELECT returns-held-file ASSIGN TO "RETHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-held-status.
           SELECT purged-held-file ASSIGN TO "RETHPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS purged-held-status.
           SELECT loyalty-master-file ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS loy-card-id
               FILE STATUS IS loyalty-master-status.
           SELECT basket-history-file ASSIGN TO "BASKETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bhr-key
               FILE STATUS IS basket-history-status.
           SELECT subject-report-file ASSIGN TO "CARDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-log-file.
       COPY 'audit_record.cpy'.
       FD  audit-archive-file.
       01  archive-record          PIC X(200).
       FD  fraud-review-file.
       COPY 'fraud_review_record.cpy'.
       FD  purged-log-file.
       01  purged-log-record       PIC X(200).
       FD  purged-archive-file.
       01  purged-archive-record   PIC X(200).
       FD  purged-review-file.
       01  purged-review-record    PIC X(100).
       FD  returns-held-file.
       COPY 'basket_batch_record.cpy'.
       FD  purged-held-file.
       01  purged-held-record      PIC X(80).
       FD  loyalty-master-file.
       COPY 'loyalty_master_record.cpy'.
       FD  basket-history-file.
       COPY 'basket_history_record.cpy'.
       FD  subject-report-file.
       01  subject-report-line     PIC X(120).
       WORKING-STORAGE SECTION.
       01  audit-log-status        PIC X(02) VALUE SPACES.
           88  audit-log-not-found     VALUE '35'.
       01  audit-archive-status    PIC X(02) VALUE SPACES.
           88  audit-archive-not-found VALUE '35'.
       01  fraud-review-status     PIC X(02) VALUE SPACES.
           88  fraud-review-not-found  VALUE '35'.
       01  purged-log-status       PIC X(02) VALUE SPACES.
           88  purged-log-ok           VALUE '00'.
       01  purged-archive-status   PIC X(02) VALUE SPACES.
           88  purged-archive-ok       VALUE '00'.
       01  purged-review-status    PIC X(02) VALUE SPACES.
           88  purged-review-ok        VALUE '00'.
       01  returns-held-status     PIC X(02) VALUE SPACES.
           88  returns-held-not-found  VALUE '35'.
       01  purged-held-status      PIC X(02) VALUE SPACES.
           88  purged-held-ok          VALUE '00'.
       01  loyalty-master-status   PIC X(02) VALUE SPACES.
           88  loyalty-master-ok       VALUE '00'.
           88  loyalty-account-not-found VALUE '23'.
       01  basket-history-status   PIC X(02) VALUE SPACES.
           88  basket-history-ok       VALUE '00'.
       01  audit-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-audit-log        VALUE 'Y'.
       01  archive-eof-switch      PIC X(01) VALUE 'N'.
           88  end-of-audit-archive    VALUE 'Y'.
       01  review-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-review-file      VALUE 'Y'.
       01  held-eof-switch         PIC X(01) VALUE 'N'.
           88  end-of-held-file        VALUE 'Y'.
       01  basket-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-this-basket      VALUE 'Y'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened           VALUE 'Y'.
       01  history-open-switch     PIC X(01) VALUE 'N'.
           88  history-opened          VALUE 'Y'.
       01  run-blocked-switch      PIC X(01) VALUE 'N'.
           88  run-is-blocked          VALUE 'Y'.
       01  read-back-switch        PIC X(01) VALUE 'Y'.
           88  read-back-ok            VALUE 'Y'.
       01  proof-switch            PIC X(01) VALUE 'N'.
           88  control-totals-balance  VALUE 'Y'.
       01  run-date                PIC 9(08) VALUE ZERO.
       01  subject-card-id         PIC X(12) VALUE SPACES.
           88  subject-is-erasure-marker VALUE '*ERASED*'.
       01  run-mode-text           PIC X(05) VALUE SPACES.
           88  erasure-requested       VALUE 'ERASE'.
      * Which file the basket being listed came from.
       01  entry-source            PIC X(07) VALUE SPACES.
      * One point redeems for one penny - the value TOTAL puts on a
      * redemption, and so the value of the points an erasure
      * forfeits.
       01  loyalty-redeem-value    PIC 9(01)V9(2) VALUE 0.01.
       01  p                       PIC 9(04) COMP.
       01  baskets-listed-count    PIC 9(06) COMP VALUE ZERO.
       01  lines-listed-count      PIC 9(06) COMP VALUE ZERO.
       01  flagged-listed-count    PIC 9(06) COMP VALUE ZERO.
       01  points-earned-total     PIC 9(09) VALUE ZERO.
       01  points-clawed-total     PIC 9(09) VALUE ZERO.
       01  points-redeemed-total   PIC 9(09) VALUE ZERO.
       01  sales-value-total       PIC 9(14)V9(2) VALUE ZERO.
       01  returns-value-total     PIC 9(14)V9(2) VALUE ZERO.
       01  points-forfeited        PIC 9(09) VALUE ZERO.
       01  value-forfeited         PIC 9(09)V9(2) VALUE ZERO.
      * Control totals for each file the erasure copies. The -read
      * figures are counted off the live file on a pass before the
      * copy, the -written figures off the new generation read back
      * after it; the erased count is the card ids the copy itself
      * overwrote, the marked counts the erasure markers found on
      * each side, and the left count any record read back that
      * still carries the card.
       01  log-read-count          PIC 9(08) COMP VALUE ZERO.
       01  log-written-count       PIC 9(08) COMP VALUE ZERO.
       01  log-erased-count        PIC 9(08) COMP VALUE ZERO.
       01  log-marked-read         PIC 9(08) COMP VALUE ZERO.
       01  log-marked-written      PIC 9(08) COMP VALUE ZERO.
       01  log-left-count          PIC 9(08) COMP VALUE ZERO.
       01  log-value-read          PIC 9(14)V9(2) VALUE ZERO.
       01  log-value-written       PIC 9(14)V9(2) VALUE ZERO.
       01  log-tax-read            PIC 9(14)V9(2) VALUE ZERO.
       01  log-tax-written         PIC 9(14)V9(2) VALUE ZERO.
       01  arc-read-count          PIC 9(08) COMP VALUE ZERO.
       01  arc-written-count       PIC 9(08) COMP VALUE ZERO.
       01  arc-erased-count        PIC 9(08) COMP VALUE ZERO.
       01  arc-marked-read         PIC 9(08) COMP VALUE ZERO.
       01  arc-marked-written      PIC 9(08) COMP VALUE ZERO.
       01  arc-left-count          PIC 9(08) COMP VALUE ZERO.
       01  arc-value-read          PIC 9(14)V9(2) VALUE ZERO.
       01  arc-value-written       PIC 9(14)V9(2) VALUE ZERO.
       01  arc-tax-read            PIC 9(14)V9(2) VALUE ZERO.
       01  arc-tax-written         PIC 9(14)V9(2) VALUE ZERO.
       01  rev-read-count          PIC 9(08) COMP VALUE ZERO.
       01  rev-written-count       PIC 9(08) COMP VALUE ZERO.
       01  rev-erased-count        PIC 9(08) COMP VALUE ZERO.
       01  rev-marked-read         PIC 9(08) COMP VALUE ZERO.
       01  rev-marked-written      PIC 9(08) COMP VALUE ZERO.
       01  rev-left-count          PIC 9(08) COMP VALUE ZERO.
       01  rev-value-read          PIC 9(14)V9(2) VALUE ZERO.
       01  rev-value-written       PIC 9(14)V9(2) VALUE ZERO.
      * A held return carries no value of its own until it is
      * credited, so its records are proved on their count alone.
       01  held-read-count         PIC 9(08) COMP VALUE ZERO.
       01  held-written-count      PIC 9(08) COMP VALUE ZERO.
       01  held-erased-count       PIC 9(08) COMP VALUE ZERO.
       01  held-marked-read        PIC 9(08) COMP VALUE ZERO.
       01  held-marked-written     PIC 9(08) COMP VALUE ZERO.
       01  held-left-count         PIC 9(08) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(14) VALUE 'LOYALTY CARD ['.
           05  rpt-heading-card    PIC X(12).
           05  FILLER              PIC X(02) VALUE '] '.
           05  rpt-heading-mode    PIC X(24).
           05  FILLER              PIC X(04) VALUE 'RUN '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-section-line        PIC X(60).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(30).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9-.
       01  rpt-date-line.
           05  rpt-date-label      PIC X(30).
           05  rpt-date-value      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-date-remark     PIC X(30).
       01  rpt-amount-line.
           05  rpt-amount-label    PIC X(30).
           05  rpt-amount-value    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  rpt-period-line.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE 'EARNED IN MONTH'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-period-month    PIC 9(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  rpt-period-points   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(07) VALUE ' POINTS'.
       01  rpt-basket-heading.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(12) VALUE 'BASKET'.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(08) VALUE 'TYPE'.
           05  FILLER              PIC X(03) VALUE 'CCY'.
           05  FILLER              PIC X(19)
                   VALUE '     TOTAL WITH TAX'.
           05  FILLER              PIC X(10) VALUE '    EARNED'.
           05  FILLER              PIC X(10) VALUE '  REDEEMED'.
           05  FILLER              PIC X(09) VALUE '  SOURCE'.
       01  rpt-basket-line.
           05  rpt-basket-date     PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-basket-id       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-basket-type     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-currency-code   PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-total-with-tax  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-points-earned   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-points-redeemed PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-entry-source    PIC X(07).
       01  rpt-line-detail.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  rpt-item-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-quantity        PIC ZZZ9.999-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-line-uom        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-unitprice       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-line-total      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-line-remark     PIC X(26).
       01  rpt-flagged-line.
           05  rpt-flagged-date    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-flagged-basket  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-flagged-store   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-flagged-ccy     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-flagged-total   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-flagged-reason  PIC X(26).
       01  rpt-control-line.
           05  rpt-control-label   PIC X(26).
           05  rpt-control-count   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE '  VALUE '.
           05  rpt-control-value   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  rpt-control-tax-tag PIC X(06).
           05  rpt-control-tax     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  rpt-proof-line          PIC X(80).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF run-is-blocked
               MOVE 8 TO RETURN-CODE
           ELSE
               IF erasure-requested
                   PERFORM 5000-ERASE-CARD THRU 5000-EXIT
               ELSE
                   PERFORM 3000-EXTRACT-CARD THRU 3000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF erasure-requested
               DISPLAY 'CARD-SUBJECT: CARD [' subject-card-id
                   '] ERASED FROM ' log-erased-count ' LOG, '
                   arc-erased-count ' ARCHIVE, '
                   rev-erased-count ' REVIEW QUEUE AND '
                   held-erased-count ' HELD RETURN RECORDS'
           ELSE
               DISPLAY 'CARD-SUBJECT: CARD [' subject-card-id
                   '] ' baskets-listed-count ' BASKETS LISTED'
           END-IF.
           STOP RUN.

      * The card id and the mode come in on the inquiry input. There
      * is nothing to report, or erase, without a card, so a blank
      * one stops the run; the erasure marker itself is refused, as
      * it belongs to every erased card at once. Erasure is asked
      * for by keying ERASE in full - anything else is the harmless
      * access extract.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT subject-card-id.
           ACCEPT run-mode-text.
           OPEN OUTPUT subject-report-file.
           MOVE subject-card-id TO rpt-heading-card.
           IF erasure-requested
               MOVE 'ERASURE' TO rpt-heading-mode
           ELSE
               MOVE 'ACCESS EXTRACT' TO rpt-heading-mode
           END-IF.
           MOVE run-date TO rpt-heading-date.
           MOVE rpt-heading-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE SPACES TO subject-report-line.
           WRITE subject-report-line.
           IF subject-card-id = SPACES
               OR subject-is-erasure-marker
               DISPLAY 'CARD-SUBJECT: NO VALID CARD ID GIVEN - '
                   'NOTHING DONE'
               MOVE 'Y' TO run-blocked-switch
               MOVE '*** NO VALID CARD ID GIVEN - NOTHING DONE ***'
                   TO subject-report-line
               WRITE subject-report-line
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * Access extract
      ******************************************************************
       3000-EXTRACT-CARD.
           PERFORM 3100-SHOW-ACCOUNT THRU 3100-EXIT.
           PERFORM 3200-LIST-BASKETS THRU 3200-EXIT.
           PERFORM 3700-LIST-REVIEW-QUEUE THRU 3700-EXIT.
           PERFORM 3900-PRINT-EXTRACT-TOTALS THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-SHOW-ACCOUNT.
           MOVE 'LOYALTY ACCOUNT' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           OPEN INPUT loyalty-master-file.
           IF loyalty-master-ok
               PERFORM 3105-READ-ACCOUNT THRU 3105-EXIT
               CLOSE loyalty-master-file
           ELSE
               MOVE SPACES TO subject-report-line
               STRING '*** LOYALTY MASTER UNAVAILABLE - STATUS '
                   loyalty-master-status ' ***'
                   DELIMITED BY SIZE INTO subject-report-line
               WRITE subject-report-line
           END-IF.
       3100-EXIT.
           EXIT.

       3105-READ-ACCOUNT.
           MOVE subject-card-id TO loy-card-id.
           READ loyalty-master-file
               NOT INVALID KEY
                   PERFORM 3110-PRINT-ACCOUNT THRU 3110-EXIT
           END-READ.
           IF loyalty-account-not-found
               MOVE 'NO ACCOUNT HELD ON THE LOYALTY MASTER'
                   TO subject-report-line
               WRITE subject-report-line
           END-IF.
       3105-EXIT.
           EXIT.

       3110-PRINT-ACCOUNT.
           MOVE SPACES TO rpt-count-line.
           MOVE 'POINTS BALANCE:' TO rpt-count-label.
           MOVE loy-points-balance TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           IF loy-points-expired IS NUMERIC
               MOVE 'POINTS LOST TO EXPIRY:' TO rpt-count-label
               MOVE loy-points-expired TO rpt-count-value
               MOVE rpt-count-line TO subject-report-line
               WRITE subject-report-line
           END-IF.
           MOVE SPACES TO rpt-date-line.
           MOVE 'POSTED UP TO:' TO rpt-date-label.
           MOVE loy-last-posted-date TO rpt-date-value.
           MOVE rpt-date-line TO subject-report-line.
           WRITE subject-report-line.
           IF loy-account-closed
               MOVE 'ACCOUNT CLOSED ON:' TO rpt-date-label
               MOVE loy-closed-date TO rpt-date-value
               MOVE rpt-date-line TO subject-report-line
               WRITE subject-report-line
           END-IF.
           IF loy-earn-period-count IS NUMERIC
               AND loy-earn-period-count <= 26
               PERFORM 3120-PRINT-ONE-PERIOD THRU 3120-EXIT
                   VARYING p FROM 1 BY 1
                   UNTIL p > loy-earn-period-count
           END-IF.
       3110-EXIT.
           EXIT.

       3120-PRINT-ONE-PERIOD.
           MOVE loy-earn-month(p) TO rpt-period-month.
           MOVE loy-earn-points(p) TO rpt-period-points.
           MOVE rpt-period-line TO subject-report-line.
           WRITE subject-report-line.
       3120-EXIT.
           EXIT.

      * The archive holds the older entries, so it is read first and
      * the baskets come out oldest first. Each basket's lines are
      * fetched from BASKETHIST on the basket, store and date the
      * audit entry carries.
       3200-LIST-BASKETS.
           MOVE SPACES TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'BASKETS ON THE AUDIT TRAIL' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE rpt-basket-heading TO subject-report-line.
           WRITE subject-report-line.
           OPEN INPUT basket-history-file.
           IF basket-history-ok
               MOVE 'Y' TO history-open-switch
           ELSE
               MOVE SPACES TO subject-report-line
               STRING '*** BASKET HISTORY UNAVAILABLE - STATUS '
                   basket-history-status ' - LINES NOT LISTED ***'
                   DELIMITED BY SIZE INTO subject-report-line
               WRITE subject-report-line
           END-IF.
           OPEN INPUT audit-archive-file.
           IF audit-archive-not-found
               MOVE 'Y' TO archive-eof-switch
           END-IF.
           MOVE 'ARCHIVE' TO entry-source.
           PERFORM 3300-SCAN-ARCHIVE THRU 3300-EXIT
               UNTIL end-of-audit-archive.
           IF NOT audit-archive-not-found
               CLOSE audit-archive-file
           END-IF.
           OPEN INPUT audit-log-file.
           IF audit-log-not-found
               MOVE 'Y' TO audit-eof-switch
           END-IF.
           MOVE 'LIVE' TO entry-source.
           PERFORM 3400-SCAN-AUDIT-LOG THRU 3400-EXIT
               UNTIL end-of-audit-log.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
           END-IF.
           IF history-opened
               CLOSE basket-history-file
           END-IF.
       3200-EXIT.
           EXIT.

       3300-SCAN-ARCHIVE.
           READ audit-archive-file
               AT END
                   MOVE 'Y' TO archive-eof-switch
               NOT AT END
                   MOVE archive-record TO audit-record
                   IF aud-loyalty-card-id = subject-card-id
                       PERFORM 3500-LIST-ONE-BASKET THRU 3500-EXIT
                   END-IF
           END-READ.
       3300-EXIT.
           EXIT.

       3400-SCAN-AUDIT-LOG.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   IF aud-loyalty-card-id = subject-card-id
                       PERFORM 3500-LIST-ONE-BASKET THRU 3500-EXIT
                   END-IF
           END-READ.
       3400-EXIT.
           EXIT.

      * A return's points are the earn it clawed back; they are shown
      * in the earned column and netted off in the totals.
       3500-LIST-ONE-BASKET.
           ADD 1 TO baskets-listed-count.
           MOVE SPACES TO rpt-basket-line.
           MOVE aud-date TO rpt-basket-date.
           MOVE aud-basket-id TO rpt-basket-id.
           MOVE aud-store-id TO rpt-store-id.
           MOVE aud-currency-code TO rpt-currency-code.
           MOVE aud-total-with-tax TO rpt-total-with-tax.
           MOVE aud-loyalty-points TO rpt-points-earned.
           MOVE aud-points-redeemed TO rpt-points-redeemed.
           MOVE entry-source TO rpt-entry-source.
           IF aud-is-return
               MOVE 'RETURN' TO rpt-basket-type
               ADD aud-loyalty-points TO points-clawed-total
               ADD aud-total-with-tax TO returns-value-total
           ELSE
               MOVE 'SALE' TO rpt-basket-type
               ADD aud-loyalty-points TO points-earned-total
               ADD aud-total-with-tax TO sales-value-total
           END-IF.
           ADD aud-points-redeemed TO points-redeemed-total.
           MOVE rpt-basket-line TO subject-report-line.
           WRITE subject-report-line.
           IF history-opened
               PERFORM 3600-LIST-BASKET-LINES THRU 3600-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3600-LIST-BASKET-LINES.
           MOVE 'N' TO basket-eof-switch.
           MOVE aud-basket-id TO bhr-basket-id.
           MOVE aud-store-id TO bhr-store-id.
           MOVE aud-date TO bhr-date.
           MOVE ZEROES TO bhr-seq.
           START basket-history-file KEY >= bhr-key
               INVALID KEY
                   MOVE 'Y' TO basket-eof-switch
           END-START.
           PERFORM 3610-LIST-ONE-LINE THRU 3610-EXIT
               UNTIL end-of-this-basket.
       3600-EXIT.
           EXIT.

       3610-LIST-ONE-LINE.
           READ basket-history-file NEXT RECORD
               AT END
                   MOVE 'Y' TO basket-eof-switch
               NOT AT END
                   IF bhr-basket-id NOT = aud-basket-id
                       OR bhr-store-id NOT = aud-store-id
                       OR bhr-date NOT = aud-date
                       MOVE 'Y' TO basket-eof-switch
                   ELSE
                       IF bhr-is-detail
                           PERFORM 3620-PRINT-LINE THRU 3620-EXIT
                       END-IF
                   END-IF
           END-READ.
       3610-EXIT.
           EXIT.

       3620-PRINT-LINE.
           ADD 1 TO lines-listed-count.
           MOVE SPACES TO rpt-line-remark.
           MOVE bhr-item-code TO rpt-item-code.
           MOVE bhr-quantity TO rpt-quantity.
           MOVE bhr-line-uom TO rpt-line-uom.
           MOVE bhr-unitprice TO rpt-unitprice.
           MOVE bhr-line-total TO rpt-line-total.
           IF bhr-line-rejected = 'Y'
               MOVE 'REJECTED - NOT CHARGED' TO rpt-line-remark
           END-IF.
           MOVE rpt-line-detail TO subject-report-line.
           WRITE subject-report-line.
       3620-EXIT.
           EXIT.

       3700-LIST-REVIEW-QUEUE.
           MOVE SPACES TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'BASKETS ON THE FRAUD REVIEW QUEUE' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           OPEN INPUT fraud-review-file.
           IF NOT fraud-review-not-found
               PERFORM 3710-SCAN-ONE-REVIEW THRU 3710-EXIT
                   UNTIL end-of-review-file
               CLOSE fraud-review-file
           END-IF.
       3700-EXIT.
           EXIT.

       3710-SCAN-ONE-REVIEW.
           READ fraud-review-file
               AT END
                   MOVE 'Y' TO review-eof-switch
               NOT AT END
                   IF frv-is-header
                       AND frv-loyalty-card-id = subject-card-id
                       ADD 1 TO flagged-listed-count
                       MOVE frv-date TO rpt-flagged-date
                       MOVE frv-basket-id TO rpt-flagged-basket
                       MOVE frv-store-id TO rpt-flagged-store
                       MOVE frv-currency-code TO rpt-flagged-ccy
                       MOVE frv-total-with-tax TO rpt-flagged-total
                       MOVE frv-fraud-reason TO rpt-flagged-reason
                       MOVE rpt-flagged-line TO subject-report-line
                       WRITE subject-report-line
                   END-IF
           END-READ.
       3710-EXIT.
           EXIT.

       3900-PRINT-EXTRACT-TOTALS.
           MOVE SPACES TO subject-report-line.
           WRITE subject-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'BASKETS LISTED:' TO rpt-count-label.
           MOVE baskets-listed-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'BASKET LINES LISTED:' TO rpt-count-label.
           MOVE lines-listed-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'POINTS EARNED:' TO rpt-count-label.
           MOVE points-earned-total TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'POINTS CLAWED BACK:' TO rpt-count-label.
           MOVE points-clawed-total TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'POINTS REDEEMED:' TO rpt-count-label.
           MOVE points-redeemed-total TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'BASKETS UNDER FRAUD REVIEW:' TO rpt-count-label.
           MOVE flagged-listed-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE SPACES TO rpt-amount-line.
           MOVE 'SALES VALUE:' TO rpt-amount-label.
           MOVE sales-value-total TO rpt-amount-value.
           MOVE rpt-amount-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'RETURNS VALUE:' TO rpt-amount-label.
           MOVE returns-value-total TO rpt-amount-value.
           MOVE rpt-amount-line TO subject-report-line.
           WRITE subject-report-line.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * Erasure
      ******************************************************************
      * Each file is counted on a pass of its own, then copied whole
      * to its new generation with only the card id changed, then the
      * new generation is read back; the control totals set the first
      * pass against the read-back, not against a tally kept in the
      * copy loop. A file that does not exist has nothing to erase and
      * no new generation is written for it. The account is closed
      * only when the proof balances: new generations that are not to
      * replace the live files leave the card on them, and a closed
      * account would then claim an erasure that never took effect.
       5000-ERASE-CARD.
           PERFORM 5010-COUNT-AUDIT-LOG THRU 5010-EXIT.
           PERFORM 5030-COUNT-AUDIT-ARCHIVE THRU 5030-EXIT.
           PERFORM 5050-COUNT-REVIEW-QUEUE THRU 5050-EXIT.
           PERFORM 5070-COUNT-RETURNS-HELD THRU 5070-EXIT.
           MOVE 'N' TO audit-eof-switch.
           OPEN INPUT audit-log-file.
           IF audit-log-not-found
               MOVE 'Y' TO audit-eof-switch
           ELSE
               OPEN OUTPUT purged-log-file
           END-IF.
           PERFORM 5100-COPY-ONE-LOG-ENTRY THRU 5100-EXIT
               UNTIL end-of-audit-log.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
               CLOSE purged-log-file
           END-IF.
           MOVE 'N' TO archive-eof-switch.
           OPEN INPUT audit-archive-file.
           IF audit-archive-not-found
               MOVE 'Y' TO archive-eof-switch
           ELSE
               OPEN OUTPUT purged-archive-file
           END-IF.
           PERFORM 5200-COPY-ONE-ARCHIVE-ENTRY THRU 5200-EXIT
               UNTIL end-of-audit-archive.
           IF NOT audit-archive-not-found
               CLOSE audit-archive-file
               CLOSE purged-archive-file
           END-IF.
           MOVE 'N' TO review-eof-switch.
           OPEN INPUT fraud-review-file.
           IF fraud-review-not-found
               MOVE 'Y' TO review-eof-switch
           ELSE
               OPEN OUTPUT purged-review-file
           END-IF.
           PERFORM 5300-COPY-ONE-REVIEW THRU 5300-EXIT
               UNTIL end-of-review-file.
           IF NOT fraud-review-not-found
               CLOSE fraud-review-file
               CLOSE purged-review-file
           END-IF.
           MOVE 'N' TO held-eof-switch.
           OPEN INPUT returns-held-file.
           IF returns-held-not-found
               MOVE 'Y' TO held-eof-switch
           ELSE
               OPEN OUTPUT purged-held-file
           END-IF.
           PERFORM 5350-COPY-ONE-HELD THRU 5350-EXIT
               UNTIL end-of-held-file.
           IF NOT returns-held-not-found
               CLOSE returns-held-file
               CLOSE purged-held-file
           END-IF.
           PERFORM 5500-READ-BACK-LOG THRU 5500-EXIT.
           PERFORM 5520-READ-BACK-ARCHIVE THRU 5520-EXIT.
           PERFORM 5540-READ-BACK-REVIEW THRU 5540-EXIT.
           PERFORM 5560-READ-BACK-HELD THRU 5560-EXIT.
           PERFORM 5900-CHECK-CONTROL-TOTALS THRU 5900-EXIT.
           IF control-totals-balance
               PERFORM 5400-CLOSE-ACCOUNT THRU 5400-EXIT
           END-IF.
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

       5010-COUNT-AUDIT-LOG.
           MOVE 'N' TO audit-eof-switch.
           OPEN INPUT audit-log-file.
           IF audit-log-not-found
               MOVE 'Y' TO audit-eof-switch
           END-IF.
           PERFORM 5020-COUNT-ONE-LOG-ENTRY THRU 5020-EXIT
               UNTIL end-of-audit-log.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
           END-IF.
       5010-EXIT.
           EXIT.

       5020-COUNT-ONE-LOG-ENTRY.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   ADD 1 TO log-read-count
                   ADD aud-total-with-tax TO log-value-read
                   ADD aud-tax-amount TO log-tax-read
                   IF aud-card-erased
                       ADD 1 TO log-marked-read
                   END-IF
           END-READ.
       5020-EXIT.
           EXIT.

       5030-COUNT-AUDIT-ARCHIVE.
           MOVE 'N' TO archive-eof-switch.
           OPEN INPUT audit-archive-file.
           IF audit-archive-not-found
               MOVE 'Y' TO archive-eof-switch
           END-IF.
           PERFORM 5040-COUNT-ONE-ARCHIVE-ENTRY THRU 5040-EXIT
               UNTIL end-of-audit-archive.
           IF NOT audit-archive-not-found
               CLOSE audit-archive-file
           END-IF.
       5030-EXIT.
           EXIT.

       5040-COUNT-ONE-ARCHIVE-ENTRY.
           READ audit-archive-file
               AT END
                   MOVE 'Y' TO archive-eof-switch
               NOT AT END
                   MOVE archive-record TO audit-record
                   ADD 1 TO arc-read-count
                   ADD aud-total-with-tax TO arc-value-read
                   ADD aud-tax-amount TO arc-tax-read
                   IF aud-card-erased
                       ADD 1 TO arc-marked-read
                   END-IF
           END-READ.
       5040-EXIT.
           EXIT.

       5050-COUNT-REVIEW-QUEUE.
           MOVE 'N' TO review-eof-switch.
           OPEN INPUT fraud-review-file.
           IF fraud-review-not-found
               MOVE 'Y' TO review-eof-switch
           END-IF.
           PERFORM 5060-COUNT-ONE-REVIEW THRU 5060-EXIT
               UNTIL end-of-review-file.
           IF NOT fraud-review-not-found
               CLOSE fraud-review-file
           END-IF.
       5050-EXIT.
           EXIT.

      * Only the queue's header records carry the card and a basket
      * value; detail records are counted and copied as they stand.
       5060-COUNT-ONE-REVIEW.
           READ fraud-review-file
               AT END
                   MOVE 'Y' TO review-eof-switch
               NOT AT END
                   ADD 1 TO rev-read-count
                   IF frv-is-header
                       ADD frv-total-with-tax TO rev-value-read
                       IF frv-card-erased
                           ADD 1 TO rev-marked-read
                       END-IF
                   END-IF
           END-READ.
       5060-EXIT.
           EXIT.

       5070-COUNT-RETURNS-HELD.
           MOVE 'N' TO held-eof-switch.
           OPEN INPUT returns-held-file.
           IF returns-held-not-found
               MOVE 'Y' TO held-eof-switch
           END-IF.
           PERFORM 5080-COUNT-ONE-HELD THRU 5080-EXIT
               UNTIL end-of-held-file.
           IF NOT returns-held-not-found
               CLOSE returns-held-file
           END-IF.
       5070-EXIT.
           EXIT.

      * Only a held return's header record carries the card; its
      * lines and tenders are counted and copied as they stand.
       5080-COUNT-ONE-HELD.
           READ returns-held-file
               AT END
                   MOVE 'Y' TO held-eof-switch
               NOT AT END
                   ADD 1 TO held-read-count
                   IF bbr-is-header
                       AND bbr-loyalty-card-id = '*ERASED*'
                       ADD 1 TO held-marked-read
                   END-IF
           END-READ.
       5080-EXIT.
           EXIT.

       5100-COPY-ONE-LOG-ENTRY.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   IF aud-loyalty-card-id = subject-card-id
                       MOVE '*ERASED*' TO aud-loyalty-card-id
                       ADD 1 TO log-erased-count
                   END-IF
                   WRITE purged-log-record FROM audit-record
           END-READ.
       5100-EXIT.
           EXIT.

       5200-COPY-ONE-ARCHIVE-ENTRY.
           READ audit-archive-file
               AT END
                   MOVE 'Y' TO archive-eof-switch
               NOT AT END
                   MOVE archive-record TO audit-record
                   IF aud-loyalty-card-id = subject-card-id
                       MOVE '*ERASED*' TO aud-loyalty-card-id
                       ADD 1 TO arc-erased-count
                   END-IF
                   WRITE purged-archive-record FROM audit-record
           END-READ.
       5200-EXIT.
           EXIT.

       5300-COPY-ONE-REVIEW.
           READ fraud-review-file
               AT END
                   MOVE 'Y' TO review-eof-switch
               NOT AT END
                   IF frv-is-header
                       AND frv-loyalty-card-id = subject-card-id
                       MOVE '*ERASED*' TO frv-loyalty-card-id
                       ADD 1 TO rev-erased-count
                   END-IF
                   WRITE purged-review-record FROM fraud-review-record
           END-READ.
       5300-EXIT.
           EXIT.

       5350-COPY-ONE-HELD.
           READ returns-held-file
               AT END
                   MOVE 'Y' TO held-eof-switch
               NOT AT END
                   IF bbr-is-header
                       AND bbr-loyalty-card-id = subject-card-id
                       MOVE '*ERASED*' TO bbr-loyalty-card-id
                       ADD 1 TO held-erased-count
                   END-IF
                   WRITE purged-held-record FROM basket-batch-record
           END-READ.
       5350-EXIT.
           EXIT.

      * The account is emptied and kept as a closed record: deleting
      * it would let the next posting run open a fresh account on the
      * card. A card with no account yet gets a closed record for the
      * same reason. Points still on the account are forfeited, and
      * their value reported for the points liability.
       5400-CLOSE-ACCOUNT.
           OPEN I-O loyalty-master-file.
           IF loyalty-master-ok
               MOVE 'Y' TO master-open-switch
               PERFORM 5405-EMPTY-MASTER-RECORD THRU 5405-EXIT
           ELSE
               DISPLAY 'CARD-SUBJECT: LOYALTY MASTER FAILED TO OPEN '
                   '- STATUS ' loyalty-master-status
                   ' - ACCOUNT NOT CLOSED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       5400-EXIT.
           EXIT.

       5405-EMPTY-MASTER-RECORD.
           MOVE subject-card-id TO loy-card-id.
           READ loyalty-master-file
               INVALID KEY
                   PERFORM 5410-EMPTY-ACCOUNT THRU 5410-EXIT
                   WRITE loyalty-master-record
                       INVALID KEY
                           DISPLAY 'CARD-SUBJECT: WRITE FAILED FOR '
                               'CARD [' loy-card-id '] - STATUS '
                               loyalty-master-status
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   IF loy-points-balance > ZERO
                       MOVE loy-points-balance TO points-forfeited
                       COMPUTE value-forfeited ROUNDED =
                           points-forfeited * loyalty-redeem-value
                   END-IF
                   PERFORM 5410-EMPTY-ACCOUNT THRU 5410-EXIT
                   REWRITE loyalty-master-record
                       INVALID KEY
                           DISPLAY 'CARD-SUBJECT: REWRITE FAILED FOR '
                               'CARD [' loy-card-id '] - STATUS '
                               loyalty-master-status
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.
       5405-EXIT.
           EXIT.

       5410-EMPTY-ACCOUNT.
           MOVE SPACES TO loyalty-master-record.
           INITIALIZE loyalty-master-record.
           MOVE subject-card-id TO loy-card-id.
           MOVE 'C' TO loy-account-status.
           MOVE run-date TO loy-closed-date.
       5410-EXIT.
           EXIT.

      * A new generation that will not open to be read back cannot
      * be shown to hold what it should, so it fails the proof.
       5500-READ-BACK-LOG.
           IF NOT audit-log-not-found
               MOVE 'N' TO audit-eof-switch
               OPEN INPUT purged-log-file
               IF purged-log-ok
                   PERFORM 5510-READ-BACK-ONE-LOG-ENTRY THRU 5510-EXIT
                       UNTIL end-of-audit-log
                   CLOSE purged-log-file
               ELSE
                   DISPLAY 'CARD-SUBJECT: AUDITPRG FAILED TO OPEN - '
                       'STATUS ' purged-log-status
                   MOVE 'N' TO read-back-switch
               END-IF
           END-IF.
       5500-EXIT.
           EXIT.

       5510-READ-BACK-ONE-LOG-ENTRY.
           READ purged-log-file INTO audit-record
               AT END
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   ADD 1 TO log-written-count
                   ADD aud-total-with-tax TO log-value-written
                   ADD aud-tax-amount TO log-tax-written
                   IF aud-card-erased
                       ADD 1 TO log-marked-written
                   END-IF
                   IF aud-loyalty-card-id = subject-card-id
                       ADD 1 TO log-left-count
                   END-IF
           END-READ.
       5510-EXIT.
           EXIT.

       5520-READ-BACK-ARCHIVE.
           IF NOT audit-archive-not-found
               MOVE 'N' TO archive-eof-switch
               OPEN INPUT purged-archive-file
               IF purged-archive-ok
                   PERFORM 5530-READ-BACK-ONE-ARCHIVE THRU 5530-EXIT
                       UNTIL end-of-audit-archive
                   CLOSE purged-archive-file
               ELSE
                   DISPLAY 'CARD-SUBJECT: AUDARPRG FAILED TO OPEN - '
                       'STATUS ' purged-archive-status
                   MOVE 'N' TO read-back-switch
               END-IF
           END-IF.
       5520-EXIT.
           EXIT.

       5530-READ-BACK-ONE-ARCHIVE.
           READ purged-archive-file INTO audit-record
               AT END
                   MOVE 'Y' TO archive-eof-switch
               NOT AT END
                   ADD 1 TO arc-written-count
                   ADD aud-total-with-tax TO arc-value-written
                   ADD aud-tax-amount TO arc-tax-written
                   IF aud-card-erased
                       ADD 1 TO arc-marked-written
                   END-IF
                   IF aud-loyalty-card-id = subject-card-id
                       ADD 1 TO arc-left-count
                   END-IF
           END-READ.
       5530-EXIT.
           EXIT.

       5540-READ-BACK-REVIEW.
           IF NOT fraud-review-not-found
               MOVE 'N' TO review-eof-switch
               OPEN INPUT purged-review-file
               IF purged-review-ok
                   PERFORM 5550-READ-BACK-ONE-REVIEW THRU 5550-EXIT
                       UNTIL end-of-review-file
                   CLOSE purged-review-file
               ELSE
                   DISPLAY 'CARD-SUBJECT: FRAUDPRG FAILED TO OPEN - '
                       'STATUS ' purged-review-status
                   MOVE 'N' TO read-back-switch
               END-IF
           END-IF.
       5540-EXIT.
           EXIT.

       5550-READ-BACK-ONE-REVIEW.
           READ purged-review-file INTO fraud-review-record
               AT END
                   MOVE 'Y' TO review-eof-switch
               NOT AT END
                   ADD 1 TO rev-written-count
                   IF frv-is-header
                       ADD frv-total-with-tax TO rev-value-written
                       IF frv-card-erased
                           ADD 1 TO rev-marked-written
                       END-IF
                       IF frv-loyalty-card-id = subject-card-id
                           ADD 1 TO rev-left-count
                       END-IF
                   END-IF
           END-READ.
       5550-EXIT.
           EXIT.

       5560-READ-BACK-HELD.
           IF NOT returns-held-not-found
               MOVE 'N' TO held-eof-switch
               OPEN INPUT purged-held-file
               IF purged-held-ok
                   PERFORM 5570-READ-BACK-ONE-HELD THRU 5570-EXIT
                       UNTIL end-of-held-file
                   CLOSE purged-held-file
               ELSE
                   DISPLAY 'CARD-SUBJECT: RETHPRG FAILED TO OPEN - '
                       'STATUS ' purged-held-status
                   MOVE 'N' TO read-back-switch
               END-IF
           END-IF.
       5560-EXIT.
           EXIT.

       5570-READ-BACK-ONE-HELD.
           READ purged-held-file INTO basket-batch-record
               AT END
                   MOVE 'Y' TO held-eof-switch
               NOT AT END
                   ADD 1 TO held-written-count
                   IF bbr-is-header
                       IF bbr-loyalty-card-id = '*ERASED*'
                           ADD 1 TO held-marked-written
                       END-IF
                       IF bbr-loyalty-card-id = subject-card-id
                           ADD 1 TO held-left-count
                       END-IF
                   END-IF
           END-READ.
       5570-EXIT.
           EXIT.

      * Live file against new generation, file by file: the records,
      * the value and the tax must all come through unchanged, every
      * card id the copy overwrote must read back as the erasure
      * marker, and none may read back as the card, or the new
      * generations must not replace the live files.
       5900-CHECK-CONTROL-TOTALS.
           IF read-back-ok
               AND log-read-count = log-written-count
               AND log-value-read = log-value-written
               AND log-tax-read = log-tax-written
               AND log-marked-written =
                   log-marked-read + log-erased-count
               AND log-left-count = ZERO
               AND arc-read-count = arc-written-count
               AND arc-value-read = arc-value-written
               AND arc-tax-read = arc-tax-written
               AND arc-marked-written =
                   arc-marked-read + arc-erased-count
               AND arc-left-count = ZERO
               AND rev-read-count = rev-written-count
               AND rev-value-read = rev-value-written
               AND rev-marked-written =
                   rev-marked-read + rev-erased-count
               AND rev-left-count = ZERO
               AND held-read-count = held-written-count
               AND held-marked-written =
                   held-marked-read + held-erased-count
               AND held-left-count = ZERO
               MOVE 'Y' TO proof-switch
           END-IF.
       5900-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE 'AUDITLOG' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE SPACES TO rpt-control-line.
           MOVE '  TAX ' TO rpt-control-tax-tag.
           MOVE '  ENTRIES READ:' TO rpt-control-label.
           MOVE log-read-count TO rpt-control-count.
           MOVE log-value-read TO rpt-control-value.
           MOVE log-tax-read TO rpt-control-tax.
           MOVE rpt-control-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ENTRIES WRITTEN:' TO rpt-control-label.
           MOVE log-written-count TO rpt-control-count.
           MOVE log-value-written TO rpt-control-value.
           MOVE log-tax-written TO rpt-control-tax.
           MOVE rpt-control-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE '  CARD IDS ERASED:' TO rpt-count-label.
           MOVE log-erased-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS BEFORE:' TO rpt-count-label.
           MOVE log-marked-read TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS AFTER:' TO rpt-count-label.
           MOVE log-marked-written TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS LEFT:' TO rpt-count-label.
           MOVE log-left-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'AUDITARC' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ENTRIES READ:' TO rpt-control-label.
           MOVE arc-read-count TO rpt-control-count.
           MOVE arc-value-read TO rpt-control-value.
           MOVE arc-tax-read TO rpt-control-tax.
           MOVE rpt-control-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ENTRIES WRITTEN:' TO rpt-control-label.
           MOVE arc-written-count TO rpt-control-count.
           MOVE arc-value-written TO rpt-control-value.
           MOVE arc-tax-written TO rpt-control-tax.
           MOVE rpt-control-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS ERASED:' TO rpt-count-label.
           MOVE arc-erased-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS BEFORE:' TO rpt-count-label.
           MOVE arc-marked-read TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS AFTER:' TO rpt-count-label.
           MOVE arc-marked-written TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS LEFT:' TO rpt-count-label.
           MOVE arc-left-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'FRAUDREV' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  RECORDS READ:' TO rpt-control-label.
           MOVE rev-read-count TO rpt-control-count.
           MOVE rev-value-read TO rpt-control-value.
           MOVE rpt-control-line(1:67) TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  RECORDS WRITTEN:' TO rpt-control-label.
           MOVE rev-written-count TO rpt-control-count.
           MOVE rev-value-written TO rpt-control-value.
           MOVE rpt-control-line(1:67) TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS ERASED:' TO rpt-count-label.
           MOVE rev-erased-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS BEFORE:' TO rpt-count-label.
           MOVE rev-marked-read TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS AFTER:' TO rpt-count-label.
           MOVE rev-marked-written TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS LEFT:' TO rpt-count-label.
           MOVE rev-left-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'RETHELD' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  RECORDS READ:' TO rpt-count-label.
           MOVE held-read-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  RECORDS WRITTEN:' TO rpt-count-label.
           MOVE held-written-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS ERASED:' TO rpt-count-label.
           MOVE held-erased-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS BEFORE:' TO rpt-count-label.
           MOVE held-marked-read TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  ERASURE MARKERS AFTER:' TO rpt-count-label.
           MOVE held-marked-written TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE '  CARD IDS LEFT:' TO rpt-count-label.
           MOVE held-left-count TO rpt-count-value.
           MOVE rpt-count-line TO subject-report-line.
           WRITE subject-report-line.
           MOVE 'LOYALTY' TO rpt-section-line.
           MOVE rpt-section-line TO subject-report-line.
           WRITE subject-report-line.
           EVALUATE TRUE
               WHEN NOT control-totals-balance
                   MOVE SPACES TO subject-report-line
                   STRING '*** CONTROL TOTALS DO NOT BALANCE - '
                       'ACCOUNT NOT CLOSED ***'
                       DELIMITED BY SIZE INTO subject-report-line
                   WRITE subject-report-line
               WHEN master-opened
                   MOVE SPACES TO rpt-date-line
                   MOVE '  ACCOUNT CLOSED ON:' TO rpt-date-label
                   MOVE run-date TO rpt-date-value
                   MOVE rpt-date-line TO subject-report-line
                   WRITE subject-report-line
                   MOVE '  POINTS FORFEITED:' TO rpt-count-label
                   MOVE points-forfeited TO rpt-count-value
                   MOVE rpt-count-line TO subject-report-line
                   WRITE subject-report-line
                   MOVE SPACES TO rpt-amount-line
                   MOVE '  VALUE RELEASED:' TO rpt-amount-label
                   MOVE value-forfeited TO rpt-amount-value
                   MOVE rpt-amount-line TO subject-report-line
                   WRITE subject-report-line
               WHEN OTHER
                   MOVE SPACES TO subject-report-line
                   STRING '*** LOYALTY MASTER UNAVAILABLE - '
                       'NOT CLOSED ***'
                       DELIMITED BY SIZE INTO subject-report-line
                   WRITE subject-report-line
           END-EVALUATE.
           MOVE SPACES TO subject-report-line.
           WRITE subject-report-line.
           IF control-totals-balance
               MOVE 'CONTROL TOTALS BALANCE - ONLY THE CARD ID CHANGED'
                   TO rpt-proof-line
           ELSE
               STRING '*** CONTROL TOTALS DO NOT BALANCE - '
                   'DO NOT REPLACE THE LIVE FILES ***'
                   DELIMITED BY SIZE INTO rpt-proof-line
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE rpt-proof-line TO subject-report-line.
           WRITE subject-report-line.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE loyalty-master-file
           END-IF.
           CLOSE subject-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM CARD-SUBJECT.
