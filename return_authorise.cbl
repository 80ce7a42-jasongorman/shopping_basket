      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Work the held returns queue: match the store
      *             managers' decisions (authorised / refused) back
      *             against the return baskets BATCH-TOTAL held off the
      *             credit, print the worklist of returns still
      *             awaiting a decision - each in full, header and
      *             lines - and carry only those forward to
      *             the next generation of the queue. An authorised
      *             return goes out on the RETADJ adjustment feed
      *             exactly as it was rung up, marked authorised so
      *             BATCH-TOTAL credits it without checking it against
      *             the original sale again; the feed is concatenated
      *             onto the next night's BASKETRAW the same way
      *             FRAUD-REVIEW's reversals are. A refused return is
      *             dropped and never credited.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-AUTHORISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT returns-held-file ASSIGN TO "RETHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-held-status.
           SELECT return-decision-file ASSIGN TO "RETAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS return-decision-status.
           SELECT held-carry-file ASSIGN TO "RETHELDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT worklist-report-file ASSIGN TO "RETWRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT return-adjust-file ASSIGN TO "RETADJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  returns-held-file.
       COPY 'basket_batch_record.cpy'.
       FD  return-decision-file.
       COPY 'return_authorisation_record.cpy'.
       FD  held-carry-file.
       01  held-carry-record       PIC X(80).
       FD  worklist-report-file.
       01  worklist-report-line    PIC X(100).
       FD  return-adjust-file.
       01  return-adjust-record    PIC X(80).
       WORKING-STORAGE SECTION.
       01  returns-held-status     PIC X(02) VALUE SPACES.
           88  returns-held-not-found      VALUE '35'.
       01  return-decision-status  PIC X(02) VALUE SPACES.
           88  return-decision-not-found   VALUE '35'.
       01  held-eof-switch         PIC X(01) VALUE 'N'.
           88  end-of-held-file            VALUE 'Y'.
       01  decision-eof-switch     PIC X(01) VALUE 'N'.
           88  end-of-decision-file        VALUE 'Y'.
       01  decision-count          PIC 9(04) COMP VALUE ZERO.
       01  d                       PIC 9(04) COMP.
       01  decision-index          PIC 9(04) COMP VALUE ZERO.
       01  decision-table.
           05  decision-entry OCCURS 2000 TIMES.
               10  de-basket-id        PIC X(10).
               10  de-store-id         PIC X(04).
               10  de-decision         PIC X(01).
               10  de-manager-id       PIC X(06).
               10  de-date             PIC 9(08).
      * The return currently being worked: 'O' still open (worklist
      * and carry-forward), 'A' authorised, 'R' refused.
       01  current-return-state    PIC X(01) VALUE 'O'.
           88  current-return-open         VALUE 'O'.
           88  current-return-authorised   VALUE 'A'.
           88  current-return-refused      VALUE 'R'.
       01  open-return-count       PIC 9(04) COMP VALUE ZERO.
       01  authorised-return-count PIC 9(04) COMP VALUE ZERO.
       01  refused-return-count    PIC 9(04) COMP VALUE ZERO.
       01  adj-header-count        PIC 9(06) COMP VALUE ZERO.
       01  adj-detail-count        PIC 9(06) COMP VALUE ZERO.
       01  adj-quantity-hash       PIC S9(12)V9(03) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(40)
                   VALUE 'HELD RETURNS AWAITING AUTHORISATION'.
       01  rpt-return-line.
           05  FILLER              PIC X(08) VALUE 'RETURN ['.
           05  rpt-basket-id       PIC X(10).
           05  FILLER              PIC X(09) VALUE '] STORE ['.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(08) VALUE '] TILL ['.
           05  rpt-till-id         PIC X(04).
           05  FILLER              PIC X(12) VALUE '] OPERATOR ['.
           05  rpt-operator-id     PIC X(06).
           05  FILLER              PIC X(12) VALUE '] SOLD ON '.
           05  rpt-original-date   PIC X(08).
       01  rpt-line-detail.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  rpt-item-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-quantity        PIC ZZZ9.999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-unitprice       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE '  RECEIPT ['.
           05  rpt-original-id     PIC X(10).
           05  FILLER              PIC X(01) VALUE ']'.
       01  rpt-tender-detail.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'REFUND PAID '.
           05  rpt-tender-type     PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-tender-amount   PIC ZZZ,ZZZ,ZZ9.99.
       01  rpt-decided-line.
           05  FILLER              PIC X(08) VALUE 'RETURN ['.
           05  rpt-decided-id      PIC X(10).
           05  FILLER              PIC X(09) VALUE '] STORE ['.
           05  rpt-decided-store   PIC X(04).
           05  FILLER              PIC X(02) VALUE '] '.
           05  rpt-decided-text    PIC X(34).
           05  FILLER              PIC X(09) VALUE ' MANAGER '.
           05  rpt-decided-manager PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-decided-date    PIC 9(08).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-DECISIONS THRU 2000-EXIT
               UNTIL end-of-decision-file.
           PERFORM 3000-WORK-HELD-QUEUE THRU 3000-EXIT
               UNTIL end-of-held-file.
           PERFORM 5000-CLOSE-ADJUST-FEED THRU 5000-EXIT.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'RETURN-AUTHORISE: ' open-return-count ' OPEN, '
               authorised-return-count ' AUTHORISED, '
               refused-return-count ' REFUSED'.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT returns-held-file.
           IF returns-held-not-found
               DISPLAY 'RETURN-AUTHORISE: RETHELD NOT FOUND - '
                   'NO RETURNS HELD'
               MOVE 'Y' TO held-eof-switch
           END-IF.
           OPEN INPUT return-decision-file.
           IF return-decision-not-found
               DISPLAY 'RETURN-AUTHORISE: RETAUTH NOT FOUND - '
                   'NO DECISIONS THIS RUN'
               MOVE 'Y' TO decision-eof-switch
           END-IF.
           OPEN OUTPUT held-carry-file.
           OPEN OUTPUT worklist-report-file.
           OPEN OUTPUT return-adjust-file.
           MOVE rpt-heading-line TO worklist-report-line.
           WRITE worklist-report-line.
           MOVE SPACES TO worklist-report-line.
           WRITE worklist-report-line.
       1000-EXIT.
           EXIT.

       2000-LOAD-DECISIONS.
           READ return-decision-file
               AT END
                   MOVE 'Y' TO decision-eof-switch
               NOT AT END
                   IF decision-count < 2000
                       ADD 1 TO decision-count
                       MOVE rta-basket-id
                           TO de-basket-id(decision-count)
                       MOVE rta-store-id TO de-store-id(decision-count)
                       MOVE rta-decision TO de-decision(decision-count)
                       MOVE rta-manager-id
                           TO de-manager-id(decision-count)
                       MOVE rta-date TO de-date(decision-count)
                   ELSE
                       DISPLAY 'RETURN-AUTHORISE: DECISION TABLE '
                           'FULL - RETURN [' rta-basket-id
                           '] DECISION NOT APPLIED THIS RUN'
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      * Each header decides the fate of the records that follow it:
      * an authorised return goes onto the adjustment feed, a refused
      * one is dropped, and an open one goes onto the worklist in
      * full and is carried forward to the next generation of the
      * queue.
       3000-WORK-HELD-QUEUE.
           READ returns-held-file
               AT END
                   MOVE 'Y' TO held-eof-switch
               NOT AT END
                   IF bbr-is-header
                       PERFORM 3100-START-RETURN THRU 3100-EXIT
                   ELSE
                       PERFORM 3200-HANDLE-DETAIL THRU 3200-EXIT
                   END-IF
           END-READ.
       3000-EXIT.
           EXIT.

       3100-START-RETURN.
           PERFORM 3110-FIND-DECISION THRU 3110-EXIT.
           IF decision-index = ZERO
               OR (de-decision(decision-index) NOT = 'A'
                   AND de-decision(decision-index) NOT = 'R')
               MOVE 'O' TO current-return-state
               ADD 1 TO open-return-count
               MOVE SPACES TO worklist-report-line
               WRITE worklist-report-line
               MOVE bbr-basket-id TO rpt-basket-id
               MOVE bbr-store-id TO rpt-store-id
               MOVE bbr-till-id TO rpt-till-id
               MOVE bbr-operator-id TO rpt-operator-id
               MOVE bbr-original-date-x TO rpt-original-date
               MOVE rpt-return-line TO worklist-report-line
               WRITE worklist-report-line
               MOVE basket-batch-record TO held-carry-record
               WRITE held-carry-record
           ELSE
               PERFORM 3150-REPORT-DECISION THRU 3150-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-FIND-DECISION.
           MOVE ZERO TO decision-index.
           MOVE 1 TO d.
           PERFORM 3120-CHECK-ONE-DECISION THRU 3120-EXIT
               UNTIL d > decision-count
                   OR decision-index > ZERO.
       3110-EXIT.
           EXIT.

       3120-CHECK-ONE-DECISION.
           IF de-basket-id(d) = bbr-basket-id
               AND de-store-id(d) = bbr-store-id
               MOVE d TO decision-index
           END-IF.
           ADD 1 TO d.
       3120-EXIT.
           EXIT.

       3150-REPORT-DECISION.
           MOVE de-decision(decision-index) TO current-return-state.
           MOVE bbr-basket-id TO rpt-decided-id.
           MOVE bbr-store-id TO rpt-decided-store.
           MOVE de-manager-id(decision-index) TO rpt-decided-manager.
           MOVE de-date(decision-index) TO rpt-decided-date.
           IF current-return-authorised
               ADD 1 TO authorised-return-count
               MOVE 'AUTHORISED - CREDITED NEXT RUN'
                   TO rpt-decided-text
               MOVE 'Y' TO bbr-return-authorised
               PERFORM 4000-WRITE-ADJUST-RECORD THRU 4000-EXIT
           ELSE
               ADD 1 TO refused-return-count
               MOVE 'REFUSED - NEVER CREDITED'
                   TO rpt-decided-text
           END-IF.
           MOVE rpt-decided-line TO worklist-report-line.
           WRITE worklist-report-line.
       3150-EXIT.
           EXIT.

      * The return's lines and refund tenders follow its header
      * wherever the header went.
       3200-HANDLE-DETAIL.
           EVALUATE TRUE
               WHEN current-return-open
                   PERFORM 3300-LIST-OPEN-RECORD THRU 3300-EXIT
                   MOVE basket-batch-record TO held-carry-record
                   WRITE held-carry-record
               WHEN current-return-authorised
                   PERFORM 4000-WRITE-ADJUST-RECORD THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-LIST-OPEN-RECORD.
           IF bbr-is-detail
               MOVE bbr-item-code TO rpt-item-code
               MOVE bbr-quantity TO rpt-quantity
               MOVE bbr-unitprice TO rpt-unitprice
               MOVE bbr-line-original-basket-id TO rpt-original-id
               MOVE rpt-line-detail TO worklist-report-line
               WRITE worklist-report-line
           END-IF.
           IF bbr-is-payment
               MOVE bbr-tender-type TO rpt-tender-type
               MOVE bbr-tender-amount TO rpt-tender-amount
               MOVE rpt-tender-detail TO worklist-report-line
               WRITE worklist-report-line
           END-IF.
       3300-EXIT.
           EXIT.

      * The feed's control totals cover headers and details only, as
      * the night feed's trailer does.
       4000-WRITE-ADJUST-RECORD.
           MOVE basket-batch-record TO return-adjust-record.
           WRITE return-adjust-record.
           IF bbr-is-header
               ADD 1 TO adj-header-count
           END-IF.
           IF bbr-is-detail
               ADD 1 TO adj-detail-count
               ADD bbr-quantity TO adj-quantity-hash
           END-IF.
       4000-EXIT.
           EXIT.

      * The adjustment feed closes with its own trailer and is
      * concatenated straight onto the next night's BASKETRAW ahead
      * of the edit, which sums the trailers it finds.
       5000-CLOSE-ADJUST-FEED.
           MOVE SPACES TO basket-batch-record.
           MOVE 'T' TO bbr-record-type.
           MOVE adj-header-count TO bbt-header-count.
           MOVE adj-detail-count TO bbt-detail-count.
           MOVE adj-quantity-hash TO bbt-quantity-hash.
           MOVE basket-batch-record TO return-adjust-record.
           WRITE return-adjust-record.
       5000-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO worklist-report-line.
           WRITE worklist-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'RETURNS AWAITING DECISION:' TO rpt-count-label.
           MOVE open-return-count TO rpt-count-value.
           MOVE rpt-count-line TO worklist-report-line.
           WRITE worklist-report-line.
           MOVE 'RETURNS AUTHORISED:' TO rpt-count-label.
           MOVE authorised-return-count TO rpt-count-value.
           MOVE rpt-count-line TO worklist-report-line.
           WRITE worklist-report-line.
           MOVE 'RETURNS REFUSED:' TO rpt-count-label.
           MOVE refused-return-count TO rpt-count-value.
           MOVE rpt-count-line TO worklist-report-line.
           WRITE worklist-report-line.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT returns-held-not-found
               CLOSE returns-held-file
           END-IF.
           IF NOT return-decision-not-found
               CLOSE return-decision-file
           END-IF.
           CLOSE held-carry-file.
           CLOSE worklist-report-file.
           CLOSE return-adjust-file.
       9000-EXIT.
           EXIT.

       END PROGRAM RETURN-AUTHORISE.
