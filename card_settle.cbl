      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Reconcile the card acquirer's daily settlement
      *             file against the card tenders the tills took.
      *             BATCH-TOTAL writes every 'D' tender to CARDTND
      *             with the till's transaction reference; this run
      *             loads them behind the tenders still unsettled from
      *             the last run (CARDOPEN) and matches each settled
      *             transaction on the acquirer's file to the tender
      *             it belongs to by store, reference, currency and
      *             amount. The report lists settlements with no
      *             tender behind them, settlements whose amount
      *             differs from the tender with the same reference,
      *             and card tenders not yet settled with how many
      *             days they have been outstanding. Unsettled
      *             tenders are carried forward to CARDOPENO, the
      *             next run's CARDOPEN, until they settle or pass the
      *             age limit, when they are listed one last time and
      *             dropped for the cash office to chase with the
      *             acquirer. The settlement is then netted per store,
      *             settle date and currency, after the acquirer's
      *             fees, and posted to the CARDJRNL journal in the
      *             general-ledger journal layout: the gross settled
      *             is credited to TILL-CONTROL, where GL-EXTRACT
      *             debited the day's takings, the net paid in is
      *             debited to BANK and the fees to MERCHANT-FEES. A
      *             day of net refunds posts the same legs the other
      *             way round. The age limit, in days keyed as three
      *             digits, is read from the inquiry input; blank or
      *             mis-keyed is thirty days.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT open-tender-file ASSIGN TO "CARDOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS open-tender-status.
           SELECT new-tender-file ASSIGN TO "CARDTND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-tender-status.
           SELECT settlement-file ASSIGN TO "CARDSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS settlement-status.
           SELECT account-map-file ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-map-status.
           SELECT tender-carry-file ASSIGN TO "CARDOPENO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT card-journal-file ASSIGN TO "CARDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT settle-report-file ASSIGN TO "CARDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  open-tender-file.
       01  open-tender-record      PIC X(80).
       FD  new-tender-file.
       01  new-tender-record       PIC X(80).
       FD  settlement-file.
       COPY 'card_settlement_record.cpy'.
       FD  account-map-file.
       COPY 'gl_account_map_record.cpy'.
       FD  tender-carry-file.
       01  tender-carry-record     PIC X(80).
       FD  card-journal-file.
       COPY 'gl_journal_record.cpy'.
       FD  settle-report-file.
       01  settle-report-line      PIC X(132).
       WORKING-STORAGE SECTION.
       01  open-tender-status      PIC X(02) VALUE SPACES.
           88  open-tender-not-found       VALUE '35'.
       01  new-tender-status       PIC X(02) VALUE SPACES.
           88  new-tender-not-found        VALUE '35'.
       01  settlement-status       PIC X(02) VALUE SPACES.
           88  settlement-not-found        VALUE '35'.
       01  account-map-status      PIC X(02) VALUE SPACES.
           88  account-map-not-found       VALUE '35'.
       01  open-eof-switch         PIC X(01) VALUE 'N'.
           88  end-of-open-tenders         VALUE 'Y'.
       01  new-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-new-tenders          VALUE 'Y'.
       01  settlement-eof-switch   PIC X(01) VALUE 'N'.
           88  end-of-settlements          VALUE 'Y'.
       01  map-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-map-file             VALUE 'Y'.
       01  journal-blocked-switch  PIC X(01) VALUE 'N'.
           88  journal-is-blocked          VALUE 'Y'.
       01  run-date                PIC 9(08).
       01  run-day-number          PIC 9(07) VALUE ZERO.
       01  stale-days              PIC 9(03) VALUE 30.
       01  stale-days-text         PIC X(03) VALUE SPACES.
       01  days-outstanding        PIC 9(05) VALUE ZERO.
       COPY 'card_tender_record.cpy'.
       COPY 'date_calc_params.cpy'.
      * Every card tender awaiting settlement: last run's unsettled
      * tenders first, then the night's new ones, so the oldest tender
      * with a reference is the one a settlement is matched to.
       01  tender-count            PIC 9(04) COMP VALUE ZERO.
       01  t                       PIC 9(04) COMP.
       01  tender-index            PIC 9(04) COMP VALUE ZERO.
       01  tender-table.
           05  tender-entry OCCURS 5000 TIMES.
               10  tn-store-id         PIC X(04).
               10  tn-reference        PIC X(16).
               10  tn-currency-code    PIC X(03).
               10  tn-amount           PIC S9(09)V9(2).
               10  tn-date             PIC 9(08).
               10  tn-settled-switch   PIC X(01).
                   88  tn-is-settled       VALUE 'Y'.
               10  tn-image            PIC X(80).
      * Settled gross and fees per store, settle date and currency,
      * which is what the acquirer pays into the bank each day.
       01  net-slot-count          PIC 9(04) COMP VALUE ZERO.
       01  n                       PIC 9(04) COMP.
       01  net-slot-index          PIC 9(04) COMP VALUE ZERO.
       01  net-totals.
           05  net-slot OCCURS 500 TIMES.
               10  ns-store-id         PIC X(04).
               10  ns-settle-date      PIC 9(08).
               10  ns-currency-code    PIC X(03).
               10  ns-count            PIC 9(06) COMP.
               10  ns-gross            PIC S9(11)V9(2).
               10  ns-fees             PIC S9(09)V9(2).
       01  net-amount              PIC S9(11)V9(2) VALUE ZERO.
       01  difference-amount       PIC S9(11)V9(2) VALUE ZERO.
       01  open-tender-count       PIC 9(06) COMP VALUE ZERO.
       01  new-tender-count        PIC 9(06) COMP VALUE ZERO.
       01  tender-overflow-count   PIC 9(06) COMP VALUE ZERO.
       01  settlements-read-count  PIC 9(06) COMP VALUE ZERO.
       01  matched-count           PIC 9(06) COMP VALUE ZERO.
       01  difference-count        PIC 9(06) COMP VALUE ZERO.
       01  no-tender-count         PIC 9(06) COMP VALUE ZERO.
       01  unsettled-count         PIC 9(06) COMP VALUE ZERO.
       01  carried-count           PIC 9(06) COMP VALUE ZERO.
       01  dropped-count           PIC 9(06) COMP VALUE ZERO.
       01  journal-line-count      PIC 9(06) COMP VALUE ZERO.
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
           05  FILLER              PIC X(16) VALUE 'TILL-CONTROL'.
           05  FILLER              PIC X(16) VALUE 'BANK'.
           05  FILLER              PIC X(16) VALUE 'MERCHANT-FEES'.
       01  required-table REDEFINES required-elements.
           05  required-element OCCURS 3 TIMES PIC X(16).
       01  r                       PIC 9(04) COMP.
       01  post-side               PIC X(01) VALUE 'D'.
       01  post-amount             PIC S9(11)V9(2) VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(30)
                   VALUE 'CARD SETTLEMENT RECONCILIATION'.
           05  FILLER              PIC X(05) VALUE ' RUN '.
           05  rpt-heading-date    PIC 9(08).
           05  FILLER              PIC X(13) VALUE '  AGE LIMIT '.
           05  rpt-heading-days    PIC ZZ9.
           05  FILLER              PIC X(05) VALUE ' DAYS'.
       01  rpt-exception-column-line.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(10) VALUE 'TXN DATE'.
           05  FILLER              PIC X(18) VALUE 'REFERENCE'.
           05  FILLER              PIC X(05) VALUE 'CCY'.
           05  FILLER              PIC X(17) VALUE '         TENDERED'.
           05  FILLER              PIC X(17) VALUE '          SETTLED'.
           05  FILLER              PIC X(17) VALUE '       DIFFERENCE'.
           05  FILLER              PIC X(10) VALUE '  REMARK'.
       01  rpt-exception-line.
           05  rpt-exc-store-id    PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-txn-date    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-reference   PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-currency    PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-tendered    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-settled     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-difference  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-exc-remark      PIC X(30).
       01  rpt-unsettled-column-line.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(06) VALUE 'TILL'.
           05  FILLER              PIC X(12) VALUE 'BASKET'.
           05  FILLER              PIC X(10) VALUE 'TAKEN'.
           05  FILLER              PIC X(18) VALUE 'REFERENCE'.
           05  FILLER              PIC X(05) VALUE 'CCY'.
           05  FILLER              PIC X(17) VALUE '           AMOUNT'.
           05  FILLER              PIC X(07) VALUE '   DAYS'.
           05  FILLER              PIC X(10) VALUE '  REMARK'.
       01  rpt-unsettled-line.
           05  rpt-uns-store-id    PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-till-id     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-basket-id   PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-date        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-reference   PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-currency    PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-amount      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-days        PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uns-remark      PIC X(30).
       01  rpt-net-column-line.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(10) VALUE 'SETTLED'.
           05  FILLER              PIC X(05) VALUE 'CCY'.
           05  FILLER              PIC X(09) VALUE '    COUNT'.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE 'GROSS'.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE 'FEES'.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE 'NET'.
       01  rpt-net-line.
           05  rpt-net-store-id    PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-net-date        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-net-currency    PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-net-count       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-net-gross       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-net-fees        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-net-net         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-OPEN-TENDER THRU 2000-EXIT
               UNTIL end-of-open-tenders.
           PERFORM 2100-LOAD-NEW-TENDER THRU 2100-EXIT
               UNTIL end-of-new-tenders.
           PERFORM 3000-MATCH-ONE-SETTLEMENT THRU 3000-EXIT
               UNTIL end-of-settlements.
           PERFORM 5000-REPORT-UNSETTLED THRU 5000-EXIT.
           PERFORM 6000-REPORT-AND-POST-NET THRU 6000-EXIT.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'CARD-SETTLE: ' matched-count ' MATCHED, '
               difference-count ' DIFFERENCES, '
               no-tender-count ' NO TENDER, '
               unsettled-count ' UNSETTLED'.
           STOP RUN.

      * None of the inputs is fatal on its own. The first run has no
      * CARDOPEN; a day with no settlement file simply carries every
      * tender forward; a night with no CARDTND adds nothing new.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT stale-days-text.
           IF stale-days-text IS NUMERIC
               AND stale-days-text NOT = '000'
               MOVE stale-days-text TO stale-days
           END-IF.
           MOVE 'N' TO dcq-action.
           MOVE run-date TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-day-number TO run-day-number.
           OPEN INPUT open-tender-file.
           IF open-tender-not-found
               DISPLAY 'CARD-SETTLE: CARDOPEN NOT FOUND - '
                   'NO TENDERS BROUGHT FORWARD'
               MOVE 'Y' TO open-eof-switch
           END-IF.
           OPEN INPUT new-tender-file.
           IF new-tender-not-found
               DISPLAY 'CARD-SETTLE: CARDTND NOT FOUND - '
                   'NO NEW CARD TENDERS'
               MOVE 'Y' TO new-eof-switch
           END-IF.
           OPEN INPUT settlement-file.
           IF settlement-not-found
               DISPLAY 'CARD-SETTLE: CARDSETL NOT FOUND - '
                   'NOTHING SETTLED'
               MOVE 'Y' TO settlement-eof-switch
           END-IF.
           PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
           OPEN OUTPUT tender-carry-file.
           OPEN OUTPUT card-journal-file.
           OPEN OUTPUT settle-report-file.
           MOVE run-date TO rpt-heading-date.
           MOVE stale-days TO rpt-heading-days.
           MOVE rpt-heading-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE SPACES TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'SETTLEMENT EXCEPTIONS' TO settle-report-line.
           WRITE settle-report-line.
           MOVE rpt-exception-column-line TO settle-report-line.
           WRITE settle-report-line.
       1000-EXIT.
           EXIT.

      * All three journal elements must resolve before the settlement
      * is posted; without them the matching still runs and reports,
      * but no journal is written and the run ends RC 8.
       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT account-map-file.
           IF account-map-not-found
               DISPLAY 'CARD-SETTLE: GLMAP NOT FOUND - '
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
                   VARYING r FROM 1 BY 1 UNTIL r > 3
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
               DISPLAY 'CARD-SETTLE: ELEMENT [' lookup-element
                   '] NOT ON GLMAP - NO JOURNAL WRITTEN'
               MOVE 'Y' TO journal-blocked-switch
           END-IF.
       1150-EXIT.
           EXIT.

       2000-LOAD-OPEN-TENDER.
           READ open-tender-file INTO card-tender-record
               AT END
                   MOVE 'Y' TO open-eof-switch
               NOT AT END
                   ADD 1 TO open-tender-count
                   PERFORM 2500-STORE-TENDER THRU 2500-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-LOAD-NEW-TENDER.
           READ new-tender-file INTO card-tender-record
               AT END
                   MOVE 'Y' TO new-eof-switch
               NOT AT END
                   ADD 1 TO new-tender-count
                   PERFORM 2500-STORE-TENDER THRU 2500-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      * A tender that does not fit the table goes straight onto the
      * carry file, unmatched, so it is still there to be matched on
      * a later run rather than lost; the run ends RC 4 so the table
      * is looked at before its settlement turns up as unexplained.
       2500-STORE-TENDER.
           IF tender-count NOT < 5000
               ADD 1 TO tender-overflow-count
               MOVE card-tender-record TO tender-carry-record
               WRITE tender-carry-record
               ADD 1 TO carried-count
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO tender-count
               MOVE ctr-store-id TO tn-store-id(tender-count)
               MOVE ctr-reference TO tn-reference(tender-count)
               MOVE ctr-currency-code
                   TO tn-currency-code(tender-count)
               MOVE ctr-amount TO tn-amount(tender-count)
               MOVE ctr-date TO tn-date(tender-count)
               MOVE 'N' TO tn-settled-switch(tender-count)
               MOVE card-tender-record TO tn-image(tender-count)
           END-IF.
       2500-EXIT.
           EXIT.

      * A settlement is matched first to an unsettled tender with the
      * same store, reference, currency and amount. Failing that, an
      * unsettled tender with the same store and reference is the one
      * it was for, settled at a different amount; it is reported as
      * a difference and counts as settled, since chasing it is now a
      * question of the amount and not of whether it was paid. With
      * neither, the acquirer has paid for something no till took.
      * Every settlement, matched or not, is money the acquirer has
      * actually moved, so all of them go into the day's net.
       3000-MATCH-ONE-SETTLEMENT.
           READ settlement-file
               AT END
                   MOVE 'Y' TO settlement-eof-switch
               NOT AT END
                   PERFORM 3050-TAKE-ONE-SETTLEMENT THRU 3050-EXIT
           END-READ.
       3000-EXIT.
           EXIT.

       3050-TAKE-ONE-SETTLEMENT.
           ADD 1 TO settlements-read-count.
           PERFORM 3500-ADD-TO-NET-SLOT THRU 3500-EXIT.
           MOVE ZERO TO tender-index.
           MOVE 1 TO t.
           PERFORM 3110-CHECK-ONE-EXACT THRU 3110-EXIT
               UNTIL t > tender-count OR tender-index > ZERO.
           IF tender-index > ZERO
               MOVE 'Y' TO tn-settled-switch(tender-index)
               ADD 1 TO matched-count
           ELSE
               PERFORM 3200-REPORT-EXCEPTION THRU 3200-EXIT
           END-IF.
       3050-EXIT.
           EXIT.

       3110-CHECK-ONE-EXACT.
           IF NOT tn-is-settled(t)
               AND tn-store-id(t) = csr-store-id
               AND tn-reference(t) = csr-reference
               AND tn-currency-code(t) = csr-currency-code
               AND tn-amount(t) = csr-amount
               MOVE t TO tender-index
           END-IF.
           ADD 1 TO t.
       3110-EXIT.
           EXIT.

       3200-REPORT-EXCEPTION.
           MOVE 1 TO t.
           PERFORM 3210-CHECK-ONE-REFERENCE THRU 3210-EXIT
               UNTIL t > tender-count OR tender-index > ZERO.
           MOVE SPACES TO rpt-exc-remark.
           MOVE csr-store-id TO rpt-exc-store-id.
           MOVE csr-transaction-date TO rpt-exc-txn-date.
           MOVE csr-reference TO rpt-exc-reference.
           MOVE csr-currency-code TO rpt-exc-currency.
           MOVE csr-amount TO rpt-exc-settled.
           IF tender-index > ZERO
               MOVE 'Y' TO tn-settled-switch(tender-index)
               ADD 1 TO difference-count
               COMPUTE difference-amount =
                   csr-amount - tn-amount(tender-index)
               MOVE tn-amount(tender-index) TO rpt-exc-tendered
               MOVE difference-amount TO rpt-exc-difference
               IF csr-currency-code NOT =
                   tn-currency-code(tender-index)
                   MOVE 'SETTLED IN ANOTHER CURRENCY'
                       TO rpt-exc-remark
               ELSE
                   MOVE 'AMOUNT DIFFERS FROM TENDER'
                       TO rpt-exc-remark
               END-IF
           ELSE
               ADD 1 TO no-tender-count
               MOVE ZERO TO rpt-exc-tendered
               MOVE csr-amount TO rpt-exc-difference
               MOVE 'NO CARD TENDER FOR SETTLEMENT' TO rpt-exc-remark
           END-IF.
           MOVE rpt-exception-line TO settle-report-line.
           WRITE settle-report-line.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-REFERENCE.
           IF NOT tn-is-settled(t)
               AND tn-store-id(t) = csr-store-id
               AND tn-reference(t) = csr-reference
               MOVE t TO tender-index
           END-IF.
           ADD 1 TO t.
       3210-EXIT.
           EXIT.

      * A day's net that cannot be held is a settlement the journal
      * would leave out, so the journal is blocked rather than posted
      * short.
       3500-ADD-TO-NET-SLOT.
           MOVE ZERO TO net-slot-index.
           MOVE 1 TO n.
           PERFORM 3510-CHECK-ONE-NET-SLOT THRU 3510-EXIT
               UNTIL n > net-slot-count OR net-slot-index > ZERO.
           IF net-slot-index = ZERO
               IF net-slot-count NOT < 500
                   IF NOT journal-is-blocked
                       DISPLAY 'CARD-SETTLE: MORE THAN 500 STORE DAYS'
                           ' SETTLED - NO JOURNAL WRITTEN'
                   END-IF
                   MOVE 'Y' TO journal-blocked-switch
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO net-slot-count
                   MOVE net-slot-count TO net-slot-index
                   MOVE csr-store-id TO ns-store-id(net-slot-index)
                   MOVE csr-settle-date
                       TO ns-settle-date(net-slot-index)
                   MOVE csr-currency-code
                       TO ns-currency-code(net-slot-index)
                   MOVE ZERO TO ns-count(net-slot-index)
                   MOVE ZERO TO ns-gross(net-slot-index)
                   MOVE ZERO TO ns-fees(net-slot-index)
               END-IF
           END-IF.
           IF net-slot-index > ZERO
               ADD 1 TO ns-count(net-slot-index)
               ADD csr-amount TO ns-gross(net-slot-index)
               ADD csr-fee-amount TO ns-fees(net-slot-index)
           END-IF.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-NET-SLOT.
           IF ns-store-id(n) = csr-store-id
               AND ns-settle-date(n) = csr-settle-date
               AND ns-currency-code(n) = csr-currency-code
               MOVE n TO net-slot-index
           END-IF.
           ADD 1 TO n.
       3510-EXIT.
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

      * Every tender still unsettled is listed with its age. Within
      * the limit it is carried forward for the next run to match;
      * past it, this is the last time it is listed.
       5000-REPORT-UNSETTLED.
           MOVE SPACES TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'CARD TENDERS NOT SETTLED' TO settle-report-line.
           WRITE settle-report-line.
           MOVE rpt-unsettled-column-line TO settle-report-line.
           WRITE settle-report-line.
           PERFORM 5100-CHECK-ONE-TENDER THRU 5100-EXIT
               VARYING t FROM 1 BY 1 UNTIL t > tender-count.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-TENDER.
           IF NOT tn-is-settled(t)
               PERFORM 5150-LIST-ONE-TENDER THRU 5150-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5150-LIST-ONE-TENDER.
           ADD 1 TO unsettled-count.
           MOVE tn-image(t) TO card-tender-record.
           MOVE ZERO TO days-outstanding.
           MOVE 'N' TO dcq-action.
           MOVE tn-date(t) TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-valid
               AND dcq-day-number < run-day-number
               COMPUTE days-outstanding =
                   run-day-number - dcq-day-number
           END-IF.
           MOVE ctr-store-id TO rpt-uns-store-id.
           MOVE ctr-till-id TO rpt-uns-till-id.
           MOVE ctr-basket-id TO rpt-uns-basket-id.
           MOVE ctr-date TO rpt-uns-date.
           MOVE ctr-reference TO rpt-uns-reference.
           MOVE ctr-currency-code TO rpt-uns-currency.
           MOVE ctr-amount TO rpt-uns-amount.
           MOVE days-outstanding TO rpt-uns-days.
           IF days-outstanding > stale-days
               ADD 1 TO dropped-count
               MOVE 'PAST AGE LIMIT - NOT CARRIED' TO rpt-uns-remark
           ELSE
               MOVE tn-image(t) TO tender-carry-record
               WRITE tender-carry-record
               ADD 1 TO carried-count
               MOVE SPACES TO rpt-uns-remark
           END-IF.
           MOVE rpt-unsettled-line TO settle-report-line.
           WRITE settle-report-line.
       5150-EXIT.
           EXIT.

       6000-REPORT-AND-POST-NET.
           MOVE SPACES TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'NET SETTLEMENT BY STORE AND DAY'
               TO settle-report-line.
           WRITE settle-report-line.
           MOVE rpt-net-column-line TO settle-report-line.
           WRITE settle-report-line.
           PERFORM 6100-REPORT-ONE-NET-SLOT THRU 6100-EXIT
               VARYING n FROM 1 BY 1 UNTIL n > net-slot-count.
       6000-EXIT.
           EXIT.

      * Gross credited to till control equals net debited to the bank
      * plus fees debited to merchant fees, so each store day's
      * postings balance on their own.
       6100-REPORT-ONE-NET-SLOT.
           COMPUTE net-amount = ns-gross(n) - ns-fees(n).
           MOVE ns-store-id(n) TO rpt-net-store-id.
           MOVE ns-settle-date(n) TO rpt-net-date.
           MOVE ns-currency-code(n) TO rpt-net-currency.
           MOVE ns-count(n) TO rpt-net-count.
           MOVE ns-gross(n) TO rpt-net-gross.
           MOVE ns-fees(n) TO rpt-net-fees.
           MOVE net-amount TO rpt-net-net.
           MOVE rpt-net-line TO settle-report-line.
           WRITE settle-report-line.
           IF NOT journal-is-blocked
               PERFORM 6150-POST-ONE-NET-SLOT THRU 6150-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6150-POST-ONE-NET-SLOT.
           MOVE 'C' TO post-side.
           MOVE 'TILL-CONTROL' TO lookup-element.
           MOVE ns-gross(n) TO post-amount.
           PERFORM 6200-POST-ONE-LINE THRU 6200-EXIT.
           MOVE 'D' TO post-side.
           MOVE 'BANK' TO lookup-element.
           MOVE net-amount TO post-amount.
           PERFORM 6200-POST-ONE-LINE THRU 6200-EXIT.
           MOVE 'D' TO post-side.
           MOVE 'MERCHANT-FEES' TO lookup-element.
           MOVE ns-fees(n) TO post-amount.
           PERFORM 6200-POST-ONE-LINE THRU 6200-EXIT.
       6150-EXIT.
           EXIT.

      * A negative leg posts on the opposite side, so a day of net
      * refunds or a fee given back still balances.
       6200-POST-ONE-LINE.
           IF post-amount NOT = ZERO
               PERFORM 6250-WRITE-ONE-LINE THRU 6250-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

       6250-WRITE-ONE-LINE.
           IF post-amount < ZERO
               COMPUTE post-amount = 0 - post-amount
               IF post-side = 'D'
                   MOVE 'C' TO post-side
               ELSE
                   MOVE 'D' TO post-side
               END-IF
           END-IF.
           PERFORM 4000-FIND-ACCOUNT THRU 4000-EXIT.
           MOVE SPACES TO gl-journal-record.
           MOVE ns-settle-date(n) TO gjr-date.
           MOVE lookup-account TO gjr-account.
           MOVE ns-currency-code(n) TO gjr-currency-code.
           MOVE post-side TO gjr-debit-credit.
           MOVE post-amount TO gjr-amount.
           MOVE lookup-element TO gjr-element.
           MOVE ns-store-id(n) TO gjr-store-id.
           MOVE 'CARD SETTLEMENT' TO gjr-reference.
           WRITE gl-journal-record.
           ADD 1 TO journal-line-count.
       6250-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO settle-report-line.
           WRITE settle-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'TENDERS BROUGHT FORWARD:' TO rpt-count-label.
           MOVE open-tender-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'NEW CARD TENDERS:' TO rpt-count-label.
           MOVE new-tender-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'SETTLEMENTS READ:' TO rpt-count-label.
           MOVE settlements-read-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'SETTLEMENTS MATCHED:' TO rpt-count-label.
           MOVE matched-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'AMOUNT DIFFERENCES:' TO rpt-count-label.
           MOVE difference-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'SETTLEMENTS WITH NO TENDER:' TO rpt-count-label.
           MOVE no-tender-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'TENDERS NOT SETTLED:' TO rpt-count-label.
           MOVE unsettled-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'TENDERS CARRIED FORWARD:' TO rpt-count-label.
           MOVE carried-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           MOVE 'TENDERS PAST AGE LIMIT:' TO rpt-count-label.
           MOVE dropped-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
           IF tender-overflow-count > ZERO
               MOVE 'CARRIED UNMATCHED - TABLE:' TO rpt-count-label
               MOVE tender-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO settle-report-line
               WRITE settle-report-line
           END-IF.
           MOVE 'JOURNAL LINES WRITTEN:' TO rpt-count-label.
           MOVE journal-line-count TO rpt-count-value.
           MOVE rpt-count-line TO settle-report-line.
           WRITE settle-report-line.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT open-tender-not-found
               CLOSE open-tender-file
           END-IF.
           IF NOT new-tender-not-found
               CLOSE new-tender-file
           END-IF.
           IF NOT settlement-not-found
               CLOSE settlement-file
           END-IF.
           CLOSE tender-carry-file.
           CLOSE card-journal-file.
           CLOSE settle-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM CARD-SETTLE.
