      ******************************************************************
      * Author:
      * Date:
      * Purpose:    First step of the night: take a dated copy of
      *             every master the night rewrites in place before
      *             any of them is touched - PRODMAST, STORSTK,
      *             LOYALTY, VOUCHMAST and BASKETHIST - and of every
      *             file the night adds to - AUDITLOG, FRAUDREV,
      *             CARDTND, RETHELD and RESTSALE - so a night that
      *             goes wrong part-way can be put back by
      *             MASTER-ROLLBACK and run again from the start.
      *             Each master is read in key order, and each added-to
      *             file from the front, and copied onto the end of
      *             the MASTSNAP snapshot file under the business date
      *             and the time of the copy, followed by its record
      *             count and control total; the generation is closed
      *             with an end record only when every file has been
      *             copied. A file that is not there is noted as
      *             absent, which is not a failure - a new site has
      *             no BASKETHIST until the first night writes one. A
      *             file that is there but will not open ends the
      *             step RC 8 with no end record, and BASKET-EDIT
      *             will not start until a re-run of this step has
      *             taken a whole copy. MASTER-PURGE keeps the
      *             snapshot file down to a set number of generations.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT store-stock-file ASSIGN TO "STORSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ssr-key
               FILE STATUS IS store-stock-status.
           SELECT loyalty-master-file ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS loy-card-id
               FILE STATUS IS loyalty-master-status.
           SELECT voucher-master-file ASSIGN TO "VOUCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vch-voucher-id
               FILE STATUS IS voucher-master-status.
           SELECT basket-history-file ASSIGN TO "BASKETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bhr-key
               FILE STATUS IS basket-history-status.
           SELECT audit-log-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT fraud-review-file ASSIGN TO "FRAUDREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fraud-review-status.
           SELECT card-tender-file ASSIGN TO "CARDTND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-tender-status.
           SELECT returns-held-file ASSIGN TO "RETHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-held-status.
           SELECT restricted-sale-file ASSIGN TO "RESTSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restricted-sale-status.
           SELECT master-snapshot-file ASSIGN TO "MASTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS master-snapshot-status.
           SELECT snap-report-file ASSIGN TO "SNAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  store-stock-file.
       COPY 'store_stock_record.cpy'.
       FD  loyalty-master-file.
       COPY 'loyalty_master_record.cpy'.
       FD  voucher-master-file.
       COPY 'voucher_master_record.cpy'.
       FD  basket-history-file.
       COPY 'basket_history_record.cpy'.
       FD  audit-log-file.
       COPY 'audit_record.cpy'.
       FD  fraud-review-file.
       COPY 'fraud_review_record.cpy'.
       FD  card-tender-file.
       COPY 'card_tender_record.cpy'.
       FD  returns-held-file.
       01  returns-held-record     PIC X(80).
       FD  restricted-sale-file.
       COPY 'restricted_sale_record.cpy'.
       FD  master-snapshot-file.
       COPY 'master_snapshot_record.cpy'.
       FD  snap-report-file.
       01  snap-report-line        PIC X(80).
       WORKING-STORAGE SECTION.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok           VALUE '00'.
           88  product-master-not-found    VALUE '35'.
       01  store-stock-status      PIC X(02) VALUE SPACES.
           88  store-stock-ok              VALUE '00'.
           88  store-stock-not-found       VALUE '35'.
       01  loyalty-master-status   PIC X(02) VALUE SPACES.
           88  loyalty-master-ok           VALUE '00'.
           88  loyalty-master-not-found    VALUE '35'.
       01  voucher-master-status   PIC X(02) VALUE SPACES.
           88  voucher-master-ok           VALUE '00'.
           88  voucher-master-not-found    VALUE '35'.
       01  basket-history-status   PIC X(02) VALUE SPACES.
           88  basket-history-ok           VALUE '00'.
           88  basket-history-not-found    VALUE '35'.
       01  audit-log-status        PIC X(02) VALUE SPACES.
           88  audit-log-ok                VALUE '00'.
       01  fraud-review-status     PIC X(02) VALUE SPACES.
           88  fraud-review-ok             VALUE '00'.
       01  card-tender-status      PIC X(02) VALUE SPACES.
           88  card-tender-ok              VALUE '00'.
       01  returns-held-status     PIC X(02) VALUE SPACES.
           88  returns-held-ok             VALUE '00'.
       01  restricted-sale-status  PIC X(02) VALUE SPACES.
           88  restricted-sale-ok          VALUE '00'.
       01  master-snapshot-status  PIC X(02) VALUE SPACES.
           88  master-snapshot-not-found   VALUE '35'.
       01  master-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-master               VALUE 'Y'.
       01  snap-failed-switch      PIC X(01) VALUE 'N'.
           88  snap-has-failed             VALUE 'Y'.
       01  business-date           PIC 9(08) VALUE ZERO.
       01  snap-time               PIC 9(08) VALUE ZERO.
      * The master being copied and its running control figures.
       01  current-file-id         PIC X(10) VALUE SPACES.
       01  current-status          PIC X(02) VALUE SPACES.
       01  current-present-switch  PIC X(01) VALUE 'Y'.
           88  current-is-present          VALUE 'Y'.
       01  file-record-count       PIC 9(09) VALUE ZERO.
       01  file-control-total      PIC S9(13)V9(3) VALUE ZERO.
       01  snap-record-count       PIC 9(09) VALUE ZERO.
       01  files-copied-count      PIC 9(04) COMP VALUE ZERO.
       01  files-absent-count      PIC 9(04) COMP VALUE ZERO.
       COPY 'run_control_params.cpy'.
       01  rpt-heading-line.
           05  FILLER              PIC X(26)
                   VALUE 'MASTER SNAPSHOT FOR '.
           05  rpt-heading-date    PIC 9(08).
           05  FILLER              PIC X(08) VALUE '  TAKEN '.
           05  rpt-heading-time    PIC 9(08).
       01  rpt-column-line.
           05  FILLER              PIC X(12) VALUE 'FILE'.
           05  FILLER              PIC X(13) VALUE '      RECORDS'.
           05  FILLER              PIC X(24)
                   VALUE '           CONTROL TOTAL'.
           05  FILLER              PIC X(20) VALUE '  REMARK'.
       01  rpt-file-line.
           05  rpt-file-id         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-records    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-total      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-remark     PIC X(30).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
           IF rcq-step-blocked
               DISPLAY 'MASTER-SNAP: STOPPED BY RUN CONTROL - '
                   'NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COPY-PRODUCT-MASTER THRU 2000-EXIT.
           PERFORM 2200-COPY-STORE-STOCK THRU 2200-EXIT.
           PERFORM 2400-COPY-LOYALTY-MASTER THRU 2400-EXIT.
           PERFORM 2600-COPY-VOUCHER-MASTER THRU 2600-EXIT.
           PERFORM 2800-COPY-BASKET-HISTORY THRU 2800-EXIT.
           PERFORM 3000-COPY-AUDIT-LOG THRU 3000-EXIT.
           PERFORM 3200-COPY-FRAUD-REVIEW THRU 3200-EXIT.
           PERFORM 3400-COPY-CARD-TENDERS THRU 3400-EXIT.
           PERFORM 3600-COPY-RETURNS-HELD THRU 3600-EXIT.
           PERFORM 3800-COPY-RESTRICTED-SALES THRU 3800-EXIT.
           PERFORM 3950-CLOSE-GENERATION THRU 3950-EXIT.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'MASTER-SNAP: ' files-copied-count
               ' FILES COPIED, ' files-absent-count ' ABSENT, '
               snap-record-count ' RECORDS'.
           IF snap-has-failed
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0900-RECORD-RUN-END THRU 0900-EXIT.
           STOP RUN.

       0100-CHECK-RUN-CONTROL.
      * Date zero asks the gate to resolve the business date from
      * the BUSDATE file, shared by the whole chain, so a run that
      * crosses midnight stays on the one date.
           MOVE ZERO TO rcq-business-date.
           MOVE 'MASTER-SNAP' TO rcq-step-name.
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

      * Generations are appended, so the file holds every copy the
      * purge has not yet removed; the first night creates it.
       1000-INITIALIZE.
           MOVE rcq-business-date TO business-date.
           ACCEPT snap-time FROM TIME.
           OPEN EXTEND master-snapshot-file.
           IF master-snapshot-not-found
               OPEN OUTPUT master-snapshot-file
           END-IF.
           OPEN OUTPUT snap-report-file.
           MOVE business-date TO rpt-heading-date.
           MOVE snap-time TO rpt-heading-time.
           MOVE rpt-heading-line TO snap-report-line.
           WRITE snap-report-line.
           MOVE SPACES TO snap-report-line.
           WRITE snap-report-line.
           MOVE rpt-column-line TO snap-report-line.
           WRITE snap-report-line.
           MOVE SPACES TO master-snapshot-record.
           MOVE business-date TO msr-business-date.
           MOVE snap-time TO msr-snap-time.
           MOVE 'H' TO msr-record-type.
           WRITE master-snapshot-record.
       1000-EXIT.
           EXIT.

       2000-COPY-PRODUCT-MASTER.
           MOVE 'PRODMAST' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT product-master-file.
           MOVE product-master-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF product-master-ok
               PERFORM 2100-COPY-ONE-PRODUCT THRU 2100-EXIT
                   UNTIL end-of-master
               CLOSE product-master-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COPY-ONE-PRODUCT.
           READ product-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE product-master-record TO msr-data
                   ADD prod-stock-on-hand TO file-control-total
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-COPY-STORE-STOCK.
           MOVE 'STORSTK' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT store-stock-file.
           MOVE store-stock-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF store-stock-ok
               PERFORM 2300-COPY-ONE-STORE-STOCK THRU 2300-EXIT
                   UNTIL end-of-master
               CLOSE store-stock-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-COPY-ONE-STORE-STOCK.
           READ store-stock-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE store-stock-record TO msr-data
                   ADD ssr-stock-on-hand TO file-control-total
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       2300-EXIT.
           EXIT.

       2400-COPY-LOYALTY-MASTER.
           MOVE 'LOYALTY' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT loyalty-master-file.
           MOVE loyalty-master-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF loyalty-master-ok
               PERFORM 2500-COPY-ONE-LOYALTY THRU 2500-EXIT
                   UNTIL end-of-master
               CLOSE loyalty-master-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2500-COPY-ONE-LOYALTY.
           READ loyalty-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE loyalty-master-record TO msr-data
                   ADD loy-points-balance TO file-control-total
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       2500-EXIT.
           EXIT.

       2600-COPY-VOUCHER-MASTER.
           MOVE 'VOUCHMAST' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT voucher-master-file.
           MOVE voucher-master-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF voucher-master-ok
               PERFORM 2700-COPY-ONE-VOUCHER THRU 2700-EXIT
                   UNTIL end-of-master
               CLOSE voucher-master-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2700-COPY-ONE-VOUCHER.
           READ voucher-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE voucher-master-record TO msr-data
                   ADD vch-balance TO file-control-total
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       2700-EXIT.
           EXIT.

       2800-COPY-BASKET-HISTORY.
           MOVE 'BASKETHIST' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT basket-history-file.
           MOVE basket-history-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF basket-history-ok
               PERFORM 2900-COPY-ONE-HISTORY THRU 2900-EXIT
                   UNTIL end-of-master
               CLOSE basket-history-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

       2900-COPY-ONE-HISTORY.
           READ basket-history-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE basket-history-record TO msr-data
                   IF bhr-is-header
                       ADD bhr-total-with-tax TO file-control-total
                   END-IF
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       2900-EXIT.
           EXIT.

      * The files the night adds to are copied whole, front to back,
      * so the rollback can put each back to where it stood before
      * the night began adding to it. Their records carry no single
      * figure worth totaling, so the count alone proves them.
       3000-COPY-AUDIT-LOG.
           MOVE 'AUDITLOG' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT audit-log-file.
           MOVE audit-log-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF audit-log-ok
               PERFORM 3100-COPY-ONE-AUDIT THRU 3100-EXIT
                   UNTIL end-of-master
               CLOSE audit-log-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-COPY-ONE-AUDIT.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE audit-record TO msr-data
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-COPY-FRAUD-REVIEW.
           MOVE 'FRAUDREV' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT fraud-review-file.
           MOVE fraud-review-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF fraud-review-ok
               PERFORM 3300-COPY-ONE-FRAUD-REVIEW THRU 3300-EXIT
                   UNTIL end-of-master
               CLOSE fraud-review-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-COPY-ONE-FRAUD-REVIEW.
           READ fraud-review-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE fraud-review-record TO msr-data
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       3300-EXIT.
           EXIT.

       3400-COPY-CARD-TENDERS.
           MOVE 'CARDTND' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT card-tender-file.
           MOVE card-tender-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF card-tender-ok
               PERFORM 3500-COPY-ONE-CARD-TENDER THRU 3500-EXIT
                   UNTIL end-of-master
               CLOSE card-tender-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3500-COPY-ONE-CARD-TENDER.
           READ card-tender-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE card-tender-record TO msr-data
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       3500-EXIT.
           EXIT.

       3600-COPY-RETURNS-HELD.
           MOVE 'RETHELD' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT returns-held-file.
           MOVE returns-held-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF returns-held-ok
               PERFORM 3700-COPY-ONE-RETURN-HELD THRU 3700-EXIT
                   UNTIL end-of-master
               CLOSE returns-held-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3700-COPY-ONE-RETURN-HELD.
           READ returns-held-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE returns-held-record TO msr-data
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       3700-EXIT.
           EXIT.

       3800-COPY-RESTRICTED-SALES.
           MOVE 'RESTSALE' TO current-file-id.
           PERFORM 4000-START-ONE-MASTER THRU 4000-EXIT.
           OPEN INPUT restricted-sale-file.
           MOVE restricted-sale-status TO current-status.
           PERFORM 4100-CHECK-MASTER-OPEN THRU 4100-EXIT.
           IF restricted-sale-ok
               PERFORM 3900-COPY-ONE-RESTRICTED-SALE THRU 3900-EXIT
                   UNTIL end-of-master
               CLOSE restricted-sale-file
               PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

       3900-COPY-ONE-RESTRICTED-SALE.
           READ restricted-sale-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   MOVE SPACES TO master-snapshot-record
                   MOVE restricted-sale-record TO msr-data
                   PERFORM 4200-WRITE-DATA-RECORD THRU 4200-EXIT
           END-READ.
       3900-EXIT.
           EXIT.

      * The end record is what makes the generation restorable; a
      * copy that failed anywhere is left without one.
       3950-CLOSE-GENERATION.
           IF snap-has-failed
               MOVE SPACES TO snap-report-line
               WRITE snap-report-line
               MOVE '*** SNAPSHOT INCOMPLETE - NOT RESTORABLE'
                   TO snap-report-line
               WRITE snap-report-line
           ELSE
               MOVE SPACES TO master-snapshot-record
               MOVE business-date TO msr-business-date
               MOVE snap-time TO msr-snap-time
               MOVE 'E' TO msr-record-type
               WRITE master-snapshot-record
           END-IF.
       3950-EXIT.
           EXIT.

       4000-START-ONE-MASTER.
           MOVE 'N' TO master-eof-switch.
           MOVE 'Y' TO current-present-switch.
           MOVE ZERO TO file-record-count.
           MOVE ZERO TO file-control-total.
       4000-EXIT.
           EXIT.

      * Not there at all is recorded as absent and the copy goes on;
      * there but unreadable fails the snapshot.
       4100-CHECK-MASTER-OPEN.
           EVALUATE current-status
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO current-present-switch
                   PERFORM 4500-END-ONE-MASTER THRU 4500-EXIT
               WHEN OTHER
                   PERFORM 4150-REPORT-OPEN-FAILURE THRU 4150-EXIT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4150-REPORT-OPEN-FAILURE.
           DISPLAY 'MASTER-SNAP: ' current-file-id
               ' FAILED TO OPEN - STATUS ' current-status.
           MOVE 'Y' TO snap-failed-switch.
           MOVE current-file-id TO rpt-file-id.
           MOVE ZERO TO rpt-file-records.
           MOVE ZERO TO rpt-file-total.
           MOVE SPACES TO rpt-file-remark.
           STRING '*** FAILED TO OPEN - STATUS ' current-status
               DELIMITED BY SIZE INTO rpt-file-remark.
           MOVE rpt-file-line TO snap-report-line.
           WRITE snap-report-line.
       4150-EXIT.
           EXIT.

       4200-WRITE-DATA-RECORD.
           MOVE business-date TO msr-business-date.
           MOVE snap-time TO msr-snap-time.
           MOVE 'D' TO msr-record-type.
           MOVE current-file-id TO msr-file-id.
           WRITE master-snapshot-record.
           ADD 1 TO file-record-count.
           ADD 1 TO snap-record-count.
       4200-EXIT.
           EXIT.

       4500-END-ONE-MASTER.
           MOVE SPACES TO master-snapshot-record.
           MOVE business-date TO msr-business-date.
           MOVE snap-time TO msr-snap-time.
           MOVE 'T' TO msr-record-type.
           MOVE current-file-id TO msr-file-id.
           MOVE file-record-count TO msr-record-count.
           MOVE file-control-total TO msr-control-total.
           MOVE current-present-switch TO msr-file-present.
           WRITE master-snapshot-record.
           MOVE current-file-id TO rpt-file-id.
           MOVE file-record-count TO rpt-file-records.
           MOVE file-control-total TO rpt-file-total.
           IF current-is-present
               ADD 1 TO files-copied-count
               MOVE SPACES TO rpt-file-remark
           ELSE
               ADD 1 TO files-absent-count
               MOVE 'NOT PRESENT - NOTHING TO COPY' TO rpt-file-remark
           END-IF.
           MOVE rpt-file-line TO snap-report-line.
           WRITE snap-report-line.
       4500-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO snap-report-line.
           WRITE snap-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'FILES COPIED:' TO rpt-count-label.
           MOVE files-copied-count TO rpt-count-value.
           MOVE rpt-count-line TO snap-report-line.
           WRITE snap-report-line.
           MOVE 'FILES NOT PRESENT:' TO rpt-count-label.
           MOVE files-absent-count TO rpt-count-value.
           MOVE rpt-count-line TO snap-report-line.
           WRITE snap-report-line.
           MOVE 'RECORDS COPIED:' TO rpt-count-label.
           MOVE snap-record-count TO rpt-count-value.
           MOVE rpt-count-line TO snap-report-line.
           WRITE snap-report-line.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE master-snapshot-file.
           CLOSE snap-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM MASTER-SNAP.
