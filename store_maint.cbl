      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Apply a transaction file of adds and changes
      *             against the store master, so a branch is opened,
      *             renamed, moved or closed through the application -
      *             validated and reported - rather than by editing
      *             the file. Every transaction is listed on the
      *             maintenance report with the branch's status before
      *             and after and what became of it, so the list of
      *             real store ids is accountable. A branch is never
      *             deleted: it is closed by a change of status, and
      *             keeps its name and address for its history. A new
      *             branch added without the date it first traded is
      *             taken to open on the day of the maintenance run;
      *             a change applies the opened date only when one is
      *             keyed, and a keyed date that is not a real date
      *             rejects the transaction.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT store-txn-file ASSIGN TO "STORTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS store-txn-status.
           SELECT maint-report-file ASSIGN TO "STORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  store-txn-file.
       COPY 'store_txn_record.cpy'.
       FD  maint-report-file.
       01  maint-report-line       PIC X(100).
       WORKING-STORAGE SECTION.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok             VALUE '00'.
           88  store-master-not-found      VALUE '35'.
       01  store-txn-status        PIC X(02) VALUE SPACES.
           88  store-txn-not-found         VALUE '35'.
       01  txn-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-txn-file             VALUE 'Y'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened               VALUE 'Y'.
       01  txn-read-count          PIC 9(06) COMP VALUE ZERO.
       01  txn-applied-count       PIC 9(06) COMP VALUE ZERO.
       01  txn-rejected-count      PIC 9(06) COMP VALUE ZERO.
       01  before-status           PIC X(01) VALUE SPACES.
       01  status-code-held        PIC X(01) VALUE SPACES.
       01  status-name             PIC X(06) VALUE SPACES.
       01  txn-disposition         PIC X(36) VALUE SPACES.
       01  before-found-switch     PIC X(01) VALUE 'N'.
           88  before-found                VALUE 'Y'.
       01  run-date                PIC 9(08) VALUE ZERO.
       01  opened-date-ok-switch   PIC X(01) VALUE 'Y'.
           88  opened-date-ok              VALUE 'Y'.
       COPY 'date_calc_params.cpy'.
       01  rpt-heading-line.
           05  FILLER              PIC X(04) VALUE 'ACT '.
           05  FILLER              PIC X(07) VALUE 'STORE'.
           05  FILLER              PIC X(32) VALUE 'NAME'.
           05  FILLER              PIC X(05) VALUE 'CCY'.
           05  FILLER              PIC X(08) VALUE 'BEFORE'.
           05  FILLER              PIC X(07) VALUE 'AFTER'.
           05  FILLER              PIC X(30) VALUE 'DISPOSITION'.
       01  rpt-detail-line.
           05  rpt-action          PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-store-name      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-currency-code   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-before-status   PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-after-status    PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-disposition     PIC X(36).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(24).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF master-opened
               PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
                   UNTIL end-of-txn-file
           END-IF.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'STORE-MAINT: ' txn-applied-count ' APPLIED, '
               txn-rejected-count ' REJECTED'.
           STOP RUN.

      * A master that does not exist yet is not an error: the first
      * maintenance run creates it and loads it from the day's adds.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           OPEN I-O store-master-file.
           IF store-master-not-found
               OPEN OUTPUT store-master-file
               CLOSE store-master-file
               OPEN I-O store-master-file
           END-IF.
           IF store-master-ok
               MOVE 'Y' TO master-open-switch
           ELSE
               DISPLAY 'STORE-MAINT: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - NO TRANSACTIONS APPLIED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT store-txn-file.
           IF store-txn-not-found
               DISPLAY 'STORE-MAINT: STORTXN NOT FOUND - '
                   'NOTHING TO APPLY'
               MOVE 'Y' TO txn-eof-switch
           END-IF.
           OPEN OUTPUT maint-report-file.
           MOVE rpt-heading-line TO maint-report-line.
           WRITE maint-report-line.
           IF master-opened
               PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-TRANSACTION.
           READ store-txn-file
               AT END
                   MOVE 'Y' TO txn-eof-switch
               NOT AT END
                   ADD 1 TO txn-read-count
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT.
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      * Each transaction is validated, then either applied or
      * rejected with the reason on the report. The branch as it
      * stands is looked up first so the report shows the status
      * movement, not just the outcome.
       2100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO txn-disposition.
           PERFORM 2200-LOOK-UP-BEFORE THRU 2200-EXIT.
           PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
           IF txn-disposition = SPACES
               PERFORM 2400-APPLY-TO-MASTER THRU 2400-EXIT
           END-IF.
           PERFORM 2500-PRINT-TRANSACTION THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

       2200-LOOK-UP-BEFORE.
           MOVE 'N' TO before-found-switch.
           MOVE SPACES TO before-status.
           MOVE stx-store-id TO stm-store-id.
           READ store-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE stm-status TO before-status
                   MOVE 'Y' TO before-found-switch
           END-READ.
       2200-EXIT.
           EXIT.

      * A new branch must have a name - it is what its receipts and
      * every store report print. The currency, where keyed, must be
      * one the business trades in, the status open or closed, and
      * the opened date a real calendar date.
       2300-VALIDATE-TRANSACTION.
           MOVE 'Y' TO opened-date-ok-switch.
           IF stx-opened-date-x NOT = SPACES
               IF stx-opened-date IS NUMERIC
                   MOVE 'N' TO dcq-action
                   MOVE stx-opened-date TO dcq-date
                   CALL 'DATE-CALC' USING date-calc-request
                   IF dcq-date-invalid
                       MOVE 'N' TO opened-date-ok-switch
                   END-IF
               ELSE
                   MOVE 'N' TO opened-date-ok-switch
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT stx-is-add AND NOT stx-is-change
                   MOVE 'REJECTED - UNKNOWN ACTION' TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN stx-store-id = SPACES
                   MOVE 'REJECTED - BLANK STORE ID' TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN stx-is-add AND stx-store-name = SPACES
                   MOVE 'REJECTED - NO STORE NAME' TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN stx-currency-code NOT = SPACES
                       AND stx-currency-code NOT = 'GBP'
                       AND stx-currency-code NOT = 'USD'
                       AND stx-currency-code NOT = 'EUR'
                   MOVE 'REJECTED - UNSUPPORTED CURRENCY'
                       TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN stx-status NOT = SPACES
                       AND stx-status NOT = 'O'
                       AND stx-status NOT = 'C'
                   MOVE 'REJECTED - BAD STATUS' TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN NOT opened-date-ok
                   MOVE 'REJECTED - BAD OPENED DATE'
                       TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN stx-is-add AND before-found
                   MOVE 'REJECTED - STORE ALREADY ON MASTER'
                       TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN stx-is-change AND NOT before-found
                   MOVE 'REJECTED - STORE NOT ON MASTER'
                       TO txn-disposition
                   ADD 1 TO txn-rejected-count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      * An add with no currency trades in sterling and one with no
      * status opens the branch; a change applies only what is keyed.
       2400-APPLY-TO-MASTER.
           EVALUATE TRUE
               WHEN stx-is-add
                   MOVE SPACES TO store-master-record
                   MOVE stx-store-id TO stm-store-id
                   MOVE stx-store-name TO stm-store-name
                   MOVE stx-address-line-1 TO stm-address-line-1
                   MOVE stx-address-line-2 TO stm-address-line-2
                   MOVE stx-address-line-3 TO stm-address-line-3
                   MOVE stx-postcode TO stm-postcode
                   MOVE stx-vat-reg-no TO stm-vat-reg-no
                   IF stx-currency-code = SPACES
                       MOVE 'GBP' TO stm-currency-code
                   ELSE
                       MOVE stx-currency-code TO stm-currency-code
                   END-IF
                   IF stx-status = SPACES
                       MOVE 'O' TO stm-status
                   ELSE
                       MOVE stx-status TO stm-status
                   END-IF
                   IF stx-opened-date-x = SPACES
                       MOVE run-date TO stm-opened-date
                   ELSE
                       MOVE stx-opened-date TO stm-opened-date
                   END-IF
                   WRITE store-master-record
                       INVALID KEY
                           MOVE 'REJECTED - WRITE FAILED'
                               TO txn-disposition
                           ADD 1 TO txn-rejected-count
                       NOT INVALID KEY
                           MOVE 'APPLIED - ADDED' TO txn-disposition
                           ADD 1 TO txn-applied-count
                   END-WRITE
      * The record buffer still holds what 2200 read, so every field
      * left blank on the transaction rides through unchanged.
               WHEN stx-is-change
                   IF stx-store-name NOT = SPACES
                       MOVE stx-store-name TO stm-store-name
                   END-IF
                   IF stx-address-line-1 NOT = SPACES
                       MOVE stx-address-line-1 TO stm-address-line-1
                   END-IF
                   IF stx-address-line-2 NOT = SPACES
                       MOVE stx-address-line-2 TO stm-address-line-2
                   END-IF
                   IF stx-address-line-3 NOT = SPACES
                       MOVE stx-address-line-3 TO stm-address-line-3
                   END-IF
                   IF stx-postcode NOT = SPACES
                       MOVE stx-postcode TO stm-postcode
                   END-IF
                   IF stx-vat-reg-no NOT = SPACES
                       MOVE stx-vat-reg-no TO stm-vat-reg-no
                   END-IF
                   IF stx-currency-code NOT = SPACES
                       MOVE stx-currency-code TO stm-currency-code
                   END-IF
                   IF stx-status NOT = SPACES
                       MOVE stx-status TO stm-status
                   END-IF
                   IF stx-opened-date-x NOT = SPACES
                       MOVE stx-opened-date TO stm-opened-date
                   END-IF
                   REWRITE store-master-record
                       INVALID KEY
                           MOVE 'REJECTED - REWRITE FAILED'
                               TO txn-disposition
                           ADD 1 TO txn-rejected-count
                       NOT INVALID KEY
                           MOVE 'APPLIED - CHANGED' TO txn-disposition
                           ADD 1 TO txn-applied-count
                   END-REWRITE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2500-PRINT-TRANSACTION.
           MOVE SPACES TO rpt-detail-line.
           MOVE stx-action TO rpt-action.
           MOVE stx-store-id TO rpt-store-id.
           IF before-found OR txn-disposition = 'APPLIED - ADDED'
               MOVE stm-store-name TO rpt-store-name
               MOVE stm-currency-code TO rpt-currency-code
           ELSE
               MOVE stx-store-name TO rpt-store-name
               MOVE stx-currency-code TO rpt-currency-code
           END-IF.
           MOVE before-status TO status-code-held.
           PERFORM 2510-NAME-STATUS THRU 2510-EXIT.
           MOVE status-name TO rpt-before-status.
           IF txn-disposition(1:7) = 'APPLIED'
               MOVE stm-status TO status-code-held
           END-IF.
           PERFORM 2510-NAME-STATUS THRU 2510-EXIT.
           MOVE status-name TO rpt-after-status.
           MOVE txn-disposition TO rpt-disposition.
           MOVE rpt-detail-line TO maint-report-line.
           WRITE maint-report-line.
       2500-EXIT.
           EXIT.

       2510-NAME-STATUS.
           EVALUATE status-code-held
               WHEN 'O'
                   MOVE 'OPEN' TO status-name
               WHEN 'C'
                   MOVE 'CLOSED' TO status-name
               WHEN OTHER
                   MOVE '-' TO status-name
           END-EVALUATE.
       2510-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO maint-report-line.
           WRITE maint-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'TRANSACTIONS READ:' TO rpt-count-label.
           MOVE txn-read-count TO rpt-count-value.
           MOVE rpt-count-line TO maint-report-line.
           WRITE maint-report-line.
           MOVE 'TRANSACTIONS APPLIED:' TO rpt-count-label.
           MOVE txn-applied-count TO rpt-count-value.
           MOVE rpt-count-line TO maint-report-line.
           WRITE maint-report-line.
           MOVE 'TRANSACTIONS REJECTED:' TO rpt-count-label.
           MOVE txn-rejected-count TO rpt-count-value.
           MOVE rpt-count-line TO maint-report-line.
           WRITE maint-report-line.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE store-master-file
           END-IF.
           IF NOT store-txn-not-found
               CLOSE store-txn-file
           END-IF.
           CLOSE maint-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM STORE-MAINT.
