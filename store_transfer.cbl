      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Move stock between branches on a transfer note
      *             instead of faking a sale in one shop and a
      *             delivery in the other. A dispatch on the transfer
      *             feed takes the quantity off the sending branch's
      *             STORSTK balance and raises the note in transit; a
      *             receipt puts it onto the receiving branch's
      *             balance and closes the note. The product master's
      *             estate-wide stock is never touched - the goods
      *             never left the business. Every transaction is
      *             listed with what became of it, and a section at
      *             the foot lists every note dispatched and still not
      *             received after the set number of days, so stock
      *             lost between branches is chased while someone
      *             still remembers the van. Both branches on a
      *             dispatch must be on the store master and open;
      *             a note for a branch that does not exist or has
      *             closed is refused, as BASKET-EDIT refuses a
      *             basket. The number of days, keyed as three
      *             digits, is read from the inquiry input; blank or
      *             mis-keyed is three.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-TRANSFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transfer-file ASSIGN TO "TRANSFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS trf-transfer-id
               FILE STATUS IS transfer-status.
           SELECT store-stock-file ASSIGN TO "STORSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ssr-key
               FILE STATUS IS store-stock-status.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT transfer-txn-file ASSIGN TO "XFERTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transfer-txn-status.
           SELECT transfer-report-file ASSIGN TO "XFERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  transfer-file.
       COPY 'transfer_record.cpy'.
       FD  store-stock-file.
       COPY 'store_stock_record.cpy'.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  transfer-txn-file.
       COPY 'transfer_txn_record.cpy'.
       FD  transfer-report-file.
       01  transfer-report-line    PIC X(100).
       WORKING-STORAGE SECTION.
       01  transfer-status         PIC X(02) VALUE SPACES.
           88  transfer-ok             VALUE '00'.
           88  transfer-not-found      VALUE '35'.
       01  store-stock-status      PIC X(02) VALUE SPACES.
           88  store-stock-ok          VALUE '00'.
           88  store-stock-not-found   VALUE '35'.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok       VALUE '00'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  store-check-switch      PIC X(01) VALUE SPACES.
           88  store-is-known          VALUE 'K'.
           88  store-is-unknown        VALUE 'U'.
           88  store-is-closed         VALUE 'C'.
       01  from-store-check        PIC X(01) VALUE SPACES.
           88  from-store-unknown      VALUE 'U'.
           88  from-store-closed       VALUE 'C'.
       01  to-store-check          PIC X(01) VALUE SPACES.
           88  to-store-unknown        VALUE 'U'.
           88  to-store-closed         VALUE 'C'.
       01  check-store-id          PIC X(04) VALUE SPACES.
       01  stock-move-switch       PIC X(01) VALUE 'Y'.
           88  stock-move-ok           VALUE 'Y'.
       01  transfer-txn-status     PIC X(02) VALUE SPACES.
           88  transfer-txn-not-found  VALUE '35'.
       01  files-open-switch       PIC X(01) VALUE 'N'.
           88  files-opened            VALUE 'Y'.
       01  txn-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-txn-file         VALUE 'Y'.
       01  transfer-eof-switch     PIC X(01) VALUE 'N'.
           88  end-of-transfer-file    VALUE 'Y'.
       01  note-found-switch       PIC X(01) VALUE 'N'.
           88  note-on-file            VALUE 'Y'.
       01  run-date                PIC 9(08).
       01  run-day-number          PIC 9(07) VALUE ZERO.
       01  overdue-days            PIC 9(03) VALUE 3.
       01  overdue-days-text       PIC X(03) VALUE SPACES.
       01  days-in-transit         PIC S9(07) VALUE ZERO.
       01  movement-date           PIC 9(08) VALUE ZERO.
       01  movement-store-id       PIC X(04) VALUE SPACES.
       01  movement-quantity       PIC S9(07)V9(03) VALUE ZERO.
       01  txn-read-count          PIC 9(06) COMP VALUE ZERO.
       01  dispatched-count        PIC 9(06) COMP VALUE ZERO.
       01  received-count          PIC 9(06) COMP VALUE ZERO.
       01  txn-rejected-count      PIC 9(06) COMP VALUE ZERO.
       01  in-transit-count        PIC 9(06) COMP VALUE ZERO.
       01  overdue-count           PIC 9(06) COMP VALUE ZERO.
       COPY 'date_calc_params.cpy'.
       01  rpt-heading-line.
           05  FILLER              PIC X(30)
                   VALUE 'INTER-STORE TRANSFERS RUN '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-column-line.
           05  FILLER              PIC X(03) VALUE 'ACT'.
           05  FILLER              PIC X(12) VALUE 'NOTE'.
           05  FILLER              PIC X(06) VALUE 'FROM'.
           05  FILLER              PIC X(06) VALUE 'TO'.
           05  FILLER              PIC X(12) VALUE 'PROD CODE'.
           05  FILLER              PIC X(15) VALUE '     QUANTITY'.
           05  FILLER              PIC X(10) VALUE 'DATE'.
           05  FILLER              PIC X(30) VALUE 'DISPOSITION'.
       01  rpt-detail-line.
           05  rpt-action          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-transfer-id     PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-from-store-id   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-to-store-id     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-prod-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-quantity        PIC Z,ZZZ,ZZ9.999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-date            PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-disposition     PIC X(30).
       01  rpt-overdue-line.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-od-transfer-id  PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-od-from-store   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-od-to-store     PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-od-prod-code    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-od-quantity     PIC Z,ZZZ,ZZ9.999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-od-dispatched   PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-od-days         PIC Z,ZZ9.
           05  FILLER              PIC X(13) VALUE ' DAYS OUT'.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF files-opened
               PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
                   UNTIL end-of-txn-file
               PERFORM 3000-REPORT-OVERDUE THRU 3000-EXIT
           END-IF.
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'STORE-TRANSFER: ' dispatched-count ' DISPATCHED, '
               received-count ' RECEIVED, ' txn-rejected-count
               ' REJECTED, ' overdue-count ' OVERDUE'.
           STOP RUN.

      * The transfer file and the store stock file are grown on
      * first use, the same as the depletion run grows STORSTK; the
      * product master is only read, to refuse a note for an item
      * that does not exist. The store master is only read too; when
      * it will not open the store ids go unchecked, as in BASKET-EDIT,
      * and the report says so.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT overdue-days-text.
           IF overdue-days-text IS NUMERIC
               MOVE overdue-days-text TO overdue-days
           END-IF.
           MOVE 'N' TO dcq-action.
           MOVE run-date TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           MOVE dcq-day-number TO run-day-number.
           OPEN I-O transfer-file.
           IF transfer-not-found
               OPEN OUTPUT transfer-file
               CLOSE transfer-file
               OPEN I-O transfer-file
           END-IF.
           OPEN I-O store-stock-file.
           IF store-stock-not-found
               OPEN OUTPUT store-stock-file
               CLOSE store-stock-file
               OPEN I-O store-stock-file
           END-IF.
           OPEN INPUT product-master-file.
           IF transfer-ok AND store-stock-ok AND product-master-ok
               MOVE 'Y' TO files-open-switch
           ELSE
               DISPLAY 'STORE-TRANSFER: FILES FAILED TO OPEN - '
                   'TRANSFER ' transfer-status
                   ' STORSTK ' store-stock-status
                   ' PRODMAST ' product-master-status
                   ' - NOTHING MOVED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'STORE-TRANSFER: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - STORE IDS NOT CHECKED'
           END-IF.
           OPEN INPUT transfer-txn-file.
           IF transfer-txn-not-found
               DISPLAY 'STORE-TRANSFER: XFERTXN NOT FOUND - '
                   'NOTHING TO APPLY'
               MOVE 'Y' TO txn-eof-switch
           END-IF.
           OPEN OUTPUT transfer-report-file.
           MOVE run-date TO rpt-heading-date.
           MOVE rpt-heading-line TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE SPACES TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE rpt-column-line TO transfer-report-line.
           WRITE transfer-report-line.
       1000-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           READ transfer-txn-file
               AT END
                   MOVE 'Y' TO txn-eof-switch
               NOT AT END
                   ADD 1 TO txn-read-count
                   PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO rpt-disposition.
           IF xft-date IS NUMERIC AND xft-date NOT = ZERO
               MOVE xft-date TO movement-date
           ELSE
               MOVE run-date TO movement-date
           END-IF.
           MOVE 'N' TO note-found-switch.
           IF xft-transfer-id NOT = SPACES
               MOVE xft-transfer-id TO trf-transfer-id
               READ transfer-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO note-found-switch
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN xft-is-dispatch
                   PERFORM 2200-DISPATCH THRU 2200-EXIT
               WHEN xft-is-receipt
                   PERFORM 2300-RECEIVE THRU 2300-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ACTION' TO rpt-disposition
           END-EVALUATE.
           IF rpt-disposition(1:8) = 'REJECTED'
               ADD 1 TO txn-rejected-count
           END-IF.
           PERFORM 2500-PRINT-TRANSACTION THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      * The sending branch's balance is taken down before the note is
      * written, so a note is never left in transit for stock that
      * did not move; a note the key then refuses puts the stock
      * back.
       2200-DISPATCH.
           MOVE xft-from-store-id TO check-store-id.
           PERFORM 2250-CHECK-STORE THRU 2250-EXIT.
           MOVE store-check-switch TO from-store-check.
           MOVE xft-to-store-id TO check-store-id.
           PERFORM 2250-CHECK-STORE THRU 2250-EXIT.
           MOVE store-check-switch TO to-store-check.
           EVALUATE TRUE
               WHEN xft-transfer-id = SPACES
                   MOVE 'REJECTED - NO NOTE NUMBER' TO rpt-disposition
               WHEN note-on-file
                   MOVE 'REJECTED - NOTE ALREADY ON FILE'
                       TO rpt-disposition
               WHEN xft-from-store-id = SPACES
                       OR xft-to-store-id = SPACES
                   MOVE 'REJECTED - STORE MISSING' TO rpt-disposition
               WHEN xft-from-store-id = xft-to-store-id
                   MOVE 'REJECTED - SAME STORE' TO rpt-disposition
               WHEN from-store-unknown OR to-store-unknown
                   MOVE 'REJECTED - UNKNOWN STORE ID'
                       TO rpt-disposition
               WHEN from-store-closed OR to-store-closed
                   MOVE 'REJECTED - STORE IS CLOSED' TO rpt-disposition
               WHEN xft-quantity IS NOT NUMERIC
                   MOVE 'REJECTED - BAD QUANTITY' TO rpt-disposition
               WHEN xft-quantity = ZERO
                   MOVE 'REJECTED - ZERO QUANTITY' TO rpt-disposition
               WHEN OTHER
                   MOVE xft-prod-code TO prod-code
                   READ product-master-file
                       INVALID KEY
                           MOVE 'REJECTED - NOT ON MASTER'
                               TO rpt-disposition
                   END-READ
           END-EVALUATE.
           IF rpt-disposition = SPACES
               MOVE SPACES TO transfer-record
               MOVE xft-transfer-id TO trf-transfer-id
               MOVE xft-from-store-id TO trf-from-store-id
               MOVE xft-to-store-id TO trf-to-store-id
               MOVE xft-prod-code TO trf-prod-code
               MOVE xft-quantity TO trf-quantity
               MOVE 'T' TO trf-status
               MOVE movement-date TO trf-dispatch-date
               MOVE ZERO TO trf-receipt-date
               MOVE trf-from-store-id TO movement-store-id
               COMPUTE movement-quantity = ZERO - trf-quantity
               PERFORM 2400-MOVE-STORE-STOCK THRU 2400-EXIT
               IF NOT stock-move-ok
                   MOVE 'REJECTED - STOCK WRITE FAILED'
                       TO rpt-disposition
               END-IF
           END-IF.
           IF rpt-disposition = SPACES
               WRITE transfer-record
                   INVALID KEY
                       MOVE 'REJECTED - NOTE WRITE FAILED'
                           TO rpt-disposition
                       MOVE trf-quantity TO movement-quantity
                       PERFORM 2400-MOVE-STORE-STOCK THRU 2400-EXIT
               END-WRITE
           END-IF.
           IF rpt-disposition = SPACES
               MOVE 'DISPATCHED - IN TRANSIT' TO rpt-disposition
               ADD 1 TO dispatched-count
           END-IF.
       2200-EXIT.
           EXIT.

      * A blank store id is caught before this is used, so only an
      * id not on the master, or a closed branch, is refused here.
       2250-CHECK-STORE.
           MOVE 'K' TO store-check-switch.
           IF store-master-opened AND check-store-id NOT = SPACES
               MOVE check-store-id TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE 'U' TO store-check-switch
                   NOT INVALID KEY
                       IF stm-is-closed
                           MOVE 'C' TO store-check-switch
                       END-IF
               END-READ
           END-IF.
       2250-EXIT.
           EXIT.

      * The same order as a dispatch: the receiving branch takes the
      * stock first, and the note is closed only once it has.
       2300-RECEIVE.
           EVALUATE TRUE
               WHEN NOT note-on-file
                   MOVE 'REJECTED - NOTE NOT ON FILE' TO rpt-disposition
               WHEN trf-received
                   MOVE 'REJECTED - ALREADY RECEIVED' TO rpt-disposition
               WHEN OTHER
                   MOVE trf-to-store-id TO movement-store-id
                   MOVE trf-quantity TO movement-quantity
                   PERFORM 2400-MOVE-STORE-STOCK THRU 2400-EXIT
                   IF NOT stock-move-ok
                       MOVE 'REJECTED - STOCK WRITE FAILED'
                           TO rpt-disposition
                   END-IF
           END-EVALUATE.
           IF rpt-disposition = SPACES
               MOVE 'R' TO trf-status
               MOVE movement-date TO trf-receipt-date
               REWRITE transfer-record
                   INVALID KEY
                       MOVE 'REJECTED - NOTE REWRITE FAILED'
                           TO rpt-disposition
                       COMPUTE movement-quantity = ZERO - trf-quantity
                       PERFORM 2400-MOVE-STORE-STOCK THRU 2400-EXIT
               END-REWRITE
           END-IF.
           IF rpt-disposition = SPACES
               MOVE 'RECEIVED' TO rpt-disposition
               ADD 1 TO received-count
           END-IF.
       2300-EXIT.
           EXIT.

      * The branch balance is grown at zero the first time a branch
      * holds the item, the same as the depletion run does; a branch
      * that sends more than its book shows negative, as an oversell
      * would. A balance that will not write is reported and leaves
      * the transaction rejected by the caller.
       2400-MOVE-STORE-STOCK.
           MOVE 'Y' TO stock-move-switch.
           MOVE movement-store-id TO ssr-store-id.
           MOVE trf-prod-code TO ssr-prod-code.
           READ store-stock-file
               INVALID KEY
                   MOVE movement-quantity TO ssr-stock-on-hand
                   WRITE store-stock-record
                       INVALID KEY
                           DISPLAY 'STORE-TRANSFER: STORE STOCK '
                               'WRITE FAILED FOR [' ssr-key
                               '] - STATUS ' store-stock-status
                           MOVE 8 TO RETURN-CODE
                           MOVE 'N' TO stock-move-switch
                   END-WRITE
               NOT INVALID KEY
                   ADD movement-quantity TO ssr-stock-on-hand
                   REWRITE store-stock-record
                       INVALID KEY
                           DISPLAY 'STORE-TRANSFER: STORE STOCK '
                               'REWRITE FAILED FOR [' ssr-key
                               '] - STATUS ' store-stock-status
                           MOVE 8 TO RETURN-CODE
                           MOVE 'N' TO stock-move-switch
                   END-REWRITE
           END-READ.
       2400-EXIT.
           EXIT.

      * A receipt names only the note, so its line is filled from the
      * note as found on file.
       2500-PRINT-TRANSACTION.
           MOVE SPACES TO rpt-detail-line.
           MOVE xft-action TO rpt-action.
           MOVE xft-transfer-id TO rpt-transfer-id.
           IF xft-is-receipt AND note-on-file
               MOVE trf-from-store-id TO rpt-from-store-id
               MOVE trf-to-store-id TO rpt-to-store-id
               MOVE trf-prod-code TO rpt-prod-code
               MOVE trf-quantity TO rpt-quantity
           ELSE
               MOVE xft-from-store-id TO rpt-from-store-id
               MOVE xft-to-store-id TO rpt-to-store-id
               MOVE xft-prod-code TO rpt-prod-code
               IF xft-quantity IS NUMERIC
                   MOVE xft-quantity TO rpt-quantity
               ELSE
                   MOVE ZERO TO rpt-quantity
               END-IF
           END-IF.
           MOVE movement-date TO rpt-date.
           MOVE rpt-detail-line TO transfer-report-line.
           WRITE transfer-report-line.
       2500-EXIT.
           EXIT.

      * One pass along the whole transfer file, so a note dispatched
      * weeks ago keeps appearing every night until it is received.
       3000-REPORT-OVERDUE.
           MOVE SPACES TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE SPACES TO transfer-report-line.
           STRING 'TRANSFERS IN TRANSIT MORE THAN ' overdue-days
               ' DAYS' DELIMITED BY SIZE INTO transfer-report-line.
           WRITE transfer-report-line.
           MOVE LOW-VALUES TO trf-transfer-id.
           START transfer-file KEY >= trf-transfer-id
               INVALID KEY
                   MOVE 'Y' TO transfer-eof-switch
           END-START.
           PERFORM 3100-CHECK-ONE-NOTE THRU 3100-EXIT
               UNTIL end-of-transfer-file.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-NOTE.
           READ transfer-file NEXT RECORD
               AT END
                   MOVE 'Y' TO transfer-eof-switch
               NOT AT END
                   IF trf-in-transit
                       ADD 1 TO in-transit-count
                       PERFORM 3200-AGE-ONE-NOTE THRU 3200-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-AGE-ONE-NOTE.
           MOVE 'N' TO dcq-action.
           MOVE trf-dispatch-date TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-valid
               COMPUTE days-in-transit =
                   run-day-number - dcq-day-number
           ELSE
               MOVE 9999 TO days-in-transit
           END-IF.
           IF days-in-transit > overdue-days
               ADD 1 TO overdue-count
               MOVE trf-transfer-id TO rpt-od-transfer-id
               MOVE trf-from-store-id TO rpt-od-from-store
               MOVE trf-to-store-id TO rpt-od-to-store
               MOVE trf-prod-code TO rpt-od-prod-code
               MOVE trf-quantity TO rpt-od-quantity
               MOVE trf-dispatch-date TO rpt-od-dispatched
               MOVE days-in-transit TO rpt-od-days
               MOVE rpt-overdue-line TO transfer-report-line
               WRITE transfer-report-line
           END-IF.
       3200-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'TRANSACTIONS READ:' TO rpt-count-label.
           MOVE txn-read-count TO rpt-count-value.
           MOVE rpt-count-line TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE 'NOTES DISPATCHED:' TO rpt-count-label.
           MOVE dispatched-count TO rpt-count-value.
           MOVE rpt-count-line TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE 'NOTES RECEIVED:' TO rpt-count-label.
           MOVE received-count TO rpt-count-value.
           MOVE rpt-count-line TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE 'TRANSACTIONS REJECTED:' TO rpt-count-label.
           MOVE txn-rejected-count TO rpt-count-value.
           MOVE rpt-count-line TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE 'NOTES STILL IN TRANSIT:' TO rpt-count-label.
           MOVE in-transit-count TO rpt-count-value.
           MOVE rpt-count-line TO transfer-report-line.
           WRITE transfer-report-line.
           MOVE 'NOTES OVERDUE:' TO rpt-count-label.
           MOVE overdue-count TO rpt-count-value.
           MOVE rpt-count-line TO transfer-report-line.
           WRITE transfer-report-line.
           IF NOT store-master-opened
               MOVE SPACES TO transfer-report-line
               STRING '*** STORE MASTER NOT AVAILABLE - STORE IDS '
                   'NOT CHECKED ***' DELIMITED BY SIZE
                   INTO transfer-report-line
               WRITE transfer-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF files-opened
               CLOSE transfer-file
               CLOSE store-stock-file
               CLOSE product-master-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           IF NOT transfer-txn-not-found
               CLOSE transfer-txn-file
           END-IF.
           CLOSE transfer-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM STORE-TRANSFER.
