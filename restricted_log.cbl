      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Daily restricted-sales log per store, for the
      *             licensing inspections: every restricted line the
      *             night run charged - an item the product master
      *             gives a minimum age or a most-per-basket limit -
      *             listed under its store with the till, the
      *             operator who struck the basket, the time of sale,
      *             the item and quantity, the restriction, and
      *             whether the age check was confirmed at the till.
      *             The lines come off the RESTSALE file BATCH-TOTAL
      *             writes; the stores are printed in id order with
      *             their names off the store master. An age-restricted
      *             line with no confirmation on it (a feed that does
      *             not carry the check) is marked, counted per store,
      *             and ends the run with a warning return code so it
      *             is followed up before the inspector sees it.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTED-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT restricted-sale-file ASSIGN TO "RESTSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restricted-sale-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT restricted-report-file ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  restricted-sale-file.
       COPY 'restricted_sale_record.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  restricted-report-file.
       01  restricted-report-line  PIC X(120).
       WORKING-STORAGE SECTION.
       01  restricted-sale-status  PIC X(02) VALUE SPACES.
           88  restricted-sale-not-found VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  sale-eof-switch         PIC X(01) VALUE 'N'.
           88  end-of-sales            VALUE 'Y'.
       01  log-date                PIC 9(08) VALUE ZERO.
       01  lines-read-count        PIC 9(08) COMP VALUE ZERO.
       01  lines-listed-count      PIC 9(08) COMP VALUE ZERO.
       01  unconfirmed-count       PIC 9(08) COMP VALUE ZERO.
       01  slot-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  c                       PIC 9(04) COMP.
       01  insert-position         PIC 9(04) COMP VALUE ZERO.
       01  store-slot-count        PIC 9(04) COMP VALUE ZERO.
      * One slot per store met on the file, kept in store id order.
       01  store-log-table.
           05  store-slot OCCURS 200 TIMES.
               10  ls-store-id         PIC X(04).
               10  ls-line-count       PIC 9(06) COMP.
               10  ls-age-line-count   PIC 9(06) COMP.
               10  ls-unconfirmed-count PIC 9(06) COMP.
       01  sale-time-work          PIC 9(06) VALUE ZERO.
       01  sale-time-parts REDEFINES sale-time-work.
           05  stw-hour            PIC 9(02).
           05  stw-minute          PIC 9(02).
           05  stw-second          PIC 9(02).
       01  rpt-heading-line.
           05  FILLER              PIC X(36)
                   VALUE 'RESTRICTED SALES LOG - NIGHT RUN OF '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-store-line.
           05  FILLER              PIC X(06) VALUE 'STORE '.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-name      PIC X(30).
       01  rpt-column-heading.
           05  FILLER              PIC X(06) VALUE 'TILL'.
           05  FILLER              PIC X(08) VALUE 'OPER'.
           05  FILLER              PIC X(12) VALUE 'BASKET'.
           05  FILLER              PIC X(10) VALUE 'SALE DATE'.
           05  FILLER              PIC X(10) VALUE 'TIME'.
           05  FILLER              PIC X(12) VALUE 'ITEM'.
           05  FILLER              PIC X(13) VALUE '     QUANTITY'.
           05  FILLER              PIC X(06) VALUE '  AGE'.
           05  FILLER              PIC X(07) VALUE '  LIMIT'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'AGE CHECK'.
       01  rpt-detail-line.
           05  rpt-till-id         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-operator-id     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-basket-id       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-sale-date       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-sale-time.
               10  rpt-sale-hour   PIC 9(02).
               10  FILLER          PIC X(01) VALUE ':'.
               10  rpt-sale-minute PIC 9(02).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  rpt-item-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-quantity        PIC Z,ZZ9.999-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-line-uom        PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-min-age         PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-basket-limit    PIC Z,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-age-check       PIC X(24).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(40).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-ONE-LINE THRU 2000-EXIT
               UNTIL end-of-sales.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'RESTRICTED-LOG: ' lines-listed-count
               ' RESTRICTED LINES LISTED, ' store-slot-count
               ' STORES'.
           IF unconfirmed-count > ZERO
               DISPLAY 'RESTRICTED-LOG: ' unconfirmed-count
                   ' AGE-RESTRICTED LINES WITH NO AGE CHECK RECORDED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A night with no restricted sales leaves RESTSALE empty, and
      * a missing one lists nothing; the log still prints, so the
      * inspection file has a page for every night.
       1000-INITIALIZE.
           OPEN INPUT restricted-sale-file.
           IF restricted-sale-not-found
               DISPLAY 'RESTRICTED-LOG: RESTSALE NOT FOUND - '
                   'NO RESTRICTED SALES TO LIST'
               MOVE 'Y' TO sale-eof-switch
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'RESTRICTED-LOG: STORE MASTER FAILED TO OPEN'
                   ' - STATUS ' store-master-status
                   ' - STORE NAMES NOT PRINTED'
           END-IF.
           OPEN OUTPUT restricted-report-file.
       1000-EXIT.
           EXIT.

      * The first pass only finds the stores and counts their lines;
      * each store's lines are listed by reading the file again for
      * it, so the log needs no sort however many lines there are.
       2000-COUNT-ONE-LINE.
           READ restricted-sale-file
               AT END
                   MOVE 'Y' TO sale-eof-switch
               NOT AT END
                   PERFORM 2100-COUNT-FOR-STORE THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-COUNT-FOR-STORE.
           ADD 1 TO lines-read-count.
           IF log-date = ZERO
               MOVE rsr-date TO log-date
           END-IF.
           PERFORM 2200-FIND-OR-ADD-STORE THRU 2200-EXIT.
           IF s > ZERO
               ADD 1 TO ls-line-count(s)
               IF rsr-min-age > ZERO
                   ADD 1 TO ls-age-line-count(s)
                   IF NOT rsr-age-was-checked
                       ADD 1 TO ls-unconfirmed-count(s)
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      * Stores are kept in id order as they are met, the way the
      * trading profile keeps its rows.
       2200-FIND-OR-ADD-STORE.
           MOVE ZERO TO s.
           MOVE ZERO TO insert-position.
           MOVE 1 TO c.
           PERFORM 2210-CHECK-ONE-STORE THRU 2210-EXIT
               UNTIL c > store-slot-count
                   OR insert-position > ZERO.
           EVALUATE TRUE
               WHEN insert-position > ZERO
                       AND ls-store-id(insert-position) = rsr-store-id
                   MOVE insert-position TO s
               WHEN store-slot-count NOT < 200
                   ADD 1 TO slot-overflow-count
                   DISPLAY 'RESTRICTED-LOG: STORE TABLE FULL - STORE ['
                       rsr-store-id '] BASKET [' rsr-basket-id
                       '] NOT LISTED'
               WHEN OTHER
                   PERFORM 2230-ADD-STORE THRU 2230-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-STORE.
           IF ls-store-id(c) NOT < rsr-store-id
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
           MOVE rsr-store-id TO ls-store-id(s).
       2230-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           IF log-date = ZERO
               ACCEPT log-date FROM DATE YYYYMMDD
           END-IF.
           MOVE log-date TO rpt-heading-date.
           MOVE rpt-heading-line TO restricted-report-line.
           WRITE restricted-report-line.
           IF NOT restricted-sale-not-found
               CLOSE restricted-sale-file
           END-IF.
           PERFORM 8100-PRINT-ONE-STORE THRU 8100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-slot-count.
           MOVE SPACES TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'RESTRICTED LINES READ:' TO rpt-count-label.
           MOVE lines-read-count TO rpt-count-value.
           MOVE rpt-count-line TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE 'RESTRICTED LINES LISTED:' TO rpt-count-label.
           MOVE lines-listed-count TO rpt-count-value.
           MOVE rpt-count-line TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE 'AGE-RESTRICTED LINES NOT CONFIRMED:'
               TO rpt-count-label.
           MOVE unconfirmed-count TO rpt-count-value.
           MOVE rpt-count-line TO restricted-report-line.
           WRITE restricted-report-line.
           IF slot-overflow-count > ZERO
               MOVE 'LINES NOT LISTED - TABLE FULL:'
                   TO rpt-count-label
               MOVE slot-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO restricted-report-line
               WRITE restricted-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-STORE.
           MOVE SPACES TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE ls-store-id(s) TO rpt-store-id.
           PERFORM 8110-LOOK-UP-STORE-NAME THRU 8110-EXIT.
           MOVE rpt-store-line TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE rpt-column-heading TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE 'N' TO sale-eof-switch.
           OPEN INPUT restricted-sale-file.
           PERFORM 8200-LIST-ONE-LINE THRU 8200-EXIT
               UNTIL end-of-sales.
           CLOSE restricted-sale-file.
           MOVE SPACES TO rpt-count-line.
           MOVE '  RESTRICTED LINES:' TO rpt-count-label.
           MOVE ls-line-count(s) TO rpt-count-value.
           MOVE rpt-count-line TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE '  AGE-RESTRICTED LINES:' TO rpt-count-label.
           MOVE ls-age-line-count(s) TO rpt-count-value.
           MOVE rpt-count-line TO restricted-report-line.
           WRITE restricted-report-line.
           MOVE '  AGE-RESTRICTED LINES NOT CONFIRMED:'
               TO rpt-count-label.
           MOVE ls-unconfirmed-count(s) TO rpt-count-value.
           MOVE rpt-count-line TO restricted-report-line.
           WRITE restricted-report-line.
           ADD ls-unconfirmed-count(s) TO unconfirmed-count.
       8100-EXIT.
           EXIT.

       8110-LOOK-UP-STORE-NAME.
           MOVE SPACES TO rpt-store-name.
           IF store-master-opened
               MOVE ls-store-id(s) TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO rpt-store-name
                   NOT INVALID KEY
                       MOVE stm-store-name TO rpt-store-name
               END-READ
           END-IF.
       8110-EXIT.
           EXIT.

      * The operator on the line is the one signed on at the till
      * when the basket was struck - the person who confirmed the
      * customer's age. A line with only a basket limit needs no
      * check.
       8200-LIST-ONE-LINE.
           READ restricted-sale-file
               AT END
                   MOVE 'Y' TO sale-eof-switch
               NOT AT END
                   IF rsr-store-id = ls-store-id(s)
                       PERFORM 8210-PRINT-ONE-LINE THRU 8210-EXIT
                   END-IF
           END-READ.
       8200-EXIT.
           EXIT.

       8210-PRINT-ONE-LINE.
           MOVE rsr-till-id TO rpt-till-id.
           MOVE rsr-operator-id TO rpt-operator-id.
           MOVE rsr-basket-id TO rpt-basket-id.
           MOVE rsr-sale-date TO rpt-sale-date.
           MOVE rsr-sale-time TO sale-time-work.
           MOVE stw-hour TO rpt-sale-hour.
           MOVE stw-minute TO rpt-sale-minute.
           MOVE rsr-item-code TO rpt-item-code.
           MOVE rsr-quantity TO rpt-quantity.
           MOVE rsr-line-uom TO rpt-line-uom.
           MOVE rsr-min-age TO rpt-min-age.
           MOVE rsr-max-basket-qty TO rpt-basket-limit.
           EVALUATE TRUE
               WHEN rsr-min-age = ZERO
                   MOVE 'NOT AGE RESTRICTED' TO rpt-age-check
               WHEN rsr-age-was-checked
                   MOVE 'CONFIRMED' TO rpt-age-check
               WHEN OTHER
                   MOVE '*** NOT RECORDED ***' TO rpt-age-check
           END-EVALUATE.
           MOVE rpt-detail-line TO restricted-report-line.
           WRITE restricted-report-line.
           ADD 1 TO lines-listed-count.
       8210-EXIT.
           EXIT.

       9000-TERMINATE.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           CLOSE restricted-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM RESTRICTED-LOG.
