      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Daily cashier accountability report: one pass of
      *             the night's TILLACT till activity file, rolled up
      *             per store, till and operator (and currency, since
      *             figures are never blended across currencies) into
      *             the baskets struck and their value, the return
      *             baskets and the refunds paid out, the discount
      *             keyed by hand, the loyalty points taken as
      *             payment, and the drawer's over/short against the
      *             tenders. A drawer that came out short is flagged
      *             so the cash office can start there. Rows print
      *             in store, till and operator order.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT till-activity-file ASSIGN TO "TILLACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS till-activity-status.
           SELECT cashier-report-file ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  till-activity-file.
       COPY 'till_activity_record.cpy'.
       FD  cashier-report-file.
       01  cashier-report-line     PIC X(150).
       WORKING-STORAGE SECTION.
       01  till-activity-status    PIC X(02) VALUE SPACES.
           88  till-activity-ok        VALUE '00'.
       01  activity-open-switch    PIC X(01) VALUE 'N'.
           88  activity-opened         VALUE 'Y'.
       01  activity-eof-switch     PIC X(01) VALUE 'N'.
           88  end-of-till-activity    VALUE 'Y'.
       01  records-read-count      PIC 9(08) COMP VALUE ZERO.
       01  unchecked-count         PIC 9(06) COMP VALUE ZERO.
       01  short-drawer-count      PIC 9(06) COMP VALUE ZERO.
       01  slot-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  report-date             PIC 9(08) VALUE ZERO.
      * One slot per store, till, operator and currency, kept in key
      * order as slots are added so the report needs no sort - a
      * night's tills and operators fit well inside two hundred.
       01  cashier-slot-count      PIC 9(04) COMP VALUE ZERO.
       01  cashier-index           PIC 9(04) COMP VALUE ZERO.
       01  insert-position         PIC 9(04) COMP VALUE ZERO.
       01  c                       PIC 9(04) COMP.
       01  slot-key-in-hand.
           05  key-store-id            PIC X(04).
           05  key-till-id             PIC X(04).
           05  key-operator-id         PIC X(06).
           05  key-currency-code       PIC X(03).
       01  cashier-table.
           05  cashier-slot OCCURS 200 TIMES.
               10  cs-key.
                   15  cs-store-id         PIC X(04).
                   15  cs-till-id          PIC X(04).
                   15  cs-operator-id      PIC X(06).
                   15  cs-currency-code    PIC X(03).
               10  cs-sale-count       PIC 9(06).
               10  cs-sale-value       PIC 9(12)V9(2).
               10  cs-return-count     PIC 9(06).
               10  cs-refund-value     PIC 9(12)V9(2).
               10  cs-keyed-discount   PIC 9(12)V9(2).
               10  cs-points-redeemed  PIC 9(09).
               10  cs-redemption-value PIC 9(12)V9(2).
               10  cs-drawer-variance  PIC S9(12)V9(2).
       01  rpt-heading-line.
           05  FILLER              PIC X(40)
                   VALUE 'CASHIER ACCOUNTABILITY - BUSINESS DATE '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-column-line.
           05  FILLER              PIC X(06) VALUE 'STORE'.
           05  FILLER              PIC X(06) VALUE 'TILL'.
           05  FILLER              PIC X(08) VALUE 'OPER'.
           05  FILLER              PIC X(05) VALUE 'CCY'.
           05  FILLER              PIC X(08) VALUE ' BASKETS'.
           05  FILLER              PIC X(16) VALUE '     SALES VALUE'.
           05  FILLER              PIC X(08) VALUE ' RETURNS'.
           05  FILLER              PIC X(16) VALUE '    REFUND VALUE'.
           05  FILLER              PIC X(15) VALUE ' KEYED DISCOUNT'.
           05  FILLER              PIC X(09) VALUE '   POINTS'.
           05  FILLER              PIC X(15) VALUE '  POINTS VALUE'.
           05  FILLER              PIC X(16) VALUE '      OVER/SHORT'.
       01  rpt-detail-line.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-till-id         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-operator-id     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-currency-code   PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-sale-count      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-sale-value      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-return-count    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-refund-value    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-keyed-discount  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-points-redeemed PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-redemption-value PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-drawer-variance PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-remark          PIC X(10).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(40).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF activity-opened
               PERFORM 2000-ROLL-UP-ACTIVITY THRU 2000-EXIT
                   UNTIL end-of-till-activity
           END-IF.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'CASHIER-REPORT: ' records-read-count
               ' BASKETS READ, ' cashier-slot-count
               ' OPERATOR/TILL ROWS, ' short-drawer-count ' SHORT'.
           STOP RUN.

      * No activity file means the night run has not written one -
      * the report says so rather than printing an empty page that
      * looks like a day without trade.
       1000-INITIALIZE.
           OPEN INPUT till-activity-file.
           IF till-activity-ok
               MOVE 'Y' TO activity-open-switch
           ELSE
               DISPLAY 'CASHIER-REPORT: TILL ACTIVITY FILE FAILED TO '
                   'OPEN - STATUS ' till-activity-status
               MOVE 'Y' TO activity-eof-switch
           END-IF.
           OPEN OUTPUT cashier-report-file.
       1000-EXIT.
           EXIT.

       2000-ROLL-UP-ACTIVITY.
           READ till-activity-file
               AT END
                   MOVE 'Y' TO activity-eof-switch
               NOT AT END
                   PERFORM 2100-ROLL-UP-ONE-BASKET THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * Sales and returns are counted and valued apart - a refund is
      * money out of the drawer and is never netted off the sales.
       2100-ROLL-UP-ONE-BASKET.
           ADD 1 TO records-read-count.
           IF report-date = ZERO
               MOVE tar-date TO report-date
           END-IF.
           IF NOT tar-was-tender-checked
               ADD 1 TO unchecked-count
           END-IF.
           PERFORM 2200-FIND-OR-ADD-SLOT THRU 2200-EXIT.
           IF cashier-index > ZERO
               PERFORM 2150-ADD-TO-SLOT THRU 2150-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2150-ADD-TO-SLOT.
           IF tar-is-return
               ADD 1 TO cs-return-count(cashier-index)
               ADD tar-total-with-tax
                   TO cs-refund-value(cashier-index)
           ELSE
               ADD 1 TO cs-sale-count(cashier-index)
               ADD tar-total-with-tax TO cs-sale-value(cashier-index)
           END-IF.
           ADD tar-keyed-discount TO cs-keyed-discount(cashier-index).
           ADD tar-points-redeemed
               TO cs-points-redeemed(cashier-index).
           ADD tar-redemption-value
               TO cs-redemption-value(cashier-index).
           ADD tar-drawer-variance
               TO cs-drawer-variance(cashier-index).
       2150-EXIT.
           EXIT.

      * The table is kept in key order: the scan stops at the first
      * slot at or past the basket's key, and a new slot is opened
      * there by moving the rest of the table down one.
       2200-FIND-OR-ADD-SLOT.
           MOVE ZERO TO cashier-index.
           MOVE tar-store-id TO key-store-id.
           MOVE tar-till-id TO key-till-id.
           MOVE tar-operator-id TO key-operator-id.
           MOVE tar-currency-code TO key-currency-code.
           MOVE ZERO TO insert-position.
           MOVE 1 TO c.
           PERFORM 2210-CHECK-ONE-SLOT THRU 2210-EXIT
               UNTIL c > cashier-slot-count
                   OR insert-position > ZERO.
           EVALUATE TRUE
               WHEN insert-position > ZERO
                       AND cs-key(insert-position) = slot-key-in-hand
                   MOVE insert-position TO cashier-index
               WHEN cashier-slot-count NOT < 200
                   ADD 1 TO slot-overflow-count
                   DISPLAY 'CASHIER-REPORT: ROW TABLE FULL - STORE ['
                       tar-store-id '] TILL [' tar-till-id
                       '] OPERATOR [' tar-operator-id '] NOT REPORTED'
               WHEN OTHER
                   PERFORM 2230-ADD-SLOT THRU 2230-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-SLOT.
           IF cs-key(c) NOT < slot-key-in-hand
               MOVE c TO insert-position
           ELSE
               ADD 1 TO c
           END-IF.
       2210-EXIT.
           EXIT.

       2220-MOVE-SLOT-DOWN.
           MOVE cashier-slot(c) TO cashier-slot(c + 1).
       2220-EXIT.
           EXIT.

       2230-ADD-SLOT.
           IF insert-position = ZERO
               COMPUTE insert-position = cashier-slot-count + 1
           END-IF.
           MOVE insert-position TO cashier-index.
           PERFORM 2220-MOVE-SLOT-DOWN THRU 2220-EXIT
               VARYING c FROM cashier-slot-count BY -1
               UNTIL c < cashier-index.
           ADD 1 TO cashier-slot-count.
           MOVE slot-key-in-hand TO cs-key(cashier-index).
           MOVE ZERO TO cs-sale-count(cashier-index).
           MOVE ZERO TO cs-sale-value(cashier-index).
           MOVE ZERO TO cs-return-count(cashier-index).
           MOVE ZERO TO cs-refund-value(cashier-index).
           MOVE ZERO TO cs-keyed-discount(cashier-index).
           MOVE ZERO TO cs-points-redeemed(cashier-index).
           MOVE ZERO TO cs-redemption-value(cashier-index).
           MOVE ZERO TO cs-drawer-variance(cashier-index).
       2230-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           MOVE report-date TO rpt-heading-date.
           MOVE rpt-heading-line TO cashier-report-line.
           WRITE cashier-report-line.
           MOVE SPACES TO cashier-report-line.
           WRITE cashier-report-line.
           IF activity-opened
               PERFORM 8050-PRINT-FIGURES THRU 8050-EXIT
           ELSE
               STRING '*** TILL ACTIVITY FILE UNAVAILABLE - NO '
                   'FIGURES REPORTED ***' DELIMITED BY SIZE
                   INTO cashier-report-line
               WRITE cashier-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       8050-PRINT-FIGURES.
           MOVE rpt-column-line TO cashier-report-line.
           WRITE cashier-report-line.
           PERFORM 8100-PRINT-ONE-ROW THRU 8100-EXIT
               VARYING c FROM 1 BY 1 UNTIL c > cashier-slot-count.
           MOVE SPACES TO cashier-report-line.
           WRITE cashier-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'BASKETS READ:' TO rpt-count-label.
           MOVE records-read-count TO rpt-count-value.
           MOVE rpt-count-line TO cashier-report-line.
           WRITE cashier-report-line.
           MOVE 'BASKETS WITH NO TENDERS TO CHECK:' TO rpt-count-label.
           MOVE unchecked-count TO rpt-count-value.
           MOVE rpt-count-line TO cashier-report-line.
           WRITE cashier-report-line.
           MOVE 'OPERATOR/TILL ROWS SHORT:' TO rpt-count-label.
           MOVE short-drawer-count TO rpt-count-value.
           MOVE rpt-count-line TO cashier-report-line.
           WRITE cashier-report-line.
           IF slot-overflow-count > ZERO
               MOVE 'BASKETS NOT REPORTED - TABLE FULL:'
                   TO rpt-count-label
               MOVE slot-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO cashier-report-line
               WRITE cashier-report-line
           END-IF.
       8050-EXIT.
           EXIT.

       8100-PRINT-ONE-ROW.
           MOVE cs-store-id(c) TO rpt-store-id.
           MOVE cs-till-id(c) TO rpt-till-id.
           MOVE cs-operator-id(c) TO rpt-operator-id.
           MOVE cs-currency-code(c) TO rpt-currency-code.
           MOVE cs-sale-count(c) TO rpt-sale-count.
           MOVE cs-sale-value(c) TO rpt-sale-value.
           MOVE cs-return-count(c) TO rpt-return-count.
           MOVE cs-refund-value(c) TO rpt-refund-value.
           MOVE cs-keyed-discount(c) TO rpt-keyed-discount.
           MOVE cs-points-redeemed(c) TO rpt-points-redeemed.
           MOVE cs-redemption-value(c) TO rpt-redemption-value.
           MOVE cs-drawer-variance(c) TO rpt-drawer-variance.
           EVALUATE TRUE
               WHEN cs-drawer-variance(c) < ZERO
                   ADD 1 TO short-drawer-count
                   MOVE '*** SHORT' TO rpt-remark
               WHEN cs-drawer-variance(c) > ZERO
                   MOVE 'OVER' TO rpt-remark
               WHEN OTHER
                   MOVE SPACES TO rpt-remark
           END-EVALUATE.
           MOVE rpt-detail-line TO cashier-report-line.
           WRITE cashier-report-line.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF activity-opened
               CLOSE till-activity-file
           END-IF.
           CLOSE cashier-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM CASHIER-REPORT.
