      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Print the stocktake count sheets for one branch:
      *             every item on the product master, or only one
      *             supplier's items, or a range of item codes, each
      *             with its unit of measure and a ruled space for the
      *             quantity found on the shelf. The sheets are blind
      *             - the book stock is deliberately left off, so the
      *             counters count what is there rather than confirm
      *             what the system expects. The counted quantities
      *             are keyed back as the COUNTIN file and set against
      *             the book by STOCKTAKE. The run reads four lines
      *             from the inquiry input: the store id, the
      *             selection (A all items, S one supplier, R a range
      *             of item codes), then the supplier code or the
      *             first item code, then the last item code of a
      *             range. The store id must be a branch on the store
      *             master that is still open.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-SHEETS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT count-sheet-file ASSIGN TO "CNTSHEET"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  count-sheet-file.
       01  count-sheet-line        PIC X(80).
       WORKING-STORAGE SECTION.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok       VALUE '00'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-check-switch      PIC X(01) VALUE SPACES.
           88  store-is-known          VALUE 'K'.
           88  store-is-unknown        VALUE 'U'.
           88  store-is-closed         VALUE 'C'.
       01  master-open-switch      PIC X(01) VALUE 'N'.
           88  master-opened           VALUE 'Y'.
       01  master-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-product-master   VALUE 'Y'.
       01  run-date                PIC 9(08).
       01  sheet-store-id          PIC X(04) VALUE SPACES.
       01  sheet-selection         PIC X(01) VALUE SPACES.
           88  select-all-items        VALUE 'A' ' '.
           88  select-one-supplier     VALUE 'S'.
           88  select-item-range       VALUE 'R'.
       01  selection-from          PIC X(10) VALUE SPACES.
       01  selection-to            PIC X(10) VALUE SPACES.
       01  items-listed-count      PIC 9(06) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(20)
                   VALUE 'COUNT SHEET - STORE '.
           05  FILLER              PIC X(01) VALUE '['.
           05  rpt-heading-store   PIC X(04).
           05  FILLER              PIC X(07) VALUE '] DATE '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-selection-line.
           05  FILLER              PIC X(11) VALUE 'SELECTION: '.
           05  rpt-selection-text  PIC X(40).
       01  rpt-column-line.
           05  FILLER              PIC X(12) VALUE 'PROD CODE'.
           05  FILLER              PIC X(05) VALUE 'UOM'.
           05  FILLER              PIC X(10) VALUE 'SUPPLIER'.
           05  FILLER              PIC X(20) VALUE 'QUANTITY COUNTED'.
           05  FILLER              PIC X(12) VALUE 'COUNTED BY'.
       01  rpt-detail-line.
           05  rpt-prod-code       PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-uom             PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-supplier-code   PIC X(06).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(18)
                   VALUE '__________________'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE '__________'.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF master-opened
               PERFORM 2000-LIST-ITEMS THRU 2000-EXIT
                   UNTIL end-of-product-master
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'COUNT-SHEETS: ' items-listed-count
               ' ITEMS LISTED FOR STORE [' sheet-store-id ']'.
           STOP RUN.

      * A sheet is always for one branch: a blank store id would
      * produce a sheet nobody could key back against a shelf, so
      * the run refuses it. It refuses an id that is not on the store
      * master, or is a closed branch, the same way; without the store
      * master the id goes unchecked, as in BASKET-EDIT. A selection
      * that is neither supplier nor range is taken as every item.
       1000-INITIALIZE.
           ACCEPT run-date FROM DATE YYYYMMDD.
           ACCEPT sheet-store-id.
           ACCEPT sheet-selection.
           ACCEPT selection-from.
           ACCEPT selection-to.
           IF NOT select-one-supplier AND NOT select-item-range
               MOVE 'A' TO sheet-selection
           END-IF.
           IF select-item-range AND selection-to = SPACES
               MOVE HIGH-VALUES TO selection-to
           END-IF.
           OPEN OUTPUT count-sheet-file.
           PERFORM 1050-CHECK-STORE THRU 1050-EXIT.
           EVALUATE TRUE
               WHEN sheet-store-id = SPACES
                   DISPLAY 'COUNT-SHEETS: NO STORE ID GIVEN - '
                       'NO SHEET PRINTED'
                   MOVE 8 TO RETURN-CODE
               WHEN store-is-unknown
                   DISPLAY 'COUNT-SHEETS: UNKNOWN STORE ID ['
                       sheet-store-id '] - NO SHEET PRINTED'
                   MOVE 8 TO RETURN-CODE
               WHEN store-is-closed
                   DISPLAY 'COUNT-SHEETS: STORE IS CLOSED ['
                       sheet-store-id '] - NO SHEET PRINTED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   OPEN INPUT product-master-file
                   IF product-master-ok
                       MOVE 'Y' TO master-open-switch
                   ELSE
                       DISPLAY 'COUNT-SHEETS: PRODUCT MASTER FAILED '
                           'TO OPEN - STATUS ' product-master-status
                           ' - NO SHEET PRINTED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           IF master-opened
               PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
               PERFORM 1200-POSITION-MASTER THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1050-CHECK-STORE.
           MOVE 'K' TO store-check-switch.
           IF sheet-store-id NOT = SPACES
               OPEN INPUT store-master-file
               IF store-master-ok
                   MOVE sheet-store-id TO stm-store-id
                   READ store-master-file
                       INVALID KEY
                           MOVE 'U' TO store-check-switch
                       NOT INVALID KEY
                           IF stm-is-closed
                               MOVE 'C' TO store-check-switch
                           END-IF
                   END-READ
                   CLOSE store-master-file
               ELSE
                   DISPLAY 'COUNT-SHEETS: STORE MASTER FAILED TO '
                       'OPEN - STATUS ' store-master-status
                       ' - STORE ID NOT CHECKED'
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1100-PRINT-HEADINGS.
           MOVE sheet-store-id TO rpt-heading-store.
           MOVE run-date TO rpt-heading-date.
           MOVE rpt-heading-line TO count-sheet-line.
           WRITE count-sheet-line.
           MOVE SPACES TO rpt-selection-text.
           EVALUATE TRUE
               WHEN select-one-supplier
                   STRING 'SUPPLIER ' selection-from(1:6)
                       DELIMITED BY SIZE INTO rpt-selection-text
               WHEN select-item-range
                   STRING 'ITEMS ' selection-from ' TO '
                       selection-to DELIMITED BY SIZE
                       INTO rpt-selection-text
               WHEN OTHER
                   MOVE 'ALL ITEMS' TO rpt-selection-text
           END-EVALUATE.
           MOVE rpt-selection-line TO count-sheet-line.
           WRITE count-sheet-line.
           MOVE SPACES TO count-sheet-line.
           WRITE count-sheet-line.
           MOVE rpt-column-line TO count-sheet-line.
           WRITE count-sheet-line.
       1100-EXIT.
           EXIT.

      * A range starts the pass at its first code; every other
      * selection walks the whole master.
       1200-POSITION-MASTER.
           IF select-item-range
               MOVE selection-from TO prod-code
           ELSE
               MOVE LOW-VALUES TO prod-code
           END-IF.
           START product-master-file KEY >= prod-code
               INVALID KEY
                   MOVE 'Y' TO master-eof-switch
           END-START.
       1200-EXIT.
           EXIT.

       2000-LIST-ITEMS.
           READ product-master-file NEXT RECORD
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * The master is in item-code order, so a range ends the pass
      * as soon as it reads past its last code.
       2100-LIST-ONE-ITEM.
           EVALUATE TRUE
               WHEN select-item-range AND prod-code > selection-to
                   MOVE 'Y' TO master-eof-switch
               WHEN select-one-supplier
                       AND prod-supplier-code NOT = selection-from(1:6)
                   CONTINUE
               WHEN OTHER
                   PERFORM 2200-PRINT-ONE-ITEM THRU 2200-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-PRINT-ONE-ITEM.
           ADD 1 TO items-listed-count.
           MOVE prod-code TO rpt-prod-code.
           IF prod-unit-of-measure = SPACES
               MOVE 'EA' TO rpt-uom
           ELSE
               MOVE prod-unit-of-measure TO rpt-uom
           END-IF.
           MOVE prod-supplier-code TO rpt-supplier-code.
           MOVE rpt-detail-line TO count-sheet-line.
           WRITE count-sheet-line.
       2200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE product-master-file
           END-IF.
           MOVE SPACES TO count-sheet-line.
           WRITE count-sheet-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'ITEMS ON SHEET:' TO rpt-count-label.
           MOVE items-listed-count TO rpt-count-value.
           MOVE rpt-count-line TO count-sheet-line.
           WRITE count-sheet-line.
           CLOSE count-sheet-file.
       9000-EXIT.
           EXIT.

       END PROGRAM COUNT-SHEETS.
