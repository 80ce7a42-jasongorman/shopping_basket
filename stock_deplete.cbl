      *   - The gate's business date now comes from the BUSDATE file,
      *     supplied once to the whole chain (today when absent), so
      *     a run crossing midnight stays on the one business date.
      *   - Per-store reorder lines carry the branch name from the
      *     store master beside the store id; a store id not on the
      *     master is marked as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-DEPLETE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ssr-key
               FILE STATUS IS store-stock-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  product-master-file.
       01  reorder-report-line     PIC X(80).
       FD  store-stock-file.
       COPY 'store_stock_record.cpy'.
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       WORKING-STORAGE SECTION.
       01  product-master-status   PIC X(02) VALUE SPACES.
           88  product-master-ok           VALUE '00'.
       01  store-stock-eof-switch  PIC X(01) VALUE 'N'.
           88  end-of-store-stock      VALUE 'Y'.
       01  store-reorder-count     PIC 9(04) COMP VALUE ZERO.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  reorder-level-held      PIC 9(07) VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(14) VALUE 'PROD CODE'.
           05  FILLER              PIC X(07) VALUE 'STORE ['.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE '] '.
           05  rpt-store-name      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-store-prod-code PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-on-hand   PIC Z,ZZZ,ZZ9.999-.
               MOVE 'Y' TO detail-eof-switch
           END-IF.
           PERFORM 1100-OPEN-STORE-STOCK THRU 1100-EXIT.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'STOCK-DEPLETE: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - STORE NAMES NOT PRINTED'
           END-IF.
           OPEN OUTPUT reorder-report-file.
           MOVE rpt-heading-line TO reorder-report-line.
           WRITE reorder-report-line.
                       AND ssr-stock-on-hand <= reorder-level-held
                       ADD 1 TO store-reorder-count
                       MOVE ssr-store-id TO rpt-store-id
                       PERFORM 3660-LOOK-UP-STORE-NAME THRU 3660-EXIT
                       MOVE ssr-prod-code TO rpt-store-prod-code
                       MOVE ssr-stock-on-hand TO rpt-store-on-hand
                       MOVE reorder-level-held TO rpt-store-reorder
       3650-EXIT.
           EXIT.

       3660-LOOK-UP-STORE-NAME.
           MOVE SPACES TO rpt-store-name.
           IF store-master-opened
               MOVE ssr-store-id TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO rpt-store-name
                   NOT INVALID KEY
                       MOVE stm-store-name TO rpt-store-name
               END-READ
           END-IF.
       3660-EXIT.
           EXIT.

       9000-TERMINATE.
           IF master-opened
               CLOSE product-master-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           IF NOT sales-detail-not-found
               CLOSE sales-detail-file
           END-IF.
