      *   - The gate's business date now comes from the BUSDATE file,
      *     supplied once to the whole chain (today when absent), so
      *     a run crossing midnight stays on the one business date.
      *   - Store control totals carry the branch name from the store
      *     master beside the store id; a store id not on the master
      *     is marked as such rather than left to look like a branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON-REPORT.
               FILE STATUS IS batch-result-status.
           SELECT recon-report-file ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-log-file.
       01  result-line             PIC X(120).
       FD  recon-report-file.
       01  recon-report-line       PIC X(100).
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       WORKING-STORAGE SECTION.
      * The result line is re-read through the same layout
      * BATCH-TOTAL builds it from, so the two programs cannot drift
       01  result-total-with-tax   PIC 9(12)V9(2).
       01  audit-log-status        PIC X(02) VALUE SPACES.
           88  audit-log-not-found     VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  batch-result-status     PIC X(02) VALUE SPACES.
           88  batch-result-not-found  VALUE '35'.
       01  audit-eof-switch        PIC X(01) VALUE 'N'.
           05  FILLER              PIC X(07) VALUE 'STORE ['.
           05  rpt-st-store-id     PIC X(04).
           05  FILLER              PIC X(02) VALUE '] '.
           05  rpt-st-store-name   PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-st-currency     PIC X(03).
           05  FILLER              PIC X(09) VALUE '  AUDITED'.
           05  rpt-st-audit-amount PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
                   'NO RESULTS TODAY'
               MOVE 'Y' TO result-eof-switch
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'RECON-REPORT: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - STORE NAMES NOT PRINTED'
           END-IF.
           OPEN OUTPUT recon-report-file.
           MOVE rpt-heading-line TO recon-report-line.
           WRITE recon-report-line.

       5200-PRINT-ONE-STORE.
           MOVE st-store-id(sv) TO rpt-st-store-id.
           PERFORM 5250-LOOK-UP-STORE-NAME THRU 5250-EXIT.
           MOVE st-currency-code(sv) TO rpt-st-currency.
           MOVE st-audit-total(sv) TO rpt-st-audit-amount.
           MOVE st-result-total(sv) TO rpt-st-result-amount.
       5200-EXIT.
           EXIT.

       5250-LOOK-UP-STORE-NAME.
           MOVE SPACES TO rpt-st-store-name.
           IF store-master-opened
               MOVE st-store-id(sv) TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE '(NOT ON MASTER)'
                           TO rpt-st-store-name
                   NOT INVALID KEY
                       MOVE stm-store-name TO rpt-st-store-name
               END-READ
           END-IF.
       5250-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
           IF NOT batch-result-not-found
               CLOSE batch-result-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           CLOSE recon-report-file.
       9000-EXIT.
           EXIT.
