      *     against the trailers' summed counts. A second trailer
      *     was previously rejected as a duplicate, which bounced
      *     any concatenated feed with RC 8.
      *   - Header store id checked against the store master: a
      *     basket for a store id that is not on the master, or for
      *     a branch that has closed, is rejected with the details
      *     and payments behind it, so a keying error on the feed
      *     no longer opens a new branch in the books. A blank store
      *     id is still the original store and needs no record. A
      *     store master that will not open leaves store ids
      *     unchecked for the night, and says so on the edit report.
      *   - Header sale date and time checked: either may be blank,
      *     but one that is present must be numeric and the time a
      *     real time of day, or the basket is rejected before a
      *     nonsense hour reaches the trading profile.
      *   - Header return-authorised flag checked: blank, or 'Y' on a
      *     return basket only - the flag lets a return past
      *     BATCH-TOTAL's check against the original sale, so it is
      *     refused anywhere else.
      *   - Header reversal flag checked: blank or 'Y' - the flag
      *     keeps a basket off tonight's pricing, so nothing else
      *     may ride in it.
      *   - Detail age-checked flag checked: blank or 'Y' - the flag
      *     clears a restricted line, so nothing else may ride in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-EDIT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT edit-report-file ASSIGN TO "BASKETEDR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  raw-basket-file.
           05  ber-reject-reason   PIC X(30).
       FD  edit-report-file.
       01  edit-report-line        PIC X(80).
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       WORKING-STORAGE SECTION.
       01  raw-basket-status       PIC X(02) VALUE SPACES.
           88  raw-basket-not-found    VALUE '35'.
           88  no-header-yet           VALUE 'N'.
           88  header-was-rejected     VALUE 'R'.
       01  reject-reason           PIC X(30) VALUE SPACES.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  store-check-switch      PIC X(01) VALUE SPACES.
           88  store-is-known          VALUE 'K'.
           88  store-is-unknown        VALUE 'U'.
           88  store-is-closed         VALUE 'C'.
       01  seen-basket-count       PIC 9(04) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  duplicate-found-switch  PIC X(01) VALUE 'N'.
           OPEN OUTPUT clean-basket-file.
           OPEN OUTPUT edit-error-file.
           OPEN OUTPUT edit-report-file.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'BASKET-EDIT: STORE MASTER FAILED TO OPEN - '
                   'STATUS ' store-master-status
                   ' - STORE IDS NOT CHECKED'
           END-IF.
       1000-EXIT.
           EXIT.

      * are rejected with it rather than being folded into whichever
      * basket happened to come before.
       3000-EDIT-HEADER.
           PERFORM 3200-CHECK-STORE THRU 3200-EXIT.
           EVALUATE TRUE
               WHEN bbr-basket-id = SPACES
                   MOVE 'BLANK BASKET ID' TO reject-reason
               WHEN bbr-original-date-x NOT = SPACES
                   AND bbr-original-date IS NOT NUMERIC
                   MOVE 'ORIGINAL DATE NOT NUMERIC' TO reject-reason
               WHEN bbr-sale-date-x NOT = SPACES
                   AND bbr-sale-date IS NOT NUMERIC
                   MOVE 'SALE DATE NOT NUMERIC' TO reject-reason
               WHEN bbr-sale-time-x NOT = SPACES
                   AND bbr-sale-time IS NOT NUMERIC
                   MOVE 'SALE TIME NOT NUMERIC' TO reject-reason
               WHEN bbr-sale-time-x NOT = SPACES
                   AND (bbr-sale-time-x(1:2) > '23'
                       OR bbr-sale-time-x(3:2) > '59'
                       OR bbr-sale-time-x(5:2) > '59')
                   MOVE 'SALE TIME NOT A TIME OF DAY' TO reject-reason
               WHEN bbr-return-authorised NOT = SPACES
                   AND NOT bbr-return-is-authorised
                   MOVE 'UNKNOWN AUTHORISATION FLAG' TO reject-reason
               WHEN bbr-return-is-authorised
                   AND bbr-basket-type NOT = 'R'
                   MOVE 'AUTHORISED FLAG ON A SALE' TO reject-reason
               WHEN bbr-reversal-flag NOT = SPACES
                   AND NOT bbr-is-reversal
                   MOVE 'UNKNOWN REVERSAL FLAG' TO reject-reason
               WHEN store-is-unknown
                   MOVE 'UNKNOWN STORE ID' TO reject-reason
               WHEN store-is-closed
                   MOVE 'STORE IS CLOSED' TO reject-reason
               WHEN OTHER
                   PERFORM 3100-CHECK-DUPLICATE-ID THRU 3100-EXIT
           END-EVALUATE.
       3110-EXIT.
           EXIT.

      * The store id is looked up once per header. A blank id is the
      * original store, which predates the store master: it is only
      * refused if the master carries it and it has been closed.
       3200-CHECK-STORE.
           MOVE SPACES TO store-check-switch.
           IF store-master-opened
               MOVE bbr-store-id TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       IF bbr-store-id = SPACES
                           MOVE 'K' TO store-check-switch
                       ELSE
                           MOVE 'U' TO store-check-switch
                       END-IF
                   NOT INVALID KEY
                       IF stm-is-closed
                           MOVE 'C' TO store-check-switch
                       ELSE
                           MOVE 'K' TO store-check-switch
                       END-IF
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

       4000-EDIT-DETAIL.
           EVALUATE TRUE
               WHEN no-header-yet
                   AND bbr-line-uom NOT = 'EA'
                   AND bbr-line-uom NOT = 'KG'
                   MOVE 'UNKNOWN UNIT OF MEASURE' TO reject-reason
               WHEN bbr-line-age-checked NOT = SPACE
                   AND bbr-line-age-checked NOT = 'Y'
                   MOVE 'UNKNOWN AGE CHECK FLAG' TO reject-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   DELIMITED BY SIZE INTO edit-report-line
           END-IF.
           WRITE edit-report-line.
           IF NOT store-master-opened
               MOVE SPACES TO edit-report-line
               STRING '*** STORE MASTER NOT AVAILABLE - STORE IDS '
                   'NOT CHECKED ***' DELIMITED BY SIZE
                   INTO edit-report-line
               WRITE edit-report-line
           END-IF.
       8000-EXIT.
           EXIT.

           CLOSE clean-basket-file.
           CLOSE edit-error-file.
           CLOSE edit-report-file.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
       9000-EXIT.
           EXIT.

