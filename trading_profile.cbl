      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Trading profile by store and hour of day over a
      *             requested date range, for staffing the tills and
      *             planning deliveries around the busy hours. Every
      *             audit entry in the range - AUDITARC first, then
      *             the live AUDITLOG, as VAT-RETURN reads them - is
      *             placed by the date and time the basket was closed
      *             at the till, not the time TOTAL struck it, and
      *             counted against its store's hour of day and day of
      *             the week: baskets, items and sales value with tax,
      *             returns netted off the items and value. The
      *             day-of-week comparison shows how many of each
      *             weekday the range holds and the average value
      *             taken on one. An entry with no time of sale (a
      *             feed that did not carry it) cannot be placed and
      *             is totaled apart per store. The range is read as
      *             two dates, from and to, in YYYYMMDD form; blank or
      *             mis-keyed falls back to everything on the trail,
      *             and the weekdays are then counted between the
      *             first and last sale found.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADING-PROFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-log-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT audit-archive-file ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-archive-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
           SELECT profile-report-file ASSIGN TO "TRADPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-log-file.
       COPY 'audit_record.cpy'.
       FD  audit-archive-file.
       01  archive-audit-record    PIC X(200).
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       FD  profile-report-file.
       01  profile-report-line     PIC X(120).
       WORKING-STORAGE SECTION.
       COPY 'date_calc_params.cpy'.
       01  audit-log-status        PIC X(02) VALUE SPACES.
           88  audit-log-not-found     VALUE '35'.
       01  audit-archive-status    PIC X(02) VALUE SPACES.
           88  audit-archive-not-found VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  store-master-open-switch PIC X(01) VALUE 'N'.
           88  store-master-opened     VALUE 'Y'.
       01  audit-eof-switch        PIC X(01) VALUE 'N'.
           88  end-of-audit-log        VALUE 'Y'.
       01  archive-eof-switch      PIC X(01) VALUE 'N'.
           88  end-of-audit-archive    VALUE 'Y'.
       01  range-from-date         PIC 9(08) VALUE ZERO.
       01  range-to-date           PIC 9(08) VALUE ZERO.
       01  range-from-text         PIC X(08) VALUE SPACES.
       01  range-to-text           PIC X(08) VALUE SPACES.
      * The date an entry is filtered on: the sale date where the
      * entry carries one, otherwise the date TOTAL struck it.
       01  entry-date              PIC 9(08) VALUE ZERO.
       01  entry-items             PIC S9(06) COMP VALUE ZERO.
       01  entry-value             PIC S9(12)V9(2) VALUE ZERO.
       01  entry-timed-switch      PIC X(01) VALUE 'N'.
           88  entry-is-timed          VALUE 'Y'.
       01  sale-time-work          PIC 9(06) VALUE ZERO.
       01  sale-time-parts REDEFINES sale-time-work.
           05  stw-hour            PIC 9(02).
           05  stw-minute          PIC 9(02).
           05  stw-second          PIC 9(02).
      * One DATE-CALC call per distinct sale date: entries arrive in
      * date order, so the last answer nearly always serves.
       01  last-date-looked-up     PIC 9(08) VALUE ZERO.
       01  last-day-of-week        PIC 9(01) VALUE ZERO.
       01  last-date-valid-switch  PIC X(01) VALUE 'N'.
           88  last-date-was-valid     VALUE 'Y'.
       01  first-sale-date         PIC 9(08) VALUE 99999999.
       01  last-sale-date          PIC 9(08) VALUE ZERO.
       01  weekdays-from-date      PIC 9(08) VALUE ZERO.
       01  weekdays-to-date        PIC 9(08) VALUE ZERO.
       01  weekdays-from-number    PIC 9(07) VALUE ZERO.
       01  weekdays-from-dow       PIC 9(01) VALUE ZERO.
       01  weekdays-to-number      PIC 9(07) VALUE ZERO.
       01  days-in-range           PIC 9(07) COMP VALUE ZERO.
       01  weekday-offset          PIC 9(02) COMP VALUE ZERO.
       01  weekday-count-table.
           05  weekday-count OCCURS 7 TIMES PIC 9(05) COMP.
       01  day-name-values.
           05  FILLER              PIC X(09) VALUE 'MONDAY'.
           05  FILLER              PIC X(09) VALUE 'TUESDAY'.
           05  FILLER              PIC X(09) VALUE 'WEDNESDAY'.
           05  FILLER              PIC X(09) VALUE 'THURSDAY'.
           05  FILLER              PIC X(09) VALUE 'FRIDAY'.
           05  FILLER              PIC X(09) VALUE 'SATURDAY'.
           05  FILLER              PIC X(09) VALUE 'SUNDAY'.
       01  day-name-table REDEFINES day-name-values.
           05  day-name OCCURS 7 TIMES PIC X(09).
       01  entries-read-count      PIC 9(08) COMP VALUE ZERO.
       01  entries-in-range-count  PIC 9(08) COMP VALUE ZERO.
       01  untimed-count           PIC 9(08) COMP VALUE ZERO.
       01  slot-overflow-count     PIC 9(06) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  c                       PIC 9(04) COMP.
       01  h                       PIC 9(04) COMP.
       01  d                       PIC 9(04) COMP.
       01  insert-position         PIC 9(04) COMP VALUE ZERO.
       01  store-slot-count        PIC 9(04) COMP VALUE ZERO.
      * One slot per store, kept in store id order; the hours run
      * 1 (00:00-00:59) to 24 (23:00-23:59), the days 1 Monday to
      * 7 Sunday.
       01  store-profile-table.
           05  store-slot OCCURS 200 TIMES.
               10  ps-store-id         PIC X(04).
               10  ps-timed-value      PIC S9(12)V9(2).
               10  ps-untimed-baskets  PIC 9(06) COMP.
               10  ps-untimed-value    PIC S9(12)V9(2).
               10  ps-hour OCCURS 24 TIMES.
                   15  ph-baskets          PIC 9(06) COMP.
                   15  ph-items            PIC S9(08) COMP.
                   15  ph-value            PIC S9(12)V9(2).
               10  ps-day OCCURS 7 TIMES.
                   15  pd-baskets          PIC 9(06) COMP.
                   15  pd-items            PIC S9(08) COMP.
                   15  pd-value            PIC S9(12)V9(2).
       01  share-of-day            PIC S9(03)V9(1) VALUE ZERO.
       01  average-per-day         PIC S9(12)V9(2) VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(36)
                   VALUE 'TRADING PROFILE BY STORE AND HOUR - '.
           05  rpt-heading-from    PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  rpt-heading-to      PIC 9(08).
       01  rpt-store-line.
           05  FILLER              PIC X(06) VALUE 'STORE '.
           05  rpt-store-id        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-store-name      PIC X(30).
       01  rpt-hour-heading.
           05  FILLER              PIC X(13) VALUE 'HOUR'.
           05  FILLER              PIC X(09) VALUE '  BASKETS'.
           05  FILLER              PIC X(13) VALUE '        ITEMS'.
           05  FILLER              PIC X(21)
                   VALUE '          SALES VALUE'.
           05  FILLER              PIC X(09) VALUE ' % OF DAY'.
       01  rpt-hour-line.
           05  rpt-hour-from       PIC 9(02).
           05  FILLER              PIC X(04) VALUE ':00-'.
           05  rpt-hour-to         PIC 9(02).
           05  FILLER              PIC X(03) VALUE ':59'.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-hr-baskets      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-hr-items        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-hr-value        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  rpt-hr-share        PIC ZZ9.9-.
       01  rpt-day-heading.
           05  FILLER              PIC X(10) VALUE 'DAY'.
           05  FILLER              PIC X(06) VALUE '  DAYS'.
           05  FILLER              PIC X(09) VALUE '  BASKETS'.
           05  FILLER              PIC X(13) VALUE '        ITEMS'.
           05  FILLER              PIC X(21)
                   VALUE '          SALES VALUE'.
           05  FILLER              PIC X(21)
                   VALUE '     AVERAGE PER DAY'.
       01  rpt-day-line.
           05  rpt-day-name        PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-dy-days         PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-dy-baskets      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-dy-items        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-dy-value        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-dy-average      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  rpt-untimed-line.
           05  FILLER              PIC X(32)
                   VALUE 'NO TIME OF SALE - BASKETS:'.
           05  rpt-ut-baskets      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE '  VALUE: '.
           05  rpt-ut-value        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  rpt-weekdays-line.
           05  FILLER              PIC X(24)
                   VALUE 'WEEKDAYS COUNTED FROM '.
           05  rpt-wd-from         PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  rpt-wd-to           PIC 9(08).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(32).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-PROFILE-ARCHIVE THRU 1500-EXIT
               UNTIL end-of-audit-archive.
           PERFORM 2000-PROFILE-AUDIT-LOG THRU 2000-EXIT
               UNTIL end-of-audit-log.
           PERFORM 3000-COUNT-WEEKDAYS THRU 3000-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'TRADING-PROFILE: ' entries-in-range-count
               ' AUDIT ENTRIES IN RANGE, ' store-slot-count
               ' STORES'.
           STOP RUN.

      * The range arrives as two dates on the inquiry input, as for
      * the VAT return; a blank or non-numeric pair falls back to
      * everything on the trail.
       1000-INITIALIZE.
           ACCEPT range-from-text.
           ACCEPT range-to-text.
           IF range-from-text(1:8) IS NUMERIC
               MOVE range-from-text TO range-from-date
           ELSE
               MOVE ZEROES TO range-from-date
           END-IF.
           IF range-to-text(1:8) IS NUMERIC
               MOVE range-to-text TO range-to-date
           ELSE
               MOVE 99999999 TO range-to-date
           END-IF.
           IF range-to-date = ZERO
               MOVE 99999999 TO range-to-date
           END-IF.
           OPEN INPUT audit-log-file.
           IF audit-log-not-found
               DISPLAY 'TRADING-PROFILE: AUDITLOG NOT FOUND - '
                   'LIVE ENTRIES NOT PROFILED'
               MOVE 'Y' TO audit-eof-switch
           END-IF.
           OPEN INPUT audit-archive-file.
           IF audit-archive-not-found
               MOVE 'Y' TO archive-eof-switch
           END-IF.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE 'Y' TO store-master-open-switch
           ELSE
               DISPLAY 'TRADING-PROFILE: STORE MASTER FAILED TO OPEN'
                   ' - STATUS ' store-master-status
                   ' - STORE NAMES NOT PRINTED'
           END-IF.
           OPEN OUTPUT profile-report-file.
       1000-EXIT.
           EXIT.

      * Archived entries were written straight off the audit record,
      * so each line restates through the same layout and feeds the
      * same profile as an entry still on the live log.
       1500-PROFILE-ARCHIVE.
           READ audit-archive-file
               AT END
                   MOVE 'Y' TO archive-eof-switch
               NOT AT END
                   MOVE archive-audit-record TO audit-record
                   PERFORM 2100-TAKE-ONE-ENTRY THRU 2100-EXIT
           END-READ.
       1500-EXIT.
           EXIT.

       2000-PROFILE-AUDIT-LOG.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO audit-eof-switch
               NOT AT END
                   PERFORM 2100-TAKE-ONE-ENTRY THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * An entry is placed when it carries a sale date and a real
      * time of day; entries written before the time of sale was
      * recorded hold spaces there and are totaled apart, filtered
      * on the date TOTAL struck them. A return counts as a basket
      * at the till like any other and takes its items and value
      * off the hour and day it was made in.
       2100-TAKE-ONE-ENTRY.
           ADD 1 TO entries-read-count.
           MOVE 'N' TO entry-timed-switch.
           MOVE aud-date TO entry-date.
           IF aud-sale-date IS NUMERIC
               AND aud-sale-date > ZERO
               AND aud-sale-time IS NUMERIC
               MOVE aud-sale-time TO sale-time-work
               IF stw-hour < 24
                   PERFORM 2300-FIND-DAY-OF-WEEK THRU 2300-EXIT
                   IF last-date-was-valid
                       MOVE 'Y' TO entry-timed-switch
                       MOVE aud-sale-date TO entry-date
                   END-IF
               END-IF
           END-IF.
           IF entry-date NOT < range-from-date
               AND entry-date NOT > range-to-date
               ADD 1 TO entries-in-range-count
               PERFORM 2200-FIND-OR-ADD-STORE THRU 2200-EXIT
               IF s > ZERO
                   PERFORM 2150-PLACE-ENTRY THRU 2150-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2150-PLACE-ENTRY.
           COMPUTE entry-items = aud-item-count - aud-rejected-count.
           MOVE aud-total-with-tax TO entry-value.
           IF aud-is-return
               COMPUTE entry-items = ZERO - entry-items
               COMPUTE entry-value = ZERO - entry-value
           END-IF.
           IF NOT entry-is-timed
               ADD 1 TO untimed-count
               ADD 1 TO ps-untimed-baskets(s)
               ADD entry-value TO ps-untimed-value(s)
           ELSE
               COMPUTE h = stw-hour + 1
               MOVE last-day-of-week TO d
               ADD 1 TO ph-baskets(s, h)
               ADD entry-items TO ph-items(s, h)
               ADD entry-value TO ph-value(s, h)
               ADD 1 TO pd-baskets(s, d)
               ADD entry-items TO pd-items(s, d)
               ADD entry-value TO pd-value(s, d)
               ADD entry-value TO ps-timed-value(s)
               IF aud-sale-date < first-sale-date
                   MOVE aud-sale-date TO first-sale-date
               END-IF
               IF aud-sale-date > last-sale-date
                   MOVE aud-sale-date TO last-sale-date
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      * Stores are kept in id order as they are met, the way the
      * cashier report keeps its rows, so the report needs no sort.
       2200-FIND-OR-ADD-STORE.
           MOVE ZERO TO s.
           MOVE ZERO TO insert-position.
           MOVE 1 TO c.
           PERFORM 2210-CHECK-ONE-STORE THRU 2210-EXIT
               UNTIL c > store-slot-count
                   OR insert-position > ZERO.
           EVALUATE TRUE
               WHEN insert-position > ZERO
                       AND ps-store-id(insert-position) = aud-store-id
                   MOVE insert-position TO s
               WHEN store-slot-count NOT < 200
                   ADD 1 TO slot-overflow-count
                   DISPLAY 'TRADING-PROFILE: STORE TABLE FULL - STORE ['
                       aud-store-id '] BASKET [' aud-basket-id
                       '] NOT PROFILED'
               WHEN OTHER
                   PERFORM 2230-ADD-STORE THRU 2230-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-STORE.
           IF ps-store-id(c) NOT < aud-store-id
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
           MOVE aud-store-id TO ps-store-id(s).
       2230-EXIT.
           EXIT.

       2300-FIND-DAY-OF-WEEK.
           IF aud-sale-date NOT = last-date-looked-up
               MOVE 'N' TO dcq-action
               MOVE aud-sale-date TO dcq-date
               CALL 'DATE-CALC' USING date-calc-request
               MOVE aud-sale-date TO last-date-looked-up
               IF dcq-date-valid
                   MOVE 'Y' TO last-date-valid-switch
                   MOVE dcq-day-of-week TO last-day-of-week
               ELSE
                   MOVE 'N' TO last-date-valid-switch
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      * The day-of-week comparison averages each weekday's takings
      * over the number of that weekday the range holds. An open end
      * of the range, or one that is not a real date, is taken in to
      * the first or last sale actually found.
       3000-COUNT-WEEKDAYS.
           INITIALIZE weekday-count-table.
           IF last-sale-date > ZERO
               PERFORM 3050-FIND-RANGE-ENDS THRU 3050-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-FIND-RANGE-ENDS.
           MOVE range-from-date TO weekdays-from-date.
           MOVE 'N' TO dcq-action.
           MOVE weekdays-from-date TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-invalid
               MOVE first-sale-date TO weekdays-from-date
               MOVE 'N' TO dcq-action
               MOVE weekdays-from-date TO dcq-date
               CALL 'DATE-CALC' USING date-calc-request
           END-IF.
           MOVE dcq-day-number TO weekdays-from-number.
           MOVE dcq-day-of-week TO weekdays-from-dow.
           MOVE range-to-date TO weekdays-to-date.
           MOVE 'N' TO dcq-action.
           MOVE weekdays-to-date TO dcq-date.
           CALL 'DATE-CALC' USING date-calc-request.
           IF dcq-date-invalid
               MOVE last-sale-date TO weekdays-to-date
               MOVE 'N' TO dcq-action
               MOVE weekdays-to-date TO dcq-date
               CALL 'DATE-CALC' USING date-calc-request
           END-IF.
           MOVE dcq-day-number TO weekdays-to-number.
           IF weekdays-to-number NOT < weekdays-from-number
               COMPUTE days-in-range =
                   weekdays-to-number - weekdays-from-number + 1
               PERFORM 3100-COUNT-ONE-WEEKDAY THRU 3100-EXIT
                   VARYING d FROM 1 BY 1 UNTIL d > 7
           END-IF.
       3050-EXIT.
           EXIT.

      * The first occurrence of weekday d falls weekday-offset days
      * into the range, and one more every seven days after that.
       3100-COUNT-ONE-WEEKDAY.
           COMPUTE weekday-offset = d + 7 - weekdays-from-dow.
           IF weekday-offset NOT < 7
               SUBTRACT 7 FROM weekday-offset
           END-IF.
           IF weekday-offset < days-in-range
               COMPUTE weekday-count(d) =
                   (days-in-range - weekday-offset - 1) / 7 + 1
           END-IF.
       3100-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           MOVE range-from-date TO rpt-heading-from.
           MOVE range-to-date TO rpt-heading-to.
           MOVE rpt-heading-line TO profile-report-line.
           WRITE profile-report-line.
           MOVE SPACES TO profile-report-line.
           STRING 'SALES VALUE INCLUDES TAX; RETURNS ARE NETTED OFF '
               'ITEMS AND VALUE' DELIMITED BY SIZE
               INTO profile-report-line.
           WRITE profile-report-line.
           IF last-sale-date > ZERO
               MOVE weekdays-from-date TO rpt-wd-from
               MOVE weekdays-to-date TO rpt-wd-to
               MOVE rpt-weekdays-line TO profile-report-line
               WRITE profile-report-line
           END-IF.
           PERFORM 8100-PRINT-ONE-STORE THRU 8100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > store-slot-count.
           MOVE SPACES TO profile-report-line.
           WRITE profile-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'AUDIT ENTRIES READ:' TO rpt-count-label.
           MOVE entries-read-count TO rpt-count-value.
           MOVE rpt-count-line TO profile-report-line.
           WRITE profile-report-line.
           MOVE 'AUDIT ENTRIES IN RANGE:' TO rpt-count-label.
           MOVE entries-in-range-count TO rpt-count-value.
           MOVE rpt-count-line TO profile-report-line.
           WRITE profile-report-line.
           MOVE 'ENTRIES WITH NO TIME OF SALE:' TO rpt-count-label.
           MOVE untimed-count TO rpt-count-value.
           MOVE rpt-count-line TO profile-report-line.
           WRITE profile-report-line.
           IF slot-overflow-count > ZERO
               MOVE 'ENTRIES NOT PROFILED - TABLE FULL:'
                   TO rpt-count-label
               MOVE slot-overflow-count TO rpt-count-value
               MOVE rpt-count-line TO profile-report-line
               WRITE profile-report-line
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-STORE.
           MOVE SPACES TO profile-report-line.
           WRITE profile-report-line.
           MOVE ps-store-id(s) TO rpt-store-id.
           PERFORM 8110-LOOK-UP-STORE-NAME THRU 8110-EXIT.
           MOVE rpt-store-line TO profile-report-line.
           WRITE profile-report-line.
           MOVE rpt-hour-heading TO profile-report-line.
           WRITE profile-report-line.
           PERFORM 8200-PRINT-ONE-HOUR THRU 8200-EXIT
               VARYING h FROM 1 BY 1 UNTIL h > 24.
           MOVE SPACES TO profile-report-line.
           WRITE profile-report-line.
           MOVE rpt-day-heading TO profile-report-line.
           WRITE profile-report-line.
           PERFORM 8300-PRINT-ONE-DAY THRU 8300-EXIT
               VARYING d FROM 1 BY 1 UNTIL d > 7.
           IF ps-untimed-baskets(s) > ZERO
               MOVE ps-untimed-baskets(s) TO rpt-ut-baskets
               MOVE ps-untimed-value(s) TO rpt-ut-value
               MOVE rpt-untimed-line TO profile-report-line
               WRITE profile-report-line
           END-IF.
       8100-EXIT.
           EXIT.

       8110-LOOK-UP-STORE-NAME.
           MOVE SPACES TO rpt-store-name.
           IF store-master-opened
               MOVE ps-store-id(s) TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO rpt-store-name
                   NOT INVALID KEY
                       MOVE stm-store-name TO rpt-store-name
               END-READ
           END-IF.
       8110-EXIT.
           EXIT.

      * Only the hours the store actually traded in are printed.
       8200-PRINT-ONE-HOUR.
           IF ph-baskets(s, h) NOT = ZERO
               COMPUTE rpt-hour-from = h - 1
               COMPUTE rpt-hour-to = h - 1
               MOVE ph-baskets(s, h) TO rpt-hr-baskets
               MOVE ph-items(s, h) TO rpt-hr-items
               MOVE ph-value(s, h) TO rpt-hr-value
               MOVE ZERO TO share-of-day
               IF ps-timed-value(s) NOT = ZERO
                   COMPUTE share-of-day ROUNDED =
                       ph-value(s, h) * 100 / ps-timed-value(s)
               END-IF
               MOVE share-of-day TO rpt-hr-share
               MOVE rpt-hour-line TO profile-report-line
               WRITE profile-report-line
           END-IF.
       8200-EXIT.
           EXIT.

       8300-PRINT-ONE-DAY.
           MOVE day-name(d) TO rpt-day-name.
           MOVE weekday-count(d) TO rpt-dy-days.
           MOVE pd-baskets(s, d) TO rpt-dy-baskets.
           MOVE pd-items(s, d) TO rpt-dy-items.
           MOVE pd-value(s, d) TO rpt-dy-value.
           MOVE ZERO TO average-per-day.
           IF weekday-count(d) > ZERO
               COMPUTE average-per-day ROUNDED =
                   pd-value(s, d) / weekday-count(d)
           END-IF.
           MOVE average-per-day TO rpt-dy-average.
           MOVE rpt-day-line TO profile-report-line.
           WRITE profile-report-line.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
           END-IF.
           IF NOT audit-archive-not-found
               CLOSE audit-archive-file
           END-IF.
           IF store-master-opened
               CLOSE store-master-file
           END-IF.
           CLOSE profile-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM TRADING-PROFILE.
