      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Housekeeping for the master snapshot file: keep
      *             the complete MASTER-SNAP generations for the most
      *             recent business dates and delete the rest. The
      *             number of business dates to keep, keyed as three
      *             digits, is read from the inquiry input; blank,
      *             zero or mis-keyed is seven. Every generation of a
      *             kept date is kept, so a night that was snapshotted
      *             again after a rollback keeps both copies. An
      *             incomplete generation - a snapshot that failed
      *             part-way and can never be restored - is deleted
      *             whatever its date. Kept generations are written to
      *             MASTSNAPN, which replaces MASTSNAP once the run
      *             has ended clean, and the report lists each
      *             generation deleted with the masters and record
      *             counts it held, then record counts in against
      *             kept plus deleted, proving nothing fell on the
      *             floor.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT master-snapshot-file ASSIGN TO "MASTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS master-snapshot-status.
           SELECT snapshot-kept-file ASSIGN TO "MASTSNAPN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT purge-report-file ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  master-snapshot-file.
       COPY 'master_snapshot_record.cpy'.
       FD  snapshot-kept-file.
       01  snapshot-kept-record    PIC X(500).
       FD  purge-report-file.
       01  purge-report-line       PIC X(80).
       WORKING-STORAGE SECTION.
       01  master-snapshot-status  PIC X(02) VALUE SPACES.
           88  master-snapshot-ok          VALUE '00'.
           88  master-snapshot-not-found   VALUE '35'.
       01  snapshot-eof-switch     PIC X(01) VALUE 'N'.
           88  end-of-snapshot             VALUE 'Y'.
       01  snapshot-open-switch    PIC X(01) VALUE 'N'.
           88  snapshot-is-open            VALUE 'Y'.
       01  overflow-switch         PIC X(01) VALUE 'N'.
           88  generation-table-full       VALUE 'Y'.
       01  keep-dates              PIC 9(03) VALUE 7.
       01  keep-dates-text         PIC X(03) VALUE SPACES.
      * One slot per generation on the file, in the order taken.
       01  generation-count        PIC 9(04) COMP VALUE ZERO.
       01  g                       PIC 9(04) COMP.
       01  current-generation      PIC 9(04) COMP VALUE ZERO.
       01  newer-date-count        PIC 9(04) COMP VALUE ZERO.
       01  generation-table.
           05  generation-entry OCCURS 1000 TIMES.
               10  gn-business-date    PIC 9(08).
               10  gn-snap-time        PIC 9(08).
               10  gn-complete-switch  PIC X(01).
                   88  gn-is-complete      VALUE 'Y'.
               10  gn-keep-switch      PIC X(01).
                   88  gn-is-kept          VALUE 'Y'.
               10  gn-record-count     PIC 9(09).
      * Distinct business dates with a complete generation.
       01  date-count              PIC 9(04) COMP VALUE ZERO.
       01  d                       PIC 9(04) COMP.
       01  date-index              PIC 9(04) COMP VALUE ZERO.
       01  date-table.
           05  date-entry OCCURS 1000 TIMES.
               10  dt-business-date    PIC 9(08).
       01  records-read-count      PIC 9(09) VALUE ZERO.
       01  records-kept-count      PIC 9(09) VALUE ZERO.
       01  records-deleted-count   PIC 9(09) VALUE ZERO.
       01  generations-kept-count  PIC 9(06) COMP VALUE ZERO.
       01  generations-deleted-count PIC 9(06) COMP VALUE ZERO.
       01  rpt-heading-line.
           05  FILLER              PIC X(26)
                   VALUE 'MASTER SNAPSHOT PURGE'.
           05  FILLER              PIC X(20)
                   VALUE 'BUSINESS DATES KEPT '.
           05  rpt-heading-keep    PIC ZZ9.
       01  rpt-generation-line.
           05  FILLER              PIC X(08) VALUE 'DELETED '.
           05  rpt-gen-date        PIC 9(08).
           05  FILLER              PIC X(08) VALUE '  TAKEN '.
           05  rpt-gen-time        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-gen-records     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(09) VALUE ' RECORDS '.
           05  rpt-gen-remark      PIC X(16).
       01  rpt-file-line.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  rpt-file-id         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-records    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-remark     PIC X(20).
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-GENERATIONS THRU 2000-EXIT
               UNTIL end-of-snapshot.
           IF generation-table-full
               DISPLAY 'MASTER-PURGE: MORE THAN 1000 GENERATIONS - '
                   'NOTHING DELETED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-CHOOSE-KEPT THRU 3000-EXIT
               PERFORM 4000-COPY-KEPT THRU 4000-EXIT
               PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           DISPLAY 'MASTER-PURGE: ' generations-kept-count
               ' GENERATIONS KEPT, ' generations-deleted-count
               ' DELETED'.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT keep-dates-text.
           IF keep-dates-text IS NUMERIC
               AND keep-dates-text NOT = '000'
               MOVE keep-dates-text TO keep-dates
           END-IF.
           OPEN INPUT master-snapshot-file.
           IF master-snapshot-ok
               MOVE 'Y' TO snapshot-open-switch
           ELSE
               DISPLAY 'MASTER-PURGE: MASTSNAP NOT FOUND - '
                   'NOTHING TO PURGE'
               MOVE 'Y' TO snapshot-eof-switch
           END-IF.
           OPEN OUTPUT purge-report-file.
           MOVE keep-dates TO rpt-heading-keep.
           MOVE rpt-heading-line TO purge-report-line.
           WRITE purge-report-line.
           MOVE SPACES TO purge-report-line.
           WRITE purge-report-line.
       1000-EXIT.
           EXIT.

      * First pass: one slot per generation, complete or not, with
      * the records it holds. A generation's records are together
      * on the file, so each record belongs to the latest header.
       2000-LIST-GENERATIONS.
           READ master-snapshot-file
               AT END
                   MOVE 'Y' TO snapshot-eof-switch
               NOT AT END
                   PERFORM 2050-TAKE-ONE-RECORD THRU 2050-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2050-TAKE-ONE-RECORD.
           ADD 1 TO records-read-count.
           IF msr-is-header
               AND generation-count NOT < 1000
               MOVE 'Y' TO overflow-switch
               MOVE 'Y' TO snapshot-eof-switch
           ELSE
               PERFORM 2060-COUNT-ONE-RECORD THRU 2060-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2060-COUNT-ONE-RECORD.
           IF msr-is-header
               ADD 1 TO generation-count
               MOVE msr-business-date
                   TO gn-business-date(generation-count)
               MOVE msr-snap-time TO gn-snap-time(generation-count)
               MOVE 'N' TO gn-complete-switch(generation-count)
               MOVE 'N' TO gn-keep-switch(generation-count)
               MOVE ZERO TO gn-record-count(generation-count)
           END-IF.
           IF generation-count > ZERO
               ADD 1 TO gn-record-count(generation-count)
               IF msr-is-end
                   AND msr-business-date =
                       gn-business-date(generation-count)
                   AND msr-snap-time = gn-snap-time(generation-count)
                   MOVE 'Y' TO gn-complete-switch(generation-count)
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.

      * A complete generation is kept when fewer than the keep count
      * of distinct business dates with a complete generation are
      * newer than its own.
       3000-CHOOSE-KEPT.
           PERFORM 3100-LIST-ONE-DATE THRU 3100-EXIT
               VARYING g FROM 1 BY 1 UNTIL g > generation-count.
           PERFORM 3300-RANK-ONE-GENERATION THRU 3300-EXIT
               VARYING g FROM 1 BY 1 UNTIL g > generation-count.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-DATE.
           IF gn-is-complete(g)
               MOVE ZERO TO date-index
               MOVE 1 TO d
               PERFORM 3200-CHECK-ONE-DATE THRU 3200-EXIT
                   UNTIL d > date-count OR date-index > ZERO
               IF date-index = ZERO
                   ADD 1 TO date-count
                   MOVE gn-business-date(g)
                       TO dt-business-date(date-count)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-DATE.
           IF dt-business-date(d) = gn-business-date(g)
               MOVE d TO date-index
           END-IF.
           ADD 1 TO d.
       3200-EXIT.
           EXIT.

       3300-RANK-ONE-GENERATION.
           IF gn-is-complete(g)
               MOVE ZERO TO newer-date-count
               PERFORM 3400-COUNT-ONE-NEWER THRU 3400-EXIT
                   VARYING d FROM 1 BY 1 UNTIL d > date-count
               IF newer-date-count < keep-dates
                   MOVE 'Y' TO gn-keep-switch(g)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3400-COUNT-ONE-NEWER.
           IF dt-business-date(d) > gn-business-date(g)
               ADD 1 TO newer-date-count
           END-IF.
       3400-EXIT.
           EXIT.

      * Second pass: kept generations are copied across as they
      * stand; each deleted one is reported as its header is met,
      * with a line per master from its control records.
       4000-COPY-KEPT.
           IF snapshot-is-open
               CLOSE master-snapshot-file
               MOVE 'N' TO snapshot-open-switch
           END-IF.
           OPEN OUTPUT snapshot-kept-file.
           IF generation-count > ZERO
               MOVE 'N' TO snapshot-eof-switch
               MOVE ZERO TO current-generation
               OPEN INPUT master-snapshot-file
               MOVE 'Y' TO snapshot-open-switch
               PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
                   UNTIL end-of-snapshot
           END-IF.
       4000-EXIT.
           EXIT.

      * Anything ahead of the first header belongs to no generation
      * and cannot be restored, so it is deleted with the rest.
       4100-COPY-ONE-RECORD.
           READ master-snapshot-file
               AT END
                   MOVE 'Y' TO snapshot-eof-switch
               NOT AT END
                   PERFORM 4150-TAKE-ONE-RECORD THRU 4150-EXIT
           END-READ.
       4100-EXIT.
           EXIT.

       4150-TAKE-ONE-RECORD.
           IF msr-is-header
               ADD 1 TO current-generation
               PERFORM 4200-START-ONE-GENERATION THRU 4200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN current-generation = ZERO
                   PERFORM 4160-DELETE-ONE-RECORD THRU 4160-EXIT
               WHEN gn-is-kept(current-generation)
                   MOVE master-snapshot-record TO snapshot-kept-record
                   WRITE snapshot-kept-record
                   ADD 1 TO records-kept-count
               WHEN OTHER
                   PERFORM 4160-DELETE-ONE-RECORD THRU 4160-EXIT
           END-EVALUATE.
       4150-EXIT.
           EXIT.

       4160-DELETE-ONE-RECORD.
           ADD 1 TO records-deleted-count.
           IF msr-is-control
               MOVE msr-file-id TO rpt-file-id
               MOVE msr-record-count TO rpt-file-records
               IF msr-file-was-absent
                   MOVE 'NOT PRESENT' TO rpt-file-remark
               ELSE
                   MOVE SPACES TO rpt-file-remark
               END-IF
               MOVE rpt-file-line TO purge-report-line
               WRITE purge-report-line
           END-IF.
       4160-EXIT.
           EXIT.

       4200-START-ONE-GENERATION.
           IF gn-is-kept(current-generation)
               ADD 1 TO generations-kept-count
           ELSE
               ADD 1 TO generations-deleted-count
               MOVE gn-business-date(current-generation)
                   TO rpt-gen-date
               MOVE gn-snap-time(current-generation) TO rpt-gen-time
               MOVE gn-record-count(current-generation)
                   TO rpt-gen-records
               IF gn-is-complete(current-generation)
                   MOVE SPACES TO rpt-gen-remark
               ELSE
                   MOVE 'INCOMPLETE' TO rpt-gen-remark
               END-IF
               MOVE rpt-generation-line TO purge-report-line
               WRITE purge-report-line
           END-IF.
       4200-EXIT.
           EXIT.

       8000-PRINT-COUNTS.
           MOVE SPACES TO purge-report-line.
           WRITE purge-report-line.
           MOVE SPACES TO rpt-count-line.
           MOVE 'GENERATIONS KEPT:' TO rpt-count-label.
           MOVE generations-kept-count TO rpt-count-value.
           MOVE rpt-count-line TO purge-report-line.
           WRITE purge-report-line.
           MOVE 'GENERATIONS DELETED:' TO rpt-count-label.
           MOVE generations-deleted-count TO rpt-count-value.
           MOVE rpt-count-line TO purge-report-line.
           WRITE purge-report-line.
           MOVE 'RECORDS READ:' TO rpt-count-label.
           MOVE records-read-count TO rpt-count-value.
           MOVE rpt-count-line TO purge-report-line.
           WRITE purge-report-line.
           MOVE 'RECORDS KEPT:' TO rpt-count-label.
           MOVE records-kept-count TO rpt-count-value.
           MOVE rpt-count-line TO purge-report-line.
           WRITE purge-report-line.
           MOVE 'RECORDS DELETED:' TO rpt-count-label.
           MOVE records-deleted-count TO rpt-count-value.
           MOVE rpt-count-line TO purge-report-line.
           WRITE purge-report-line.
           IF records-kept-count + records-deleted-count
               NOT = records-read-count
               MOVE '*** KEPT PLUS DELETED DOES NOT EQUAL READ'
                   TO purge-report-line
               WRITE purge-report-line
               DISPLAY 'MASTER-PURGE: RECORD COUNTS DO NOT AGREE - '
                   'DO NOT REPLACE MASTSNAP'
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF snapshot-is-open
               CLOSE master-snapshot-file
           END-IF.
           IF NOT generation-table-full
               CLOSE snapshot-kept-file
           END-IF.
           CLOSE purge-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM MASTER-PURGE.
