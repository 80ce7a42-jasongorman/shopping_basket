      ******************************************************************
      * Author:
      * Date:
      * Purpose:    Put a night that went wrong back the way it
      *             started. The business date to roll back is read
      *             from the inquiry input; the files are restored
      *             from the latest complete MASTSNAP generation
      *             MASTER-SNAP took for that date, and each restored
      *             file is read back and its record count and
      *             control total proved against the figures the
      *             snapshot recorded. Only once every file proves
      *             are the date's steps marked undone on the
      *             run-control journal, through RUN-CONTROL, so the
      *             night can be run again from MASTER-SNAP onwards.
      *             The masters the night rewrites in place - PRODMAST,
      *             STORSTK, LOYALTY, VOUCHMAST and BASKETHIST - are
      *             rebuilt from the copy, and a master that was not
      *             there when the copy was taken is emptied, so what
      *             the failed night wrote to it is not written again
      *             on top by the re-run.
      *             The files the night adds to - AUDITLOG, FRAUDREV,
      *             CARDTND, RETHELD and RESTSALE - are put back to
      *             the copy too, so the re-run does not add the same
      *             night to them twice; one that was not there is
      *             left empty. The BATCH-TOTAL checkpoint BASKETCKP
      *             is cleared, so the re-run totals the feed from the
      *             top instead of restarting part-way through it. The
      *             files the night writes fresh are re-created by the
      *             re-run. The run refuses, with nothing restored and
      *             RC 8, when no complete copy exists for the date,
      *             when the date is blank or mis-keyed - there is no
      *             sensible default for putting masters back - or
      *             when a later night has already run on top of this
      *             one, since restoring would silently throw that
      *             night away too; that night is rolled back first.
      *             It refuses too when a loyalty card has been erased
      *             since the copy was taken - an account CARD-SUBJECT
      *             has closed on the live master that is not closed
      *             on the copy - since restoring would bring the
      *             card's account and its audit and review entries
      *             back as they stood before the erasure.
      * Tectonics: cobc
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-ROLLBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT master-snapshot-file ASSIGN TO "MASTSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS master-snapshot-status.
           SELECT run-control-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-control-status.
           SELECT product-master-file ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS prod-code
               FILE STATUS IS product-master-status.
           SELECT store-stock-file ASSIGN TO "STORSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ssr-key
               FILE STATUS IS store-stock-status.
           SELECT loyalty-master-file ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS loy-card-id
               FILE STATUS IS loyalty-master-status.
           SELECT voucher-master-file ASSIGN TO "VOUCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vch-voucher-id
               FILE STATUS IS voucher-master-status.
           SELECT basket-history-file ASSIGN TO "BASKETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bhr-key
               FILE STATUS IS basket-history-status.
           SELECT audit-log-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-log-status.
           SELECT fraud-review-file ASSIGN TO "FRAUDREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fraud-review-status.
           SELECT card-tender-file ASSIGN TO "CARDTND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS card-tender-status.
           SELECT returns-held-file ASSIGN TO "RETHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-held-status.
           SELECT restricted-sale-file ASSIGN TO "RESTSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restricted-sale-status.
           SELECT checkpoint-file ASSIGN TO "BASKETCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS checkpoint-status.
           SELECT rollback-report-file ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  master-snapshot-file.
       COPY 'master_snapshot_record.cpy'.
       FD  run-control-file.
       COPY 'run_control_record.cpy'.
       FD  product-master-file.
       COPY 'product_master.cpy'.
       FD  store-stock-file.
       COPY 'store_stock_record.cpy'.
       FD  loyalty-master-file.
       COPY 'loyalty_master_record.cpy'.
       FD  voucher-master-file.
       COPY 'voucher_master_record.cpy'.
       FD  basket-history-file.
       COPY 'basket_history_record.cpy'.
       FD  audit-log-file.
       COPY 'audit_record.cpy'.
       FD  fraud-review-file.
       COPY 'fraud_review_record.cpy'.
       FD  card-tender-file.
       COPY 'card_tender_record.cpy'.
       FD  returns-held-file.
       01  returns-held-record     PIC X(80).
       FD  restricted-sale-file.
       COPY 'restricted_sale_record.cpy'.
       FD  checkpoint-file.
       01  checkpoint-record       PIC X(24).
       FD  rollback-report-file.
       01  rollback-report-line    PIC X(80).
       WORKING-STORAGE SECTION.
       01  master-snapshot-status  PIC X(02) VALUE SPACES.
           88  master-snapshot-ok          VALUE '00'.
       01  run-control-status      PIC X(02) VALUE SPACES.
           88  run-control-not-found       VALUE '35'.
       01  product-master-status   PIC X(02) VALUE SPACES.
       01  store-stock-status      PIC X(02) VALUE SPACES.
       01  loyalty-master-status   PIC X(02) VALUE SPACES.
           88  loyalty-master-ok           VALUE '00'.
       01  voucher-master-status   PIC X(02) VALUE SPACES.
       01  basket-history-status   PIC X(02) VALUE SPACES.
       01  audit-log-status        PIC X(02) VALUE SPACES.
       01  fraud-review-status     PIC X(02) VALUE SPACES.
       01  card-tender-status      PIC X(02) VALUE SPACES.
       01  returns-held-status     PIC X(02) VALUE SPACES.
       01  restricted-sale-status  PIC X(02) VALUE SPACES.
       01  checkpoint-status       PIC X(02) VALUE SPACES.
           88  checkpoint-ok               VALUE '00'.
       01  current-status          PIC X(02) VALUE SPACES.
       01  snapshot-eof-switch     PIC X(01) VALUE 'N'.
           88  end-of-snapshot             VALUE 'Y'.
       01  journal-eof-switch      PIC X(01) VALUE 'N'.
           88  end-of-journal              VALUE 'Y'.
       01  master-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-master               VALUE 'Y'.
       01  refused-switch          PIC X(01) VALUE 'N'.
           88  rollback-refused            VALUE 'Y'.
       01  proof-failed-switch     PIC X(01) VALUE 'N'.
           88  proof-has-failed            VALUE 'Y'.
       01  generation-found-switch PIC X(01) VALUE 'N'.
           88  generation-found            VALUE 'Y'.
       01  checkpoint-cleared-switch PIC X(01) VALUE 'N'.
           88  checkpoint-cleared          VALUE 'Y'.
       01  rollback-date           PIC 9(08) VALUE ZERO.
       01  rollback-date-text      PIC X(08) VALUE SPACES.
       01  generation-time         PIC 9(08) VALUE ZERO.
       01  chosen-time             PIC 9(08) VALUE ZERO.
       01  lookup-file-id          PIC X(10) VALUE SPACES.
      * The ten files, in the order the snapshot copies them: the
      * five masters, then the five files the night adds to.
      * The gen- figures are for the generation being read on the
      * first pass; the chosen- figures are those of the latest
      * complete generation for the date, which is what is restored
      * and what the restored file must prove to.
       01  f                       PIC 9(04) COMP.
       01  file-index              PIC 9(04) COMP VALUE ZERO.
       01  master-file-table.
           05  master-file-entry OCCURS 10 TIMES.
               10  mf-file-id          PIC X(10).
               10  mf-file-kind        PIC X(01).
                   88  mf-is-added-to      VALUE 'A'.
               10  mf-gen-data-count   PIC 9(09).
               10  mf-gen-trailer-count PIC 9(09).
               10  mf-gen-trailer-total PIC S9(13)V9(3).
               10  mf-gen-present      PIC X(01).
               10  mf-gen-trailer-switch PIC X(01).
               10  mf-chosen-count     PIC 9(09).
               10  mf-chosen-total     PIC S9(13)V9(3).
               10  mf-chosen-present   PIC X(01).
                   88  mf-was-present      VALUE 'Y'.
               10  mf-opened           PIC X(01).
                   88  mf-is-opened        VALUE 'Y'.
               10  mf-written-count    PIC 9(09).
               10  mf-proved-count     PIC 9(09).
               10  mf-proved-total     PIC S9(13)V9(3).
       01  generation-good-switch  PIC X(01) VALUE 'N'.
           88  generation-is-good          VALUE 'Y'.
      * Every step with an event on the rolled-back date or later,
      * and its latest state: a later night with any step not
      * undone blocks the rollback.
       01  step-count              PIC 9(04) COMP VALUE ZERO.
       01  s                       PIC 9(04) COMP.
       01  step-index              PIC 9(04) COMP VALUE ZERO.
       01  step-table.
           05  step-entry OCCURS 200 TIMES.
               10  st-business-date    PIC 9(08).
               10  st-step-name        PIC X(14).
               10  st-state            PIC X(01).
                   88  st-is-undone        VALUE 'U'.
       01  later-step-count        PIC 9(04) COMP VALUE ZERO.
      * Every account closed on the live master on or after the
      * rolled-back date, and whether the copy holds it closed too.
       01  erased-card-count       PIC 9(04) COMP VALUE ZERO.
       01  e                       PIC 9(04) COMP.
       01  erased-card-table.
           05  erased-card-entry OCCURS 200 TIMES.
               10  ec-card-id          PIC X(12).
               10  ec-copy-switch      PIC X(01).
                   88  ec-closed-in-copy   VALUE 'Y'.
       01  erased-since-count      PIC 9(04) COMP VALUE ZERO.
       01  steps-undone-count      PIC 9(04) COMP VALUE ZERO.
       01  restore-error-count     PIC 9(06) COMP VALUE ZERO.
       COPY 'run_control_params.cpy'.
       01  rpt-heading-line.
           05  FILLER              PIC X(26)
                   VALUE 'MASTER ROLLBACK FOR '.
           05  rpt-heading-date    PIC 9(08).
       01  rpt-generation-line.
           05  FILLER              PIC X(26)
                   VALUE 'RESTORING SNAPSHOT TAKEN '.
           05  rpt-generation-time PIC 9(08).
       01  rpt-column-line.
           05  FILLER              PIC X(12) VALUE 'FILE'.
           05  FILLER              PIC X(13) VALUE '     SNAPSHOT'.
           05  FILLER              PIC X(13) VALUE '     RESTORED'.
           05  FILLER              PIC X(24)
                   VALUE '           CONTROL TOTAL'.
           05  FILLER              PIC X(10) VALUE '  RESULT'.
       01  rpt-file-line.
           05  rpt-file-id         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-snap-count PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-proved     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-total      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-file-result     PIC X(16).
       01  rpt-step-line.
           05  rpt-step-label      PIC X(22).
           05  rpt-step-date       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  rpt-step-name       PIC X(14).
       01  rpt-erasure-line.
           05  FILLER              PIC X(34)
                   VALUE 'CARDS ERASED SINCE THE SNAPSHOT:'.
           05  rpt-erasure-count   PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT rollback-refused
               PERFORM 2000-FIND-GENERATION THRU 2000-EXIT
                   UNTIL end-of-snapshot
               PERFORM 2900-CHECK-GENERATION-FOUND THRU 2900-EXIT
           END-IF.
           IF NOT rollback-refused
               PERFORM 3000-CHECK-LATER-NIGHTS THRU 3000-EXIT
           END-IF.
           IF NOT rollback-refused
               PERFORM 3500-CHECK-ERASURES THRU 3500-EXIT
           END-IF.
           IF NOT rollback-refused
               PERFORM 4000-RESTORE-MASTERS THRU 4000-EXIT
               PERFORM 5000-PROVE-MASTERS THRU 5000-EXIT
               PERFORM 6000-MARK-STEPS-UNDONE THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF rollback-refused OR proof-has-failed
               DISPLAY 'MASTER-ROLLBACK: ' rollback-date
                   ' NOT ROLLED BACK'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'MASTER-ROLLBACK: ' rollback-date
                   ' ROLLED BACK, ' steps-undone-count
                   ' STEPS UNDONE'
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT rollback-date-text.
           IF rollback-date-text IS NUMERIC
               MOVE rollback-date-text TO rollback-date
           END-IF.
           MOVE 'PRODMAST' TO mf-file-id(1).
           MOVE 'STORSTK' TO mf-file-id(2).
           MOVE 'LOYALTY' TO mf-file-id(3).
           MOVE 'VOUCHMAST' TO mf-file-id(4).
           MOVE 'BASKETHIST' TO mf-file-id(5).
           MOVE 'AUDITLOG' TO mf-file-id(6).
           MOVE 'FRAUDREV' TO mf-file-id(7).
           MOVE 'CARDTND' TO mf-file-id(8).
           MOVE 'RETHELD' TO mf-file-id(9).
           MOVE 'RESTSALE' TO mf-file-id(10).
           PERFORM 1100-CLEAR-ONE-FILE THRU 1100-EXIT
               VARYING f FROM 1 BY 1 UNTIL f > 10.
           OPEN OUTPUT rollback-report-file.
           MOVE rollback-date TO rpt-heading-date.
           MOVE rpt-heading-line TO rollback-report-line.
           WRITE rollback-report-line.
           MOVE SPACES TO rollback-report-line.
           WRITE rollback-report-line.
           IF rollback-date = ZERO
               MOVE '*** NO BUSINESS DATE GIVEN - NOTHING RESTORED'
                   TO rollback-report-line
               WRITE rollback-report-line
               MOVE 'Y' TO refused-switch
           ELSE
               PERFORM 1200-OPEN-SNAPSHOT THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-ONE-FILE.
           MOVE 'M' TO mf-file-kind(f).
           IF f > 5
               MOVE 'A' TO mf-file-kind(f)
           END-IF.
           MOVE ZERO TO mf-gen-data-count(f).
           MOVE ZERO TO mf-gen-trailer-count(f).
           MOVE ZERO TO mf-gen-trailer-total(f).
           MOVE 'N' TO mf-gen-present(f).
           MOVE 'N' TO mf-gen-trailer-switch(f).
           MOVE ZERO TO mf-chosen-count(f).
           MOVE ZERO TO mf-chosen-total(f).
           MOVE 'N' TO mf-chosen-present(f).
           MOVE 'N' TO mf-opened(f).
           MOVE ZERO TO mf-written-count(f).
           MOVE ZERO TO mf-proved-count(f).
           MOVE ZERO TO mf-proved-total(f).
       1100-EXIT.
           EXIT.

       1200-OPEN-SNAPSHOT.
           OPEN INPUT master-snapshot-file.
           IF NOT master-snapshot-ok
               DISPLAY 'MASTER-ROLLBACK: MASTSNAP FAILED TO OPEN - '
                   'STATUS ' master-snapshot-status
               MOVE '*** NO SNAPSHOT FILE - NOTHING RESTORED'
                   TO rollback-report-line
               WRITE rollback-report-line
               MOVE 'Y' TO refused-switch
           END-IF.
       1200-EXIT.
           EXIT.

      * Generations are in the order they were taken, so the last
      * complete one for the date is the one kept. A generation is
      * complete when it has its end record and every file's
      * control record agrees with the data records actually there.
       2000-FIND-GENERATION.
           READ master-snapshot-file
               AT END
                   MOVE 'Y' TO snapshot-eof-switch
               NOT AT END
                   IF msr-business-date = rollback-date
                       PERFORM 2050-TAKE-SNAPSHOT-RECORD
                           THRU 2050-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2050-TAKE-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN msr-is-header
                   MOVE msr-snap-time TO generation-time
                   PERFORM 2100-CLEAR-ONE-GENERATION THRU 2100-EXIT
                       VARYING f FROM 1 BY 1 UNTIL f > 10
               WHEN msr-snap-time NOT = generation-time
                   CONTINUE
               WHEN msr-is-data
                   MOVE msr-file-id TO lookup-file-id
                   PERFORM 7000-FIND-FILE THRU 7000-EXIT
                   IF file-index > ZERO
                       ADD 1 TO mf-gen-data-count(file-index)
                   END-IF
               WHEN msr-is-control
                   MOVE msr-file-id TO lookup-file-id
                   PERFORM 7000-FIND-FILE THRU 7000-EXIT
                   IF file-index > ZERO
                       MOVE msr-record-count
                           TO mf-gen-trailer-count(file-index)
                       MOVE msr-control-total
                           TO mf-gen-trailer-total(file-index)
                       MOVE msr-file-present
                           TO mf-gen-present(file-index)
                       MOVE 'Y' TO mf-gen-trailer-switch(file-index)
                   END-IF
               WHEN msr-is-end
                   MOVE 'Y' TO generation-good-switch
                   PERFORM 2200-CHECK-ONE-FILE THRU 2200-EXIT
                       VARYING f FROM 1 BY 1 UNTIL f > 10
                   IF generation-is-good
                       MOVE generation-time TO chosen-time
                       MOVE 'Y' TO generation-found-switch
                       PERFORM 2300-CHOOSE-ONE-FILE THRU 2300-EXIT
                           VARYING f FROM 1 BY 1 UNTIL f > 10
                   END-IF
           END-EVALUATE.
       2050-EXIT.
           EXIT.

       2100-CLEAR-ONE-GENERATION.
           MOVE ZERO TO mf-gen-data-count(f).
           MOVE ZERO TO mf-gen-trailer-count(f).
           MOVE ZERO TO mf-gen-trailer-total(f).
           MOVE 'N' TO mf-gen-present(f).
           MOVE 'N' TO mf-gen-trailer-switch(f).
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-FILE.
           IF mf-gen-trailer-switch(f) NOT = 'Y'
               OR mf-gen-data-count(f) NOT = mf-gen-trailer-count(f)
               MOVE 'N' TO generation-good-switch
           END-IF.
       2200-EXIT.
           EXIT.

       2300-CHOOSE-ONE-FILE.
           MOVE mf-gen-trailer-count(f) TO mf-chosen-count(f).
           MOVE mf-gen-trailer-total(f) TO mf-chosen-total(f).
           MOVE mf-gen-present(f) TO mf-chosen-present(f).
       2300-EXIT.
           EXIT.

       2900-CHECK-GENERATION-FOUND.
           CLOSE master-snapshot-file.
           IF generation-found
               MOVE chosen-time TO rpt-generation-time
               MOVE rpt-generation-line TO rollback-report-line
               WRITE rollback-report-line
           ELSE
               DISPLAY 'MASTER-ROLLBACK: NO COMPLETE SNAPSHOT FOR '
                   rollback-date
               MOVE '*** NO COMPLETE SNAPSHOT - NOTHING RESTORED'
                   TO rollback-report-line
               WRITE rollback-report-line
               MOVE 'Y' TO refused-switch
           END-IF.
       2900-EXIT.
           EXIT.

      * Restoring one night's pre-run copy also throws away every
      * later night built on it, so a later night that has run any
      * step not since undone stops the rollback.
       3000-CHECK-LATER-NIGHTS.
           OPEN INPUT run-control-file.
           IF run-control-not-found
               MOVE 'Y' TO journal-eof-switch
           END-IF.
           PERFORM 3100-TAKE-ONE-EVENT THRU 3100-EXIT
               UNTIL end-of-journal.
           IF NOT run-control-not-found
               CLOSE run-control-file
           END-IF.
           PERFORM 3300-CHECK-ONE-LATER-STEP THRU 3300-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > step-count.
           IF later-step-count > ZERO
               MOVE SPACES TO rollback-report-line
               WRITE rollback-report-line
               MOVE '*** A LATER NIGHT HAS RUN - ROLL IT BACK FIRST'
                   TO rollback-report-line
               WRITE rollback-report-line
               MOVE 'Y' TO refused-switch
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-EVENT.
           READ run-control-file
               AT END
                   MOVE 'Y' TO journal-eof-switch
               NOT AT END
                   IF rcr-business-date NOT < rollback-date
                       PERFORM 3150-RECORD-ONE-EVENT THRU 3150-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3150-RECORD-ONE-EVENT.
           MOVE ZERO TO step-index.
           MOVE 1 TO s.
           PERFORM 3200-CHECK-ONE-STEP THRU 3200-EXIT
               UNTIL s > step-count OR step-index > ZERO.
           IF step-index = ZERO
               PERFORM 3160-ADD-ONE-STEP THRU 3160-EXIT
           END-IF.
           IF step-index > ZERO
               MOVE rcr-event-type TO st-state(step-index)
           END-IF.
       3150-EXIT.
           EXIT.

       3160-ADD-ONE-STEP.
           IF step-count < 200
               ADD 1 TO step-count
               MOVE step-count TO step-index
               MOVE rcr-business-date
                   TO st-business-date(step-index)
               MOVE rcr-step-name TO st-step-name(step-index)
           ELSE
               DISPLAY 'MASTER-ROLLBACK: MORE THAN 200 STEPS ON '
                   'RUNCTL FROM ' rollback-date
               MOVE 'Y' TO refused-switch
           END-IF.
       3160-EXIT.
           EXIT.

       3200-CHECK-ONE-STEP.
           IF st-business-date(s) = rcr-business-date
               AND st-step-name(s) = rcr-step-name
               MOVE s TO step-index
           END-IF.
           ADD 1 TO s.
       3200-EXIT.
           EXIT.

       3300-CHECK-ONE-LATER-STEP.
           IF st-business-date(s) > rollback-date
               AND NOT st-is-undone(s)
               ADD 1 TO later-step-count
               MOVE 'LATER STEP NOT UNDONE:' TO rpt-step-label
               MOVE st-business-date(s) TO rpt-step-date
               MOVE st-step-name(s) TO rpt-step-name
               MOVE rpt-step-line TO rollback-report-line
               WRITE rollback-report-line
           END-IF.
       3300-EXIT.
           EXIT.

      * A card holder's erasure closes their account on the live
      * master and stamps it with the day it was done; one done
      * before the rolled-back date was done before the copy was
      * taken. An account closed since, and not closed on the copy
      * being restored, is an erasure the restore would undo, so the
      * rollback stops. The card itself is not printed.
       3500-CHECK-ERASURES.
           MOVE 'N' TO master-eof-switch.
           OPEN INPUT loyalty-master-file.
           IF loyalty-master-ok
               PERFORM 3510-TAKE-ONE-ACCOUNT THRU 3510-EXIT
                   UNTIL end-of-master
               CLOSE loyalty-master-file
           END-IF.
           IF erased-card-count > ZERO
               AND NOT rollback-refused
               PERFORM 3550-READ-COPY-ACCOUNTS THRU 3550-EXIT
               PERFORM 3580-COUNT-ONE-ERASURE THRU 3580-EXIT
                   VARYING e FROM 1 BY 1 UNTIL e > erased-card-count
           END-IF.
           IF erased-since-count > ZERO
               MOVE SPACES TO rollback-report-line
               WRITE rollback-report-line
               MOVE erased-since-count TO rpt-erasure-count
               MOVE rpt-erasure-line TO rollback-report-line
               WRITE rollback-report-line
               MOVE '*** RESTORING WOULD UNDO AN ERASURE'
                   TO rollback-report-line
               WRITE rollback-report-line
               MOVE 'Y' TO refused-switch
           END-IF.
       3500-EXIT.
           EXIT.

       3510-TAKE-ONE-ACCOUNT.
           READ loyalty-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   IF loy-account-closed
                       AND loy-closed-date NOT < rollback-date
                       PERFORM 3520-ADD-ONE-ERASURE THRU 3520-EXIT
                   END-IF
           END-READ.
       3510-EXIT.
           EXIT.

       3520-ADD-ONE-ERASURE.
           IF erased-card-count < 200
               ADD 1 TO erased-card-count
               MOVE loy-card-id TO ec-card-id(erased-card-count)
               MOVE 'N' TO ec-copy-switch(erased-card-count)
           ELSE
               DISPLAY 'MASTER-ROLLBACK: MORE THAN 200 CARDS ERASED '
                   'FROM ' rollback-date
               MOVE 'Y' TO refused-switch
           END-IF.
       3520-EXIT.
           EXIT.

      * The chosen generation's LOYALTY copy is read back off the
      * snapshot for the accounts it already holds closed.
       3550-READ-COPY-ACCOUNTS.
           MOVE 'N' TO snapshot-eof-switch.
           OPEN INPUT master-snapshot-file.
           IF master-snapshot-ok
               PERFORM 3560-TAKE-ONE-COPY-RECORD THRU 3560-EXIT
                   UNTIL end-of-snapshot
               CLOSE master-snapshot-file
           ELSE
               DISPLAY 'MASTER-ROLLBACK: MASTSNAP FAILED TO REOPEN - '
                   'STATUS ' master-snapshot-status
               MOVE 'Y' TO refused-switch
           END-IF.
       3550-EXIT.
           EXIT.

       3560-TAKE-ONE-COPY-RECORD.
           READ master-snapshot-file
               AT END
                   MOVE 'Y' TO snapshot-eof-switch
               NOT AT END
                   IF msr-business-date = rollback-date
                       AND msr-snap-time = chosen-time
                       AND msr-is-data
                       AND msr-file-id = 'LOYALTY'
                       MOVE msr-data TO loyalty-master-record
                       IF loy-account-closed
                           PERFORM 3570-MARK-ONE-ERASURE THRU 3570-EXIT
                               VARYING e FROM 1 BY 1
                               UNTIL e > erased-card-count
                       END-IF
                   END-IF
           END-READ.
       3560-EXIT.
           EXIT.

       3570-MARK-ONE-ERASURE.
           IF ec-card-id(e) = loy-card-id
               MOVE 'Y' TO ec-copy-switch(e)
           END-IF.
       3570-EXIT.
           EXIT.

       3580-COUNT-ONE-ERASURE.
           IF NOT ec-closed-in-copy(e)
               ADD 1 TO erased-since-count
           END-IF.
       3580-EXIT.
           EXIT.

      * Each master that was there when the copy was taken is
      * rebuilt from scratch in key order, the order it was copied
      * in; one that was absent is emptied, as the failed night may
      * have created it. Each file the night adds to is rewritten
      * from the front with what it held before the night began -
      * nothing at all if it was not there. A file that will not
      * open for the restore fails the proof, so the night is not
      * released on it.
       4000-RESTORE-MASTERS.
           OPEN OUTPUT product-master-file.
           MOVE product-master-status TO current-status.
           MOVE 1 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT store-stock-file.
           MOVE store-stock-status TO current-status.
           MOVE 2 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT loyalty-master-file.
           MOVE loyalty-master-status TO current-status.
           MOVE 3 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT voucher-master-file.
           MOVE voucher-master-status TO current-status.
           MOVE 4 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT basket-history-file.
           MOVE basket-history-status TO current-status.
           MOVE 5 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT audit-log-file.
           MOVE audit-log-status TO current-status.
           MOVE 6 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT fraud-review-file.
           MOVE fraud-review-status TO current-status.
           MOVE 7 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT card-tender-file.
           MOVE card-tender-status TO current-status.
           MOVE 8 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT returns-held-file.
           MOVE returns-held-status TO current-status.
           MOVE 9 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           OPEN OUTPUT restricted-sale-file.
           MOVE restricted-sale-status TO current-status.
           MOVE 10 TO f.
           PERFORM 4050-CHECK-RESTORE-OPEN THRU 4050-EXIT.
           MOVE 'N' TO snapshot-eof-switch.
           OPEN INPUT master-snapshot-file.
           PERFORM 4100-RESTORE-ONE-RECORD THRU 4100-EXIT
               UNTIL end-of-snapshot.
           CLOSE master-snapshot-file.
           IF mf-is-opened(1)
               CLOSE product-master-file
           END-IF.
           IF mf-is-opened(2)
               CLOSE store-stock-file
           END-IF.
           IF mf-is-opened(3)
               CLOSE loyalty-master-file
           END-IF.
           IF mf-is-opened(4)
               CLOSE voucher-master-file
           END-IF.
           IF mf-is-opened(5)
               CLOSE basket-history-file
           END-IF.
           IF mf-is-opened(6)
               CLOSE audit-log-file
           END-IF.
           IF mf-is-opened(7)
               CLOSE fraud-review-file
           END-IF.
           IF mf-is-opened(8)
               CLOSE card-tender-file
           END-IF.
           IF mf-is-opened(9)
               CLOSE returns-held-file
           END-IF.
           IF mf-is-opened(10)
               CLOSE restricted-sale-file
           END-IF.
           PERFORM 4900-CLEAR-CHECKPOINT THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

       4050-CHECK-RESTORE-OPEN.
           IF current-status = '00'
               MOVE 'Y' TO mf-opened(f)
           ELSE
               DISPLAY 'MASTER-ROLLBACK: ' mf-file-id(f)
                   ' FAILED TO OPEN FOR RESTORE - STATUS '
                   current-status
               ADD 1 TO restore-error-count
           END-IF.
       4050-EXIT.
           EXIT.

       4100-RESTORE-ONE-RECORD.
           READ master-snapshot-file
               AT END
                   MOVE 'Y' TO snapshot-eof-switch
               NOT AT END
                   IF msr-business-date = rollback-date
                       AND msr-snap-time = chosen-time
                       AND msr-is-data
                       MOVE msr-file-id TO lookup-file-id
                       PERFORM 7000-FIND-FILE THRU 7000-EXIT
                       PERFORM 4200-RESTORE-DATA-RECORD THRU 4200-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-RESTORE-DATA-RECORD.
           IF file-index > ZERO
               AND mf-is-opened(file-index)
               ADD 1 TO mf-written-count(file-index)
               PERFORM 4300-WRITE-MASTER-RECORD THRU 4300-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-WRITE-MASTER-RECORD.
           MOVE '00' TO current-status.
           EVALUATE file-index
               WHEN 1
                   MOVE msr-data TO product-master-record
                   WRITE product-master-record
                       INVALID KEY
                           ADD 1 TO restore-error-count
                   END-WRITE
               WHEN 2
                   MOVE msr-data TO store-stock-record
                   WRITE store-stock-record
                       INVALID KEY
                           ADD 1 TO restore-error-count
                   END-WRITE
               WHEN 3
                   MOVE msr-data TO loyalty-master-record
                   WRITE loyalty-master-record
                       INVALID KEY
                           ADD 1 TO restore-error-count
                   END-WRITE
               WHEN 4
                   MOVE msr-data TO voucher-master-record
                   WRITE voucher-master-record
                       INVALID KEY
                           ADD 1 TO restore-error-count
                   END-WRITE
               WHEN 5
                   MOVE msr-data TO basket-history-record
                   WRITE basket-history-record
                       INVALID KEY
                           ADD 1 TO restore-error-count
                   END-WRITE
               WHEN 6
                   MOVE msr-data TO audit-record
                   WRITE audit-record
                   MOVE audit-log-status TO current-status
               WHEN 7
                   MOVE msr-data TO fraud-review-record
                   WRITE fraud-review-record
                   MOVE fraud-review-status TO current-status
               WHEN 8
                   MOVE msr-data TO card-tender-record
                   WRITE card-tender-record
                   MOVE card-tender-status TO current-status
               WHEN 9
                   MOVE msr-data TO returns-held-record
                   WRITE returns-held-record
                   MOVE returns-held-status TO current-status
               WHEN 10
                   MOVE msr-data TO restricted-sale-record
                   WRITE restricted-sale-record
                   MOVE restricted-sale-status TO current-status
           END-EVALUATE.
           IF current-status NOT = '00'
               ADD 1 TO restore-error-count
           END-IF.
       4300-EXIT.
           EXIT.

      * A checkpoint left behind by the failed night would start the
      * re-run part-way through the feed, adding to the files just
      * put back instead of writing them out from the top.
       4900-CLEAR-CHECKPOINT.
           OPEN OUTPUT checkpoint-file.
           IF checkpoint-ok
               CLOSE checkpoint-file
               MOVE 'Y' TO checkpoint-cleared-switch
           ELSE
               DISPLAY 'MASTER-ROLLBACK: BASKETCKP FAILED TO OPEN - '
                   'STATUS ' checkpoint-status
               ADD 1 TO restore-error-count
           END-IF.
       4900-EXIT.
           EXIT.

      * Each restored file is read back in full and must show the
      * record count and control total the snapshot recorded for it
      * before the night is released to run again.
       5000-PROVE-MASTERS.
           MOVE SPACES TO rollback-report-line.
           WRITE rollback-report-line.
           MOVE rpt-column-line TO rollback-report-line.
           WRITE rollback-report-line.
           IF mf-is-opened(1)
               PERFORM 5100-PROVE-PRODUCT-MASTER THRU 5100-EXIT
           END-IF.
           IF mf-is-opened(2)
               PERFORM 5200-PROVE-STORE-STOCK THRU 5200-EXIT
           END-IF.
           IF mf-is-opened(3)
               PERFORM 5300-PROVE-LOYALTY-MASTER THRU 5300-EXIT
           END-IF.
           IF mf-is-opened(4)
               PERFORM 5400-PROVE-VOUCHER-MASTER THRU 5400-EXIT
           END-IF.
           IF mf-is-opened(5)
               PERFORM 5500-PROVE-BASKET-HISTORY THRU 5500-EXIT
           END-IF.
           IF mf-is-opened(6)
               PERFORM 5600-PROVE-AUDIT-LOG THRU 5600-EXIT
           END-IF.
           IF mf-is-opened(7)
               PERFORM 5620-PROVE-FRAUD-REVIEW THRU 5620-EXIT
           END-IF.
           IF mf-is-opened(8)
               PERFORM 5640-PROVE-CARD-TENDERS THRU 5640-EXIT
           END-IF.
           IF mf-is-opened(9)
               PERFORM 5660-PROVE-RETURNS-HELD THRU 5660-EXIT
           END-IF.
           IF mf-is-opened(10)
               PERFORM 5680-PROVE-RESTRICTED-SALES THRU 5680-EXIT
           END-IF.
           PERFORM 5900-PRINT-ONE-PROOF THRU 5900-EXIT
               VARYING f FROM 1 BY 1 UNTIL f > 10.
           PERFORM 5950-PRINT-CHECKPOINT THRU 5950-EXIT.
           IF restore-error-count > ZERO
               DISPLAY 'MASTER-ROLLBACK: ' restore-error-count
                   ' FAILURES ON RESTORE'
               MOVE 'Y' TO proof-failed-switch
           END-IF.
       5000-EXIT.
           EXIT.

       5050-CHECK-PROOF-OPEN.
           IF current-status = '00'
               MOVE 'N' TO master-eof-switch
           ELSE
               DISPLAY 'MASTER-ROLLBACK: ' mf-file-id(f)
                   ' FAILED TO OPEN FOR PROOF - STATUS '
                   current-status
               ADD 1 TO restore-error-count
               MOVE 'Y' TO master-eof-switch
           END-IF.
       5050-EXIT.
           EXIT.

       5100-PROVE-PRODUCT-MASTER.
           OPEN INPUT product-master-file.
           MOVE product-master-status TO current-status.
           MOVE 1 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5110-PROVE-ONE-PRODUCT THRU 5110-EXIT
                   UNTIL end-of-master
               CLOSE product-master-file
           END-IF.
       5100-EXIT.
           EXIT.

       5110-PROVE-ONE-PRODUCT.
           READ product-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(1)
                   ADD prod-stock-on-hand TO mf-proved-total(1)
           END-READ.
       5110-EXIT.
           EXIT.

       5200-PROVE-STORE-STOCK.
           OPEN INPUT store-stock-file.
           MOVE store-stock-status TO current-status.
           MOVE 2 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5210-PROVE-ONE-STORE-STOCK THRU 5210-EXIT
                   UNTIL end-of-master
               CLOSE store-stock-file
           END-IF.
       5200-EXIT.
           EXIT.

       5210-PROVE-ONE-STORE-STOCK.
           READ store-stock-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(2)
                   ADD ssr-stock-on-hand TO mf-proved-total(2)
           END-READ.
       5210-EXIT.
           EXIT.

       5300-PROVE-LOYALTY-MASTER.
           OPEN INPUT loyalty-master-file.
           MOVE loyalty-master-status TO current-status.
           MOVE 3 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5310-PROVE-ONE-LOYALTY THRU 5310-EXIT
                   UNTIL end-of-master
               CLOSE loyalty-master-file
           END-IF.
       5300-EXIT.
           EXIT.

       5310-PROVE-ONE-LOYALTY.
           READ loyalty-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(3)
                   ADD loy-points-balance TO mf-proved-total(3)
           END-READ.
       5310-EXIT.
           EXIT.

       5400-PROVE-VOUCHER-MASTER.
           OPEN INPUT voucher-master-file.
           MOVE voucher-master-status TO current-status.
           MOVE 4 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5410-PROVE-ONE-VOUCHER THRU 5410-EXIT
                   UNTIL end-of-master
               CLOSE voucher-master-file
           END-IF.
       5400-EXIT.
           EXIT.

       5410-PROVE-ONE-VOUCHER.
           READ voucher-master-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(4)
                   ADD vch-balance TO mf-proved-total(4)
           END-READ.
       5410-EXIT.
           EXIT.

       5500-PROVE-BASKET-HISTORY.
           OPEN INPUT basket-history-file.
           MOVE basket-history-status TO current-status.
           MOVE 5 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5510-PROVE-ONE-HISTORY THRU 5510-EXIT
                   UNTIL end-of-master
               CLOSE basket-history-file
           END-IF.
       5500-EXIT.
           EXIT.

       5510-PROVE-ONE-HISTORY.
           READ basket-history-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(5)
                   IF bhr-is-header
                       ADD bhr-total-with-tax TO mf-proved-total(5)
                   END-IF
           END-READ.
       5510-EXIT.
           EXIT.

      * The files the night adds to prove on their record count
      * alone, as the snapshot copied them.
       5600-PROVE-AUDIT-LOG.
           OPEN INPUT audit-log-file.
           MOVE audit-log-status TO current-status.
           MOVE 6 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5610-PROVE-ONE-AUDIT THRU 5610-EXIT
                   UNTIL end-of-master
               CLOSE audit-log-file
           END-IF.
       5600-EXIT.
           EXIT.

       5610-PROVE-ONE-AUDIT.
           READ audit-log-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(6)
           END-READ.
       5610-EXIT.
           EXIT.

       5620-PROVE-FRAUD-REVIEW.
           OPEN INPUT fraud-review-file.
           MOVE fraud-review-status TO current-status.
           MOVE 7 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5630-PROVE-ONE-FRAUD-REVIEW THRU 5630-EXIT
                   UNTIL end-of-master
               CLOSE fraud-review-file
           END-IF.
       5620-EXIT.
           EXIT.

       5630-PROVE-ONE-FRAUD-REVIEW.
           READ fraud-review-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(7)
           END-READ.
       5630-EXIT.
           EXIT.

       5640-PROVE-CARD-TENDERS.
           OPEN INPUT card-tender-file.
           MOVE card-tender-status TO current-status.
           MOVE 8 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5650-PROVE-ONE-CARD-TENDER THRU 5650-EXIT
                   UNTIL end-of-master
               CLOSE card-tender-file
           END-IF.
       5640-EXIT.
           EXIT.

       5650-PROVE-ONE-CARD-TENDER.
           READ card-tender-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(8)
           END-READ.
       5650-EXIT.
           EXIT.

       5660-PROVE-RETURNS-HELD.
           OPEN INPUT returns-held-file.
           MOVE returns-held-status TO current-status.
           MOVE 9 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5670-PROVE-ONE-RETURN-HELD THRU 5670-EXIT
                   UNTIL end-of-master
               CLOSE returns-held-file
           END-IF.
       5660-EXIT.
           EXIT.

       5670-PROVE-ONE-RETURN-HELD.
           READ returns-held-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(9)
           END-READ.
       5670-EXIT.
           EXIT.

       5680-PROVE-RESTRICTED-SALES.
           OPEN INPUT restricted-sale-file.
           MOVE restricted-sale-status TO current-status.
           MOVE 10 TO f.
           PERFORM 5050-CHECK-PROOF-OPEN THRU 5050-EXIT.
           IF NOT end-of-master
               PERFORM 5690-PROVE-ONE-RESTRICTED-SALE THRU 5690-EXIT
                   UNTIL end-of-master
               CLOSE restricted-sale-file
           END-IF.
       5680-EXIT.
           EXIT.

       5690-PROVE-ONE-RESTRICTED-SALE.
           READ restricted-sale-file
               AT END
                   MOVE 'Y' TO master-eof-switch
               NOT AT END
                   ADD 1 TO mf-proved-count(10)
           END-READ.
       5690-EXIT.
           EXIT.

       5900-PRINT-ONE-PROOF.
           MOVE mf-file-id(f) TO rpt-file-id.
           MOVE mf-chosen-count(f) TO rpt-file-snap-count.
           MOVE mf-proved-count(f) TO rpt-file-proved.
           MOVE mf-chosen-total(f) TO rpt-file-total.
           EVALUATE TRUE
               WHEN mf-is-opened(f)
                   AND mf-proved-count(f) = mf-chosen-count(f)
                   AND mf-proved-total(f) = mf-chosen-total(f)
                   IF mf-was-present(f)
                       MOVE 'RESTORED' TO rpt-file-result
                   ELSE
                       MOVE 'ABSENT - EMPTIED' TO rpt-file-result
                   END-IF
               WHEN OTHER
                   MOVE '*** DISAGREES' TO rpt-file-result
                   MOVE 'Y' TO proof-failed-switch
           END-EVALUATE.
           MOVE rpt-file-line TO rollback-report-line.
           WRITE rollback-report-line.
       5900-EXIT.
           EXIT.

       5950-PRINT-CHECKPOINT.
           MOVE 'BASKETCKP' TO rpt-file-id.
           MOVE ZERO TO rpt-file-snap-count.
           MOVE ZERO TO rpt-file-proved.
           MOVE ZERO TO rpt-file-total.
           IF checkpoint-cleared
               MOVE 'CLEARED' TO rpt-file-result
           ELSE
               MOVE '*** NOT CLEARED' TO rpt-file-result
           END-IF.
           MOVE rpt-file-line TO rollback-report-line.
           WRITE rollback-report-line.
       5950-EXIT.
           EXIT.

      * Files that do not prove leave the journal as it is: the
      * night is not released to run again on files that are not
      * what the snapshot says they were.
       6000-MARK-STEPS-UNDONE.
           MOVE SPACES TO rollback-report-line.
           WRITE rollback-report-line.
           IF proof-has-failed
               MOVE '*** RESTORE DID NOT PROVE - STEPS NOT UNDONE'
                   TO rollback-report-line
               WRITE rollback-report-line
           ELSE
               PERFORM 6100-UNDO-ONE-STEP THRU 6100-EXIT
                   VARYING s FROM 1 BY 1 UNTIL s > step-count
           END-IF.
       6000-EXIT.
           EXIT.

       6100-UNDO-ONE-STEP.
           IF st-business-date(s) = rollback-date
               AND NOT st-is-undone(s)
               MOVE st-step-name(s) TO rcq-step-name
               MOVE rollback-date TO rcq-business-date
               MOVE 'U' TO rcq-action
               MOVE ZERO TO rcq-return-code
               CALL 'RUN-CONTROL' USING run-control-request
               ADD 1 TO steps-undone-count
               MOVE 'STEP UNDONE:' TO rpt-step-label
               MOVE st-business-date(s) TO rpt-step-date
               MOVE st-step-name(s) TO rpt-step-name
               MOVE rpt-step-line TO rollback-report-line
               WRITE rollback-report-line
           END-IF.
       6100-EXIT.
           EXIT.

       7000-FIND-FILE.
           MOVE ZERO TO file-index.
           MOVE 1 TO f.
           PERFORM 7100-CHECK-ONE-FILE-ID THRU 7100-EXIT
               UNTIL f > 10 OR file-index > ZERO.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-FILE-ID.
           IF mf-file-id(f) = lookup-file-id
               MOVE f TO file-index
           END-IF.
           ADD 1 TO f.
       7100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE rollback-report-file.
       9000-EXIT.
           EXIT.

       END PROGRAM MASTER-ROLLBACK.
