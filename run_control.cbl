      *     unreadable), so a night that crosses midnight stays on
      *     the one date instead of each step re-deriving the
      *     wall-clock date and the chain deadlocking at 00:05.
      *   - FRAUD-PATTERN added to the chain behind BATCH-TOTAL: its
      *     findings are appended to the review queue, so a second
      *     run for the same date would queue them twice.
      *   - MASTER-SNAP made the first step of the night, ahead of
      *     BASKET-EDIT, so no master is touched before its copy is
      *     taken. New undone ('U') event, appended for each of a
      *     date's steps when MASTER-ROLLBACK restores the masters:
      *     an undone step counts as not completed again, so the
      *     night re-runs from the start.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL.
                   END-IF
               WHEN rcq-record-end
                   PERFORM 3000-APPEND-EVENT THRU 3000-EXIT
               WHEN rcq-record-undone
                   PERFORM 3000-APPEND-EVENT THRU 3000-EXIT
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL: UNKNOWN ACTION ['
                       rcq-action '] FOR STEP [' rcq-step-name ']'
       0500-EXIT.
           EXIT.

      * The chain is fixed here, in one place: the master snapshot
      * comes first, the edit waits on it, everything after the
      * edit waits on BATCH-TOTAL, and BATCH-TOTAL waits on the
      * edit. A step this table does not know has no predecessor
      * and is simply allowed, so a new job slots in without a
      * change here until it needs sequencing.
       1000-CHECK-STEP.
           EVALUATE rcq-step-name
               WHEN 'MASTER-SNAP'
                   MOVE SPACES TO predecessor-name
               WHEN 'BASKET-EDIT'
                   MOVE 'MASTER-SNAP' TO predecessor-name
               WHEN 'BATCH-TOTAL'
                   MOVE 'BASKET-EDIT' TO predecessor-name
               WHEN 'STOCK-DEPLETE'
                   MOVE 'BATCH-TOTAL' TO predecessor-name
               WHEN 'RECON-REPORT'
                   MOVE 'BATCH-TOTAL' TO predecessor-name
               WHEN 'FRAUD-PATTERN'
                   MOVE 'BATCH-TOTAL' TO predecessor-name
               WHEN OTHER
                   MOVE SPACES TO predecessor-name
           END-EVALUATE.
      * One pass along the journal, latest event wins: a step that
      * started and never ended counts as not completed, and an end
      * with return code 8 or worse counts as a failure the operator
      * may re-run. An undone event after a completion cancels it, so
      * a rolled-back night is run again from the start.
       2000-SCAN-JOURNAL.
           MOVE 'N' TO step-completed-switch.
           MOVE 'N' TO pred-completed-switch.
                           MOVE 'Y' TO pred-completed-switch
                       END-IF
                   END-IF
                   IF rcr-business-date = rcq-business-date
                       AND rcr-is-undone
                       IF rcr-step-name = rcq-step-name
                           MOVE 'N' TO step-completed-switch
                       END-IF
                       IF rcr-step-name = predecessor-name
                           MOVE 'N' TO pred-completed-switch
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.
