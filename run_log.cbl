      *             the reconciliation report.
      * Tectonics: cobc
      * Modification History:
      *   - FRAUD-PATTERN added to the night's steps, behind
      *     RECON-REPORT.
      *   - MASTER-SNAP added as the night's first step. An undone
      *     event, written when MASTER-ROLLBACK puts a night back,
      *     shows the step as rolled back until it is run again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOG.
      * The night's fixed steps, in running order; each slot holds
      * the latest state the journal shows for the date.
       01  step-table.
           05  step-entry OCCURS 8 TIMES.
               10  se-step-name        PIC X(14).
               10  se-state            PIC X(01).
                   88  se-never-ran        VALUE 'N'.
                   88  se-started          VALUE 'S'.
                   88  se-completed        VALUE 'C'.
                   88  se-failed           VALUE 'F'.
                   88  se-rolled-back      VALUE 'U'.
               10  se-start-time       PIC 9(08).
               10  se-end-time         PIC 9(08).
               10  se-return-code      PIC 9(04).
           IF report-date = ZERO
               ACCEPT report-date FROM DATE YYYYMMDD
           END-IF.
           MOVE 'MASTER-SNAP' TO se-step-name(1).
           MOVE 'BASKET-EDIT' TO se-step-name(2).
           MOVE 'BATCH-TOTAL' TO se-step-name(3).
           MOVE 'STOCK-DEPLETE' TO se-step-name(4).
           MOVE 'LOYALTY-POST' TO se-step-name(5).
           MOVE 'SALES-ANALYSIS' TO se-step-name(6).
           MOVE 'RECON-REPORT' TO se-step-name(7).
           MOVE 'FRAUD-PATTERN' TO se-step-name(8).
           PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > 8.
           OPEN INPUT run-control-file.
           IF run-control-not-found
               DISPLAY 'RUN-LOG: RUNCTL NOT FOUND - NO NIGHT '

       2100-TAKE-ONE-EVENT.
           PERFORM 2200-APPLY-TO-STEP THRU 2200-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > 8.
           MOVE rcr-step-name TO rpt-event-step.
           EVALUATE TRUE
               WHEN rcr-is-start
                   MOVE 'START' TO rpt-event-type
               WHEN rcr-is-undone
                   MOVE 'UNDO' TO rpt-event-type
               WHEN OTHER
                   MOVE 'END' TO rpt-event-type
           END-EVALUATE.
           MOVE rcr-event-time TO rpt-event-time.
           MOVE rcr-return-code TO rpt-event-rc.
           MOVE rpt-event-line TO run-log-report-line.
      * followed by a clean re-run shows as completed.
       2200-APPLY-TO-STEP.
           IF rcr-step-name = se-step-name(s)
               EVALUATE TRUE
                   WHEN rcr-is-undone
                       MOVE 'U' TO se-state(s)
                   WHEN rcr-is-start
                       MOVE 'S' TO se-state(s)
                       MOVE rcr-event-time TO se-start-time(s)
                   WHEN OTHER
                       MOVE rcr-event-time TO se-end-time(s)
                       MOVE rcr-return-code TO se-return-code(s)
                       IF rcr-return-code < 8
                           MOVE 'C' TO se-state(s)
                       ELSE
                           MOVE 'F' TO se-state(s)
                       END-IF
               END-EVALUATE
           END-IF.
       2200-EXIT.
           EXIT.
               INTO run-log-report-line.
           WRITE run-log-report-line.
           PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
               VARYING s FROM 1 BY 1 UNTIL s > 8.
       3000-EXIT.
           EXIT.

                   MOVE '*** FAILED ***' TO rpt-step-status
               WHEN se-started(s)
                   MOVE '*** NEVER ENDED ***' TO rpt-step-status
               WHEN se-rolled-back(s)
                   MOVE 'ROLLED BACK' TO rpt-step-status
               WHEN OTHER
                   MOVE 'NEVER RAN' TO rpt-step-status
           END-EVALUATE.
