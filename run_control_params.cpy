      *             the BUSDATE parameter file (today when absent) -
      *             the resolved date rides back here, so the end
      *             call lands under the same date as the start.
      *             Action 'U' records the step as undone for the
      *             business date, after MASTER-ROLLBACK has put the
      *             masters back to how they stood before the night;
      *             the step then counts as not completed and may run
      *             again.
      ******************************************************************
       01  run-control-request.
           05  rcq-step-name       PIC X(14) VALUE SPACES.
           05  rcq-action          PIC X(01) VALUE 'S'.
               88  rcq-check-and-start VALUE 'S'.
               88  rcq-record-end      VALUE 'E'.
               88  rcq-record-undone   VALUE 'U'.
           05  rcq-business-date   PIC 9(08) VALUE ZERO.
           05  rcq-return-code     PIC 9(04) VALUE ZERO.
           05  rcq-result          PIC X(01) VALUE 'Y'.
