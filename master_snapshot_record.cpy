      ******************************************************************
      * Copybook:   MASTER_SNAPSHOT_RECORD
      * Purpose:    One record of the master snapshot file MASTSNAP,
      *             which holds every generation of the pre-run copy
      *             MASTER-SNAP takes of the files the night changes:
      *             the masters it rewrites in place - PRODMAST,
      *             STORSTK, LOYALTY, VOUCHMAST and BASKETHIST - and
      *             the files it adds to - AUDITLOG, FRAUDREV, CARDTND,
      *             RETHELD and RESTSALE. A generation is one snapshot
      *             run, known by its business date and the time it
      *             was taken: a header record, each file's records in
      *             key or file order followed by that file's control
      *             record - record count and control total, or a note
      *             that the file was not there to copy - and an end
      *             record written only once every file has been
      *             copied. A generation without its end record is
      *             incomplete and is never restored.
      *             The control total is the stock on hand for
      *             PRODMAST and STORSTK, the points balance for
      *             LOYALTY, the voucher balance for VOUCHMAST and
      *             the tax-inclusive basket total for BASKETHIST; the
      *             added-to files carry a record count only.
      ******************************************************************
       01  master-snapshot-record.
           05  msr-business-date       PIC 9(08).
           05  msr-snap-time           PIC 9(08).
           05  msr-record-type         PIC X(01).
               88  msr-is-header           VALUE 'H'.
               88  msr-is-data             VALUE 'D'.
               88  msr-is-control          VALUE 'T'.
               88  msr-is-end              VALUE 'E'.
           05  msr-file-id             PIC X(10).
      * The master record exactly as read, on a data record.
           05  msr-data                PIC X(450).
           05  msr-control-data REDEFINES msr-data.
               10  msr-record-count        PIC 9(09).
               10  msr-control-total       PIC S9(13)V9(3)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10  msr-file-present        PIC X(01).
                   88  msr-file-was-present    VALUE 'Y'.
                   88  msr-file-was-absent     VALUE 'N'.
               10  FILLER                  PIC X(423).
           05  FILLER                  PIC X(23).
