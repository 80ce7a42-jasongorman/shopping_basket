      ******************************************************************
      * Copybook:   TRANSFER_RECORD
      * Purpose:    One inter-store transfer note on the indexed
      *             transfer file, keyed on the note number: stock of
      *             one item moved from one branch to another. A note
      *             is written in transit when the sending branch
      *             dispatches - its STORSTK balance has already come
      *             down - and marked received when the receiving
      *             branch confirms, at which point the receiver's
      *             balance goes up. While a note is in transit the
      *             stock belongs to neither branch, but it has never
      *             left the business, so the product master's
      *             estate-wide total is not touched at either end.
      ******************************************************************
       01  transfer-record.
           05  trf-transfer-id         PIC X(10).
           05  trf-from-store-id       PIC X(04).
           05  trf-to-store-id         PIC X(04).
           05  trf-prod-code           PIC X(10).
           05  trf-quantity            PIC 9(07)V9(03).
           05  trf-status              PIC X(01).
               88  trf-in-transit          VALUE 'T'.
               88  trf-received            VALUE 'R'.
           05  trf-dispatch-date       PIC 9(08).
           05  trf-receipt-date        PIC 9(08).
           05  FILLER                  PIC X(15).
