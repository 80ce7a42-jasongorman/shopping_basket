      ******************************************************************
      * Copybook:   TRANSFER_TXN_RECORD
      * Purpose:    One 80-byte line of the transfer transaction feed
      *             applied by STORE-TRANSFER. A dispatch ('D') raises
      *             a new transfer note - note number, from store, to
      *             store, item and quantity - when the sending branch
      *             sends the stock. A receipt ('R') needs only the
      *             note number: the receiving branch confirms the
      *             note arrived. The date is the day the stock went
      *             or arrived; blank is the run date.
      ******************************************************************
       01  transfer-txn-record.
           05  xft-action              PIC X(01).
               88  xft-is-dispatch         VALUE 'D'.
               88  xft-is-receipt          VALUE 'R'.
           05  xft-transfer-id         PIC X(10).
           05  xft-from-store-id       PIC X(04).
           05  xft-to-store-id         PIC X(04).
           05  xft-prod-code           PIC X(10).
           05  xft-quantity            PIC 9(07)V9(03).
           05  xft-date                PIC 9(08).
           05  FILLER                  PIC X(33).
