      ******************************************************************
      * Copybook:   STORE_MASTER_RECORD
      * Purpose:    One branch on the indexed store master, keyed on
      *             the same four-character store id the baskets, the
      *             audit log, the sales detail and the store stock
      *             file carry: the name and address printed on the
      *             branch's receipts and reports, its VAT
      *             registration number, the currency it trades in,
      *             and whether it is open. A store id that is not on
      *             this file is not a branch, and a closed branch
      *             takes no more trade - BASKET-EDIT rejects baskets
      *             for either. Branches are added and changed by
      *             STORE-MAINT and never deleted: a closed branch
      *             keeps its record so its history still has a name.
      * Modification History:
      *   - stm-opened-date added, the date the branch first traded,
      *     so the weekly sales comparison can keep a branch open
      *     less than a year out of the like-for-like total. Blank
      *     on branches set up before it was kept - they are taken
      *     as long established.
      ******************************************************************
       01  store-master-record.
           05  stm-store-id            PIC X(04).
           05  stm-store-name          PIC X(30).
           05  stm-address-line-1      PIC X(30).
           05  stm-address-line-2      PIC X(30).
           05  stm-address-line-3      PIC X(30).
           05  stm-postcode            PIC X(08).
           05  stm-vat-reg-no          PIC X(14).
           05  stm-currency-code       PIC X(03).
           05  stm-status              PIC X(01).
               88  stm-is-open             VALUE 'O'.
               88  stm-is-closed           VALUE 'C'.
           05  stm-opened-date         PIC 9(08).
           05  stm-opened-date-x REDEFINES
               stm-opened-date         PIC X(08).
           05  FILLER                  PIC X(22).
