      ******************************************************************
      * Copybook:   STORE_TXN_RECORD
      * Purpose:    One record of the store maintenance transaction
      *             file applied against the store master by
      *             STORE-MAINT: an add or a change for one store id.
      *             An add carries the whole branch; a change carries
      *             only the fields being changed, and a blank field
      *             leaves the master's value alone. A branch is
      *             closed (or reopened) by a change of status - there
      *             is no delete, so a closed branch's history keeps
      *             its name.
      * Modification History:
      *   - stx-opened-date added: the date the branch first traded,
      *     YYYYMMDD. An add with none takes the date of the
      *     maintenance run; a change applies it only when keyed.
      ******************************************************************
       01  store-txn-record.
           05  stx-action              PIC X(01).
               88  stx-is-add              VALUE 'A'.
               88  stx-is-change           VALUE 'C'.
           05  stx-store-id            PIC X(04).
           05  stx-store-name          PIC X(30).
           05  stx-address-line-1      PIC X(30).
           05  stx-address-line-2      PIC X(30).
           05  stx-address-line-3      PIC X(30).
           05  stx-postcode            PIC X(08).
           05  stx-vat-reg-no          PIC X(14).
           05  stx-currency-code       PIC X(03).
           05  stx-status              PIC X(01).
           05  stx-opened-date         PIC 9(08).
           05  stx-opened-date-x REDEFINES
               stx-opened-date         PIC X(08).
           05  FILLER                  PIC X(01).
