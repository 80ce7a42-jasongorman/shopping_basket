      *     original earn back, and a clawback landing before (or
      *     without) the earn should show as a negative balance, not
      *     wrap.
      *   - Points held by earn period: loy-earn-period carries, oldest
      *     first, the points still unspent from each month they were
      *     earned in, so a redemption or clawback draws down the
      *     oldest points first and the month-end expiry run can
      *     release each period 24 months after it closes. Twenty-six
      *     periods hold the two years, the month in hand and a month
      *     late for the expiry run. The periods add up to the
      *     balance whenever it is positive; a negative balance holds
      *     no periods until it is earned back. loy-points-expired
      *     keeps the points the account has lost to expiry.
      *   - loy-account-status and loy-closed-date carved from the
      *     FILLER: an account closed on a card holder's erasure
      *     request is kept, emptied, as a closed record, so the
      *     posting run cannot open it again and TOTAL refuses any
      *     redemption against it. Existing accounts read as open.
      *   - The record is now 450 bytes, up from 29. LOYALTY must be
      *     unloaded and reloaded at the new length before the first
      *     run on this layout, each old account padded on the right
      *     with spaces: the posting and expiry runs read the blank
      *     fields as no earn periods and nothing expired, and take
      *     up its positive balance as earned in its last-posted
      *     month; the account reads as open.
      ******************************************************************
       01  loyalty-master-record.
           05  loy-card-id         PIC X(12).
           05  loy-points-balance  PIC S9(09).
           05  loy-last-posted-date PIC 9(08).
           05  loy-points-expired  PIC 9(09).
           05  loy-earn-period-count PIC 9(02).
           05  loy-earn-period OCCURS 26 TIMES.
               10  loy-earn-month      PIC 9(06).
               10  loy-earn-points     PIC 9(09).
           05  loy-account-status  PIC X(01).
               88  loy-account-closed  VALUE 'C'.
           05  loy-closed-date     PIC 9(08).
           05  FILLER              PIC X(11).
