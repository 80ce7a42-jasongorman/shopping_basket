      ******************************************************************
      * Copybook:   SHELF_LABEL_RECORD
      * Purpose:    One shelf-edge label to be printed and put up
      *             before a branch opens, written by SHELF-LABELS for
      *             every item whose shelf ticket is wrong for the
      *             next trading day - a price change, a new item, or
      *             an offer or deal starting or ending - once per
      *             open branch. Carries what the ticket shows: the
      *             shelf price, the offer wording when one runs that
      *             day, and for goods sold loose by the kilo the
      *             price per kilo the law asks to be displayed.
      ******************************************************************
       01  shelf-label-record.
           05  shl-label-date          PIC 9(08).
           05  shl-store-id            PIC X(04).
           05  shl-item-code           PIC X(10).
           05  shl-change-reason       PIC X(01).
               88  shl-new-item            VALUE 'N'.
               88  shl-price-change        VALUE 'P'.
               88  shl-offer-starts        VALUE 'O'.
               88  shl-offer-ends          VALUE 'F'.
               88  shl-deal-starts         VALUE 'D'.
               88  shl-deal-ends           VALUE 'E'.
           05  shl-price               PIC 9(06)V9(2).
           05  shl-unit-of-measure     PIC X(02).
      * Zero for an item sold by the each.
           05  shl-price-per-kilo      PIC 9(06)V9(2).
      * Blank when no offer or deal runs for the item that day.
           05  shl-offer-text          PIC X(40).
           05  FILLER                  PIC X(20).
