      ******************************************************************
      * Copybook:   WEEKLY_SALES_RECORD
      * Purpose:    One record of the weekly sales summary WEEKSALES,
      *             keyed by the trading week (known by the Sunday
      *             that ends it), store, currency and tax band, and
      *             built night by night by SALES-ANALYSIS from the
      *             day's sales detail. Each record holds the week's
      *             figures and, beside them, the seven days they are
      *             made of, Monday first: a night's posting replaces
      *             its own day outright and the week is re-added
      *             from the days, so a night run again after a
      *             rollback cannot count twice. A band of '*' is the
      *             store's whole trade across every band - its
      *             baskets are counted once however many bands they
      *             touch, where a band's own count is the baskets
      *             with a line in that band. Sales value and units
      *             are net of returns, the way the sales analysis
      *             nets them; the returns value is the credit given
      *             back, carried positive. Cost is the master cost
      *             stamped at pricing time, so the margin is the
      *             sales value less the cost.
      ******************************************************************
       01  weekly-sales-record.
           05  wsr-key.
               10  wsr-week-ending     PIC 9(08).
               10  wsr-store-id        PIC X(04).
               10  wsr-currency-code   PIC X(03).
               10  wsr-tax-code        PIC X(01).
                   88  wsr-is-all-bands    VALUE '*'.
           05  wsr-week-totals.
               10  wsr-sales-value     PIC S9(11)V9(2).
               10  wsr-units           PIC S9(09)V9(03).
               10  wsr-baskets         PIC 9(07).
               10  wsr-returns-value   PIC 9(11)V9(2).
               10  wsr-return-baskets  PIC 9(07).
               10  wsr-cost-value      PIC S9(11)V9(2).
           05  wsr-day OCCURS 7 TIMES.
               10  wsd-sales-value     PIC S9(11)V9(2).
               10  wsd-units           PIC S9(09)V9(03).
               10  wsd-baskets         PIC 9(07).
               10  wsd-returns-value   PIC 9(11)V9(2).
               10  wsd-return-baskets  PIC 9(07).
               10  wsd-cost-value      PIC S9(11)V9(2).
