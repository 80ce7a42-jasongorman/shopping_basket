      ******************************************************************
      * Copybook:   SALES_BUDGET_RECORD
      * Purpose:    One weekly target on the sales budget file
      *             SALESBUD, set by finance for a store and a trading
      *             week (known by the Sunday that ends it, as on the
      *             weekly sales summary): the sales value the branch
      *             is expected to take, net of returns, and the
      *             margin it is expected to earn on it. A blank
      *             currency is sterling. SALES-WEEKLY sets each
      *             week's figures against the budget for the week
      *             and for the year to date.
      ******************************************************************
       01  sales-budget-record.
           05  sbr-store-id            PIC X(04).
           05  sbr-week-ending         PIC 9(08).
           05  sbr-currency-code       PIC X(03).
           05  sbr-sales-value         PIC 9(09)V9(2).
           05  sbr-margin-value        PIC S9(09)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(42).
