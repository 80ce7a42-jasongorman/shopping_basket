      *             can be tuned by the business without recompiling
      *             the program. TOTAL keeps its own compiled-in
      *             defaults in force when FRAUDCFG is not present.
      * Modification History:
      *   - Cross-basket pattern limits added for FRAUD-PATTERN, which
      *     reads the same record: how many stores one card may be
      *     used in on one day, what share of the balance makes a
      *     redemption "near the balance" and how many of those one
      *     card may make in the look-back window, the window
      *     itself in days, how many tills one voucher may be
      *     tendered at in a night, and the refund value a store may
      *     give as a percentage of its sales. A field left blank
      *     keeps FRAUD-PATTERN's compiled-in default; TOTAL ignores
      *     them all.
      ******************************************************************
       01  fraud-thresholds-record.
           05  ft-fraud-value-threshold       PIC 9(06)V9(2).
           05  ft-fraud-line-value-threshold  PIC 9(06)V9(2).
           05  ft-fraud-rejected-threshold    PIC 9(02).
           05  ft-pattern-store-count         PIC 9(02).
           05  ft-pattern-redeem-pct          PIC 9(03).
           05  ft-pattern-redeem-count        PIC 9(02).
           05  ft-pattern-window-days         PIC 9(03).
           05  ft-pattern-till-count          PIC 9(02).
           05  ft-pattern-refund-pct          PIC 9(03)V9(2).
           05  FILLER                         PIC X(45).
