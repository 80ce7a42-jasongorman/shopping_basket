      ******************************************************************
      * Copybook:   PASSED_INVOICE_RECORD
      * Purpose:    One supplier invoice INVOICE-MATCH has passed for
      *             payment, on the indexed file PAIDINV keyed by the
      *             supplier and the supplier's invoice number. The
      *             record is written as the invoice goes onto the
      *             accounts-payable journal, so an invoice keyed a
      *             second time - a duplicate from the supplier, or
      *             the same SUPPINV run again - is found here and
      *             held rather than paid twice.
      ******************************************************************
       01  passed-invoice-record.
           05  pir-key.
               10  pir-supplier-code   PIC X(06).
               10  pir-invoice-no      PIC X(10).
           05  pir-invoice-date        PIC 9(08).
           05  pir-passed-date         PIC 9(08).
           05  pir-value               PIC 9(12)V9(2).
           05  FILLER                  PIC X(34).
