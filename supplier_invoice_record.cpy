      ******************************************************************
      * Copybook:   SUPPLIER_INVOICE_RECORD
      * Purpose:    One 80-byte line of a supplier's invoice, keyed
      *             from the paper invoice for INVOICE-MATCH: the
      *             supplier, the supplier's invoice number and date,
      *             and per line the item, the quantity billed and the
      *             unit price billed, net of VAT. The lines of one
      *             invoice are keyed together, so the matching run
      *             takes an invoice as every adjacent line with the
      *             same supplier and invoice number.
      ******************************************************************
       01  supplier-invoice-record.
           05  sin-supplier-code       PIC X(06).
           05  sin-invoice-no          PIC X(10).
           05  sin-invoice-date        PIC 9(08).
           05  sin-prod-code           PIC X(10).
           05  sin-quantity            PIC 9(05).
           05  sin-unit-price          PIC 9(06)V9(2).
           05  FILLER                  PIC X(33).
