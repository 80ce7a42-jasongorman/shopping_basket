      *             SALES-NET-ZERO, VAT-STD and VAT-RED; a map that
      *             does not cover all six blocks the extract, since
      *             an unmapped element cannot balance.
      * Modification History:
      *   - SHRINKAGE and STOCK-HOLDING added for stocktake
      *     adjustments. They are needed only on a date that has
      *     adjustments to post, so a map without them still runs
      *     every other day's extract.
      *   - TRADE-CREDITORS added for the accounts-payable journal
      *     INVOICE-MATCH writes for passed supplier invoices, debited
      *     to STOCK-HOLDING.
      *   - BANK and MERCHANT-FEES added for the card settlement
      *     journal CARD-SETTLE writes: the net the acquirer pays in
      *     debited to BANK and its fees to MERCHANT-FEES, against
      *     TILL-CONTROL for the gross settled.
      ******************************************************************
       01  gl-account-map-record.
           05  glm-element         PIC X(16).
