      *   - ptx-cost-price added: an add loads it, a change applies
      *     it when keyed (non-numeric leaves the cost alone), with
      *     the same before/after reporting as the selling price.
      *   - ptx-min-age and ptx-max-basket-qty added alongside the
      *     master's restriction fields: an add loads both, a change
      *     applies whichever are keyed (non-numeric leaves the
      *     field alone). A keyed zero lifts the restriction.
      ******************************************************************
       01  product-txn-record.
           05  ptx-action              PIC X(01).
           05  ptx-order-qty           PIC 9(05).
           05  ptx-unit-of-measure     PIC X(02).
           05  ptx-cost-price          PIC 9(06)V9(2).
           05  ptx-min-age             PIC 9(02).
           05  ptx-max-basket-qty      PIC 9(04).
           05  FILLER                  PIC X(09).
