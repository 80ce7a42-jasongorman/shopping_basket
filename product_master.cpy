      *     the same PRODTXN feed as the selling price, stamped onto
      *     each priced line, and rolled into the sales analysis as
      *     margin. Zero means the cost is not known yet.
      *   - prod-min-age and prod-max-basket-qty added for the goods
      *     the licences restrict - alcohol, tobacco, knives,
      *     paracetamol: the age a customer must be to buy the item,
      *     and the most of it one basket may take. Zero in either
      *     means no restriction. PRICE-BASKET stamps both onto each
      *     basket line it prices.
      *   - The record is now 63 bytes, up from 57. PRODMAST must be
      *     unloaded and reloaded at the new length before the first
      *     run on this layout, each old item padded on the right
      *     with six zeros, so it reads as carrying no age limit and
      *     no basket limit.
      ******************************************************************
       01  product-master-record.
           05  prod-code       PIC X(10).
           05  prod-unit-of-measure PIC X(02).
               88  prod-is-weighed     VALUE 'KG'.
           05  prod-cost-price     PIC 9(06)V9(2).
           05  prod-min-age        PIC 9(02).
           05  prod-max-basket-qty PIC 9(04).
