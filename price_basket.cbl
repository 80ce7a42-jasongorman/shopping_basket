      *     TOTAL's validation and its price reads as per kilo.
      *   - The master's cost price stamped onto each priced line,
      *     so margin can follow the sale downstream.
      *   - The master's minimum age and most-per-basket stamped onto
      *     each priced line, so the till can ask for the age check
      *     and TOTAL can hold the basket to the limit; an unknown
      *     item carries no restriction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-BASKET.
           READ product-master-file
               INVALID KEY
                   MOVE ZEROES TO unitprice(i)
                   MOVE ZERO TO line-min-age(i)
                   MOVE ZERO TO line-max-basket-qty(i)
                   DISPLAY 'PRICE-BASKET: UNKNOWN ITEM CODE ['
                       item-code(i) ']'
               NOT INVALID KEY
                   MOVE prod-price TO unitprice(i)
                   MOVE prod-unit-of-measure TO line-uom(i)
                   MOVE prod-cost-price TO line-unit-cost(i)
                   MOVE prod-min-age TO line-min-age(i)
                   MOVE prod-max-basket-qty TO line-max-basket-qty(i)
           END-READ.
           PERFORM 2200-STAMP-PROMOTION THRU 2200-EXIT.
           ADD 1 TO i.
