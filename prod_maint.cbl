      *     cost not yet known), a change applies it only when
      *     keyed, and the report shows the cost movement beside the
      *     price movement.
      *   - Restrictions applied: an add loads the minimum age and
      *     the most one basket may take (blank is zero, no
      *     restriction), a change applies either only when keyed,
      *     and a keyed zero lifts it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROD-MAINT.
                   ELSE
                       MOVE ZERO TO prod-cost-price
                   END-IF
                   IF ptx-min-age IS NUMERIC
                       MOVE ptx-min-age TO prod-min-age
                   ELSE
                       MOVE ZERO TO prod-min-age
                   END-IF
                   IF ptx-max-basket-qty IS NUMERIC
                       MOVE ptx-max-basket-qty TO prod-max-basket-qty
                   ELSE
                       MOVE ZERO TO prod-max-basket-qty
                   END-IF
                   WRITE product-master-record
                       INVALID KEY
                           MOVE 'REJECTED - WRITE FAILED'
                   IF ptx-cost-price IS NUMERIC
                       MOVE ptx-cost-price TO prod-cost-price
                   END-IF
                   IF ptx-min-age IS NUMERIC
                       MOVE ptx-min-age TO prod-min-age
                   END-IF
                   IF ptx-max-basket-qty IS NUMERIC
                       MOVE ptx-max-basket-qty TO prod-max-basket-qty
                   END-IF
                   REWRITE product-master-record
                       INVALID KEY
                           MOVE 'REJECTED - REWRITE FAILED'
