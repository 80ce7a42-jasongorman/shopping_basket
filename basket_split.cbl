      *     store id and original sale date go to both halves; a
      *     points redemption goes to the first half only, since
      *     the same points cannot be spent against both.
      *   - Operator and till id go to both halves with the store.
      *   - Sale date and time go to both halves as well.
      *   - Each line's minimum age, basket limit and age-check mark
      *     carried across with the rest of the line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-SPLIT.
           ==line-tax-code==       BY ==line-tax-code-src==
           ==line-uom==            BY ==line-uom-src==
           ==line-unit-cost==      BY ==line-unit-cost-src==
           ==line-min-age==        BY ==line-min-age-src==
           ==line-max-basket-qty== BY ==line-max-basket-qty-src==
           ==line-age-checked==    BY ==line-age-checked-src==
           ==store-id==            BY ==store-id-src==
           ==operator-id==         BY ==operator-id-src==
           ==till-id==             BY ==till-id-src==
           ==original-sale-date==  BY ==original-sale-date-src==
           ==sale-date==           BY ==sale-date-src==
           ==sale-time==           BY ==sale-time-src==
           ==points-redeemed==     BY ==points-redeemed-src==
           ==loyalty-card-id==     BY ==loyalty-card-id-src==.
       COPY 'total_params.cpy' REPLACING
           ==line-tax-code==       BY ==line-tax-code-first==
           ==line-uom==            BY ==line-uom-first==
           ==line-unit-cost==      BY ==line-unit-cost-first==
           ==line-min-age==        BY ==line-min-age-first==
           ==line-max-basket-qty== BY ==line-max-basket-qty-first==
           ==line-age-checked==    BY ==line-age-checked-first==
           ==store-id==            BY ==store-id-first==
           ==operator-id==         BY ==operator-id-first==
           ==till-id==             BY ==till-id-first==
           ==original-sale-date==  BY ==original-sale-date-first==
           ==sale-date==           BY ==sale-date-first==
           ==sale-time==           BY ==sale-time-first==
           ==points-redeemed==     BY ==points-redeemed-first==
           ==loyalty-card-id==     BY ==loyalty-card-id-first==.
       COPY 'total_params.cpy' REPLACING
           ==line-tax-code==       BY ==line-tax-code-second==
           ==line-uom==            BY ==line-uom-second==
           ==line-unit-cost==      BY ==line-unit-cost-second==
           ==line-min-age==        BY ==line-min-age-second==
           ==line-max-basket-qty== BY ==line-max-basket-qty-second==
           ==line-age-checked==    BY ==line-age-checked-second==
           ==store-id==            BY ==store-id-second==
           ==operator-id==         BY ==operator-id-second==
           ==till-id==             BY ==till-id-second==
           ==original-sale-date==  BY ==original-sale-date-second==
           ==sale-date==           BY ==sale-date-second==
           ==sale-time==           BY ==sale-time-second==
           ==points-redeemed==     BY ==points-redeemed-second==
           ==loyalty-card-id==     BY ==loyalty-card-id-second==.
       PROCEDURE DIVISION USING split-at-count, basket-src,
           MOVE basket-discount-pct-src TO basket-discount-pct-second.
           MOVE store-id-src            TO store-id-first.
           MOVE store-id-src            TO store-id-second.
           MOVE operator-id-src         TO operator-id-first.
           MOVE operator-id-src         TO operator-id-second.
           MOVE till-id-src             TO till-id-first.
           MOVE till-id-src             TO till-id-second.
           MOVE sale-date-src           TO sale-date-first.
           MOVE sale-date-src           TO sale-date-second.
           MOVE sale-time-src           TO sale-time-first.
           MOVE sale-time-src           TO sale-time-second.
           MOVE original-sale-date-src  TO original-sale-date-first.
           MOVE original-sale-date-src  TO original-sale-date-second.
      * The same points cannot be spent against both halves; the
               TO line-uom-first(item-count-first).
           MOVE line-unit-cost-src(i)
               TO line-unit-cost-first(item-count-first).
           MOVE line-min-age-src(i)
               TO line-min-age-first(item-count-first).
           MOVE line-max-basket-qty-src(i)
               TO line-max-basket-qty-first(item-count-first).
           MOVE line-age-checked-src(i)
               TO line-age-checked-first(item-count-first).
           ADD 1 TO i.
       2100-EXIT.
           EXIT.
               TO line-uom-second(item-count-second).
           MOVE line-unit-cost-src(i)
               TO line-unit-cost-second(item-count-second).
           MOVE line-min-age-src(i)
               TO line-min-age-second(item-count-second).
           MOVE line-max-basket-qty-src(i)
               TO line-max-basket-qty-second(item-count-second).
           MOVE line-age-checked-src(i)
               TO line-age-checked-second(item-count-second).
           ADD 1 TO i.
       3100-EXIT.
           EXIT.
