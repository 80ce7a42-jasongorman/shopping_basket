      *     first basket (a cross-store merge is warned about), and
      *     the redemption follows whichever basket's loyalty card
      *     the merge keeps.
      *   - Operator and till id carried on the merged header from
      *     the first basket, with the store.
      *   - Sale date and time carried from the first basket too.
      *   - Each line's minimum age, basket limit and age-check mark
      *     carried across with the rest of the line; TOTAL holds
      *     the merged basket to the limit across both trolleys.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-MERGE.
           ==line-tax-code==       BY ==line-tax-code-a==
           ==line-uom==            BY ==line-uom-a==
           ==line-unit-cost==      BY ==line-unit-cost-a==
           ==line-min-age==        BY ==line-min-age-a==
           ==line-max-basket-qty== BY ==line-max-basket-qty-a==
           ==line-age-checked==    BY ==line-age-checked-a==
           ==store-id==            BY ==store-id-a==
           ==operator-id==         BY ==operator-id-a==
           ==till-id==             BY ==till-id-a==
           ==original-sale-date==  BY ==original-sale-date-a==
           ==sale-date==           BY ==sale-date-a==
           ==sale-time==           BY ==sale-time-a==
           ==points-redeemed==     BY ==points-redeemed-a==
           ==loyalty-card-id==     BY ==loyalty-card-id-a==.
       COPY 'total_params.cpy' REPLACING
           ==line-tax-code==       BY ==line-tax-code-b==
           ==line-uom==            BY ==line-uom-b==
           ==line-unit-cost==      BY ==line-unit-cost-b==
           ==line-min-age==        BY ==line-min-age-b==
           ==line-max-basket-qty== BY ==line-max-basket-qty-b==
           ==line-age-checked==    BY ==line-age-checked-b==
           ==store-id==            BY ==store-id-b==
           ==operator-id==         BY ==operator-id-b==
           ==till-id==             BY ==till-id-b==
           ==original-sale-date==  BY ==original-sale-date-b==
           ==sale-date==           BY ==sale-date-b==
           ==sale-time==           BY ==sale-time-b==
           ==points-redeemed==     BY ==points-redeemed-b==
           ==loyalty-card-id==     BY ==loyalty-card-id-b==.
       COPY 'total_params.cpy' REPLACING
           ==line-tax-code==       BY ==line-tax-code-merged==
           ==line-uom==            BY ==line-uom-merged==
           ==line-unit-cost==      BY ==line-unit-cost-merged==
           ==line-min-age==        BY ==line-min-age-merged==
           ==line-max-basket-qty== BY ==line-max-basket-qty-merged==
           ==line-age-checked==    BY ==line-age-checked-merged==
           ==store-id==            BY ==store-id-merged==
           ==operator-id==         BY ==operator-id-merged==
           ==till-id==             BY ==till-id-merged==
           ==original-sale-date==  BY ==original-sale-date-merged==
           ==sale-date==           BY ==sale-date-merged==
           ==sale-time==           BY ==sale-time-merged==
           ==points-redeemed==     BY ==points-redeemed-merged==
           ==loyalty-card-id==     BY ==loyalty-card-id-merged==.
       PROCEDURE DIVISION USING basket-a, basket-b, basket-merged,
                   MOVE points-redeemed-b TO points-redeemed-merged
               END-IF
               MOVE store-id-a TO store-id-merged
               MOVE operator-id-a TO operator-id-merged
               MOVE till-id-a TO till-id-merged
               MOVE sale-date-a TO sale-date-merged
               MOVE sale-time-a TO sale-time-merged
               IF store-id-a NOT = store-id-b
                   DISPLAY 'BASKET-MERGE: BASKETS [' basket-id-a
                       '] AND [' basket-id-b '] ARE FROM DIFFERENT '
               TO line-uom-merged(item-count-merged).
           MOVE line-unit-cost-a(i)
               TO line-unit-cost-merged(item-count-merged).
           MOVE line-min-age-a(i)
               TO line-min-age-merged(item-count-merged).
           MOVE line-max-basket-qty-a(i)
               TO line-max-basket-qty-merged(item-count-merged).
           MOVE line-age-checked-a(i)
               TO line-age-checked-merged(item-count-merged).
       2110-EXIT.
           EXIT.

               TO line-uom-merged(item-count-merged).
           MOVE line-unit-cost-b(i)
               TO line-unit-cost-merged(item-count-merged).
           MOVE line-min-age-b(i)
               TO line-min-age-merged(item-count-merged).
           MOVE line-max-basket-qty-b(i)
               TO line-max-basket-qty-merged(item-count-merged).
           MOVE line-age-checked-b(i)
               TO line-age-checked-merged(item-count-merged).
       3110-EXIT.
           EXIT.

