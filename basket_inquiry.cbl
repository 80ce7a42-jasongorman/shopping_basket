      *   - Reversed marker shown: a basket the fraud team confirmed
      *     and reversed says so, instead of looking like any other
      *     sale.
      *   - Operator and till shown under the header line, so the
      *     inquiry says who struck the basket and where.
      *   - Date and time of sale shown beside the operator and till
      *     where the history carries them; history written before
      *     they were recorded shows none.
      *   - Quantity since refunded on verified returns shown under
      *     a sale line that has had any credited back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASKET-INQUIRY.
       01  dsp-line-total          PIC ZZZ,ZZZ,ZZ9.99.
       01  dsp-unitprice           PIC ZZZ,ZZ9.99.
       01  dsp-quantity            PIC ZZZ9.999-.
       01  dsp-sale-time           PIC 99B99B99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           DISPLAY 'BASKET [' bhr-basket-id '] STORE [' bhr-store-id
               '] DATE ' bhr-date
               ' CURRENCY ' bhr-currency-code.
           DISPLAY 'OPERATOR [' bhr-operator-id '] TILL ['
               bhr-till-id ']'.
           IF bhr-sale-date IS NUMERIC AND bhr-sale-date > ZERO
               AND bhr-sale-time IS NUMERIC
               MOVE bhr-sale-time TO dsp-sale-time
               INSPECT dsp-sale-time REPLACING ALL ' ' BY ':'
               DISPLAY 'SOLD ' bhr-sale-date ' AT ' dsp-sale-time
           END-IF.
           IF bhr-basket-type = 'R'
               DISPLAY '*** RETURN BASKET - FIGURES ARE A CREDIT ***'
           END-IF.
               DISPLAY '  ' bhr-item-code ' QTY ' dsp-quantity
                   ' AT ' dsp-unitprice ' = ' dsp-line-total
           END-IF.
           IF bhr-line-refunded-qty-x NOT = SPACES
               AND bhr-line-refunded-qty IS NUMERIC
               AND bhr-line-refunded-qty > ZERO
               MOVE bhr-line-refunded-qty TO dsp-quantity
               DISPLAY '      REFUNDED QTY ' dsp-quantity
           END-IF.
       3300-EXIT.
           EXIT.

