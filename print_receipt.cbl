      *     RECEIPT file as in till mode. The counter capture uses
      *     it so its baskets - which the night run strikes and
      *     audits - do not land on the audit log twice.
      *   - Branch header printed: the basket's store is looked up on
      *     the store master and its name, address and VAT
      *     registration number head the receipt, as a VAT receipt
      *     must show. A store not on the master, or a master that
      *     will not open, prints the receipt without the header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-RECEIPT.
           SELECT receipt-spool-file ASSIGN TO "RECEIPTSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS receipt-spool-status.
           SELECT store-master-file ASSIGN TO "STORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stm-store-id
               FILE STATUS IS store-master-status.
       DATA DIVISION.
       FILE SECTION.
       FD  receipt-file.
       01  receipt-line            PIC X(80).
       FD  receipt-spool-file.
       01  receipt-spool-line      PIC X(80).
       FD  store-master-file.
       COPY 'store_master_record.cpy'.
       WORKING-STORAGE SECTION.
       01  i                       PIC 9(04) COMP.
       01  gross-subtotal          PIC 9(12)V9(2) VALUE ZERO.
       01  basket-discount-amount  PIC 9(12)V9(2) VALUE ZERO.
       01  receipt-spool-status    PIC X(02) VALUE SPACES.
           88  receipt-spool-not-found VALUE '35'.
       01  store-master-status     PIC X(02) VALUE SPACES.
           88  store-master-ok         VALUE '00'.
       01  spooling-switch         PIC X(01) VALUE 'N'.
           88  spooling                VALUE 'Y'.
       01  receipt-print-line      PIC X(80) VALUE SPACES.
           ==loyalty-summary==        BY ==rcpt-loyalty-summary==
           ==basket-id==              BY ==rcpt-basket-id==
           ==store-id==               BY ==rcpt-store-id==
           ==operator-id==            BY ==rcpt-operator-id==
           ==till-id==                BY ==rcpt-till-id==
           ==basket-type==            BY ==rcpt-basket-type==
           ==original-sale-date==     BY ==rcpt-original-sale-date==
           ==sale-date==              BY ==rcpt-sale-date==
           ==sale-time==              BY ==rcpt-sale-time==
           ==audit-mode==             BY ==rcpt-audit-mode==
           ==audit-suppressed==       BY ==rcpt-audit-suppressed==
           ==basket-is-return==       BY ==rcpt-basket-is-return==
           ==deal-promo-id==          BY ==rcpt-deal-promo-id==
           ==deal-times-applied==     BY ==rcpt-deal-times-applied==
           ==deal-saving==            BY ==rcpt-deal-saving==.
       01  rpt-vat-reg-line.
           05  FILLER              PIC X(12) VALUE 'VAT REG NO: '.
           05  rpt-vat-reg-no      PIC X(14).
       01  rpt-heading-line.
           05  FILLER              PIC X(20) VALUE 'ITEM'.
           05  FILLER              PIC X(08) VALUE 'QTY'.
           ==loyalty-summary==        BY ==spool-loyalty-summary==
           ==basket-id==              BY ==spool-basket-id==
           ==store-id==               BY ==spool-store-id==
           ==operator-id==            BY ==spool-operator-id==
           ==till-id==                BY ==spool-till-id==
           ==basket-type==            BY ==spool-basket-type==
           ==original-sale-date==     BY ==spool-original-sale-date==
           ==sale-date==              BY ==spool-sale-date==
           ==sale-time==              BY ==spool-sale-time==
           ==audit-mode==             BY ==spool-audit-mode==
           ==audit-suppressed==       BY ==spool-audit-suppressed==
           ==basket-is-return==       BY ==spool-basket-is-return==
           ELSE
               OPEN OUTPUT receipt-file
           END-IF.
           PERFORM 1200-PRINT-BRANCH-HEADER THRU 1200-EXIT.
           IF basket-is-return
               MOVE rpt-refund-banner-line TO receipt-print-line
               PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT
       1100-EXIT.
           EXIT.

      * The branch's name, address and VAT number head every
      * receipt; address lines the branch does not use are left out
      * rather than printed blank.
       1200-PRINT-BRANCH-HEADER.
           OPEN INPUT store-master-file.
           IF store-master-ok
               MOVE store-id TO stm-store-id
               READ store-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1210-PRINT-BRANCH-LINES THRU 1210-EXIT
               END-READ
               CLOSE store-master-file
           END-IF.
       1200-EXIT.
           EXIT.

       1210-PRINT-BRANCH-LINES.
           MOVE stm-store-name TO receipt-print-line.
           PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT.
           IF stm-address-line-1 NOT = SPACES
               MOVE stm-address-line-1 TO receipt-print-line
               PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT
           END-IF.
           IF stm-address-line-2 NOT = SPACES
               MOVE stm-address-line-2 TO receipt-print-line
               PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT
           END-IF.
           IF stm-address-line-3 NOT = SPACES
               MOVE stm-address-line-3 TO receipt-print-line
               PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT
           END-IF.
           IF stm-postcode NOT = SPACES
               MOVE stm-postcode TO receipt-print-line
               PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT
           END-IF.
           IF stm-vat-reg-no NOT = SPACES
               MOVE stm-vat-reg-no TO rpt-vat-reg-no
               MOVE rpt-vat-reg-line TO receipt-print-line
               PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO receipt-print-line.
           PERFORM 7000-PUT-RECEIPT-LINE THRU 7000-EXIT.
       1210-EXIT.
           EXIT.

       2000-PRINT-LINES.
           PERFORM 2100-PRINT-ONE-LINE THRU 2100-EXIT
               UNTIL i > item-count.
