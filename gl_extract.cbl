      *     ordinary discounted basket. A negative zero-band net now
      *     posts on the opposite side, so debits always equal
      *     credits.
      *   - Stocktake shrinkage posted: the approved stock
      *     adjustments STOCKTAKE writes to STKADJ for the date post
      *     per branch as SHRINKAGE against STOCK-HOLDING, each line
      *     carrying its store id, so finance sees loss by branch.
      *     The two elements are required on GLMAP only when the
      *     date has adjustments to post.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
           SELECT account-map-file ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-map-status.
           SELECT stock-adjust-file ASSIGN TO "STKADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stock-adjust-status.
           SELECT gl-journal-file ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT gl-proof-file ASSIGN TO "GLPROOF"
       COPY 'audit_record.cpy'.
       FD  account-map-file.
       COPY 'gl_account_map_record.cpy'.
       FD  stock-adjust-file.
       COPY 'stock_adjust_record.cpy'.
       FD  gl-journal-file.
       COPY 'gl_journal_record.cpy'.
       FD  gl-proof-file.
           88  end-of-audit-log        VALUE 'Y'.
       01  map-eof-switch          PIC X(01) VALUE 'N'.
           88  end-of-map-file         VALUE 'Y'.
       01  stock-adjust-status     PIC X(02) VALUE SPACES.
           88  stock-adjust-not-found  VALUE '35'.
       01  adjust-eof-switch       PIC X(01) VALUE 'N'.
           88  end-of-stock-adjust     VALUE 'Y'.
       01  adjustments-taken-count PIC 9(06) COMP VALUE ZERO.
       01  run-blocked-switch      PIC X(01) VALUE 'N'.
           88  run-is-blocked          VALUE 'Y'.
       01  extract-date            PIC 9(08) VALUE ZERO.
           05  FILLER              PIC X(16) VALUE 'VAT-RED'.
       01  required-table REDEFINES required-elements.
           05  required-element OCCURS 6 TIMES PIC X(16).
      * The stocktake elements, required only on a date with stock
      * adjustments to post.
       01  stock-elements.
           05  FILLER              PIC X(16) VALUE 'SHRINKAGE'.
           05  FILLER              PIC X(16) VALUE 'STOCK-HOLDING'.
       01  stock-element-table REDEFINES stock-elements.
           05  stock-element OCCURS 2 TIMES PIC X(16).
       01  r                       PIC 9(04) COMP.
       01  c                       PIC 9(04) COMP.
       01  net-zero-amount         PIC S9(12)V9(2) VALUE ZERO.
       01  post-amount             PIC 9(12)V9(2) VALUE ZERO.
       01  signed-post-amount      PIC S9(12)V9(2) VALUE ZERO.
       01  post-side               PIC X(01) VALUE 'D'.
       01  post-store-id           PIC X(04) VALUE SPACES.
       01  control-gross-amount    PIC 9(13)V9(2) VALUE ZERO.
      * One slot per currency, the same fixed set the other audit
      * readers use; sales and returns are kept apart so each side
               10  gt-ret-tax-red      PIC 9(12)V9(2).
               10  gt-debit-total      PIC 9(13)V9(2).
               10  gt-credit-total     PIC 9(13)V9(2).
      * Shrinkage per branch for the date, net of gains; cost prices
      * are held in the home currency, so it posts in sterling.
       01  shrink-slot-count       PIC 9(04) COMP VALUE ZERO.
       01  shrink-slot-index       PIC 9(04) COMP VALUE ZERO.
       01  sv                      PIC 9(04) COMP.
       01  shrink-totals.
           05  shrink-slot OCCURS 20 TIMES.
               10  sk-store-id         PIC X(04).
               10  sk-shrinkage-value  PIC S9(11)V9(2).
       01  rpt-heading-line.
           05  FILLER              PIC X(28)
                   VALUE 'GL JOURNAL PROOF FOR '.
                   VALUE '  AUDIT CONTROL (AS RECON)'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  rpt-ctl-amount      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  rpt-shrink-detail.
           05  FILLER              PIC X(17) VALUE 'SHRINKAGE STORE ['.
           05  rpt-shrink-store    PIC X(04).
           05  FILLER              PIC X(02) VALUE '] '.
           05  FILLER              PIC X(06) VALUE 'GBP   '.
           05  rpt-shrink-value    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  rpt-count-line.
           05  rpt-count-label     PIC X(28).
           05  rpt-count-value     PIC ZZZ,ZZ9.
               ACCEPT extract-date FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
           PERFORM 1300-LOAD-STOCK-ADJUSTMENTS THRU 1300-EXIT.
           OPEN INPUT audit-log-file.
           IF audit-log-not-found
               DISPLAY 'GL-EXTRACT: AUDITLOG NOT FOUND - '
       1200-EXIT.
           EXIT.

      * A missing STKADJ means no stocktake has ever been approved.
      * The date's adjustments are netted per branch up front, so
      * the stocktake elements can be demanded of the map only when
      * there is something to post to them.
       1300-LOAD-STOCK-ADJUSTMENTS.
           OPEN INPUT stock-adjust-file.
           IF stock-adjust-not-found
               MOVE 'Y' TO adjust-eof-switch
           END-IF.
           PERFORM 1310-READ-ONE-ADJUSTMENT THRU 1310-EXIT
               UNTIL end-of-stock-adjust.
           IF NOT stock-adjust-not-found
               CLOSE stock-adjust-file
           END-IF.
           IF adjustments-taken-count > ZERO AND NOT run-is-blocked
               PERFORM 1350-CHECK-ONE-STOCK-ELEMENT THRU 1350-EXIT
                   VARYING r FROM 1 BY 1 UNTIL r > 2
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-ADJUSTMENT.
           READ stock-adjust-file
               AT END
                   MOVE 'Y' TO adjust-eof-switch
               NOT AT END
                   IF sar-date = extract-date
                       ADD 1 TO adjustments-taken-count
                       PERFORM 1320-FIND-SHRINK-SLOT THRU 1320-EXIT
                       IF shrink-slot-index > ZERO
                           ADD sar-shrinkage-value
                               TO sk-shrinkage-value(shrink-slot-index)
                       END-IF
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      * A branch that cannot get a slot cannot be posted, and a
      * journal short of one branch's loss would understate it, so a
      * full table blocks the run rather than posting part.
       1320-FIND-SHRINK-SLOT.
           MOVE ZERO TO shrink-slot-index.
           MOVE 1 TO sv.
           PERFORM 1330-CHECK-ONE-SHRINK-SLOT THRU 1330-EXIT
               UNTIL sv > shrink-slot-count
                   OR shrink-slot-index > ZERO.
           IF shrink-slot-index = ZERO
               IF shrink-slot-count < 20
                   ADD 1 TO shrink-slot-count
                   MOVE shrink-slot-count TO shrink-slot-index
                   MOVE sar-store-id TO sk-store-id(shrink-slot-index)
                   MOVE ZERO TO sk-shrinkage-value(shrink-slot-index)
               ELSE
                   DISPLAY 'GL-EXTRACT: SHRINKAGE STORE TABLE FULL - '
                       'STORE [' sar-store-id '] - RUN BLOCKED'
                   MOVE 'Y' TO run-blocked-switch
               END-IF
           END-IF.
       1320-EXIT.
           EXIT.

       1330-CHECK-ONE-SHRINK-SLOT.
           IF sk-store-id(sv) = sar-store-id
               MOVE sv TO shrink-slot-index
           END-IF.
           ADD 1 TO sv.
       1330-EXIT.
           EXIT.

       1350-CHECK-ONE-STOCK-ELEMENT.
           MOVE stock-element(r) TO lookup-element.
           PERFORM 4000-FIND-ACCOUNT THRU 4000-EXIT.
           IF map-index = ZERO
               DISPLAY 'GL-EXTRACT: ELEMENT [' lookup-element
                   '] NOT ON GLMAP - STOCK ADJUSTMENTS TO POST - '
                   'RUN BLOCKED'
               MOVE 'Y' TO run-blocked-switch
           END-IF.
       1350-EXIT.
           EXIT.

       2000-ACCUMULATE-AUDIT-LOG.
           READ audit-log-file
               AT END
       3000-WRITE-JOURNAL.
           PERFORM 3100-POST-ONE-CURRENCY THRU 3100-EXIT
               VARYING c FROM 1 BY 1 UNTIL c > 4.
           MOVE 1 TO c.
           PERFORM 3600-POST-ONE-SHRINKAGE THRU 3600-EXIT
               VARYING sv FROM 1 BY 1 UNTIL sv > shrink-slot-count.
           MOVE SPACES TO post-store-id.
       3000-EXIT.
           EXIT.

               MOVE post-side TO gjr-debit-credit
               MOVE post-amount TO gjr-amount
               MOVE lookup-element TO gjr-element
               MOVE post-store-id TO gjr-store-id
               WRITE gl-journal-record
               ADD 1 TO journal-line-count
               IF post-side = 'D'
       3500-EXIT.
           EXIT.

      * A branch's net loss debits SHRINKAGE and credits the stock
      * holding; a branch whose count found more than its book posts
      * the same pair the other way round, through the signed-line
      * posting that already turns a negative amount over.
       3600-POST-ONE-SHRINKAGE.
           MOVE sk-store-id(sv) TO post-store-id.
           MOVE 'D' TO post-side.
           MOVE 'SHRINKAGE' TO lookup-element.
           MOVE sk-shrinkage-value(sv) TO signed-post-amount.
           PERFORM 3450-POST-SIGNED-LINE THRU 3450-EXIT.
           MOVE 'C' TO post-side.
           MOVE 'STOCK-HOLDING' TO lookup-element.
           MOVE sk-shrinkage-value(sv) TO signed-post-amount.
           PERFORM 3450-POST-SIGNED-LINE THRU 3450-EXIT.
       3600-EXIT.
           EXIT.

       4000-FIND-ACCOUNT.
           MOVE ZERO TO map-index.
           MOVE SPACES TO lookup-account.
       8000-PRINT-PROOF.
           PERFORM 8100-PROVE-ONE-CURRENCY THRU 8100-EXIT
               VARYING c FROM 1 BY 1 UNTIL c > 4.
           IF shrink-slot-count > ZERO
               MOVE SPACES TO gl-proof-line
               WRITE gl-proof-line
               PERFORM 8200-PRINT-ONE-SHRINKAGE THRU 8200-EXIT
                   VARYING sv FROM 1 BY 1 UNTIL sv > shrink-slot-count
           END-IF.
           MOVE SPACES TO gl-proof-line.
           WRITE gl-proof-line.
           MOVE SPACES TO rpt-count-line.
           MOVE entries-taken-count TO rpt-count-value.
           MOVE rpt-count-line TO gl-proof-line.
           WRITE gl-proof-line.
           MOVE 'STOCK ADJUSTMENTS TAKEN:' TO rpt-count-label.
           MOVE adjustments-taken-count TO rpt-count-value.
           MOVE rpt-count-line TO gl-proof-line.
           WRITE gl-proof-line.
           MOVE 'JOURNAL LINES WRITTEN:' TO rpt-count-label.
           MOVE journal-line-count TO rpt-count-value.
           MOVE rpt-count-line TO gl-proof-line.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-SHRINKAGE.
           MOVE sk-store-id(sv) TO rpt-shrink-store.
           MOVE sk-shrinkage-value(sv) TO rpt-shrink-value.
           MOVE rpt-shrink-detail TO gl-proof-line.
           WRITE gl-proof-line.
       8200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT audit-log-not-found
               CLOSE audit-log-file
