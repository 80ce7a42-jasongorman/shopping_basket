      *     never pass on real data, since LOYALTY-POST sets the
      *     last-posted date to the card's latest basket and most
      *     cards' latest baskets predate a quarter-end cutoff.
      *   - Erased and closed cards no longer block the run: an
      *     entry carrying the erasure marker has no account to be
      *     posted to, and an account closed on an erasure request
      *     takes no further points, so neither can be unposted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ARCHIVE.
               NOT AT END
                   IF aud-date <= cutoff-date
                       AND aud-loyalty-card-id NOT = SPACES
                       AND NOT aud-card-erased
                       AND (aud-loyalty-points > ZERO
                           OR aud-points-redeemed > ZERO)
                       PERFORM 2100-NOTE-ONE-CARD THRU 2100-EXIT
                       'NEVER POSTED'
               NOT INVALID KEY
                   IF cd-latest-points-date(k) > loy-last-posted-date
                       AND NOT loy-account-closed
                       ADD 1 TO unposted-account-count
                       MOVE 'Y' TO run-blocked-switch
                       DISPLAY 'AUDIT-ARCHIVE: CARD [' cd-card-id(k)
