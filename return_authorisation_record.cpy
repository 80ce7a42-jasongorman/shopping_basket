      ******************************************************************
      * Copybook:   RETURN_AUTHORISATION_RECORD
      * Purpose:    One store manager's decision on a return basket
      *             BATCH-TOTAL held off the credit because it did not
      *             match its original sale: authorised (credit it
      *             anyway) or refused (never credit it). Matched back
      *             against the held returns queue by RETURN-AUTHORISE
      *             on basket id and store.
      ******************************************************************
       01  return-authorisation-record.
           05  rta-basket-id           PIC X(10).
           05  rta-store-id            PIC X(04).
           05  rta-decision            PIC X(01).
               88  rta-authorised          VALUE 'A'.
               88  rta-refused             VALUE 'R'.
           05  rta-manager-id          PIC X(06).
           05  rta-date                PIC 9(08).
           05  FILLER                  PIC X(51).
