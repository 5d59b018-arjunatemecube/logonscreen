      ******************************************************************
      * COPYBOOK: PAYEEREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-PAYEE.dat, the indexed     *
      *              payee master keyed on PAYEE-ID. A payment keyed  *
      *              through Data Entry A or loaded by TRANLOAD may   *
      *              name a payee here; PAYRUN sends it to the bank   *
      *              paying the sort code and account on this record. *
      *              Only an ACTIVE payee can be named on a new entry *
      *              or paid - a SUSPENDED payee's payments wait for  *
      *              reactivation. Payees are never deleted, so every *
      *              paid entry still resolves. Bank detail changes  *
      *              are stamped with who made them and when.         *
      ******************************************************************
       01  PAYEE-RECORD.
           05  PAYEE-ID                PIC X(8).
           05  PAYEE-NAME              PIC X(30).
           05  PAYEE-SORT-CODE         PIC X(6).
           05  PAYEE-BANK-ACCOUNT      PIC X(8).
           05  PAYEE-STATUS            PIC X(9).
               88  PAYEE-IS-ACTIVE          VALUE 'ACTIVE'.
               88  PAYEE-IS-SUSPENDED       VALUE 'SUSPENDED'.
           05  PAYEE-ADDED-DATE        PIC 9(8).
           05  PAYEE-MAINT-USER-ID     PIC X(8).
           05  PAYEE-MAINT-DATE        PIC 9(8).
