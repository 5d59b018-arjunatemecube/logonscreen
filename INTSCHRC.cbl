      ******************************************************************
      * COPYBOOK: INTSCHRC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-INTSCH.dat, the indexed    *
      *              interest and service-charge schedule used by the  *
      *              month-end INTCALC run. An entry is keyed either   *
      *              on one account (scope A) or on an account type    *
      *              (scope T - ASSET, LIABILITY, INCOME or EXPENSE,   *
      *              see ACCTREC); an account's own entry wins over    *
      *              its type's, and an account with neither is not   *
      *              charged. Rates are annual percentages on the      *
      *              daily closing balance - the credit rate on days   *
      *              the balance is positive, the debit rate on days   *
      *              it is negative - and the monthly fee is a flat    *
      *              charge in base currency. Interest and fees post   *
      *              to the two categories named here. Maintained by   *
      *              ADMIN users on LOGONAPP admin option I.           *
      ******************************************************************
       01  INTSCH-RECORD.
           05  ISCH-KEY.
               10  ISCH-SCOPE          PIC X(1).
                   88  ISCH-IS-ACCOUNT      VALUE 'A'.
                   88  ISCH-IS-TYPE         VALUE 'T'.
               10  ISCH-TARGET         PIC X(9).
           05  ISCH-CREDIT-RATE        PIC 9(2)V9(4).
           05  ISCH-DEBIT-RATE         PIC 9(2)V9(4).
           05  ISCH-MONTHLY-FEE        PIC 9(5)V99.
           05  ISCH-INT-CATEGORY       PIC X(4).
           05  ISCH-FEE-CATEGORY       PIC X(4).
           05  ISCH-MAINT-USER-ID      PIC X(8).
           05  ISCH-MAINT-DATE         PIC 9(8).
