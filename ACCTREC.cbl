      *              account master keyed on ACCT-NUMBER. Every        *
      *              transaction keyed through Data Entry A must name  *
      *              an account that exists here and is OPEN.          *
      * MODIFICATION HISTORY:                                          *
      *   ACCT-CURRENCY added - the currency the account is kept in.  *
      *   Spaces, or the site base currency, mean a base-currency     *
      *   account; any other code makes every entry on the account   *
      *   a foreign-currency entry converted at the dated rate on    *
      *   CICA-FXRATE.dat. Set when the account is added and never   *
      *   changed after, so the account's entries stay in one        *
      *   currency.                                                   *
      *   ACCT-TYPE and ACCT-PARENT-NO added for the chart of         *
      *   accounts. The type is ASSET, LIABILITY, INCOME or EXPENSE;  *
      *   the parent is the roll-up account the balance subtotals     *
      *   into on TRIALBAL, spaces for a top-level account. A parent  *
      *   must itself be on this file and may not sit beneath its     *
      *   own child. Accounts added before these fields carry spaces  *
      *   in both until maintained.                                   *
      *   ACCT-BRANCH-CODE added - the branch that owns the account.  *
      *   Every transaction takes its branch from its account, so     *
      *   each branch balances and signs off on its own accounts.     *
      *   Spaces is the home office, which is what every account      *
      *   added before the field existed carries.                     *
      ******************************************************************
       01  ACCT-RECORD.
           05  ACCT-NUMBER             PIC X(8).
               88  ACCT-IS-CLOSED           VALUE 'CLOSED'.
           05  ACCT-OPEN-DATE          PIC 9(8).
           05  ACCT-CLOSED-DATE        PIC 9(8).
           05  ACCT-CURRENCY           PIC X(3).
           05  ACCT-TYPE               PIC X(9).
               88  ACCT-IS-ASSET            VALUE 'ASSET'.
               88  ACCT-IS-LIABILITY        VALUE 'LIABILITY'.
               88  ACCT-IS-INCOME           VALUE 'INCOME'.
               88  ACCT-IS-EXPENSE          VALUE 'EXPENSE'.
               88  ACCT-TYPE-VALID          VALUE 'ASSET' 'LIABILITY'
                                                  'INCOME' 'EXPENSE'.
           05  ACCT-PARENT-NO          PIC X(8).
           05  ACCT-BRANCH-CODE        PIC X(4).
