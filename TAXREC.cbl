      ******************************************************************
      * COPYBOOK: TAXREC.CBL                                           *
      * DESCRIPTION: Record layout for CICA-TAX.dat, the indexed tax   *
      *              code table keyed on TAX-CODE. Each category on    *
      *              CICA-CATG.dat names its default tax code here and *
      *              the operator may override it on an entry. Amounts *
      *              are keyed gross (tax inclusive); Data Entry A,    *
      *              TRANLOAD and TMPLGEN split them into net and tax  *
      *              at TAX-RATE, a percentage, and keep the rate used *
      *              on the transaction so a later rate change never   *
      *              restates a return already filed. A zero rate is  *
      *              a zero-rated or exempt code - the entry still    *
      *              reports in that code's box on TAXRPT. Retired    *
      *              codes stay on the table so history resolves.     *
      ******************************************************************
       01  TAX-RECORD.
           05  TAX-CODE                PIC X(4).
           05  TAX-DESCRIPTION         PIC X(30).
           05  TAX-RATE                PIC 9(2)V9(3).
           05  TAX-STATUS              PIC X(8).
               88  TAX-IS-ACTIVE            VALUE 'ACTIVE'.
               88  TAX-IS-RETIRED           VALUE 'RETIRED'.
           05  TAX-MAINT-USER-ID       PIC X(8).
           05  TAX-MAINT-DATE          PIC 9(8).
