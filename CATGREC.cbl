      *              field against this table so reports and extracts *
      *              can subtotal by a controlled code instead of      *
      *              free-text description wording.                    *
      * MODIFICATION HISTORY:                                          *
      *   CATG-TAX-CODE added - the category's default tax code on    *
      *   CICA-TAX.dat (see TAXREC), offered on every entry in the    *
      *   category unless the operator keys another. Spaces means     *
      *   the category is outside the scope of tax.                   *
      ******************************************************************
       01  CATG-RECORD.
           05  CATG-CODE               PIC X(4).
           05  CATG-STATUS             PIC X(8).
               88  CATG-IS-ACTIVE           VALUE 'ACTIVE'.
               88  CATG-IS-RETIRED          VALUE 'RETIRED'.
           05  CATG-TAX-CODE           PIC X(4).
