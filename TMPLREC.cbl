      *              them from keyed work, and they pass the same     *
      *              account/category edits and approval threshold    *
      *              as keyed entries.                                 *
      * MODIFICATION HISTORY:                                          *
      *   TMPL-TAX-CODE added - the tax code generated entries are    *
      *   split under. Spaces takes the category's default tax code  *
      *   at generation time.                                         *
      ******************************************************************
       01  TMPL-RECORD.
           05  TMPL-ID                 PIC X(10).
               88  TMPL-IS-ACTIVE           VALUE 'ACTIVE'.
               88  TMPL-IS-RETIRED          VALUE 'RETIRED'.
           05  TMPL-USER-ID            PIC X(8).
           05  TMPL-TAX-CODE           PIC X(4).
