      ******************************************************************
      * COPYBOOK: BRARCREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-BRARCH.dat, the archived  *
      *              position broken out by branch - one record per   *
      *              branch holding the net ACTIVE amount TRANARCH    *
      *              has moved off the live file for that branch's    *
      *              entries. The records always add up to the single *
      *              figure on CICA-ARCHPOS.dat. Until the file exists *
      *              the whole archived position is the home office's *
      *              (BRA-BRANCH of spaces), since nothing was branch *
      *              coded before branches were introduced.           *
      ******************************************************************
       01  BRARCH-RECORD.
           05  BRA-BRANCH              PIC X(4).
           05  BRA-POSITION            PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
