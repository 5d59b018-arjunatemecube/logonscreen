      ******************************************************************
      * COPYBOOK: BRCTLREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-BRCTOT.dat, the daily     *
      *              branch control totals DAYCLOSE appends alongside  *
      *              the whole-file record on CICA-CTLTOT.dat. One     *
      *              record per branch per close: the day's record    *
      *              count and net for the branch's entries and the   *
      *              branch's running position - its live file net    *
      *              plus its archived position - so each branch      *
      *              proves and signs off its own day. BRC-BRANCH of  *
      *              spaces is the home office.                       *
      ******************************************************************
       01  BRCTOT-RECORD.
           05  BRC-DATE                PIC 9(8).
           05  BRC-BRANCH              PIC X(4).
           05  BRC-REC-COUNT           PIC 9(7).
           05  BRC-NET-AMOUNT          PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  BRC-RUN-POSITION        PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
