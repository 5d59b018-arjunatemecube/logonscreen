      *   PARM-TRANS-KEEP-MONTHS added - how many months of closed-   *
      *   period transactions stay on CICA-TRANS.dat before TRANARCH  *
      *   moves them to an archive generation.                        *
      *   PARM-BASE-CURRENCY added - the currency every base amount  *
      *   on the ledger is kept in (default GBP when absent). Set    *
      *   once; it cannot be changed after it has been saved.        *
      *   PARM-RECERT-DAYS added - how many days after a quarterly    *
      *   access review cycle opens its reviewers have to certify or  *
      *   revoke before RECERT deactivates the users still pending.   *
      *   PARM-SPOOL-RETENTION added - how many days the report       *
      *   generations NIGHTRUN spools to CICA-RPTCAT.dat are kept: a  *
      *   default for every report plus up to ten programs with their *
      *   own period. Maintained on admin menu option S.              *
      ******************************************************************
       01  SITE-PARM-RECORD.
           05  PARM-MAX-FAILED-ATTEMPTS PIC 9(1).
           05  PARM-BUS-HOURS-START    PIC 9(4).
           05  PARM-BUS-HOURS-END      PIC 9(4).
           05  PARM-TRANS-KEEP-MONTHS  PIC 9(2).
           05  PARM-BASE-CURRENCY      PIC X(3).
           05  PARM-RECERT-DAYS        PIC 9(3).
           05  PARM-SPOOL-RETENTION.
               10  PARM-SPOOL-DEFAULT-DAYS PIC 9(4).
               10  PARM-SPOOL-REPORT OCCURS 10 TIMES.
                   15  PARM-SPOOL-PROGRAM  PIC X(8).
                   15  PARM-SPOOL-DAYS     PIC 9(4).
