      ******************************************************************
      * COPYBOOK: INTPSTRC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-INTPST.dat, the indexed    *
      *              INTCALC posting log keyed period + account. One   *
      *              record is written for each account charged for a  *
      *              period, naming the interest and fee transactions  *
      *              and the figures they were built from, before      *
      *              either transaction is written. A rerun of the     *
      *              same period finds the record and posts nothing    *
      *              again; a transaction it names that never reached  *
      *              CICA-TRANS.dat is written under that same ID. A   *
      *              zero amount has no transaction and a blank ID.    *
      ******************************************************************
       01  INTPST-RECORD.
           05  IPST-KEY.
               10  IPST-PERIOD         PIC 9(6).
               10  IPST-ACCOUNT        PIC X(8).
           05  IPST-CREDIT-DAYS        PIC S9(15)V99.
           05  IPST-DEBIT-DAYS         PIC S9(15)V99.
           05  IPST-CREDIT-RATE        PIC 9(2)V9(4).
           05  IPST-DEBIT-RATE         PIC 9(2)V9(4).
           05  IPST-INT-AMOUNT         PIC S9(9)V99.
           05  IPST-INT-CATEGORY       PIC X(4).
           05  IPST-INT-TRANS-ID       PIC X(10).
           05  IPST-FEE-AMOUNT         PIC S9(9)V99.
           05  IPST-FEE-CATEGORY       PIC X(4).
           05  IPST-FEE-TRANS-ID       PIC X(10).
           05  IPST-POSTED-DATE        PIC 9(8).
           05  IPST-POSTED-TIME        PIC 9(6).
