      ******************************************************************
      * COPYBOOK: BKITMREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-BANKITEM.dat, the indexed  *
      *              bank statement item file keyed on BKI-KEY -       *
      *              account, statement date and line number. BANKREC *
      *              loads every line of each bank statement it       *
      *              receives and matches the lines to ACTIVE         *
      *              transactions; an item not matched stays UNMATCHED *
      *              and is offered to the auto-match again every     *
      *              night until it clears. Line 0000 of a statement  *
      *              is the statement record itself, carrying the     *
      *              bank's opening and closing balances and line     *
      *              count; its presence marks the statement loaded.  *
      *              Operators force-match and unmatch items from     *
      *              the LOGONAPP sub menu. An unmatched item flagged *
      *              BKI-NO-AUTO was taken off a wrong auto-match and *
      *              is left for an operator to force-match.          *
      ******************************************************************
       01  BANK-ITEM-RECORD.
           05  BKI-KEY.
               10  BKI-ACCOUNT-NO      PIC X(8).
               10  BKI-STMT-DATE       PIC 9(8).
               10  BKI-LINE-NO         PIC 9(4).
           05  BKI-STATUS              PIC X(9).
               88  BKI-IS-STATEMENT         VALUE 'STATEMENT'.
               88  BKI-IS-UNMATCHED         VALUE 'UNMATCHED'.
               88  BKI-IS-MATCHED           VALUE 'MATCHED'.
           05  BKI-DATA                PIC X(62).
           05  BKI-ITEM-VIEW REDEFINES BKI-DATA.
               10  BKI-VALUE-DATE          PIC 9(8).
               10  BKI-AMOUNT              PIC S9(9)V99.
               10  BKI-BANK-REF            PIC X(16).
               10  BKI-NARRATIVE           PIC X(27).
           05  BKI-STMT-VIEW REDEFINES BKI-DATA.
               10  BKI-OPENING-BALANCE     PIC S9(13)V99.
               10  BKI-CLOSING-BALANCE     PIC S9(13)V99.
               10  BKI-LINE-COUNT          PIC 9(4).
               10  BKI-LOAD-DATE           PIC 9(8).
               10  FILLER                  PIC X(20).
           05  BKI-MATCH-TYPE          PIC X(1).
               88  BKI-MATCHED-AUTO         VALUE 'A'.
               88  BKI-MATCHED-FORCED       VALUE 'F'.
           05  BKI-MATCH-TRANS-ID      PIC X(10).
           05  BKI-MATCH-DATE          PIC 9(8).
           05  BKI-MATCH-USER-ID       PIC X(8).
           05  BKI-AUTO-BLOCK          PIC X(1).
               88  BKI-NO-AUTO              VALUE 'Y'.
