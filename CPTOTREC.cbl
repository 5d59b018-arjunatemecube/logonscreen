      ******************************************************************
      * COPYBOOK: CPTOTREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-CPTOT.dat, the indexed     *
      *              running totals of ACTIVE transactions keyed on    *
      *              category, accounting period (yyyymm of TRANS-     *
      *              DATE) and branch. Every program that turns an     *
      *              entry ACTIVE, takes it out of ACTIVE or changes   *
      *              an ACTIVE amount posts the movement here as it    *
      *              updates the transaction, so the budget checks in  *
      *              Data Entry A and TRANLOAD and the BUDGRPT actuals *
      *              read a category's period-to-date figure directly  *
      *              instead of sweeping CICA-TRANS.dat. A category's  *
      *              total for a period is the sum over its branches.  *
      *              CATGVFY rebuilds the figures from CICA-TRANS.dat  *
      *              every night, reports any that have drifted and    *
      *              corrects them.                                    *
      ******************************************************************
       01  CPTOT-RECORD.
           05  CPT-KEY.
               10  CPT-CATG-CODE       PIC X(4).
               10  CPT-PERIOD          PIC 9(6).
               10  CPT-BRANCH          PIC X(4).
           05  CPT-ACTIVE-COUNT        PIC S9(7).
           05  CPT-ACTIVE-AMOUNT       PIC S9(13)V99.
           05  CPT-LAST-DATE           PIC 9(8).
           05  CPT-LAST-PROGRAM        PIC X(8).
