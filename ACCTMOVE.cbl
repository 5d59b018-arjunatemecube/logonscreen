      *              ACCTMOVE.out to prove nothing was dropped. The   *
      *              run refuses, with RETURN-CODE 8, while entries   *
      *              against the old account sit PENDING or HELD.     *
      * MODIFICATION HISTORY:                                          *
      *   MERGE refuses when the old account and the target are kept *
      *   in different currencies - the target's entries would no    *
      *   longer share one currency. RENUMBER carries the currency   *
      *   across with the rest of the master record.                 *
      *   Accounts that roll up into the old account are re-parented *
      *   to the new one, so the chart of accounts follows the move; *
      *   a merge target that itself sat beneath the old account     *
      *   takes the old account's parent instead. MERGE refuses when *
      *   both accounts carry a type and the types differ.           *
      *   MERGE also refuses when the two accounts belong to          *
      *   different branches, so no branch's entries land in another *
      *   branch's ledger. RENUMBER keeps the account's branch.       *
      *   Each transaction re-pointed is also written as an after-     *
      *   image to the forward-recovery journal CICA-TRJNL.dat, for    *
      *   FILEBKUP ROLLFWD to reapply.                                 *
      *   Each transaction re-pointed is posted through the category-  *
      *   period totals on CICA-CPTOT.dat like any other update.       *
      *   Category, period and branch are unchanged by a move (a merge *
      *   across branches is refused), so the posting nets to nothing  *
      *   today, but the totals stay right should a move ever change   *
      *   them.                                                        *
      *   A child account whose re-parent does not take is listed and  *
      *   ends the run RETURN-CODE 8 instead of being counted as moved.*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TMPL-ID
               FILE STATUS IS WS-TMPL-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT MOVELOG-FILE ASSIGN TO 'ACCTMOVE.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVELOG-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

           SELECT CPTOT-FILE ASSIGN TO 'CICA-CPTOT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-KEY
               FILE STATUS IS WS-CPTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       FD  TMPL-FILE.
       COPY TMPLREC.

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  MOVELOG-FILE.
       01  MOVELOG-RECORD.
           05  MVL-DATE                PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TRJNL-FILE.
       COPY TRJNLREC.
       FD  CPTOT-FILE.
       COPY CPTOTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACPOS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TMPL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MOVELOG-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           88  RUN-IS-MERGE                VALUE 'MERGE'.
       01  WS-OLD-ACCOUNT              PIC X(8).
       01  WS-NEW-ACCOUNT              PIC X(8).
       01  WS-BASE-CURRENCY            PIC X(3) VALUE 'GBP'.
       01  WS-OLD-CURRENCY             PIC X(3).
       01  WS-NEW-CURRENCY             PIC X(3).
       01  WS-OLD-TYPE                 PIC X(9).
       01  WS-OLD-PARENT               PIC X(8).
       01  WS-OLD-BRANCH               PIC X(4).
       01  WS-ACCT-EOF                 PIC X(1) VALUE 'N'.

       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-TMPL-EOF                 PIC X(1) VALUE 'N'.
           05  WS-UNDECIDED-COUNT      PIC 9(7) VALUE 0.
           05  WS-COUNT-REPOINTED      PIC 9(7) VALUE 0.
           05  WS-COUNT-TMPL-MOVED     PIC 9(5) VALUE 0.
           05  WS-COUNT-CHILD-MOVED    PIC 9(5) VALUE 0.
           05  WS-COUNT-CHILD-FAILED   PIC 9(5) VALUE 0.
           05  WS-PROOF-PHASE          PIC X(1).
       01  WS-OLD-APOS-POSITION        PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-DETAIL            PIC X(80).

       01  WS-JNL-ACTION               PIC X(1).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).

      *----------------------------------------------------------------*
      * Category-period totals posting. The record's ACTIVE           *
      * contribution is noted before it is changed; once the update   *
      * has taken, the noted figure comes out of the totals and the   *
      * record's new contribution goes in.                             *
      *----------------------------------------------------------------*
       01  WS-CPTOT-OPEN               PIC X(1) VALUE 'N'.
       01  WS-CPT-BEFORE.
           05  WS-CPT-BEFORE-ACTIVE    PIC X(1) VALUE 'N'.
           05  WS-CPT-BEFORE-CATG      PIC X(4).
           05  WS-CPT-BEFORE-PERIOD    PIC 9(6).
           05  WS-CPT-BEFORE-BRANCH    PIC X(4).
           05  WS-CPT-BEFORE-AMOUNT    PIC S9(13)V99.
       01  WS-CPT-POST.
           05  WS-CPT-POST-CATG        PIC X(4).
           05  WS-CPT-POST-PERIOD      PIC 9(6).
           05  WS-CPT-POST-BRANCH      PIC X(4).
           05  WS-CPT-POST-AMOUNT      PIC S9(13)V99.
           05  WS-CPT-POST-COUNT       PIC S9(7).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           IF WS-RUN-FAILED = 'N'
      * not leave history pointing at a deleted or closed account.
           IF WS-RUN-FAILED = 'N'
               PERFORM 4000-MOVE-ACCOUNT-MASTER
               PERFORM 4300-REPARENT-CHILD-ACCOUNTS
               PERFORM 4500-MOVE-STATEMENT-POSITION
               PERFORM 4700-REPOINT-TEMPLATES
               MOVE 'A' TO WS-PROOF-PHASE
       2000-VALIDATE-ACCOUNTS.
      ******************************************************************
      * The old account must exist. For RENUMBER the new number must  *
      * be free; for MERGE the target must exist, be OPEN and be kept *
      * in the same currency as the old account.                      *
      ******************************************************************
           PERFORM 2050-GET-BASE-CURRENCY.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS <> '00'
               MOVE "CICA-ACCT.dat could not be opened." TO
               CLOSE ACCT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-OLD-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-OLD-CURRENCY
           END-IF.
           MOVE ACCT-TYPE TO WS-OLD-TYPE.
           MOVE ACCT-PARENT-NO TO WS-OLD-PARENT.
           MOVE ACCT-BRANCH-CODE TO WS-OLD-BRANCH.

           MOVE WS-NEW-ACCOUNT TO ACCT-NUMBER.
           IF RUN-IS-RENUMBER
                           WRITE REPORT-LINE
                           MOVE 'Y' TO WS-RUN-FAILED
                       END-IF
                       PERFORM 2060-CHECK-MERGE-CURRENCY
               END-READ
           END-IF.
           CLOSE ACCT-FILE.

       2050-GET-BASE-CURRENCY.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-BASE-CURRENCY
           END-READ.
           IF PARM-BASE-CURRENCY NOT = SPACES
               MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.
           CLOSE PARM-FILE.

       2060-CHECK-MERGE-CURRENCY.
           IF ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-NEW-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-NEW-CURRENCY
           END-IF.
           IF WS-NEW-CURRENCY NOT = WS-OLD-CURRENCY
               MOVE SPACES TO REPORT-LINE
               STRING "Merge target is kept in " DELIMITED BY SIZE
                   WS-NEW-CURRENCY DELIMITED BY SIZE
                   ", the old account in " DELIMITED BY SIZE
                   WS-OLD-CURRENCY DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF ACCT-TYPE NOT = SPACES AND WS-OLD-TYPE NOT = SPACES AND
               ACCT-TYPE NOT = WS-OLD-TYPE
               MOVE SPACES TO REPORT-LINE
               STRING "Merge target type is " DELIMITED BY SIZE
                   ACCT-TYPE DELIMITED BY SPACE
                   ", the old account's " DELIMITED BY SIZE
                   WS-OLD-TYPE DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF ACCT-BRANCH-CODE NOT = WS-OLD-BRANCH
               MOVE SPACES TO REPORT-LINE
               STRING "Merge target is in branch " DELIMITED BY SIZE
                   ACCT-BRANCH-CODE DELIMITED BY SIZE
                   ", the old account in branch " DELIMITED BY SIZE
                   WS-OLD-BRANCH DELIMITED BY SIZE
                   " (blank is the home office)." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       2500-TAKE-PROOF-FIGURES.
      ******************************************************************
      * One sweep of the transaction file collecting the old and new  *
           IF WS-MOVELOG-FILE-STATUS = '35'
               OPEN OUTPUT MOVELOG-FILE
           END-IF.
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTOT-OPEN
           END-IF.
           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM 3100-REPOINT-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           CLOSE TRANS-FILE.
           CLOSE MOVELOG-FILE.
           IF WS-CPTOT-OPEN = 'Y'
               CLOSE CPTOT-FILE
           END-IF.

       3100-REPOINT-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
           END-READ.
           IF WS-TRANS-EOF = 'N' AND
               TRANS-ACCOUNT-NO = WS-OLD-ACCOUNT
               PERFORM 8610-NOTE-CATG-BEFORE
               MOVE WS-NEW-ACCOUNT TO TRANS-ACCOUNT-NO
               REWRITE CICA-TRANS-RECORD
               IF WS-TRANS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-TRANS-EOF
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO WS-JNL-ACTION
               PERFORM 8500-JOURNAL-TRANS-IMAGE
               PERFORM 8600-POST-CATG-CHANGE
               ADD 1 TO WS-COUNT-REPOINTED
               MOVE SPACES TO MOVELOG-RECORD
               MOVE WS-CURRENT-DATE TO MVL-DATE
           END-IF.
           CLOSE ACCT-FILE.

       4300-REPARENT-CHILD-ACCOUNTS.
      ******************************************************************
      * Accounts rolling up into the old account now roll up into the *
      * new one. The one exception is the merge target itself when it *
      * sat beneath the old account - pointing it at itself would be  *
      * a loop, so it moves up to the old account's own parent.       *
      ******************************************************************
           OPEN I-O ACCT-FILE.
           IF WS-ACCT-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ACCT-EOF.
           PERFORM 4310-REPARENT-ONE-ACCOUNT UNTIL WS-ACCT-EOF = 'Y'.
           CLOSE ACCT-FILE.

       4310-REPARENT-ONE-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
           END-READ.
           IF WS-ACCT-EOF = 'N' AND
               ACCT-PARENT-NO = WS-OLD-ACCOUNT
               IF ACCT-NUMBER = WS-NEW-ACCOUNT
                   MOVE WS-OLD-PARENT TO ACCT-PARENT-NO
               ELSE
                   MOVE WS-NEW-ACCOUNT TO ACCT-PARENT-NO
               END-IF
               REWRITE ACCT-RECORD
               IF WS-ACCT-FILE-STATUS = '00'
                   ADD 1 TO WS-COUNT-CHILD-MOVED
               ELSE
                   ADD 1 TO WS-COUNT-CHILD-FAILED
                   MOVE SPACES TO WS-REPORT-DETAIL
                   STRING "*** Child account " DELIMITED BY SIZE
                       ACCT-NUMBER DELIMITED BY SIZE
                       " NOT re-parented - still rolls up into "
                       DELIMITED BY SIZE
                       WS-OLD-ACCOUNT DELIMITED BY SIZE
                       INTO WS-REPORT-DETAIL
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4500-MOVE-STATEMENT-POSITION.
      ******************************************************************
      * The carried statement position follows the account: a         *
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-CHILD-MOVED TO WS-EDIT-COUNT.
           STRING "Child accounts re-parented............... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Set here rather than as it happens - the master has moved, so
      * the run is not the part-way abandonment reported above.
           IF WS-COUNT-CHILD-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-COUNT-CHILD-FAILED TO WS-EDIT-COUNT
               STRING "Child accounts NOT re-parented........... "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      * The ACTIVE nets are invariant under the re-point, so the
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           WRITE REPORT-LINE.

       8500-JOURNAL-TRANS-IMAGE.
      ******************************************************************
      * Appends the after-image of the transaction record just added, *
      * rewritten (WS-JNL-ACTION 'R') or deleted ('D') to the forward- *
      * recovery journal. Called straight after the update; an update *
      * that did not take leaves a non-zero status and is not         *
      * journaled. The end mark goes on last so FILEBKUP ROLLFWD can  *
      * tell a complete image from one cut short.                     *
      ******************************************************************
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND TRJNL-FILE.
           IF WS-TRJNL-FILE-STATUS = '35'
               OPEN OUTPUT TRJNL-FILE
           END-IF.
           ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JNL-TIME FROM TIME.
           MOVE SPACES TO TRJNL-RECORD.
           MOVE WS-JNL-ACTION TO JNL-REC-TYPE.
           MOVE WS-JNL-DATE TO JNL-DATE.
           MOVE WS-JNL-TIME TO JNL-TIME.
           MOVE "ACCTMOVE" TO JNL-PROGRAM.
           MOVE "ACCTMOVE" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       8600-POST-CATG-CHANGE.
      ******************************************************************
      * Called straight after a transaction update. Takes the ACTIVE  *
      * contribution noted by 8610 (none for a new entry) out of the  *
      * category-period totals and puts the record's current one in - *
      * none for a delete (WS-JNL-ACTION 'D'). An update that did not *
      * take posts nothing.                                            *
      ******************************************************************
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE 'N' TO WS-CPT-BEFORE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CPT-BEFORE-ACTIVE = 'Y'
               MOVE WS-CPT-BEFORE-CATG TO WS-CPT-POST-CATG
               MOVE WS-CPT-BEFORE-PERIOD TO WS-CPT-POST-PERIOD
               MOVE WS-CPT-BEFORE-BRANCH TO WS-CPT-POST-BRANCH
               COMPUTE WS-CPT-POST-AMOUNT = 0 - WS-CPT-BEFORE-AMOUNT
               MOVE -1 TO WS-CPT-POST-COUNT
               PERFORM 8620-POST-ONE-CATG-TOTAL
           END-IF.
           IF TRANS-IS-ACTIVE AND WS-JNL-ACTION NOT = 'D'
               MOVE TRANS-CATEGORY-CODE TO WS-CPT-POST-CATG
               COMPUTE WS-CPT-POST-PERIOD = TRANS-DATE / 100
               MOVE TRANS-BRANCH-CODE TO WS-CPT-POST-BRANCH
               MOVE TRANS-AMOUNT TO WS-CPT-POST-AMOUNT
               MOVE 1 TO WS-CPT-POST-COUNT
               PERFORM 8620-POST-ONE-CATG-TOTAL
           END-IF.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.

       8610-NOTE-CATG-BEFORE.
      * Notes the record's ACTIVE contribution as read, before it is
      * changed.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           IF TRANS-IS-ACTIVE
               MOVE 'Y' TO WS-CPT-BEFORE-ACTIVE
               MOVE TRANS-CATEGORY-CODE TO WS-CPT-BEFORE-CATG
               COMPUTE WS-CPT-BEFORE-PERIOD = TRANS-DATE / 100
               MOVE TRANS-BRANCH-CODE TO WS-CPT-BEFORE-BRANCH
               MOVE TRANS-AMOUNT TO WS-CPT-BEFORE-AMOUNT
           END-IF.

       8620-POST-ONE-CATG-TOTAL.
      ******************************************************************
      * Adds WS-CPT-POST-AMOUNT and -COUNT to one category, period    *
      * and branch on CICA-CPTOT.dat, opening the key if it is new.   *
      * The file is only ever created by CATGVFY; until it exists the *
      * run posts nothing and the nightly proof builds it.            *
      ******************************************************************
           IF WS-CPTOT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE.
           MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD.
           MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH.
           READ CPTOT-FILE
               INVALID KEY
                   MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE
                   MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD
                   MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH
                   MOVE WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT
                   MOVE WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT
                   MOVE WS-CURRENT-DATE TO CPT-LAST-DATE
                   MOVE "ACCTMOVE" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-CURRENT-DATE TO CPT-LAST-DATE.
           MOVE "ACCTMOVE" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD.
