       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: BANKREC.CBL                                           *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Nightly bank statement reconciliation. Reads the  *
      *              bank's statement file CICA-BANKSTMT.dat - one or  *
      *              more statements, each an H header (our account    *
      *              number, statement date, opening balance), D       *
      *              detail lines (value date, signed amount, bank     *
      *              reference, narrative) and a T trailer (line       *
      *              count, closing balance). A proving pass checks    *
      *              every statement is bracketed, counts right and    *
      *              runs from its opening to its closing balance      *
      *              before anything is loaded; a failure loads        *
      *              nothing and ends with RETURN-CODE 8. Proven       *
      *              statements are loaded to the bank item file       *
      *              CICA-BANKITEM.dat (see BKITMREC); a statement     *
      *              already on file is skipped, so a rerun is safe.   *
      *              Every UNMATCHED bank item, today's and those      *
      *              carried from earlier statements, is then offered  *
      *              to the auto-match: an ACTIVE transaction not yet  *
      *              cleared, on the same account, for the same        *
      *              amount, dated within the date tolerance of the    *
      *              bank's value date. A match marks the transaction  *
      *              cleared with the statement date and line, and     *
      *              the item MATCHED. The reconciliation report       *
      *              BANKREC.out lists the bank items still unmatched, *
      *              our entries not cleared after the ageing limit,   *
      *              and for each account with a statement the book   *
      *              balance, the bank's latest closing balance and    *
      *              the difference between them, explained by the    *
      *              uncleared entries and unmatched bank items. Any   *
      *              part left unexplained is flagged for review.      *
      *              Optional SYSIN keyword cards set the matching     *
      *              window (defaults 3 and 10 days):                  *
      *                TOLERANCE nn   date tolerance  (cols 1-9,11-12) *
      *                AGED      nnn  ageing limit    (cols 1-4,11-13) *
      *              Wrong matches are corrected from the LOGONAPP     *
      *              sub menu.                                         *
      * MODIFICATION HISTORY:                                          *
      *   A statement is in the currency of the account it is for, so *
      *   matching, the book balance and the uncleared entries now    *
      *   use each entry's original amount (TRANS-ORIG-AMOUNT) rather *
      *   than its base-currency equivalent. For a base-currency      *
      *   account the two are the same.                               *
      *   Each entry cleared by the auto-match is also written as an   *
      *   after-image to the forward-recovery journal CICA-TRJNL.dat,  *
      *   for FILEBKUP ROLLFWD to reapply.                             *
      *   The matching window is now set by TOLERANCE and AGED keyword *
      *   cards, so another step's card on the shared SYSIN can no     *
      *   longer be read as BANKREC's window. An account missing from  *
      *   the account master no longer blanks the names of the         *
      *   accounts printed after it.                                   *
      *   A rerun after a statement load died part way now writes over *
      *   the lines the first attempt left, instead of failing on them.*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           SELECT BANKSTMT-FILE ASSIGN TO 'CICA-BANKSTMT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-FILE-STATUS.

           SELECT BANKITEM-FILE ASSIGN TO 'CICA-BANKITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKI-KEY
               FILE STATUS IS WS-BANKITEM-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO 'CICA-TRANS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO 'CICA-ACCT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'BANKREC.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD.
           05  SYS-KEYWORD             PIC X(9).
           05  FILLER                  PIC X(1).
           05  SYS-AGED-DAYS           PIC X(3).
           05  SYS-TOLERANCE-VIEW REDEFINES SYS-AGED-DAYS.
               10  SYS-TOLERANCE-DAYS  PIC X(2).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(67).

       FD  BANKSTMT-FILE.
       01  BANKSTMT-RECORD.
           05  BST-REC-TYPE            PIC X(1).
               88  BST-IS-HEADER            VALUE 'H'.
               88  BST-IS-DETAIL            VALUE 'D'.
               88  BST-IS-TRAILER           VALUE 'T'.
           05  BST-DATA                PIC X(79).
           05  BST-HEADER-VIEW REDEFINES BST-DATA.
               10  BST-HDR-ACCOUNT-NO      PIC X(8).
               10  BST-HDR-STMT-DATE       PIC 9(8).
               10  BST-HDR-OPENING         PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(47).
           05  BST-DETAIL-VIEW REDEFINES BST-DATA.
               10  BST-VALUE-DATE          PIC 9(8).
               10  BST-AMOUNT              PIC S9(9)V99
                                           SIGN IS LEADING SEPARATE.
               10  BST-BANK-REF            PIC X(16).
               10  BST-NARRATIVE           PIC X(27).
               10  FILLER                  PIC X(16).
           05  BST-TRAILER-VIEW REDEFINES BST-DATA.
               10  BST-TRL-LINE-COUNT      PIC 9(4).
               10  BST-TRL-CLOSING         PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(59).

       FD  BANKITEM-FILE.
       COPY BKITMREC.

       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TRJNL-FILE.
       COPY TRJNLREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BANKSTMT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BANKITEM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-BANKSTMT-EOF             PIC X(1) VALUE 'N'.
       01  WS-BANKITEM-EOF             PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-STMT-PRESENT             PIC X(1) VALUE 'N'.
       01  WS-TRANS-OPEN               PIC X(1) VALUE 'N'.
       01  WS-ACCT-OPEN                PIC X(1) VALUE 'N'.
       01  WS-SYSIN-EOF                PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Matching window. A bank line matches an entry dated within    *
      * WS-TOLERANCE-DAYS of its value date; an uncleared entry older *
      * than WS-AGED-DAYS is listed for follow-up.                     *
      *----------------------------------------------------------------*
       01  WS-TOLERANCE-DAYS           PIC 9(2) VALUE 3.
       01  WS-AGED-DAYS                PIC 9(3) VALUE 10.
       01  WS-AGED-CUTOFF-DATE         PIC 9(8).
       01  WS-DATE-CALC                PIC S9(8) COMP.
       01  WS-DAYS-APART               PIC S9(8) COMP.
       01  WS-TRANS-ACCT-AMOUNT        PIC S9(9)V99.

      *----------------------------------------------------------------*
      * Proving pass. Each statement must open with a header, close   *
      * with a trailer whose line count agrees, and run from the      *
      * header's opening balance to the trailer's closing balance.    *
      *----------------------------------------------------------------*
       01  WS-PROVE-AREA.
           05  WS-PRV-IN-STMT          PIC X(1) VALUE 'N'.
           05  WS-PRV-LINE-COUNT       PIC 9(5) VALUE 0.
           05  WS-PRV-RUNNING          PIC S9(13)V99 VALUE 0.
           05  WS-PRV-FAILED           PIC X(1) VALUE 'N'.
           05  WS-PRV-STMT-COUNT       PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Load pass work area.                                           *
      *----------------------------------------------------------------*
       01  WS-LOAD-AREA.
           05  WS-LD-SKIP-STMT         PIC X(1) VALUE 'N'.
           05  WS-LD-ACCOUNT-NO        PIC X(8).
           05  WS-LD-STMT-DATE         PIC 9(8).
           05  WS-LD-OPENING           PIC S9(13)V99.
           05  WS-LD-LINE-NO           PIC 9(4) VALUE 0.

      *----------------------------------------------------------------*
      * One slot per account holding a statement: the latest          *
      * statement's date and closing balance, then the book side      *
      * gathered from the transaction file.                            *
      *----------------------------------------------------------------*
       01  WS-ACCT-TABLE.
           05  WS-ACC-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-ACC-ENTRY OCCURS 200 TIMES.
               10  WS-ACC-ACCOUNT          PIC X(8).
               10  WS-ACC-STMT-DATE        PIC 9(8).
               10  WS-ACC-BANK-CLOSING     PIC S9(13)V99.
               10  WS-ACC-BOOK-BALANCE     PIC S9(13)V99.
               10  WS-ACC-UNCLEARED        PIC S9(13)V99.
               10  WS-ACC-UNMATCHED        PIC S9(13)V99.
       01  WS-ACC-SUB                  PIC 9(3) COMP.
       01  WS-ACC-HIT-SUB              PIC 9(3) COMP.
       01  WS-ACC-FIND                 PIC X(8).
       01  WS-ACC-OVERFLOW             PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Open bank items offered to the auto-match. WS-OPN-MATCHED     *
      * marks an item matched this run, to be written back.           *
      *----------------------------------------------------------------*
       01  WS-OPEN-TABLE.
           05  WS-OPN-MAX              PIC 9(4) COMP VALUE 0.
           05  WS-OPN-ENTRY OCCURS 2000 TIMES.
               10  WS-OPN-KEY.
                   15  WS-OPN-ACCOUNT      PIC X(8).
                   15  WS-OPN-STMT-DATE    PIC 9(8).
                   15  WS-OPN-LINE-NO      PIC 9(4).
               10  WS-OPN-VALUE-DATE       PIC 9(8).
               10  WS-OPN-AMOUNT           PIC S9(9)V99.
               10  WS-OPN-BANK-REF         PIC X(16).
               10  WS-OPN-NO-AUTO          PIC X(1).
               10  WS-OPN-MATCHED          PIC X(1).
               10  WS-OPN-TRANS-ID         PIC X(10).
       01  WS-OPN-SUB                  PIC 9(4) COMP.
       01  WS-OPN-HIT-SUB              PIC 9(4) COMP.
       01  WS-OPN-OVERFLOW             PIC X(1) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-COUNT-STMT-LOADED    PIC 9(5) VALUE 0.
           05  WS-COUNT-STMT-SKIPPED   PIC 9(5) VALUE 0.
           05  WS-COUNT-LINES-LOADED   PIC 9(7) VALUE 0.
           05  WS-COUNT-AUTO-MATCHED   PIC 9(7) VALUE 0.
           05  WS-COUNT-UNMATCHED      PIC 9(7) VALUE 0.
           05  WS-COUNT-AGED           PIC 9(7) VALUE 0.
           05  WS-COUNT-UNEXPLAINED    PIC 9(5) VALUE 0.

       01  WS-DIFFERENCE               PIC S9(13)V99.
       01  WS-UNEXPLAINED              PIC S9(13)V99.
       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BALANCE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-DATE                PIC 9(8).
       01  WS-EDIT-LINE                PIC 9(4).
       01  WS-REPORT-DETAIL            PIC X(80).

       01  WS-JNL-ACTION               PIC X(1).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           IF WS-STMT-PRESENT = 'Y'
               PERFORM 2000-PROVE-ONE-RECORD
                   UNTIL WS-BANKSTMT-EOF = 'Y'
               PERFORM 2100-JUDGE-THE-PROOF
               IF WS-PRV-FAILED = 'Y'
                   PERFORM 8000-PRINT-SUMMARY
                   PERFORM 9000-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2500-LOAD-STATEMENTS
           END-IF.
           PERFORM 3000-LOAD-OPEN-ITEMS.
           PERFORM 4000-AUTO-MATCH.
           PERFORM 4500-POST-ITEM-MATCHES.
           PERFORM 5000-PRINT-UNMATCHED-ITEMS.
           PERFORM 6000-SWEEP-BOOK-SIDE.
           PERFORM 7000-PRINT-DIFFERENCES.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA BANK STATEMENT RECONCILIATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1100-READ-CONTROL-CARD.
           COMPUTE WS-DATE-CALC =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-AGED-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-CALC) TO
               WS-AGED-CUTOFF-DATE.

           OPEN I-O BANKITEM-FILE.
           IF WS-BANKITEM-FILE-STATUS = '35'
               CLOSE BANKITEM-FILE
               OPEN OUTPUT BANKITEM-FILE
               CLOSE BANKITEM-FILE
               OPEN I-O BANKITEM-FILE
           END-IF.
           IF WS-BANKITEM-FILE-STATUS <> '00'
               MOVE "CICA-BANKITEM.dat could not be opened - run " &
                   "halted." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-OPEN
           END-IF.

           OPEN INPUT BANKSTMT-FILE.
           IF WS-BANKSTMT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-STMT-PRESENT
           ELSE
               MOVE 'Y' TO WS-BANKSTMT-EOF
               MOVE "No bank statement file received - carried " &
                   "items only." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1100-READ-CONTROL-CARD.
      ******************************************************************
      * SYSIN is shared with the other steps' cards; only TOLERANCE   *
      * (date tolerance in days, columns 11-12) and AGED (uncleared   *
      * ageing limit in days, columns 11-13) cards are taken. A       *
      * blank or non-numeric value keeps its default.                  *
      ******************************************************************
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = '00'
               PERFORM 1110-READ-ONE-CONTROL-CARD
                   UNTIL WS-SYSIN-EOF = 'Y'
               CLOSE SYSIN-FILE
           END-IF.

       1110-READ-ONE-CONTROL-CARD.
           READ SYSIN-FILE
               AT END
                   MOVE 'Y' TO WS-SYSIN-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF SYS-KEYWORD = 'TOLERANCE' AND
               SYS-TOLERANCE-DAYS IS NUMERIC
               MOVE SYS-TOLERANCE-DAYS TO WS-TOLERANCE-DAYS
           END-IF.
           IF SYS-KEYWORD = 'AGED' AND SYS-AGED-DAYS IS NUMERIC
               MOVE SYS-AGED-DAYS TO WS-AGED-DAYS
           END-IF.

       2000-PROVE-ONE-RECORD.
      ******************************************************************
      * Proving pass over the statement file - nothing is loaded     *
      * until every statement in it has proven.                        *
      ******************************************************************
           READ BANKSTMT-FILE
               AT END
                   MOVE 'Y' TO WS-BANKSTMT-EOF
           END-READ.
           IF WS-BANKSTMT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN BST-IS-HEADER
                   IF WS-PRV-IN-STMT = 'Y'
                       MOVE "Statement header before the previous " &
                           "trailer - file not bracketed." TO
                           REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE 'Y' TO WS-PRV-FAILED
                   END-IF
                   MOVE 'Y' TO WS-PRV-IN-STMT
                   MOVE 0 TO WS-PRV-LINE-COUNT
                   MOVE BST-HDR-OPENING TO WS-PRV-RUNNING
                   ADD 1 TO WS-PRV-STMT-COUNT
               WHEN BST-IS-DETAIL
                   IF WS-PRV-IN-STMT = 'N'
                       MOVE "Statement line outside a header and " &
                           "trailer." TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE 'Y' TO WS-PRV-FAILED
                   END-IF
                   ADD 1 TO WS-PRV-LINE-COUNT
                   ADD BST-AMOUNT TO WS-PRV-RUNNING
               WHEN BST-IS-TRAILER
                   PERFORM 2050-PROVE-ONE-TRAILER
               WHEN OTHER
                   MOVE "Unrecognized record type on statement " &
                       "file." TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-PRV-FAILED
           END-EVALUATE.

       2050-PROVE-ONE-TRAILER.
           IF WS-PRV-IN-STMT = 'N'
               MOVE "Statement trailer without a header." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-PRV-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PRV-IN-STMT.
           IF BST-TRL-LINE-COUNT NOT = WS-PRV-LINE-COUNT OR
               BST-TRL-CLOSING NOT = WS-PRV-RUNNING
               MOVE "Statement trailer count/closing balance does " &
                   "not agree with its lines." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-PRV-FAILED
           END-IF.

       2100-JUDGE-THE-PROOF.
           IF WS-PRV-IN-STMT = 'Y'
               MOVE "Last statement has no trailer - file truncated "
                   & "in transfer." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-PRV-FAILED
           END-IF.
           IF WS-PRV-STMT-COUNT = 0
               MOVE "Statement file holds no statements." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-PRV-FAILED
           END-IF.

       2500-LOAD-STATEMENTS.
      ******************************************************************
      * Load pass. Each statement is written as its statement record  *
      * (line 0000) followed by one UNMATCHED item per line. A        *
      * statement whose record is already on file was loaded by an    *
      * earlier run and is skipped whole.                              *
      ******************************************************************
           CLOSE BANKSTMT-FILE.
           OPEN INPUT BANKSTMT-FILE.
           MOVE 'N' TO WS-BANKSTMT-EOF.
           PERFORM 2600-LOAD-ONE-RECORD UNTIL WS-BANKSTMT-EOF = 'Y'.

       2600-LOAD-ONE-RECORD.
           READ BANKSTMT-FILE
               AT END
                   MOVE 'Y' TO WS-BANKSTMT-EOF
           END-READ.
           IF WS-BANKSTMT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN BST-IS-HEADER
                   PERFORM 2610-START-ONE-STATEMENT
               WHEN BST-IS-DETAIL
                   IF WS-LD-SKIP-STMT = 'N'
                       PERFORM 2620-LOAD-ONE-LINE
                   END-IF
               WHEN BST-IS-TRAILER
                   IF WS-LD-SKIP-STMT = 'N'
                       PERFORM 2630-FINISH-ONE-STATEMENT
                   END-IF
           END-EVALUATE.

       2610-START-ONE-STATEMENT.
           MOVE BST-HDR-ACCOUNT-NO TO WS-LD-ACCOUNT-NO.
           MOVE BST-HDR-STMT-DATE TO WS-LD-STMT-DATE.
           MOVE BST-HDR-OPENING TO WS-LD-OPENING.
           MOVE 0 TO WS-LD-LINE-NO.
           MOVE 'N' TO WS-LD-SKIP-STMT.
           MOVE WS-LD-ACCOUNT-NO TO BKI-ACCOUNT-NO.
           MOVE WS-LD-STMT-DATE TO BKI-STMT-DATE.
           MOVE 0 TO BKI-LINE-NO.
           READ BANKITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LD-SKIP-STMT
                   ADD 1 TO WS-COUNT-STMT-SKIPPED
                   MOVE SPACES TO WS-REPORT-DETAIL
                   STRING "Statement for account " DELIMITED BY SIZE
                       WS-LD-ACCOUNT-NO DELIMITED BY SIZE
                       " dated " DELIMITED BY SIZE
                       WS-LD-STMT-DATE DELIMITED BY SIZE
                       " already loaded - skipped." DELIMITED BY SIZE
                       INTO WS-REPORT-DETAIL
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

       2620-LOAD-ONE-LINE.
           ADD 1 TO WS-LD-LINE-NO.
           MOVE SPACES TO BANK-ITEM-RECORD.
           MOVE WS-LD-ACCOUNT-NO TO BKI-ACCOUNT-NO.
           MOVE WS-LD-STMT-DATE TO BKI-STMT-DATE.
           MOVE WS-LD-LINE-NO TO BKI-LINE-NO.
           MOVE 'UNMATCHED' TO BKI-STATUS.
           MOVE BST-VALUE-DATE TO BKI-VALUE-DATE.
           MOVE BST-AMOUNT TO BKI-AMOUNT.
           MOVE BST-BANK-REF TO BKI-BANK-REF.
           MOVE BST-NARRATIVE TO BKI-NARRATIVE.
           MOVE SPACE TO BKI-MATCH-TYPE.
           MOVE SPACES TO BKI-MATCH-TRANS-ID BKI-MATCH-USER-ID.
           MOVE 0 TO BKI-MATCH-DATE.
           MOVE 'N' TO BKI-AUTO-BLOCK.
      * A line already there was left by a load that died part way -
      * no statement record means nothing can have matched it yet, so
      * it is simply written over.
           WRITE BANK-ITEM-RECORD
               INVALID KEY
                   REWRITE BANK-ITEM-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-RUN-FAILED
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-COUNT-LINES-LOADED.

      * The statement record goes on last, so a load that dies part
      * way leaves no statement record and the rerun loads the lines
      * again over the top of the partial set.
       2630-FINISH-ONE-STATEMENT.
           MOVE SPACES TO BANK-ITEM-RECORD.
           MOVE WS-LD-ACCOUNT-NO TO BKI-ACCOUNT-NO.
           MOVE WS-LD-STMT-DATE TO BKI-STMT-DATE.
           MOVE 0 TO BKI-LINE-NO.
           MOVE 'STATEMENT' TO BKI-STATUS.
           MOVE WS-LD-OPENING TO BKI-OPENING-BALANCE.
           MOVE BST-TRL-CLOSING TO BKI-CLOSING-BALANCE.
           MOVE WS-LD-LINE-NO TO BKI-LINE-COUNT.
           MOVE WS-TODAY TO BKI-LOAD-DATE.
           MOVE SPACE TO BKI-MATCH-TYPE.
           MOVE SPACES TO BKI-MATCH-TRANS-ID BKI-MATCH-USER-ID.
           MOVE 0 TO BKI-MATCH-DATE.
           MOVE 'N' TO BKI-AUTO-BLOCK.
           WRITE BANK-ITEM-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-FAILED
           END-WRITE.
           ADD 1 TO WS-COUNT-STMT-LOADED.

       3000-LOAD-OPEN-ITEMS.
      ******************************************************************
      * One sweep of the item file. Statement records give each       *
      * account its latest statement date and closing balance; the    *
      * UNMATCHED items are taken into the work table for the match.  *
      * Items that do not fit stay unmatched on file for the next     *
      * run, and the run is flagged so the table gets enlarged.       *
      ******************************************************************
           MOVE LOW-VALUES TO BKI-KEY.
           START BANKITEM-FILE KEY IS NOT < BKI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BANKITEM-EOF
           END-START.
           PERFORM 3100-LOAD-ONE-ITEM UNTIL WS-BANKITEM-EOF = 'Y'.

       3100-LOAD-ONE-ITEM.
           READ BANKITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BANKITEM-EOF
           END-READ.
           IF WS-BANKITEM-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF BKI-IS-STATEMENT
               MOVE BKI-ACCOUNT-NO TO WS-ACC-FIND
               PERFORM 3200-FIND-ACCOUNT-SLOT
               IF WS-ACC-HIT-SUB > 0
                   IF BKI-STMT-DATE >= WS-ACC-STMT-DATE(WS-ACC-HIT-SUB)
                       MOVE BKI-STMT-DATE TO
                           WS-ACC-STMT-DATE(WS-ACC-HIT-SUB)
                       MOVE BKI-CLOSING-BALANCE TO
                           WS-ACC-BANK-CLOSING(WS-ACC-HIT-SUB)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT BKI-IS-UNMATCHED
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPN-MAX >= 2000
               MOVE 'Y' TO WS-OPN-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPN-MAX.
           MOVE BKI-KEY TO WS-OPN-KEY(WS-OPN-MAX).
           MOVE BKI-VALUE-DATE TO WS-OPN-VALUE-DATE(WS-OPN-MAX).
           MOVE BKI-AMOUNT TO WS-OPN-AMOUNT(WS-OPN-MAX).
           MOVE BKI-BANK-REF TO WS-OPN-BANK-REF(WS-OPN-MAX).
           MOVE BKI-AUTO-BLOCK TO WS-OPN-NO-AUTO(WS-OPN-MAX).
           MOVE 'N' TO WS-OPN-MATCHED(WS-OPN-MAX).
           MOVE SPACES TO WS-OPN-TRANS-ID(WS-OPN-MAX).

       3200-FIND-ACCOUNT-SLOT.
      ******************************************************************
      * Locates (or creates) the slot for WS-ACC-FIND. WS-ACC-HIT-SUB *
      * is zero only when the table is full.                           *
      ******************************************************************
           MOVE 0 TO WS-ACC-HIT-SUB.
           PERFORM 3210-MATCH-ACCOUNT-SLOT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-MAX.
           IF WS-ACC-HIT-SUB = 0
               IF WS-ACC-MAX < 200
                   ADD 1 TO WS-ACC-MAX
                   MOVE WS-ACC-MAX TO WS-ACC-HIT-SUB
                   MOVE WS-ACC-FIND TO WS-ACC-ACCOUNT(WS-ACC-MAX)
                   MOVE 0 TO WS-ACC-STMT-DATE(WS-ACC-MAX)
                       WS-ACC-BANK-CLOSING(WS-ACC-MAX)
                       WS-ACC-BOOK-BALANCE(WS-ACC-MAX)
                       WS-ACC-UNCLEARED(WS-ACC-MAX)
                       WS-ACC-UNMATCHED(WS-ACC-MAX)
               ELSE
                   MOVE 'Y' TO WS-ACC-OVERFLOW
               END-IF
           END-IF.

       3210-MATCH-ACCOUNT-SLOT.
           IF WS-ACC-ACCOUNT(WS-ACC-SUB) = WS-ACC-FIND
               MOVE WS-ACC-SUB TO WS-ACC-HIT-SUB
               MOVE WS-ACC-MAX TO WS-ACC-SUB
           END-IF.

       3250-LOOKUP-ACCOUNT-SLOT.
      * As 3200 but never creates a slot - the book side only counts
      * accounts the bank statements cover.
           MOVE 0 TO WS-ACC-HIT-SUB.
           PERFORM 3210-MATCH-ACCOUNT-SLOT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-MAX.

       4000-AUTO-MATCH.
      ******************************************************************
      * One sweep of the transaction file. Each ACTIVE entry not yet  *
      * cleared, on an account the bank covers, takes the first open  *
      * item with the same account and amount whose value date lies   *
      * within the tolerance of the entry date. Items an operator     *
      * took off a wrong match are left for a force-match.             *
      ******************************************************************
           IF WS-OPN-MAX = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "CICA-TRANS.dat could not be opened - no " &
                   "matching done." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-TRANS-OPEN.
           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM 4100-MATCH-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.

       4100-MATCH-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRANS-IS-ACTIVE OR TRANS-IS-CLEARED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4050-GET-ACCOUNT-AMOUNT.

           MOVE 0 TO WS-OPN-HIT-SUB.
           PERFORM 4150-TRY-ONE-ITEM
               VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPN-MAX OR WS-OPN-HIT-SUB > 0.
           IF WS-OPN-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO TRANS-CLEARED-FLAG.
           MOVE WS-OPN-STMT-DATE(WS-OPN-HIT-SUB) TO TRANS-CLEARED-DATE.
           MOVE WS-OPN-LINE-NO(WS-OPN-HIT-SUB) TO TRANS-CLEARED-LINE.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           MOVE 'Y' TO WS-OPN-MATCHED(WS-OPN-HIT-SUB).
           MOVE TRANS-ID TO WS-OPN-TRANS-ID(WS-OPN-HIT-SUB).
           ADD 1 TO WS-COUNT-AUTO-MATCHED.

       4050-GET-ACCOUNT-AMOUNT.
      * The entry's amount in the account's own currency, which is
      * what the bank sees. An entry from before the currency fields
      * existed is in base currency.
           IF TRANS-ORIG-AMOUNT IS NUMERIC
               MOVE TRANS-ORIG-AMOUNT TO WS-TRANS-ACCT-AMOUNT
           ELSE
               MOVE TRANS-AMOUNT TO WS-TRANS-ACCT-AMOUNT
           END-IF.

       4150-TRY-ONE-ITEM.
           IF WS-OPN-MATCHED(WS-OPN-SUB) = 'Y' OR
               WS-OPN-NO-AUTO(WS-OPN-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPN-ACCOUNT(WS-OPN-SUB) NOT = TRANS-ACCOUNT-NO OR
               WS-OPN-AMOUNT(WS-OPN-SUB) NOT = WS-TRANS-ACCT-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPN-VALUE-DATE(WS-OPN-SUB) IS NOT NUMERIC OR
               WS-OPN-VALUE-DATE(WS-OPN-SUB) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(WS-OPN-VALUE-DATE(WS-OPN-SUB))
               - FUNCTION INTEGER-OF-DATE(TRANS-DATE).
           IF WS-DAYS-APART < 0
               COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
           END-IF.
           IF WS-DAYS-APART <= WS-TOLERANCE-DAYS
               MOVE WS-OPN-SUB TO WS-OPN-HIT-SUB
           END-IF.

       4500-POST-ITEM-MATCHES.
      ******************************************************************
      * Writes each match made this run back onto its bank item.      *
      ******************************************************************
           PERFORM 4510-POST-ONE-ITEM-MATCH
               VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPN-MAX.

       4510-POST-ONE-ITEM-MATCH.
           IF WS-OPN-MATCHED(WS-OPN-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPN-KEY(WS-OPN-SUB) TO BKI-KEY.
           READ BANKITEM-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'MATCHED' TO BKI-STATUS.
           MOVE 'A' TO BKI-MATCH-TYPE.
           MOVE WS-OPN-TRANS-ID(WS-OPN-SUB) TO BKI-MATCH-TRANS-ID.
           MOVE WS-TODAY TO BKI-MATCH-DATE.
           MOVE 'BANKREC' TO BKI-MATCH-USER-ID.
           REWRITE BANK-ITEM-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-FAILED
           END-REWRITE.

       5000-PRINT-UNMATCHED-ITEMS.
      ******************************************************************
      * Bank items still unmatched after the auto-match - money the   *
      * bank moved that the book does not yet show. The account,      *
      * statement date and line identify the item for a force-match.  *
      ******************************************************************
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNMATCHED BANK ITEMS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNT  STMT DATE  LINE VALUE DATE          " &
               "AMOUNT BANK REFERENCE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-PRINT-ONE-UNMATCHED
               VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB > WS-OPN-MAX.
           IF WS-COUNT-UNMATCHED = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-PRINT-ONE-UNMATCHED.
           IF WS-OPN-MATCHED(WS-OPN-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-UNMATCHED.
           MOVE WS-OPN-ACCOUNT(WS-OPN-SUB) TO WS-ACC-FIND.
           PERFORM 3250-LOOKUP-ACCOUNT-SLOT.
           IF WS-ACC-HIT-SUB > 0
               ADD WS-OPN-AMOUNT(WS-OPN-SUB) TO
                   WS-ACC-UNMATCHED(WS-ACC-HIT-SUB)
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-OPN-ACCOUNT(WS-OPN-SUB) TO WS-REPORT-DETAIL(1:8).
           MOVE WS-OPN-STMT-DATE(WS-OPN-SUB) TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-REPORT-DETAIL(10:8).
           MOVE WS-OPN-LINE-NO(WS-OPN-SUB) TO WS-EDIT-LINE.
           MOVE WS-EDIT-LINE TO WS-REPORT-DETAIL(20:4).
           MOVE WS-OPN-VALUE-DATE(WS-OPN-SUB) TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-REPORT-DETAIL(25:8).
           MOVE WS-OPN-AMOUNT(WS-OPN-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(34:15).
           MOVE WS-OPN-BANK-REF(WS-OPN-SUB) TO WS-REPORT-DETAIL(50:16).
           IF WS-OPN-NO-AUTO(WS-OPN-SUB) = 'Y'
               MOVE "FORCE-MATCH" TO WS-REPORT-DETAIL(67:11)
           END-IF.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       6000-SWEEP-BOOK-SIDE.
      ******************************************************************
      * The book side for every account the bank covers: the ACTIVE   *
      * balance on file, the part of it not yet cleared, and a list   *
      * of uncleared entries older than the ageing limit.              *
      ******************************************************************
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-AGED-DAYS TO WS-EDIT-COUNT.
           STRING "ENTRIES NOT CLEARED AFTER " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANS ID   ACCOUNT  DATE              AMOUNT " &
               "DESCRIPTION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ACC-MAX = 0
               MOVE "  (no account holds a bank statement yet)" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRANS-OPEN = 'Y'
               MOVE LOW-VALUES TO TRANS-ID
               START TRANS-FILE KEY IS NOT < TRANS-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-TRANS-EOF
               END-START
           ELSE
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-FILE-STATUS <> '00'
                   MOVE "CICA-TRANS.dat could not be opened - no " &
                       "book balances." TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-TRANS-OPEN
           END-IF.
           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM 6100-BOOK-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           IF WS-COUNT-AGED = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6100-BOOK-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y' OR NOT TRANS-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE TRANS-ACCOUNT-NO TO WS-ACC-FIND.
           PERFORM 3250-LOOKUP-ACCOUNT-SLOT.
           IF WS-ACC-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4050-GET-ACCOUNT-AMOUNT.
           ADD WS-TRANS-ACCT-AMOUNT TO
               WS-ACC-BOOK-BALANCE(WS-ACC-HIT-SUB).
           IF TRANS-IS-CLEARED
               EXIT PARAGRAPH
           END-IF.
           ADD WS-TRANS-ACCT-AMOUNT TO
               WS-ACC-UNCLEARED(WS-ACC-HIT-SUB).
           IF TRANS-DATE > WS-AGED-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-AGED.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE TRANS-ID TO WS-REPORT-DETAIL(1:10).
           MOVE TRANS-ACCOUNT-NO TO WS-REPORT-DETAIL(12:8).
           MOVE TRANS-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-REPORT-DETAIL(21:8).
           MOVE WS-TRANS-ACCT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(30:15).
           MOVE TRANS-DESCRIPTION TO WS-REPORT-DETAIL(46:30).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       7000-PRINT-DIFFERENCES.
      ******************************************************************
      * Book-to-bank difference per account. The book balance less    *
      * the bank's latest closing balance should be exactly what the  *
      * book holds uncleared less what the bank holds unmatched; any  *
      * remainder is unexplained and flagged for review.               *
      ******************************************************************
           PERFORM 7100-PRINT-ONE-ACCOUNT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > WS-ACC-MAX.

       7100-PRINT-ONE-ACCOUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACC-ACCOUNT(WS-ACC-SUB) TO ACCT-NUMBER.
           MOVE SPACES TO ACCT-NAME.
           IF WS-ACCT-OPEN = 'Y'
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "(not on account master)" TO ACCT-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-ACC-STMT-DATE(WS-ACC-SUB) TO WS-EDIT-DATE.
           STRING "ACCOUNT: " DELIMITED BY SIZE
               WS-ACC-ACCOUNT(WS-ACC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACCT-NAME DELIMITED BY SIZE
               " STMT " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-DIFFERENCE = WS-ACC-BOOK-BALANCE(WS-ACC-SUB) -
               WS-ACC-BANK-CLOSING(WS-ACC-SUB).
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE -
               WS-ACC-UNCLEARED(WS-ACC-SUB) +
               WS-ACC-UNMATCHED(WS-ACC-SUB).

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACC-BOOK-BALANCE(WS-ACC-SUB) TO WS-EDIT-BALANCE.
           STRING "  Book balance.......................... "
               DELIMITED BY SIZE WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACC-BANK-CLOSING(WS-ACC-SUB) TO WS-EDIT-BALANCE.
           STRING "  Bank closing balance.................. "
               DELIMITED BY SIZE WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-EDIT-BALANCE.
           STRING "  Book-to-bank difference............... "
               DELIMITED BY SIZE WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACC-UNCLEARED(WS-ACC-SUB) TO WS-EDIT-BALANCE.
           STRING "    less entries not yet cleared........ "
               DELIMITED BY SIZE WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ACC-UNMATCHED(WS-ACC-SUB) TO WS-EDIT-BALANCE.
           STRING "    plus bank items not yet matched..... "
               DELIMITED BY SIZE WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-UNEXPLAINED TO WS-EDIT-BALANCE.
           STRING "  Unexplained difference................ "
               DELIMITED BY SIZE WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNEXPLAINED NOT = 0
               ADD 1 TO WS-COUNT-UNEXPLAINED
               MOVE "  *** UNEXPLAINED DIFFERENCE - REVIEW THE " &
                   "MATCHES FOR THIS ACCOUNT ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUN SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-PRV-FAILED = 'Y'
               MOVE "*** STATEMENT FILE FAILED ITS CONTROL PROOF - " &
                   "NOTHING LOADED ***" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-STMT-LOADED TO WS-EDIT-COUNT.
           STRING "Statements loaded........................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-STMT-SKIPPED TO WS-EDIT-COUNT.
           STRING "Statements already on file (skipped)..... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-LINES-LOADED TO WS-EDIT-COUNT.
           STRING "Statement lines loaded................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-AUTO-MATCHED TO WS-EDIT-COUNT.
           STRING "Items auto-matched and cleared........... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-UNMATCHED TO WS-EDIT-COUNT.
           STRING "Bank items still unmatched............... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-AGED TO WS-EDIT-COUNT.
           STRING "Entries uncleared past the ageing limit.. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-UNEXPLAINED TO WS-EDIT-COUNT.
           STRING "Accounts with an unexplained difference.. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-OPN-OVERFLOW = 'Y' OR WS-ACC-OVERFLOW = 'Y'
               MOVE "*** WORK TABLE OVERFLOW - SOME ITEMS OR " &
                   "ACCOUNTS NOT RECONCILED THIS RUN ***" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-RUN-FAILED = 'Y'
               MOVE "*** A FILE UPDATE FAILED - REVIEW BEFORE THE " &
                   "NEXT RUN ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

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
           MOVE "BANKREC" TO JNL-PROGRAM.
           MOVE "BANKREC" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       9000-CLOSE-FILES.
           IF WS-STMT-PRESENT = 'Y'
               CLOSE BANKSTMT-FILE
           END-IF.
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANS-FILE
           END-IF.
           CLOSE BANKITEM-FILE.
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCT-FILE
           END-IF.
           CLOSE REPORT-FILE.
