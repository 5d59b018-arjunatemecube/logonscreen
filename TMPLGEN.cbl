      *   entries, and the run refuses while DAYCLOSE holds the      *
      *   date CLOSING. Due templates are judged against the         *
      *   business date as well.                                      *
      *   A template's amount is in its account's currency. It is    *
      *   converted to base at the rate on CICA-FXRATE.dat in force *
      *   on the business date and the entry keeps the original     *
      *   amount and rate; no rate fails the template like any      *
      *   other edit. The approval threshold applies to the base    *
      *   amount.                                                    *
      *   Generated entries are split into net and tax like a keyed  *
      *   entry, under the template's own tax code or, when it names *
      *   none, the category's default. A tax code that is unknown   *
      *   or retired fails the template like any other edit.         *
      *   Generated entries take the branch of the template's        *
      *   account, the same as a keyed entry.                        *
      *   Each generated transaction now also appends its after-image  *
      *   to the forward-recovery journal CICA-TRJNL.dat, for FILEBKUP *
      *   ROLLFWD to reapply.                                          *
      *   Each ACTIVE entry generated is posted to the category-period *
      *   totals on CICA-CPTOT.dat (see CPTOTREC).                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT FXRATE-FILE ASSIGN TO 'CICA-FXRATE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO 'CICA-TAX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TMPLGEN.out'
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
       FD  TMPL-FILE.
       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  FXRATE-FILE.
       COPY FXRATREC.

       FD  TAX-FILE.
       COPY TAXREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TRJNL-FILE.
       COPY TRJNLREC.
       FD  CPTOT-FILE.
       COPY CPTOTREC.

       WORKING-STORAGE SECTION.
           COPY SECURITY.

       01  WS-TMPL-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CATG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-FXRATE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAX-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-FAIL-REASON              PIC X(30).

      *----------------------------------------------------------------*
      * Currency conversion for the occurrence being generated.       *
      *----------------------------------------------------------------*
       01  WS-FX-AREA.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'GBP'.
           05  WS-FXRATE-OPEN          PIC X(1) VALUE 'N'.
           05  WS-FX-EOF               PIC X(1).
           05  WS-FX-RATE-FOUND        PIC 9(5)V9(6).
           05  WS-GEN-CURRENCY         PIC X(3).
           05  WS-GEN-FX-RATE          PIC 9(5)V9(6).
           05  WS-GEN-BASE-AMOUNT      PIC S9(9)V99.

      *----------------------------------------------------------------*
      * Net/tax split for the occurrence being generated.             *
      *----------------------------------------------------------------*
       01  WS-TAX-AREA.
           05  WS-TAX-OPEN             PIC X(1) VALUE 'N'.
           05  WS-GEN-TAX-CODE         PIC X(4).
           05  WS-GEN-TAX-RATE         PIC 9(2)V9(3).
           05  WS-GEN-NET-AMOUNT       PIC S9(9)V99.
           05  WS-GEN-TAX-AMOUNT       PIC S9(9)V99.
           05  WS-GEN-BRANCH           PIC X(4).

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
           PERFORM 2000-PROCESS-ONE-TEMPLATE UNTIL WS-TMPL-EOF = 'Y'.

           OPEN INPUT ACCT-FILE.
           OPEN INPUT CATG-FILE.
           OPEN INPUT FXRATE-FILE.
           IF WS-FXRATE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FXRATE-OPEN
           END-IF.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TAX-OPEN
           END-IF.
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTOT-OPEN
           END-IF.

           OPEN INPUT RGSEQ-FILE.
           IF WS-RGSEQ-FILE-STATUS = '00'
           IF PARM-APPROVAL-THRESHOLD > 0
               MOVE PARM-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
           END-IF.
           IF PARM-BASE-CURRENCY NOT = SPACES
               MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.

       1150-GET-BUSINESS-DATE.
      ******************************************************************
       2200-VALIDATE-TEMPLATE.
      ******************************************************************
      * The Data Entry A edits, applied to the template: non-zero    *
      * amount, open account, active category, a rate on file when    *
      * the account is held in a foreign currency, and a live tax     *
      * code when the template or its category names one.             *
      ******************************************************************
           MOVE 'N' TO WS-TMPL-FAILED.
           MOVE SPACES TO WS-FAIL-REASON.
               MOVE "account is closed" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-BRANCH-CODE TO WS-GEN-BRANCH.

           MOVE TMPL-CATEGORY-CODE TO CATG-CODE.
           READ CATG-FILE
           IF CATG-IS-RETIRED
               MOVE 'Y' TO WS-TMPL-FAILED
               MOVE "category is retired" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2250-CONVERT-TEMPLATE-AMOUNT.
           IF WS-TMPL-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2280-SPLIT-TEMPLATE-TAX.

       2250-CONVERT-TEMPLATE-AMOUNT.
      ******************************************************************
      * Converts the template amount from its account's currency to   *
      * base at the rate in force on the business date. A base-       *
      * currency template carries rate 1 and its amount unchanged.    *
      ******************************************************************
           IF ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-GEN-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-GEN-CURRENCY
           END-IF.
           IF WS-GEN-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-GEN-FX-RATE
               MOVE TMPL-AMOUNT TO WS-GEN-BASE-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2260-FIND-FX-RATE.
           IF WS-FX-RATE-FOUND = 0
               MOVE 'Y' TO WS-TMPL-FAILED
               MOVE SPACES TO WS-FAIL-REASON
               STRING "no exchange rate for " DELIMITED BY SIZE
                   WS-GEN-CURRENCY DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-RATE-FOUND TO WS-GEN-FX-RATE.
           COMPUTE WS-GEN-BASE-AMOUNT ROUNDED =
               TMPL-AMOUNT * WS-GEN-FX-RATE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-TMPL-FAILED
                   MOVE "amount too large in base" TO WS-FAIL-REASON
           END-COMPUTE.

       2260-FIND-FX-RATE.
           MOVE 0 TO WS-FX-RATE-FOUND.
           IF WS-FXRATE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GEN-CURRENCY TO FXR-CURRENCY.
           MOVE 0 TO FXR-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FX-EOF.
           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-EOF
           END-START.
           PERFORM 2270-SCAN-ONE-FX-RATE UNTIL WS-FX-EOF = 'Y'.

       2270-SCAN-ONE-FX-RATE.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FX-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FXR-CURRENCY NOT = WS-GEN-CURRENCY OR
               FXR-EFFECTIVE-DATE > WS-BUSINESS-DATE
               MOVE 'Y' TO WS-FX-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE FXR-RATE TO WS-FX-RATE-FOUND.

       2280-SPLIT-TEMPLATE-TAX.
      ******************************************************************
      * Settles the tax code - the template's own, else the category  *
      * default (CATG-RECORD is still the one 2200 read) - and splits *
      * the gross base amount into net and tax at its rate. The       *
      * amount is tax inclusive, so the tax is rate/(100+rate) of it. *
      ******************************************************************
           IF TMPL-TAX-CODE = SPACES OR TMPL-TAX-CODE = LOW-VALUES
               MOVE CATG-TAX-CODE TO WS-GEN-TAX-CODE
           ELSE
               MOVE TMPL-TAX-CODE TO WS-GEN-TAX-CODE
           END-IF.
           MOVE 0 TO WS-GEN-TAX-RATE.
           IF WS-GEN-TAX-CODE NOT = SPACES
               IF WS-TAX-OPEN = 'N'
                   MOVE 'Y' TO WS-TMPL-FAILED
                   MOVE "tax code table missing" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-GEN-TAX-CODE TO TAX-CODE
               READ TAX-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-TMPL-FAILED
                       MOVE "tax code unknown" TO WS-FAIL-REASON
                       EXIT PARAGRAPH
               END-READ
               IF TAX-IS-RETIRED
                   MOVE 'Y' TO WS-TMPL-FAILED
                   MOVE "tax code is retired" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE TAX-RATE TO WS-GEN-TAX-RATE
           END-IF.
           COMPUTE WS-GEN-TAX-AMOUNT ROUNDED =
               WS-GEN-BASE-AMOUNT * WS-GEN-TAX-RATE /
               (100 + WS-GEN-TAX-RATE).
           COMPUTE WS-GEN-NET-AMOUNT =
               WS-GEN-BASE-AMOUNT - WS-GEN-TAX-AMOUNT.

       2300-WRITE-GENERATED-TRANS.
           ADD 1 TO WS-GEN-SEQ-NO.
               INTO TRANS-ID.
           MOVE 'RECURGEN' TO TRANS-USER-ID.
           MOVE TMPL-DESCRIPTION TO TRANS-DESCRIPTION.
           MOVE WS-GEN-BASE-AMOUNT TO TRANS-AMOUNT.
           MOVE TMPL-ACCOUNT-NO TO TRANS-ACCOUNT-NO.
           MOVE TMPL-CATEGORY-CODE TO TRANS-CATEGORY-CODE.
           IF WS-GEN-BASE-AMOUNT > WS-APPROVAL-THRESHOLD OR
               WS-GEN-BASE-AMOUNT < (0 - WS-APPROVAL-THRESHOLD)
               MOVE 'PENDING' TO TRANS-STATUS
           ELSE
               MOVE 'ACTIVE' TO TRANS-STATUS
               TRANS-MAINT-TIME TRANS-APPROVAL-DATE TRANS-BATCH-NO.
           MOVE 'N' TO TRANS-GL-SENT-FLAG.
           MOVE 0 TO TRANS-GL-SENT-AMOUNT TRANS-GL-SENT-DATE.
           MOVE SPACES TO TRANS-VOUCHER-NO.
           MOVE 0 TO TRANS-VOUCHER-LINE TRANS-VOUCHER-LINES.
           MOVE 'N' TO TRANS-CLEARED-FLAG.
           MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE.
           MOVE SPACES TO TRANS-PAYEE-ID.
           MOVE 0 TO TRANS-PAY-RUN-NO TRANS-PAID-DATE.
           MOVE WS-GEN-CURRENCY TO TRANS-CURRENCY.
           MOVE TMPL-AMOUNT TO TRANS-ORIG-AMOUNT.
           MOVE WS-GEN-FX-RATE TO TRANS-FX-RATE.
           MOVE WS-GEN-TAX-CODE TO TRANS-TAX-CODE.
           MOVE WS-GEN-TAX-RATE TO TRANS-TAX-RATE.
           MOVE WS-GEN-NET-AMOUNT TO TRANS-NET-AMOUNT.
           MOVE WS-GEN-TAX-AMOUNT TO TRANS-TAX-AMOUNT.
           MOVE 0 TO TRANS-GL-SENT-TAX.
           MOVE WS-GEN-BRANCH TO TRANS-BRANCH-CODE.
           MOVE 0 TO TRANS-INB-SEQ-NO.
           MOVE 'N' TO TRANS-ACCRUAL-FLAG.
           MOVE SPACES TO TRANS-ACCRUAL-LINK.

      * An ID collision means CICA-RGSEQ.dat is stale - probably a
      * mid-run failure before the sequence was rewritten. The
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'A' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           PERFORM 8600-POST-CATG-CHANGE.
           ADD 1 TO WS-COUNT-GENERATED.
           IF TRANS-IS-PENDING
               ADD 1 TO WS-COUNT-PENDING
               INTO REPORT-LINE.
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
           MOVE "TMPLGEN" TO JNL-PROGRAM.
           MOVE "TMPLGEN" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       8600-POST-CATG-CHANGE.
      ******************************************************************
      * Called straight after a transaction update. Takes the ACTIVE  *
      * contribution noted in WS-CPT-BEFORE (none for a new entry)    *
      * out of the category-period totals and puts the record's       *
      * current one in - none for a delete (WS-JNL-ACTION 'D'). An    *
      * update that did not take posts nothing.                        *
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
                   MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE
                   MOVE "TMPLGEN" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE.
           MOVE "TMPLGEN" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD.

       9000-CLOSE-FILES.
           CLOSE TMPL-FILE.
           CLOSE TRANS-FILE.
           CLOSE ACCT-FILE.
           CLOSE CATG-FILE.
           IF WS-FXRATE-OPEN = 'Y'
               CLOSE FXRATE-FILE
           END-IF.
           IF WS-TAX-OPEN = 'Y'
               CLOSE TAX-FILE
           END-IF.
           IF WS-CPTOT-OPEN = 'Y'
               CLOSE CPTOT-FILE
           END-IF.
           CLOSE REPORT-FILE.
