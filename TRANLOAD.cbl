      *   CICA-BUSDATE.dat (see BUSDREC) rather than the wall      *
      *   clock, and the run refuses while DAYCLOSE holds the date *
      *   CLOSING. The budget period follows the business date.    *
      *   Details may name a payee in a new trailing field (blank on *
      *   an ordinary entry). A named payee must be on CICA-PAYEE.dat*
      *   and ACTIVE, and the detail must be a payment - a negative  *
      *   amount - or it rejects with reason PAYE. The payee goes on *
      *   the transaction for PAYRUN to pay.                         *
      *   Details may carry a currency code in a new trailing field.  *
      *   The amount is in the account's currency (blank means the   *
      *   account's own); it is converted to base at the rate on     *
      *   CICA-FXRATE.dat in force on the business date, and the     *
      *   original amount and rate are kept on the transaction. A   *
      *   currency other than the account's, or no rate, rejects     *
      *   with reason CURR. The budget check and approval threshold  *
      *   work on the base amount; the trailer hash stays the sum of *
      *   the amounts as sent.                                        *
      *   Details may carry a tax code in a new trailing field; blank *
      *   takes the category's default from CICA-CATG.dat. The code  *
      *   must be ACTIVE on CICA-TAX.dat or the detail rejects with  *
      *   reason TAX. The gross base amount is split into net and    *
      *   tax at the code's rate and both are kept on the            *
      *   transaction, exactly as Data Entry A does.                  *
      *   Each loaded entry takes its account's branch, the same as  *
      *   a keyed entry, so the branch closes and extracts carry it. *
      *   Each transaction loaded now also appends its after-image to  *
      *   the forward-recovery journal CICA-TRJNL.dat, for FILEBKUP    *
      *   ROLLFWD to reapply.                                          *
      *   Each ACTIVE entry loaded is posted to the category-period    *
      *   totals on CICA-CPTOT.dat, and the budget check primes its    *
      *   period-to-date figures from those totals rather than         *
      *   sweeping the transaction file (the sweep remains only for    *
      *   before CATGVFY has first built the totals).                  *
      *   Each transaction loaded is stamped with the sequence number  *
      *   of the file it came from (TRANS-INB-SEQ-NO), and each file   *
      *   finished is logged with its trailer figures on CICA-         *
      *   INLOG.dat (see INLOGREC), so TRANBACK can back a wrong file  *
      *   out in one run.                                              *
      *   Each reject written to CICA-INERR.dat also raises an item on *
      *   the exception work queue CICA-EXCQ.dat (see EXCQREC), keyed  *
      *   on the file sequence, detail number, TRANS-ID and reason,    *
      *   so rejects are assigned and worked instead of left to sit.   *
      *   Payee edit keys on whether the payee master opened, not on   *
      *   the last read's status, so one unknown payee no longer       *
      *   rejects every later detail that names a payee.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT PAYEE-FILE ASSIGN TO 'CICA-PAYEE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-ID
               FILE STATUS IS WS-PAYEE-FILE-STATUS.

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

           SELECT INLOG-FILE ASSIGN TO 'CICA-INLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INLOG-FILE-STATUS.

           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

           SELECT CPTOT-FILE ASSIGN TO 'CICA-CPTOT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-KEY
               FILE STATUS IS WS-CPTOT-FILE-STATUS.

           SELECT EXCQ-FILE ASSIGN TO 'CICA-EXCQ.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               ALTERNATE RECORD KEY IS EXQ-OWNER
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
               88  INB-IS-HEADER            VALUE 'H'.
               88  INB-IS-DETAIL            VALUE 'D'.
               88  INB-IS-TRAILER           VALUE 'T'.
           05  INB-DATA                PIC X(79).
           05  INB-HEADER-VIEW REDEFINES INB-DATA.
               10  INB-HDR-FILE-DATE       PIC 9(8).
               10  INB-HDR-SEQ-NO          PIC 9(6).
               10  FILLER                  PIC X(65).
           05  INB-DETAIL-VIEW REDEFINES INB-DATA.
               10  INB-TRANS-ID            PIC X(10).
               10  INB-ACCOUNT-NO          PIC X(8).
               10  INB-DESCRIPTION         PIC X(30).
               10  INB-AMOUNT              PIC S9(9)V99
                                           SIGN IS LEADING SEPARATE.
               10  INB-PAYEE-ID            PIC X(8).
               10  INB-CURRENCY            PIC X(3).
               10  INB-TAX-CODE            PIC X(4).
           05  INB-TRAILER-VIEW REDEFINES INB-DATA.
               10  INB-TRL-REC-COUNT       PIC 9(7).
               10  INB-TRL-HASH-TOTAL      PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(56).

       FD  INERR-FILE.
       01  INERR-RECORD.
           05  ERR-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(1).
           05  ERR-INBOUND-DATA        PIC X(79).

       FD  TRANS-FILE.
       COPY CICATRAN.
       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  PAYEE-FILE.
       COPY PAYEEREC.

       FD  FXRATE-FILE.
       COPY FXRATREC.

       FD  TAX-FILE.
       COPY TAXREC.

       FD  INLOG-FILE.
       COPY INLOGREC.

       FD  TRJNL-FILE.
       COPY TRJNLREC.
       FD  CPTOT-FILE.
       COPY CPTOTREC.

       FD  EXCQ-FILE.
       COPY EXCQREC.

       WORKING-STORAGE SECTION.
           COPY SECURITY.

       01  WS-INBOUND-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-INERR-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-INLOG-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXCQ-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CATG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-INCHKP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-BUDG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYEE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-FXRATE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAX-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-BUSD-CLOSING             PIC X(1) VALUE 'N'.
           05  WS-HDR-SEEN             PIC X(1) VALUE 'N'.
           05  WS-TRL-SEEN             PIC X(1) VALUE 'N'.
           05  WS-FILE-SEQ-NO          PIC 9(6) VALUE 0.
           05  WS-FILE-DATE            PIC 9(8) VALUE 0.
           05  WS-EXPECTED-SEQ-NO      PIC 9(6) VALUE 0.
           05  WS-PROVE-DET-COUNT      PIC 9(7) VALUE 0.
           05  WS-PROVE-HASH-TOTAL     PIC S9(13)V99 VALUE 0.
      *   ACCT - account unknown or closed                             *
      *   CATG - category unknown or retired                           *
      *   BUDG - category over its hard-stop budget                    *
      *   PAYE - payee unknown or suspended, or named on a detail     *
      *          that is not a payment (amount not negative)           *
      *   CURR - currency not the account's, no exchange rate on file *
      *          for the business date, or too large once converted   *
      *   TAX  - tax code (keyed or the category default) unknown or  *
      *          retired                                               *
      *----------------------------------------------------------------*
       01  WS-REJECT-REASON            PIC X(4).

      *----------------------------------------------------------------*
      * Exception queue item being raised - 8700-RAISE-EXCEPTION      *
      * writes it.                                                     *
      *----------------------------------------------------------------*
       01  WS-EXCQ-OPEN                PIC X(1) VALUE 'N'.
       01  WS-PAYEE-OPEN               PIC X(1) VALUE 'N'.
       01  WS-EXQ-RAISE.
           05  WS-EXQ-TYPE             PIC X(4).
           05  WS-EXQ-REF              PIC X(30).
           05  WS-EXQ-BRANCH           PIC X(4).
           05  WS-EXQ-DESC             PIC X(50).

      *----------------------------------------------------------------*
      * Currency conversion for the detail being loaded. The amount   *
      * arrives in the account's currency; WS-LOAD-BASE-AMOUNT is its *
      * base-currency equivalent, which is what TRANS-AMOUNT holds.   *
      *----------------------------------------------------------------*
       01  WS-FX-AREA.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'GBP'.
           05  WS-FXRATE-OPEN          PIC X(1) VALUE 'N'.
           05  WS-FX-EOF               PIC X(1).
           05  WS-FX-RATE-FOUND        PIC 9(5)V9(6).
           05  WS-LOAD-CURRENCY        PIC X(3).
           05  WS-LOAD-FX-RATE         PIC 9(5)V9(6).
           05  WS-LOAD-BASE-AMOUNT     PIC S9(9)V99.

      *----------------------------------------------------------------*
      * Tax split for the detail being loaded - the gross base amount *
      * divided into net and tax at the tax code's rate.               *
      *----------------------------------------------------------------*
       01  WS-TAX-AREA.
           05  WS-TAX-OPEN             PIC X(1) VALUE 'N'.
           05  WS-LOAD-TAX-CODE        PIC X(4).
           05  WS-LOAD-TAX-RATE        PIC 9(2)V9(3).
           05  WS-LOAD-NET-AMOUNT      PIC S9(9)V99.
           05  WS-LOAD-TAX-AMOUNT      PIC S9(9)V99.
           05  WS-LOAD-BRANCH          PIC X(4).

      *----------------------------------------------------------------*
      * Current-period category budgets, loaded once with their       *
      * period-to-date ACTIVE totals primed from the category-period  *
      * totals, then kept current as details load.                    *
      *----------------------------------------------------------------*
       01  WS-BUDG-TABLE.
           05  WS-BUDG-MAX             PIC 9(3) COMP VALUE 0.
           05  WS-COUNT-LOADED         PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM 2000-PROVE-ONE-RECORD UNTIL WS-INBOUND-EOF = 'Y'.
           IF PARM-APPROVAL-THRESHOLD > 0
               MOVE PARM-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
           END-IF.
           IF PARM-BASE-CURRENCY NOT = SPACES
               MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.

       1200-GET-BUSINESS-DATE.
      ******************************************************************
               WHEN INB-IS-HEADER
                   MOVE 'Y' TO WS-HDR-SEEN
                   MOVE INB-HDR-SEQ-NO TO WS-FILE-SEQ-NO
                   MOVE INB-HDR-FILE-DATE TO WS-FILE-DATE
               WHEN INB-IS-DETAIL
                   ADD 1 TO WS-PROVE-DET-COUNT
                   ADD INB-AMOUNT TO WS-PROVE-HASH-TOTAL
               MOVE 'ACCT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-BRANCH-CODE TO WS-LOAD-BRANCH.

           IF FUNCTION TRIM(INB-CATEGORY-CODE) = SPACES
               MOVE 'CATG' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(INB-PAYEE-ID) NOT = SPACES
               IF INB-AMOUNT > 0 OR WS-PAYEE-OPEN = 'N'
                   MOVE 'PAYE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(INB-PAYEE-ID) TO PAYEE-ID
               READ PAYEE-FILE
                   INVALID KEY
                       MOVE 'PAYE' TO WS-REJECT-REASON
                       EXIT PARAGRAPH
               END-READ
               IF NOT PAYEE-IS-ACTIVE
                   MOVE 'PAYE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 2150-CONVERT-INBOUND-AMOUNT.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2180-SPLIT-INBOUND-TAX.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-CHECK-CATEGORY-BUDGET.

       2150-CONVERT-INBOUND-AMOUNT.
      ******************************************************************
      * Works out the detail's currency from the account (ACCT-RECORD *
      * is still the one 2100 read) and converts the amount to base  *
      * at the rate in force on the business date. A base-currency   *
      * detail carries rate 1 and its amount unchanged.               *
      ******************************************************************
           IF ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-LOAD-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-LOAD-CURRENCY
           END-IF.
           IF INB-CURRENCY NOT = SPACES AND
               INB-CURRENCY NOT = WS-LOAD-CURRENCY
               MOVE 'CURR' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOAD-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-LOAD-FX-RATE
               MOVE INB-AMOUNT TO WS-LOAD-BASE-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2160-FIND-FX-RATE.
           IF WS-FX-RATE-FOUND = 0
               MOVE 'CURR' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-RATE-FOUND TO WS-LOAD-FX-RATE.
           COMPUTE WS-LOAD-BASE-AMOUNT ROUNDED =
               INB-AMOUNT * WS-LOAD-FX-RATE
               ON SIZE ERROR
                   MOVE 'CURR' TO WS-REJECT-REASON
           END-COMPUTE.

       2160-FIND-FX-RATE.
      ******************************************************************
      * The rate for WS-LOAD-CURRENCY in force on the business date - *
      * the latest effective date not after it - or zero if none.     *
      ******************************************************************
           MOVE 0 TO WS-FX-RATE-FOUND.
           IF WS-FXRATE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAD-CURRENCY TO FXR-CURRENCY.
           MOVE 0 TO FXR-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FX-EOF.
           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-EOF
           END-START.
           PERFORM 2170-SCAN-ONE-FX-RATE UNTIL WS-FX-EOF = 'Y'.

       2170-SCAN-ONE-FX-RATE.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FX-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FXR-CURRENCY NOT = WS-LOAD-CURRENCY OR
               FXR-EFFECTIVE-DATE > WS-BUSINESS-DATE
               MOVE 'Y' TO WS-FX-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE FXR-RATE TO WS-FX-RATE-FOUND.

       2180-SPLIT-INBOUND-TAX.
      ******************************************************************
      * Settles the detail's tax code - the one sent, else the        *
      * category default (CATG-RECORD is still the one 2100 read) -   *
      * and splits the gross base amount into net and tax at its      *
      * rate. The amount is tax inclusive, so the tax is              *
      * rate/(100+rate) of it. No code leaves it all net.             *
      ******************************************************************
           IF INB-TAX-CODE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(INB-TAX-CODE) TO
                   WS-LOAD-TAX-CODE
           ELSE
               MOVE CATG-TAX-CODE TO WS-LOAD-TAX-CODE
           END-IF.
           MOVE 0 TO WS-LOAD-TAX-RATE.
           IF WS-LOAD-TAX-CODE NOT = SPACES
               IF WS-TAX-OPEN = 'N'
                   MOVE 'TAX' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LOAD-TAX-CODE TO TAX-CODE
               READ TAX-FILE
                   INVALID KEY
                       MOVE 'TAX' TO WS-REJECT-REASON
                       EXIT PARAGRAPH
               END-READ
               IF TAX-IS-RETIRED
                   MOVE 'TAX' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE TAX-RATE TO WS-LOAD-TAX-RATE
           END-IF.
           COMPUTE WS-LOAD-TAX-AMOUNT ROUNDED =
               WS-LOAD-BASE-AMOUNT * WS-LOAD-TAX-RATE /
               (100 + WS-LOAD-TAX-RATE).
           COMPUTE WS-LOAD-NET-AMOUNT =
               WS-LOAD-BASE-AMOUNT - WS-LOAD-TAX-AMOUNT.

       2200-LOAD-TRANSACTION.
      ******************************************************************
      * Builds and writes one CICA-TRANS record from a clean inbound  *
           MOVE FUNCTION TRIM(INB-TRANS-ID) TO TRANS-ID.
           MOVE 'REGIONAL' TO TRANS-USER-ID.
           MOVE INB-DESCRIPTION TO TRANS-DESCRIPTION.
           MOVE WS-LOAD-BASE-AMOUNT TO TRANS-AMOUNT.
           MOVE FUNCTION TRIM(INB-ACCOUNT-NO) TO TRANS-ACCOUNT-NO.
           MOVE FUNCTION TRIM(INB-CATEGORY-CODE) TO
               TRANS-CATEGORY-CODE.
           IF WS-LOAD-BASE-AMOUNT > WS-APPROVAL-THRESHOLD OR
               WS-LOAD-BASE-AMOUNT < (0 - WS-APPROVAL-THRESHOLD)
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
           MOVE FUNCTION TRIM(INB-PAYEE-ID) TO TRANS-PAYEE-ID.
           MOVE 0 TO TRANS-PAY-RUN-NO TRANS-PAID-DATE.
           MOVE WS-LOAD-CURRENCY TO TRANS-CURRENCY.
           MOVE INB-AMOUNT TO TRANS-ORIG-AMOUNT.
           MOVE WS-LOAD-FX-RATE TO TRANS-FX-RATE.
           MOVE WS-LOAD-TAX-CODE TO TRANS-TAX-CODE.
           MOVE WS-LOAD-TAX-RATE TO TRANS-TAX-RATE.
           MOVE WS-LOAD-NET-AMOUNT TO TRANS-NET-AMOUNT.
           MOVE WS-LOAD-TAX-AMOUNT TO TRANS-TAX-AMOUNT.
           MOVE 0 TO TRANS-GL-SENT-TAX.
           MOVE WS-LOAD-BRANCH TO TRANS-BRANCH-CODE.
           MOVE WS-FILE-SEQ-NO TO TRANS-INB-SEQ-NO.
           MOVE 'N' TO TRANS-ACCRUAL-FLAG.
           MOVE SPACES TO TRANS-ACCRUAL-LINK.

           WRITE CICA-TRANS-RECORD
               INVALID KEY
                   PERFORM 2300-WRITE-REJECT
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'A' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           PERFORM 8600-POST-CATG-CHANGE.
           ADD 1 TO WS-COUNT-LOADED.
           IF TRANS-IS-PENDING
               ADD 1 TO WS-COUNT-PENDING
           WRITE INERR-RECORD.
           ADD 1 TO WS-COUNT-REJECTED.

      * The reference names the detail by file sequence and position,
      * with its TRANS-ID and reason, so a corrected file resent under
      * the same sequence raises its own rejects afresh.
           MOVE 'INRJ' TO WS-EXQ-TYPE.
           MOVE SPACES TO WS-EXQ-REF WS-EXQ-BRANCH WS-EXQ-DESC.
           STRING WS-FILE-SEQ-NO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DETAIL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INB-TRANS-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-EXQ-REF
           END-STRING.
           STRING "Inbound reject " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SPACE
               " on " DELIMITED BY SIZE
               INB-TRANS-ID DELIMITED BY SPACE
               " account " DELIMITED BY SIZE
               INB-ACCOUNT-NO DELIMITED BY SIZE
               INTO WS-EXQ-DESC
           END-STRING.
           PERFORM 8700-RAISE-EXCEPTION.

       2400-CHECK-CATEGORY-BUDGET.
      ******************************************************************
      * The Data Entry A budget check, applied to one inbound detail: *
           IF WS-BUDG-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUDG-PTD(WS-BUDG-HIT-SUB) + WS-LOAD-BASE-AMOUNT >
               WS-BUDG-LIMIT(WS-BUDG-HIT-SUB)
               IF WS-BUDG-HARD(WS-BUDG-HIT-SUB) = 'Y'
                   MOVE 'BUDG' TO WS-REJECT-REASON
               STOP RUN
           END-IF.

      * The payee master is optional - without it only details that
      * name no payee can load.
           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PAYEE-OPEN
           END-IF.

      * So are the exchange rates - without them only details in the
      * base currency can load.
           OPEN INPUT FXRATE-FILE.
           IF WS-FXRATE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FXRATE-OPEN
           END-IF.

      * And the tax codes - without them only details with no tax code
      * and a category with no default can load.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TAX-OPEN
           END-IF.

           IF WS-RESUMING = 'Y'
               OPEN EXTEND INERR-FILE
               IF WS-INERR-FILE-STATUS = '35'
               MOVE 0 TO WS-CHKP-COMMITTED
           END-IF.

      * The category-period totals are posted as entries load; until
      * CATGVFY has first built them there is nothing to post to.
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTOT-OPEN
           END-IF.

           PERFORM 8750-OPEN-EXCEPTION-QUEUE.

           PERFORM 2750-LOAD-BUDGETS.

       2750-LOAD-BUDGETS.
      ******************************************************************
      * Loads the current period's category budgets and primes each   *
      * one's period-to-date ACTIVE total from the category-period    *
      * totals, summed over the category's branches - or, before the  *
      * totals exist, with one sweep of the transaction file. No      *
      * budget file means no budget checks.                            *
      ******************************************************************
           COMPUTE WS-TODAY-PERIOD = WS-BUSINESS-DATE / 100.
           OPEN INPUT BUDG-FILE.
           PERFORM 2760-LOAD-ONE-BUDGET UNTIL WS-BUDG-EOF = 'Y'.
           CLOSE BUDG-FILE.

           IF WS-BUDG-MAX > 0 AND WS-CPTOT-OPEN = 'Y'
               PERFORM 2780-PRIME-ONE-PTD-TOTAL
                   VARYING WS-BUDG-SUB FROM 1 BY 1
                   UNTIL WS-BUDG-SUB > WS-BUDG-MAX
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUDG-MAX > 0
               MOVE 'N' TO WS-BUDG-TRANS-EOF
               PERFORM 2770-PRIME-ONE-PTD-TRANS
               END-IF
           END-IF.

       2780-PRIME-ONE-PTD-TOTAL.
           MOVE WS-BUDG-CATG(WS-BUDG-SUB) TO CPT-CATG-CODE.
           MOVE WS-TODAY-PERIOD TO CPT-PERIOD.
           MOVE LOW-VALUES TO CPT-BRANCH.
           MOVE 'N' TO WS-BUDG-TRANS-EOF.
           START CPTOT-FILE KEY IS NOT LESS THAN CPT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BUDG-TRANS-EOF
           END-START.
           PERFORM 2790-ADD-ONE-BRANCH-PTD
               UNTIL WS-BUDG-TRANS-EOF = 'Y'.

       2790-ADD-ONE-BRANCH-PTD.
           READ CPTOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUDG-TRANS-EOF
           END-READ.
           IF WS-BUDG-TRANS-EOF = 'N'
               IF CPT-CATG-CODE = WS-BUDG-CATG(WS-BUDG-SUB) AND
                   CPT-PERIOD = WS-TODAY-PERIOD
                   ADD CPT-ACTIVE-AMOUNT TO WS-BUDG-PTD(WS-BUDG-SUB)
               ELSE
                   MOVE 'Y' TO WS-BUDG-TRANS-EOF
               END-IF
           END-IF.

       3000-LOAD-ONE-RECORD.
           READ INBOUND-FILE
               AT END

       3500-FINISH-THE-LOAD.
      ******************************************************************
      * The whole file is committed - advance the inbound sequence,   *
      * clear the checkpoint so the next file starts clean, and log   *
      * the file's trailer figures for a later TRANBACK back-out.     *
      ******************************************************************
           OPEN OUTPUT INSEQ-FILE.
           MOVE WS-FILE-SEQ-NO TO INSEQ-LAST-SEQ-NO.
           WRITE INCHKP-RECORD.
           CLOSE INCHKP-FILE.

           OPEN EXTEND INLOG-FILE.
           IF WS-INLOG-FILE-STATUS = '35'
               OPEN OUTPUT INLOG-FILE
           END-IF.
           MOVE SPACES TO INLOG-RECORD.
           MOVE WS-FILE-SEQ-NO TO ILG-SEQ-NO.
           MOVE WS-FILE-DATE TO ILG-FILE-DATE.
           MOVE WS-BUSINESS-DATE TO ILG-LOAD-DATE.
           MOVE WS-TRL-REC-COUNT TO ILG-REC-COUNT.
           MOVE WS-TRL-HASH-TOTAL TO ILG-HASH-TOTAL.
           SET ILG-IS-LOADED TO TRUE.
           WRITE INLOG-RECORD.
           CLOSE INLOG-FILE.

       4000-PRINT-SUMMARY.
           MOVE "CICA INBOUND TRANSACTION LOAD SUMMARY" TO
               REPORT-LINE.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-EXCEPTIONS TO WS-EDIT-COUNT.
           STRING "Exception queue items raised............. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
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
           MOVE "TRANLOAD" TO JNL-PROGRAM.
           MOVE "TRANLOAD" TO JNL-USER-ID.
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
                   MOVE "TRANLOAD" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE.
           MOVE "TRANLOAD" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD.

       8700-RAISE-EXCEPTION.
      ******************************************************************
      * Raises one item on the exception queue from WS-EXQ-RAISE,    *
      * OPEN and unowned for a supervisor to assign. An item already *
      * on file under the same type and reference - the same reject  *
      * met again on a rerun - is left as it stands.                  *
      ******************************************************************
           IF WS-EXCQ-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXCQ-RECORD.
           MOVE WS-EXQ-TYPE TO EXQ-TYPE.
           MOVE WS-EXQ-REF TO EXQ-SOURCE-REF.
           MOVE WS-EXQ-BRANCH TO EXQ-BRANCH.
           MOVE WS-EXQ-DESC TO EXQ-DESCRIPTION.
           MOVE WS-CURRENT-DATE TO EXQ-RAISED-DATE.
           MOVE 'TRANLOAD' TO EXQ-RAISED-BY.
           MOVE 'OPEN' TO EXQ-STATUS.
           MOVE 0 TO EXQ-ASSIGNED-DATE EXQ-RESOLVED-DATE.
           WRITE EXCQ-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-EXCEPTIONS
           END-WRITE.

       8750-OPEN-EXCEPTION-QUEUE.
      * The queue file is created on first use.
           OPEN I-O EXCQ-FILE.
           IF WS-EXCQ-FILE-STATUS = '35'
               OPEN OUTPUT EXCQ-FILE
               CLOSE EXCQ-FILE
               OPEN I-O EXCQ-FILE
           END-IF.
           IF WS-EXCQ-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EXCQ-OPEN
           END-IF.

       9000-CLOSE-FILES.
           CLOSE INBOUND-FILE.
           CLOSE INERR-FILE.
           CLOSE TRANS-FILE.
           CLOSE ACCT-FILE.
           CLOSE CATG-FILE.
           IF WS-PAYEE-OPEN = 'Y'
               CLOSE PAYEE-FILE
           END-IF.
           IF WS-FXRATE-OPEN = 'Y'
               CLOSE FXRATE-FILE
           END-IF.
           IF WS-TAX-OPEN = 'Y'
               CLOSE TAX-FILE
           END-IF.
           IF WS-CPTOT-OPEN = 'Y'
               CLOSE CPTOT-FILE
           END-IF.
           IF WS-EXCQ-OPEN = 'Y'
               CLOSE EXCQ-FILE
           END-IF.
           CLOSE REPORT-FILE.
