       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRUN.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: PAYRUN.CBL                                            *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Supplier payment run. Collects every approved     *
      *              payment not yet paid - an ACTIVE entry in        *
      *              CICA-TRANS.dat naming a payee, with a negative   *
      *              amount and no payment run number - and writes    *
      *              it to a bank payment instruction file            *
      *              PAYINST.nnnnnn.dat, named by the run number from *
      *              CICA-PAYSEQ.dat and bracketed by a header record *
      *              (run date, run number) and a trailer record      *
      *              (payment count, total paid) so the bank can      *
      *              prove it got a complete file. Each entry is      *
      *              stamped with the run number and paid date as it  *
      *              is written, so nothing is paid twice. A payment  *
      *              whose payee is missing or SUSPENDED is held, not *
      *              paid, and listed for follow-up. The payment      *
      *              register for the run is written to PAYRUN.out.   *
      *              A SYSIN control card                             *
      *                REPRINT <run-no>                               *
      *              (columns 1-7, 9-14) reprints that run's register *
      *              from the stamped entries without paying anything.*
      * MODIFICATION HISTORY:                                          *
      *   Payments are made in the currency of the account they were *
      *   keyed against: each D record now carries a currency code    *
      *   and the original amount (TRANS-ORIG-AMOUNT), and the       *
      *   register shows both. The trailer total stays the plain sum *
      *   of the D amounts; the summary adds the base-currency value *
      *   of the payments sent and held.                              *
      *   Each payment marked paid is also written as an after-image   *
      *   to the forward-recovery journal CICA-TRJNL.dat, for FILEBKUP *
      *   ROLLFWD to reapply.                                          *
      *   Reprint is asked for by a REPRINT keyword card, so a number  *
      *   another step's card carries in columns 1-6 of the shared     *
      *   SYSIN can no longer turn the run into a reprint. A REPRINT   *
      *   card without a valid run number pays nothing and ends with   *
      *   RETURN-CODE 8. Each payment is now stamped paid before its   *
      *   instruction is written: a stamp that does not take leaves    *
      *   the payment off the bank file, is listed NOT STAMPED and     *
      *   fails the run (RETURN-CODE 8). An instruction file that      *
      *   cannot be opened stops the run before anything is stamped.   *
      *   A run number that cannot be committed to CICA-PAYSEQ.dat, or *
      *   a header that cannot be written, stops the run the same way, *
      *   so an earlier run's instruction file is never reused. A      *
      *   stamped payment whose instruction cannot be written is       *
      *   listed PAID - INSTRUCTION NOT WRITTEN for reset, as is a     *
      *   trailer that cannot be written; either fails the run.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO 'CICA-TRANS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT PAYEE-FILE ASSIGN TO 'CICA-PAYEE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYEE-ID
               FILE STATUS IS WS-PAYEE-FILE-STATUS.

           SELECT PAYSEQ-FILE ASSIGN TO 'CICA-PAYSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSEQ-FILE-STATUS.

           SELECT PAYINST-FILE ASSIGN TO WS-PAYINST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYINST-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'PAYRUN.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD.
           05  SYS-KEYWORD             PIC X(7).
           05  FILLER                  PIC X(1).
           05  SYS-RUN-NO              PIC X(6).
           05  FILLER                  PIC X(66).

       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  PAYEE-FILE.
       COPY PAYEEREC.

       FD  PAYSEQ-FILE.
       01  PAYSEQ-RECORD.
           05  PAYSEQ-LAST-RUN-NO      PIC 9(6).

       FD  PAYINST-FILE.
       01  PAYINST-RECORD              PIC X(80).

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TRJNL-FILE.
       COPY TRJNLREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYEE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYSEQ-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PAYSEQ-WRITE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYINST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-PAYINST-FILE-NAME        PIC X(40).
       01  WS-TODAY                    PIC 9(8).
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-RUN-NO                   PIC 9(6) VALUE 0.
       01  WS-REPRINT-RUN-NO           PIC 9(6) VALUE 0.
       01  WS-REPRINT-ASKED            PIC X(1) VALUE 'N'.
       01  WS-SYSIN-EOF                PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-PAYEE-OPEN               PIC X(1) VALUE 'N'.
       01  WS-HOLD-REASON              PIC X(20).
       01  WS-PAY-AMOUNT               PIC 9(9)V99.
       01  WS-PAY-CURRENCY             PIC X(3).
       01  WS-BASE-CURRENCY            PIC X(3) VALUE 'GBP'.

       01  WS-PAYRUN-COUNTERS.
           05  WS-COUNT-PAID           PIC 9(7) VALUE 0.
           05  WS-COUNT-HELD           PIC 9(7) VALUE 0.
           05  WS-COUNT-NOT-STAMPED    PIC 9(7) VALUE 0.
           05  WS-COUNT-NOT-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-TOTAL-PAID           PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-HELD           PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-PAID-BASE      PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-HELD-BASE      PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------*
      * Bank payment instruction layouts. Record type in column 1: H  *
      * header, D payment, T trailer. Amounts are the sums to be paid *
      * out, so they are carried positive, in the currency named on   *
      * the record; the trailer total is the sum of the D amounts.    *
      *----------------------------------------------------------------*
       01  WS-PAY-HEADER.
           05  FILLER                  PIC X(1) VALUE 'H'.
           05  WS-PHD-RUN-DATE         PIC 9(8).
           05  WS-PHD-RUN-NO           PIC 9(6).

       01  WS-PAY-DETAIL.
           05  FILLER                  PIC X(1) VALUE 'D'.
           05  WS-PDT-TRANS-ID         PIC X(10).
           05  WS-PDT-PAYEE-ID         PIC X(8).
           05  WS-PDT-SORT-CODE        PIC X(6).
           05  WS-PDT-BANK-ACCOUNT     PIC X(8).
           05  WS-PDT-PAYEE-NAME       PIC X(30).
           05  WS-PDT-AMOUNT           PIC 9(9)V99.
           05  WS-PDT-CURRENCY         PIC X(3).

       01  WS-PAY-TRAILER.
           05  FILLER                  PIC X(1) VALUE 'T'.
           05  WS-PTR-PAY-COUNT        PIC 9(7).
           05  WS-PTR-PAY-TOTAL        PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.

      *----------------------------------------------------------------*
      * Payment register lines.                                        *
      *----------------------------------------------------------------*
       01  WS-REG-DETAIL.
           05  WS-REG-TRANS-ID         PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REG-PAYEE-ID         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REG-PAYEE-NAME       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REG-ACCOUNT-NO       PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REG-CURRENCY         PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REG-NOTE             PIC X(11).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-DETAIL            PIC X(80).

       01  WS-JNL-ACTION               PIC X(1).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           IF WS-REPRINT-RUN-NO > 0
               PERFORM 6000-REPRINT-REGISTER
           ELSE
               PERFORM 2000-START-RUN
               PERFORM 3000-PAY-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'
               PERFORM 4000-WRITE-TRAILER
               PERFORM 5000-PRINT-SUMMARY
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
      ******************************************************************
      * Reads the optional REPRINT card from SYSIN and opens          *
      * the transaction and payee files. The payee file is required   *
      * for a paying run - without it no payment can be resolved to  *
      * a bank account.                                               *
      ******************************************************************
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-BASE-CURRENCY
               END-READ
               IF PARM-BASE-CURRENCY NOT = SPACES
                   MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
               END-IF
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = '00'
               PERFORM 1100-READ-ONE-CONTROL-CARD
                   UNTIL WS-SYSIN-EOF = 'Y'
               CLOSE SYSIN-FILE
           END-IF.
           IF WS-REPRINT-ASKED = 'Y' AND WS-REPRINT-RUN-NO = 0
               MOVE "REPRINT card needs a run number in columns 9-14 "
                   & "- no payments made." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The file is opened for update because each payment is stamped
      * with the run number as it is written to the bank file.
           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "CICA-TRANS.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PAYEE-OPEN
           ELSE
               IF WS-REPRINT-RUN-NO = 0
                   MOVE "CICA-PAYEE.dat could not be opened - no "
                       & "payments made." TO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE TRANS-FILE
                   CLOSE REPORT-FILE
                   STOP RUN
               END-IF
           END-IF.

       1100-READ-ONE-CONTROL-CARD.
      ******************************************************************
      * SYSIN is shared with the other steps' cards; only a REPRINT   *
      * card is taken. A run number that is not numeric or is zero    *
      * leaves the request unanswered and is refused by the caller.   *
      ******************************************************************
           READ SYSIN-FILE
               AT END
                   MOVE 'Y' TO WS-SYSIN-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF SYS-KEYWORD = 'REPRINT'
               MOVE 'Y' TO WS-REPRINT-ASKED
               IF SYS-RUN-NO IS NUMERIC
                   MOVE SYS-RUN-NO TO WS-REPRINT-RUN-NO
               ELSE
                   MOVE 0 TO WS-REPRINT-RUN-NO
               END-IF
           END-IF.

       2000-START-RUN.
      ******************************************************************
      * Takes the next run number and records it at once, so a run    *
      * that fails part-way can never have its number reused for a    *
      * second instruction file. Builds the run-numbered instruction  *
      * file name and writes the header record. A run number that     *
      * cannot be committed, or an instruction file that cannot be    *
      * opened or headed, stops the run before any payment is         *
      * stamped.                                                       *
      ******************************************************************
           OPEN INPUT PAYSEQ-FILE.
           IF WS-PAYSEQ-FILE-STATUS = '00'
               READ PAYSEQ-FILE
                   AT END
                       MOVE 0 TO PAYSEQ-LAST-RUN-NO
               END-READ
               MOVE PAYSEQ-LAST-RUN-NO TO WS-RUN-NO
               CLOSE PAYSEQ-FILE
           END-IF.
           ADD 1 TO WS-RUN-NO.

           OPEN OUTPUT PAYSEQ-FILE.
           IF WS-PAYSEQ-FILE-STATUS = '00'
               MOVE WS-RUN-NO TO PAYSEQ-LAST-RUN-NO
               WRITE PAYSEQ-RECORD
               MOVE WS-PAYSEQ-FILE-STATUS TO WS-PAYSEQ-WRITE-STATUS
               CLOSE PAYSEQ-FILE
           ELSE
               MOVE WS-PAYSEQ-FILE-STATUS TO WS-PAYSEQ-WRITE-STATUS
           END-IF.
           IF WS-PAYSEQ-WRITE-STATUS <> '00'
               MOVE "CICA-PAYSEQ.dat could not be written - run "
                   & "number not committed, no payments made." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-PAYINST-FILE-NAME.
           STRING "PAYINST." DELIMITED BY SIZE
               WS-RUN-NO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-PAYINST-FILE-NAME.
           OPEN OUTPUT PAYINST-FILE.
           IF WS-PAYINST-FILE-STATUS <> '00'
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING FUNCTION TRIM(WS-PAYINST-FILE-NAME)
                   DELIMITED BY SIZE
                   " could not be opened - no payments made."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY TO WS-PHD-RUN-DATE.
           MOVE WS-RUN-NO TO WS-PHD-RUN-NO.
           MOVE SPACES TO PAYINST-RECORD.
           MOVE WS-PAY-HEADER TO PAYINST-RECORD.
           WRITE PAYINST-RECORD.
           IF WS-PAYINST-FILE-STATUS <> '00'
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING FUNCTION TRIM(WS-PAYINST-FILE-NAME)
                   DELIMITED BY SIZE
                   " header could not be written - no payments made."
                   DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE PAYINST-FILE
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-PRINT-REGISTER-HEADINGS.

       2100-PRINT-REGISTER-HEADINGS.
           MOVE "CICA PAYMENT REGISTER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-RUN-NO TO WS-EDIT-COUNT.
           STRING "Payment run number....................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPRINT-RUN-NO = 0
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "INSTRUCTION FILE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAYINST-FILE-NAME)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "REPRINT - no payments made by this run." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANS ID   PAYEE    PAYEE NAME           ACCOUNT"
               & "          AMOUNT CUR NOTE" TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PAY-ONE-TRANS.
      ******************************************************************
      * A payment is an ACTIVE entry naming a payee, carrying a       *
      * negative amount and no run number yet. The payee must be on   *
      * file and ACTIVE at the time of the run; otherwise the entry   *
      * is held and listed, and is offered again on the next run.     *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRANS-IS-ACTIVE OR TRANS-PAYEE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-PAY-RUN-NO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRANS-NOT-PAID OR TRANS-AMOUNT NOT < 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3050-GET-PAY-AMOUNT.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE TRANS-PAYEE-ID TO PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE "PAYEE NOT ON FILE" TO WS-HOLD-REASON
           END-READ.
           IF WS-HOLD-REASON = SPACES AND NOT PAYEE-IS-ACTIVE
               MOVE "PAYEE SUSPENDED" TO WS-HOLD-REASON
           END-IF.

           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 3200-HOLD-PAYMENT
           ELSE
               PERFORM 3100-SEND-PAYMENT
           END-IF.

       3050-GET-PAY-AMOUNT.
      * The payee is paid in the account's own currency - the amount
      * as keyed, not its base equivalent. An entry from before the
      * currency fields existed is a base-currency payment.
           IF TRANS-ORIG-AMOUNT IS NUMERIC AND TRANS-ORIG-AMOUNT < 0
               COMPUTE WS-PAY-AMOUNT = 0 - TRANS-ORIG-AMOUNT
           ELSE
               COMPUTE WS-PAY-AMOUNT = 0 - TRANS-AMOUNT
           END-IF.
           IF TRANS-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
           ELSE
               MOVE TRANS-CURRENCY TO WS-PAY-CURRENCY
           END-IF.

       3100-SEND-PAYMENT.
      ******************************************************************
      * The entry is stamped paid first and only then written to the  *
      * bank file. A stamp that does not take leaves the payment off  *
      * the file - it would otherwise be paid again next run - and    *
      * fails the run. So does an instruction that cannot be written  *
      * once the entry is stamped: it is kept out of the trailer and  *
      * listed PAID - INSTRUCTION NOT WRITTEN, to be reset by hand.   *
      ******************************************************************
           MOVE WS-RUN-NO TO TRANS-PAY-RUN-NO.
           MOVE WS-TODAY TO TRANS-PAID-DATE.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               ADD 1 TO WS-COUNT-NOT-STAMPED
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "NOT STAMPED" TO WS-REG-NOTE
               PERFORM 3300-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.

           MOVE TRANS-ID TO WS-PDT-TRANS-ID.
           MOVE PAYEE-ID TO WS-PDT-PAYEE-ID.
           MOVE PAYEE-SORT-CODE TO WS-PDT-SORT-CODE.
           MOVE PAYEE-BANK-ACCOUNT TO WS-PDT-BANK-ACCOUNT.
           MOVE PAYEE-NAME TO WS-PDT-PAYEE-NAME.
           MOVE WS-PAY-AMOUNT TO WS-PDT-AMOUNT.
           MOVE WS-PAY-CURRENCY TO WS-PDT-CURRENCY.
           MOVE SPACES TO PAYINST-RECORD.
           MOVE WS-PAY-DETAIL TO PAYINST-RECORD.
           WRITE PAYINST-RECORD.
           IF WS-PAYINST-FILE-STATUS NOT = '00'
               ADD 1 TO WS-COUNT-NOT-WRITTEN
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "NOT SENT" TO WS-REG-NOTE
               PERFORM 3300-WRITE-REGISTER-LINE
               MOVE "           ^ PAID - INSTRUCTION NOT WRITTEN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-PAID.
           ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID.
           SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-PAID-BASE.

           MOVE SPACES TO WS-REG-NOTE.
           PERFORM 3300-WRITE-REGISTER-LINE.

       3200-HOLD-PAYMENT.
           ADD 1 TO WS-COUNT-HELD.
           ADD WS-PAY-AMOUNT TO WS-TOTAL-HELD.
           SUBTRACT TRANS-AMOUNT FROM WS-TOTAL-HELD-BASE.
           MOVE "HELD" TO WS-REG-NOTE.
           MOVE SPACES TO PAYEE-NAME.
           MOVE WS-HOLD-REASON TO PAYEE-NAME.
           PERFORM 3300-WRITE-REGISTER-LINE.

       3300-WRITE-REGISTER-LINE.
           MOVE TRANS-ID TO WS-REG-TRANS-ID.
           MOVE TRANS-PAYEE-ID TO WS-REG-PAYEE-ID.
           MOVE PAYEE-NAME TO WS-REG-PAYEE-NAME.
           MOVE TRANS-ACCOUNT-NO TO WS-REG-ACCOUNT-NO.
           MOVE WS-PAY-AMOUNT TO WS-REG-AMOUNT.
           MOVE WS-PAY-CURRENCY TO WS-REG-CURRENCY.
           MOVE WS-REG-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-WRITE-TRAILER.
           MOVE WS-COUNT-PAID TO WS-PTR-PAY-COUNT.
           MOVE WS-TOTAL-PAID TO WS-PTR-PAY-TOTAL.
           MOVE SPACES TO PAYINST-RECORD.
           MOVE WS-PAY-TRAILER TO PAYINST-RECORD.
           WRITE PAYINST-RECORD.
           IF WS-PAYINST-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "*** TRAILER NOT WRITTEN - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PAYINST-FILE-NAME)
                   DELIMITED BY SIZE
                   " INCOMPLETE ***" DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE PAYINST-FILE.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-PAID TO WS-EDIT-COUNT.
           STRING "Payments sent to the bank................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-PAID TO WS-EDIT-AMOUNT.
           STRING "Total paid (trailer total)..... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-PAID-BASE TO WS-EDIT-AMOUNT.
           STRING "Total paid in base currency.... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-HELD TO WS-EDIT-COUNT.
           STRING "Payments held (payee missing/suspended).. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-HELD TO WS-EDIT-AMOUNT.
           STRING "Total held..................... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-HELD-BASE TO WS-EDIT-AMOUNT.
           STRING "Total held in base currency.... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-COUNT-NOT-STAMPED > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-COUNT-NOT-STAMPED TO WS-EDIT-COUNT
               STRING "Payments not stamped - not sent.......... "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** PAYMENTS COULD NOT BE STAMPED PAID - "
                   & "CHECK CICA-TRANS.dat AND RERUN ***" TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-COUNT-NOT-WRITTEN > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-COUNT-NOT-WRITTEN TO WS-EDIT-COUNT
               STRING "Paid - instruction not written........... "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** PAYMENTS MARKED PAID BUT NOT SENT - RESET "
                   & "THEM BEFORE THE NEXT RUN ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6000-REPRINT-REGISTER.
      ******************************************************************
      * Reprints the register of an earlier run from the run number   *
      * stamped on each entry it paid. Nothing is written to the bank *
      * file and no entry is touched.                                 *
      ******************************************************************
           MOVE WS-REPRINT-RUN-NO TO WS-RUN-NO.
           PERFORM 2100-PRINT-REGISTER-HEADINGS.
           PERFORM 6100-REPRINT-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-PAID TO WS-EDIT-COUNT.
           STRING "Payments paid by this run................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-PAID TO WS-EDIT-AMOUNT.
           STRING "Total paid..................... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       6100-REPRINT-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-PAY-RUN-NO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-PAY-RUN-NO NOT = WS-REPRINT-RUN-NO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3050-GET-PAY-AMOUNT.
           MOVE SPACES TO PAYEE-NAME.
           IF WS-PAYEE-OPEN = 'Y'
               MOVE TRANS-PAYEE-ID TO PAYEE-ID
               READ PAYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO PAYEE-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-REG-NOTE.
           IF NOT TRANS-IS-ACTIVE
               MOVE TRANS-STATUS TO WS-REG-NOTE
           END-IF.
           ADD 1 TO WS-COUNT-PAID.
           ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID.
           PERFORM 3300-WRITE-REGISTER-LINE.

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
           MOVE "PAYRUN" TO JNL-PROGRAM.
           MOVE "PAYRUN" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       9000-CLOSE-FILES.
           CLOSE TRANS-FILE.
           IF WS-PAYEE-OPEN = 'Y'
               CLOSE PAYEE-FILE
           END-IF.
           CLOSE REPORT-FILE.
