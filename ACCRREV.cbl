       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRREV.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: ACCRREV.CBL                                           *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Automatic reversal of month-end accruals. Sweeps *
      *              CICA-TRANS.dat for entries flagged as accruals   *
      *              on Data Entry A (TRANS-ACCRUAL-FLAG, see         *
      *              CICATRAN) and, once the business date from       *
      *              CICA-BUSDATE.dat has moved past the accrual's    *
      *              period, generates its reversal dated with the    *
      *              business date - the new period's first business  *
      *              day when the run follows the close that rolled   *
      *              the date. Runs nightly from NIGHTRUN and again   *
      *              from PERCLOSE when a period is closed.           *
      *              The reversal is the accrual with every amount    *
      *              negated - base, original currency at the         *
      *              accrual's own booking rate, net and tax - so     *
      *              the pair nets to zero exactly. It carries        *
      *              transaction ID V+sequence from CICA-AVSEQ.dat    *
      *              and entry user ACCRUREV, and passes the same     *
      *              edits as a TMPLGEN entry: the account must be    *
      *              open, the category active, the tax code live,    *
      *              the business date's period not closed, and       *
      *              amounts over the approval threshold from         *
      *              CICA-PARMS.dat are held PENDING. The accrual's   *
      *              TRANS-ACCRUAL-LINK is set to the reversal before *
      *              the reversal is written, so an accrual is never  *
      *              reversed twice; an accrual linked to a reversal  *
      *              that never reached the file is reversed again    *
      *              under the same ID. An accrual whose reversal     *
      *              fails its edits is reported and left, so it      *
      *              alerts again every night until fixed. The        *
      *              report ACCRREV.out lists the reversals made and  *
      *              every accrual still outstanding - awaiting the   *
      *              period end or approval (its own or its           *
      *              reversal's), failing its edits, or with its      *
      *              reversal rejected or cancelled.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CATG-FILE ASSIGN TO 'CICA-CATG.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATG-CODE
               FILE STATUS IS WS-CATG-FILE-STATUS.

           SELECT PERCTL-FILE ASSIGN TO 'CICA-PERCTL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD
               FILE STATUS IS WS-PERCTL-FILE-STATUS.

           SELECT AVSEQ-FILE ASSIGN TO 'CICA-AVSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVSEQ-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO 'CICA-BUSDATE.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO 'CICA-TAX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ACCRREV.out'
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
       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  CATG-FILE.
       COPY CATGREC.

       FD  PERCTL-FILE.
       COPY PERCTLRC.

       FD  AVSEQ-FILE.
       01  AVSEQ-RECORD.
           05  AVSEQ-LAST-SEQ-NO       PIC 9(9).

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  BUSDATE-FILE.
       COPY BUSDREC.

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

       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CATG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-AVSEQ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAX-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  WS-CURRENT-TIME         PIC 9(6).
           05  FILLER                  PIC X(9).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-BUSINESS-PERIOD          PIC 9(6).
       01  WS-BUSD-CLOSING             PIC X(1) VALUE 'N'.
       01  WS-TODAY-PERIOD-CLOSED      PIC X(1) VALUE 'N'.

       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-REV-SEQ-NO               PIC 9(9) VALUE 0.
       01  WS-SWEEP-KEY                PIC X(10).

      *----------------------------------------------------------------*
      * The accrual being looked at, saved from the record area so    *
      * the keyed reads and writes made for it do not lose it.        *
      *----------------------------------------------------------------*
       01  WS-ACR-AREA.
           05  WS-ACR-ID               PIC X(10).
           05  WS-ACR-DATE             PIC 9(8).
           05  WS-ACR-PERIOD           PIC 9(6).
           05  WS-ACR-DESCRIPTION      PIC X(30).
           05  WS-ACR-AMOUNT           PIC S9(9)V99.
           05  WS-ACR-ACCOUNT          PIC X(8).
           05  WS-ACR-CATEGORY         PIC X(4).
           05  WS-ACR-CURRENCY         PIC X(3).
           05  WS-ACR-ORIG-AMOUNT      PIC S9(9)V99.
           05  WS-ACR-FX-RATE          PIC 9(5)V9(6).
           05  WS-ACR-TAX-CODE         PIC X(4).
           05  WS-ACR-TAX-RATE         PIC 9(2)V9(3).
           05  WS-ACR-NET-AMOUNT       PIC S9(9)V99.
           05  WS-ACR-TAX-AMOUNT       PIC S9(9)V99.
           05  WS-ACR-LINK             PIC X(10).

      *----------------------------------------------------------------*
      * The reversal being generated. WS-REV-NEW-ID is 'N' when the   *
      * accrual already names a reversal that never reached the file  *
      * and it is being written again under that ID.                  *
      *----------------------------------------------------------------*
       01  WS-REV-AREA.
           05  WS-REV-ID               PIC X(10).
           05  WS-REV-NEW-ID           PIC X(1).
           05  WS-REV-FAILED           PIC X(1).
           05  WS-REV-FOUND            PIC X(1).
           05  WS-REV-BRANCH           PIC X(4).

       01  WS-COUNTERS.
           05  WS-COUNT-ACCRUALS       PIC 9(5) VALUE 0.
           05  WS-COUNT-REVERSED       PIC 9(5) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(5) VALUE 0.
           05  WS-COUNT-AWAITING       PIC 9(5) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(5) VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-DETAIL            PIC X(80).
       01  WS-LINE-STATE               PIC X(8).
       01  WS-LINE-TEXT                PIC X(26).
       01  WS-FAIL-REASON              PIC X(26).

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
       01  WS-TAX-OPEN                 PIC X(1) VALUE 'N'.
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
           PERFORM 2000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 5000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA ACCRUAL REVERSAL AND OUTSTANDING ACCRUALS" TO
               REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1100-LOAD-SITE-PARAMS.
           PERFORM 1150-GET-BUSINESS-DATE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-BUSD-CLOSING = 'Y'
               MOVE "Business day is closing - reversals refused "
                   & "until the close completes." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CHECK-TODAY-PERIOD.
           IF WS-TODAY-PERIOD-CLOSED = 'Y'
               MOVE "Business date's period is closed - reversals "
                   & "halted." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "No transaction file - nothing to reverse." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

      * Every reversal is edited against its account and category,
      * so there is no running on without either file.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS <> '00'
               MOVE "CICA-ACCT.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATG-FILE.
           IF WS-CATG-FILE-STATUS <> '00'
               MOVE "CICA-CATG.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE TRANS-FILE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TAX-OPEN
           END-IF.
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTOT-OPEN
           END-IF.

           OPEN INPUT AVSEQ-FILE.
           IF WS-AVSEQ-FILE-STATUS = '00'
               READ AVSEQ-FILE
                   AT END
                       MOVE 0 TO AVSEQ-LAST-SEQ-NO
               END-READ
               MOVE AVSEQ-LAST-SEQ-NO TO WS-REV-SEQ-NO
               CLOSE AVSEQ-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "ACCRUAL" TO WS-REPORT-DETAIL(1:7).
           MOVE "DATE" TO WS-REPORT-DETAIL(12:4).
           MOVE "ACCOUNT" TO WS-REPORT-DETAIL(21:7).
           MOVE "AMOUNT" TO WS-REPORT-DETAIL(39:6).
           MOVE "STATE" TO WS-REPORT-DETAIL(46:5).
           MOVE "REVERSAL / REASON" TO WS-REPORT-DETAIL(55:17).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       1100-LOAD-SITE-PARAMS.
      ******************************************************************
      * Picks up the live approval threshold from CICA-PARMS.dat so   *
      * reversals are held to the same limit as keyed entries.       *
      * Missing file or zero field keeps the compiled-in default.     *
      ******************************************************************
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ PARM-FILE
               AT END
                   CLOSE PARM-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PARM-FILE.
           IF PARM-APPROVAL-THRESHOLD > 0
               MOVE PARM-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
           END-IF.

       1150-GET-BUSINESS-DATE.
      ******************************************************************
      * Reversals are dated with the business day from                *
      * CICA-BUSDATE.dat, the same as a keyed entry; no control file  *
      * falls back to the calendar date.                               *
      ******************************************************************
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSD-CLOSING.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       MOVE 0 TO BUSD-CURRENT-DATE
                       MOVE 'OPEN' TO BUSD-STATUS
               END-READ
               CLOSE BUSDATE-FILE
               IF BUSD-CURRENT-DATE IS NUMERIC AND
                   BUSD-CURRENT-DATE > 0
                   MOVE BUSD-CURRENT-DATE TO WS-BUSINESS-DATE
               END-IF
               IF BUSD-IS-CLOSING
                   MOVE 'Y' TO WS-BUSD-CLOSING
               END-IF
           END-IF.
           COMPUTE WS-BUSINESS-PERIOD = WS-BUSINESS-DATE / 100.

       1200-CHECK-TODAY-PERIOD.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-PERIOD TO PCTL-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PCTL-IS-CLOSED
                       MOVE 'Y' TO WS-TODAY-PERIOD-CLOSED
                   END-IF
           END-READ.
           CLOSE PERCTL-FILE.

       2000-SWEEP-ONE-TRANS.
      ******************************************************************
      * One pass over the transaction file. An accrual is due once    *
      * the business date has left its period and it has been        *
      * approved; cancelled and rejected accruals were never booked   *
      * and are passed over. Generating a reversal reads and writes   *
      * the file by key, so the sweep is put back just past the       *
      * accrual before it carries on.                                  *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRANS-IS-ACCRUAL OR TRANS-IS-CANCELLED OR
               TRANS-IS-REJECTED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-ACCRUALS.
           PERFORM 2100-SAVE-ACCRUAL.
           MOVE TRANS-ID TO WS-SWEEP-KEY.

           IF WS-ACR-LINK NOT = SPACES
               PERFORM 2200-CHECK-REVERSAL-ON-FILE
               IF WS-REV-FOUND = 'N'
                   MOVE WS-ACR-LINK TO WS-REV-ID
                   MOVE 'N' TO WS-REV-NEW-ID
                   PERFORM 3000-GENERATE-REVERSAL
               ELSE
                   PERFORM 2250-REPORT-LINKED-REVERSAL
               END-IF
               PERFORM 2900-REPOSITION-SWEEP
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACR-PERIOD >= WS-BUSINESS-PERIOD
               MOVE "period not yet ended" TO WS-LINE-TEXT
               PERFORM 2300-REPORT-AWAITING
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-IS-PENDING OR TRANS-IS-HELD
               MOVE "accrual not yet approved" TO WS-LINE-TEXT
               PERFORM 2300-REPORT-AWAITING
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-REV-NEW-ID.
           PERFORM 3000-GENERATE-REVERSAL.
           PERFORM 2900-REPOSITION-SWEEP.

       2100-SAVE-ACCRUAL.
           MOVE TRANS-ID TO WS-ACR-ID.
           MOVE TRANS-DATE TO WS-ACR-DATE.
           COMPUTE WS-ACR-PERIOD = TRANS-DATE / 100.
           MOVE TRANS-DESCRIPTION TO WS-ACR-DESCRIPTION.
           MOVE TRANS-AMOUNT TO WS-ACR-AMOUNT.
           MOVE TRANS-ACCOUNT-NO TO WS-ACR-ACCOUNT.
           MOVE TRANS-CATEGORY-CODE TO WS-ACR-CATEGORY.
           MOVE TRANS-CURRENCY TO WS-ACR-CURRENCY.
           MOVE TRANS-ORIG-AMOUNT TO WS-ACR-ORIG-AMOUNT.
           MOVE TRANS-FX-RATE TO WS-ACR-FX-RATE.
           MOVE TRANS-TAX-CODE TO WS-ACR-TAX-CODE.
           MOVE TRANS-TAX-RATE TO WS-ACR-TAX-RATE.
           MOVE TRANS-NET-AMOUNT TO WS-ACR-NET-AMOUNT.
           MOVE TRANS-TAX-AMOUNT TO WS-ACR-TAX-AMOUNT.
           MOVE TRANS-ACCRUAL-LINK TO WS-ACR-LINK.

       2200-CHECK-REVERSAL-ON-FILE.
      * An accrual and its reversal leave the live file together or
      * the accrual first (TRANARCH takes the older period first), so
      * a linked accrual still on file whose reversal is not means
      * the reversal was never written.
           MOVE 'Y' TO WS-REV-FOUND.
           MOVE WS-ACR-LINK TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REV-FOUND
           END-READ.

       2250-REPORT-LINKED-REVERSAL.
      ******************************************************************
      * The reversal just read is on file. ACTIVE, it has done its    *
      * work. Still PENDING or HELD, the accrual is awaiting its      *
      * reversal's approval. REJECTED or CANCELLED, the reversal was  *
      * turned down and the accrual stands unreversed - it is listed  *
      * as failed for someone to book the reversal by hand.           *
      ******************************************************************
           IF TRANS-IS-PENDING OR TRANS-IS-HELD
               MOVE "reversal awaiting approval" TO WS-LINE-TEXT
               PERFORM 2300-REPORT-AWAITING
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-IS-REJECTED OR TRANS-IS-CANCELLED
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED" TO WS-LINE-STATE
               MOVE SPACES TO WS-LINE-TEXT
               STRING "rev " DELIMITED BY SIZE
                   WS-ACR-LINK DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TRANS-STATUS DELIMITED BY SPACE
                   INTO WS-LINE-TEXT
               PERFORM 2800-WRITE-DETAIL-LINE
           END-IF.

       2300-REPORT-AWAITING.
           ADD 1 TO WS-COUNT-AWAITING.
           MOVE "AWAITING" TO WS-LINE-STATE.
           PERFORM 2800-WRITE-DETAIL-LINE.

       2800-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-ACR-ID TO WS-REPORT-DETAIL(1:10).
           MOVE WS-ACR-DATE TO WS-REPORT-DETAIL(12:8).
           MOVE WS-ACR-ACCOUNT TO WS-REPORT-DETAIL(21:8).
           MOVE WS-ACR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(30:15).
           MOVE WS-LINE-STATE TO WS-REPORT-DETAIL(46:8).
           MOVE WS-LINE-TEXT TO WS-REPORT-DETAIL(55:26).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       2900-REPOSITION-SWEEP.
           MOVE WS-SWEEP-KEY TO TRANS-ID.
           START TRANS-FILE KEY IS GREATER THAN TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TRANS-EOF
           END-START.

       3000-GENERATE-REVERSAL.
      ******************************************************************
      * Generates the reversal of the saved accrual. The edits come   *
      * first; one that fails leaves the accrual untouched, to be     *
      * reported and tried again next run. A new reversal ID is      *
      * committed to CICA-AVSEQ.dat and set on the accrual before the *
      * reversal is written, so a run that dies in between reverses  *
      * the accrual again under that same ID rather than twice.       *
      ******************************************************************
           PERFORM 3100-VALIDATE-REVERSAL.
           IF WS-REV-FAILED = 'Y'
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED" TO WS-LINE-STATE
               MOVE WS-FAIL-REASON TO WS-LINE-TEXT
               PERFORM 2800-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.

           IF WS-REV-NEW-ID = 'Y'
               PERFORM 3050-TAKE-REVERSAL-ID
               IF WS-REV-FAILED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3200-LINK-ACCRUAL
               IF WS-REV-FAILED = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 3300-BUILD-REVERSAL.
           WRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-FAILED
                   ADD 1 TO WS-COUNT-FAILED
                   MOVE "Reversal transaction ID collided - "
                       & "sequence file needs review." TO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-REV-NEW-ID = 'Y'
                       PERFORM 3400-UNLINK-ACCRUAL
                   END-IF
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'A' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           PERFORM 8600-POST-CATG-CHANGE.

           ADD 1 TO WS-COUNT-REVERSED.
           MOVE SPACES TO WS-LINE-TEXT.
           IF TRANS-IS-PENDING
               ADD 1 TO WS-COUNT-PENDING
               STRING WS-REV-ID DELIMITED BY SPACE
                   " held PENDING" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
           ELSE
               MOVE WS-REV-ID TO WS-LINE-TEXT
           END-IF.
           MOVE "REVERSED" TO WS-LINE-STATE.
           PERFORM 2800-WRITE-DETAIL-LINE.

       3050-TAKE-REVERSAL-ID.
      * The number is committed before it is used. One that cannot be
      * committed is not used - the accrual is left unlinked and the
      * run fails, since the next run could hand the number out again.
           ADD 1 TO WS-REV-SEQ-NO.
           MOVE SPACES TO WS-REV-ID.
           STRING "V" DELIMITED BY SIZE
               WS-REV-SEQ-NO DELIMITED BY SIZE
               INTO WS-REV-ID.
           OPEN OUTPUT AVSEQ-FILE.
           IF WS-AVSEQ-FILE-STATUS = '00'
               MOVE WS-REV-SEQ-NO TO AVSEQ-LAST-SEQ-NO
               WRITE AVSEQ-RECORD
               IF WS-AVSEQ-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-REV-FAILED
               END-IF
               CLOSE AVSEQ-FILE
           ELSE
               MOVE 'Y' TO WS-REV-FAILED
           END-IF.
           IF WS-REV-FAILED = 'Y'
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "CICA-AVSEQ.dat could not be written - run needs "
                   & "review." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-VALIDATE-REVERSAL.
      ******************************************************************
      * The TMPLGEN edits, applied to the reversal: non-zero amount,  *
      * open account, active category and a live tax code when the   *
      * accrual carries one. No rate lookup is needed - the reversal  *
      * is converted at the accrual's own booking rate.               *
      ******************************************************************
           MOVE 'N' TO WS-REV-FAILED.
           MOVE SPACES TO WS-FAIL-REASON.

           IF WS-ACR-AMOUNT = 0
               MOVE 'Y' TO WS-REV-FAILED
               MOVE "amount is zero" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACR-ACCOUNT TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REV-FAILED
                   MOVE "account unknown" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-IS-CLOSED
               MOVE 'Y' TO WS-REV-FAILED
               MOVE "account is closed" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-BRANCH-CODE TO WS-REV-BRANCH.

           MOVE WS-ACR-CATEGORY TO CATG-CODE.
           READ CATG-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REV-FAILED
                   MOVE "category unknown" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF CATG-IS-RETIRED
               MOVE 'Y' TO WS-REV-FAILED
               MOVE "category is retired" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACR-TAX-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAX-OPEN = 'N'
               MOVE 'Y' TO WS-REV-FAILED
               MOVE "tax code table missing" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACR-TAX-CODE TO TAX-CODE.
           READ TAX-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REV-FAILED
                   MOVE "tax code unknown" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF TAX-IS-RETIRED
               MOVE 'Y' TO WS-REV-FAILED
               MOVE "tax code is retired" TO WS-FAIL-REASON
           END-IF.

       3200-LINK-ACCRUAL.
      * The link changes no amount, so the totals posting nets to
      * zero; it is made anyway so the path stays correct.
           MOVE WS-ACR-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REV-FAILED
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE "Accrual could not be re-read - run needs "
                       & "review." TO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 8610-NOTE-CATG-BEFORE.
           MOVE WS-REV-ID TO TRANS-ACCRUAL-LINK.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REV-FAILED
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE "Accrual could not be linked - run needs "
                       & "review." TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'N' TO WS-CPT-BEFORE-ACTIVE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           PERFORM 8600-POST-CATG-CHANGE.

       3300-BUILD-REVERSAL.
           MOVE WS-REV-ID TO TRANS-ID.
           MOVE 'ACCRUREV' TO TRANS-USER-ID.
           MOVE SPACES TO TRANS-DESCRIPTION.
           STRING "REV " DELIMITED BY SIZE
               WS-ACR-DESCRIPTION DELIMITED BY SIZE
               INTO TRANS-DESCRIPTION.
           COMPUTE TRANS-AMOUNT = 0 - WS-ACR-AMOUNT.
           MOVE WS-ACR-ACCOUNT TO TRANS-ACCOUNT-NO.
           MOVE WS-ACR-CATEGORY TO TRANS-CATEGORY-CODE.
           IF TRANS-AMOUNT > WS-APPROVAL-THRESHOLD OR
               TRANS-AMOUNT < (0 - WS-APPROVAL-THRESHOLD)
               MOVE 'PENDING' TO TRANS-STATUS
           ELSE
               MOVE 'ACTIVE' TO TRANS-STATUS
           END-IF.
           MOVE WS-BUSINESS-DATE TO TRANS-DATE.
           MOVE WS-CURRENT-TIME TO TRANS-TIME.
           MOVE SPACES TO TRANS-PRIOR-DESCRIPTION
               TRANS-MAINT-USER-ID TRANS-APPROVER-ID.
           MOVE 0 TO TRANS-PRIOR-AMOUNT TRANS-MAINT-DATE
               TRANS-MAINT-TIME TRANS-APPROVAL-DATE TRANS-BATCH-NO.
           MOVE 'N' TO TRANS-GL-SENT-FLAG.
           MOVE 0 TO TRANS-GL-SENT-AMOUNT TRANS-GL-SENT-DATE.
           MOVE SPACES TO TRANS-VOUCHER-NO.
           MOVE 0 TO TRANS-VOUCHER-LINE TRANS-VOUCHER-LINES.
           MOVE 'N' TO TRANS-CLEARED-FLAG.
           MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE.
           MOVE SPACES TO TRANS-PAYEE-ID.
           MOVE 0 TO TRANS-PAY-RUN-NO TRANS-PAID-DATE.
           MOVE WS-ACR-CURRENCY TO TRANS-CURRENCY.
           COMPUTE TRANS-ORIG-AMOUNT = 0 - WS-ACR-ORIG-AMOUNT.
           MOVE WS-ACR-FX-RATE TO TRANS-FX-RATE.
           MOVE WS-ACR-TAX-CODE TO TRANS-TAX-CODE.
           MOVE WS-ACR-TAX-RATE TO TRANS-TAX-RATE.
           COMPUTE TRANS-NET-AMOUNT = 0 - WS-ACR-NET-AMOUNT.
           COMPUTE TRANS-TAX-AMOUNT = 0 - WS-ACR-TAX-AMOUNT.
           MOVE 0 TO TRANS-GL-SENT-TAX.
           MOVE WS-REV-BRANCH TO TRANS-BRANCH-CODE.
           MOVE 0 TO TRANS-INB-SEQ-NO.
           MOVE 'R' TO TRANS-ACCRUAL-FLAG.
           MOVE WS-ACR-ID TO TRANS-ACCRUAL-LINK.

       3400-UNLINK-ACCRUAL.
      * The reversal never reached the file - the accrual goes back
      * to unreversed so it is offered again once the sequence is
      * put right.
           MOVE WS-ACR-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 8610-NOTE-CATG-BEFORE.
           MOVE SPACES TO TRANS-ACCRUAL-LINK.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CPT-BEFORE-ACTIVE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           PERFORM 8600-POST-CATG-CHANGE.

       5000-PRINT-SUMMARY.
           IF WS-COUNT-AWAITING = 0 AND WS-COUNT-FAILED = 0
               MOVE "No accruals outstanding." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COUNT-ACCRUALS TO WS-EDIT-COUNT.
           STRING "Live accruals on file.................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-REVERSED TO WS-EDIT-COUNT.
           STRING "Reversals generated this run............. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-PENDING TO WS-EDIT-COUNT.
           STRING "  of which held PENDING approval......... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-AWAITING TO WS-EDIT-COUNT.
           STRING "Accruals awaiting reversal............... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-FAILED TO WS-EDIT-COUNT.
           STRING "Reversals failing their edits............ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       8500-JOURNAL-TRANS-IMAGE.
      ******************************************************************
      * Appends the after-image of the transaction record just added  *
      * or rewritten (WS-JNL-ACTION 'R') to the forward-recovery      *
      * journal. Called straight after the update; an update that did *
      * not take leaves a non-zero status and is not journaled. The   *
      * end mark goes on last so FILEBKUP ROLLFWD can tell a complete *
      * image from one cut short.                                      *
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
           MOVE "ACCRREV" TO JNL-PROGRAM.
           MOVE "ACCRREV" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       8600-POST-CATG-CHANGE.
      ******************************************************************
      * Called straight after a transaction update. Takes the ACTIVE  *
      * contribution noted by 8610 (none for a new entry) out of the  *
      * category-period totals and puts the record's current one in. *
      * An update that did not take posts nothing.                     *
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
           IF TRANS-IS-ACTIVE
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
                   MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE
                   MOVE "ACCRREV" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE.
           MOVE "ACCRREV" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD.

       9000-CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE ACCT-FILE.
           CLOSE CATG-FILE.
           IF WS-TAX-OPEN = 'Y'
               CLOSE TAX-FILE
           END-IF.
           IF WS-CPTOT-OPEN = 'Y'
               CLOSE CPTOT-FILE
           END-IF.
           CLOSE REPORT-FILE.
