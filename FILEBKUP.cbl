      *              TRANS-ID). Runs on schedule or on demand.         *
      *              Reads three control lines from SYSIN:             *
      *                1: function  BACKUP / VERIFY / RESTORE /        *
      *                             CONVERT / ROLLFWD                  *
      *                2: file      AUTH / TRANS                       *
      *                3: generation date yyyymmdd (00000000 = today)  *
      *              BACKUP unloads the indexed file to a dated        *
      *              alternate key and cannot open the old file, so   *
      *              CONVERT must run before first use of this        *
      *              release against an existing transaction file.    *
      *              ROLLFWD (TRANS only) is point-of-failure         *
      *              recovery: it rebuilds CICA-TRANS.dat from the    *
      *              chosen generation exactly as RESTORE does, then  *
      *              reapplies the forward-recovery journal that      *
      *              follows that generation, in order, up to the     *
      *              last complete update, and reports the file's     *
      *              record count and ACTIVE amount total before and  *
      *              after. The journal is the live CICA-TRJNL.dat    *
      *              when it follows the generation, otherwise the    *
      *              journal kept as TRJNL.yyyymmdd.dat when that     *
      *              generation was superseded.                       *
      * MODIFICATION HISTORY:                                          *
      *   The GL sent markers are initialized on both rebuild paths: *
      *   CONVERT seeds every mapped record, and RESTORE seeds any   *
      *   current amount and CANCELLED ones as fully reflected, so   *
      *   the first marker-driven TRANEXTR run after a rebuild does  *
      *   not re-ship the whole ledger to the GL.                    *
      *   Backup data area widened from 200 to 400 bytes to carry the *
      *   longer transaction record (journal voucher and bank        *
      *   clearing fields). RESTORE zeroes the numeric fields of any *
      *   image unloaded before those fields existed, and CONVERT    *
      *   initializes them on every mapped record.                   *
      *   The payee, payment run number and paid date are carried   *
      *   and seeded the same way.                                   *
      *   So are the currency fields: an older image is a base-      *
      *   currency entry, its original amount equal to TRANS-AMOUNT  *
      *   at rate 1 with the currency left blank (meaning base).     *
      *   And the tax fields: an older image is outside the scope of *
      *   tax - no tax code, rate and tax zero, net equal to the     *
      *   amount, and no tax yet sent to the GL.                     *
      *   The branch codes on users and transactions need no seeding *
      *   on RESTORE - an older image reloads with the field blank,  *
      *   which is the home office. CONVERT sets it blank as well.   *
      *   Each BACKUP of the transaction file now cuts over the        *
      *   forward-recovery journal CICA-TRJNL.dat: the closing journal *
      *   is kept as TRJNL.yyyymmdd.dat under the date of the          *
      *   generation it followed, and a fresh journal is started with  *
      *   a header naming the new generation, so it only ever holds    *
      *   changes since the last backup. CONVERT cuts over the same    *
      *   way. New function ROLLFWD restores a generation and          *
      *   reapplies its journal, with before and after counts and      *
      *   amount totals.                                               *
      *   Restore and roll-forward zero the inbound file sequence      *
      *   number on records and journal images written before it was   *
      *   added.                                                       *
      *   The cut-over only restarts CICA-TRJNL.dat once the closing   *
      *   journal has been kept in full: a keep copy that cannot be    *
      *   opened or written, or a journal that cannot be read, leaves  *
      *   the live journal as it was and fails the run. A new header   *
      *   that cannot be written fails the run as well.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

      * The forward-recovery journal - the live CICA-TRJNL.dat, or a
      * kept TRJNL.yyyymmdd.dat when a roll-forward names an older
      * generation - and the kept copy written at cut-over.
           SELECT TRJNL-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

           SELECT OLDJNL-FILE ASSIGN TO WS-OLDJNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDJNL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'FILEBKUP.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
               88  BKP-IS-HEADER            VALUE 'H'.
               88  BKP-IS-DETAIL            VALUE 'D'.
               88  BKP-IS-TRAILER           VALUE 'T'.
           05  BKP-DATA                PIC X(400).
           05  BKP-TRAILER-VIEW REDEFINES BKP-DATA.
               10  BKP-TRL-REC-COUNT       PIC 9(7).
               10  FILLER                  PIC X(393).

       FD  TRJNL-FILE.
       COPY TRJNLREC.

       FD  OLDJNL-FILE.
       01  OLDJNL-RECORD               PIC X(434).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-OLDTRANS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BACKUP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-OLDJNL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-RUN-FUNCTION             PIC X(8).
           88  RUN-IS-VERIFY               VALUE 'VERIFY'.
           88  RUN-IS-RESTORE              VALUE 'RESTORE'.
           88  RUN-IS-CONVERT              VALUE 'CONVERT'.
           88  RUN-IS-ROLLFWD              VALUE 'ROLLFWD'.
       01  WS-RUN-FILE                 PIC X(8).
           88  RUN-ON-AUTH                 VALUE 'AUTH'.
           88  RUN-ON-TRANS                VALUE 'TRANS'.
       01  WS-RUN-GEN-DATE             PIC 9(8).

       01  WS-BACKUP-NAME              PIC X(40).
       01  WS-JOURNAL-NAME             PIC X(40) VALUE
                                       'CICA-TRJNL.dat'.
       01  WS-OLDJNL-NAME              PIC X(40).
       01  WS-TODAY                    PIC 9(8).

       01  WS-MASTER-EOF               PIC X(1) VALUE 'N'.
           05  WS-TRAILER-COUNT        PIC 9(7) VALUE 0.
           05  WS-TRAILER-SEEN         PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Journal cut-over and roll-forward. The file figures are taken *
      * after the generation is reloaded and again after the journal  *
      * is applied.                                                    *
      *----------------------------------------------------------------*
       01  WS-JNL-EOF                  PIC X(1) VALUE 'N'.
       01  WS-JNL-FOUND                PIC X(1) VALUE 'N'.
       01  WS-JNL-INCOMPLETE           PIC X(1) VALUE 'N'.
       01  WS-JNL-COPY-OK              PIC X(1) VALUE 'Y'.
       01  WS-JNL-GEN-DATE             PIC 9(8).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).
       01  WS-JNL-COUNTERS.
           05  WS-JNL-KEPT             PIC 9(7) VALUE 0.
           05  WS-JNL-READ             PIC 9(7) VALUE 0.
           05  WS-JNL-ADDED            PIC 9(7) VALUE 0.
           05  WS-JNL-REWRITTEN        PIC 9(7) VALUE 0.
           05  WS-JNL-DELETED          PIC 9(7) VALUE 0.
           05  WS-JNL-ADJUSTED         PIC 9(7) VALUE 0.
       01  WS-JNL-LAST-APPLIED.
           05  WS-JNL-LAST-DATE        PIC 9(8) VALUE 0.
           05  WS-JNL-LAST-TIME        PIC 9(8) VALUE 0.
           05  WS-JNL-LAST-PROGRAM     PIC X(8) VALUE SPACES.
           05  WS-JNL-LAST-TRANS-ID    PIC X(10) VALUE SPACES.
       01  WS-FILE-FIGURES.
           05  WS-FIG-RECORDS          PIC 9(7).
           05  WS-FIG-ACTIVE           PIC 9(7).
           05  WS-FIG-AMOUNT           PIC S9(13)V99.
       01  WS-FIGURES-BEFORE.
           05  WS-FIG-RECORDS-BEFORE   PIC 9(7) VALUE 0.
           05  WS-FIG-ACTIVE-BEFORE    PIC 9(7) VALUE 0.
           05  WS-FIG-AMOUNT-BEFORE    PIC S9(13)V99 VALUE 0.
       01  WS-FIGURES-AFTER.
           05  WS-FIG-RECORDS-AFTER    PIC 9(7) VALUE 0.
           05  WS-FIG-ACTIVE-AFTER     PIC 9(7) VALUE 0.
           05  WS-FIG-AMOUNT-AFTER     PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-DATE                PIC 9(8).
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
                   PERFORM 4000-RUN-RESTORE
               WHEN RUN-IS-CONVERT
                   PERFORM 5000-RUN-CONVERT
               WHEN RUN-IS-ROLLFWD
                   PERFORM 6000-RUN-ROLLFWD
           END-EVALUATE.
           PERFORM 8000-PRINT-COUNTS.
           CLOSE REPORT-FILE.
           ACCEPT WS-RUN-GEN-DATE.

           IF NOT (RUN-IS-BACKUP OR RUN-IS-VERIFY OR RUN-IS-RESTORE
               OR RUN-IS-CONVERT OR RUN-IS-ROLLFWD)
               MOVE "Function must be BACKUP, VERIFY, RESTORE, " &
                   "CONVERT or ROLLFWD." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-IS-ROLLFWD AND NOT RUN-ON-TRANS
               MOVE "ROLLFWD applies to the TRANS file only." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RUN-GEN-DATE = 0
               MOVE WS-TODAY TO WS-RUN-GEN-DATE
           CLOSE BACKUP-FILE.

           PERFORM 3000-RUN-VERIFY.
           IF RUN-ON-TRANS AND WS-RUN-FAILED = 'N'
               PERFORM 2500-CUT-OVER-JOURNAL
           END-IF.

       2100-UNLOAD-ONE-AUTH.
           READ AUTH-FILE NEXT RECORD
               ADD 1 TO WS-COUNT-UNLOADED
           END-IF.

       2500-CUT-OVER-JOURNAL.
      ******************************************************************
      * Called once a transaction generation is written and proven.  *
      * The closing journal is copied whole to TRJNL.yyyymmdd.dat,   *
      * dated by the generation its header names (00000000 for a     *
      * journal started before any backup), and CICA-TRJNL.dat is   *
      * started afresh with a header naming the new generation - from *
      * here on it holds only changes made since that generation.    *
      * The backup runs in the overnight window with the terminals   *
      * down, so nothing is appended between the copy and the reset. *
      * The reset only happens once the copy is whole; otherwise the *
      * live journal is left as it was, since it is the only record  *
      * of the changes since the last generation.                    *
      ******************************************************************
           MOVE 'CICA-TRJNL.dat' TO WS-JOURNAL-NAME.
           MOVE 0 TO WS-JNL-KEPT.
           MOVE 'Y' TO WS-JNL-COPY-OK.
           OPEN INPUT TRJNL-FILE.
           IF WS-TRJNL-FILE-STATUS NOT = '00' AND
               WS-TRJNL-FILE-STATUS NOT = '35'
               MOVE "CICA-TRJNL.dat could not be read - journal NOT "
                   & "restarted." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRJNL-FILE-STATUS = '00'
               MOVE 0 TO WS-JNL-GEN-DATE
               MOVE 'N' TO WS-JNL-EOF
               READ TRJNL-FILE
                   AT END
                       MOVE 'Y' TO WS-JNL-EOF
               END-READ
               IF WS-JNL-EOF = 'N' AND JNL-IS-HEADER AND
                   JNL-HDR-GEN-DATE IS NUMERIC
                   MOVE JNL-HDR-GEN-DATE TO WS-JNL-GEN-DATE
               END-IF
               MOVE SPACES TO WS-OLDJNL-NAME
               STRING "TRJNL." DELIMITED BY SIZE
                   WS-JNL-GEN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-OLDJNL-NAME
               END-STRING
               OPEN OUTPUT OLDJNL-FILE
               IF WS-OLDJNL-FILE-STATUS = '00'
                   PERFORM 2510-KEEP-ONE-JOURNAL-RECORD
                       UNTIL WS-JNL-EOF = 'Y'
                   CLOSE OLDJNL-FILE
               ELSE
                   MOVE 'N' TO WS-JNL-COPY-OK
               END-IF
               CLOSE TRJNL-FILE
               IF WS-JNL-COPY-OK = 'N'
                   MOVE SPACES TO WS-REPORT-DETAIL
                   STRING FUNCTION TRIM(WS-OLDJNL-NAME)
                       DELIMITED BY SIZE
                       " could not be written - journal NOT "
                       DELIMITED BY SIZE
                       "restarted." DELIMITED BY SIZE
                       INTO WS-REPORT-DETAIL
                   END-STRING
                   MOVE WS-REPORT-DETAIL TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-JNL-KEPT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "Journal closed - " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " record(s) kept as " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLDJNL-NAME) DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               END-STRING
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           OPEN OUTPUT TRJNL-FILE.
           IF WS-TRJNL-FILE-STATUS NOT = '00'
               MOVE "CICA-TRJNL.dat could not be restarted - journal "
                   & "header NOT written." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JNL-TIME FROM TIME.
           MOVE SPACES TO TRJNL-RECORD.
           SET JNL-IS-HEADER TO TRUE.
           MOVE WS-JNL-DATE TO JNL-DATE.
           MOVE WS-JNL-TIME TO JNL-TIME.
           MOVE "FILEBKUP" TO JNL-PROGRAM JNL-USER-ID.
           MOVE WS-RUN-GEN-DATE TO JNL-HDR-GEN-DATE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           IF WS-TRJNL-FILE-STATUS NOT = '00'
               CLOSE TRJNL-FILE
               MOVE "CICA-TRJNL.dat header could not be written - "
                   & "journal NOT restarted." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           CLOSE TRJNL-FILE.
           MOVE "Journal restarted from this generation." TO
               REPORT-LINE.
           WRITE REPORT-LINE.

       2510-KEEP-ONE-JOURNAL-RECORD.
      * The record read last pass is written before the next is read,
      * so the header read by 2500 is kept with the rest.
      * A record that will not write stops the copy short.
           MOVE TRJNL-RECORD TO OLDJNL-RECORD.
           WRITE OLDJNL-RECORD.
           IF WS-OLDJNL-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-JNL-COPY-OK
               MOVE 'Y' TO WS-JNL-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JNL-KEPT.
           READ TRJNL-FILE
               AT END
                   MOVE 'Y' TO WS-JNL-EOF
           END-READ.

       3000-RUN-VERIFY.
      ******************************************************************
      * Reads the backup generation end to end, counts the detail     *
                       TRANS-GL-SENT-FLAG NOT = 'R'
                       PERFORM 4150-SEED-GL-MARKERS
                   END-IF
                   PERFORM 4160-SEED-NEWER-FIELDS
                   WRITE CICA-TRANS-RECORD
                       INVALID KEY
                           MOVE "Duplicate key on reload - backup " &
                   MOVE 0 TO TRANS-GL-SENT-DATE
           END-EVALUATE.

       4160-SEED-NEWER-FIELDS.
      ******************************************************************
      * A record unloaded before a field was appended to the layout  *
      * comes back with spaces where the field now sits. Character   *
      * fields read correctly as spaces; numeric ones are zeroed so  *
      * every later program sees a clean value.                      *
      ******************************************************************
           IF TRANS-VOUCHER-LINE NOT NUMERIC
               MOVE 0 TO TRANS-VOUCHER-LINE
           END-IF.
           IF TRANS-VOUCHER-LINES NOT NUMERIC
               MOVE 0 TO TRANS-VOUCHER-LINES
           END-IF.
           IF TRANS-CLEARED-FLAG = SPACE
               MOVE 'N' TO TRANS-CLEARED-FLAG
           END-IF.
           IF TRANS-CLEARED-DATE NOT NUMERIC
               MOVE 0 TO TRANS-CLEARED-DATE
           END-IF.
           IF TRANS-CLEARED-LINE NOT NUMERIC
               MOVE 0 TO TRANS-CLEARED-LINE
           END-IF.
           IF TRANS-PAY-RUN-NO NOT NUMERIC
               MOVE 0 TO TRANS-PAY-RUN-NO
           END-IF.
           IF TRANS-PAID-DATE NOT NUMERIC
               MOVE 0 TO TRANS-PAID-DATE
           END-IF.
           IF TRANS-ORIG-AMOUNT NOT NUMERIC OR
               TRANS-FX-RATE NOT NUMERIC
               MOVE SPACES TO TRANS-CURRENCY
               MOVE TRANS-AMOUNT TO TRANS-ORIG-AMOUNT
               MOVE 1 TO TRANS-FX-RATE
           END-IF.
           IF TRANS-TAX-RATE NOT NUMERIC OR
               TRANS-NET-AMOUNT NOT NUMERIC OR
               TRANS-TAX-AMOUNT NOT NUMERIC OR
               TRANS-GL-SENT-TAX NOT NUMERIC
               MOVE SPACES TO TRANS-TAX-CODE
               MOVE 0 TO TRANS-TAX-RATE TRANS-TAX-AMOUNT
                   TRANS-GL-SENT-TAX
               MOVE TRANS-AMOUNT TO TRANS-NET-AMOUNT
           END-IF.
           IF TRANS-INB-SEQ-NO NOT NUMERIC
               MOVE 0 TO TRANS-INB-SEQ-NO
           END-IF.

       5000-RUN-CONVERT.
      ******************************************************************
      * One-off geometry migration for an unconverted CICA-TRANS.dat. *
           CLOSE BACKUP-FILE.

           PERFORM 4000-RUN-RESTORE.
           IF WS-RUN-FAILED = 'N'
               PERFORM 2500-CUT-OVER-JOURNAL
           END-IF.

       5100-CONVERT-ONE-TRANS.
           READ OLDTRANS-FILE NEXT RECORD
               MOVE SPACES TO TRANS-PRIOR-DESCRIPTION
                   TRANS-MAINT-USER-ID TRANS-APPROVER-ID
                   TRANS-ACCOUNT-NO TRANS-CATEGORY-CODE
                   TRANS-VOUCHER-NO TRANS-PAYEE-ID TRANS-CURRENCY
                   TRANS-BRANCH-CODE
               MOVE 0 TO TRANS-PRIOR-AMOUNT TRANS-MAINT-DATE
                   TRANS-MAINT-TIME TRANS-APPROVAL-DATE
                   TRANS-BATCH-NO TRANS-VOUCHER-LINE
                   TRANS-VOUCHER-LINES TRANS-CLEARED-DATE
                   TRANS-CLEARED-LINE TRANS-PAY-RUN-NO
                   TRANS-PAID-DATE
               MOVE 'N' TO TRANS-CLEARED-FLAG
               MOVE TRANS-AMOUNT TO TRANS-ORIG-AMOUNT
               MOVE 1 TO TRANS-FX-RATE
               MOVE SPACES TO TRANS-TAX-CODE
               MOVE 0 TO TRANS-TAX-RATE TRANS-TAX-AMOUNT
                   TRANS-GL-SENT-TAX
               MOVE TRANS-AMOUNT TO TRANS-NET-AMOUNT
               PERFORM 4150-SEED-GL-MARKERS
               MOVE SPACES TO BACKUP-RECORD
               MOVE 'D' TO BKP-REC-TYPE
               ADD 1 TO WS-COUNT-UNLOADED
           END-IF.

       6000-RUN-ROLLFWD.
      ******************************************************************
      * Point-of-failure recovery. Finds the journal that follows the *
      * chosen generation before touching anything, rebuilds the file *
      * from the generation through the normal verified restore, then *
      * reapplies every complete journal image in order. Applying is  *
      * forgiving of an image already reflected in the generation - a *
      * backup taken while an update was in flight - so an add over   *
      * an existing record rewrites it, a rewrite of a missing record *
      * adds it and a delete of a missing record is passed; each is   *
      * counted as adjusted. The first image without its end mark is *
      * the update cut short by the failure, and the roll-forward    *
      * stops there.                                                  *
      ******************************************************************
           PERFORM 6100-FIND-JOURNAL.
           IF WS-JNL-FOUND = 'N'
               MOVE WS-RUN-GEN-DATE TO WS-EDIT-DATE
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "No journal follows generation " DELIMITED BY
                   SIZE WS-EDIT-DATE DELIMITED BY SIZE
                   " - roll-forward not attempted." DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               END-STRING
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "Journal: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOURNAL-NAME) DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL
           END-STRING.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 4000-RUN-RESTORE.
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6200-TAKE-FILE-FIGURES.
           MOVE WS-FILE-FIGURES TO WS-FIGURES-BEFORE.

           OPEN I-O TRANS-FILE.
           OPEN INPUT TRJNL-FILE.
           MOVE 'N' TO WS-JNL-EOF.
      * The header was proven by 6100; the images follow it.
           READ TRJNL-FILE
               AT END
                   MOVE 'Y' TO WS-JNL-EOF
           END-READ.
           PERFORM 6300-APPLY-ONE-IMAGE
               UNTIL WS-JNL-EOF = 'Y'.
           CLOSE TRJNL-FILE.
           CLOSE TRANS-FILE.

           PERFORM 6200-TAKE-FILE-FIGURES.
           MOVE WS-FILE-FIGURES TO WS-FIGURES-AFTER.

           IF WS-RUN-FAILED = 'N'
               MOVE "Transaction file rolled forward from the journal."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6100-FIND-JOURNAL.
      * The live journal first, then the copy kept when the chosen
      * generation was superseded; either must open with a header
      * naming the generation.
           MOVE 'N' TO WS-JNL-FOUND.
           MOVE 'CICA-TRJNL.dat' TO WS-JOURNAL-NAME.
           PERFORM 6110-CHECK-JOURNAL-HEADER.
           IF WS-JNL-FOUND = 'N'
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "TRJNL." DELIMITED BY SIZE
                   WS-RUN-GEN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-JOURNAL-NAME
               END-STRING
               PERFORM 6110-CHECK-JOURNAL-HEADER
           END-IF.

       6110-CHECK-JOURNAL-HEADER.
           OPEN INPUT TRJNL-FILE.
           IF WS-TRJNL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           READ TRJNL-FILE
               AT END
                   MOVE SPACES TO TRJNL-RECORD
           END-READ.
           IF JNL-IS-HEADER AND JNL-IS-COMPLETE AND
               JNL-HDR-GEN-DATE = WS-RUN-GEN-DATE
               MOVE 'Y' TO WS-JNL-FOUND
           END-IF.
           CLOSE TRJNL-FILE.

       6200-TAKE-FILE-FIGURES.
      * Record count, ACTIVE count and ACTIVE amount total of the file
      * as it stands.
           MOVE 0 TO WS-FIG-RECORDS WS-FIG-ACTIVE WS-FIG-AMOUNT.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM 6210-COUNT-ONE-TRANS
               UNTIL WS-MASTER-EOF = 'Y'.
           CLOSE TRANS-FILE.

       6210-COUNT-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
           END-READ.
           IF WS-MASTER-EOF = 'N'
               ADD 1 TO WS-FIG-RECORDS
               IF TRANS-IS-ACTIVE
                   ADD 1 TO WS-FIG-ACTIVE
                   ADD TRANS-AMOUNT TO WS-FIG-AMOUNT
               END-IF
           END-IF.

       6300-APPLY-ONE-IMAGE.
           READ TRJNL-FILE
               AT END
                   MOVE 'Y' TO WS-JNL-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF NOT JNL-IS-COMPLETE OR JNL-DATE NOT NUMERIC OR
               NOT (JNL-IS-ADD OR JNL-IS-REWRITE OR JNL-IS-DELETE)
               MOVE 'Y' TO WS-JNL-INCOMPLETE
               MOVE 'Y' TO WS-JNL-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JNL-READ.
           MOVE JNL-IMAGE TO CICA-TRANS-RECORD.
           PERFORM 4160-SEED-NEWER-FIELDS.
           EVALUATE TRUE
               WHEN JNL-IS-ADD
                   WRITE CICA-TRANS-RECORD
                       INVALID KEY
                           REWRITE CICA-TRANS-RECORD
                           ADD 1 TO WS-JNL-ADJUSTED
                   END-WRITE
                   ADD 1 TO WS-JNL-ADDED
               WHEN JNL-IS-REWRITE
                   REWRITE CICA-TRANS-RECORD
                       INVALID KEY
                           WRITE CICA-TRANS-RECORD
                           ADD 1 TO WS-JNL-ADJUSTED
                   END-REWRITE
                   ADD 1 TO WS-JNL-REWRITTEN
               WHEN JNL-IS-DELETE
                   DELETE TRANS-FILE RECORD
                       INVALID KEY
                           MOVE '00' TO WS-TRANS-FILE-STATUS
                           ADD 1 TO WS-JNL-ADJUSTED
                   END-DELETE
                   ADD 1 TO WS-JNL-DELETED
           END-EVALUATE.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "Journal image for " DELIMITED BY SIZE
                   FUNCTION TRIM(TRANS-ID) DELIMITED BY SIZE
                   " could not be applied - status " DELIMITED BY
                   SIZE WS-TRANS-FILE-STATUS DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               END-STRING
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-JNL-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE JNL-DATE TO WS-JNL-LAST-DATE.
           MOVE JNL-TIME TO WS-JNL-LAST-TIME.
           MOVE JNL-PROGRAM TO WS-JNL-LAST-PROGRAM.
           MOVE TRANS-ID TO WS-JNL-LAST-TRANS-ID.

       6400-PRINT-ROLLFWD-FIGURES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROLL-FORWARD" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-JNL-READ TO WS-EDIT-COUNT.
           STRING "Journal images applied................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-JNL-ADDED TO WS-EDIT-COUNT.
           STRING "  adds................................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-JNL-REWRITTEN TO WS-EDIT-COUNT.
           STRING "  rewrites............................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-JNL-DELETED TO WS-EDIT-COUNT.
           STRING "  deletes................................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-JNL-ADJUSTED TO WS-EDIT-COUNT.
           STRING "  already reflected in the generation.... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-JNL-READ > 0
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "Last update applied: " DELIMITED BY SIZE
                   WS-JNL-LAST-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JNL-LAST-TIME(1:6) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JNL-LAST-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JNL-LAST-TRANS-ID DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               END-STRING
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-JNL-INCOMPLETE = 'Y'
               MOVE "Journal ends in an incomplete image - the update "
                   & "cut short was not applied." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "                                          BEFORE    "
               & "     AFTER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "Records on file" TO WS-REPORT-DETAIL(1:20).
           MOVE WS-FIG-RECORDS-BEFORE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-DETAIL(42:7).
           MOVE WS-FIG-RECORDS-AFTER TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-DETAIL(53:7).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "ACTIVE records" TO WS-REPORT-DETAIL(1:20).
           MOVE WS-FIG-ACTIVE-BEFORE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-DETAIL(42:7).
           MOVE WS-FIG-ACTIVE-AFTER TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-DETAIL(53:7).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FIG-AMOUNT-BEFORE TO WS-EDIT-AMOUNT.
           STRING "ACTIVE amount before..................... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-FIG-AMOUNT-AFTER TO WS-EDIT-AMOUNT.
           STRING "ACTIVE amount after...................... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-PRINT-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RUN-IS-ROLLFWD AND WS-JNL-FOUND = 'Y'
               PERFORM 6400-PRINT-ROLLFWD-FIGURES
           END-IF.
           IF WS-RUN-FAILED = 'Y'
               MOVE "*** RUN FAILED - SEE MESSAGES ABOVE ***" TO
                   REPORT-LINE
