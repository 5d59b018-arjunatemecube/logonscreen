      *              archived position when it was ACTIVE. Summary    *
      *              to TRANARCH.out; RETURN-CODE 8 on a bad control  *
      *              card or a restore that finds nothing.            *
      * MODIFICATION HISTORY:                                          *
      *   RESTORE of a journal voucher line brings back every line   *
      *   of the voucher from the same generation, so the live file  *
      *   never holds half a voucher. Records archived before the    *
      *   voucher fields existed have their numeric voucher fields   *
      *   zeroed as they are written back.                           *
      *   The bank clearing date and line are zeroed the same way on *
      *   records archived before BANKREC added them.                *
      *   Likewise the payment run number and paid date on records   *
      *   archived before PAYRUN added them.                         *
      *   Archive data area widened from 250 to 400 bytes for the    *
      *   currency fields. A record archived before them comes back *
      *   a base-currency entry - original amount equal to           *
      *   TRANS-AMOUNT at rate 1, currency blank.                    *
      *   A record archived before the tax fields comes back outside *
      *   the scope of tax - no code, tax zero, net equal to amount. *
      *   The archived position is now also kept by branch on        *
      *   CICA-BRARCH.dat (see BRARCREC) so DAYCLOSE can prove each  *
      *   branch on its own. The first run to write it carries the   *
      *   whole position already archived as the home office's. A   *
      *   record archived before the branch field comes back with it *
      *   blank - the home office.                                   *
      *   Each transaction archived off the live file is journaled as  *
      *   a delete, and each one restored as an add, on the forward-   *
      *   recovery journal CICA-TRJNL.dat, for FILEBKUP ROLLFWD to     *
      *   reapply.                                                     *
      *   An ACTIVE transaction archived off the live file comes out   *
      *   of the category-period totals on CICA-CPTOT.dat, and one     *
      *   restored goes back in, so the totals always describe the     *
      *   live file.                                                   *
      *   A record archived before the inbound file sequence number    *
      *   existed comes back with it zeroed.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHPOS-FILE-STATUS.

           SELECT BRARCH-FILE ASSIGN TO 'CICA-BRARCH.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRARCH-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
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
               88  ARC-IS-HEADER            VALUE 'H'.
               88  ARC-IS-DETAIL            VALUE 'D'.
               88  ARC-IS-TRAILER           VALUE 'T'.
           05  ARC-DATA                PIC X(400).
           05  ARC-HEADER-VIEW REDEFINES ARC-DATA.
               10  ARC-HDR-DATE            PIC 9(8).
               10  FILLER                  PIC X(392).
           05  ARC-TRAILER-VIEW REDEFINES ARC-DATA.
               10  ARC-TRL-REC-COUNT       PIC 9(7).
               10  ARC-TRL-NET-AMOUNT      PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
               10  FILLER                  PIC X(377).

       FD  TRNCAT-FILE.
       01  TRNCAT-RECORD.
           05  ARCH-POSITION           PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.

       FD  BRARCH-FILE.
       COPY BRARCREC.

       FD  PARM-FILE.
       COPY SITEPREC.

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
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-TRNCAT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARCHPOS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BRARCH-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

           88  RUN-IS-ARCHIVE              VALUE 'ARCHIVE'.
           88  RUN-IS-RESTORE              VALUE 'RESTORE'.
       01  WS-RESTORE-TRANS-ID         PIC X(10).
       01  WS-RESTORE-VOUCHER          PIC X(8) VALUE SPACES.

       01  WS-ARCHIVE-NAME             PIC X(40).
       01  WS-TODAY                    PIC 9(8).
       01  WS-ARC-EOF                  PIC X(1).
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-RESTORE-FOUND            PIC X(1) VALUE 'N'.
       01  WS-BRA-EOF                  PIC X(1).

       01  WS-COUNTERS.
           05  WS-COUNT-ARCHIVED       PIC 9(7) VALUE 0.
               10  WS-CAT-NAME             PIC X(30).
       01  WS-CAT-SUB                  PIC 9(3) COMP.

      *----------------------------------------------------------------*
      * Net archived by branch this run, and the branch archived      *
      * positions read back from CICA-BRARCH.dat to be carried on.    *
      *----------------------------------------------------------------*
       01  WS-BRN-TABLE.
           05  WS-BRN-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-BRN-ENTRY OCCURS 50 TIMES.
               10  WS-BRN-BRANCH           PIC X(4).
               10  WS-BRN-NET              PIC S9(13)V99.
       01  WS-BRP-TABLE.
           05  WS-BRP-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-BRP-ENTRY OCCURS 50 TIMES.
               10  WS-BRP-BRANCH           PIC X(4).
               10  WS-BRP-POSITION         PIC S9(13)V99.
       01  WS-BR-SUB                   PIC 9(3) COMP.
       01  WS-BR-SCAN                  PIC 9(3) COMP.
       01  WS-BR-HIT-SUB               PIC 9(3) COMP.
       01  WS-BR-AMOUNT                PIC S9(13)V99.
       01  WS-PRIOR-ARCH-POSITION      PIC S9(13)V99 VALUE 0.
       01  WS-EDIT-BRANCH              PIC X(4).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
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
           EVALUATE TRUE
           END-IF.

           OPEN INPUT PERCTL-FILE.
           PERFORM 8630-OPEN-CATG-TOTALS.

           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "TRNARC." DELIMITED BY SIZE
           WRITE ARCH-RECORD.
           CLOSE ARCHIVE-FILE.
           CLOSE TRANS-FILE.
           PERFORM 8640-CLOSE-CATG-TOTALS.
           IF WS-PERCTL-FILE-STATUS = '00'
               CLOSE PERCTL-FILE
           END-IF.
           IF WS-CACHED-CLOSED = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8610-NOTE-CATG-BEFORE.

           MOVE SPACES TO ARCH-RECORD.
           MOVE 'D' TO ARC-REC-TYPE.
           ADD 1 TO WS-COUNT-ARCHIVED.
           IF TRANS-IS-ACTIVE
               ADD TRANS-AMOUNT TO WS-NET-ARCHIVED
               MOVE TRANS-AMOUNT TO WS-BR-AMOUNT
               PERFORM 2150-ADD-BRANCH-NET
           END-IF.
           DELETE TRANS-FILE.
           MOVE 'D' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           PERFORM 8600-POST-CATG-CHANGE.

       2150-ADD-BRANCH-NET.
      ******************************************************************
      * Adds WS-BR-AMOUNT to this run's net for the record's branch,  *
      * opening a slot the first time the branch is met.              *
      ******************************************************************
           MOVE 0 TO WS-BR-HIT-SUB.
           PERFORM 2160-SCAN-ONE-RUN-BRANCH
               VARYING WS-BR-SCAN FROM 1 BY 1
               UNTIL WS-BR-SCAN > WS-BRN-MAX.
           IF WS-BR-HIT-SUB = 0
               IF WS-BRN-MAX >= 50
                   MOVE "Branch table full - branch archived "
                       & "positions not updated." TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BRN-MAX
               MOVE WS-BRN-MAX TO WS-BR-HIT-SUB
               MOVE TRANS-BRANCH-CODE TO WS-BRN-BRANCH(WS-BR-HIT-SUB)
               MOVE 0 TO WS-BRN-NET(WS-BR-HIT-SUB)
           END-IF.
           ADD WS-BR-AMOUNT TO WS-BRN-NET(WS-BR-HIT-SUB).

       2160-SCAN-ONE-RUN-BRANCH.
           IF WS-BRN-BRANCH(WS-BR-SCAN) = TRANS-BRANCH-CODE
               MOVE WS-BR-SCAN TO WS-BR-HIT-SUB
               MOVE WS-BRN-MAX TO WS-BR-SCAN
           END-IF.

       2200-CHECK-PERIOD-CLOSED.
      ******************************************************************
           ELSE
               MOVE 0 TO ARCH-POSITION
           END-IF.
           MOVE ARCH-POSITION TO WS-PRIOR-ARCH-POSITION.
           ADD WS-NET-ARCHIVED TO ARCH-POSITION.
           OPEN OUTPUT ARCHPOS-FILE.
           WRITE ARCHPOS-RECORD.
           CLOSE ARCHPOS-FILE.
           PERFORM 3600-UPDATE-BRANCH-POSITIONS.

       3600-UPDATE-BRANCH-POSITIONS.
      ******************************************************************
      * Carries this run's branch nets onto CICA-BRARCH.dat. With no  *
      * file yet, everything archived so far is the home office's -   *
      * entries were not branch coded before - so the position read  *
      * from CICA-ARCHPOS.dat opens the home office's record.         *
      ******************************************************************
           MOVE 0 TO WS-BRP-MAX.
           OPEN INPUT BRARCH-FILE.
           IF WS-BRARCH-FILE-STATUS = '00'
               MOVE 'N' TO WS-BRA-EOF
               PERFORM 3610-LOAD-ONE-BRANCH-POSITION
                   UNTIL WS-BRA-EOF = 'Y'
               CLOSE BRARCH-FILE
           ELSE
               MOVE 1 TO WS-BRP-MAX
               MOVE SPACES TO WS-BRP-BRANCH(1)
               MOVE WS-PRIOR-ARCH-POSITION TO WS-BRP-POSITION(1)
           END-IF.

           PERFORM 3620-APPLY-ONE-BRANCH-NET
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BRN-MAX.

           OPEN OUTPUT BRARCH-FILE.
           PERFORM 3630-WRITE-ONE-BRANCH-POSITION
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BRP-MAX.
           CLOSE BRARCH-FILE.

       3610-LOAD-ONE-BRANCH-POSITION.
           READ BRARCH-FILE
               AT END
                   MOVE 'Y' TO WS-BRA-EOF
           END-READ.
           IF WS-BRA-EOF = 'N' AND WS-BRP-MAX < 50
               ADD 1 TO WS-BRP-MAX
               MOVE BRA-BRANCH TO WS-BRP-BRANCH(WS-BRP-MAX)
               MOVE BRA-POSITION TO WS-BRP-POSITION(WS-BRP-MAX)
           END-IF.

       3620-APPLY-ONE-BRANCH-NET.
           MOVE 0 TO WS-BR-HIT-SUB.
           PERFORM 3625-SCAN-ONE-FILE-BRANCH
               VARYING WS-BR-SCAN FROM 1 BY 1
               UNTIL WS-BR-SCAN > WS-BRP-MAX.
           IF WS-BR-HIT-SUB = 0
               IF WS-BRP-MAX >= 50
                   MOVE "Branch table full - branch archived "
                       & "positions not updated." TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BRP-MAX
               MOVE WS-BRP-MAX TO WS-BR-HIT-SUB
               MOVE WS-BRN-BRANCH(WS-BR-SUB) TO
                   WS-BRP-BRANCH(WS-BR-HIT-SUB)
               MOVE 0 TO WS-BRP-POSITION(WS-BR-HIT-SUB)
           END-IF.
           ADD WS-BRN-NET(WS-BR-SUB) TO
               WS-BRP-POSITION(WS-BR-HIT-SUB).

       3625-SCAN-ONE-FILE-BRANCH.
           IF WS-BRP-BRANCH(WS-BR-SCAN) = WS-BRN-BRANCH(WS-BR-SUB)
               MOVE WS-BR-SCAN TO WS-BR-HIT-SUB
               MOVE WS-BRP-MAX TO WS-BR-SCAN
           END-IF.

       3630-WRITE-ONE-BRANCH-POSITION.
           MOVE WS-BRP-BRANCH(WS-BR-SUB) TO BRA-BRANCH.
           MOVE WS-BRP-POSITION(WS-BR-SUB) TO BRA-POSITION.
           WRITE BRARCH-RECORD.

       4000-PRINT-ARCHIVE-SUMMARY.
           MOVE SPACES TO WS-REPORT-DETAIL.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 4100-PRINT-ONE-BRANCH-NET
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BRN-MAX.

           IF WS-COUNT-ARCHIVED = 0
               MOVE "Nothing eligible - no generation cataloged." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-PRINT-ONE-BRANCH-NET.
           IF WS-BRN-BRANCH(WS-BR-SUB) = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE WS-BRN-BRANCH(WS-BR-SUB) TO WS-EDIT-BRANCH
           END-IF.
           MOVE WS-BRN-NET(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  of which branch " DELIMITED BY SIZE
               WS-EDIT-BRANCH DELIMITED BY SIZE
               "................... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-RUN-RESTORE.
      ******************************************************************
      * Walks the cataloged generations looking for the requested     *
               UNTIL WS-ARC-EOF = 'Y' OR WS-RESTORE-FOUND = 'Y'.
           CLOSE ARCHIVE-FILE.

      * A voucher line was archived with its siblings - the whole
      * voucher comes back together from this same generation.
           IF WS-RESTORE-FOUND = 'Y' AND
               WS-RESTORE-VOUCHER NOT = SPACES
               OPEN INPUT ARCHIVE-FILE
               MOVE 'N' TO WS-ARC-EOF
               PERFORM 5350-RESTORE-ONE-SIBLING
                   UNTIL WS-ARC-EOF = 'Y'
               CLOSE ARCHIVE-FILE
           END-IF.

       5300-SCAN-ONE-ARCHIVE-REC.
           READ ARCHIVE-FILE
               AT END
               END-IF
           END-IF.

       5350-RESTORE-ONE-SIBLING.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARC-EOF
           END-READ.
           IF WS-ARC-EOF = 'N' AND ARC-IS-DETAIL
               MOVE ARC-DATA TO CICA-TRANS-RECORD
               IF TRANS-VOUCHER-NO = WS-RESTORE-VOUCHER AND
                   TRANS-ID NOT = WS-RESTORE-TRANS-ID
                   PERFORM 5400-WRITE-RESTORED-TRANS
               END-IF
           END-IF.

       5400-WRITE-RESTORED-TRANS.
           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE ARC-DATA TO CICA-TRANS-RECORD.
           IF TRANS-VOUCHER-LINE NOT NUMERIC
               MOVE 0 TO TRANS-VOUCHER-LINE
           END-IF.
           IF TRANS-VOUCHER-LINES NOT NUMERIC
               MOVE 0 TO TRANS-VOUCHER-LINES
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
           WRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE "Transaction is already on the live file." TO
                   CLOSE TRANS-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'A' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           PERFORM 8630-OPEN-CATG-TOTALS.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           PERFORM 8600-POST-CATG-CHANGE.
           PERFORM 8640-CLOSE-CATG-TOTALS.
           CLOSE TRANS-FILE.
           IF TRANS-VOUCHER-NO NOT = SPACES
               MOVE TRANS-VOUCHER-NO TO WS-RESTORE-VOUCHER
           END-IF.

           IF TRANS-IS-ACTIVE
               COMPUTE WS-NET-ARCHIVED = 0 - TRANS-AMOUNT
               MOVE 0 TO WS-BRN-MAX
               MOVE WS-NET-ARCHIVED TO WS-BR-AMOUNT
               PERFORM 2150-ADD-BRANCH-NET
               PERFORM 3500-UPDATE-ARCHIVED-POSITION
           END-IF.

           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "Transaction " DELIMITED BY SIZE
               TRANS-ID DELIMITED BY SIZE
               " restored from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARCHIVE-NAME) DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
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
           MOVE "TRANARCH" TO JNL-PROGRAM.
           MOVE "TRANARCH" TO JNL-USER-ID.
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
                   MOVE WS-TODAY TO CPT-LAST-DATE
                   MOVE "TRANARCH" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-TODAY TO CPT-LAST-DATE.
           MOVE "TRANARCH" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD.

       8630-OPEN-CATG-TOTALS.
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTOT-OPEN
           END-IF.

       8640-CLOSE-CATG-TOTALS.
           IF WS-CPTOT-OPEN = 'Y'
               CLOSE CPTOT-FILE
               MOVE 'N' TO WS-CPTOT-OPEN
           END-IF.
