      *   amounts, and a sent record since CANCELLED ships as a C     *
      *   reversal. The markers are stamped back onto the record so   *
      *   nothing ships twice.                                        *
      *   Journal voucher lines ship only as a whole voucher: before  *
      *   a voucher line goes out, every line of its voucher is read  *
      *   back and must be on file in the same status. A voucher      *
      *   found incomplete is held back untouched, so the GL never    *
      *   receives one side of an entry, and is counted on the run   *
      *   summary.                                                    *
      *   Tax is now carried separately for the GL's tax control      *
      *   accounts. Each D detail adds the tax code and the tax       *
      *   contained in its gross amount; each A/C record adds the tax *
      *   code with the prior (last sent) and new tax; and the        *
      *   trailer adds the net tax movement of the file. The hash     *
      *   total stays on the gross amounts. The tax sent is stamped   *
      *   back with the amount, so a later amend ships only the tax   *
      *   difference.                                                  *
      *   Branch control: D, A and C records carry the entry's branch  *
      *   (blank is the home office), and a B branch control record    *
      *   per branch - movement count, hash and net tax for that       *
      *   branch - is written ahead of the trailer so each branch      *
      *   proves its own share of the file. The B records add up to    *
      *   the trailer and are not counted in its record count. The     *
      *   run summary lists the same branch totals.                    *
      *   The sent markers stamped back onto each transaction are now  *
      *   also written as after-images to the forward-recovery journal *
      *   CICA-TRJNL.dat, so a rolled-forward file does not re-ship    *
      *   what the GL already has.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXLOG-FILE-STATUS.

           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  EXLOG-FILE.
       COPY EXLOGREC.

       FD  TRJNL-FILE.
       COPY TRJNLREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXSEQ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXTRACT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
           05  WS-COUNT-NEW            PIC 9(7) VALUE 0.
           05  WS-COUNT-ADJUSTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REVERSED       PIC 9(7) VALUE 0.
           05  WS-COUNT-VOUCHER-HELD   PIC 9(7) VALUE 0.
           05  WS-HASH-TOTAL           PIC S9(13)V99 VALUE 0.
           05  WS-TAX-TOTAL            PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------*
      * Movement totals by branch, written as the B records.          *
      *----------------------------------------------------------------*
       01  WS-XB-TABLE.
           05  WS-XB-MAX               PIC 9(3) COMP VALUE 0.
           05  WS-XB-ENTRY OCCURS 50 TIMES.
               10  WS-XB-BRANCH            PIC X(4).
               10  WS-XB-COUNT             PIC 9(7).
               10  WS-XB-HASH              PIC S9(13)V99.
               10  WS-XB-TAX               PIC S9(13)V99.
       01  WS-XB-SUB                   PIC 9(3) COMP.
       01  WS-XB-SCAN                  PIC 9(3) COMP.
       01  WS-XB-HIT-SUB               PIC 9(3) COMP.
       01  WS-XB-AMOUNT                PIC S9(13)V99.
       01  WS-XB-TAX-AMOUNT            PIC S9(13)V99.
       01  WS-XB-OVERFLOW              PIC X(1) VALUE 'N'.
       01  WS-EDIT-BRANCH              PIC X(4).

      *----------------------------------------------------------------*
      * Interface record layouts. Record type in column 1: H header,   *
      * D detail (new entry), A adjustment (amount moved since it was  *
      * sent), C cancellation reversal, B branch control, T trailer.   *
      * The hash total is the net movement: D amounts plus A/C        *
      * new-minus-prior. Amounts are gross; the tax within them        *
      * follows the tax code, and the trailer tax total is the net    *
      * tax movement on the same basis. Each B record carries the      *
      * same three totals for one branch's movements.                  *
      *----------------------------------------------------------------*
       01  WS-EXT-HEADER.
           05  FILLER                  PIC X(1) VALUE 'H'.
           05  WS-DET-AMOUNT           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-DET-STATUS           PIC X(8).
           05  WS-DET-TAX-CODE         PIC X(4).
           05  WS-DET-TAX-AMOUNT       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-DET-BRANCH           PIC X(4).

       01  WS-EXT-ADJUST.
           05  WS-ADJ-REC-TYPE         PIC X(1).
                                       SIGN IS LEADING SEPARATE.
           05  WS-ADJ-NEW-AMOUNT       PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-ADJ-TAX-CODE         PIC X(4).
           05  WS-ADJ-PRIOR-TAX        PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-ADJ-NEW-TAX          PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-ADJ-BRANCH           PIC X(4).

       01  WS-EXT-BRANCH.
           05  FILLER                  PIC X(1) VALUE 'B'.
           05  WS-BRT-BRANCH           PIC X(4).
           05  WS-BRT-REC-COUNT        PIC 9(7).
           05  WS-BRT-HASH-TOTAL       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-BRT-TAX-TOTAL        PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.

       01  WS-EXT-TRAILER.
           05  FILLER                  PIC X(1) VALUE 'T'.
           05  WS-TRL-REC-COUNT        PIC 9(7).
           05  WS-TRL-HASH-TOTAL       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  WS-TRL-TAX-TOTAL        PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.

      *----------------------------------------------------------------*
      * Journal voucher wholeness check. A voucher line's key is the  *
      * voucher number followed by the two-digit line number.          *
      *----------------------------------------------------------------*
       01  WS-SEND-ACTION              PIC X(1).
       01  WS-VOUCHER-AREA.
           05  WS-VCH-SAVE-TRANS-ID    PIC X(10).
           05  WS-VCH-VOUCHER-NO       PIC X(8).
           05  WS-VCH-STATUS           PIC X(8).
           05  WS-VCH-LINES            PIC 9(2).
           05  WS-VCH-LINE-NO          PIC 9(2).
           05  WS-VCH-SUB              PIC 9(3) COMP.
           05  WS-VCH-WHOLE            PIC X(1).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-REPORT-DETAIL            PIC X(80).

       01  WS-JNL-ACTION               PIC X(1).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-EXTRACT-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-SEND-ACTION.
           EVALUATE TRUE
               WHEN TRANS-IS-ACTIVE AND TRANS-GL-NOT-SENT
                   MOVE 'D' TO WS-SEND-ACTION
               WHEN TRANS-IS-ACTIVE AND TRANS-GL-SENT AND
                   (TRANS-AMOUNT NOT = TRANS-GL-SENT-AMOUNT OR
                    TRANS-TAX-AMOUNT NOT = TRANS-GL-SENT-TAX)
                   MOVE 'A' TO WS-SEND-ACTION
               WHEN TRANS-IS-CANCELLED AND TRANS-GL-SENT
                   MOVE 'C' TO WS-SEND-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SEND-ACTION = SPACE
               EXIT PARAGRAPH
           END-IF.

           IF TRANS-VOUCHER-NO NOT = SPACES
               PERFORM 2050-CHECK-VOUCHER-WHOLE
               IF WS-VCH-WHOLE = 'N'
                   ADD 1 TO WS-COUNT-VOUCHER-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE WS-SEND-ACTION
               WHEN 'D'
                   PERFORM 2100-SEND-NEW-ENTRY
               WHEN 'A'
                   PERFORM 2200-SEND-AMEND-ADJUSTMENT
               WHEN 'C'
                   PERFORM 2300-SEND-CANCEL-REVERSAL
           END-EVALUATE.

       2050-CHECK-VOUCHER-WHOLE.
      ******************************************************************
      * Reads every line of the current record's voucher by key; the  *
      * voucher is whole only if each line is on file under the same  *
      * voucher in the same status. The current record is then read   *
      * again by key, which restores both the record area and the     *
      * position the READ NEXT sweep continues from.                  *
      ******************************************************************
           MOVE TRANS-ID TO WS-VCH-SAVE-TRANS-ID.
           MOVE TRANS-VOUCHER-NO TO WS-VCH-VOUCHER-NO.
           MOVE TRANS-STATUS TO WS-VCH-STATUS.
           MOVE TRANS-VOUCHER-LINES TO WS-VCH-LINES.
           MOVE 'Y' TO WS-VCH-WHOLE.
           IF WS-VCH-LINES < 2
               MOVE 'N' TO WS-VCH-WHOLE
           END-IF.
           PERFORM 2060-CHECK-ONE-VOUCHER-LINE
               VARYING WS-VCH-SUB FROM 1 BY 1
               UNTIL WS-VCH-SUB > WS-VCH-LINES OR WS-VCH-WHOLE = 'N'.

           MOVE WS-VCH-SAVE-TRANS-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VCH-WHOLE
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.

       2060-CHECK-ONE-VOUCHER-LINE.
           MOVE WS-VCH-SUB TO WS-VCH-LINE-NO.
           MOVE SPACES TO TRANS-ID.
           STRING FUNCTION TRIM(WS-VCH-VOUCHER-NO) DELIMITED BY SIZE
               WS-VCH-LINE-NO DELIMITED BY SIZE
               INTO TRANS-ID
           END-STRING.
           READ TRANS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VCH-WHOLE
           END-READ.
           IF WS-VCH-WHOLE = 'Y'
               IF TRANS-VOUCHER-NO NOT = WS-VCH-VOUCHER-NO OR
                   TRANS-STATUS NOT = WS-VCH-STATUS
                   MOVE 'N' TO WS-VCH-WHOLE
               END-IF
           END-IF.

       2100-SEND-NEW-ENTRY.
           MOVE TRANS-ID TO WS-DET-TRANS-ID.
           MOVE TRANS-DATE TO WS-DET-DATE.
           MOVE TRANS-AMOUNT TO WS-DET-AMOUNT.
           MOVE TRANS-STATUS TO WS-DET-STATUS.
           MOVE TRANS-TAX-CODE TO WS-DET-TAX-CODE.
           MOVE TRANS-TAX-AMOUNT TO WS-DET-TAX-AMOUNT.
           MOVE TRANS-BRANCH-CODE TO WS-DET-BRANCH.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXT-DETAIL TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-COUNT-EXTRACTED.
           ADD 1 TO WS-COUNT-NEW.
           ADD TRANS-AMOUNT TO WS-HASH-TOTAL.
           ADD TRANS-TAX-AMOUNT TO WS-TAX-TOTAL.
           MOVE TRANS-AMOUNT TO WS-XB-AMOUNT.
           MOVE TRANS-TAX-AMOUNT TO WS-XB-TAX-AMOUNT.
           PERFORM 2500-ADD-TO-BRANCH-TOTALS.

           MOVE 'Y' TO TRANS-GL-SENT-FLAG.
           MOVE TRANS-AMOUNT TO TRANS-GL-SENT-AMOUNT.
           MOVE TRANS-TAX-AMOUNT TO TRANS-GL-SENT-TAX.
           MOVE WS-TODAY TO TRANS-GL-SENT-DATE.
           REWRITE CICA-TRANS-RECORD.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.

       2200-SEND-AMEND-ADJUSTMENT.
           MOVE 'A' TO WS-ADJ-REC-TYPE.
           MOVE TRANS-CATEGORY-CODE TO WS-ADJ-CATEGORY.
           MOVE TRANS-GL-SENT-AMOUNT TO WS-ADJ-PRIOR-AMOUNT.
           MOVE TRANS-AMOUNT TO WS-ADJ-NEW-AMOUNT.
           MOVE TRANS-TAX-CODE TO WS-ADJ-TAX-CODE.
           MOVE TRANS-GL-SENT-TAX TO WS-ADJ-PRIOR-TAX.
           MOVE TRANS-TAX-AMOUNT TO WS-ADJ-NEW-TAX.
           MOVE TRANS-BRANCH-CODE TO WS-ADJ-BRANCH.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXT-ADJUST TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-COUNT-ADJUSTED.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
               (TRANS-AMOUNT - TRANS-GL-SENT-AMOUNT).
           COMPUTE WS-TAX-TOTAL = WS-TAX-TOTAL +
               (TRANS-TAX-AMOUNT - TRANS-GL-SENT-TAX).
           COMPUTE WS-XB-AMOUNT = TRANS-AMOUNT - TRANS-GL-SENT-AMOUNT.
           COMPUTE WS-XB-TAX-AMOUNT =
               TRANS-TAX-AMOUNT - TRANS-GL-SENT-TAX.
           PERFORM 2500-ADD-TO-BRANCH-TOTALS.

           MOVE TRANS-AMOUNT TO TRANS-GL-SENT-AMOUNT.
           MOVE TRANS-TAX-AMOUNT TO TRANS-GL-SENT-TAX.
           MOVE WS-TODAY TO TRANS-GL-SENT-DATE.
           REWRITE CICA-TRANS-RECORD.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.

       2300-SEND-CANCEL-REVERSAL.
           MOVE 'C' TO WS-ADJ-REC-TYPE.
           MOVE TRANS-CATEGORY-CODE TO WS-ADJ-CATEGORY.
           MOVE TRANS-GL-SENT-AMOUNT TO WS-ADJ-PRIOR-AMOUNT.
           MOVE 0 TO WS-ADJ-NEW-AMOUNT.
           MOVE TRANS-TAX-CODE TO WS-ADJ-TAX-CODE.
           MOVE TRANS-GL-SENT-TAX TO WS-ADJ-PRIOR-TAX.
           MOVE 0 TO WS-ADJ-NEW-TAX.
           MOVE TRANS-BRANCH-CODE TO WS-ADJ-BRANCH.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXT-ADJUST TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-COUNT-EXTRACTED.
           ADD 1 TO WS-COUNT-REVERSED.
           SUBTRACT TRANS-GL-SENT-AMOUNT FROM WS-HASH-TOTAL.
           SUBTRACT TRANS-GL-SENT-TAX FROM WS-TAX-TOTAL.
           COMPUTE WS-XB-AMOUNT = 0 - TRANS-GL-SENT-AMOUNT.
           COMPUTE WS-XB-TAX-AMOUNT = 0 - TRANS-GL-SENT-TAX.
           PERFORM 2500-ADD-TO-BRANCH-TOTALS.

           MOVE 'R' TO TRANS-GL-SENT-FLAG.
           MOVE WS-TODAY TO TRANS-GL-SENT-DATE.
           REWRITE CICA-TRANS-RECORD.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.

       2500-ADD-TO-BRANCH-TOTALS.
      ******************************************************************
      * Adds one movement - WS-XB-AMOUNT and WS-XB-TAX-AMOUNT - to    *
      * the current record's branch, opening its slot the first time  *
      * the branch ships.                                              *
      ******************************************************************
           MOVE 0 TO WS-XB-HIT-SUB.
           PERFORM 2510-SCAN-ONE-BRANCH
               VARYING WS-XB-SCAN FROM 1 BY 1
               UNTIL WS-XB-SCAN > WS-XB-MAX.
           IF WS-XB-HIT-SUB = 0
               IF WS-XB-MAX >= 50
                   MOVE 'Y' TO WS-XB-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-XB-MAX
               MOVE WS-XB-MAX TO WS-XB-HIT-SUB
               MOVE TRANS-BRANCH-CODE TO WS-XB-BRANCH(WS-XB-HIT-SUB)
               MOVE 0 TO WS-XB-COUNT(WS-XB-HIT-SUB)
                   WS-XB-HASH(WS-XB-HIT-SUB) WS-XB-TAX(WS-XB-HIT-SUB)
           END-IF.
           ADD 1 TO WS-XB-COUNT(WS-XB-HIT-SUB).
           ADD WS-XB-AMOUNT TO WS-XB-HASH(WS-XB-HIT-SUB).
           ADD WS-XB-TAX-AMOUNT TO WS-XB-TAX(WS-XB-HIT-SUB).

       2510-SCAN-ONE-BRANCH.
           IF WS-XB-BRANCH(WS-XB-SCAN) = TRANS-BRANCH-CODE
               MOVE WS-XB-SCAN TO WS-XB-HIT-SUB
               MOVE WS-XB-MAX TO WS-XB-SCAN
           END-IF.

       3000-WRITE-TRAILER.
      * The branch control records go ahead of the trailer, one per
      * branch that shipped anything.
           PERFORM 3100-WRITE-ONE-BRANCH-RECORD
               VARYING WS-XB-SUB FROM 1 BY 1
               UNTIL WS-XB-SUB > WS-XB-MAX.
           MOVE WS-COUNT-EXTRACTED TO WS-TRL-REC-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TRL-HASH-TOTAL.
           MOVE WS-TAX-TOTAL TO WS-TRL-TAX-TOTAL.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXT-TRAILER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           CLOSE EXTRACT-FILE.

       3100-WRITE-ONE-BRANCH-RECORD.
           MOVE WS-XB-BRANCH(WS-XB-SUB) TO WS-BRT-BRANCH.
           MOVE WS-XB-COUNT(WS-XB-SUB) TO WS-BRT-REC-COUNT.
           MOVE WS-XB-HASH(WS-XB-SUB) TO WS-BRT-HASH-TOTAL.
           MOVE WS-XB-TAX(WS-XB-SUB) TO WS-BRT-TAX-TOTAL.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-EXT-BRANCH TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

       4000-UPDATE-SEQUENCE.
           OPEN OUTPUT EXSEQ-FILE.
           MOVE WS-FILE-SEQ-NO TO EXSEQ-LAST-SEQ-NO.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-VOUCHER-HELD TO WS-EDIT-COUNT.
           STRING "Voucher lines held back (incomplete)..... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TAX-TOTAL TO WS-EDIT-AMOUNT.
           STRING "Net tax movement sent.... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MOVEMENTS BY BRANCH" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-PRINT-ONE-BRANCH
               VARYING WS-XB-SUB FROM 1 BY 1
               UNTIL WS-XB-SUB > WS-XB-MAX.
           IF WS-XB-OVERFLOW = 'Y'
               MOVE "*** MORE THAN 50 BRANCHES - BRANCH RECORDS DO " &
                   "NOT ADD TO THE TRAILER ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-PRINT-ONE-BRANCH.
           IF WS-XB-BRANCH(WS-XB-SUB) = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE WS-XB-BRANCH(WS-XB-SUB) TO WS-EDIT-BRANCH
           END-IF.
           MOVE WS-XB-COUNT(WS-XB-SUB) TO WS-EDIT-COUNT.
           MOVE WS-XB-HASH(WS-XB-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  Branch " DELIMITED BY SIZE
               WS-EDIT-BRANCH DELIMITED BY SIZE
               "  records " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  hash " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-XB-TAX(WS-XB-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "                        net tax " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
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
           MOVE "TRANEXTR" TO JNL-PROGRAM.
           MOVE "TRANEXTR" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       9000-CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE REPORT-FILE.
