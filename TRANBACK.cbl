       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANBACK.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: TRANBACK.CBL                                          *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Backs a whole regional inbound file out of        *
      *              CICA-TRANS.dat in one controlled run, for the day *
      *              the region sends the wrong file or the same day's *
      *              business under a new sequence. Reads the file's   *
      *              inbound sequence number from SYSIN columns 1-6.   *
      *              Only the last file TRANLOAD finished loading can  *
      *              be backed out - CICA-INSEQ.dat must name it, no   *
      *              later load may be part-way through, and its entry *
      *              on the load log CICA-INLOG.dat must still read    *
      *              LOADED. The run is refused while DAYCLOSE holds   *
      *              the business date CLOSING.                        *
      *              A proving pass first reads every transaction      *
      *              carrying the sequence (TRANS-INB-SEQ-NO); if any  *
      *              one still to come out falls in a CLOSED period on *
      *              CICA-PERCTL.dat, has been paid by PAYRUN or has   *
      *              been cleared against the bank by BANKREC, each    *
      *              such entry is listed and the run ends RETURN-CODE *
      *              8 with nothing changed.                           *
      *              Otherwise every entry from the file is cancelled  *
      *              and stamped with the business date, as a cancel   *
      *              through Data Entry A is. One not yet sent to the  *
      *              GL is thereby cancelled outright; one already     *
      *              sent becomes a cancellation that TRANEXTR ships   *
      *              as its reversal on the next extract. Entries      *
      *              already CANCELLED or REJECTED are left alone.     *
      *              Each rewrite is journaled on CICA-TRJNL.dat and   *
      *              posted to the category-period totals.             *
      *              With every entry out, CICA-INSEQ.dat is set back  *
      *              one so the corrected file is accepted under the   *
      *              same sequence, the checkpoint is cleared, and the *
      *              load log entry is marked BACKOUT. The corrected   *
      *              file must carry new TRANS-IDs - the cancelled     *
      *              entries keep theirs on file.                      *
      *              Counts and totals backed out are reported against *
      *              the file's trailer to TRANBACK.out. RETURN-CODE 8 *
      *              on a refusal or on any entry that could not be    *
      *              rewritten; a rerun picks up where it stopped.     *
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

           SELECT PERCTL-FILE ASSIGN TO 'CICA-PERCTL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD
               FILE STATUS IS WS-PERCTL-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO 'CICA-BUSDATE.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT INSEQ-FILE ASSIGN TO 'CICA-INSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSEQ-FILE-STATUS.

           SELECT INCHKP-FILE ASSIGN TO 'CICA-INCHKP.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCHKP-FILE-STATUS.

           SELECT INLOG-FILE ASSIGN TO 'CICA-INLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INLOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TRANBACK.out'
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
       01  SYSIN-RECORD                PIC X(80).

       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  PERCTL-FILE.
       COPY PERCTLRC.

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  INSEQ-FILE.
       01  INSEQ-RECORD.
           05  INSEQ-LAST-SEQ-NO       PIC 9(6).

       FD  INCHKP-FILE.
       01  INCHKP-RECORD.
           05  CHKP-SEQ-NO             PIC 9(6).
           05  CHKP-DETAIL-COUNT       PIC 9(7).

       FD  INLOG-FILE.
       COPY INLOGREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TRJNL-FILE.
       COPY TRJNLREC.
       FD  CPTOT-FILE.
       COPY CPTOTREC.

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-INSEQ-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-INCHKP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-INLOG-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.

       01  WS-BACKOUT-SEQ-NO           PIC 9(6) VALUE 0.
       01  WS-TODAY                    PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-TRANS-PERIOD             PIC 9(6).

      * Per-period closed-status cache so the period control file is
      * read once per period met, not once per record.
       01  WS-PERIOD-CACHE.
           05  WS-CACHED-PERIOD        PIC 9(6) VALUE 0.
           05  WS-CACHED-CLOSED        PIC X(1) VALUE 'N'.

       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-LOG-EOF                  PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-ENTRY-BLOCKED            PIC X(1) VALUE 'N'.
       01  WS-BLOCK-REASON             PIC X(30).

      *----------------------------------------------------------------*
      * The load log, held whole so the file's entry can be marked    *
      * BACKOUT and the log written back in place.                     *
      *----------------------------------------------------------------*
       01  WS-LOG-TABLE.
           05  WS-LOG-MAX              PIC 9(4) COMP VALUE 0.
           05  WS-LOG-ENTRY OCCURS 5000 TIMES
                                       PIC X(58).
       01  WS-LOG-SUB                  PIC 9(4) COMP.
       01  WS-LOG-HIT-SUB              PIC 9(4) COMP VALUE 0.

      * The file's figures as its trailer carried them at load.
       01  WS-LOAD-FIGURES.
           05  WS-LOAD-FILE-DATE       PIC 9(8) VALUE 0.
           05  WS-LOAD-DATE            PIC 9(8) VALUE 0.
           05  WS-LOAD-REC-COUNT       PIC 9(7) VALUE 0.
           05  WS-LOAD-HASH-TOTAL      PIC S9(13)V99 VALUE 0.

       01  WS-COUNTERS.
           05  WS-COUNT-FOUND          PIC 9(7) VALUE 0.
           05  WS-SENT-AMOUNT-FOUND    PIC S9(13)V99 VALUE 0.
           05  WS-COUNT-BLOCKED        PIC 9(7) VALUE 0.
           05  WS-COUNT-ALREADY-OUT    PIC 9(7) VALUE 0.
           05  WS-COUNT-CANCELLED      PIC 9(7) VALUE 0.
           05  WS-AMOUNT-CANCELLED     PIC S9(13)V99 VALUE 0.
           05  WS-COUNT-REVERSED       PIC 9(7) VALUE 0.
           05  WS-AMOUNT-REVERSED      PIC S9(13)V99 VALUE 0.
           05  WS-COUNT-NOT-DONE       PIC 9(7) VALUE 0.
           05  WS-COUNT-UNLOADED       PIC 9(7) VALUE 0.
           05  WS-HASH-DIFFERENCE      PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-SEQ-NO              PIC 9(6).
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
               PERFORM 2000-PROVE-THE-BACKOUT
           END-IF.
           IF WS-RUN-FAILED = 'N'
               PERFORM 3000-BACK-OUT-THE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA INBOUND FILE BACK-OUT SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1100-READ-CONTROL-CARD.
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1200-GET-BUSINESS-DATE.
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1300-CHECK-INBOUND-CONTROLS.
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1400-FIND-LOAD-LOG-ENTRY.

       1100-READ-CONTROL-CARD.
      * Columns 1-6 carry the inbound sequence number to back out,
      * zero-filled as it appears on the file's header.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS <> '00'
               MOVE "No control card - the sequence number to back "
                   & "out is required." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SYSIN-RECORD.
           READ SYSIN-FILE
               AT END
                   MOVE SPACES TO SYSIN-RECORD
           END-READ.
           CLOSE SYSIN-FILE.
           IF SYSIN-RECORD(1:6) IS NOT NUMERIC OR
               SYSIN-RECORD(1:6) = '000000'
               MOVE "Control card must carry the sequence number in "
                   & "columns 1-6." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE SYSIN-RECORD(1:6) TO WS-BACKOUT-SEQ-NO.
           MOVE SPACES TO REPORT-LINE.
           STRING "INBOUND FILE SEQUENCE: " DELIMITED BY SIZE
               WS-BACKOUT-SEQ-NO DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       1200-GET-BUSINESS-DATE.
      ******************************************************************
      * The cancels are stamped with the business day from            *
      * CICA-BUSDATE.dat so DAYCLOSE folds them into the day it       *
      * closes; no control file falls back to the calendar date.      *
      * A back-out while the day is CLOSING would land in a day       *
      * already being proved, and is refused.                          *
      ******************************************************************
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ BUSDATE-FILE
               AT END
                   CLOSE BUSDATE-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE BUSDATE-FILE.
           IF BUSD-CURRENT-DATE IS NUMERIC AND BUSD-CURRENT-DATE > 0
               MOVE BUSD-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF BUSD-IS-CLOSING
               MOVE "Business day is CLOSING - rerun once DAYCLOSE "
                   & "has rolled the date." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       1300-CHECK-INBOUND-CONTROLS.
      ******************************************************************
      * Setting CICA-INSEQ.dat back one is only safe for the last     *
      * file loaded - backing out an earlier one would have TRANLOAD  *
      * expect files it has already taken. A later load interrupted   *
      * part-way must be resumed to completion first, or its          *
      * checkpoint would be lost with the reset.                       *
      ******************************************************************
           OPEN INPUT INSEQ-FILE.
           IF WS-INSEQ-FILE-STATUS <> '00'
               MOVE "CICA-INSEQ.dat not found - no inbound file has "
                   & "been loaded." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           READ INSEQ-FILE
               AT END
                   MOVE 0 TO INSEQ-LAST-SEQ-NO
           END-READ.
           CLOSE INSEQ-FILE.
           IF INSEQ-LAST-SEQ-NO NOT = WS-BACKOUT-SEQ-NO
               MOVE INSEQ-LAST-SEQ-NO TO WS-EDIT-SEQ-NO
               MOVE SPACES TO REPORT-LINE
               STRING "Only the last file loaded (sequence "
                   DELIMITED BY SIZE
                   WS-EDIT-SEQ-NO DELIMITED BY SIZE
                   ") can be backed out." DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT INCHKP-FILE.
           IF WS-INCHKP-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ INCHKP-FILE
               AT END
                   MOVE 0 TO CHKP-SEQ-NO CHKP-DETAIL-COUNT
           END-READ.
           CLOSE INCHKP-FILE.
           IF CHKP-SEQ-NO > 0 AND CHKP-DETAIL-COUNT > 0
               MOVE CHKP-SEQ-NO TO WS-EDIT-SEQ-NO
               MOVE SPACES TO REPORT-LINE
               STRING "The load of sequence " DELIMITED BY SIZE
                   WS-EDIT-SEQ-NO DELIMITED BY SIZE
                   " is part-way through - resume it first."
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       1400-FIND-LOAD-LOG-ENTRY.
      ******************************************************************
      * Loads the whole load log and finds the file's latest entry.   *
      * A corrected file resent under the same sequence logs a fresh  *
      * entry after the one backed out, so it is the latest entry for *
      * the sequence that must still read LOADED.                      *
      ******************************************************************
           OPEN INPUT INLOG-FILE.
           IF WS-INLOG-FILE-STATUS <> '00'
               MOVE "CICA-INLOG.dat not found - the file's load was "
                   & "never logged." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1410-LOAD-ONE-LOG-ENTRY UNTIL WS-LOG-EOF = 'Y'.
           CLOSE INLOG-FILE.
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOG-HIT-SUB = 0
               MOVE "No load log entry for the sequence - it cannot "
                   & "be backed out." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOG-ENTRY(WS-LOG-HIT-SUB) TO INLOG-RECORD.
           IF NOT ILG-IS-LOADED
               MOVE "The file has already been backed out." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE ILG-FILE-DATE TO WS-LOAD-FILE-DATE.
           MOVE ILG-LOAD-DATE TO WS-LOAD-DATE.
           MOVE ILG-REC-COUNT TO WS-LOAD-REC-COUNT.
           MOVE ILG-HASH-TOTAL TO WS-LOAD-HASH-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE DATE: " DELIMITED BY SIZE
               WS-LOAD-FILE-DATE DELIMITED BY SIZE
               "   LOADED ON: " DELIMITED BY SIZE
               WS-LOAD-DATE DELIMITED BY SIZE
               "   BACKED OUT ON: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       1410-LOAD-ONE-LOG-ENTRY.
           READ INLOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF
           END-READ.
           IF WS-LOG-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-MAX >= 5000
               MOVE "Load log too large to rewrite - nothing changed."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-LOG-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOG-MAX.
           MOVE INLOG-RECORD TO WS-LOG-ENTRY(WS-LOG-MAX).
           IF ILG-SEQ-NO = WS-BACKOUT-SEQ-NO
               MOVE WS-LOG-MAX TO WS-LOG-HIT-SUB
           END-IF.

       2000-PROVE-THE-BACKOUT.
      ******************************************************************
      * Proving pass - reads every entry from the file without        *
      * changing one, and lists each that may not come out. A single  *
      * one refuses the whole back-out, so the file is never left     *
      * half out.                                                      *
      ******************************************************************
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "CICA-TRANS.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PERCTL-FILE.

           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM 2100-PROVE-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           CLOSE TRANS-FILE.

           IF WS-COUNT-BLOCKED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COUNT-BLOCKED TO WS-EDIT-COUNT
               STRING "Entries blocking the back-out............ "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Back-out refused - nothing has been changed." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-RUN-FAILED = 'Y' AND WS-PERCTL-FILE-STATUS = '00'
               CLOSE PERCTL-FILE
           END-IF.

       2100-PROVE-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-INB-SEQ-NO IS NOT NUMERIC OR
               TRANS-INB-SEQ-NO NOT = WS-BACKOUT-SEQ-NO
               EXIT PARAGRAPH
           END-IF.
      * An entry an earlier back-out of this sequence cancelled came
      * from the file that was withdrawn, not the one loaded since,
      * and stays out of the figures proved against the load log.
           IF TRANS-IS-CANCELLED AND
               TRANS-MAINT-USER-ID = "TRANBACK"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-FOUND.
           IF TRANS-ORIG-AMOUNT IS NUMERIC
               ADD TRANS-ORIG-AMOUNT TO WS-SENT-AMOUNT-FOUND
           END-IF.
           PERFORM 2200-CHECK-ENTRY-BLOCKED.
           IF WS-ENTRY-BLOCKED = 'Y'
               ADD 1 TO WS-COUNT-BLOCKED
               PERFORM 2300-LIST-BLOCKED-ENTRY
           END-IF.

       2200-CHECK-ENTRY-BLOCKED.
      ******************************************************************
      * An entry already CANCELLED or REJECTED is not touched and     *
      * blocks nothing. Any other is blocked if its period is CLOSED  *
      * - the month-end figures are final - or if money has moved     *
      * against it: paid by PAYRUN or cleared against the bank. These *
      * are the same checks that refuse a cancel through Data Entry A.*
      ******************************************************************
           MOVE 'N' TO WS-ENTRY-BLOCKED.
           MOVE SPACES TO WS-BLOCK-REASON.
           IF TRANS-IS-CANCELLED OR TRANS-IS-REJECTED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRANS-PERIOD = TRANS-DATE / 100.
           PERFORM 2250-CHECK-PERIOD-CLOSED.
           IF WS-CACHED-CLOSED = 'Y'
               MOVE 'Y' TO WS-ENTRY-BLOCKED
               MOVE "period is CLOSED" TO WS-BLOCK-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-PAY-RUN-NO IS NUMERIC AND NOT TRANS-NOT-PAID
               MOVE 'Y' TO WS-ENTRY-BLOCKED
               MOVE "paid by PAYRUN" TO WS-BLOCK-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-IS-CLEARED
               MOVE 'Y' TO WS-ENTRY-BLOCKED
               MOVE "cleared against the bank" TO WS-BLOCK-REASON
           END-IF.

       2250-CHECK-PERIOD-CLOSED.
      * The last answer is cached per period.
           IF WS-TRANS-PERIOD = WS-CACHED-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRANS-PERIOD TO WS-CACHED-PERIOD.
           MOVE 'N' TO WS-CACHED-CLOSED.
           IF WS-PERCTL-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRANS-PERIOD TO PCTL-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PCTL-IS-CLOSED
               MOVE 'Y' TO WS-CACHED-CLOSED
           END-IF.

       2300-LIST-BLOCKED-ENTRY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               TRANS-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TRANS-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TRANS-STATUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-BLOCK-REASON DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-BACK-OUT-THE-FILE.
      ******************************************************************
      * Update pass - cancels every entry from the file still to come *
      * out. Each is checked again as it is read, since Data Entry A  *
      * may have moved it since the proving pass; one that is now     *
      * blocked, or whose rewrite fails, is listed and left, and the  *
      * inbound controls are not reset until a rerun has it out.      *
      ******************************************************************
           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "CICA-TRANS.dat could not be opened for update."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               IF WS-PERCTL-FILE-STATUS = '00'
                   CLOSE PERCTL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8630-OPEN-CATG-TOTALS.

           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM 3100-BACK-OUT-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           CLOSE TRANS-FILE.
           PERFORM 8640-CLOSE-CATG-TOTALS.
           IF WS-PERCTL-FILE-STATUS = '00'
               CLOSE PERCTL-FILE
           END-IF.

           IF WS-COUNT-NOT-DONE > 0
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               PERFORM 3500-RESET-INBOUND-CONTROLS
           END-IF.
           PERFORM 4000-PRINT-SUMMARY.

       3100-BACK-OUT-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-INB-SEQ-NO IS NOT NUMERIC OR
               TRANS-INB-SEQ-NO NOT = WS-BACKOUT-SEQ-NO
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-IS-CANCELLED OR TRANS-IS-REJECTED
               ADD 1 TO WS-COUNT-ALREADY-OUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-CHECK-ENTRY-BLOCKED.
           IF WS-ENTRY-BLOCKED = 'Y'
               ADD 1 TO WS-COUNT-NOT-DONE
               PERFORM 2300-LIST-BLOCKED-ENTRY
               EXIT PARAGRAPH
           END-IF.

           PERFORM 8610-NOTE-CATG-BEFORE.
           SET TRANS-IS-CANCELLED TO TRUE.
      * The maintenance stamp carries the business date, the same as
      * a cancel keyed through Data Entry A, so DAYCLOSE folds the
      * cancel into the day it closes.
           MOVE WS-BUSINESS-DATE TO TRANS-MAINT-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO TRANS-MAINT-TIME.
           MOVE "TRANBACK" TO TRANS-MAINT-USER-ID.
           REWRITE CICA-TRANS-RECORD.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               ADD 1 TO WS-COUNT-NOT-DONE
               MOVE "rewrite failed" TO WS-BLOCK-REASON
               PERFORM 2300-LIST-BLOCKED-ENTRY
               MOVE 'N' TO WS-CPT-BEFORE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           PERFORM 8600-POST-CATG-CHANGE.

           IF TRANS-GL-SENT
               ADD 1 TO WS-COUNT-REVERSED
               ADD TRANS-GL-SENT-AMOUNT TO WS-AMOUNT-REVERSED
           ELSE
               ADD 1 TO WS-COUNT-CANCELLED
               ADD TRANS-AMOUNT TO WS-AMOUNT-CANCELLED
           END-IF.

       3500-RESET-INBOUND-CONTROLS.
      ******************************************************************
      * The file is wholly out - set the inbound sequence back one so *
      * TRANLOAD accepts the corrected file under the same number,    *
      * clear the checkpoint, and mark the load log entry BACKOUT so  *
      * the file can never be backed out twice.                       *
      ******************************************************************
           OPEN OUTPUT INSEQ-FILE.
           COMPUTE INSEQ-LAST-SEQ-NO = WS-BACKOUT-SEQ-NO - 1.
           WRITE INSEQ-RECORD.
           CLOSE INSEQ-FILE.

           OPEN OUTPUT INCHKP-FILE.
           MOVE 0 TO CHKP-SEQ-NO CHKP-DETAIL-COUNT.
           WRITE INCHKP-RECORD.
           CLOSE INCHKP-FILE.

           MOVE WS-LOG-ENTRY(WS-LOG-HIT-SUB) TO INLOG-RECORD.
           SET ILG-IS-BACKED-OUT TO TRUE.
           MOVE INLOG-RECORD TO WS-LOG-ENTRY(WS-LOG-HIT-SUB).
           OPEN OUTPUT INLOG-FILE.
           PERFORM 3510-WRITE-ONE-LOG-ENTRY
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-MAX.
           CLOSE INLOG-FILE.

       3510-WRITE-ONE-LOG-ENTRY.
           MOVE WS-LOG-ENTRY(WS-LOG-SUB) TO INLOG-RECORD.
           WRITE INLOG-RECORD.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-LOAD-REC-COUNT TO WS-EDIT-COUNT.
           STRING "Trailer detail count..................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-LOAD-HASH-TOTAL TO WS-EDIT-AMOUNT.
           STRING "Trailer hash total (as sent)............. "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-FOUND TO WS-EDIT-COUNT.
           STRING "Entries on file from the file............ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-SENT-AMOUNT-FOUND TO WS-EDIT-AMOUNT.
           STRING "Amount as sent on those entries.......... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Details TRANLOAD rejected never reached the file, so they
      * account for any shortfall against the trailer - as does an
      * entry amended since it was loaded.
           MOVE 0 TO WS-COUNT-UNLOADED.
           IF WS-LOAD-REC-COUNT > WS-COUNT-FOUND
               COMPUTE WS-COUNT-UNLOADED =
                   WS-LOAD-REC-COUNT - WS-COUNT-FOUND
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-UNLOADED TO WS-EDIT-COUNT.
           STRING "Details never loaded (rejected).......... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-HASH-DIFFERENCE =
               WS-LOAD-HASH-TOTAL - WS-SENT-AMOUNT-FOUND.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-HASH-DIFFERENCE TO WS-EDIT-AMOUNT.
           STRING "Hash difference.......................... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COUNT-ALREADY-OUT TO WS-EDIT-COUNT.
           STRING "Already cancelled or rejected............ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-CANCELLED TO WS-EDIT-COUNT.
           STRING "Cancelled outright - not yet sent........ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AMOUNT-CANCELLED TO WS-EDIT-AMOUNT.
           STRING "  base amount............................ "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-REVERSED TO WS-EDIT-COUNT.
           STRING "Cancelled for reversal by TRANEXTR....... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AMOUNT-REVERSED TO WS-EDIT-AMOUNT.
           STRING "  base amount sent to the GL............. "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-NOT-DONE TO WS-EDIT-COUNT.
           STRING "Entries not backed out................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COUNT-NOT-DONE > 0
               MOVE "Back-out incomplete - inbound controls not "
                   & "reset; rerun to finish." TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EDIT-SEQ-NO = WS-BACKOUT-SEQ-NO - 1.
           MOVE SPACES TO REPORT-LINE.
           STRING "CICA-INSEQ.dat set back to " DELIMITED BY SIZE
               WS-EDIT-SEQ-NO DELIMITED BY SIZE
               " - the corrected file may be loaded."
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       8500-JOURNAL-TRANS-IMAGE.
      ******************************************************************
      * Appends the after-image of the transaction record just        *
      * rewritten to the forward-recovery journal. Called straight    *
      * after the update; an update that did not take leaves a        *
      * non-zero status and is not journaled. The end mark goes on    *
      * last so FILEBKUP ROLLFWD can tell a complete image from one   *
      * cut short.                                                     *
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
           MOVE "TRANBACK" TO JNL-PROGRAM.
           MOVE "TRANBACK" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       8600-POST-CATG-CHANGE.
      ******************************************************************
      * Called straight after a transaction update. Takes the ACTIVE  *
      * contribution noted by 8610 out of the category-period totals  *
      * and puts the record's current one in - none once cancelled.   *
      * An update that did not take posts nothing.                    *
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
                   MOVE "TRANBACK" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-TODAY TO CPT-LAST-DATE.
           MOVE "TRANBACK" TO CPT-LAST-PROGRAM.
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
