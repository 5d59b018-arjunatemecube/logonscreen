      *   day and reopened when the close completes. A business date *
      *   ahead of the calendar refuses to close - that is the       *
      *   double-run case.                                            *
      *   Branch control totals: the same proof is now also run for   *
      *   each branch on its own - the branch's entries by            *
      *   TRANS-BRANCH-CODE, its archived position from               *
      *   CICA-BRARCH.dat (see BRARCREC) - and one record per branch  *
      *   is appended to CICA-BRCTOT.dat (see BRCTLREC) carrying the  *
      *   branch's running position. The report prints a block per   *
      *   branch for that office to sign off. A branch with no prior  *
      *   record baselines from the file the same as the first        *
      *   close; any branch out of balance fails the close.           *
      *   A day, or a branch, that fails its proof now also raises an *
      *   item on the exception work queue CICA-EXCQ.dat (see         *
      *   EXCQREC), keyed on the business date and the branch, so the *
      *   difference is assigned and worked to a resolution instead   *
      *   of living only on the printed report.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT BRCTOT-FILE ASSIGN TO 'CICA-BRCTOT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCTOT-FILE-STATUS.

           SELECT EXCQ-FILE ASSIGN TO 'CICA-EXCQ.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               ALTERNATE RECORD KEY IS EXQ-OWNER
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

           SELECT BRARCH-FILE ASSIGN TO 'CICA-BRARCH.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  BRCTOT-FILE.
       COPY BRCTLREC.

      * Archived position by branch, kept by TRANARCH.
       FD  BRARCH-FILE.
       COPY BRARCREC.

       FD  EXCQ-FILE.
       COPY EXCQREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CTLTOT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARCHPOS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BRCTOT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-BRARCH-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-EXCQ-FILE-STATUS         PIC X(2) VALUE '00'.

      * WS-TODAY is the business date being closed, which is not
      * necessarily the calendar date when the close runs late.
       01  WS-CTLTOT-EOF               PIC X(1) VALUE 'N'.
       01  WS-OUT-OF-BALANCE           PIC X(1) VALUE 'N'.
       01  WS-FIRST-CLOSE              PIC X(1) VALUE 'N'.
       01  WS-BRCTOT-EOF               PIC X(1) VALUE 'N'.
       01  WS-BRARCH-EOF               PIC X(1) VALUE 'N'.
       01  WS-BRANCH-OVERFLOW          PIC X(1) VALUE 'N'.
       01  WS-EXCQ-OPEN                PIC X(1) VALUE 'N'.
       01  WS-COUNT-EXCEPTIONS         PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Exception queue item being raised - 8700-RAISE-EXCEPTION      *
      * writes it.                                                     *
      *----------------------------------------------------------------*
       01  WS-EXQ-RAISE.
           05  WS-EXQ-TYPE             PIC X(4).
           05  WS-EXQ-REF              PIC X(30).
           05  WS-EXQ-BRANCH           PIC X(4).
           05  WS-EXQ-DESC             PIC X(50).

       01  WS-TOTALS.
           05  WS-DAY-REC-COUNT        PIC 9(7) VALUE 0.
           05  WS-ARCHIVED-POSITION    PIC S9(13)V99 VALUE 0.
           05  WS-WHOLE-POSITION       PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------*
      * Branch control totals - one slot per branch met on the file,  *
      * on CICA-BRCTOT.dat or on CICA-BRARCH.dat. Spaces is the home  *
      * office.                                                        *
      *----------------------------------------------------------------*
       01  WS-BR-TABLE.
           05  WS-BR-MAX               PIC 9(3) COMP VALUE 0.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  WS-BR-CODE              PIC X(4).
               10  WS-BR-DAY-COUNT         PIC 9(7).
               10  WS-BR-DAY-NET           PIC S9(13)V99.
               10  WS-BR-FILE-NET          PIC S9(13)V99.
               10  WS-BR-MAINT-ADJ         PIC S9(13)V99.
               10  WS-BR-PENDING           PIC 9(7).
               10  WS-BR-PRIOR-DATE        PIC 9(8).
               10  WS-BR-PRIOR-POSITION    PIC S9(13)V99.
               10  WS-BR-ARCHIVED          PIC S9(13)V99.
               10  WS-BR-BOOK              PIC S9(13)V99.
               10  WS-BR-WHOLE             PIC S9(13)V99.
               10  WS-BR-DIFF              PIC S9(13)V99.
               10  WS-BR-STATE             PIC X(1).
                   88  BR-IS-BALANCED           VALUE 'B'.
                   88  BR-IS-OUT                VALUE 'O'.
                   88  BR-IS-FIRST              VALUE 'F'.
       01  WS-BR-SUB                   PIC 9(3) COMP.
       01  WS-BR-SCAN                  PIC 9(3) COMP.
       01  WS-BR-HIT-SUB               PIC 9(3) COMP.
       01  WS-BR-KEY                   PIC X(4).
       01  WS-EDIT-BRANCH              PIC X(4).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-DATE                PIC 9(8).
           PERFORM 2000-READ-PRIOR-POSITION
               UNTIL WS-CTLTOT-EOF = 'Y'.
           PERFORM 2500-CHECK-ALREADY-CLOSED.
           PERFORM 2600-LOAD-BRANCH-POSITIONS.
           PERFORM 2700-MARK-CLOSE-WINDOW.
           PERFORM 3000-SWEEP-TRANS-FILE UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 4000-PROVE-THE-DAY.
           PERFORM 4100-PROVE-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-MAX.
           PERFORM 4500-RAISE-OUT-OF-BALANCE.
           PERFORM 5000-WRITE-CONTROL-RECORD.
           PERFORM 5500-ADVANCE-BUSINESS-DATE.
           PERFORM 6000-PRINT-REPORT.
               MOVE 'Y' TO WS-FIRST-CLOSE
           END-IF.

       2600-LOAD-BRANCH-POSITIONS.
      ******************************************************************
      * Opens a branch slot for every branch on the branch control    *
      * totals and archived position files, carrying each branch's   *
      * last running position and its archived position. Until       *
      * TRANARCH first writes CICA-BRARCH.dat the whole archived     *
      * position belongs to the home office.                          *
      ******************************************************************
           OPEN INPUT BRCTOT-FILE.
           IF WS-BRCTOT-FILE-STATUS = '00'
               PERFORM 2610-READ-ONE-BRANCH-PRIOR
                   UNTIL WS-BRCTOT-EOF = 'Y'
               CLOSE BRCTOT-FILE
           END-IF.

           OPEN INPUT BRARCH-FILE.
           IF WS-BRARCH-FILE-STATUS = '00'
               PERFORM 2620-READ-ONE-BRANCH-ARCHIVED
                   UNTIL WS-BRARCH-EOF = 'Y'
               CLOSE BRARCH-FILE
           ELSE
               IF WS-ARCHIVED-POSITION NOT = 0
                   MOVE SPACES TO WS-BR-KEY
                   PERFORM 2650-FIND-BRANCH-SLOT
                   IF WS-BR-HIT-SUB > 0
                       MOVE WS-ARCHIVED-POSITION TO
                           WS-BR-ARCHIVED(WS-BR-HIT-SUB)
                   END-IF
               END-IF
           END-IF.

       2610-READ-ONE-BRANCH-PRIOR.
           READ BRCTOT-FILE
               AT END
                   MOVE 'Y' TO WS-BRCTOT-EOF
           END-READ.
           IF WS-BRCTOT-EOF = 'N'
               MOVE BRC-BRANCH TO WS-BR-KEY
               PERFORM 2650-FIND-BRANCH-SLOT
               IF WS-BR-HIT-SUB > 0
                   MOVE BRC-DATE TO WS-BR-PRIOR-DATE(WS-BR-HIT-SUB)
                   MOVE BRC-RUN-POSITION TO
                       WS-BR-PRIOR-POSITION(WS-BR-HIT-SUB)
               END-IF
           END-IF.

       2620-READ-ONE-BRANCH-ARCHIVED.
           READ BRARCH-FILE
               AT END
                   MOVE 'Y' TO WS-BRARCH-EOF
           END-READ.
           IF WS-BRARCH-EOF = 'N'
               MOVE BRA-BRANCH TO WS-BR-KEY
               PERFORM 2650-FIND-BRANCH-SLOT
               IF WS-BR-HIT-SUB > 0
                   MOVE BRA-POSITION TO WS-BR-ARCHIVED(WS-BR-HIT-SUB)
               END-IF
           END-IF.

       2650-FIND-BRANCH-SLOT.
      ******************************************************************
      * Sets WS-BR-HIT-SUB to WS-BR-KEY's slot, opening a zeroed one  *
      * the first time the branch is met. A full table leaves it zero *
      * and fails the close - a branch that cannot be proven must not *
      * be signed off.                                                 *
      ******************************************************************
           MOVE 0 TO WS-BR-HIT-SUB.
           PERFORM 2655-SCAN-ONE-BRANCH-SLOT
               VARYING WS-BR-SCAN FROM 1 BY 1
               UNTIL WS-BR-SCAN > WS-BR-MAX.
           IF WS-BR-HIT-SUB > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-MAX >= 50
               MOVE 'Y' TO WS-BRANCH-OVERFLOW
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BR-MAX.
           MOVE WS-BR-MAX TO WS-BR-HIT-SUB.
           MOVE WS-BR-KEY TO WS-BR-CODE(WS-BR-HIT-SUB).
           MOVE 0 TO WS-BR-DAY-COUNT(WS-BR-HIT-SUB)
               WS-BR-DAY-NET(WS-BR-HIT-SUB)
               WS-BR-FILE-NET(WS-BR-HIT-SUB)
               WS-BR-MAINT-ADJ(WS-BR-HIT-SUB)
               WS-BR-PENDING(WS-BR-HIT-SUB)
               WS-BR-PRIOR-DATE(WS-BR-HIT-SUB)
               WS-BR-PRIOR-POSITION(WS-BR-HIT-SUB)
               WS-BR-ARCHIVED(WS-BR-HIT-SUB)
               WS-BR-BOOK(WS-BR-HIT-SUB)
               WS-BR-WHOLE(WS-BR-HIT-SUB)
               WS-BR-DIFF(WS-BR-HIT-SUB).
           MOVE SPACE TO WS-BR-STATE(WS-BR-HIT-SUB).

       2655-SCAN-ONE-BRANCH-SLOT.
           IF WS-BR-CODE(WS-BR-SCAN) = WS-BR-KEY
               MOVE WS-BR-SCAN TO WS-BR-HIT-SUB
               MOVE WS-BR-MAX TO WS-BR-SCAN
           END-IF.

       2700-MARK-CLOSE-WINDOW.
      ******************************************************************
      * Holds the business date CLOSING for the duration of the       *
      * prior-day records - those move the file without touching     *
      * today's entry net, so they are folded into the proof as a    *
      * maintenance adjustment (cancel takes the amount out, amend   *
      * applies new minus prior). Each figure is also added to the   *
      * entry's branch slot.                                           *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'N'
               PERFORM 3100-ADD-TO-BRANCH
               IF NOT TRANS-IS-CANCELLED
                   ADD TRANS-AMOUNT TO WS-FILE-NET-AMOUNT
               END-IF
               END-IF
           END-IF.

       3100-ADD-TO-BRANCH.
           MOVE TRANS-BRANCH-CODE TO WS-BR-KEY.
           PERFORM 2650-FIND-BRANCH-SLOT.
           IF WS-BR-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRANS-IS-CANCELLED
               ADD TRANS-AMOUNT TO WS-BR-FILE-NET(WS-BR-HIT-SUB)
           END-IF.
           IF TRANS-DATE = WS-TODAY
               ADD 1 TO WS-BR-DAY-COUNT(WS-BR-HIT-SUB)
               IF NOT TRANS-IS-CANCELLED
                   ADD TRANS-AMOUNT TO WS-BR-DAY-NET(WS-BR-HIT-SUB)
               END-IF
           END-IF.
           IF TRANS-MAINT-DATE = WS-TODAY AND
               TRANS-DATE NOT = WS-TODAY
               IF TRANS-IS-CANCELLED
                   SUBTRACT TRANS-AMOUNT FROM
                       WS-BR-MAINT-ADJ(WS-BR-HIT-SUB)
               ELSE
                   COMPUTE WS-BR-MAINT-ADJ(WS-BR-HIT-SUB) =
                       WS-BR-MAINT-ADJ(WS-BR-HIT-SUB) +
                       (TRANS-AMOUNT - TRANS-PRIOR-AMOUNT)
               END-IF
           END-IF.
           IF TRANS-IS-PENDING
               ADD 1 TO WS-BR-PENDING(WS-BR-HIT-SUB)
           END-IF.

       4000-PROVE-THE-DAY.
      ******************************************************************
      * Book position carried forward, plus today's net, plus the    *
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

       4100-PROVE-ONE-BRANCH.
      ******************************************************************
      * The same proof for one branch: its carried position plus its *
      * day's net and maintenance must equal its live net plus its    *
      * archived position. A branch with no carried record - a new   *
      * office, or the first close since branches came in - takes its *
      * baseline from the file.                                        *
      ******************************************************************
           COMPUTE WS-BR-WHOLE(WS-BR-SUB) =
               WS-BR-FILE-NET(WS-BR-SUB) + WS-BR-ARCHIVED(WS-BR-SUB).
           IF WS-BR-PRIOR-DATE(WS-BR-SUB) = 0
               MOVE WS-BR-WHOLE(WS-BR-SUB) TO WS-BR-BOOK(WS-BR-SUB)
               MOVE 0 TO WS-BR-DIFF(WS-BR-SUB)
               SET BR-IS-FIRST(WS-BR-SUB) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BR-BOOK(WS-BR-SUB) =
               WS-BR-PRIOR-POSITION(WS-BR-SUB) +
               WS-BR-DAY-NET(WS-BR-SUB) + WS-BR-MAINT-ADJ(WS-BR-SUB).
           COMPUTE WS-BR-DIFF(WS-BR-SUB) =
               WS-BR-WHOLE(WS-BR-SUB) - WS-BR-BOOK(WS-BR-SUB).
           IF WS-BR-DIFF(WS-BR-SUB) NOT = 0
               SET BR-IS-OUT(WS-BR-SUB) TO TRUE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           ELSE
               SET BR-IS-BALANCED(WS-BR-SUB) TO TRUE
           END-IF.

       4500-RAISE-OUT-OF-BALANCE.
      ******************************************************************
      * Puts a failed proof on the exception queue - one item for the *
      * day as a whole, one for each branch out - so the difference   *
      * is owned and worked, not just printed.                        *
      ******************************************************************
           IF WS-OUT-OF-BALANCE = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 8750-OPEN-EXCEPTION-QUEUE.
           IF WS-EXCQ-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-BALANCE-DIFF NOT = 0
               MOVE 'OOB ' TO WS-EXQ-TYPE
               MOVE SPACES TO WS-EXQ-REF WS-EXQ-BRANCH WS-EXQ-DESC
               STRING WS-TODAY DELIMITED BY SIZE
                   " WHOLE DAY" DELIMITED BY SIZE
                   INTO WS-EXQ-REF
               END-STRING
               MOVE WS-BALANCE-DIFF TO WS-EDIT-AMOUNT
               STRING "Day " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " out of balance by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   INTO WS-EXQ-DESC
               END-STRING
               PERFORM 8700-RAISE-EXCEPTION
           END-IF.
           PERFORM 4510-RAISE-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-MAX.
           CLOSE EXCQ-FILE.
           MOVE 'N' TO WS-EXCQ-OPEN.

       4510-RAISE-ONE-BRANCH.
           IF NOT BR-IS-OUT(WS-BR-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-CODE(WS-BR-SUB) = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE WS-BR-CODE(WS-BR-SUB) TO WS-EDIT-BRANCH
           END-IF.
           MOVE 'OOB ' TO WS-EXQ-TYPE.
           MOVE SPACES TO WS-EXQ-REF WS-EXQ-DESC.
           MOVE WS-BR-CODE(WS-BR-SUB) TO WS-EXQ-BRANCH.
           STRING WS-TODAY DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               WS-EDIT-BRANCH DELIMITED BY SIZE
               INTO WS-EXQ-REF
           END-STRING.
           MOVE WS-BR-DIFF(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "Branch " DELIMITED BY SIZE
               WS-EDIT-BRANCH DELIMITED BY SPACE
               " day " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " off by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
               INTO WS-EXQ-DESC
           END-STRING.
           PERFORM 8700-RAISE-EXCEPTION.

       5000-WRITE-CONTROL-RECORD.
      ******************************************************************
      * The observed file net is carried forward as the new running  *
           WRITE CTLTOT-RECORD.
           CLOSE CTLTOT-FILE.

           OPEN EXTEND BRCTOT-FILE.
           IF WS-BRCTOT-FILE-STATUS = '35'
               OPEN OUTPUT BRCTOT-FILE
           END-IF.
           PERFORM 5100-WRITE-ONE-BRANCH-RECORD
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-MAX.
           CLOSE BRCTOT-FILE.

       5100-WRITE-ONE-BRANCH-RECORD.
           MOVE WS-TODAY TO BRC-DATE.
           MOVE WS-BR-CODE(WS-BR-SUB) TO BRC-BRANCH.
           MOVE WS-BR-DAY-COUNT(WS-BR-SUB) TO BRC-REC-COUNT.
           MOVE WS-BR-DAY-NET(WS-BR-SUB) TO BRC-NET-AMOUNT.
           MOVE WS-BR-WHOLE(WS-BR-SUB) TO BRC-RUN-POSITION.
           WRITE BRCTOT-RECORD.

       5500-ADVANCE-BUSINESS-DATE.
      ******************************************************************
      * The day is closed and its control record written - the        *
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-COUNT-EXCEPTIONS > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-COUNT-EXCEPTIONS TO WS-EDIT-COUNT
               STRING "Exception queue items raised............. "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BRANCH CONTROL TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BRANCH-OVERFLOW = 'Y'
               MOVE "*** MORE THAN 50 BRANCHES - BRANCHES OVER THE " &
                   "LIMIT NOT PROVEN ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 6100-PRINT-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-MAX.

       6100-PRINT-ONE-BRANCH.
      ******************************************************************
      * One block per branch, ending in a sign-off line for the       *
      * branch's own supervisor.                                       *
      ******************************************************************
           IF WS-BR-CODE(WS-BR-SUB) = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE WS-BR-CODE(WS-BR-SUB) TO WS-EDIT-BRANCH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "BRANCH: " DELIMITED BY SIZE
               WS-EDIT-BRANCH DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-DAY-COUNT(WS-BR-SUB) TO WS-EDIT-COUNT.
           STRING "  Records dated today.................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-DAY-NET(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  Net amount for the day................. "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-MAINT-ADJ(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  Maintenance on prior-day records....... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-PRIOR-POSITION(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  Prior running position................. "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-BOOK(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  New running position (book)............ "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-FILE-NET(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  Net on the live file................... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-ARCHIVED(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  Archived position (off-file)........... "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-WHOLE(WS-BR-SUB) TO WS-EDIT-AMOUNT.
           STRING "  Whole position (carried as new)........ "
               DELIMITED BY SIZE WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BR-PENDING(WS-BR-SUB) TO WS-EDIT-COUNT.
           STRING "  Entries still awaiting approval........ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN BR-IS-OUT(WS-BR-SUB)
                   MOVE WS-BR-DIFF(WS-BR-SUB) TO WS-EDIT-AMOUNT
                   STRING "  *** OUT OF BALANCE - difference...... "
                       DELIMITED BY SIZE WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN BR-IS-FIRST(WS-BR-SUB)
                   MOVE "  First close for the branch - baseline " &
                       "established from the file." TO REPORT-LINE
               WHEN OTHER
                   MOVE "  Branch is in balance." TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           MOVE "  Signed off for the branch: ____________________" &
               "  Date: ________" TO REPORT-LINE.
           WRITE REPORT-LINE.

       8700-RAISE-EXCEPTION.
      ******************************************************************
      * Raises one item on the exception queue from WS-EXQ-RAISE,    *
      * OPEN and unowned for a supervisor to assign. An item already *
      * on file for the same day and branch is left as it stands.    *
      ******************************************************************
           MOVE SPACES TO EXCQ-RECORD.
           MOVE WS-EXQ-TYPE TO EXQ-TYPE.
           MOVE WS-EXQ-REF TO EXQ-SOURCE-REF.
           MOVE WS-EXQ-BRANCH TO EXQ-BRANCH.
           MOVE WS-EXQ-DESC TO EXQ-DESCRIPTION.
           MOVE WS-CALENDAR-DATE TO EXQ-RAISED-DATE.
           MOVE 'DAYCLOSE' TO EXQ-RAISED-BY.
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
           CLOSE TRANS-FILE.
           CLOSE REPORT-FILE.
