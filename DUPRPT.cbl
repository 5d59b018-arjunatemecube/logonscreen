      *              DUPRPT.out for operations review - a confirmed   *
      *              double is cancelled through the sub menu before  *
      *              it reaches the GL extract.                        *
      * MODIFICATION HISTORY:                                          *
      *   Each suspect pair reported now also raises an item on the   *
      *   exception work queue CICA-EXCQ.dat (see EXCQREC), keyed on  *
      *   the two TRANS-IDs and carrying the entry's branch, so the   *
      *   pair is assigned and worked from the sub menu. A pair still *
      *   unconfirmed the next night is already on the queue and is   *
      *   not raised twice.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPOK-FILE-STATUS.

           SELECT EXCQ-FILE ASSIGN TO 'CICA-EXCQ.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               ALTERNATE RECORD KEY IS EXQ-OWNER
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DUPRPT.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           05  FILLER                  PIC X(1).
           05  DOK-CONFIRM-DATE        PIC 9(8).

       FD  EXCQ-FILE.
       COPY EXCQREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-DUPOK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXCQ-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-SYSIN-EOF                PIC X(1) VALUE 'N'.
       01  WS-DUPOK-EOF                PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-EXCQ-OPEN                PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Confirmed-not-duplicate pairs. A pair matches in either       *
               10  WS-DUP-ACCOUNT          PIC X(8).
               10  WS-DUP-AMOUNT           PIC S9(9)V99.
               10  WS-DUP-DATE             PIC 9(8).
               10  WS-DUP-BRANCH           PIC X(4).
       01  WS-DUP-SUB-1                PIC 9(4) COMP.
       01  WS-DUP-SUB-2                PIC 9(4) COMP.
       01  WS-DUP-OVERFLOW             PIC X(1) VALUE 'N'.
       01  WS-PAIR-ID-1                PIC X(10).
       01  WS-PAIR-ID-2                PIC X(10).

      *----------------------------------------------------------------*
      * Exception queue item being raised - 8700-RAISE-EXCEPTION      *
      * writes it.                                                     *
      *----------------------------------------------------------------*
       01  WS-EXQ-RAISE.
           05  WS-EXQ-TYPE             PIC X(4).
           05  WS-EXQ-REF              PIC X(30).
           05  WS-EXQ-BRANCH           PIC X(4).
           05  WS-EXQ-DESC             PIC X(50).

       01  WS-COUNTERS.
           05  WS-COUNT-SUSPECTS       PIC 9(5) VALUE 0.
           05  WS-COUNT-REGIONAL       PIC 9(5) VALUE 0.
           05  WS-COUNT-CONFIRMED      PIC 9(5) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(5) VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           PERFORM 1800-OPEN-OK-PAIRS.
           PERFORM 2000-LOAD-ONE-OK-PAIR UNTIL WS-DUPOK-EOF = 'Y'.
           PERFORM 3000-COLLECT-ONE-ACTIVE UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 8750-OPEN-EXCEPTION-QUEUE.
           PERFORM 4000-SCAN-FOR-PAIRS.
           PERFORM 5000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
                       WS-DUP-ACCOUNT(WS-DUP-MAX)
                   MOVE TRANS-AMOUNT TO WS-DUP-AMOUNT(WS-DUP-MAX)
                   MOVE TRANS-DATE TO WS-DUP-DATE(WS-DUP-MAX)
                   MOVE TRANS-BRANCH-CODE TO
                       WS-DUP-BRANCH(WS-DUP-MAX)
               ELSE
                   MOVE 'Y' TO WS-DUP-OVERFLOW
                   MOVE 'Y' TO WS-TRANS-EOF
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'DUPE' TO WS-EXQ-TYPE.
           MOVE SPACES TO WS-EXQ-REF WS-EXQ-DESC.
           STRING WS-PAIR-ID-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAIR-ID-2 DELIMITED BY SIZE
               INTO WS-EXQ-REF
           END-STRING.
           MOVE WS-DUP-BRANCH(WS-DUP-SUB-1) TO WS-EXQ-BRANCH.
           STRING "Suspect pair " DELIMITED BY SIZE
               WS-PAIR-ID-1 DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-PAIR-ID-2 DELIMITED BY SPACE
               " acct " DELIMITED BY SIZE
               WS-DUP-ACCOUNT(WS-DUP-SUB-1) DELIMITED BY SIZE
               INTO WS-EXQ-DESC
           END-STRING.
           PERFORM 8700-RAISE-EXCEPTION.

       4300-CHECK-CONFIRMED-PAIR.
           MOVE 'N' TO WS-OK-FOUND.
           PERFORM 4310-MATCH-ONE-OK-PAIR
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-EXCEPTIONS TO WS-EDIT-COUNT.
           STRING "New pairs raised on the exception queue.. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-DUP-OVERFLOW = 'Y'
               MOVE "*** ACTIVE TABLE OVERFLOW - PAIRS ABOVE ARE " &
                   "INCOMPLETE ***" TO REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       8700-RAISE-EXCEPTION.
      ******************************************************************
      * Raises one item on the exception queue from WS-EXQ-RAISE,    *
      * OPEN and unowned for a supervisor to assign. A pair already  *
      * on the queue from an earlier night is left as it stands.     *
      ******************************************************************
           IF WS-EXCQ-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EXCQ-RECORD.
           MOVE WS-EXQ-TYPE TO EXQ-TYPE.
           MOVE WS-EXQ-REF TO EXQ-SOURCE-REF.
           MOVE WS-EXQ-BRANCH TO EXQ-BRANCH.
           MOVE WS-EXQ-DESC TO EXQ-DESCRIPTION.
           MOVE WS-TODAY TO EXQ-RAISED-DATE.
           MOVE 'DUPRPT' TO EXQ-RAISED-BY.
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
           IF WS-EXCQ-OPEN = 'Y'
               CLOSE EXCQ-FILE
           END-IF.
           IF WS-TRANS-FILE-STATUS = '00' OR
               WS-TRANS-FILE-STATUS = '10'
               CLOSE TRANS-FILE
