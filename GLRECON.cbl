      *              log ever outgrows the in-storage table anyway,  *
      *              the rewrite is skipped - nothing is dropped -   *
      *              and the run fails with RETURN-CODE 8.           *
      * MODIFICATION HISTORY:                                          *
      *   Each bounced detail now also raises an item on the           *
      *   exception work queue CICA-EXCQ.dat (see EXCQREC), keyed on   *
      *   the TRANS-ID and the file sequence it bounced from, so it    *
      *   is assigned, worked and aged like every other exception      *
      *   instead of sitting unread on CICA-GLBNC.dat.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBNC-FILE-STATUS.

           SELECT EXCQ-FILE ASSIGN TO 'CICA-EXCQ.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               ALTERNATE RECORD KEY IS EXQ-OWNER
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'GLRECON.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           05  FILLER                  PIC X(1).
           05  BNF-REASON              PIC X(12).

       FD  EXCQ-FILE.
       COPY EXCQREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       01  WS-GLACK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXLOG-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-GLBNC-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXCQ-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-EXLOG-EOF                PIC X(1) VALUE 'N'.
       01  WS-GLACK-PRESENT            PIC X(1) VALUE 'N'.
       01  WS-RECON-FAILED             PIC X(1) VALUE 'N'.
       01  WS-EXCQ-OPEN                PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Exception queue item being raised - 8700-RAISE-EXCEPTION      *
      * writes it.                                                     *
      *----------------------------------------------------------------*
       01  WS-EXQ-RAISE.
           05  WS-EXQ-TYPE             PIC X(4).
           05  WS-EXQ-REF              PIC X(30).
           05  WS-EXQ-BRANCH           PIC X(4).
           05  WS-EXQ-DESC             PIC X(50).

      *----------------------------------------------------------------*
      * In-storage copy of the sent log so acknowledgements can be     *
           05  WS-COUNT-BOUNCED        PIC 9(5) VALUE 0.
           05  WS-COUNT-MISSING        PIC 9(5) VALUE 0.
           05  WS-COUNT-AWAITING       PIC 9(5) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(5) VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-SEQ                 PIC 9(6).
           PERFORM 1100-LOAD-ONE-LOG-ENTRY UNTIL WS-EXLOG-EOF = 'Y'.
           CLOSE EXLOG-FILE.

           PERFORM 8750-OPEN-EXCEPTION-QUEUE.

           OPEN INPUT GLACK-FILE.
           IF WS-GLACK-FILE-STATUS = '00'
               MOVE 'Y' TO WS-GLACK-PRESENT
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'GLBN' TO WS-EXQ-TYPE.
           MOVE SPACES TO WS-EXQ-REF WS-EXQ-BRANCH WS-EXQ-DESC.
           STRING BNC-TRANS-ID DELIMITED BY SIZE
               " SEQ " DELIMITED BY SIZE
               BNC-SEQ-NO DELIMITED BY SIZE
               INTO WS-EXQ-REF.
           STRING "GL bounced " DELIMITED BY SIZE
               FUNCTION TRIM(BNC-TRANS-ID) DELIMITED BY SIZE
               " - reason " DELIMITED BY SIZE
               BNC-REASON DELIMITED BY SIZE
               INTO WS-EXQ-DESC.
           PERFORM 8700-RAISE-EXCEPTION.

       3000-FLAG-UNACKNOWLEDGED.
      ******************************************************************
      * Anything still SENT from before today is a gap in the cycle - *
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-EXCEPTIONS TO WS-EDIT-COUNT.
           STRING "Exception queue items raised............. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-RETIRED TO WS-EDIT-COUNT.
           STRING "Aged ACKED entries retired from the log.. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
           END-IF.
           WRITE REPORT-LINE.

       8700-RAISE-EXCEPTION.
      ******************************************************************
      * Raises one item on the exception queue from WS-EXQ-RAISE,    *
      * OPEN and unowned for a supervisor to assign. An item already *
      * on file under the same type and reference - the same bounce  *
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
           MOVE WS-TODAY TO EXQ-RAISED-DATE.
           MOVE 'GLRECON' TO EXQ-RAISED-BY.
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
           IF WS-GLACK-PRESENT = 'Y'
               CLOSE GLACK-FILE
           END-IF.
           IF WS-EXCQ-OPEN = 'Y'
               CLOSE EXCQ-FILE
           END-IF.
           CLOSE REPORT-FILE.
