       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCQRPT.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: EXCQRPT.CBL                                           *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Nightly aging of the exception work queue        *
      *              CICA-EXCQ.dat (see EXCQREC). Every unresolved    *
      *              item is counted by exception type against its    *
      *              age in days since it was raised - 0-7, 8-14,     *
      *              15-30 and over 30 - with the unassigned items    *
      *              counted apart, and every item over 30 days old   *
      *              is listed with its owner so the supervisors can  *
      *              chase it. Items resolved are counted for the     *
      *              record only. Report to EXCQRPT.out. The queue is *
      *              only read; an absent queue is reported as empty. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCQ-FILE ASSIGN TO 'CICA-EXCQ.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               ALTERNATE RECORD KEY IS EXQ-OWNER
                   WITH DUPLICATES
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'EXCQRPT.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCQ-FILE.
       COPY EXCQREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXCQ-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-DAYS               PIC 9(7).
       01  WS-AGE-DAYS                 PIC S9(7).
       01  WS-EXCQ-EOF                 PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Aging grid - one row per exception type, in the order the     *
      * types are listed, with a bucket per age band. The last row is *
      * any type not recognized.                                       *
      *----------------------------------------------------------------*
       01  WS-TYPE-DEFINITIONS.
           05  FILLER                  PIC X(22)
               VALUE 'GLBNGL bounce         '.
           05  FILLER                  PIC X(22)
               VALUE 'INRJInbound reject    '.
           05  FILLER                  PIC X(22)
               VALUE 'DUPESuspected double  '.
           05  FILLER                  PIC X(22)
               VALUE 'REJTRejected entry    '.
           05  FILLER                  PIC X(22)
               VALUE 'OOB Out of balance    '.
           05  FILLER                  PIC X(22)
               VALUE '????Other             '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-DEFINITIONS.
           05  WS-TYPE-DEF OCCURS 6 TIMES.
               10  WS-TYPE-CODE            PIC X(4).
               10  WS-TYPE-NAME            PIC X(18).
       01  WS-TYPE-MAX                 PIC 9(2) COMP VALUE 6.

       01  WS-AGING-GRID.
           05  WS-AGING-ROW OCCURS 6 TIMES.
               10  WS-AGING-BUCKET OCCURS 4 TIMES
                                           PIC 9(5).
               10  WS-AGING-UNASSIGNED     PIC 9(5).
       01  WS-AGING-TOTALS.
           05  WS-TOTAL-BUCKET OCCURS 4 TIMES
                                           PIC 9(5).
           05  WS-TOTAL-UNASSIGNED         PIC 9(5).

       01  WS-TYPE-SUB                 PIC 9(2) COMP.
       01  WS-TYPE-HIT                 PIC 9(2) COMP.
       01  WS-BUCKET-SUB               PIC 9(2) COMP.
       01  WS-ROW-OPEN                 PIC 9(5).

       01  WS-COUNTERS.
           05  WS-COUNT-OPEN           PIC 9(5) VALUE 0.
           05  WS-COUNT-OVERDUE        PIC 9(5) VALUE 0.
           05  WS-COUNT-RESOLVED       PIC 9(5) VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-CELL                PIC ZZZZ9.
       01  WS-EDIT-AGE                 PIC ZZZZ9.
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-ONE-ITEM UNTIL WS-EXCQ-EOF = 'Y'.
           PERFORM 3000-PRINT-AGING-GRID.
           PERFORM 4000-LIST-OVERDUE-ITEMS.
           PERFORM 5000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           INITIALIZE WS-AGING-GRID WS-AGING-TOTALS.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA EXCEPTION QUEUE AGING REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT EXCQ-FILE.
           IF WS-EXCQ-FILE-STATUS <> '00'
               MOVE 'Y' TO WS-EXCQ-EOF
           END-IF.

       2000-AGE-ONE-ITEM.
           READ EXCQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EXCQ-EOF
           END-READ.
           IF WS-EXCQ-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF EXQ-IS-RESOLVED
               ADD 1 TO WS-COUNT-RESOLVED
               EXIT PARAGRAPH
           END-IF.
           IF NOT EXQ-IS-UNRESOLVED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-OPEN.
           PERFORM 2100-FIND-ITEM-TYPE.
           PERFORM 2200-FIND-ITEM-AGE.
           ADD 1 TO WS-AGING-BUCKET(WS-TYPE-SUB, WS-BUCKET-SUB).
           ADD 1 TO WS-TOTAL-BUCKET(WS-BUCKET-SUB).
           IF EXQ-OWNER = SPACES
               ADD 1 TO WS-AGING-UNASSIGNED(WS-TYPE-SUB)
               ADD 1 TO WS-TOTAL-UNASSIGNED
           END-IF.
           IF WS-BUCKET-SUB = 4
               ADD 1 TO WS-COUNT-OVERDUE
           END-IF.

       2100-FIND-ITEM-TYPE.
      * Falls through to the last row when the type is not one of
      * those listed.
           MOVE WS-TYPE-MAX TO WS-TYPE-HIT.
           PERFORM 2110-MATCH-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB >= WS-TYPE-MAX.
           MOVE WS-TYPE-HIT TO WS-TYPE-SUB.

       2110-MATCH-ONE-TYPE.
           IF WS-TYPE-CODE(WS-TYPE-SUB) = EXQ-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-HIT
               MOVE WS-TYPE-MAX TO WS-TYPE-SUB
           END-IF.

       2200-FIND-ITEM-AGE.
      * An item with no usable raised date is aged as over 30 days,
      * so it surfaces on the list rather than hiding as new.
           MOVE 999 TO WS-AGE-DAYS.
           IF EXQ-RAISED-DATE > 19000000 AND
               EXQ-RAISED-DATE <= WS-TODAY
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS -
                   FUNCTION INTEGER-OF-DATE(EXQ-RAISED-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 14
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.

       3000-PRINT-AGING-GRID.
           MOVE "OPEN ITEMS BY TYPE AND AGE (DAYS SINCE RAISED)" TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "TYPE" TO WS-REPORT-DETAIL(3:4).
           MOVE "   0-7" TO WS-REPORT-DETAIL(27:6).
           MOVE "  8-14" TO WS-REPORT-DETAIL(34:6).
           MOVE " 15-30" TO WS-REPORT-DETAIL(41:6).
           MOVE "   >30" TO WS-REPORT-DETAIL(48:6).
           MOVE " TOTAL" TO WS-REPORT-DETAIL(55:6).
           MOVE "UNASSIGNED" TO WS-REPORT-DETAIL(63:10).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 3100-PRINT-ONE-TYPE-ROW
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-MAX.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "All types" TO WS-REPORT-DETAIL(3:9).
           PERFORM 3200-EDIT-ONE-TOTAL-CELL
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE WS-COUNT-OPEN TO WS-EDIT-CELL.
           MOVE WS-EDIT-CELL TO WS-REPORT-DETAIL(56:5).
           MOVE WS-TOTAL-UNASSIGNED TO WS-EDIT-CELL.
           MOVE WS-EDIT-CELL TO WS-REPORT-DETAIL(68:5).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-ONE-TYPE-ROW.
      * The catch-all row is printed only when something fell in it.
           MOVE 0 TO WS-ROW-OPEN.
           PERFORM 3110-ADD-ONE-ROW-CELL
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           IF WS-TYPE-SUB = WS-TYPE-MAX AND WS-ROW-OPEN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO WS-REPORT-DETAIL(3:4).
           MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO WS-REPORT-DETAIL(8:18).
           PERFORM 3120-EDIT-ONE-ROW-CELL
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE WS-ROW-OPEN TO WS-EDIT-CELL.
           MOVE WS-EDIT-CELL TO WS-REPORT-DETAIL(56:5).
           MOVE WS-AGING-UNASSIGNED(WS-TYPE-SUB) TO WS-EDIT-CELL.
           MOVE WS-EDIT-CELL TO WS-REPORT-DETAIL(68:5).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       3110-ADD-ONE-ROW-CELL.
           ADD WS-AGING-BUCKET(WS-TYPE-SUB, WS-BUCKET-SUB) TO
               WS-ROW-OPEN.

       3120-EDIT-ONE-ROW-CELL.
           MOVE WS-AGING-BUCKET(WS-TYPE-SUB, WS-BUCKET-SUB) TO
               WS-EDIT-CELL.
           MOVE WS-EDIT-CELL TO
               WS-REPORT-DETAIL(21 + WS-BUCKET-SUB * 7:5).

       3200-EDIT-ONE-TOTAL-CELL.
           MOVE WS-TOTAL-BUCKET(WS-BUCKET-SUB) TO WS-EDIT-CELL.
           MOVE WS-EDIT-CELL TO
               WS-REPORT-DETAIL(21 + WS-BUCKET-SUB * 7:5).

       4000-LIST-OVERDUE-ITEMS.
      ******************************************************************
      * Second pass over the queue listing every unresolved item more *
      * than 30 days old, with its owner - blank when it is still     *
      * waiting to be assigned.                                        *
      ******************************************************************
           MOVE "ITEMS OPEN MORE THAN 30 DAYS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "TYPE REFERENCE" TO WS-REPORT-DETAIL(3:14).
           MOVE "BRCH OWNER    STATUS     RAISED   DAYS" TO
               WS-REPORT-DETAIL(38:38).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COUNT-OVERDUE = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           CLOSE EXCQ-FILE.
           OPEN INPUT EXCQ-FILE.
           MOVE 'N' TO WS-EXCQ-EOF.
           PERFORM 4100-LIST-ONE-ITEM UNTIL WS-EXCQ-EOF = 'Y'.

       4100-LIST-ONE-ITEM.
           READ EXCQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EXCQ-EOF
           END-READ.
           IF WS-EXCQ-EOF = 'Y' OR NOT EXQ-IS-UNRESOLVED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2200-FIND-ITEM-AGE.
           IF WS-BUCKET-SUB NOT = 4
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE EXQ-TYPE TO WS-REPORT-DETAIL(3:4).
           MOVE EXQ-SOURCE-REF TO WS-REPORT-DETAIL(8:30).
           MOVE EXQ-BRANCH TO WS-REPORT-DETAIL(38:4).
           MOVE EXQ-OWNER TO WS-REPORT-DETAIL(43:8).
           MOVE EXQ-STATUS TO WS-REPORT-DETAIL(52:8).
           MOVE EXQ-RAISED-DATE TO WS-REPORT-DETAIL(61:8).
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE WS-EDIT-AGE TO WS-REPORT-DETAIL(70:5).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COUNT-OPEN TO WS-EDIT-COUNT.
           STRING "Items open on the queue.................. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-UNASSIGNED TO WS-EDIT-COUNT.
           STRING "  of which waiting to be assigned........ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-OVERDUE TO WS-EDIT-COUNT.
           STRING "  of which open more than 30 days........ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-RESOLVED TO WS-EDIT-COUNT.
           STRING "Items resolved and kept on file.......... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           IF WS-EXCQ-FILE-STATUS = '00' OR
               WS-EXCQ-FILE-STATUS = '10'
               CLOSE EXCQ-FILE
           END-IF.
           CLOSE REPORT-FILE.
