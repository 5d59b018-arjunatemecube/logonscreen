       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATGVFY.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: CATGVFY.CBL                                           *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Nightly proof of the category-period totals on    *
      *              CICA-CPTOT.dat (see CPTOTREC). Rebuilds every     *
      *              category, period and branch figure - the count   *
      *              and amount of ACTIVE entries - from one sweep of *
      *              CICA-TRANS.dat and compares it with the file.    *
      *              Every figure that has drifted is listed with the *
      *              amount on file, the rebuilt amount and the        *
      *              difference, and is corrected in place; a figure  *
      *              on file with no entries behind it is zeroed, and *
      *              one missing from the file is added. A missing    *
      *              CICA-CPTOT.dat is built from scratch without      *
      *              listing - that is the first night, or a file      *
      *              deliberately removed to be rebuilt. Ends with     *
      *              RETURN-CODE 4 when drift was corrected, so the    *
      *              morning operator sees that a posting path missed *
      *              an update, and 8 when the rebuild table overflows *
      *              (nothing is corrected then) or a drifted figure   *
      *              could not be corrected on file. Report to         *
      *              CATGVFY.out.                                      *
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

           SELECT CPTOT-FILE ASSIGN TO 'CICA-CPTOT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-KEY
               FILE STATUS IS WS-CPTOT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CATGVFY.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  CPTOT-FILE.
       COPY CPTOTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-CPTOT-EOF                PIC X(1) VALUE 'N'.
       01  WS-FIRST-BUILD              PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * The rebuilt figures: one slot per category, period and branch *
      * with ACTIVE entries on the live file. WS-VF-SEEN marks a slot *
      * matched to a record already on CICA-CPTOT.dat; the rest are   *
      * added at the end.                                              *
      *----------------------------------------------------------------*
       01  WS-VF-TABLE.
           05  WS-VF-MAX               PIC 9(5) COMP VALUE 0.
           05  WS-VF-ENTRY OCCURS 5000 TIMES.
               10  WS-VF-CATG              PIC X(4).
               10  WS-VF-PERIOD            PIC 9(6).
               10  WS-VF-BRANCH            PIC X(4).
               10  WS-VF-COUNT             PIC S9(7).
               10  WS-VF-AMOUNT            PIC S9(13)V99.
               10  WS-VF-SEEN              PIC X(1).
       01  WS-VF-SUB                   PIC 9(5) COMP.
       01  WS-VF-HIT-SUB               PIC 9(5) COMP.
       01  WS-VF-OVERFLOW              PIC X(1) VALUE 'N'.
       01  WS-FIND-CATG                PIC X(4).
       01  WS-FIND-PERIOD              PIC 9(6).
       01  WS-FIND-BRANCH              PIC X(4).

       01  WS-REBUILT-COUNT            PIC S9(7).
       01  WS-REBUILT-AMOUNT           PIC S9(13)V99.
       01  WS-DIFFERENCE               PIC S9(13)V99.

       01  WS-COUNTERS.
           05  WS-COUNT-TRANS          PIC 9(7) VALUE 0.
           05  WS-COUNT-ACTIVE         PIC 9(7) VALUE 0.
           05  WS-COUNT-ON-FILE        PIC 9(7) VALUE 0.
           05  WS-COUNT-DRIFTED        PIC 9(7) VALUE 0.
           05  WS-COUNT-ADDED          PIC 9(7) VALUE 0.
           05  WS-COUNT-NOT-CORRECTED  PIC 9(7) VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-BRANCH              PIC X(4).
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           CLOSE TRANS-FILE.
           IF WS-VF-OVERFLOW = 'Y'
               MOVE "*** REBUILD TABLE OVERFLOW - TOTALS NOT " &
                   "PROVED OR CORRECTED ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               PERFORM 3000-PROVE-ONE-TOTAL UNTIL WS-CPTOT-EOF = 'Y'
               PERFORM 4000-ADD-ONE-MISSING-TOTAL
                   VARYING WS-VF-SUB FROM 1 BY 1
                   UNTIL WS-VF-SUB > WS-VF-MAX
           END-IF.
           CLOSE CPTOT-FILE.
           PERFORM 5000-PRINT-SUMMARY.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-DRIFTED > 0 AND WS-FIRST-BUILD = 'N'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       1000-INITIALIZE.
      ******************************************************************
      * Opens the report, the transaction file and the totals file.  *
      * No totals file means this is the first build: it is created  *
      * empty and every rebuilt figure is simply added.               *
      ******************************************************************
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA CATEGORY-PERIOD TOTALS PROOF" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "CICA-TRANS.dat could not be opened - run halted."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '35'
               MOVE 'Y' TO WS-FIRST-BUILD
               OPEN OUTPUT CPTOT-FILE
               CLOSE CPTOT-FILE
               OPEN I-O CPTOT-FILE
           END-IF.
           IF WS-CPTOT-FILE-STATUS <> '00'
               MOVE "CICA-CPTOT.dat could not be opened - run halted."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE TRANS-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-FIRST-BUILD = 'Y'
               MOVE "CICA-CPTOT.dat not found - building it from " &
                   "CICA-TRANS.dat." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE "CATG PERIOD BRCH         ON FILE         REBUILT" &
               "      DIFFERENCE" TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-SWEEP-ONE-TRANS.
      ******************************************************************
      * Adds each ACTIVE entry to its category, period and branch    *
      * slot, opening the slot the first time the key is met.         *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-TRANS.
           IF NOT TRANS-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-ACTIVE.

           MOVE TRANS-CATEGORY-CODE TO WS-FIND-CATG.
           COMPUTE WS-FIND-PERIOD = TRANS-DATE / 100.
           MOVE TRANS-BRANCH-CODE TO WS-FIND-BRANCH.
           PERFORM 2100-FIND-TOTAL-SLOT.
           IF WS-VF-HIT-SUB = 0
               IF WS-VF-MAX < 5000
                   ADD 1 TO WS-VF-MAX
                   MOVE WS-VF-MAX TO WS-VF-HIT-SUB
                   MOVE WS-FIND-CATG TO WS-VF-CATG(WS-VF-MAX)
                   MOVE WS-FIND-PERIOD TO WS-VF-PERIOD(WS-VF-MAX)
                   MOVE WS-FIND-BRANCH TO WS-VF-BRANCH(WS-VF-MAX)
                   MOVE 0 TO WS-VF-COUNT(WS-VF-MAX)
                   MOVE 0 TO WS-VF-AMOUNT(WS-VF-MAX)
                   MOVE 'N' TO WS-VF-SEEN(WS-VF-MAX)
               ELSE
                   MOVE 'Y' TO WS-VF-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-VF-COUNT(WS-VF-HIT-SUB).
           ADD TRANS-AMOUNT TO WS-VF-AMOUNT(WS-VF-HIT-SUB).

       2100-FIND-TOTAL-SLOT.
           MOVE 0 TO WS-VF-HIT-SUB.
           PERFORM 2110-MATCH-TOTAL-SLOT
               VARYING WS-VF-SUB FROM 1 BY 1
               UNTIL WS-VF-SUB > WS-VF-MAX.

       2110-MATCH-TOTAL-SLOT.
           IF WS-VF-CATG(WS-VF-SUB) = WS-FIND-CATG AND
               WS-VF-PERIOD(WS-VF-SUB) = WS-FIND-PERIOD AND
               WS-VF-BRANCH(WS-VF-SUB) = WS-FIND-BRANCH
               MOVE WS-VF-SUB TO WS-VF-HIT-SUB
               MOVE WS-VF-MAX TO WS-VF-SUB
           END-IF.

       3000-PROVE-ONE-TOTAL.
      ******************************************************************
      * Compares one figure on file with its rebuilt slot - none      *
      * means no ACTIVE entries remain behind it - and rewrites it    *
      * with the rebuilt count and amount when either differs. A      *
      * rewrite that does not take stays listed, is marked NOT        *
      * CORRECTED and fails the run.                                  *
      ******************************************************************
           READ CPTOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CPTOT-EOF
           END-READ.
           IF WS-CPTOT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-ON-FILE.

           MOVE CPT-CATG-CODE TO WS-FIND-CATG.
           MOVE CPT-PERIOD TO WS-FIND-PERIOD.
           MOVE CPT-BRANCH TO WS-FIND-BRANCH.
           PERFORM 2100-FIND-TOTAL-SLOT.
           IF WS-VF-HIT-SUB = 0
               MOVE 0 TO WS-REBUILT-COUNT
               MOVE 0 TO WS-REBUILT-AMOUNT
           ELSE
               MOVE 'Y' TO WS-VF-SEEN(WS-VF-HIT-SUB)
               MOVE WS-VF-COUNT(WS-VF-HIT-SUB) TO WS-REBUILT-COUNT
               MOVE WS-VF-AMOUNT(WS-VF-HIT-SUB) TO WS-REBUILT-AMOUNT
           END-IF.
           IF CPT-ACTIVE-COUNT = WS-REBUILT-COUNT AND
               CPT-ACTIVE-AMOUNT = WS-REBUILT-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-PRINT-DRIFT-LINE.
           MOVE WS-REBUILT-COUNT TO CPT-ACTIVE-COUNT.
           MOVE WS-REBUILT-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-TODAY TO CPT-LAST-DATE.
           MOVE "CATGVFY" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD
               INVALID KEY
                   PERFORM 3200-NOTE-NOT-CORRECTED
                   EXIT PARAGRAPH
           END-REWRITE.
           IF WS-CPTOT-FILE-STATUS NOT = '00'
               PERFORM 3200-NOTE-NOT-CORRECTED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT-DRIFTED.

       3100-PRINT-DRIFT-LINE.
           IF CPT-BRANCH = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE CPT-BRANCH TO WS-EDIT-BRANCH
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE CPT-CATG-CODE TO WS-REPORT-DETAIL(1:4).
           MOVE CPT-PERIOD TO WS-REPORT-DETAIL(6:6).
           MOVE WS-EDIT-BRANCH TO WS-REPORT-DETAIL(13:4).
           MOVE CPT-ACTIVE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(18:15).
           MOVE WS-REBUILT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(34:15).
           COMPUTE WS-DIFFERENCE =
               WS-REBUILT-AMOUNT - CPT-ACTIVE-AMOUNT.
           MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(50:15).
           IF CPT-ACTIVE-COUNT NOT = WS-REBUILT-COUNT
               MOVE "COUNT" TO WS-REPORT-DETAIL(67:5)
           END-IF.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-NOTE-NOT-CORRECTED.
           ADD 1 TO WS-COUNT-NOT-CORRECTED.
           MOVE 'Y' TO WS-RUN-FAILED.
           MOVE "     ^ NOT CORRECTED - CICA-CPTOT.dat rewrite failed"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-ADD-ONE-MISSING-TOTAL.
      ******************************************************************
      * A rebuilt figure with no record on file. On the first build   *
      * that is every figure and none is listed; on any other night   *
      * it is drift like any other.                                   *
      ******************************************************************
           IF WS-VF-SEEN(WS-VF-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VF-CATG(WS-VF-SUB) TO CPT-CATG-CODE.
           MOVE WS-VF-PERIOD(WS-VF-SUB) TO CPT-PERIOD.
           MOVE WS-VF-BRANCH(WS-VF-SUB) TO CPT-BRANCH.
           MOVE 0 TO CPT-ACTIVE-COUNT.
           MOVE 0 TO CPT-ACTIVE-AMOUNT.
           MOVE WS-VF-COUNT(WS-VF-SUB) TO WS-REBUILT-COUNT.
           MOVE WS-VF-AMOUNT(WS-VF-SUB) TO WS-REBUILT-AMOUNT.
           IF WS-FIRST-BUILD = 'N'
               ADD 1 TO WS-COUNT-DRIFTED
               PERFORM 3100-PRINT-DRIFT-LINE
           END-IF.
           MOVE WS-REBUILT-COUNT TO CPT-ACTIVE-COUNT.
           MOVE WS-REBUILT-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-TODAY TO CPT-LAST-DATE.
           MOVE "CATGVFY" TO CPT-LAST-PROGRAM.
           WRITE CPTOT-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-FAILED
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-COUNT-ADDED.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-TRANS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Transactions read........................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-ACTIVE TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE entries rebuilt................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-ON-FILE TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Totals on file........................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-DRIFTED TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Totals drifted and corrected............. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-ADDED TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Totals added to file..................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COUNT-NOT-CORRECTED > 0
               MOVE WS-COUNT-NOT-CORRECTED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Totals drifted - NOT corrected........... "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED = 'Y'
                   MOVE "*** PROOF INCOMPLETE - TOTALS NOT FULLY " &
                       "CORRECTED ***" TO REPORT-LINE
               WHEN WS-FIRST-BUILD = 'Y'
                   MOVE "Totals file built." TO REPORT-LINE
               WHEN WS-COUNT-DRIFTED > 0
                   MOVE "*** DRIFT FOUND AND CORRECTED ***" TO
                       REPORT-LINE
               WHEN OTHER
                   MOVE "Totals proved - no drift." TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
