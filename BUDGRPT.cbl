      *              month - and prints, for every category budgeted  *
      *              on CICA-BUDG.dat for that period or carrying     *
      *              ACTIVE activity in it, the budget amount, the    *
      *              period's ACTIVE actual from CICA-CPTOT.dat, and  *
      *              the variance, with the category's description    *
      *              from CICA-CATG.dat. Categories over budget are   *
      *              flagged, as is activity in a category with no    *
      *              budget set. Output to BUDGRPT.out.               *
      * MODIFICATION HISTORY:                                          *
      *   Actuals are now broken out by branch. Budgets stay set per   *
      *   category for the whole company, so each category line is     *
      *   followed by the branch share of its actual (blank branch    *
      *   prints as HOME), and a closing section totals the period's  *
      *   actual by branch.                                            *
      *   Actuals are read from the category-period totals on CICA-    *
      *   CPTOT.dat (see CPTOTREC) instead of a sweep of the whole     *
      *   transaction file. The sweep remains only for before CATGVFY  *
      *   has first built the totals; the report heading says which    *
      *   source was used.                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT CPTOT-FILE ASSIGN TO 'CICA-CPTOT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-KEY
               FILE STATUS IS WS-CPTOT-FILE-STATUS.

           SELECT CATG-FILE ASSIGN TO 'CICA-CATG.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  CPTOT-FILE.
       COPY CPTOTREC.

       FD  CATG-FILE.
       COPY CATGREC.

       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUDG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CATG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.


       01  WS-BUDG-EOF                 PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-CPTOT-EOF                PIC X(1) VALUE 'Y'.
       01  WS-SWEEPING                 PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * One actual to accumulate - a category-period total or, in    *
      * the fallback sweep, one transaction.                          *
      *----------------------------------------------------------------*
       01  WS-ACT-CATG                 PIC X(4).
       01  WS-ACT-BRANCH               PIC X(4).
       01  WS-ACT-AMOUNT               PIC S9(13)V99.

      *----------------------------------------------------------------*
      * One slot per category: the period's budget (when one is set)   *
      * and the ACTIVE actual accumulated from the period's totals.    *
      *----------------------------------------------------------------*
       01  WS-RPT-TABLE.
           05  WS-RPT-MAX              PIC 9(3) COMP VALUE 0.
       01  WS-RPT-FIND-CATG            PIC X(4).
       01  WS-RPT-OVERFLOW             PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * The same actuals split by branch: one slot per category and    *
      * branch pair, and one per branch for the closing totals.        *
      *----------------------------------------------------------------*
       01  WS-CB-TABLE.
           05  WS-CB-MAX               PIC 9(4) COMP VALUE 0.
           05  WS-CB-ENTRY OCCURS 1000 TIMES.
               10  WS-CB-CATG              PIC X(4).
               10  WS-CB-BRANCH            PIC X(4).
               10  WS-CB-ACTUAL            PIC S9(13)V99.
       01  WS-CB-SUB                   PIC 9(4) COMP.
       01  WS-CB-HIT-SUB               PIC 9(4) COMP.

       01  WS-BRT-TABLE.
           05  WS-BRT-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-BRT-ENTRY OCCURS 50 TIMES.
               10  WS-BRT-BRANCH           PIC X(4).
               10  WS-BRT-ACTUAL           PIC S9(13)V99.
       01  WS-BRT-SUB                  PIC 9(3) COMP.
       01  WS-BRT-HIT-SUB              PIC 9(3) COMP.
       01  WS-BRANCH-OVERFLOW          PIC X(1) VALUE 'N'.
       01  WS-EDIT-BRANCH              PIC X(4).

       01  WS-TOTALS.
           05  WS-TOT-BUDGET           PIC S9(13)V99 VALUE 0.
           05  WS-TOT-ACTUAL           PIC S9(13)V99 VALUE 0.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-BUDGET UNTIL WS-BUDG-EOF = 'Y'.
           PERFORM 3500-READ-ONE-TOTAL UNTIL WS-CPTOT-EOF = 'Y'.
           PERFORM 3000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 9000-CLOSE-FILES.
               MOVE 'Y' TO WS-BUDG-EOF
           END-IF.

      * The period's actuals come from the category-period totals;
      * only when those have not yet been built is the transaction
      * file swept instead.
           OPEN INPUT CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'N' TO WS-CPTOT-EOF
               MOVE 'Y' TO WS-TRANS-EOF
           ELSE
               MOVE 'Y' TO WS-SWEEPING
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-FILE-STATUS <> '00'
                   MOVE 'Y' TO WS-TRANS-EOF
               END-IF
           END-IF.

           OPEN INPUT CATG-FILE.

       3000-SWEEP-ONE-TRANS.
      ******************************************************************
      * Fallback sweep, used only when CICA-CPTOT.dat cannot be read: *
      * takes each of the period's ACTIVE entries as an actual.       *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-CATEGORY-CODE TO WS-ACT-CATG.
           MOVE TRANS-BRANCH-CODE TO WS-ACT-BRANCH.
           MOVE TRANS-AMOUNT TO WS-ACT-AMOUNT.
           PERFORM 3050-ADD-ONE-ACTUAL.

       3050-ADD-ONE-ACTUAL.
      ******************************************************************
      * Accumulates WS-ACT-AMOUNT to its category, opening a slot for *
      * a category with activity but no budget record so the report   *
      * shows where unplanned spend landed, then to its branch.        *
      ******************************************************************
           MOVE WS-ACT-CATG TO WS-RPT-FIND-CATG.
           PERFORM 3100-FIND-CATEGORY-SLOT.
           IF WS-RPT-HIT-SUB = 0
               IF WS-RPT-MAX < 150
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-ACT-AMOUNT TO WS-RPT-ACTUAL(WS-RPT-HIT-SUB).
           PERFORM 3200-ADD-TO-BRANCH.

       3200-ADD-TO-BRANCH.
      ******************************************************************
      * Adds the entry to its category-and-branch slot and to its      *
      * branch total, opening either slot the first time it is seen.  *
      ******************************************************************
           MOVE 0 TO WS-CB-HIT-SUB.
           PERFORM 3210-MATCH-CATG-BRANCH-SLOT
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-SUB > WS-CB-MAX.
           IF WS-CB-HIT-SUB = 0
               IF WS-CB-MAX < 1000
                   ADD 1 TO WS-CB-MAX
                   MOVE WS-CB-MAX TO WS-CB-HIT-SUB
                   MOVE WS-ACT-CATG TO WS-CB-CATG(WS-CB-MAX)
                   MOVE WS-ACT-BRANCH TO WS-CB-BRANCH(WS-CB-MAX)
                   MOVE 0 TO WS-CB-ACTUAL(WS-CB-MAX)
               ELSE
                   MOVE 'Y' TO WS-BRANCH-OVERFLOW
               END-IF
           END-IF.
           IF WS-CB-HIT-SUB > 0
               ADD WS-ACT-AMOUNT TO WS-CB-ACTUAL(WS-CB-HIT-SUB)
           END-IF.

           MOVE 0 TO WS-BRT-HIT-SUB.
           PERFORM 3220-MATCH-BRANCH-SLOT
               VARYING WS-BRT-SUB FROM 1 BY 1
               UNTIL WS-BRT-SUB > WS-BRT-MAX.
           IF WS-BRT-HIT-SUB = 0
               IF WS-BRT-MAX < 50
                   ADD 1 TO WS-BRT-MAX
                   MOVE WS-BRT-MAX TO WS-BRT-HIT-SUB
                   MOVE WS-ACT-BRANCH TO WS-BRT-BRANCH(WS-BRT-MAX)
                   MOVE 0 TO WS-BRT-ACTUAL(WS-BRT-MAX)
               ELSE
                   MOVE 'Y' TO WS-BRANCH-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-ACT-AMOUNT TO WS-BRT-ACTUAL(WS-BRT-HIT-SUB).

       3210-MATCH-CATG-BRANCH-SLOT.
           IF WS-CB-CATG(WS-CB-SUB) = WS-ACT-CATG AND
               WS-CB-BRANCH(WS-CB-SUB) = WS-ACT-BRANCH
               MOVE WS-CB-SUB TO WS-CB-HIT-SUB
               MOVE WS-CB-MAX TO WS-CB-SUB
           END-IF.

       3220-MATCH-BRANCH-SLOT.
           IF WS-BRT-BRANCH(WS-BRT-SUB) = WS-ACT-BRANCH
               MOVE WS-BRT-SUB TO WS-BRT-HIT-SUB
               MOVE WS-BRT-MAX TO WS-BRT-SUB
           END-IF.

       3500-READ-ONE-TOTAL.
      ******************************************************************
      * Takes each category-period total for the report period as an  *
      * actual. The file is keyed category first, so the whole file   *
      * is read and other periods passed over.                         *
      ******************************************************************
           READ CPTOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CPTOT-EOF
           END-READ.
           IF WS-CPTOT-EOF = 'Y' OR CPT-PERIOD NOT = WS-RPT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF CPT-ACTIVE-COUNT = 0 AND CPT-ACTIVE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CPT-CATG-CODE TO WS-ACT-CATG.
           MOVE CPT-BRANCH TO WS-ACT-BRANCH.
           MOVE CPT-ACTIVE-AMOUNT TO WS-ACT-AMOUNT.
           PERFORM 3050-ADD-ONE-ACTUAL.

       3100-FIND-CATEGORY-SLOT.
           MOVE 0 TO WS-RPT-HIT-SUB.
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SWEEPING = 'Y'
               MOVE "ACTUALS: SWEEP OF CICA-TRANS.dat (NO TOTALS FILE)"
                   TO REPORT-LINE
           ELSE
               MOVE "ACTUALS: CATEGORY-PERIOD TOTALS (CICA-CPTOT.dat)"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-BRT-MAX > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ACTUAL BY BRANCH" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 4300-PRINT-ONE-BRANCH-TOTAL
                   VARYING WS-BRT-SUB FROM 1 BY 1
                   UNTIL WS-BRT-SUB > WS-BRT-MAX
           END-IF.

           IF WS-BRANCH-OVERFLOW = 'Y'
               MOVE "*** BRANCH TABLE OVERFLOW - BRANCH SPLIT IS " &
                   "INCOMPLETE ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-RPT-OVERFLOW = 'Y'
               MOVE "*** CATEGORY TABLE OVERFLOW - REPORT IS " &
                   "INCOMPLETE ***" TO REPORT-LINE
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 4200-PRINT-CATG-BRANCH-LINE
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-SUB > WS-CB-MAX.

           ADD WS-RPT-BUDGET(WS-RPT-SUB) TO WS-TOT-BUDGET.
           ADD WS-RPT-ACTUAL(WS-RPT-SUB) TO WS-TOT-ACTUAL.

       4200-PRINT-CATG-BRANCH-LINE.
           IF WS-CB-CATG(WS-CB-SUB) NOT = WS-RPT-CATG(WS-RPT-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF WS-CB-BRANCH(WS-CB-SUB) = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE WS-CB-BRANCH(WS-CB-SUB) TO WS-EDIT-BRANCH
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "branch" TO WS-REPORT-DETAIL(8:6).
           MOVE WS-EDIT-BRANCH TO WS-REPORT-DETAIL(15:4).
           MOVE WS-CB-ACTUAL(WS-CB-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(47:15).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4300-PRINT-ONE-BRANCH-TOTAL.
           IF WS-BRT-BRANCH(WS-BRT-SUB) = SPACES
               MOVE "HOME" TO WS-EDIT-BRANCH
           ELSE
               MOVE WS-BRT-BRANCH(WS-BRT-SUB) TO WS-EDIT-BRANCH
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-EDIT-BRANCH TO WS-REPORT-DETAIL(1:4).
           MOVE WS-BRT-ACTUAL(WS-BRT-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(47:15).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           IF WS-BUDG-FILE-STATUS = '00' OR WS-BUDG-FILE-STATUS = '10'
               CLOSE BUDG-FILE
           END-IF.
           IF WS-SWEEPING = 'Y'
               IF WS-TRANS-FILE-STATUS = '00' OR
                   WS-TRANS-FILE-STATUS = '10'
                   CLOSE TRANS-FILE
               END-IF
           ELSE
               CLOSE CPTOT-FILE
           END-IF.
           IF WS-CATG-FILE-STATUS = '00' OR WS-CATG-FILE-STATUS = '23'
               CLOSE CATG-FILE
