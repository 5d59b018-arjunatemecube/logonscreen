       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: TRIALBAL.CBL                                          *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Period trial balance over the chart of accounts.  *
      *              Reads one control line from SYSIN - the period    *
      *              yyyymm in columns 1-6, or 000000 (or no SYSIN)    *
      *              for the month before the current business date   *
      *              on CICA-BUSDATE.dat. The period may be closed or *
      *              still open; its status on CICA-PERCTL.dat is     *
      *              shown in the heading. For every account on       *
      *              CICA-ACCT.dat it prints the opening balance      *
      *              (ACTIVE entries dated before the period), the    *
      *              movement in the period and the closing balance,  *
      *              walking the ACCT-PARENT-NO hierarchy top down     *
      *              with a roll-up subtotal after every account that *
      *              has accounts beneath it, then totals by account   *
      *              type and the grand total. History TRANARCH has   *
      *              archived is not held by account and appears as   *
      *              one opening line of its own, from                 *
      *              CICA-ARCHPOS.dat.                                 *
      *              The grand total is then proved against the last  *
      *              DAYCLOSE running position on CICA-CTLTOT.dat: the *
      *              ledger is carried from the period end to that    *
      *              close date, the entries DAYCLOSE also counts but *
      *              which are not yet posted (PENDING, HELD,         *
      *              REJECTED) are added, and any amend or cancel     *
      *              made since the close is taken back out. The      *
      *              result must equal the running position; any      *
      *              difference, or no position to prove against,     *
      *              fails the run with RETURN-CODE 8. Output to      *
      *              TRIALBAL.out.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO 'CICA-BUSDATE.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT PERCTL-FILE ASSIGN TO 'CICA-PERCTL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD
               FILE STATUS IS WS-PERCTL-FILE-STATUS.

           SELECT ACCT-FILE ASSIGN TO 'CICA-ACCT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO 'CICA-TRANS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT CTLTOT-FILE ASSIGN TO 'CICA-CTLTOT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-FILE-STATUS.

           SELECT ARCHPOS-FILE ASSIGN TO 'CICA-ARCHPOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHPOS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TRIALBAL.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD                PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  PERCTL-FILE.
       COPY PERCTLRC.

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  CTLTOT-FILE.
       01  CTLTOT-RECORD.
           05  CTL-DATE                PIC 9(8).
           05  CTL-REC-COUNT           PIC 9(7).
           05  CTL-NET-AMOUNT          PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  CTL-RUN-POSITION        PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.

      * Cumulative net ACTIVE amount TRANARCH has moved off-file.
       FD  ARCHPOS-FILE.
       01  ARCHPOS-RECORD.
           05  ARCH-POSITION           PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CTLTOT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARCHPOS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-SYSIN-PERIOD             PIC 9(6).
       01  WS-RPT-PERIOD               PIC 9(6).
       01  WS-PERIOD-START             PIC 9(8).
       01  WS-PERIOD-END               PIC 9(8).
       01  WS-NEXT-MONTH-START         PIC 9(8).
       01  WS-DAY-CALC                 PIC 9(8).
       01  WS-PERIOD-STATUS            PIC X(8).

       01  WS-ACCT-EOF                 PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-CTLTOT-EOF               PIC X(1) VALUE 'N'.
       01  WS-TRANS-OPEN               PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * One slot per account on the master, in account number order.  *
      * OWN figures are the account's own entries; ROLL figures add   *
      * in every account beneath it. PARENT-SUB points at the parent's *
      * slot, zero for a top-level account (or one whose parent is    *
      * missing or whose chain loops - those are reported).           *
      *----------------------------------------------------------------*
       01  WS-TB-TABLE.
           05  WS-TB-MAX               PIC 9(3) COMP VALUE 0.
           05  WS-TB-ENTRY OCCURS 500 TIMES.
               10  WS-TB-ACCOUNT           PIC X(8).
               10  WS-TB-NAME              PIC X(30).
               10  WS-TB-TYPE              PIC X(9).
               10  WS-TB-PARENT            PIC X(8).
               10  WS-TB-PARENT-SUB        PIC 9(3) COMP.
               10  WS-TB-CHILDREN          PIC 9(3) COMP.
               10  WS-TB-OWN-OPEN          PIC S9(13)V99.
               10  WS-TB-OWN-MOVE          PIC S9(13)V99.
               10  WS-TB-ROLL-OPEN         PIC S9(13)V99.
               10  WS-TB-ROLL-MOVE         PIC S9(13)V99.
       01  WS-TB-SUB                   PIC 9(3) COMP.
       01  WS-TB-SCAN                  PIC 9(3) COMP.
       01  WS-TB-HIT-SUB               PIC 9(3) COMP.
       01  WS-TB-UP-SUB                PIC 9(3) COMP.
       01  WS-TB-NODE                  PIC 9(3) COMP.
       01  WS-TB-CHILD                 PIC 9(3) COMP.
       01  WS-TB-PRT                   PIC 9(3) COMP.
       01  WS-TB-DEPTH                 PIC 9(3) COMP.
       01  WS-TB-OVERFLOW              PIC X(1) VALUE 'N'.
       01  WS-ORPHAN-COUNT             PIC 9(3) VALUE 0.
       01  WS-LOOP-COUNT               PIC 9(3) VALUE 0.

      *----------------------------------------------------------------*
      * Depth-first walk of the hierarchy. Each level holds the slot  *
      * being listed and the last slot searched for its next child.   *
      * Twelve levels covers the deepest chain the loop check allows. *
      *----------------------------------------------------------------*
       01  WS-STACK.
           05  WS-STK-TOP              PIC 9(2) COMP VALUE 0.
           05  WS-STK-LEVEL OCCURS 12 TIMES.
               10  WS-STK-SUB              PIC 9(3) COMP.
               10  WS-STK-SCAN             PIC 9(3) COMP.

       01  WS-TOTALS.
           05  WS-UNASG-OPEN           PIC S9(13)V99 VALUE 0.
           05  WS-UNASG-MOVE           PIC S9(13)V99 VALUE 0.
           05  WS-ARCHIVED-POSITION    PIC S9(13)V99 VALUE 0.
           05  WS-GRAND-OPEN           PIC S9(13)V99 VALUE 0.
           05  WS-GRAND-MOVE           PIC S9(13)V99 VALUE 0.
           05  WS-GRAND-CLOSE          PIC S9(13)V99 VALUE 0.
           05  WS-TYPE-ASSET           PIC S9(13)V99 VALUE 0.
           05  WS-TYPE-LIABILITY       PIC S9(13)V99 VALUE 0.
           05  WS-TYPE-INCOME          PIC S9(13)V99 VALUE 0.
           05  WS-TYPE-EXPENSE         PIC S9(13)V99 VALUE 0.
           05  WS-TYPE-NONE            PIC S9(13)V99 VALUE 0.
           05  WS-CLOSING              PIC S9(13)V99 VALUE 0.

      *----------------------------------------------------------------*
      * Proof against the DAYCLOSE running position. CARRY is the     *
      * ACTIVE movement dated after the period end up to the last     *
      * close (taken out again when the period runs past the close);  *
      * UNPOSTED is what DAYCLOSE also counts (anything not CANCELLED *
      * that is not yet ACTIVE); MAINT undoes amends and cancels made *
      * since that close.                                              *
      *----------------------------------------------------------------*
       01  WS-PROOF-AREA.
           05  WS-LAST-CLOSE-DATE      PIC 9(8) VALUE 0.
           05  WS-RUN-POSITION         PIC S9(13)V99 VALUE 0.
           05  WS-CARRY-TO-CLOSE       PIC S9(13)V99 VALUE 0.
           05  WS-UNPOSTED             PIC S9(13)V99 VALUE 0.
           05  WS-MAINT-SINCE-CLOSE    PIC S9(13)V99 VALUE 0.
           05  WS-PROVED-POSITION      PIC S9(13)V99 VALUE 0.
           05  WS-PROOF-DIFF           PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-LINE-AMOUNT         PIC ZZZZZZZZ9.99-.
       01  WS-EDIT-LEVEL               PIC Z9.
       01  WS-EDIT-PERIOD              PIC 9(6).
       01  WS-EDIT-DATE                PIC 9(8).
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-ACCOUNT UNTIL WS-ACCT-EOF = 'Y'.
           PERFORM 2500-LINK-ONE-PARENT
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > WS-TB-MAX.
           PERFORM 2600-CHECK-ONE-CHAIN
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > WS-TB-MAX.
           PERFORM 3000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 3500-ROLL-UP-ONE-ACCOUNT
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > WS-TB-MAX.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 1060-GET-BUSINESS-DATE.
           PERFORM 1100-READ-CONTROL-CARD.
           PERFORM 1200-GET-PERIOD-BOUNDS.
           PERFORM 1300-GET-PERIOD-STATUS.
           PERFORM 1400-GET-ARCHIVED-POSITION.

           OPEN INPUT CTLTOT-FILE.
           IF WS-CTLTOT-FILE-STATUS = '00'
               PERFORM 1500-READ-ONE-CONTROL-TOTAL
                   UNTIL WS-CTLTOT-EOF = 'Y'
               CLOSE CTLTOT-FILE
           END-IF.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS <> '00'
               MOVE 'Y' TO WS-ACCT-EOF
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TRANS-OPEN
           ELSE
               MOVE 'Y' TO WS-TRANS-EOF
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       1060-GET-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSD-CURRENT-DATE IS NUMERIC AND
                           BUSD-CURRENT-DATE > 0
                           MOVE BUSD-CURRENT-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       1100-READ-CONTROL-CARD.
      ******************************************************************
      * One SYSIN line: the period as yyyymm in columns 1-6. 000000,  *
      * or no SYSIN at all, takes the month before the business date  *
      * - the month-end just passed.                                  *
      ******************************************************************
           MOVE 0 TO WS-SYSIN-PERIOD.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = '00'
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-RECORD(1:6) IS NUMERIC
                           MOVE SYSIN-RECORD(1:6) TO WS-SYSIN-PERIOD
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
           IF WS-SYSIN-PERIOD > 0
               MOVE WS-SYSIN-PERIOD TO WS-RPT-PERIOD
           ELSE
               COMPUTE WS-RPT-PERIOD = WS-BUSINESS-DATE / 100
               IF WS-RPT-PERIOD(5:2) = '01'
                   COMPUTE WS-RPT-PERIOD = WS-RPT-PERIOD - 89
               ELSE
                   SUBTRACT 1 FROM WS-RPT-PERIOD
               END-IF
           END-IF.

       1200-GET-PERIOD-BOUNDS.
           COMPUTE WS-PERIOD-START = WS-RPT-PERIOD * 100 + 1.
           IF WS-RPT-PERIOD(5:2) = '12'
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-RPT-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-RPT-PERIOD + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DAY-CALC =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-CALC) TO
               WS-PERIOD-END.

       1300-GET-PERIOD-STATUS.
           MOVE 'OPEN' TO WS-PERIOD-STATUS.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RPT-PERIOD TO PCTL-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PCTL-IS-CLOSED
                       MOVE 'CLOSED' TO WS-PERIOD-STATUS
                   END-IF
           END-READ.
           CLOSE PERCTL-FILE.

       1400-GET-ARCHIVED-POSITION.
           OPEN INPUT ARCHPOS-FILE.
           IF WS-ARCHPOS-FILE-STATUS = '00'
               READ ARCHPOS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARCH-POSITION TO WS-ARCHIVED-POSITION
               END-READ
               CLOSE ARCHPOS-FILE
           END-IF.

       1500-READ-ONE-CONTROL-TOTAL.
      ******************************************************************
      * Reads the control-totals file through to its last record -    *
      * the running position and date of the most recent close.       *
      ******************************************************************
           READ CTLTOT-FILE
               AT END
                   MOVE 'Y' TO WS-CTLTOT-EOF
           END-READ.
           IF WS-CTLTOT-EOF = 'N'
               MOVE CTL-RUN-POSITION TO WS-RUN-POSITION
               MOVE CTL-DATE TO WS-LAST-CLOSE-DATE
           END-IF.

       2000-LOAD-ONE-ACCOUNT.
      ******************************************************************
      * Closed accounts are kept - a closed account still carries its *
      * history into the opening balances.                            *
      ******************************************************************
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF WS-TB-MAX < 500
               ADD 1 TO WS-TB-MAX
               MOVE ACCT-NUMBER TO WS-TB-ACCOUNT(WS-TB-MAX)
               MOVE ACCT-NAME TO WS-TB-NAME(WS-TB-MAX)
               MOVE ACCT-TYPE TO WS-TB-TYPE(WS-TB-MAX)
               MOVE ACCT-PARENT-NO TO WS-TB-PARENT(WS-TB-MAX)
               MOVE 0 TO WS-TB-PARENT-SUB(WS-TB-MAX)
               MOVE 0 TO WS-TB-CHILDREN(WS-TB-MAX)
               MOVE 0 TO WS-TB-OWN-OPEN(WS-TB-MAX)
               MOVE 0 TO WS-TB-OWN-MOVE(WS-TB-MAX)
               MOVE 0 TO WS-TB-ROLL-OPEN(WS-TB-MAX)
               MOVE 0 TO WS-TB-ROLL-MOVE(WS-TB-MAX)
           ELSE
               MOVE 'Y' TO WS-TB-OVERFLOW
           END-IF.

       2500-LINK-ONE-PARENT.
      ******************************************************************
      * Resolves the parent account number to its slot. A parent not  *
      * on the master leaves the account at the top level.            *
      ******************************************************************
           IF WS-TB-PARENT(WS-TB-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TB-HIT-SUB.
           PERFORM 2510-MATCH-PARENT-SLOT
               VARYING WS-TB-SCAN FROM 1 BY 1
               UNTIL WS-TB-SCAN > WS-TB-MAX.
           IF WS-TB-HIT-SUB = 0
               ADD 1 TO WS-ORPHAN-COUNT
           ELSE
               MOVE WS-TB-HIT-SUB TO WS-TB-PARENT-SUB(WS-TB-SUB)
           END-IF.

       2510-MATCH-PARENT-SLOT.
           IF WS-TB-ACCOUNT(WS-TB-SCAN) = WS-TB-PARENT(WS-TB-SUB)
               MOVE WS-TB-SCAN TO WS-TB-HIT-SUB
               MOVE WS-TB-MAX TO WS-TB-SCAN
           END-IF.

       2600-CHECK-ONE-CHAIN.
      ******************************************************************
      * Walks the account's chain up to the top. A chain more than    *
      * ten levels deep can only be a loop (maintenance refuses one,  *
      * but an older file may hold one), so the account is cut loose  *
      * to the top level, where it is still listed and totalled. The  *
      * child counts used by the listing are taken once chains hold.  *
      ******************************************************************
           MOVE WS-TB-SUB TO WS-TB-UP-SUB.
           MOVE 0 TO WS-TB-DEPTH.
           PERFORM 2610-STEP-UP-ONE-LEVEL
               UNTIL WS-TB-UP-SUB = 0 OR WS-TB-DEPTH > 10.
           IF WS-TB-DEPTH > 10
               MOVE 0 TO WS-TB-PARENT-SUB(WS-TB-SUB)
               ADD 1 TO WS-LOOP-COUNT
           END-IF.
           IF WS-TB-PARENT-SUB(WS-TB-SUB) > 0
               MOVE WS-TB-PARENT-SUB(WS-TB-SUB) TO WS-TB-UP-SUB
               ADD 1 TO WS-TB-CHILDREN(WS-TB-UP-SUB)
           END-IF.

       2610-STEP-UP-ONE-LEVEL.
           MOVE WS-TB-PARENT-SUB(WS-TB-UP-SUB) TO WS-TB-UP-SUB.
           ADD 1 TO WS-TB-DEPTH.

       3000-SWEEP-ONE-TRANS.
      ******************************************************************
      * One pass over the transaction file serves both the trial      *
      * balance and its proof. ACTIVE entries dated before the period *
      * open the account; those in the period are its movement. The  *
      * proof figures are taken on DAYCLOSE's own basis, as at the    *
      * last close.                                                    *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-TAKE-PROOF-FIGURES.
           IF NOT TRANS-IS-ACTIVE OR TRANS-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-FIND-ACCOUNT-SLOT.
           IF WS-TB-HIT-SUB = 0
               IF TRANS-DATE < WS-PERIOD-START
                   ADD TRANS-AMOUNT TO WS-UNASG-OPEN
               ELSE
                   ADD TRANS-AMOUNT TO WS-UNASG-MOVE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-DATE < WS-PERIOD-START
               ADD TRANS-AMOUNT TO WS-TB-OWN-OPEN(WS-TB-HIT-SUB)
           ELSE
               ADD TRANS-AMOUNT TO WS-TB-OWN-MOVE(WS-TB-HIT-SUB)
           END-IF.

       3100-FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-TB-HIT-SUB.
           IF TRANS-ACCOUNT-NO = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3110-MATCH-ACCOUNT-SLOT
               VARYING WS-TB-SCAN FROM 1 BY 1
               UNTIL WS-TB-SCAN > WS-TB-MAX.

       3110-MATCH-ACCOUNT-SLOT.
           IF WS-TB-ACCOUNT(WS-TB-SCAN) = TRANS-ACCOUNT-NO
               MOVE WS-TB-SCAN TO WS-TB-HIT-SUB
               MOVE WS-TB-MAX TO WS-TB-SCAN
           END-IF.

       3200-TAKE-PROOF-FIGURES.
      ******************************************************************
      * ACTIVE entries dated between the period end and the last      *
      * close carry the grand total to the close date - forward when  *
      * the close is later, back out when the period runs past it.    *
      * Entries dated after the last close are not in its position.   *
      * Of the rest, uncancelled ones not yet ACTIVE are the unposted *
      * figure DAYCLOSE also carries. An entry maintained since the   *
      * close is put back as the close saw it: a cancel adds its      *
      * amount back, an amend takes out new minus prior - the same    *
      * adjustment the next DAYCLOSE will apply.                       *
      ******************************************************************
           IF TRANS-IS-ACTIVE
               IF TRANS-DATE > WS-PERIOD-END AND
                   TRANS-DATE <= WS-LAST-CLOSE-DATE
                   ADD TRANS-AMOUNT TO WS-CARRY-TO-CLOSE
               END-IF
               IF TRANS-DATE > WS-LAST-CLOSE-DATE AND
                   TRANS-DATE <= WS-PERIOD-END
                   SUBTRACT TRANS-AMOUNT FROM WS-CARRY-TO-CLOSE
               END-IF
           END-IF.
           IF TRANS-DATE > WS-LAST-CLOSE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRANS-IS-ACTIVE AND NOT TRANS-IS-CANCELLED
               ADD TRANS-AMOUNT TO WS-UNPOSTED
           END-IF.
           IF TRANS-MAINT-DATE > WS-LAST-CLOSE-DATE
               IF TRANS-IS-CANCELLED
                   ADD TRANS-AMOUNT TO WS-MAINT-SINCE-CLOSE
               ELSE
                   COMPUTE WS-MAINT-SINCE-CLOSE =
                       WS-MAINT-SINCE-CLOSE -
                       (TRANS-AMOUNT - TRANS-PRIOR-AMOUNT)
               END-IF
           END-IF.

       3500-ROLL-UP-ONE-ACCOUNT.
      ******************************************************************
      * Adds the account's own figures into its own roll-up and into  *
      * the roll-up of every account above it.                        *
      ******************************************************************
           MOVE WS-TB-SUB TO WS-TB-UP-SUB.
           PERFORM 3510-ADD-INTO-ONE-LEVEL
               UNTIL WS-TB-UP-SUB = 0.

       3510-ADD-INTO-ONE-LEVEL.
           ADD WS-TB-OWN-OPEN(WS-TB-SUB) TO
               WS-TB-ROLL-OPEN(WS-TB-UP-SUB).
           ADD WS-TB-OWN-MOVE(WS-TB-SUB) TO
               WS-TB-ROLL-MOVE(WS-TB-UP-SUB).
           MOVE WS-TB-PARENT-SUB(WS-TB-UP-SUB) TO WS-TB-UP-SUB.

       4000-PRINT-REPORT.
           MOVE "CICA TRIAL BALANCE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-RPT-PERIOD TO WS-EDIT-PERIOD.
           STRING "PERIOD: " DELIMITED BY SIZE
               WS-EDIT-PERIOD DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-PERIOD-STATUS DELIMITED BY SPACE
               ")   " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRANS-OPEN = 'N'
               MOVE "CICA-TRANS.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "LV ACCOUNT  NAME                   OPENING" &
               "     MOVEMENT      CLOSING TYPE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 4100-PRINT-ONE-TREE
               VARYING WS-TB-SUB FROM 1 BY 1
               UNTIL WS-TB-SUB > WS-TB-MAX.

           IF WS-TB-MAX = 0
               MOVE "No accounts on file." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-TB-OVERFLOW = 'Y'
               MOVE "*** ACCOUNT TABLE OVERFLOW - REPORT IS " &
                   "INCOMPLETE ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           IF WS-ORPHAN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
               STRING "Accounts whose parent is not on file " &
                   "(listed at top level): " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-LOOP-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-LOOP-COUNT TO WS-EDIT-COUNT
               STRING "Accounts in a looping parent chain " &
                   "(listed at top level): " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM 4400-PRINT-OTHER-LINES.
           PERFORM 4500-PRINT-TYPE-TOTALS.
           PERFORM 4700-PROVE-GRAND-TOTAL.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-PRINT-ONE-TREE.
      ******************************************************************
      * Each top-level account starts a tree, listed depth first:     *
      * every account is followed by the accounts beneath it, and an  *
      * account with anything beneath it closes with its roll-up.     *
      ******************************************************************
           IF WS-TB-PARENT-SUB(WS-TB-SUB) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-STK-TOP.
           MOVE WS-TB-SUB TO WS-STK-SUB(1).
           MOVE 0 TO WS-STK-SCAN(1).
           MOVE WS-TB-SUB TO WS-TB-PRT.
           PERFORM 4200-PRINT-ACCOUNT-LINE.
           PERFORM 4110-WALK-ONE-STEP UNTIL WS-STK-TOP = 0.

       4110-WALK-ONE-STEP.
           MOVE WS-STK-SUB(WS-STK-TOP) TO WS-TB-NODE.
           MOVE 0 TO WS-TB-CHILD.
           IF WS-TB-CHILDREN(WS-TB-NODE) > 0
               COMPUTE WS-TB-SCAN = WS-STK-SCAN(WS-STK-TOP) + 1
               PERFORM 4120-MATCH-NEXT-CHILD
                   UNTIL WS-TB-SCAN > WS-TB-MAX
           END-IF.
           IF WS-TB-CHILD > 0 AND WS-STK-TOP < 12
               MOVE WS-TB-CHILD TO WS-STK-SCAN(WS-STK-TOP)
               ADD 1 TO WS-STK-TOP
               MOVE WS-TB-CHILD TO WS-STK-SUB(WS-STK-TOP)
               MOVE 0 TO WS-STK-SCAN(WS-STK-TOP)
               MOVE WS-TB-CHILD TO WS-TB-PRT
               PERFORM 4200-PRINT-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TB-CHILDREN(WS-TB-NODE) > 0
               MOVE WS-TB-NODE TO WS-TB-PRT
               PERFORM 4300-PRINT-ROLL-UP-LINE
           END-IF.
           SUBTRACT 1 FROM WS-STK-TOP.

       4120-MATCH-NEXT-CHILD.
           IF WS-TB-PARENT-SUB(WS-TB-SCAN) = WS-TB-NODE
               MOVE WS-TB-SCAN TO WS-TB-CHILD
               MOVE WS-TB-MAX TO WS-TB-SCAN
           END-IF.
           ADD 1 TO WS-TB-SCAN.

       4200-PRINT-ACCOUNT-LINE.
      ******************************************************************
      * An account's own entries, at its level in the hierarchy. The  *
      * closing balance also feeds the grand and type totals, which   *
      * are built from own figures so nothing is counted twice.       *
      ******************************************************************
           COMPUTE WS-CLOSING =
               WS-TB-OWN-OPEN(WS-TB-PRT) + WS-TB-OWN-MOVE(WS-TB-PRT).
           ADD WS-TB-OWN-OPEN(WS-TB-PRT) TO WS-GRAND-OPEN.
           ADD WS-TB-OWN-MOVE(WS-TB-PRT) TO WS-GRAND-MOVE.
           EVALUATE WS-TB-TYPE(WS-TB-PRT)
               WHEN 'ASSET'
                   ADD WS-CLOSING TO WS-TYPE-ASSET
               WHEN 'LIABILITY'
                   ADD WS-CLOSING TO WS-TYPE-LIABILITY
               WHEN 'INCOME'
                   ADD WS-CLOSING TO WS-TYPE-INCOME
               WHEN 'EXPENSE'
                   ADD WS-CLOSING TO WS-TYPE-EXPENSE
               WHEN OTHER
                   ADD WS-CLOSING TO WS-TYPE-NONE
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-STK-TOP TO WS-EDIT-LEVEL.
           MOVE WS-EDIT-LEVEL TO WS-REPORT-DETAIL(1:2).
           MOVE WS-TB-ACCOUNT(WS-TB-PRT) TO WS-REPORT-DETAIL(4:8).
           MOVE WS-TB-NAME(WS-TB-PRT)(1:16) TO WS-REPORT-DETAIL(13:16).
           MOVE WS-TB-OWN-OPEN(WS-TB-PRT) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(30:13).
           MOVE WS-TB-OWN-MOVE(WS-TB-PRT) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(44:13).
           MOVE WS-CLOSING TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(58:13).
           MOVE WS-TB-TYPE(WS-TB-PRT) TO WS-REPORT-DETAIL(72:9).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4300-PRINT-ROLL-UP-LINE.
           COMPUTE WS-CLOSING =
               WS-TB-ROLL-OPEN(WS-TB-PRT) + WS-TB-ROLL-MOVE(WS-TB-PRT).
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-STK-TOP TO WS-EDIT-LEVEL.
           MOVE WS-EDIT-LEVEL TO WS-REPORT-DETAIL(1:2).
           MOVE WS-TB-ACCOUNT(WS-TB-PRT) TO WS-REPORT-DETAIL(4:8).
           MOVE "** ROLL-UP TOTAL" TO WS-REPORT-DETAIL(13:16).
           MOVE WS-TB-ROLL-OPEN(WS-TB-PRT) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(30:13).
           MOVE WS-TB-ROLL-MOVE(WS-TB-PRT) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(44:13).
           MOVE WS-CLOSING TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(58:13).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4400-PRINT-OTHER-LINES.
      ******************************************************************
      * Entries on no account (or one no longer on the master) and    *
      * the archived history complete the grand total.                *
      ******************************************************************
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNASG-OPEN NOT = 0 OR WS-UNASG-MOVE NOT = 0
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE "NO ACCOUNT ON MASTER" TO WS-REPORT-DETAIL(4:25)
               MOVE WS-UNASG-OPEN TO WS-EDIT-LINE-AMOUNT
               MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(30:13)
               MOVE WS-UNASG-MOVE TO WS-EDIT-LINE-AMOUNT
               MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(44:13)
               COMPUTE WS-CLOSING = WS-UNASG-OPEN + WS-UNASG-MOVE
               MOVE WS-CLOSING TO WS-EDIT-LINE-AMOUNT
               MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(58:13)
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-UNASG-OPEN TO WS-GRAND-OPEN
               ADD WS-UNASG-MOVE TO WS-GRAND-MOVE
               ADD WS-CLOSING TO WS-TYPE-NONE
           END-IF.
           IF WS-ARCHIVED-POSITION NOT = 0
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE "ARCHIVED HISTORY" TO WS-REPORT-DETAIL(4:25)
               MOVE WS-ARCHIVED-POSITION TO WS-EDIT-LINE-AMOUNT
               MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(30:13)
               MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(58:13)
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-ARCHIVED-POSITION TO WS-GRAND-OPEN
               ADD WS-ARCHIVED-POSITION TO WS-TYPE-NONE
           END-IF.
           COMPUTE WS-GRAND-CLOSE = WS-GRAND-OPEN + WS-GRAND-MOVE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "GRAND TOTAL" TO WS-REPORT-DETAIL(4:25).
           MOVE WS-GRAND-OPEN TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(30:13).
           MOVE WS-GRAND-MOVE TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(44:13).
           MOVE WS-GRAND-CLOSE TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(58:13).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4500-PRINT-TYPE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLOSING BALANCE BY ACCOUNT TYPE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TYPE-ASSET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Asset................... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TYPE-LIABILITY TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Liability............... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TYPE-INCOME TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Income.................. " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TYPE-EXPENSE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Expense................. " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TYPE-NONE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Untyped/archived........ " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       4700-PROVE-GRAND-TOTAL.
      ******************************************************************
      * Carries the grand closing total from the period end to the    *
      * last close and holds it to the DAYCLOSE running position. The *
      * carry is the ACTIVE movement between the two dates, summed on *
      * the sweep (negative when the period runs past the last       *
      * close). The archived position is already in the grand total. *
      ******************************************************************
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROOF AGAINST DAYCLOSE RUNNING POSITION" TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LAST-CLOSE-DATE = 0
               MOVE "*** NO DAYCLOSE POSITION ON CICA-CTLTOT.dat - " &
                   "TOTAL NOT PROVED ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PROVED-POSITION = WS-GRAND-CLOSE +
               WS-CARRY-TO-CLOSE + WS-UNPOSTED + WS-MAINT-SINCE-CLOSE.
           COMPUTE WS-PROOF-DIFF =
               WS-PROVED-POSITION - WS-RUN-POSITION.

           MOVE WS-GRAND-CLOSE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Grand total closing..... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARRY-TO-CLOSE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Movement to last close.. " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNPOSTED TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Not yet posted.......... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MAINT-SINCE-CLOSE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Maintenance since close. " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROVED-POSITION TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Position as proved...... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-POSITION TO WS-EDIT-AMOUNT.
           MOVE WS-LAST-CLOSE-DATE TO WS-EDIT-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAYCLOSE position....... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               "  AT " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PROOF-DIFF TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Difference.............. " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PROOF-DIFF = 0
               MOVE "Trial balance proves to the DAYCLOSE position."
                   TO REPORT-LINE
           ELSE
               MOVE "*** TRIAL BALANCE DOES NOT PROVE - REVIEW " &
                   "BEFORE SIGN-OFF ***" TO REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           IF WS-ACCT-FILE-STATUS = '00' OR WS-ACCT-FILE-STATUS = '10'
               CLOSE ACCT-FILE
           END-IF.
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANS-FILE
           END-IF.
           CLOSE REPORT-FILE.
