       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: FXREVAL.CBL                                           *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Month-end foreign currency revaluation report.    *
      *              Reads one control line from SYSIN - the period   *
      *              yyyymm, or 000000 (or no SYSIN) for the month    *
      *              before the current business date on              *
      *              CICA-BUSDATE.dat. For every account on           *
      *              CICA-ACCT.dat kept in a currency other than the  *
      *              site base currency (PARM-BASE-CURRENCY, default  *
      *              GBP) it adds up the ACTIVE entries on             *
      *              CICA-TRANS.dat dated on or before the period end *
      *              - the open position in the account's currency    *
      *              and the base amount it was booked at, with the   *
      *              entries TRANARCH has moved out to the generations *
      *              on TRNACAT.dat added back - restates              *
      *              the position at the CICA-FXRATE.dat rate in force *
      *              on the last day of the period, and prints the    *
      *              unrealised gain or loss (revalued less booked).  *
      *              Nothing is posted; the report is the working     *
      *              paper for the month-end revaluation journal. An  *
      *              account whose currency has no rate in force is   *
      *              listed unrevalued and the run ends with          *
      *              RETURN-CODE 4. The run ends with RETURN-CODE 8    *
      *              when the account or transaction file cannot be   *
      *              opened or a cataloged generation cannot be read - *
      *              the positions would be understated. Output to    *
      *              FXREVAL.out.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO 'CICA-BUSDATE.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

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

           SELECT FXRATE-FILE ASSIGN TO 'CICA-FXRATE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-FILE-STATUS.

           SELECT TRNCAT-FILE ASSIGN TO 'TRNACAT.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNCAT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'FXREVAL.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD                PIC X(80).

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  FXRATE-FILE.
       COPY FXRATREC.

      * Archive generation and catalog layouts as TRANARCH writes
      * them - only the detail records are read here.
       FD  TRNCAT-FILE.
       01  TRNCAT-RECORD.
           05  TCA-ARCHIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  TCA-ARCHIVE-NAME        PIC X(30).
           05  FILLER                  PIC X(25).

       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05  ARC-REC-TYPE            PIC X(1).
               88  ARC-IS-DETAIL            VALUE 'D'.
           05  ARC-DATA                PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-FXRATE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRNCAT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-SYSIN-PERIOD             PIC 9(6).
       01  WS-RPT-PERIOD               PIC 9(6).
       01  WS-PERIOD-END               PIC 9(8).
       01  WS-NEXT-MONTH-START         PIC 9(8).
       01  WS-DAY-CALC                 PIC 9(8).
       01  WS-BASE-CURRENCY            PIC X(3) VALUE 'GBP'.

       01  WS-ACCT-EOF                 PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-FXRATE-OPEN              PIC X(1) VALUE 'N'.
       01  WS-ACCT-OPEN                PIC X(1) VALUE 'N'.
       01  WS-TRANS-OPEN               PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Archive sweep. A generation's entry may be back on the live    *
      * file (TRANARCH RESTORE) and so already counted, or may have   *
      * been restored and archived again into a later generation; the *
      * IDs taken for foreign accounts are kept so none counts twice. *
      *----------------------------------------------------------------*
       01  WS-ARCHIVE-NAME             PIC X(40).
       01  WS-CAT-EOF                  PIC X(1) VALUE 'N'.
       01  WS-ARC-EOF                  PIC X(1).
       01  WS-ARC-TAKEN-TABLE.
           05  WS-ARC-TAKEN-MAX        PIC 9(4) COMP VALUE 0.
           05  WS-ARC-TAKEN-ID OCCURS 3000 TIMES PIC X(10).
       01  WS-ARC-SUB                  PIC 9(4) COMP.
       01  WS-ARC-SEEN                 PIC X(1).
       01  WS-ARC-OVERFLOW             PIC X(1) VALUE 'N'.
       01  WS-ARC-TOTALS.
           05  WS-ARC-GENERATIONS      PIC 9(5) VALUE 0.
           05  WS-ARC-MISSING          PIC 9(5) VALUE 0.
           05  WS-ARC-ENTRIES          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * One slot per foreign-currency account: its open position in    *
      * the account's currency and the base amount it was booked at,  *
      * accumulated from the transaction sweep.                        *
      *----------------------------------------------------------------*
       01  WS-REV-TABLE.
           05  WS-REV-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-REV-ENTRY OCCURS 300 TIMES.
               10  WS-REV-ACCOUNT          PIC X(8).
               10  WS-REV-CURRENCY         PIC X(3).
               10  WS-REV-POSITION         PIC S9(13)V99.
               10  WS-REV-BOOKED           PIC S9(13)V99.
       01  WS-REV-SUB                  PIC 9(3) COMP.
       01  WS-REV-HIT-SUB              PIC 9(3) COMP.
       01  WS-REV-OVERFLOW             PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Rate lookup: the latest CICA-FXRATE.dat rate for the currency  *
      * whose effective date is not after the period end. Zero means   *
      * no rate is in force.                                           *
      *----------------------------------------------------------------*
       01  WS-FX-AREA.
           05  WS-FX-CURRENCY          PIC X(3).
           05  WS-FX-RATE-FOUND        PIC 9(5)V9(6).
           05  WS-FX-EOF               PIC X(1).

       01  WS-REVALUED                 PIC S9(13)V99.
       01  WS-GAIN-LOSS                PIC S9(13)V99.

       01  WS-TOTALS.
           05  WS-TOT-ACCOUNTS         PIC 9(5) VALUE 0.
           05  WS-TOT-NO-RATE          PIC 9(5) VALUE 0.
           05  WS-TOT-BOOKED           PIC S9(13)V99 VALUE 0.
           05  WS-TOT-REVALUED         PIC S9(13)V99 VALUE 0.
           05  WS-TOT-GAIN             PIC S9(13)V99 VALUE 0.
           05  WS-TOT-LOSS             PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-LINE-AMOUNT         PIC ZZZZZZZZ9.99-.
       01  WS-EDIT-RATE                PIC ZZZZ9.999999.
       01  WS-EDIT-PERIOD              PIC 9(6).
       01  WS-EDIT-DATE                PIC 9(8).
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-ACCOUNT UNTIL WS-ACCT-EOF = 'Y'.
           PERFORM 3000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 3500-SWEEP-ARCHIVES.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 1050-GET-BASE-CURRENCY.
           PERFORM 1060-GET-BUSINESS-DATE.
           PERFORM 1100-READ-CONTROL-CARD.
           PERFORM 1200-GET-PERIOD-END.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
               MOVE 'Y' TO WS-ACCT-EOF
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TRANS-OPEN
           ELSE
               MOVE 'Y' TO WS-TRANS-EOF
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           OPEN INPUT FXRATE-FILE.
           IF WS-FXRATE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FXRATE-OPEN
           END-IF.

       1050-GET-BASE-CURRENCY.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-BASE-CURRENCY NOT = SPACES
                       MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

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
      * One SYSIN line: the period to revalue as yyyymm in columns    *
      * 1-6. 000000, or no SYSIN at all, revalues the month before    *
      * the business date - the month-end just passed.                *
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

       1200-GET-PERIOD-END.
      ******************************************************************
      * The period end is the day before the first of the following   *
      * month, so the rate and the cut-off follow the calendar.       *
      ******************************************************************
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

       2000-LOAD-ONE-ACCOUNT.
      ******************************************************************
      * Closed accounts are kept too - a balance left on a closed      *
      * foreign account is still exposed to the rate.                  *
      ******************************************************************
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-CURRENCY = SPACES OR
               ACCT-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-MAX < 300
               ADD 1 TO WS-REV-MAX
               MOVE ACCT-NUMBER TO WS-REV-ACCOUNT(WS-REV-MAX)
               MOVE ACCT-CURRENCY TO WS-REV-CURRENCY(WS-REV-MAX)
               MOVE 0 TO WS-REV-POSITION(WS-REV-MAX)
               MOVE 0 TO WS-REV-BOOKED(WS-REV-MAX)
           ELSE
               MOVE 'Y' TO WS-REV-OVERFLOW
           END-IF.

       3000-SWEEP-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y' OR NOT TRANS-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-DATE > WS-PERIOD-END OR WS-REV-MAX = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REV-HIT-SUB.
           PERFORM 3100-MATCH-ACCOUNT-SLOT
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-MAX.
           IF WS-REV-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3200-ADD-TO-POSITION.

       3100-MATCH-ACCOUNT-SLOT.
           IF WS-REV-ACCOUNT(WS-REV-SUB) = TRANS-ACCOUNT-NO
               MOVE WS-REV-SUB TO WS-REV-HIT-SUB
               MOVE WS-REV-MAX TO WS-REV-SUB
           END-IF.

       3200-ADD-TO-POSITION.
      ******************************************************************
      * An entry with no original amount - archived before the        *
      * currency fields existed - counts at its base amount.          *
      ******************************************************************
           IF TRANS-ORIG-AMOUNT IS NUMERIC
               ADD TRANS-ORIG-AMOUNT TO WS-REV-POSITION(WS-REV-HIT-SUB)
           ELSE
               ADD TRANS-AMOUNT TO WS-REV-POSITION(WS-REV-HIT-SUB)
           END-IF.
           ADD TRANS-AMOUNT TO WS-REV-BOOKED(WS-REV-HIT-SUB).

       3500-SWEEP-ARCHIVES.
      ******************************************************************
      * Entries TRANARCH has moved off the live file are still part   *
      * of an account's position. Every generation on the catalog is  *
      * read back; no catalog means nothing has been archived yet. A  *
      * cataloged generation that cannot be opened fails the run.     *
      ******************************************************************
           IF WS-TRANS-OPEN = 'N' OR WS-REV-MAX = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRNCAT-FILE.
           IF WS-TRNCAT-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3510-SWEEP-ONE-GENERATION UNTIL WS-CAT-EOF = 'Y'.
           CLOSE TRNCAT-FILE.

       3510-SWEEP-ONE-GENERATION.
           READ TRNCAT-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE TCA-ARCHIVE-NAME TO WS-ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS <> '00'
               ADD 1 TO WS-ARC-MISSING
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "Archive generation " DELIMITED BY SIZE
                   TCA-ARCHIVE-NAME DELIMITED BY SPACE
                   " could not be opened." DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARC-GENERATIONS.
           MOVE 'N' TO WS-ARC-EOF.
           PERFORM 3520-SWEEP-ONE-ARCHIVE-REC UNTIL WS-ARC-EOF = 'Y'.
           CLOSE ARCHIVE-FILE.

       3520-SWEEP-ONE-ARCHIVE-REC.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARC-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ARC-IS-DETAIL
               EXIT PARAGRAPH
           END-IF.

      * Back on the live file - the live sweep has already counted it.
           MOVE ARC-DATA(1:10) TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANS-FILE-STATUS = '00'
               EXIT PARAGRAPH
           END-IF.

           MOVE ARC-DATA TO CICA-TRANS-RECORD.
           IF NOT TRANS-IS-ACTIVE OR TRANS-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-REV-HIT-SUB.
           PERFORM 3100-MATCH-ACCOUNT-SLOT
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-MAX.
           IF WS-REV-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-ARC-SEEN.
           PERFORM 3530-CHECK-ONE-TAKEN-ID
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-TAKEN-MAX.
           IF WS-ARC-SEEN = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARC-TAKEN-MAX < 3000
               ADD 1 TO WS-ARC-TAKEN-MAX
               MOVE TRANS-ID TO WS-ARC-TAKEN-ID(WS-ARC-TAKEN-MAX)
           ELSE
               MOVE 'Y' TO WS-ARC-OVERFLOW
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARC-ENTRIES.
           PERFORM 3200-ADD-TO-POSITION.

       3530-CHECK-ONE-TAKEN-ID.
           IF WS-ARC-TAKEN-ID(WS-ARC-SUB) = TRANS-ID
               MOVE 'Y' TO WS-ARC-SEEN
               MOVE WS-ARC-TAKEN-MAX TO WS-ARC-SUB
           END-IF.

       4000-PRINT-REPORT.
           MOVE "CICA FOREIGN CURRENCY REVALUATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-RPT-PERIOD TO WS-EDIT-PERIOD.
           MOVE WS-PERIOD-END TO WS-EDIT-DATE.
           STRING "PERIOD: " DELIMITED BY SIZE
               WS-EDIT-PERIOD DELIMITED BY SIZE
               "   RATES AS AT: " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               "   BASE: " DELIMITED BY SIZE
               WS-BASE-CURRENCY DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-ACCT-OPEN = 'N'
               MOVE "CICA-ACCT.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-TRANS-OPEN = 'N'
               MOVE "CICA-TRANS.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE "ACCOUNT  CUR     POSITION        RATE       BOOKED" &
               "     REVALUED    GAIN/LOSS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 4100-PRINT-ONE-ACCOUNT
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-MAX.

           IF WS-REV-MAX = 0
               MOVE "No foreign currency accounts on file." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-REV-OVERFLOW = 'Y'
               MOVE "*** ACCOUNT TABLE OVERFLOW - REPORT IS " &
                   "INCOMPLETE ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ARC-OVERFLOW = 'Y'
               MOVE "*** ARCHIVED ENTRY TABLE OVERFLOW - POSITIONS " &
                   "ARE UNDERSTATED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 4200-PRINT-SUMMARY.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-PRINT-ONE-ACCOUNT.
      ******************************************************************
      * Revalued is the position at the period-end rate; the gain or  *
      * loss is what that is worth against what the entries were     *
      * booked at. No rate in force leaves the account unrevalued.    *
      ******************************************************************
           ADD 1 TO WS-TOT-ACCOUNTS.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-REV-ACCOUNT(WS-REV-SUB) TO WS-REPORT-DETAIL(1:8).
           MOVE WS-REV-CURRENCY(WS-REV-SUB) TO WS-REPORT-DETAIL(10:3).
           MOVE WS-REV-POSITION(WS-REV-SUB) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(14:13).
           MOVE WS-REV-BOOKED(WS-REV-SUB) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(40:13).
           ADD WS-REV-BOOKED(WS-REV-SUB) TO WS-TOT-BOOKED.

           MOVE WS-REV-CURRENCY(WS-REV-SUB) TO WS-FX-CURRENCY.
           PERFORM 4150-FIND-FX-RATE.
           IF WS-FX-RATE-FOUND = 0
               ADD 1 TO WS-TOT-NO-RATE
               MOVE "NO RATE" TO WS-REPORT-DETAIL(29:7)
               MOVE 4 TO RETURN-CODE
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-REVALUED ROUNDED =
               WS-REV-POSITION(WS-REV-SUB) * WS-FX-RATE-FOUND.
           COMPUTE WS-GAIN-LOSS =
               WS-REVALUED - WS-REV-BOOKED(WS-REV-SUB).
           ADD WS-REVALUED TO WS-TOT-REVALUED.
           IF WS-GAIN-LOSS > 0
               ADD WS-GAIN-LOSS TO WS-TOT-GAIN
           ELSE
               ADD WS-GAIN-LOSS TO WS-TOT-LOSS
           END-IF.

           MOVE WS-FX-RATE-FOUND TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO WS-REPORT-DETAIL(27:12).
           MOVE WS-REVALUED TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(54:13).
           MOVE WS-GAIN-LOSS TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(67:13).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4150-FIND-FX-RATE.
           MOVE 0 TO WS-FX-RATE-FOUND.
           IF WS-FXRATE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-CURRENCY TO FXR-CURRENCY.
           MOVE 0 TO FXR-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FX-EOF.
           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-EOF
           END-START.
           PERFORM 4160-SCAN-ONE-FX-RATE UNTIL WS-FX-EOF = 'Y'.

       4160-SCAN-ONE-FX-RATE.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FX-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FXR-CURRENCY NOT = WS-FX-CURRENCY OR
               FXR-EFFECTIVE-DATE > WS-PERIOD-END
               MOVE 'Y' TO WS-FX-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE FXR-RATE TO WS-FX-RATE-FOUND.

       4200-PRINT-SUMMARY.
           MOVE WS-TOT-ACCOUNTS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Foreign accounts........ " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-NO-RATE TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Without a rate.......... " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ARC-GENERATIONS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Archive generations read " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ARC-ENTRIES TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Archived entries counted " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ARC-MISSING > 0
               MOVE WS-ARC-MISSING TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "Generations not read.... " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-TOT-BOOKED TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Booked (base)........... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-REVALUED TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Revalued (base)......... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-GAIN TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Unrealised gains........ " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-LOSS TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Unrealised losses....... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-GAIN-LOSS = WS-TOT-GAIN + WS-TOT-LOSS.
           MOVE WS-GAIN-LOSS TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Net unrealised.......... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOT-NO-RATE > 0
               MOVE "*** ACCOUNTS WITHOUT A RATE ARE NOT REVALUED " &
                   "- SET THE RATE AND RERUN ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-CLOSE-FILES.
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCT-FILE
           END-IF.
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANS-FILE
           END-IF.
           IF WS-FXRATE-OPEN = 'Y'
               CLOSE FXRATE-FILE
           END-IF.
           CLOSE REPORT-FILE.
