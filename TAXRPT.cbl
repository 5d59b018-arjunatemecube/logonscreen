       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: TAXRPT.CBL                                            *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Tax return working report for a period range.    *
      *              Reads one control line from SYSIN - the first    *
      *              period yyyymm in columns 1-6 and the last in     *
      *              columns 7-12. 000000 (or no SYSIN) in the first  *
      *              reports the month before the current business    *
      *              date on CICA-BUSDATE.dat; 000000 in the last     *
      *              reports the first period alone. Every ACTIVE     *
      *              entry on CICA-TRANS.dat dated in the range that  *
      *              carries a tax code is added into a box by tax    *
      *              code and direction - OUTPUT tax on money in (a   *
      *              zero or positive amount), INPUT tax on money out *
      *              (a negative amount) - at the net and tax stored  *
      *              on the entry when it was booked, so a later rate *
      *              change on CICA-TAX.dat never restates a filed    *
      *              return. Each box lists the entries behind it     *
      *              followed by its totals; the run ends with the    *
      *              output tax, the input tax and the net tax        *
      *              payable. Entries outside the scope of tax are    *
      *              counted only. Output to TAXRPT.out.               *
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

           SELECT TAX-FILE ASSIGN TO 'CICA-TAX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO 'CICA-TRANS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID
               ALTERNATE RECORD KEY IS TRANS-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'TAXRPT.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE.
       01  SYSIN-RECORD                PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  TAX-FILE.
       COPY TAXREC.

       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-TAX-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-FROM-PERIOD              PIC 9(6).
       01  WS-TO-PERIOD                PIC 9(6).
       01  WS-TRANS-PERIOD             PIC 9(6).

       01  WS-TAX-EOF                  PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-TAX-OPEN                 PIC X(1) VALUE 'N'.
       01  WS-TRANS-OPEN               PIC X(1) VALUE 'N'.
       01  WS-IN-SCOPE                 PIC X(1).
       01  WS-DIRECTION                PIC X(6).

      *----------------------------------------------------------------*
      * One box per tax code and direction. The table is loaded in    *
      * tax code order from CICA-TAX.dat, OUTPUT then INPUT for each  *
      * code; a code found on an entry but no longer on the table is  *
      * added at the end so its tax is still reported.                *
      *----------------------------------------------------------------*
       01  WS-BOX-TABLE.
           05  WS-BOX-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-BOX-ENTRY OCCURS 200 TIMES.
               10  WS-BOX-TAX-CODE         PIC X(4).
               10  WS-BOX-DIRECTION        PIC X(6).
               10  WS-BOX-DESCRIPTION      PIC X(30).
               10  WS-BOX-RATE             PIC 9(2)V9(3).
               10  WS-BOX-COUNT            PIC 9(7).
               10  WS-BOX-NET              PIC S9(13)V99.
               10  WS-BOX-TAX              PIC S9(13)V99.
       01  WS-BOX-SUB                  PIC 9(3) COMP.
       01  WS-BOX-HIT-SUB              PIC 9(3) COMP.
       01  WS-BOX-OVERFLOW             PIC X(1) VALUE 'N'.

       01  WS-TOTALS.
           05  WS-TOT-IN-SCOPE         PIC 9(7) VALUE 0.
           05  WS-TOT-OUT-OF-SCOPE     PIC 9(7) VALUE 0.
           05  WS-TOT-OUTPUT-NET       PIC S9(13)V99 VALUE 0.
           05  WS-TOT-OUTPUT-TAX       PIC S9(13)V99 VALUE 0.
           05  WS-TOT-INPUT-NET        PIC S9(13)V99 VALUE 0.
           05  WS-TOT-INPUT-TAX        PIC S9(13)V99 VALUE 0.
           05  WS-TOT-PAYABLE          PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-LINE-AMOUNT         PIC ZZZZZZZZ9.99-.
       01  WS-EDIT-RATE                PIC Z9.999.
       01  WS-EDIT-PERIOD              PIC 9(6).
       01  WS-EDIT-TO-PERIOD           PIC 9(6).
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-TAX-CODE UNTIL WS-TAX-EOF = 'Y'.
           PERFORM 3000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 1060-GET-BUSINESS-DATE.
           PERFORM 1100-READ-CONTROL-CARD.

           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TAX-OPEN
           ELSE
               MOVE 'Y' TO WS-TAX-EOF
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TRANS-OPEN
           ELSE
               MOVE 'Y' TO WS-TRANS-EOF
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
      * One SYSIN line: first period yyyymm in columns 1-6, last in   *
      * columns 7-12. No first period reports the month before the    *
      * business date - the return just due; no last period (or one  *
      * before the first) reports the first period on its own.        *
      ******************************************************************
           MOVE 0 TO WS-FROM-PERIOD.
           MOVE 0 TO WS-TO-PERIOD.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = '00'
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-RECORD(1:6) IS NUMERIC
                           MOVE SYSIN-RECORD(1:6) TO WS-FROM-PERIOD
                       END-IF
                       IF SYSIN-RECORD(7:6) IS NUMERIC
                           MOVE SYSIN-RECORD(7:6) TO WS-TO-PERIOD
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
           IF WS-FROM-PERIOD = 0
               COMPUTE WS-FROM-PERIOD = WS-BUSINESS-DATE / 100
               IF WS-FROM-PERIOD(5:2) = '01'
                   COMPUTE WS-FROM-PERIOD = WS-FROM-PERIOD - 89
               ELSE
                   SUBTRACT 1 FROM WS-FROM-PERIOD
               END-IF
           END-IF.
           IF WS-TO-PERIOD < WS-FROM-PERIOD
               MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
           END-IF.

       2000-LOAD-ONE-TAX-CODE.
      ******************************************************************
      * Retired codes are loaded too - entries booked before the code *
      * was retired still belong on the return for their period.      *
      ******************************************************************
           READ TAX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAX-EOF
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'OUTPUT' TO WS-DIRECTION.
           PERFORM 2100-ADD-BOX.
           MOVE 'INPUT' TO WS-DIRECTION.
           PERFORM 2100-ADD-BOX.

       2100-ADD-BOX.
           IF WS-BOX-MAX < 200
               ADD 1 TO WS-BOX-MAX
               MOVE TAX-CODE TO WS-BOX-TAX-CODE(WS-BOX-MAX)
               MOVE WS-DIRECTION TO WS-BOX-DIRECTION(WS-BOX-MAX)
               MOVE TAX-DESCRIPTION TO WS-BOX-DESCRIPTION(WS-BOX-MAX)
               MOVE TAX-RATE TO WS-BOX-RATE(WS-BOX-MAX)
               MOVE 0 TO WS-BOX-COUNT(WS-BOX-MAX)
               MOVE 0 TO WS-BOX-NET(WS-BOX-MAX)
               MOVE 0 TO WS-BOX-TAX(WS-BOX-MAX)
               MOVE WS-BOX-MAX TO WS-BOX-HIT-SUB
           ELSE
               MOVE 'Y' TO WS-BOX-OVERFLOW
               MOVE 0 TO WS-BOX-HIT-SUB
           END-IF.

       3000-SWEEP-ONE-TRANS.
      ******************************************************************
      * First pass: decides whether each entry is in the return and   *
      * adds it into its box. The entries are listed on a second      *
      * pass per box once the boxes are known.                        *
      ******************************************************************
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3050-CHECK-IN-RETURN.
           IF WS-IN-SCOPE = 'N'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-FIND-BOX.
           IF WS-BOX-HIT-SUB = 0
               MOVE TRANS-TAX-CODE TO TAX-CODE
               MOVE "NOT ON TAX CODE TABLE" TO TAX-DESCRIPTION
               MOVE TRANS-TAX-RATE TO TAX-RATE
               PERFORM 2100-ADD-BOX
               IF WS-BOX-HIT-SUB = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-TOT-IN-SCOPE.
           ADD 1 TO WS-BOX-COUNT(WS-BOX-HIT-SUB).
           ADD TRANS-NET-AMOUNT TO WS-BOX-NET(WS-BOX-HIT-SUB).
           ADD TRANS-TAX-AMOUNT TO WS-BOX-TAX(WS-BOX-HIT-SUB).
           IF WS-DIRECTION = 'OUTPUT'
               ADD TRANS-NET-AMOUNT TO WS-TOT-OUTPUT-NET
               ADD TRANS-TAX-AMOUNT TO WS-TOT-OUTPUT-TAX
           ELSE
               ADD TRANS-NET-AMOUNT TO WS-TOT-INPUT-NET
               ADD TRANS-TAX-AMOUNT TO WS-TOT-INPUT-TAX
           END-IF.

       3050-CHECK-IN-RETURN.
      ******************************************************************
      * An entry is in the return when it is ACTIVE, dated in the     *
      * range and carries a tax code; its direction follows the sign  *
      * of the gross amount. Entries with no tax code are outside the *
      * scope of tax and only counted.                                *
      ******************************************************************
           MOVE 'N' TO WS-IN-SCOPE.
           IF NOT TRANS-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TRANS-PERIOD = TRANS-DATE / 100.
           IF WS-TRANS-PERIOD < WS-FROM-PERIOD OR
               WS-TRANS-PERIOD > WS-TO-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-TAX-CODE = SPACES OR
               TRANS-TAX-AMOUNT NOT NUMERIC OR
               TRANS-NET-AMOUNT NOT NUMERIC
               ADD 1 TO WS-TOT-OUT-OF-SCOPE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-IN-SCOPE.
           IF TRANS-AMOUNT < 0
               MOVE 'INPUT' TO WS-DIRECTION
           ELSE
               MOVE 'OUTPUT' TO WS-DIRECTION
           END-IF.

       3100-FIND-BOX.
           MOVE 0 TO WS-BOX-HIT-SUB.
           PERFORM 3110-MATCH-BOX
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > WS-BOX-MAX.

       3110-MATCH-BOX.
           IF WS-BOX-TAX-CODE(WS-BOX-SUB) = TRANS-TAX-CODE AND
               WS-BOX-DIRECTION(WS-BOX-SUB) = WS-DIRECTION
               MOVE WS-BOX-SUB TO WS-BOX-HIT-SUB
               MOVE WS-BOX-MAX TO WS-BOX-SUB
           END-IF.

       4000-PRINT-REPORT.
           MOVE "CICA TAX RETURN REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-FROM-PERIOD TO WS-EDIT-PERIOD.
           MOVE WS-TO-PERIOD TO WS-EDIT-TO-PERIOD.
           STRING "PERIODS: " DELIMITED BY SIZE
               WS-EDIT-PERIOD DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-EDIT-TO-PERIOD DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-TAX-OPEN = 'N'
               MOVE "CICA-TAX.dat not available - descriptions " &
                   "are not shown." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-TRANS-OPEN = 'N'
               MOVE "CICA-TRANS.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 4100-PRINT-ONE-BOX
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > WS-BOX-MAX.

           IF WS-TOT-IN-SCOPE = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "No taxable entries in the period range." TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-BOX-OVERFLOW = 'Y'
               MOVE "*** TAX BOX TABLE OVERFLOW - REPORT IS " &
                   "INCOMPLETE ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 4300-PRINT-SUMMARY.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-PRINT-ONE-BOX.
      ******************************************************************
      * Boxes with nothing in them are left off. For the rest the     *
      * heading is followed by every entry in the box, read again     *
      * from the top of the file, then the box totals.                *
      ******************************************************************
           IF WS-BOX-COUNT(WS-BOX-SUB) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-BOX-RATE(WS-BOX-SUB) TO WS-EDIT-RATE.
           STRING "TAX CODE " DELIMITED BY SIZE
               WS-BOX-TAX-CODE(WS-BOX-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BOX-DIRECTION(WS-BOX-SUB) DELIMITED BY SIZE
               " TAX  " DELIMITED BY SIZE
               WS-BOX-DESCRIPTION(WS-BOX-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANS-ID   DATE     ACCOUNT  CATG        GROSS" &
               "          NET          TAX" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO TRANS-ID.
           MOVE 'N' TO WS-TRANS-EOF.
           START TRANS-FILE KEY IS NOT LESS THAN TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TRANS-EOF
           END-START.
           PERFORM 4200-LIST-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "BOX TOTAL" TO WS-REPORT-DETAIL(1:9).
           MOVE WS-BOX-COUNT(WS-BOX-SUB) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-DETAIL(21:7).
           MOVE WS-BOX-NET(WS-BOX-SUB) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(49:13).
           MOVE WS-BOX-TAX(WS-BOX-SUB) TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(63:13).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4200-LIST-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 3050-CHECK-IN-RETURN.
           IF WS-IN-SCOPE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-TAX-CODE NOT = WS-BOX-TAX-CODE(WS-BOX-SUB) OR
               WS-DIRECTION NOT = WS-BOX-DIRECTION(WS-BOX-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE TRANS-ID TO WS-REPORT-DETAIL(1:10).
           MOVE TRANS-DATE TO WS-REPORT-DETAIL(12:8).
           MOVE TRANS-ACCOUNT-NO TO WS-REPORT-DETAIL(21:8).
           MOVE TRANS-CATEGORY-CODE TO WS-REPORT-DETAIL(30:4).
           MOVE TRANS-AMOUNT TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(35:13).
           MOVE TRANS-NET-AMOUNT TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(49:13).
           MOVE TRANS-TAX-AMOUNT TO WS-EDIT-LINE-AMOUNT.
           MOVE WS-EDIT-LINE-AMOUNT TO WS-REPORT-DETAIL(63:13).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       4300-PRINT-SUMMARY.
      ******************************************************************
      * Input tax comes out negative, the sign of the money out it    *
      * sits in, so the net payable is simply the sum of the two; a   *
      * negative net payable is a repayment due.                      *
      ******************************************************************
           COMPUTE WS-TOT-PAYABLE =
               WS-TOT-OUTPUT-TAX + WS-TOT-INPUT-TAX.
           MOVE WS-TOT-IN-SCOPE TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Taxable entries......... " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-OUT-OF-SCOPE TO WS-EDIT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Outside scope of tax.... " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-OUTPUT-NET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Output taxable net...... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-OUTPUT-TAX TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Output tax.............. " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-INPUT-NET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Input taxable net....... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-INPUT-TAX TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Input tax............... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-PAYABLE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "Net tax payable......... " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-CLOSE-FILES.
           IF WS-TAX-OPEN = 'Y'
               CLOSE TAX-FILE
           END-IF.
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANS-FILE
           END-IF.
           CLOSE REPORT-FILE.
