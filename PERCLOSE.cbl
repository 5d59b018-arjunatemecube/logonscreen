      *              or HELD - those must be decided or released      *
      *              before finance signs the month off. A run        *
      *              summary is written to PERCLOSE.out.              *
      * MODIFICATION HISTORY:                                          *
      *   A successful close now runs ACCRREV, so the accruals booked *
      *   in the period just closed are reversed, or reported as      *
      *   failing their edits, as part of the close. ACCRREV's own    *
      *   report is ACCRREV.out; a non-zero code from it ends the     *
      *   close with code 4 - the period stays closed.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PERIOD-NET-AMOUNT        PIC S9(13)V99 VALUE 0.

       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-FILES-RELEASED           PIC X(1) VALUE 'N'.

      *----------------------------------------------------------------*
      * Accrual reversal launch work area. The raw value from the     *
      * command processor carries ACCRREV's RETURN-CODE shifted by    *
      * 256 on this platform; both forms are handled, as in NIGHTRUN. *
      *----------------------------------------------------------------*
       01  WS-COMMAND                  PIC X(40).
       01  WS-RAW-RC                   PIC S9(9) COMP.
       01  WS-ACCRREV-RC               PIC 9(4) VALUE 0.
       01  WS-ACCRREV-RAN              PIC X(1) VALUE 'N'.
       01  WS-EDIT-RC                  PIC ZZZ9.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           END-IF.
           IF WS-RUN-FAILED = 'N'
               PERFORM 5000-MARK-PERIOD-CLOSED
               PERFORM 5500-RUN-ACCRUAL-REVERSAL
           END-IF.
           PERFORM 6000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACCRREV-RC NOT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

                   REWRITE PCTL-RECORD
           END-WRITE.

       5500-RUN-ACCRUAL-REVERSAL.
      ******************************************************************
      * The period is closed - its accruals are now due. ACCRREV     *
      * opens the period control and transaction files itself, so     *
      * they are let go here first.                                    *
      ******************************************************************
           CLOSE PERCTL-FILE.
           IF WS-TRANS-FILE-STATUS = '00' OR
               WS-TRANS-FILE-STATUS = '10'
               CLOSE TRANS-FILE
           END-IF.
           MOVE 'Y' TO WS-FILES-RELEASED.

           MOVE "./ACCRREV" TO WS-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-RAW-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-RAW-RC > 255 OR WS-RAW-RC < 0
               COMPUTE WS-ACCRREV-RC =
                   FUNCTION MOD(WS-RAW-RC / 256, 256)
           ELSE
               MOVE WS-RAW-RC TO WS-ACCRREV-RC
           END-IF.
           MOVE 'Y' TO WS-ACCRREV-RAN.

       6000-PRINT-SUMMARY.
           MOVE "CICA MONTH-END PERIOD CLOSE SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           END-IF.
           WRITE REPORT-LINE.

           IF WS-ACCRREV-RAN = 'Y'
               MOVE WS-ACCRREV-RC TO WS-EDIT-RC
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "Accrual reversal run ended with code "
                   DELIMITED BY SIZE
                   WS-EDIT-RC DELIMITED BY SIZE
                   " - see ACCRREV.out." DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-CLOSE-FILES.
           IF WS-FILES-RELEASED = 'N'
               CLOSE PERCTL-FILE
               IF WS-TRANS-FILE-STATUS = '00' OR
                   WS-TRANS-FILE-STATUS = '10'
                   CLOSE TRANS-FILE
               END-IF
           END-IF.
           CLOSE REPORT-FILE.
