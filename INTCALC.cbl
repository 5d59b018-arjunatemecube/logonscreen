       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCALC.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: INTCALC.CBL                                           *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Month-end interest and service-charge run. For   *
      *              every open account with an entry on the schedule *
      *              CICA-INTSCH.dat (see INTSCHRC) - its own, else   *
      *              its account type's - the daily closing balances  *
      *              over the period are rebuilt from the position    *
      *              carried on CICA-ACPOS.dat (see ACPOSREC) and the *
      *              ACTIVE entries on CICA-TRANS.dat, on the same    *
      *              basis as ACCTSTMT. Interest is the sum of the    *
      *              daily balances times the annual rate over 365 -  *
      *              the credit rate on positive days, the debit rate *
      *              on negative days - and the flat monthly fee is   *
      *              charged as a negative amount. Both post as       *
      *              generated entries dated with the business date,  *
      *              under transaction IDs I+sequence from            *
      *              CICA-ISEQ.dat and entry user INTCALC, and pass   *
      *              the same edits as a TMPLGEN entry: the account   *
      *              must be open, the category active, the tax code  *
      *              live, the business date's period not closed, and *
      *              amounts over the approval threshold from         *
      *              CICA-PARMS.dat are held PENDING. A foreign-      *
      *              currency account is charged on its base balance  *
      *              and the entry converted to its currency at the   *
      *              rate in force on the business date.              *
      *              The period (yyyymm) is read from SYSIN columns   *
      *              1-6, else it is the month before the business    *
      *              date's; it must have ended before the business   *
      *              date so only closed days are charged. Each       *
      *              charged account is logged on CICA-INTPST.dat     *
      *              (see INTPSTRC) before its entries are written,   *
      *              so rerunning a period never posts it twice; an   *
      *              entry logged but missing from the file is        *
      *              written again under its logged ID. An account    *
      *              failing its edits is reported and not logged, so *
      *              a rerun once it is fixed charges it. The report  *
      *              INTCALC.out shows the balance days, rate and     *
      *              amounts per account. Standalone month-end job.   *
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

           SELECT ACCT-FILE ASSIGN TO 'CICA-ACCT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CATG-FILE ASSIGN TO 'CICA-CATG.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATG-CODE
               FILE STATUS IS WS-CATG-FILE-STATUS.

           SELECT PERCTL-FILE ASSIGN TO 'CICA-PERCTL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-PERIOD
               FILE STATUS IS WS-PERCTL-FILE-STATUS.

           SELECT ACPOS-FILE ASSIGN TO 'CICA-ACPOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APOS-ACCOUNT-NO
               FILE STATUS IS WS-ACPOS-FILE-STATUS.

           SELECT INTSCH-FILE ASSIGN TO 'CICA-INTSCH.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISCH-KEY
               FILE STATUS IS WS-INTSCH-FILE-STATUS.

           SELECT INTPST-FILE ASSIGN TO 'CICA-INTPST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPST-KEY
               FILE STATUS IS WS-INTPST-FILE-STATUS.

           SELECT ISEQ-FILE ASSIGN TO 'CICA-ISEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISEQ-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO 'CICA-BUSDATE.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT SYSIN-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           SELECT FXRATE-FILE ASSIGN TO 'CICA-FXRATE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO 'CICA-TAX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODE
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'INTCALC.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

           SELECT CPTOT-FILE ASSIGN TO 'CICA-CPTOT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-KEY
               FILE STATUS IS WS-CPTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY CICATRAN.

       FD  ACCT-FILE.
       COPY ACCTREC.

       FD  CATG-FILE.
       COPY CATGREC.

       FD  PERCTL-FILE.
       COPY PERCTLRC.

       FD  ACPOS-FILE.
       COPY ACPOSREC.

       FD  INTSCH-FILE.
       COPY INTSCHRC.

       FD  INTPST-FILE.
       COPY INTPSTRC.

       FD  ISEQ-FILE.
       01  ISEQ-RECORD.
           05  ISEQ-LAST-SEQ-NO        PIC 9(9).

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  SYSIN-FILE.
       01  SYSIN-RECORD                PIC X(80).

       FD  FXRATE-FILE.
       COPY FXRATREC.

       FD  TAX-FILE.
       COPY TAXREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  TRJNL-FILE.
       COPY TRJNLREC.
       FD  CPTOT-FILE.
       COPY CPTOTREC.

       WORKING-STORAGE SECTION.
           COPY SECURITY.

       01  WS-TRANS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CATG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ACPOS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-INTSCH-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-INTPST-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ISEQ-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SYSIN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-FXRATE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAX-FILE-STATUS          PIC X(2) VALUE '00'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  WS-CURRENT-TIME         PIC 9(6).
           05  FILLER                  PIC X(9).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-BUSD-CLOSING             PIC X(1) VALUE 'N'.
       01  WS-CHECK-PERIOD             PIC 9(6).
       01  WS-TODAY-PERIOD-CLOSED      PIC X(1) VALUE 'N'.

       01  WS-ACCT-EOF                 PIC X(1) VALUE 'N'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
       01  WS-ACPOS-OPEN               PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-POST-SEQ-NO              PIC 9(9) VALUE 0.

      *----------------------------------------------------------------*
      * The period charged. WS-OPEN-DATE is the day before it starts, *
      * the date the opening balance is struck at.                     *
      *----------------------------------------------------------------*
       01  WS-PERIOD                   PIC 9(6) VALUE 0.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-PERIOD-AREA.
           05  WS-PERIOD-START         PIC 9(8).
           05  WS-PERIOD-END           PIC 9(8).
           05  WS-OPEN-DATE            PIC 9(8).
           05  WS-NEXT-START           PIC 9(8).
           05  WS-PERIOD-DAYS          PIC 9(2) COMP.
           05  WS-DATE-CALC            PIC 9(8) COMP.

      *----------------------------------------------------------------*
      * One slot per account to be charged, loaded from the account   *
      * master with its schedule terms and carried position.          *
      * WS-ACT-OPENING is brought to the balance at WS-OPEN-DATE as   *
      * the transaction file is swept; WS-ACT-DAY-MOVE holds the net  *
      * ACTIVE movement for each day of the period.                    *
      *----------------------------------------------------------------*
       01  WS-ACT-TABLE.
           05  WS-ACT-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-ACT-ENTRY OCCURS 500 TIMES.
               10  WS-ACT-ACCOUNT          PIC X(8).
               10  WS-ACT-LAST-DATE        PIC 9(8).
               10  WS-ACT-OPENING          PIC S9(13)V99.
               10  WS-ACT-CREDIT-RATE      PIC 9(2)V9(4).
               10  WS-ACT-DEBIT-RATE       PIC 9(2)V9(4).
               10  WS-ACT-FEE              PIC 9(5)V99.
               10  WS-ACT-INT-CATG         PIC X(4).
               10  WS-ACT-FEE-CATG         PIC X(4).
               10  WS-ACT-DAY-MOVE         PIC S9(13)V99
                                           OCCURS 31 TIMES.
       01  WS-ACT-SUB                  PIC 9(3) COMP.
       01  WS-ACT-HIT-SUB              PIC 9(3) COMP.
       01  WS-ACT-OVERFLOW             PIC X(1) VALUE 'N'.
       01  WS-DAY-SUB                  PIC 9(2) COMP.

      *----------------------------------------------------------------*
      * The account being charged.                                     *
      *----------------------------------------------------------------*
       01  WS-CHG-AREA.
           05  WS-RUN-BALANCE          PIC S9(13)V99.
           05  WS-CREDIT-DAYS          PIC S9(15)V99.
           05  WS-DEBIT-DAYS           PIC S9(15)V99.
           05  WS-CREDIT-INTEREST      PIC S9(9)V99.
           05  WS-DEBIT-INTEREST       PIC S9(9)V99.
           05  WS-INT-AMOUNT           PIC S9(9)V99.
           05  WS-FEE-AMOUNT           PIC S9(9)V99.
           05  WS-CHG-FAILED           PIC X(1).
           05  WS-CHG-PENDING          PIC X(1).
           05  WS-CHG-STATE            PIC X(14).
           05  WS-FAIL-REASON          PIC X(30).

      *----------------------------------------------------------------*
      * The entry being posted - interest or fee - settled by 3200    *
      * and written by 3300.                                           *
      *----------------------------------------------------------------*
       01  WS-PST-AREA.
           05  WS-PST-ID               PIC X(10).
           05  WS-PST-ACCOUNT          PIC X(8).
           05  WS-PST-CATEGORY         PIC X(4).
           05  WS-PST-DESCRIPTION      PIC X(30).
           05  WS-PST-AMOUNT           PIC S9(9)V99.
           05  WS-PST-FAILED           PIC X(1).
           05  WS-PST-BRANCH           PIC X(4).

      *----------------------------------------------------------------*
      * Currency conversion for the entry being posted. The charge is *
      * figured in base; a foreign account's entry carries it in the  *
      * account's currency as well.                                    *
      *----------------------------------------------------------------*
       01  WS-FX-AREA.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'GBP'.
           05  WS-FXRATE-OPEN          PIC X(1) VALUE 'N'.
           05  WS-FX-EOF               PIC X(1).
           05  WS-FX-RATE-FOUND        PIC 9(5)V9(6).
           05  WS-PST-CURRENCY         PIC X(3).
           05  WS-PST-FX-RATE          PIC 9(5)V9(6).
           05  WS-PST-ORIG-AMOUNT      PIC S9(9)V99.

      *----------------------------------------------------------------*
      * Net/tax split for the entry being posted.                      *
      *----------------------------------------------------------------*
       01  WS-TAX-AREA.
           05  WS-TAX-OPEN             PIC X(1) VALUE 'N'.
           05  WS-PST-TAX-CODE         PIC X(4).
           05  WS-PST-TAX-RATE         PIC 9(2)V9(3).
           05  WS-PST-NET-AMOUNT       PIC S9(9)V99.
           05  WS-PST-TAX-AMOUNT       PIC S9(9)V99.

       01  WS-COUNTERS.
           05  WS-COUNT-SCHEDULED      PIC 9(5) VALUE 0.
           05  WS-COUNT-CHARGED        PIC 9(5) VALUE 0.
           05  WS-COUNT-POSTED         PIC 9(5) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(5) VALUE 0.
           05  WS-COUNT-ON-FILE        PIC 9(5) VALUE 0.
           05  WS-COUNT-REWRITTEN      PIC 9(5) VALUE 0.
           05  WS-COUNT-NIL            PIC 9(5) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(5) VALUE 0.
       01  WS-TOTAL-INTEREST           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-FEES               PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-DAYS                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-RATE                PIC Z9.9999.
       01  WS-EDIT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FEE                 PIC -ZZ,ZZ9.99.
       01  WS-EDIT-TOTAL               PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-DETAIL            PIC X(80).

      *----------------------------------------------------------------*
      * One side (credit or debit) of an account's report line. The   *
      * first line printed for an account carries its number, fee and *
      * state.                                                         *
      *----------------------------------------------------------------*
       01  WS-SIDE-AREA.
           05  WS-SIDE-FIRST           PIC X(1).
           05  WS-SIDE-DAYS            PIC S9(15)V99.
           05  WS-SIDE-RATE            PIC 9(2)V9(4).
           05  WS-SIDE-INTEREST        PIC S9(9)V99.

       01  WS-JNL-ACTION               PIC X(1).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).

      *----------------------------------------------------------------*
      * Category-period totals posting. The record's ACTIVE           *
      * contribution is noted before it is changed; once the update   *
      * has taken, the noted figure comes out of the totals and the   *
      * record's new contribution goes in.                             *
      *----------------------------------------------------------------*
       01  WS-CPTOT-OPEN               PIC X(1) VALUE 'N'.
       01  WS-CPT-BEFORE.
           05  WS-CPT-BEFORE-ACTIVE    PIC X(1) VALUE 'N'.
           05  WS-CPT-BEFORE-CATG      PIC X(4).
           05  WS-CPT-BEFORE-PERIOD    PIC 9(6).
           05  WS-CPT-BEFORE-BRANCH    PIC X(4).
           05  WS-CPT-BEFORE-AMOUNT    PIC S9(13)V99.
       01  WS-CPT-POST.
           05  WS-CPT-POST-CATG        PIC X(4).
           05  WS-CPT-POST-PERIOD      PIC 9(6).
           05  WS-CPT-POST-BRANCH      PIC X(4).
           05  WS-CPT-POST-AMOUNT      PIC S9(13)V99.
           05  WS-CPT-POST-COUNT       PIC S9(7).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-ONE-ACCOUNT UNTIL WS-ACCT-EOF = 'Y'.
           PERFORM 2000-SWEEP-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'.
           IF WS-ACT-OVERFLOW = 'Y'
               MOVE "*** ACCOUNT TABLE OVERFLOW - NOTHING CHARGED, "
                   & "ENLARGE THE TABLE AND RERUN ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               PERFORM 3000-CHARGE-ONE-ACCOUNT
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-MAX
           END-IF.
           PERFORM 5000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA INTEREST AND SERVICE CHARGE CALCULATION" TO
               REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1100-LOAD-SITE-PARAMS.
           PERFORM 1150-GET-BUSINESS-DATE.
           PERFORM 1160-SETTLE-PERIOD.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "   PERIOD: " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "   OPENING BALANCE AT: " DELIMITED BY SIZE
               WS-OPEN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE "Period on SYSIN is not a valid yyyymm - run "
                   & "refused." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERIOD-END NOT < WS-BUSINESS-DATE
               MOVE "Period has not ended before the business date "
                   & "- run refused." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUSD-CLOSING = 'Y'
               MOVE "Business day is closing - charges refused "
                   & "until the close completes." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CHECK-TODAY-PERIOD.
           IF WS-TODAY-PERIOD-CLOSED = 'Y'
               MOVE "Business date's period is closed - charges "
                   & "halted." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTSCH-FILE.
           IF WS-INTSCH-FILE-STATUS <> '00'
               MOVE "No interest and fee schedule - nothing to "
                   & "charge." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-FILE-STATUS <> '00'
               MOVE "CICA-ACCT.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE INTSCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = '35'
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "CICA-TRANS.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE INTSCH-FILE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O INTPST-FILE.
           IF WS-INTPST-FILE-STATUS = '35'
               CLOSE INTPST-FILE
               OPEN OUTPUT INTPST-FILE
               CLOSE INTPST-FILE
               OPEN I-O INTPST-FILE
           END-IF.
           IF WS-INTPST-FILE-STATUS <> '00'
               MOVE "CICA-INTPST.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE INTSCH-FILE ACCT-FILE TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Every charge is edited against its category, so there is no
      * running on without the category file.
           OPEN INPUT CATG-FILE.
           IF WS-CATG-FILE-STATUS <> '00'
               MOVE "CICA-CATG.dat could not be opened." TO
                   REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE INTSCH-FILE ACCT-FILE TRANS-FILE
                   INTPST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACPOS-FILE.
           IF WS-ACPOS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACPOS-OPEN
           END-IF.
           OPEN INPUT FXRATE-FILE.
           IF WS-FXRATE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FXRATE-OPEN
           END-IF.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TAX-OPEN
           END-IF.
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTOT-OPEN
           END-IF.

           OPEN INPUT ISEQ-FILE.
           IF WS-ISEQ-FILE-STATUS = '00'
               READ ISEQ-FILE
                   AT END
                       MOVE 0 TO ISEQ-LAST-SEQ-NO
               END-READ
               MOVE ISEQ-LAST-SEQ-NO TO WS-POST-SEQ-NO
               CLOSE ISEQ-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE "ACCOUNT" TO WS-REPORT-DETAIL(1:7).
           MOVE "BALANCE DAYS" TO WS-REPORT-DETAIL(19:12).
           MOVE "RATE %" TO WS-REPORT-DETAIL(33:6).
           MOVE "INTEREST" TO WS-REPORT-DETAIL(47:8).
           MOVE "FEE" TO WS-REPORT-DETAIL(63:3).
           MOVE "STATE" TO WS-REPORT-DETAIL(67:5).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       1100-LOAD-SITE-PARAMS.
      ******************************************************************
      * Picks up the live approval threshold from CICA-PARMS.dat so   *
      * charges are held to the same limit as keyed entries.          *
      * Missing file or zero field keeps the compiled-in default.     *
      ******************************************************************
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ PARM-FILE
               AT END
                   CLOSE PARM-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PARM-FILE.
           IF PARM-APPROVAL-THRESHOLD > 0
               MOVE PARM-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
           END-IF.
           IF PARM-BASE-CURRENCY NOT = SPACES
               MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.

       1150-GET-BUSINESS-DATE.
      ******************************************************************
      * Charges are dated with the business day from                  *
      * CICA-BUSDATE.dat, the same as a keyed entry; no control file  *
      * falls back to the calendar date.                               *
      ******************************************************************
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSD-CLOSING.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           READ BUSDATE-FILE
               AT END
                   CLOSE BUSDATE-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE BUSDATE-FILE.
           IF BUSD-CURRENT-DATE IS NUMERIC AND BUSD-CURRENT-DATE > 0
               MOVE BUSD-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF BUSD-IS-CLOSING
               MOVE 'Y' TO WS-BUSD-CLOSING
           END-IF.

       1160-SETTLE-PERIOD.
      ******************************************************************
      * Takes the period from SYSIN columns 1-6 when given, else the  *
      * month before the business date's, and works out its first    *
      * and last days and the opening-balance date before it. An     *
      * invalid month is left for 1000 to refuse.                     *
      ******************************************************************
           COMPUTE WS-PERIOD = WS-BUSINESS-DATE / 100.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.

           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = '00'
               READ SYSIN-FILE
                   AT END
                       MOVE SPACES TO SYSIN-RECORD
               END-READ
               IF SYSIN-RECORD(1:6) IS NUMERIC
                   MOVE SYSIN-RECORD(1:6) TO WS-PERIOD
               END-IF
               CLOSE SYSIN-FILE
           END-IF.

           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               MOVE 0 TO WS-PERIOD-START WS-PERIOD-END WS-OPEN-DATE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START = WS-PERIOD-START + 100
           END-IF.
           COMPUTE WS-DATE-CALC =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-CALC) TO
               WS-PERIOD-END.
           COMPUTE WS-DATE-CALC =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-CALC) TO
               WS-OPEN-DATE.
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END - WS-PERIOD-START + 1.

       1200-CHECK-TODAY-PERIOD.
           COMPUTE WS-CHECK-PERIOD = WS-BUSINESS-DATE / 100.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-PERIOD TO PCTL-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PCTL-IS-CLOSED
                       MOVE 'Y' TO WS-TODAY-PERIOD-CLOSED
                   END-IF
           END-READ.
           CLOSE PERCTL-FILE.

       1500-LOAD-ONE-ACCOUNT.
      ******************************************************************
      * Slots each open account that the schedule charges - its own   *
      * entry, else its account type's - with the position carried   *
      * for it on CICA-ACPOS.dat (none carried yet opens at zero with *
      * its whole history taken from the transaction file). Entries   *
      * with no rate and no fee charge nothing and are passed over.   *
      ******************************************************************
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-IS-CLOSED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO ISCH-SCOPE.
           MOVE ACCT-NUMBER TO ISCH-TARGET.
           READ INTSCH-FILE
               INVALID KEY
                   MOVE 'T' TO ISCH-SCOPE
                   MOVE ACCT-TYPE TO ISCH-TARGET
                   READ INTSCH-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           IF ISCH-CREDIT-RATE = 0 AND ISCH-DEBIT-RATE = 0 AND
               ISCH-MONTHLY-FEE = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACT-MAX >= 500
               MOVE 'Y' TO WS-ACT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACT-MAX.
           ADD 1 TO WS-COUNT-SCHEDULED.
           MOVE ACCT-NUMBER TO WS-ACT-ACCOUNT(WS-ACT-MAX).
           MOVE ISCH-CREDIT-RATE TO WS-ACT-CREDIT-RATE(WS-ACT-MAX).
           MOVE ISCH-DEBIT-RATE TO WS-ACT-DEBIT-RATE(WS-ACT-MAX).
           MOVE ISCH-MONTHLY-FEE TO WS-ACT-FEE(WS-ACT-MAX).
           MOVE ISCH-INT-CATEGORY TO WS-ACT-INT-CATG(WS-ACT-MAX).
           MOVE ISCH-FEE-CATEGORY TO WS-ACT-FEE-CATG(WS-ACT-MAX).
           MOVE 0 TO WS-ACT-OPENING(WS-ACT-MAX).
           MOVE 0 TO WS-ACT-LAST-DATE(WS-ACT-MAX).
           PERFORM 1510-CLEAR-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31.

           IF WS-ACPOS-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-NUMBER TO APOS-ACCOUNT-NO.
           READ ACPOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE APOS-POSITION TO WS-ACT-OPENING(WS-ACT-MAX)
                   MOVE APOS-LAST-STMT-DATE TO
                       WS-ACT-LAST-DATE(WS-ACT-MAX)
           END-READ.

       1510-CLEAR-ONE-DAY.
           MOVE 0 TO WS-ACT-DAY-MOVE(WS-ACT-MAX, WS-DAY-SUB).

       2000-SWEEP-ONE-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
           IF WS-TRANS-EOF = 'N' AND
               TRANS-ACCOUNT-NO NOT = SPACES
               PERFORM 2100-APPLY-TRANSACTION
           END-IF.

       2100-APPLY-TRANSACTION.
      ******************************************************************
      * Folds one record into its account's slot. The carried         *
      * position is as at its last statement date L, on ACCTSTMT's   *
      * basis, so entries dated on or before L that were cancelled or *
      * amended since are first brought to their present state, as   *
      * the next statement's adjustment lines would. ACTIVE entries  *
      * then move the opening balance to WS-OPEN-DATE - in when dated *
      * after L and on or before it, out when dated on or before L    *
      * and after it - and those dated inside the period land on     *
      * their day.                                                     *
      ******************************************************************
           PERFORM 2150-FIND-ACCOUNT-SLOT.
           IF WS-ACT-HIT-SUB = 0
               EXIT PARAGRAPH
           END-IF.

           IF TRANS-DATE <= WS-ACT-LAST-DATE(WS-ACT-HIT-SUB) AND
               TRANS-MAINT-DATE > WS-ACT-LAST-DATE(WS-ACT-HIT-SUB)
               IF TRANS-IS-CANCELLED
                   SUBTRACT TRANS-AMOUNT FROM
                       WS-ACT-OPENING(WS-ACT-HIT-SUB)
               END-IF
               IF TRANS-IS-ACTIVE AND TRANS-PRIOR-AMOUNT NOT = 0
                   COMPUTE WS-ACT-OPENING(WS-ACT-HIT-SUB) =
                       WS-ACT-OPENING(WS-ACT-HIT-SUB) +
                       TRANS-AMOUNT - TRANS-PRIOR-AMOUNT
               END-IF
           END-IF.

           IF NOT TRANS-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-DATE <= WS-ACT-LAST-DATE(WS-ACT-HIT-SUB) AND
               TRANS-DATE > WS-OPEN-DATE
               SUBTRACT TRANS-AMOUNT FROM
                   WS-ACT-OPENING(WS-ACT-HIT-SUB)
           END-IF.
           IF TRANS-DATE > WS-ACT-LAST-DATE(WS-ACT-HIT-SUB) AND
               TRANS-DATE <= WS-OPEN-DATE
               ADD TRANS-AMOUNT TO WS-ACT-OPENING(WS-ACT-HIT-SUB)
           END-IF.
           IF TRANS-DATE >= WS-PERIOD-START AND
               TRANS-DATE <= WS-PERIOD-END
               COMPUTE WS-DAY-SUB = TRANS-DATE - WS-PERIOD-START + 1
               ADD TRANS-AMOUNT TO
                   WS-ACT-DAY-MOVE(WS-ACT-HIT-SUB, WS-DAY-SUB)
           END-IF.

       2150-FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-ACT-HIT-SUB.
           PERFORM 2160-MATCH-ACCOUNT-SLOT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-MAX.

       2160-MATCH-ACCOUNT-SLOT.
           IF WS-ACT-ACCOUNT(WS-ACT-SUB) = TRANS-ACCOUNT-NO
               MOVE WS-ACT-SUB TO WS-ACT-HIT-SUB
               MOVE WS-ACT-MAX TO WS-ACT-SUB
           END-IF.

       3000-CHARGE-ONE-ACCOUNT.
      ******************************************************************
      * Works out one account's balance days and charges and posts    *
      * them. A period already on the posting log is not charged      *
      * again; 3400 only makes good any logged entry that is missing. *
      * Both entries are edited before either is posted, so an        *
      * account is charged whole or not at all. The log record goes  *
      * on before the entries, so a run that dies in between writes   *
      * them under the logged IDs on the rerun rather than twice.     *
      ******************************************************************
           PERFORM 3100-ACCUMULATE-BALANCES.
           MOVE 'N' TO WS-CHG-FAILED WS-CHG-PENDING.
           MOVE SPACES TO WS-FAIL-REASON.
           COMPUTE WS-CREDIT-INTEREST ROUNDED =
               WS-CREDIT-DAYS * WS-ACT-CREDIT-RATE(WS-ACT-SUB) / 36500
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CHG-FAILED
                   MOVE "interest too large" TO WS-FAIL-REASON
           END-COMPUTE.
           COMPUTE WS-DEBIT-INTEREST ROUNDED =
               WS-DEBIT-DAYS * WS-ACT-DEBIT-RATE(WS-ACT-SUB) / 36500
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CHG-FAILED
                   MOVE "interest too large" TO WS-FAIL-REASON
           END-COMPUTE.
           IF WS-CHG-FAILED = 'Y'
               MOVE 0 TO WS-CREDIT-INTEREST WS-DEBIT-INTEREST
           END-IF.
           COMPUTE WS-INT-AMOUNT =
               WS-CREDIT-INTEREST + WS-DEBIT-INTEREST.
           COMPUTE WS-FEE-AMOUNT = 0 - WS-ACT-FEE(WS-ACT-SUB).

           IF WS-CHG-FAILED = 'Y'
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED" TO WS-CHG-STATE
               PERFORM 3800-PRINT-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-INT-AMOUNT = 0 AND WS-FEE-AMOUNT = 0
               ADD 1 TO WS-COUNT-NIL
               MOVE "NO CHARGE" TO WS-CHG-STATE
               PERFORM 3800-PRINT-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PERIOD TO IPST-PERIOD.
           MOVE WS-ACT-ACCOUNT(WS-ACT-SUB) TO IPST-ACCOUNT.
           READ INTPST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3400-CHECK-LOGGED-ENTRIES
                   PERFORM 3800-PRINT-ACCOUNT
                   EXIT PARAGRAPH
           END-READ.

           IF WS-INT-AMOUNT NOT = 0
               PERFORM 3010-SET-INTEREST-ENTRY
               PERFORM 3200-VALIDATE-POSTING
               IF WS-PST-FAILED = 'Y'
                   MOVE 'Y' TO WS-CHG-FAILED
               END-IF
           END-IF.
           IF WS-FEE-AMOUNT NOT = 0 AND WS-CHG-FAILED = 'N'
               PERFORM 3020-SET-FEE-ENTRY
               PERFORM 3200-VALIDATE-POSTING
               IF WS-PST-FAILED = 'Y'
                   MOVE 'Y' TO WS-CHG-FAILED
               END-IF
           END-IF.
           IF WS-CHG-FAILED = 'Y'
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED" TO WS-CHG-STATE
               PERFORM 3800-PRINT-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3030-LOG-ACCOUNT.
           IF WS-CHG-FAILED = 'Y'
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED" TO WS-CHG-STATE
               PERFORM 3800-PRINT-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           IF IPST-INT-TRANS-ID NOT = SPACES
               PERFORM 3010-SET-INTEREST-ENTRY
               MOVE IPST-INT-TRANS-ID TO WS-PST-ID
               PERFORM 3200-VALIDATE-POSTING
               PERFORM 3300-WRITE-POSTING
           END-IF.
           IF IPST-FEE-TRANS-ID NOT = SPACES
               PERFORM 3020-SET-FEE-ENTRY
               MOVE IPST-FEE-TRANS-ID TO WS-PST-ID
               PERFORM 3200-VALIDATE-POSTING
               PERFORM 3300-WRITE-POSTING
           END-IF.

           IF WS-CHG-FAILED = 'Y'
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED" TO WS-CHG-STATE
           ELSE
               ADD 1 TO WS-COUNT-CHARGED
               ADD WS-INT-AMOUNT TO WS-TOTAL-INTEREST
               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
               IF WS-CHG-PENDING = 'Y'
                   MOVE "POSTED PENDING" TO WS-CHG-STATE
               ELSE
                   MOVE "POSTED" TO WS-CHG-STATE
               END-IF
           END-IF.
           PERFORM 3800-PRINT-ACCOUNT.

       3010-SET-INTEREST-ENTRY.
           MOVE SPACES TO WS-PST-ID.
           MOVE WS-ACT-ACCOUNT(WS-ACT-SUB) TO WS-PST-ACCOUNT.
           MOVE WS-ACT-INT-CATG(WS-ACT-SUB) TO WS-PST-CATEGORY.
           MOVE WS-INT-AMOUNT TO WS-PST-AMOUNT.
           MOVE SPACES TO WS-PST-DESCRIPTION.
           STRING "INTEREST " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-PST-DESCRIPTION.

       3020-SET-FEE-ENTRY.
           MOVE SPACES TO WS-PST-ID.
           MOVE WS-ACT-ACCOUNT(WS-ACT-SUB) TO WS-PST-ACCOUNT.
           MOVE WS-ACT-FEE-CATG(WS-ACT-SUB) TO WS-PST-CATEGORY.
           MOVE WS-FEE-AMOUNT TO WS-PST-AMOUNT.
           MOVE SPACES TO WS-PST-DESCRIPTION.
           STRING "SERVICE CHARGE " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-PST-DESCRIPTION.

       3030-LOG-ACCOUNT.
      ******************************************************************
      * Takes the entry IDs and writes the account's posting log      *
      * record. An ID that cannot be committed, or a log write that   *
      * does not take, leaves the account uncharged and fails the    *
      * run.                                                           *
      ******************************************************************
           MOVE WS-PERIOD TO IPST-PERIOD.
           MOVE WS-ACT-ACCOUNT(WS-ACT-SUB) TO IPST-ACCOUNT.
           MOVE WS-CREDIT-DAYS TO IPST-CREDIT-DAYS.
           MOVE WS-DEBIT-DAYS TO IPST-DEBIT-DAYS.
           MOVE WS-ACT-CREDIT-RATE(WS-ACT-SUB) TO IPST-CREDIT-RATE.
           MOVE WS-ACT-DEBIT-RATE(WS-ACT-SUB) TO IPST-DEBIT-RATE.
           MOVE WS-INT-AMOUNT TO IPST-INT-AMOUNT.
           MOVE WS-ACT-INT-CATG(WS-ACT-SUB) TO IPST-INT-CATEGORY.
           MOVE SPACES TO IPST-INT-TRANS-ID.
           MOVE WS-FEE-AMOUNT TO IPST-FEE-AMOUNT.
           MOVE WS-ACT-FEE-CATG(WS-ACT-SUB) TO IPST-FEE-CATEGORY.
           MOVE SPACES TO IPST-FEE-TRANS-ID.
           MOVE WS-BUSINESS-DATE TO IPST-POSTED-DATE.
           MOVE WS-CURRENT-TIME TO IPST-POSTED-TIME.
           IF WS-INT-AMOUNT NOT = 0
               PERFORM 3050-TAKE-POSTING-ID
               MOVE WS-PST-ID TO IPST-INT-TRANS-ID
           END-IF.
           IF WS-FEE-AMOUNT NOT = 0 AND WS-CHG-FAILED = 'N'
               PERFORM 3050-TAKE-POSTING-ID
               MOVE WS-PST-ID TO IPST-FEE-TRANS-ID
           END-IF.
           IF WS-CHG-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           WRITE INTPST-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-CHG-FAILED
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE "posting log write failed" TO WS-FAIL-REASON
           END-WRITE.
           IF WS-INTPST-FILE-STATUS NOT = '00' AND
               WS-CHG-FAILED = 'N'
               MOVE 'Y' TO WS-CHG-FAILED
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "posting log write failed" TO WS-FAIL-REASON
           END-IF.

       3050-TAKE-POSTING-ID.
           ADD 1 TO WS-POST-SEQ-NO.
           MOVE SPACES TO WS-PST-ID.
           STRING "I" DELIMITED BY SIZE
               WS-POST-SEQ-NO DELIMITED BY SIZE
               INTO WS-PST-ID.
           OPEN OUTPUT ISEQ-FILE.
           IF WS-ISEQ-FILE-STATUS = '00'
               MOVE WS-POST-SEQ-NO TO ISEQ-LAST-SEQ-NO
               WRITE ISEQ-RECORD
               IF WS-ISEQ-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-CHG-FAILED
               END-IF
               CLOSE ISEQ-FILE
           ELSE
               MOVE 'Y' TO WS-CHG-FAILED
           END-IF.
           IF WS-CHG-FAILED = 'Y'
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "CICA-ISEQ.dat not written" TO WS-FAIL-REASON
           END-IF.

       3100-ACCUMULATE-BALANCES.
      ******************************************************************
      * Runs the opening balance through the period a day at a time,  *
      * summing the closing balances of positive days into the credit *
      * balance days and of negative days into the debit.             *
      ******************************************************************
           MOVE WS-ACT-OPENING(WS-ACT-SUB) TO WS-RUN-BALANCE.
           MOVE 0 TO WS-CREDIT-DAYS WS-DEBIT-DAYS.
           PERFORM 3110-ACCUMULATE-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-PERIOD-DAYS.

       3110-ACCUMULATE-ONE-DAY.
           ADD WS-ACT-DAY-MOVE(WS-ACT-SUB, WS-DAY-SUB) TO
               WS-RUN-BALANCE.
           IF WS-RUN-BALANCE > 0
               ADD WS-RUN-BALANCE TO WS-CREDIT-DAYS
           ELSE
               ADD WS-RUN-BALANCE TO WS-DEBIT-DAYS
           END-IF.

       3200-VALIDATE-POSTING.
      ******************************************************************
      * The TMPLGEN edits, applied to the entry about to be posted:   *
      * open account, active category, a rate on file when the        *
      * account is held in a foreign currency, and a live tax code    *
      * when the category names one. The reason goes to the account's *
      * report line.                                                   *
      ******************************************************************
           MOVE 'N' TO WS-PST-FAILED.

           MOVE WS-PST-ACCOUNT TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-PST-FAILED
                   MOVE "account unknown" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF ACCT-IS-CLOSED
               MOVE 'Y' TO WS-PST-FAILED
               MOVE "account is closed" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-BRANCH-CODE TO WS-PST-BRANCH.

           MOVE WS-PST-CATEGORY TO CATG-CODE.
           READ CATG-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-PST-FAILED
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "category unknown " DELIMITED BY SIZE
                       WS-PST-CATEGORY DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-READ.
           IF CATG-IS-RETIRED
               MOVE 'Y' TO WS-PST-FAILED
               MOVE SPACES TO WS-FAIL-REASON
               STRING "category retired " DELIMITED BY SIZE
                   WS-PST-CATEGORY DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3250-CONVERT-POSTING-AMOUNT.
           IF WS-PST-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3280-SPLIT-POSTING-TAX.

       3250-CONVERT-POSTING-AMOUNT.
      ******************************************************************
      * The charge is figured on the base balance. A foreign account's *
      * entry carries it in the account's currency too, at the rate   *
      * in force on the business date; a base account's carries rate  *
      * 1 and the same amount.                                         *
      ******************************************************************
           IF ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-PST-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-PST-CURRENCY
           END-IF.
           IF WS-PST-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-PST-FX-RATE
               MOVE WS-PST-AMOUNT TO WS-PST-ORIG-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3260-FIND-FX-RATE.
           IF WS-FX-RATE-FOUND = 0
               MOVE 'Y' TO WS-PST-FAILED
               MOVE SPACES TO WS-FAIL-REASON
               STRING "no exchange rate for " DELIMITED BY SIZE
                   WS-PST-CURRENCY DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-RATE-FOUND TO WS-PST-FX-RATE.
           COMPUTE WS-PST-ORIG-AMOUNT ROUNDED =
               WS-PST-AMOUNT / WS-PST-FX-RATE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-PST-FAILED
                   MOVE "amount too large in currency" TO
                       WS-FAIL-REASON
           END-COMPUTE.

       3260-FIND-FX-RATE.
           MOVE 0 TO WS-FX-RATE-FOUND.
           IF WS-FXRATE-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PST-CURRENCY TO FXR-CURRENCY.
           MOVE 0 TO FXR-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FX-EOF.
           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-EOF
           END-START.
           PERFORM 3270-SCAN-ONE-FX-RATE UNTIL WS-FX-EOF = 'Y'.

       3270-SCAN-ONE-FX-RATE.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FX-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FXR-CURRENCY NOT = WS-PST-CURRENCY OR
               FXR-EFFECTIVE-DATE > WS-BUSINESS-DATE
               MOVE 'Y' TO WS-FX-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE FXR-RATE TO WS-FX-RATE-FOUND.

       3280-SPLIT-POSTING-TAX.
      ******************************************************************
      * Splits the gross base amount into net and tax under the       *
      * category's default tax code (CATG-RECORD is still the one     *
      * 3200 read). The amount is tax inclusive, so the tax is        *
      * rate/(100+rate) of it.                                         *
      ******************************************************************
           MOVE CATG-TAX-CODE TO WS-PST-TAX-CODE.
           MOVE 0 TO WS-PST-TAX-RATE.
           IF WS-PST-TAX-CODE NOT = SPACES
               IF WS-TAX-OPEN = 'N'
                   MOVE 'Y' TO WS-PST-FAILED
                   MOVE "tax code table missing" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PST-TAX-CODE TO TAX-CODE
               READ TAX-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-PST-FAILED
                       MOVE "tax code unknown" TO WS-FAIL-REASON
                       EXIT PARAGRAPH
               END-READ
               IF TAX-IS-RETIRED
                   MOVE 'Y' TO WS-PST-FAILED
                   MOVE "tax code is retired" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE TAX-RATE TO WS-PST-TAX-RATE
           END-IF.
           COMPUTE WS-PST-TAX-AMOUNT ROUNDED =
               WS-PST-AMOUNT * WS-PST-TAX-RATE /
               (100 + WS-PST-TAX-RATE).
           COMPUTE WS-PST-NET-AMOUNT =
               WS-PST-AMOUNT - WS-PST-TAX-AMOUNT.

       3300-WRITE-POSTING.
      ******************************************************************
      * Writes the settled entry under WS-PST-ID. An entry whose      *
      * edits have failed since it was logged (the account closed or  *
      * the category retired in between) is left for a rerun once    *
      * fixed, and an ID collision means CICA-ISEQ.dat is stale; both *
      * fail the account and the run.                                  *
      ******************************************************************
           IF WS-PST-FAILED = 'Y'
               MOVE 'Y' TO WS-CHG-FAILED
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PST-ID TO TRANS-ID.
           MOVE 'INTCALC' TO TRANS-USER-ID.
           MOVE WS-PST-DESCRIPTION TO TRANS-DESCRIPTION.
           MOVE WS-PST-AMOUNT TO TRANS-AMOUNT.
           MOVE WS-PST-ACCOUNT TO TRANS-ACCOUNT-NO.
           MOVE WS-PST-CATEGORY TO TRANS-CATEGORY-CODE.
           IF WS-PST-AMOUNT > WS-APPROVAL-THRESHOLD OR
               WS-PST-AMOUNT < (0 - WS-APPROVAL-THRESHOLD)
               MOVE 'PENDING' TO TRANS-STATUS
           ELSE
               MOVE 'ACTIVE' TO TRANS-STATUS
           END-IF.
           MOVE WS-BUSINESS-DATE TO TRANS-DATE.
           MOVE WS-CURRENT-TIME TO TRANS-TIME.
           MOVE SPACES TO TRANS-PRIOR-DESCRIPTION
               TRANS-MAINT-USER-ID TRANS-APPROVER-ID.
           MOVE 0 TO TRANS-PRIOR-AMOUNT TRANS-MAINT-DATE
               TRANS-MAINT-TIME TRANS-APPROVAL-DATE TRANS-BATCH-NO.
           MOVE 'N' TO TRANS-GL-SENT-FLAG.
           MOVE 0 TO TRANS-GL-SENT-AMOUNT TRANS-GL-SENT-DATE.
           MOVE SPACES TO TRANS-VOUCHER-NO.
           MOVE 0 TO TRANS-VOUCHER-LINE TRANS-VOUCHER-LINES.
           MOVE 'N' TO TRANS-CLEARED-FLAG.
           MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE.
           MOVE SPACES TO TRANS-PAYEE-ID.
           MOVE 0 TO TRANS-PAY-RUN-NO TRANS-PAID-DATE.
           MOVE WS-PST-CURRENCY TO TRANS-CURRENCY.
           MOVE WS-PST-ORIG-AMOUNT TO TRANS-ORIG-AMOUNT.
           MOVE WS-PST-FX-RATE TO TRANS-FX-RATE.
           MOVE WS-PST-TAX-CODE TO TRANS-TAX-CODE.
           MOVE WS-PST-TAX-RATE TO TRANS-TAX-RATE.
           MOVE WS-PST-NET-AMOUNT TO TRANS-NET-AMOUNT.
           MOVE WS-PST-TAX-AMOUNT TO TRANS-TAX-AMOUNT.
           MOVE 0 TO TRANS-GL-SENT-TAX.
           MOVE WS-PST-BRANCH TO TRANS-BRANCH-CODE.
           MOVE 0 TO TRANS-INB-SEQ-NO.
           MOVE 'N' TO TRANS-ACCRUAL-FLAG.
           MOVE SPACES TO TRANS-ACCRUAL-LINK.

           WRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-CHG-FAILED
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE "ID collided - review CICA-ISEQ" TO
                       WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'A' TO WS-JNL-ACTION.
           PERFORM 8500-JOURNAL-TRANS-IMAGE.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           PERFORM 8600-POST-CATG-CHANGE.
           ADD 1 TO WS-COUNT-POSTED.
           IF TRANS-IS-PENDING
               ADD 1 TO WS-COUNT-PENDING
               MOVE 'Y' TO WS-CHG-PENDING
           END-IF.

       3400-CHECK-LOGGED-ENTRIES.
      ******************************************************************
      * The period is already on the posting log for this account.   *
      * Nothing is charged again; each logged entry is looked for on  *
      * the transaction file and one that never reached it is        *
      * written under its logged ID with the logged amount. The       *
      * report shows the figures as logged.                            *
      ******************************************************************
           ADD 1 TO WS-COUNT-ON-FILE.
           MOVE "ALREADY POSTED" TO WS-CHG-STATE.
           MOVE IPST-CREDIT-DAYS TO WS-CREDIT-DAYS.
           MOVE IPST-DEBIT-DAYS TO WS-DEBIT-DAYS.
           MOVE IPST-INT-AMOUNT TO WS-INT-AMOUNT.
           MOVE IPST-FEE-AMOUNT TO WS-FEE-AMOUNT.
           MOVE IPST-CREDIT-RATE TO WS-ACT-CREDIT-RATE(WS-ACT-SUB).
           MOVE IPST-DEBIT-RATE TO WS-ACT-DEBIT-RATE(WS-ACT-SUB).
           COMPUTE WS-CREDIT-INTEREST ROUNDED =
               WS-CREDIT-DAYS * WS-ACT-CREDIT-RATE(WS-ACT-SUB) / 36500.
           COMPUTE WS-DEBIT-INTEREST =
               WS-INT-AMOUNT - WS-CREDIT-INTEREST.

           IF IPST-INT-TRANS-ID NOT = SPACES
               MOVE IPST-INT-TRANS-ID TO WS-PST-ID
               PERFORM 3410-CHECK-ONE-ENTRY
               IF WS-PST-FAILED = 'Y'
                   MOVE IPST-INT-CATEGORY TO
                       WS-ACT-INT-CATG(WS-ACT-SUB)
                   PERFORM 3010-SET-INTEREST-ENTRY
                   MOVE IPST-INT-TRANS-ID TO WS-PST-ID
                   PERFORM 3420-REWRITE-ONE-ENTRY
               END-IF
           END-IF.
           IF IPST-FEE-TRANS-ID NOT = SPACES
               MOVE IPST-FEE-TRANS-ID TO WS-PST-ID
               PERFORM 3410-CHECK-ONE-ENTRY
               IF WS-PST-FAILED = 'Y'
                   MOVE IPST-FEE-CATEGORY TO
                       WS-ACT-FEE-CATG(WS-ACT-SUB)
                   PERFORM 3020-SET-FEE-ENTRY
                   MOVE IPST-FEE-TRANS-ID TO WS-PST-ID
                   PERFORM 3420-REWRITE-ONE-ENTRY
               END-IF
           END-IF.

       3410-CHECK-ONE-ENTRY.
      * WS-PST-FAILED comes back 'Y' when the logged entry is missing.
      * An ID held by some other entry means the sequence file was
      * stale when it was taken; that is raised, not overwritten.
           MOVE 'N' TO WS-PST-FAILED.
           MOVE WS-PST-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-PST-FAILED
                   EXIT PARAGRAPH
           END-READ.
           IF TRANS-USER-ID NOT = 'INTCALC' OR
               TRANS-ACCOUNT-NO NOT = WS-ACT-ACCOUNT(WS-ACT-SUB)
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "FAILED" TO WS-CHG-STATE
               MOVE "ID collided - review CICA-ISEQ" TO WS-FAIL-REASON
           END-IF.

       3420-REWRITE-ONE-ENTRY.
           PERFORM 3200-VALIDATE-POSTING.
           MOVE 'N' TO WS-CHG-FAILED.
           PERFORM 3300-WRITE-POSTING.
           IF WS-CHG-FAILED = 'Y'
               MOVE "FAILED" TO WS-CHG-STATE
           ELSE
               ADD 1 TO WS-COUNT-REWRITTEN
               IF WS-CHG-STATE NOT = "FAILED"
                   MOVE "RE-WRITTEN" TO WS-CHG-STATE
               END-IF
           END-IF.

       3800-PRINT-ACCOUNT.
      ******************************************************************
      * Prints the account's credit and debit sides - whichever had   *
      * balance days, or the credit side alone when neither did -    *
      * then the reason on a line of its own when it failed.          *
      ******************************************************************
           MOVE 'Y' TO WS-SIDE-FIRST.
           IF WS-CREDIT-DAYS NOT = 0 OR WS-DEBIT-DAYS = 0
               MOVE WS-CREDIT-DAYS TO WS-SIDE-DAYS
               MOVE WS-ACT-CREDIT-RATE(WS-ACT-SUB) TO WS-SIDE-RATE
               MOVE WS-CREDIT-INTEREST TO WS-SIDE-INTEREST
               PERFORM 3810-PRINT-ONE-SIDE
           END-IF.
           IF WS-DEBIT-DAYS NOT = 0
               MOVE WS-DEBIT-DAYS TO WS-SIDE-DAYS
               MOVE WS-ACT-DEBIT-RATE(WS-ACT-SUB) TO WS-SIDE-RATE
               MOVE WS-DEBIT-INTEREST TO WS-SIDE-INTEREST
               PERFORM 3810-PRINT-ONE-SIDE
           END-IF.
           IF WS-CHG-STATE = "FAILED"
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "reason: " DELIMITED BY SIZE
                   WS-FAIL-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL(10:40)
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3810-PRINT-ONE-SIDE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-SIDE-DAYS TO WS-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO WS-REPORT-DETAIL(10:21).
           MOVE WS-SIDE-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO WS-REPORT-DETAIL(32:7).
           MOVE WS-SIDE-INTEREST TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-REPORT-DETAIL(40:15).
           IF WS-SIDE-FIRST = 'Y'
               MOVE WS-ACT-ACCOUNT(WS-ACT-SUB) TO
                   WS-REPORT-DETAIL(1:8)
               MOVE WS-FEE-AMOUNT TO WS-EDIT-FEE
               MOVE WS-EDIT-FEE TO WS-REPORT-DETAIL(56:10)
               MOVE WS-CHG-STATE TO WS-REPORT-DETAIL(67:14)
               MOVE 'N' TO WS-SIDE-FIRST
           END-IF.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-PRINT-SUMMARY.
           IF WS-ACT-MAX = 0
               MOVE "No open account is charged by the schedule."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COUNT-SCHEDULED TO WS-EDIT-COUNT.
           STRING "Accounts on the schedule................. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-CHARGED TO WS-EDIT-COUNT.
           STRING "Accounts charged this run................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-POSTED TO WS-EDIT-COUNT.
           STRING "Transactions posted...................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-PENDING TO WS-EDIT-COUNT.
           STRING "  of which held PENDING approval......... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-REWRITTEN TO WS-EDIT-COUNT.
           STRING "  of which logged entries re-written..... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-ON-FILE TO WS-EDIT-COUNT.
           STRING "Accounts already posted for the period... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-NIL TO WS-EDIT-COUNT.
           STRING "Accounts with nothing to charge.......... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-FAILED TO WS-EDIT-COUNT.
           STRING "Accounts failing their edits............. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-TOTAL.
           STRING "Interest charged this run................ "
               DELIMITED BY SIZE WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-FEES TO WS-EDIT-TOTAL.
           STRING "Service charges this run................. "
               DELIMITED BY SIZE WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       8500-JOURNAL-TRANS-IMAGE.
      ******************************************************************
      * Appends the after-image of the transaction record just added, *
      * rewritten (WS-JNL-ACTION 'R') or deleted ('D') to the forward- *
      * recovery journal. Called straight after the update; an update *
      * that did not take leaves a non-zero status and is not         *
      * journaled. The end mark goes on last so FILEBKUP ROLLFWD can  *
      * tell a complete image from one cut short.                     *
      ******************************************************************
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND TRJNL-FILE.
           IF WS-TRJNL-FILE-STATUS = '35'
               OPEN OUTPUT TRJNL-FILE
           END-IF.
           ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JNL-TIME FROM TIME.
           MOVE SPACES TO TRJNL-RECORD.
           MOVE WS-JNL-ACTION TO JNL-REC-TYPE.
           MOVE WS-JNL-DATE TO JNL-DATE.
           MOVE WS-JNL-TIME TO JNL-TIME.
           MOVE "INTCALC" TO JNL-PROGRAM.
           MOVE "INTCALC" TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       8600-POST-CATG-CHANGE.
      ******************************************************************
      * Called straight after a transaction update. Takes the ACTIVE  *
      * contribution noted in WS-CPT-BEFORE (none for a new entry)    *
      * out of the category-period totals and puts the record's       *
      * current one in - none for a delete (WS-JNL-ACTION 'D'). An    *
      * update that did not take posts nothing.                        *
      ******************************************************************
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE 'N' TO WS-CPT-BEFORE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CPT-BEFORE-ACTIVE = 'Y'
               MOVE WS-CPT-BEFORE-CATG TO WS-CPT-POST-CATG
               MOVE WS-CPT-BEFORE-PERIOD TO WS-CPT-POST-PERIOD
               MOVE WS-CPT-BEFORE-BRANCH TO WS-CPT-POST-BRANCH
               COMPUTE WS-CPT-POST-AMOUNT = 0 - WS-CPT-BEFORE-AMOUNT
               MOVE -1 TO WS-CPT-POST-COUNT
               PERFORM 8620-POST-ONE-CATG-TOTAL
           END-IF.
           IF TRANS-IS-ACTIVE AND WS-JNL-ACTION NOT = 'D'
               MOVE TRANS-CATEGORY-CODE TO WS-CPT-POST-CATG
               COMPUTE WS-CPT-POST-PERIOD = TRANS-DATE / 100
               MOVE TRANS-BRANCH-CODE TO WS-CPT-POST-BRANCH
               MOVE TRANS-AMOUNT TO WS-CPT-POST-AMOUNT
               MOVE 1 TO WS-CPT-POST-COUNT
               PERFORM 8620-POST-ONE-CATG-TOTAL
           END-IF.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.


       8620-POST-ONE-CATG-TOTAL.
      ******************************************************************
      * Adds WS-CPT-POST-AMOUNT and -COUNT to one category, period    *
      * and branch on CICA-CPTOT.dat, opening the key if it is new.   *
      * The file is only ever created by CATGVFY; until it exists the *
      * run posts nothing and the nightly proof builds it.            *
      ******************************************************************
           IF WS-CPTOT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE.
           MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD.
           MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH.
           READ CPTOT-FILE
               INVALID KEY
                   MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE
                   MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD
                   MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH
                   MOVE WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT
                   MOVE WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT
                   MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE
                   MOVE "INTCALC" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT.
           ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE.
           MOVE "INTCALC" TO CPT-LAST-PROGRAM.
           REWRITE CPTOT-RECORD.

       9000-CLOSE-FILES.
           CLOSE TRANS-FILE.
           CLOSE ACCT-FILE.
           CLOSE CATG-FILE.
           CLOSE INTSCH-FILE.
           CLOSE INTPST-FILE.
           IF WS-ACPOS-OPEN = 'Y'
               CLOSE ACPOS-FILE
           END-IF.
           IF WS-FXRATE-OPEN = 'Y'
               CLOSE FXRATE-FILE
           END-IF.
           IF WS-TAX-OPEN = 'Y'
               CLOSE TAX-FILE
           END-IF.
           IF WS-CPTOT-OPEN = 'Y'
               CLOSE CPTOT-FILE
           END-IF.
           CLOSE REPORT-FILE.
