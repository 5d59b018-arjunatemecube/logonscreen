       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       AUTHOR. ARJUN KALANI.
      ******************************************************************
      * PROGRAM: RECERT.CBL                                            *
      * COMPILER: GnuCOBOL 3.x+                                        *
      * DESCRIPTION: Quarterly user access recertification, run       *
      *              nightly. On the first run in a calendar quarter  *
      *              it opens that quarter's review cycle (yyyyQn) on *
      *              CICA-RECERT.dat (see RCERTREC): one review per   *
      *              ACTIVE user on AUTHFILE.dat, carrying the tier,  *
      *              branch, last logon and the user's AUDITLOG.dat   *
      *              activity over the last 90 days, assigned to a    *
      *              reviewer - the least-loaded ACTIVE SUPERVISOR in *
      *              the user's branch, or an ADMIN where the branch  *
      *              has none. SUPERVISOR and ADMIN users are always  *
      *              reviewed by another ADMIN. The deadline is the   *
      *              opening date plus the recertification days on    *
      *              CICA-PARMS.dat (30 when absent). Every night it  *
      *              then deactivates on AUTHFILE.dat each user whose *
      *              review is still PENDING past its deadline        *
      *              (EXPIRED), and any revocation the review screen  *
      *              could not apply at the time. The evidence report *
      *              RECERT.out lists the current cycle - reviewer,   *
      *              decision, who decided and when - and once no     *
      *              review is pending it closes with the sign-off    *
      *              block for the auditors. Each user deactivated   *
      *              is written to AUDITLOG.dat (RECERT-EXP for an     *
      *              expired review, RECERT-REV for a revocation      *
      *              applied late) on the same chain LOGONAPP keeps.  *
      *              RETURN-CODE 8 when the review file or the roster *
      *              cannot be opened, or a user could not be         *
      *              deactivated - the review is then left as it was  *
      *              so the next run tries again.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO 'AUTHFILE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-USER-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * Audit chain mutex and tail checkpoint, shared with LOGONAPP -
      * held around the prime/append/checkpoint of each record.
           SELECT AUDIT-LOCK-FILE ASSIGN TO 'AUDITLOG.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-AUDIT-LOCK-STATUS.

           SELECT AUDIT-SEQ-FILE ASSIGN TO 'AUDITSEQ.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-SEQ-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RECERT-FILE ASSIGN TO 'CICA-RECERT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-KEY
               ALTERNATE RECORD KEY IS RCR-REVIEWER
                   WITH DUPLICATES
               FILE STATUS IS WS-RECERT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'RECERT.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       COPY AUTHREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  AUDIT-LOCK-FILE.
       01  AUDIT-LOCK-RECORD           PIC X(8).

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SEQF-LAST-SEQ-NO        PIC 9(9).
           05  SEQF-LAST-HASH          PIC X(16).

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  RECERT-FILE.
       COPY RCERTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-AUDIT-LOCK-STATUS        PIC X(2) VALUE '00'.
       01  WS-AUDIT-SEQ-STATUS         PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RECERT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       01  WS-AUTH-FILE-EOF            PIC X(1) VALUE 'N'.
       01  WS-AUDIT-FILE-EOF           PIC X(1) VALUE 'N'.
       01  WS-RECERT-EOF               PIC X(1) VALUE 'N'.
       01  WS-RUN-FAILED               PIC X(1) VALUE 'N'.
       01  WS-CYCLE-EXISTS             PIC X(1) VALUE 'N'.
       01  WS-RECERT-OPEN              PIC X(1) VALUE 'N'.
       01  WS-AUTH-OPEN                PIC X(1) VALUE 'N'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MONTH          PIC 9(2).
           05  WS-TODAY-DAY            PIC 9(2).
       01  WS-NOW-TIME                 PIC 9(8).
       01  WS-TODAY-DAYS               PIC 9(7).

      *----------------------------------------------------------------*
      * The quarter's cycle ID, e.g. 2026Q4.                          *
      *----------------------------------------------------------------*
       01  WS-CYCLE-ID.
           05  WS-CYCLE-YEAR           PIC 9(4).
           05  FILLER                  PIC X(1) VALUE 'Q'.
           05  WS-CYCLE-QUARTER        PIC 9(1).

      * Fall-back default - overridden from CICA-PARMS.dat.
       01  WS-RECERT-DAYS              PIC 9(3) VALUE 30.
      * Recent activity is the user's audit trail over this many days.
       01  WS-ACTIVITY-WINDOW-DAYS     PIC 9(3) VALUE 90.
       01  WS-ACTIVITY-FROM            PIC 9(8).
       01  WS-DEADLINE                 PIC 9(8).

      *----------------------------------------------------------------*
      * Roster loaded when a cycle is opened. WS-ROS-LOAD counts the  *
      * reviews a SUPERVISOR/ADMIN has been given so far, so the work *
      * is spread across the eligible reviewers.                      *
      *----------------------------------------------------------------*
       01  WS-ROSTER-TABLE.
           05  WS-ROS-MAX              PIC 9(3) COMP VALUE 0.
           05  WS-ROS-ENTRY OCCURS 300 TIMES.
               10  WS-ROS-USER-ID          PIC X(8).
               10  WS-ROS-TIER             PIC X(10).
               10  WS-ROS-BRANCH           PIC X(4).
               10  WS-ROS-STATUS           PIC X(8).
               10  WS-ROS-LAST-LOGON       PIC 9(8).
               10  WS-ROS-ACTIVITY         PIC 9(5).
               10  WS-ROS-LAST-ACTIVITY    PIC 9(8).
               10  WS-ROS-LOAD             PIC 9(5).
       01  WS-ROS-SUB                  PIC 9(3) COMP.
       01  WS-ROS-HIT                  PIC 9(3) COMP.
       01  WS-REV-SUB                  PIC 9(3) COMP.
       01  WS-REV-HIT                  PIC 9(3) COMP.
       01  WS-REV-WANT-TIER            PIC X(10).
       01  WS-ROS-OVERFLOW             PIC X(1) VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-COUNT-OPENED         PIC 9(5) VALUE 0.
           05  WS-COUNT-NO-REVIEWER    PIC 9(5) VALUE 0.
           05  WS-COUNT-EXPIRED-TONIGHT PIC 9(5) VALUE 0.
           05  WS-COUNT-APPLIED-TONIGHT PIC 9(5) VALUE 0.
           05  WS-COUNT-IN-CYCLE       PIC 9(5) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(5) VALUE 0.
           05  WS-COUNT-CERTIFIED      PIC 9(5) VALUE 0.
           05  WS-COUNT-REVOKED        PIC 9(5) VALUE 0.
           05  WS-COUNT-EXPIRED        PIC 9(5) VALUE 0.

      *----------------------------------------------------------------*
      * Deactivation audit record and the chain work area, as         *
      * LOGONAPP keeps them.                                           *
      *----------------------------------------------------------------*
       01  WS-DEACT-FAILED             PIC X(1).
       01  WS-AUDIT-ACTION             PIC X(12).
       01  WS-AUDIT-RESULT             PIC X(8).
       01  WS-AUDIT-DETAIL             PIC X(40).
       01  WS-AUDIT-TIME               PIC 9(8).
       01  WS-CHAIN-WORK-AREA.
           05  WS-AUDIT-SEQ-NO         PIC 9(9) VALUE 0.
           05  WS-PREV-CHAIN-HASH      PIC X(16).
           05  WS-LOCK-HELD            PIC X(1).
           05  WS-LOCK-RETRY-COUNT     PIC 9(4) COMP.
           05  WS-CHAIN-BUFFER         PIC X(107).
           05  WS-CHAIN-SUB            PIC 9(3) COMP.
           05  WS-CHAIN-ACCUM          PIC 9(15) COMP.
           05  WS-CHAIN-RESULT         PIC X(16).
           05  WS-CHAIN-SCAN-EOF       PIC X(1).

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-ACTIVITY            PIC ZZZZ9.
       01  WS-REPORT-DETAIL            PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE.
           IF WS-RUN-FAILED = 'N'
               PERFORM 2000-OPEN-CYCLE-IF-DUE
               PERFORM 3000-ENFORCE-DECISIONS
               PERFORM 4000-PRINT-EVIDENCE
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE WS-TODAY-YEAR TO WS-CYCLE-YEAR.
           COMPUTE WS-CYCLE-QUARTER = (WS-TODAY-MONTH + 2) / 3.
           PERFORM 1100-LOAD-SITE-PARAMS.
           COMPUTE WS-ACTIVITY-FROM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-DAYS - WS-ACTIVITY-WINDOW-DAYS).
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-DAYS + WS-RECERT-DAYS).

           OPEN OUTPUT REPORT-FILE.
           MOVE "CICA USER ACCESS RECERTIFICATION EVIDENCE" TO
               REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   REVIEW CYCLE: " DELIMITED BY SIZE
               WS-CYCLE-ID DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The review file is created on first use.
           OPEN I-O RECERT-FILE.
           IF WS-RECERT-FILE-STATUS = '35'
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF.
           IF WS-RECERT-FILE-STATUS <> '00'
               MOVE "*** CICA-RECERT.dat COULD NOT BE OPENED ***" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RECERT-OPEN.

           OPEN I-O AUTH-FILE.
           IF WS-AUTH-FILE-STATUS <> '00'
               MOVE "*** AUTHFILE.dat COULD NOT BE OPENED ***" TO
                   REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-AUTH-OPEN.

       1100-LOAD-SITE-PARAMS.
      ******************************************************************
      * Overrides the review deadline from CICA-PARMS.dat. A missing  *
      * file or a zero or absent field keeps the compiled-in default. *
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
           IF PARM-RECERT-DAYS IS NUMERIC AND PARM-RECERT-DAYS > 0
               MOVE PARM-RECERT-DAYS TO WS-RECERT-DAYS
           END-IF.

       2000-OPEN-CYCLE-IF-DUE.
      ******************************************************************
      * Opens the quarter's review cycle on the first run in the      *
      * quarter. A cycle already on file is left as it stands, so a   *
      * rerun the same night - or any later night - adds nothing.     *
      ******************************************************************
           MOVE 'N' TO WS-CYCLE-EXISTS.
           MOVE WS-CYCLE-ID TO RCR-CYCLE.
           MOVE LOW-VALUES TO RCR-USER-ID.
           START RECERT-FILE KEY IS >= RCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RECERT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-RECERT-EOF
           END-START.
           IF WS-RECERT-EOF = 'N'
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RECERT-EOF
               END-READ
               IF WS-RECERT-EOF = 'N' AND RCR-CYCLE = WS-CYCLE-ID
                   MOVE 'Y' TO WS-CYCLE-EXISTS
               END-IF
           END-IF.
           IF WS-CYCLE-EXISTS = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-LOAD-ONE-ROSTER-USER
               UNTIL WS-AUTH-FILE-EOF = 'Y'.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS <> '00'
               MOVE 'Y' TO WS-AUDIT-FILE-EOF
           END-IF.
           PERFORM 2200-TALLY-ONE-AUDIT-RECORD
               UNTIL WS-AUDIT-FILE-EOF = 'Y'.
           IF WS-AUDIT-FILE-STATUS = '00' OR
               WS-AUDIT-FILE-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF.

           PERFORM 2300-OPEN-ONE-REVIEW
               VARYING WS-ROS-SUB FROM 1 BY 1
               UNTIL WS-ROS-SUB > WS-ROS-MAX.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-COUNT-OPENED TO WS-EDIT-COUNT.
           STRING "Review cycle " DELIMITED BY SIZE
               WS-CYCLE-ID DELIMITED BY SIZE
               " opened tonight for " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " active users, deadline " DELIMITED BY SIZE
               WS-DEADLINE DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ROS-OVERFLOW = 'Y'
               MOVE "*** ROSTER TABLE OVERFLOW - USERS PAST 300 HAVE "
                   & "NO REVIEW ***" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-LOAD-ONE-ROSTER-USER.
           READ AUTH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUTH-FILE-EOF
           END-READ.
           IF WS-AUTH-FILE-EOF = 'Y' OR
               FUNCTION TRIM(AUTH-USER-ID) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROS-MAX >= 300
               MOVE 'Y' TO WS-ROS-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROS-MAX.
           MOVE AUTH-USER-ID TO WS-ROS-USER-ID(WS-ROS-MAX).
           MOVE AUTH-PERMISSIONS TO WS-ROS-TIER(WS-ROS-MAX).
           MOVE AUTH-BRANCH-CODE TO WS-ROS-BRANCH(WS-ROS-MAX).
           MOVE AUTH-STATUS TO WS-ROS-STATUS(WS-ROS-MAX).
           MOVE AUTH-LAST-LOGON-DATE TO WS-ROS-LAST-LOGON(WS-ROS-MAX).
           MOVE 0 TO WS-ROS-ACTIVITY(WS-ROS-MAX)
               WS-ROS-LAST-ACTIVITY(WS-ROS-MAX)
               WS-ROS-LOAD(WS-ROS-MAX).

       2200-TALLY-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-FILE-EOF
           END-READ.
           IF WS-AUDIT-FILE-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ROS-HIT.
           PERFORM 2210-MATCH-ROSTER-SLOT
               VARYING WS-ROS-SUB FROM 1 BY 1
               UNTIL WS-ROS-SUB > WS-ROS-MAX.
           IF WS-ROS-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-DATE >= WS-ACTIVITY-FROM
               ADD 1 TO WS-ROS-ACTIVITY(WS-ROS-HIT)
           END-IF.
           IF AUDIT-DATE > WS-ROS-LAST-ACTIVITY(WS-ROS-HIT)
               MOVE AUDIT-DATE TO WS-ROS-LAST-ACTIVITY(WS-ROS-HIT)
           END-IF.

       2210-MATCH-ROSTER-SLOT.
           IF WS-ROS-USER-ID(WS-ROS-SUB) = AUDIT-USER-ID
               MOVE WS-ROS-SUB TO WS-ROS-HIT
               MOVE WS-ROS-MAX TO WS-ROS-SUB
           END-IF.

       2300-OPEN-ONE-REVIEW.
           IF WS-ROS-STATUS(WS-ROS-SUB) NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 2400-CHOOSE-REVIEWER.

           MOVE SPACES TO RECERT-RECORD.
           MOVE WS-CYCLE-ID TO RCR-CYCLE.
           MOVE WS-ROS-USER-ID(WS-ROS-SUB) TO RCR-USER-ID.
           MOVE WS-ROS-TIER(WS-ROS-SUB) TO RCR-TIER.
           MOVE WS-ROS-BRANCH(WS-ROS-SUB) TO RCR-BRANCH.
           MOVE WS-ROS-LAST-LOGON(WS-ROS-SUB) TO RCR-LAST-LOGON.
           MOVE WS-ROS-ACTIVITY(WS-ROS-SUB) TO RCR-ACTIVITY-COUNT.
           MOVE WS-ROS-LAST-ACTIVITY(WS-ROS-SUB) TO RCR-LAST-ACTIVITY.
           MOVE WS-TODAY TO RCR-OPENED-DATE.
           MOVE WS-DEADLINE TO RCR-DEADLINE.
           MOVE 'PENDING' TO RCR-STATUS.
           MOVE 0 TO RCR-DECIDED-DATE RCR-DECIDED-TIME.
           MOVE 'N' TO RCR-APPLIED.
           IF WS-REV-HIT > 0
               MOVE WS-ROS-USER-ID(WS-REV-HIT) TO RCR-REVIEWER
           ELSE
               ADD 1 TO WS-COUNT-NO-REVIEWER
           END-IF.
           WRITE RECERT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-OPENED
                   IF WS-REV-HIT > 0
                       ADD 1 TO WS-ROS-LOAD(WS-REV-HIT)
                   END-IF
           END-WRITE.

       2400-CHOOSE-REVIEWER.
      ******************************************************************
      * STANDARD and READONLY users go to the least-loaded ACTIVE     *
      * SUPERVISOR in their own branch, falling back to an ADMIN.     *
      * SUPERVISOR and ADMIN users go to an ADMIN. Nobody reviews     *
      * themselves. With no eligible reviewer the review is left      *
      * unassigned for any ADMIN to decide.                            *
      ******************************************************************
           MOVE 0 TO WS-REV-HIT.
           IF WS-ROS-TIER(WS-ROS-SUB) = 'STANDARD' OR
               WS-ROS-TIER(WS-ROS-SUB) = 'READONLY'
               MOVE 'SUPERVISOR' TO WS-REV-WANT-TIER
               PERFORM 2410-CONSIDER-ONE-REVIEWER
                   VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-ROS-MAX
           END-IF.
           IF WS-REV-HIT = 0
               MOVE 'ADMIN' TO WS-REV-WANT-TIER
               PERFORM 2410-CONSIDER-ONE-REVIEWER
                   VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-ROS-MAX
           END-IF.

       2410-CONSIDER-ONE-REVIEWER.
           IF WS-REV-SUB = WS-ROS-SUB OR
               WS-ROS-STATUS(WS-REV-SUB) NOT = 'ACTIVE' OR
               WS-ROS-TIER(WS-REV-SUB) NOT = WS-REV-WANT-TIER
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-WANT-TIER = 'SUPERVISOR' AND
               WS-ROS-BRANCH(WS-REV-SUB) NOT =
                   WS-ROS-BRANCH(WS-ROS-SUB)
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-HIT = 0
               MOVE WS-REV-SUB TO WS-REV-HIT
           ELSE
               IF WS-ROS-LOAD(WS-REV-SUB) < WS-ROS-LOAD(WS-REV-HIT)
                   MOVE WS-REV-SUB TO WS-REV-HIT
               END-IF
           END-IF.

       3000-ENFORCE-DECISIONS.
      ******************************************************************
      * Sweeps every cycle on file. A review still PENDING after its  *
      * deadline is EXPIRED and the user deactivated; a revocation    *
      * the screen could not apply when it was made is applied now.   *
      ******************************************************************
           MOVE LOW-VALUES TO RCR-KEY.
           START RECERT-FILE KEY IS >= RCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RECERT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-RECERT-EOF
           END-START.
           PERFORM 3100-ENFORCE-ONE-REVIEW UNTIL WS-RECERT-EOF = 'Y'.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-EXPIRED-TONIGHT TO WS-EDIT-COUNT.
           STRING "Users deactivated tonight at deadline.... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-APPLIED-TONIGHT TO WS-EDIT-COUNT.
           STRING "Revocations applied tonight.............. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-ENFORCE-ONE-REVIEW.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECERT-EOF
           END-READ.
           IF WS-RECERT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN RCR-IS-PENDING AND WS-TODAY > RCR-DEADLINE
                   MOVE "RECERT-EXP" TO WS-AUDIT-ACTION
                   PERFORM 3200-DEACTIVATE-USER
                   IF WS-DEACT-FAILED = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'EXPIRED' TO RCR-STATUS
                   MOVE 'RECERT' TO RCR-DECIDED-BY
                   MOVE WS-TODAY TO RCR-DECIDED-DATE
                   MOVE WS-NOW-TIME(1:6) TO RCR-DECIDED-TIME
                   MOVE "Not certified by the deadline" TO RCR-NOTE
                   MOVE 'Y' TO RCR-APPLIED
                   REWRITE RECERT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-EXPIRED-TONIGHT
                   END-REWRITE
               WHEN RCR-IS-REVOKED AND RCR-NOT-APPLIED
                   MOVE "RECERT-REV" TO WS-AUDIT-ACTION
                   PERFORM 3200-DEACTIVATE-USER
                   IF WS-DEACT-FAILED = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO RCR-APPLIED
                   REWRITE RECERT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-APPLIED-TONIGHT
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-DEACTIVATE-USER.
      ******************************************************************
      * A user already inactive, or since removed from the roster, is *
      * left as found. Each deactivation is audited under the action  *
      * the caller set. One that does not take is reported, audited   *
      * as a FAILURE and fails the run; the caller leaves the review  *
      * unchanged so the next run tries again.                        *
      ******************************************************************
           MOVE 'N' TO WS-DEACT-FAILED.
           MOVE RCR-USER-ID TO AUTH-USER-ID.
           READ AUTH-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AUTH-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'INACTIVE' TO AUTH-STATUS.
           REWRITE AUTH-FILE-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-DEACT-FAILED
           END-REWRITE.
           IF WS-AUTH-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-DEACT-FAILED
           END-IF.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF WS-DEACT-FAILED = 'Y'
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               STRING "Deactivate failed " DELIMITED BY SIZE
                   RCR-USER-ID DELIMITED BY SPACE
                   " review " DELIMITED BY SIZE
                   RCR-CYCLE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "*** USER " DELIMITED BY SIZE
                   RCR-USER-ID DELIMITED BY SPACE
                   " COULD NOT BE DEACTIVATED - REVIEW " DELIMITED
                   BY SIZE
                   RCR-CYCLE DELIMITED BY SIZE
                   " LEFT AS IT WAS ***" DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "SUCCESS" TO WS-AUDIT-RESULT
               STRING "Deactivated " DELIMITED BY SIZE
                   RCR-USER-ID DELIMITED BY SPACE
                   " review " DELIMITED BY SIZE
                   RCR-CYCLE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF.
           PERFORM 8000-WRITE-AUDIT-RECORD.

       4000-PRINT-EVIDENCE.
      ******************************************************************
      * Lists the current cycle - every user reviewed, the reviewer,  *
      * the decision, who made it and when. Once nothing is pending   *
      * the cycle is complete and the sign-off block is printed.      *
      ******************************************************************
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "REVIEW CYCLE " DELIMITED BY SIZE
               WS-CYCLE-ID DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "USER     TIER       BRCH LAST-LOG  ACTS REVIEWER "
               & "STATUS    DEADLINE" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-CYCLE-ID TO RCR-CYCLE.
           MOVE LOW-VALUES TO RCR-USER-ID.
           START RECERT-FILE KEY IS >= RCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RECERT-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-RECERT-EOF
           END-START.
           PERFORM 4100-PRINT-ONE-REVIEW UNTIL WS-RECERT-EOF = 'Y'.
           IF WS-COUNT-IN-CYCLE = 0
               MOVE "  (no reviews in this cycle)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 4200-PRINT-SUMMARY.

       4100-PRINT-ONE-REVIEW.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RECERT-EOF
           END-READ.
           IF WS-RECERT-EOF = 'N' AND RCR-CYCLE NOT = WS-CYCLE-ID
               MOVE 'Y' TO WS-RECERT-EOF
           END-IF.
           IF WS-RECERT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-COUNT-IN-CYCLE.
           EVALUATE TRUE
               WHEN RCR-IS-PENDING
                   ADD 1 TO WS-COUNT-PENDING
               WHEN RCR-IS-CERTIFIED
                   ADD 1 TO WS-COUNT-CERTIFIED
               WHEN RCR-IS-REVOKED
                   ADD 1 TO WS-COUNT-REVOKED
               WHEN RCR-IS-EXPIRED
                   ADD 1 TO WS-COUNT-EXPIRED
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE RCR-USER-ID TO WS-REPORT-DETAIL(1:8).
           MOVE RCR-TIER TO WS-REPORT-DETAIL(10:10).
           IF RCR-BRANCH = SPACES
               MOVE "HOME" TO WS-REPORT-DETAIL(21:4)
           ELSE
               MOVE RCR-BRANCH TO WS-REPORT-DETAIL(21:4)
           END-IF.
           MOVE RCR-LAST-LOGON TO WS-REPORT-DETAIL(26:8).
           MOVE RCR-ACTIVITY-COUNT TO WS-EDIT-ACTIVITY.
           MOVE WS-EDIT-ACTIVITY TO WS-REPORT-DETAIL(35:5).
           IF RCR-REVIEWER = SPACES
               MOVE "(ANY ADM)" TO WS-REPORT-DETAIL(41:9)
           ELSE
               MOVE RCR-REVIEWER TO WS-REPORT-DETAIL(41:8)
           END-IF.
           MOVE RCR-STATUS TO WS-REPORT-DETAIL(50:9).
           MOVE RCR-DEADLINE TO WS-REPORT-DETAIL(60:8).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF NOT RCR-IS-PENDING
               MOVE SPACES TO WS-REPORT-DETAIL
               STRING "           by " DELIMITED BY SIZE
                   RCR-DECIDED-BY DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   RCR-DECIDED-DATE DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   RCR-DECIDED-TIME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RCR-NOTE DELIMITED BY SIZE
                   INTO WS-REPORT-DETAIL
               END-STRING
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4200-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-COUNT-IN-CYCLE TO WS-EDIT-COUNT.
           STRING "Users under review this cycle............ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-CERTIFIED TO WS-EDIT-COUNT.
           STRING "  Certified.............................. "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-REVOKED TO WS-EDIT-COUNT.
           STRING "  Revoked by the reviewer................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-EXPIRED TO WS-EDIT-COUNT.
           STRING "  Deactivated at the deadline............ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-COUNT-PENDING TO WS-EDIT-COUNT.
           STRING "  Still pending.......................... "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-COUNT-NO-REVIEWER > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-COUNT-NO-REVIEWER TO WS-EDIT-COUNT
               STRING "Opened with no reviewer - any ADMIN...... "
                   DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COUNT-IN-CYCLE > 0 AND WS-COUNT-PENDING = 0
               MOVE "REVIEW CYCLE COMPLETE - EVERY USER CERTIFIED OR "
                   & "DEACTIVATED" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  Evidence signed off by: ____________________" &
                   "  Date: __________" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "REVIEW CYCLE OPEN - NOT YET READY FOR SIGN-OFF" TO
                   REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-WRITE-AUDIT-RECORD.
      ******************************************************************
      * Appends one record to AUDITLOG.dat on the tamper-evident     *
      * chain, exactly as LOGONAPP does: the AUDITLOG.lck mutex is    *
      * taken, the chain primed from AUDITSEQ.dat, the record hashed  *
      * with the previous digest and written, and the checkpoint      *
      * rewritten before the mutex is let go. The user is RECERT.     *
      ******************************************************************
           PERFORM 8040-ACQUIRE-AUDIT-LOCK.
           PERFORM 8050-PRIME-AUDIT-CHAIN.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-TIME TO AUDIT-TIME.
           MOVE "RECERT" TO AUDIT-USER-ID.
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
           MOVE WS-AUDIT-RESULT TO AUDIT-RESULT.
           MOVE WS-AUDIT-DETAIL TO AUDIT-DETAIL.
           ADD 1 TO WS-AUDIT-SEQ-NO.
           MOVE WS-AUDIT-SEQ-NO TO AUDIT-SEQ-NO.
           PERFORM 8055-HASH-AUDIT-RECORD.
           MOVE WS-CHAIN-RESULT TO AUDIT-CHAIN-HASH.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           MOVE WS-CHAIN-RESULT TO WS-PREV-CHAIN-HASH.
           PERFORM 8070-CHECKPOINT-AUDIT-CHAIN.
           PERFORM 8045-RELEASE-AUDIT-LOCK.

       8040-ACQUIRE-AUDIT-LOCK.
      * Bounded spin, as LOGONAPP - past the budget the record is
      * written anyway rather than lost.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE 0 TO WS-LOCK-RETRY-COUNT.
           PERFORM 8042-TRY-AUDIT-LOCK
               UNTIL WS-LOCK-HELD = 'Y' OR
                   WS-LOCK-RETRY-COUNT > 1000.

       8042-TRY-AUDIT-LOCK.
           OPEN EXTEND AUDIT-LOCK-FILE.
           EVALUATE WS-AUDIT-LOCK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LOCK-HELD
               WHEN '35'
                   OPEN OUTPUT AUDIT-LOCK-FILE
                   IF WS-AUDIT-LOCK-STATUS = '00'
                       MOVE 'Y' TO WS-LOCK-HELD
                   ELSE
                       ADD 1 TO WS-LOCK-RETRY-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LOCK-RETRY-COUNT
           END-EVALUATE.

       8045-RELEASE-AUDIT-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CLOSE AUDIT-LOCK-FILE
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

       8050-PRIME-AUDIT-CHAIN.
      * From the checkpoint in one read; without it the log is read
      * through once for its tail.
           MOVE 0 TO WS-AUDIT-SEQ-NO.
           MOVE ALL '0' TO WS-PREV-CHAIN-HASH.

           OPEN INPUT AUDIT-SEQ-FILE.
           IF WS-AUDIT-SEQ-STATUS = '00'
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQF-LAST-SEQ-NO IS NUMERIC
                           MOVE SEQF-LAST-SEQ-NO TO WS-AUDIT-SEQ-NO
                           MOVE SEQF-LAST-HASH TO WS-PREV-CHAIN-HASH
                       END-IF
               END-READ
               CLOSE AUDIT-SEQ-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CHAIN-SCAN-EOF.
           PERFORM 8052-SCAN-ONE-AUDIT-RECORD
               UNTIL WS-CHAIN-SCAN-EOF = 'Y'.
           CLOSE AUDIT-FILE.

       8052-SCAN-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-CHAIN-SCAN-EOF
           END-READ.
           IF WS-CHAIN-SCAN-EOF = 'N'
               IF AUDIT-SEQ-NO IS NUMERIC
                   MOVE AUDIT-SEQ-NO TO WS-AUDIT-SEQ-NO
                   MOVE AUDIT-CHAIN-HASH TO WS-PREV-CHAIN-HASH
               END-IF
           END-IF.

       8055-HASH-AUDIT-RECORD.
      * LOGONAPP's multiply-and-fold digest over the previous digest
      * and the record, so AUDITVFY proves these records with the rest.
           MOVE SPACES TO WS-CHAIN-BUFFER.
           STRING WS-PREV-CHAIN-HASH DELIMITED BY SIZE
               AUDIT-DATE DELIMITED BY SIZE
               AUDIT-TIME DELIMITED BY SIZE
               AUDIT-USER-ID DELIMITED BY SIZE
               AUDIT-ACTION DELIMITED BY SIZE
               AUDIT-RESULT DELIMITED BY SIZE
               AUDIT-DETAIL DELIMITED BY SIZE
               AUDIT-SEQ-NO DELIMITED BY SIZE
               INTO WS-CHAIN-BUFFER.
           MOVE 0 TO WS-CHAIN-ACCUM.
           PERFORM 8060-HASH-ONE-CHAIN-CHAR
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 107.
           MOVE WS-CHAIN-ACCUM TO WS-CHAIN-RESULT.

       8060-HASH-ONE-CHAIN-CHAR.
           COMPUTE WS-CHAIN-ACCUM =
               FUNCTION MOD((WS-CHAIN-ACCUM * 131) +
               FUNCTION ORD(WS-CHAIN-BUFFER(WS-CHAIN-SUB:1)),
               999999999999999).

       8070-CHECKPOINT-AUDIT-CHAIN.
           OPEN OUTPUT AUDIT-SEQ-FILE.
           MOVE WS-AUDIT-SEQ-NO TO SEQF-LAST-SEQ-NO.
           MOVE WS-PREV-CHAIN-HASH TO SEQF-LAST-HASH.
           WRITE AUDIT-SEQ-RECORD.
           CLOSE AUDIT-SEQ-FILE.

       9000-CLOSE-FILES.
           IF WS-RECERT-OPEN = 'Y'
               CLOSE RECERT-FILE
           END-IF.
           IF WS-AUTH-OPEN = 'Y'
               CLOSE AUTH-FILE
           END-IF.
           CLOSE REPORT-FILE.
