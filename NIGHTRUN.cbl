      * DESCRIPTION: Night window job-chain controller. Drives the    *
      *              batch chain in order - TMPLGEN, DAYCLOSE,        *
      *              TRANEXTR, GLRECON, AUTHRPT, AUDITVFY, SECEXCP,   *
      *              DUPRPT, TRANLOAD when a regional                 *
      *              CICA-INBOUND.dat                                 *
      *              has arrived, BANKREC, PAYRUN, EXCQRPT, RECERT,   *
      *              ACCRREV and CATGVFY - recording each             *
      *              step's start, end                                *
      *              and RETURN-CODE on the run-control file          *
      *              NIGHTRUN.ctl. A failing step halts the chain     *
      *              (DAYCLOSE out of balance must stop TRANEXTR      *
      *              summary for the morning operator goes to         *
      *              NIGHTRUN.out, and the controller ends with the   *
      *              failing step's RETURN-CODE so the schedule       *
      *              alerts. Each step's report, and the summary      *
      *              itself, is kept as a dated generation on the     *
      *              report spool catalog CICA-RPTCAT.dat.            *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   BANKREC added as the last step, after TRANLOAD so regional  *
      *   entries loaded tonight are offered to the bank auto-match.  *
      *   It runs every night - with no statement received it still   *
      *   matches carried bank items against new entries. Appended    *
      *   at the end so the step numbers already on NIGHTRUN.ctl      *
      *   keep their meaning for a same-night resume.                 *
      *   PAYRUN added after BANKREC, so the night's supplier         *
      *   payments go to the bank once the day's entries are loaded   *
      *   and approved. Appended at the end for the same reason.      *
      *   CATGVFY added as the last step, so the category-period       *
      *   totals are proved once the steps before it have posted.      *
      *   When it has had to correct drift it ends with code 4 for the *
      *   morning operator. Appended at the end for the same reason.   *
      *   EXCQRPT added as the last step, so the exception queue is    *
      *   aged once every step that raises items on it has run.        *
      *   Appended at the end for the same reason.                     *
      *   RECERT added as the last step. It opens the quarterly access *
      *   review on the first night of a quarter and every night       *
      *   deactivates the users whose review has passed its deadline.  *
      *   Appended at the end for the same reason.                     *
      *   ACCRREV added as the last step. It runs after DAYCLOSE has   *
      *   rolled the business date, so on the night the date moves     *
      *   into a new period the accruals booked in the old one are     *
      *   reversed on the new period's first business day. Appended    *
      *   at the end for the same reason.                              *
      *   Report spool added. As each step ends its <step>.out is      *
      *   copied to a generation <step>.yyyymmdd.hhmmss.out and        *
      *   recorded on CICA-RPTCAT.dat (see RPTCATRC) with the business *
      *   date and RETURN-CODE, and generations past the step's        *
      *   retention (PARM-SPOOL-RETENTION, default 90 days) are purged.*
      *   The step's old report is deleted before it is launched, so a *
      *   step that dies before writing one never has last night's     *
      *   spooled under tonight's date. The generation name is kept on *
      *   NIGHTRUN.ctl so the summary still shows it after a resume,   *
      *   and NIGHTRUN.out is spooled the same way once it is closed.  *
      *   CATGVFY moved back to the last step, after ACCRREV, so the   *
      *   category-period totals are proved after the night's last     *
      *   postings (ACCRREV's reversals). A NIGHTRUN.ctl entry is now  *
      *   applied on a resume only when its step name still matches    *
      *   the step at that number, so an entry written under the old   *
      *   order is not taken for a different step.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RPTCAT-FILE ASSIGN TO 'CICA-RPTCAT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-KEY
               FILE STATUS IS WS-RPTCAT-FILE-STATUS.

           SELECT SPOOL-IN-FILE ASSIGN TO WS-SPOOL-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-IN-STATUS.

           SELECT SPOOL-OUT-FILE ASSIGN TO WS-SPOOL-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-OUT-STATUS.

           SELECT PURGE-FILE ASSIGN TO WS-PURGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CICA-PARMS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO 'CICA-BUSDATE.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           05  RCT-START-TIME          PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RCT-END-TIME            PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RCT-GEN-NAME            PIC X(28).

       FD  INBCHK-FILE.
       01  INBCHK-RECORD               PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  RPTCAT-FILE.
       COPY RPTCATRC.

       FD  SPOOL-IN-FILE.
       01  SPOOL-IN-RECORD             PIC X(80).

       FD  SPOOL-OUT-FILE.
       01  SPOOL-OUT-RECORD            PIC X(80).

       FD  PURGE-FILE.
       01  PURGE-RECORD                PIC X(80).

       FD  PARM-FILE.
       COPY SITEPREC.

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-INBCHK-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-RPTCAT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-SPOOL-IN-STATUS          PIC X(2) VALUE '00'.
       01  WS-SPOOL-OUT-STATUS         PIC X(2) VALUE '00'.
       01  WS-PURGE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW-TIME                 PIC 9(6).
           05  FILLER                  PIC X(9) VALUE 'SECEXCP  '.
           05  FILLER                  PIC X(9) VALUE 'DUPRPT   '.
           05  FILLER                  PIC X(9) VALUE 'TRANLOADC'.
           05  FILLER                  PIC X(9) VALUE 'BANKREC  '.
           05  FILLER                  PIC X(9) VALUE 'PAYRUN   '.
           05  FILLER                  PIC X(9) VALUE 'EXCQRPT  '.
           05  FILLER                  PIC X(9) VALUE 'RECERT   '.
           05  FILLER                  PIC X(9) VALUE 'ACCRREV  '.
           05  FILLER                  PIC X(9) VALUE 'CATGVFY  '.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-DEF OCCURS 15 TIMES.
               10  WS-STEP-NAME            PIC X(8).
               10  WS-STEP-CONDITIONAL     PIC X(1).
       01  WS-STEP-MAX                 PIC 9(2) COMP VALUE 15.

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 15 TIMES.
               10  WS-STEP-STATUS          PIC X(8).
               10  WS-STEP-RC              PIC 9(4).
               10  WS-STEP-START           PIC 9(6).
               10  WS-STEP-END             PIC 9(6).
               10  WS-STEP-GEN             PIC X(28).
       01  WS-STEP-SUB                 PIC 9(2) COMP.
       01  WS-CTL-SUB                  PIC 9(2) COMP.

       01  WS-RAW-RC                   PIC S9(9) COMP.
       01  WS-STEP-RC-WORK             PIC 9(4).

      *----------------------------------------------------------------*
      * Report spool work area. A generation is named from the        *
      * program and the date and time it is spooled; the clock is     *
      * taken in full (hhmmsscc) so the name carries hhmmss. The      *
      * retention table is loaded from the site parameters - a        *
      * default for every report plus up to ten programs with their   *
      * own period in days.                                            *
      *----------------------------------------------------------------*
       01  WS-SPOOL-IN-NAME            PIC X(40).
       01  WS-SPOOL-OUT-NAME           PIC X(40).
       01  WS-PURGE-NAME               PIC X(40).
       01  WS-SPOOL-PROGRAM            PIC X(8).
       01  WS-SPOOL-RC                 PIC 9(4).
       01  WS-SPOOL-BUS-DATE           PIC 9(8).
       01  WS-SPOOL-DATE               PIC 9(8).
       01  WS-SPOOL-CLOCK              PIC 9(8).
       01  WS-SPOOL-CLOCK-SPLIT REDEFINES WS-SPOOL-CLOCK.
           05  WS-SPOOL-HHMMSS         PIC 9(6).
           05  FILLER                  PIC 9(2).
       01  WS-SPOOL-EOF                PIC X(1).
       01  WS-SPOOL-LINES              PIC 9(7).
       01  WS-SPOOL-CATALOGUED         PIC X(1).
       01  WS-SPOOL-KEEP-DAYS          PIC 9(4).
       01  WS-SPOOL-CUTOFF             PIC 9(8).
       01  WS-RPTCAT-EOF               PIC X(1).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-RUN-BUS-DATE             PIC 9(8).
       01  WS-OWN-GEN-NAME             PIC X(28).
       01  WS-COUNT-PURGED             PIC 9(5) VALUE 0.

       01  WS-RETENTION-AREA.
           05  WS-RET-DEFAULT-DAYS     PIC 9(4) VALUE 90.
           05  WS-RET-COUNT            PIC 9(2) COMP VALUE 0.
           05  WS-RET-ENTRY OCCURS 10 TIMES.
               10  WS-RET-PROGRAM          PIC X(8).
               10  WS-RET-DAYS             PIC 9(4).
       01  WS-RET-SUB                  PIC 9(2) COMP.

       01  WS-EDIT-COUNT               PIC ZZZZZZ9.

       01  WS-EDIT-RC                  PIC ZZZ9.
       01  WS-REPORT-DETAIL            PIC X(80).

                   WS-CHAIN-HALTED = 'Y'.
           PERFORM 5000-PRINT-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM 6000-SPOOL-OWN-SUMMARY.
           IF WS-CHAIN-HALTED = 'Y'
               MOVE WS-HALT-RETURN-CODE TO RETURN-CODE
           END-IF.
           PERFORM 1100-CLEAR-ONE-STATE
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.
           PERFORM 1200-LOAD-SPOOL-RETENTION.
           PERFORM 3200-GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-BUS-DATE.

       1100-CLEAR-ONE-STATE.
           MOVE 'PENDING' TO WS-STEP-STATUS(WS-STEP-SUB).
           MOVE 0 TO WS-STEP-RC(WS-STEP-SUB).
           MOVE 0 TO WS-STEP-START(WS-STEP-SUB).
           MOVE 0 TO WS-STEP-END(WS-STEP-SUB).
           MOVE SPACES TO WS-STEP-GEN(WS-STEP-SUB).

       1200-LOAD-SPOOL-RETENTION.
      ******************************************************************
      * Report retention from CICA-PARMS.dat. With no parameter file, *
      * or none saved yet for the spool, every report is kept for the *
      * default 90 days.                                               *
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
           IF PARM-SPOOL-DEFAULT-DAYS IS NUMERIC AND
               PARM-SPOOL-DEFAULT-DAYS > 0
               MOVE PARM-SPOOL-DEFAULT-DAYS TO WS-RET-DEFAULT-DAYS
           END-IF.
           PERFORM 1210-LOAD-ONE-RETENTION
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > 10.

       1210-LOAD-ONE-RETENTION.
           IF PARM-SPOOL-PROGRAM(WS-RET-SUB) NOT = SPACES AND
               PARM-SPOOL-DAYS(WS-RET-SUB) IS NUMERIC AND
               PARM-SPOOL-DAYS(WS-RET-SUB) > 0
               ADD 1 TO WS-RET-COUNT
               MOVE PARM-SPOOL-PROGRAM(WS-RET-SUB) TO
                   WS-RET-PROGRAM(WS-RET-COUNT)
               MOVE PARM-SPOOL-DAYS(WS-RET-SUB) TO
                   WS-RET-DAYS(WS-RET-COUNT)
           END-IF.

       2000-RESUME-FROM-CONTROL.
      ******************************************************************
           IF WS-RUNCTL-EOF = 'N' AND RCT-RUN-DATE = WS-TODAY
               IF RCT-STEP-NO >= 1 AND RCT-STEP-NO <= WS-STEP-MAX
                   MOVE RCT-STEP-NO TO WS-CTL-SUB
                   IF (RCT-STATUS = 'DONE' OR RCT-STATUS = 'SKIPPED')
                       AND RCT-STEP-NAME = WS-STEP-NAME(WS-CTL-SUB)
                       MOVE RCT-STATUS TO WS-STEP-STATUS(WS-CTL-SUB)
                       MOVE RCT-RETURN-CODE TO WS-STEP-RC(WS-CTL-SUB)
                       MOVE RCT-START-TIME TO
                           WS-STEP-START(WS-CTL-SUB)
                       MOVE RCT-END-TIME TO WS-STEP-END(WS-CTL-SUB)
                       MOVE RCT-GEN-NAME TO WS-STEP-GEN(WS-CTL-SUB)
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

           PERFORM 3200-GET-BUSINESS-DATE.
           MOVE SPACES TO WS-SPOOL-IN-NAME.
           STRING WS-STEP-NAME(WS-STEP-SUB) DELIMITED BY SPACE
               ".out" DELIMITED BY SIZE
               INTO WS-SPOOL-IN-NAME.
           DELETE FILE SPOOL-IN-FILE.

           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO WS-STEP-START(WS-STEP-SUB).

               MOVE 'Y' TO WS-CHAIN-HALTED
               MOVE WS-STEP-RC-WORK TO WS-HALT-RETURN-CODE
           END-IF.
           PERFORM 3500-SPOOL-STEP-REPORT.
           PERFORM 4000-RECORD-STEP-RESULT.

       3100-CHECK-INBOUND-PRESENT.
               CLOSE INBCHK-FILE
           END-IF.

       3200-GET-BUSINESS-DATE.
      * The business date a step runs against, for the spool catalog;
      * no control file falls back to the calendar date.
           MOVE WS-TODAY TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       MOVE 0 TO BUSD-CURRENT-DATE
               END-READ
               CLOSE BUSDATE-FILE
               IF BUSD-CURRENT-DATE IS NUMERIC AND
                   BUSD-CURRENT-DATE > 0
                   MOVE BUSD-CURRENT-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.

       3500-SPOOL-STEP-REPORT.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SPOOL-PROGRAM.
           MOVE WS-STEP-RC-WORK TO WS-SPOOL-RC.
           MOVE WS-BUSINESS-DATE TO WS-SPOOL-BUS-DATE.
           PERFORM 7000-NAME-GENERATION.
           PERFORM 7100-SPOOL-REPORT.
           IF WS-SPOOL-CATALOGUED = 'Y'
               MOVE WS-SPOOL-OUT-NAME TO WS-STEP-GEN(WS-STEP-SUB)
           ELSE
               MOVE "(no report)" TO WS-STEP-GEN(WS-STEP-SUB)
           END-IF.

       4000-RECORD-STEP-RESULT.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
           MOVE WS-STEP-RC(WS-STEP-SUB) TO RCT-RETURN-CODE.
           MOVE WS-STEP-START(WS-STEP-SUB) TO RCT-START-TIME.
           MOVE WS-STEP-END(WS-STEP-SUB) TO RCT-END-TIME.
           MOVE WS-STEP-GEN(WS-STEP-SUB) TO RCT-GEN-NAME.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "STEP      STATUS     RC  START   END     " &
               "REPORT GENERATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-PRINT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COUNT-PURGED TO WS-EDIT-COUNT.
           STRING "Report generations purged................ "
               DELIMITED BY SIZE WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NIGHTRUN" TO WS-SPOOL-PROGRAM.
           PERFORM 7000-NAME-GENERATION.
           MOVE WS-SPOOL-OUT-NAME TO WS-OWN-GEN-NAME.
           MOVE SPACES TO WS-REPORT-DETAIL.
           STRING "This summary is kept as " DELIMITED BY SIZE
               WS-OWN-GEN-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       5100-PRINT-ONE-STEP.
           MOVE SPACES TO WS-REPORT-DETAIL.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-REPORT-DETAIL(1:8).
           MOVE WS-STEP-START(WS-STEP-SUB) TO
               WS-REPORT-DETAIL(27:6).
           MOVE WS-STEP-END(WS-STEP-SUB) TO WS-REPORT-DETAIL(35:6).
           MOVE WS-STEP-GEN(WS-STEP-SUB) TO WS-REPORT-DETAIL(43:28).
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       6000-SPOOL-OWN-SUMMARY.
      * NIGHTRUN.out is spooled once closed, under the name the
      * summary already gives, with the chain's ending code.
           MOVE "NIGHTRUN" TO WS-SPOOL-PROGRAM.
           MOVE WS-OWN-GEN-NAME TO WS-SPOOL-OUT-NAME.
           MOVE WS-RUN-BUS-DATE TO WS-SPOOL-BUS-DATE.
           IF WS-CHAIN-HALTED = 'Y'
               MOVE WS-HALT-RETURN-CODE TO WS-SPOOL-RC
           ELSE
               MOVE 0 TO WS-SPOOL-RC
           END-IF.
           PERFORM 7100-SPOOL-REPORT.

       7000-NAME-GENERATION.
      ******************************************************************
      * Names the generation for WS-SPOOL-PROGRAM from today's date   *
      * and the time now: <program>.yyyymmdd.hhmmss.out.               *
      ******************************************************************
           ACCEPT WS-SPOOL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SPOOL-CLOCK FROM TIME.
           MOVE SPACES TO WS-SPOOL-OUT-NAME.
           STRING WS-SPOOL-PROGRAM DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-SPOOL-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-SPOOL-HHMMSS DELIMITED BY SIZE
               ".out" DELIMITED BY SIZE
               INTO WS-SPOOL-OUT-NAME.

       7100-SPOOL-REPORT.
      ******************************************************************
      * Copies <program>.out to the generation named by 7000, records *
      * it on the catalog and purges the program's generations past   *
      * its retention. A program that left no report is not spooled.  *
      * The catalog is created on first use.                           *
      ******************************************************************
           MOVE 'N' TO WS-SPOOL-CATALOGUED.
           MOVE SPACES TO WS-SPOOL-IN-NAME.
           STRING WS-SPOOL-PROGRAM DELIMITED BY SPACE
               ".out" DELIMITED BY SIZE
               INTO WS-SPOOL-IN-NAME.
           OPEN INPUT SPOOL-IN-FILE.
           IF WS-SPOOL-IN-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SPOOL-OUT-FILE.
           IF WS-SPOOL-OUT-STATUS <> '00'
               CLOSE SPOOL-IN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SPOOL-LINES.
           MOVE 'N' TO WS-SPOOL-EOF.
           PERFORM 7110-COPY-ONE-LINE UNTIL WS-SPOOL-EOF = 'Y'.
           CLOSE SPOOL-IN-FILE.
           CLOSE SPOOL-OUT-FILE.

           OPEN I-O RPTCAT-FILE.
           IF WS-RPTCAT-FILE-STATUS = '35'
               OPEN OUTPUT RPTCAT-FILE
               CLOSE RPTCAT-FILE
               OPEN I-O RPTCAT-FILE
           END-IF.
           IF WS-RPTCAT-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RPTCAT-RECORD.
           MOVE WS-SPOOL-PROGRAM TO RPC-PROGRAM.
           MOVE WS-SPOOL-DATE TO RPC-RUN-DATE.
           MOVE WS-SPOOL-HHMMSS TO RPC-RUN-TIME.
           MOVE WS-SPOOL-BUS-DATE TO RPC-BUSINESS-DATE.
           MOVE WS-SPOOL-RC TO RPC-RETURN-CODE.
           MOVE WS-SPOOL-OUT-NAME TO RPC-FILE-NAME.
           MOVE WS-SPOOL-LINES TO RPC-LINE-COUNT.
           MOVE "NIGHTRUN" TO RPC-SPOOLED-BY.
           WRITE RPTCAT-RECORD
               INVALID KEY
                   REWRITE RPTCAT-RECORD
           END-WRITE.
           IF WS-RPTCAT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SPOOL-CATALOGUED
           END-IF.
           PERFORM 7200-PURGE-OLD-GENERATIONS.
           CLOSE RPTCAT-FILE.

       7110-COPY-ONE-LINE.
           READ SPOOL-IN-FILE
               AT END
                   MOVE 'Y' TO WS-SPOOL-EOF
           END-READ.
           IF WS-SPOOL-EOF = 'N'
               MOVE SPOOL-IN-RECORD TO SPOOL-OUT-RECORD
               WRITE SPOOL-OUT-RECORD
               ADD 1 TO WS-SPOOL-LINES
           END-IF.

       7200-PURGE-OLD-GENERATIONS.
      ******************************************************************
      * Deletes this program's generations run before the retention   *
      * cutoff, from disk and from the catalog. The catalog is keyed  *
      * program + run date, so they are the first ones read from the  *
      * start of the program's entries.                                *
      ******************************************************************
           MOVE WS-RET-DEFAULT-DAYS TO WS-SPOOL-KEEP-DAYS.
           PERFORM 7210-FIND-ONE-RETENTION
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.
           COMPUTE WS-SPOOL-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SPOOL-DATE) -
               WS-SPOOL-KEEP-DAYS).

           MOVE WS-SPOOL-PROGRAM TO RPC-PROGRAM.
           MOVE 0 TO RPC-RUN-DATE.
           MOVE 0 TO RPC-RUN-TIME.
           MOVE 'N' TO WS-RPTCAT-EOF.
           START RPTCAT-FILE KEY IS NOT < RPC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RPTCAT-EOF
           END-START.
           PERFORM 7220-PURGE-ONE-GENERATION
               UNTIL WS-RPTCAT-EOF = 'Y'.

       7210-FIND-ONE-RETENTION.
           IF WS-RET-PROGRAM(WS-RET-SUB) = WS-SPOOL-PROGRAM
               MOVE WS-RET-DAYS(WS-RET-SUB) TO WS-SPOOL-KEEP-DAYS
           END-IF.

       7220-PURGE-ONE-GENERATION.
           READ RPTCAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RPTCAT-EOF
           END-READ.
           IF WS-RPTCAT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF RPC-PROGRAM NOT = WS-SPOOL-PROGRAM OR
               RPC-RUN-DATE NOT < WS-SPOOL-CUTOFF
               MOVE 'Y' TO WS-RPTCAT-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE RPC-FILE-NAME TO WS-PURGE-NAME.
           DELETE FILE PURGE-FILE.
           DELETE RPTCAT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-COUNT-PURGED.
