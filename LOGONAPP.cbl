      *   spanning a few seconds and then times out with a message    *
      *   instead of hanging the screen; the sequential approval and  *
      *   release sweeps stop cleanly on a locked record and say so.  *
      *   Balanced journal vouchers added (sub menu option A): up to  *
      *   eight lines keyed together, each stored as its own record   *
      *   under voucher number plus line number, which must net to    *
      *   zero and post all-or-nothing. The closed-period check and   *
      *   the approval threshold apply to the voucher as a whole; the *
      *   approval queue decides and Cancel/Amend cancels every line  *
      *   together, and Data Query B shows the whole voucher when     *
      *   asked for a voucher number or any one of its lines.         *
      *   Bank reconciliation added (sub menu option B): operators    *
      *   force-match an open bank item to an uncleared entry, or     *
      *   unmatch a cleared entry, correcting the nightly BANKREC     *
      *   auto-match. Cancel/Amend refuses an entry - or a voucher    *
      *   with a line - that has cleared the bank until it is         *
      *   unmatched.                                                  *
      *   Payee master maintenance added (admin option 8) and Data    *
      *   Entry A takes an optional payee: a payment naming an ACTIVE *
      *   payee on CICA-PAYEE.dat is paid by the nightly PAYRUN.     *
      *   Cancel/Amend refuses an entry PAYRUN has already paid.      *
      *   Multi-currency: accounts carry a currency fixed at add, the *
      *   base currency is a site parameter, and exchange rates by    *
      *   effective date are kept on CICA-FXRATE.dat (admin option    *
      *   A). Data Entry A takes the amount in the account's currency *
      *   and stores it with the rate used and the base equivalent,   *
      *   which the budget, threshold and batch checks work on. An    *
      *   amend is keyed in the entry's own currency; voucher lines   *
      *   post to base-currency accounts only.                        *
      *   Tax codes: CICA-TAX.dat holds each code and its rate       *
      *   (admin option T, ADMIN only) and every category names a     *
      *   default code (category maintenance action T). Data Entry A  *
      *   takes an optional tax code over the category default and    *
      *   splits the gross base amount into net and tax at the code's *
      *   rate; templates may name a code too. An amend re-splits at  *
      *   the rate the entry was booked at; voucher lines carry no   *
      *   tax. Data Query B shows the tax code and tax amount.        *
      *   Account maintenance takes the account type and the parent   *
      *   (roll-up) account on Add, and action H sets them on an      *
      *   existing account. A parent must be on file and may not sit  *
      *   beneath the account itself.                                 *
      *   Branch segregation: users and accounts carry a branch code  *
      *   (spaces = home office) and every entry takes its account's  *
      *   branch. Outside ADMIN, an operator keys only against their  *
      *   own branch's accounts and sees, browses, amends and         *
      *   approves only their own branch's entries; a voucher's lines *
      *   must all sit in one branch. The branch is set when a user   *
      *   or account is added, and on a user by Change Permissions.   *
      *   Every add, rewrite and delete of a transaction record - on  *
      *   entry, amend/cancel, approval, batch release, vouchers and  *
      *   bank force-match/unmatch - now appends the record's after- *
      *   image to the forward-recovery journal CICA-TRJNL.dat once  *
      *   the update has taken, for FILEBKUP ROLLFWD to reapply.     *
      *   Category budget checks read the period-to-date figure from  *
      *   the running totals file CICA-CPTOT.dat instead of sweeping  *
      *   the transaction file (the sweep remains only for when the   *
      *   totals file has not yet been built). Entry, approval, batch *
      *   release, cancel/amend and the voucher paths post each       *
      *   ACTIVE movement to the totals as they update the entry.     *
      *   Exception work queue added on CICA-EXCQ.dat (see EXCQREC),  *
      *   sub menu option C. GL bounces, inbound rejects, suspected   *
      *   doubles and out-of-balance days are raised by the nightly   *
      *   programs; an entry or voucher rejected on the approval      *
      *   queue raises an item owned by the entering user. A         *
      *   SUPERVISOR/ADMIN assigns items (within their branch outside *
      *   ADMIN) and the assignee is messaged; the owner marks an     *
      *   item WORKING and resolves it with a note, as may a          *
      *   supervisor. The main menu carries a standing count of the   *
      *   user's own open items, and for supervisors the unassigned   *
      *   ones, from logon.                                           *
      *   Quarterly access review added as admin menu option R. A    *
      *   reviewer lists the PENDING reviews RECERT has assigned them *
      *   on CICA-RECERT.dat (see RCERTREC) - ADMIN sees every        *
      *   pending review - and certifies or revokes each user with a  *
      *   note. A revocation deactivates the user on AUTHFILE.dat at  *
      *   once. Nobody decides their own review. PARM-RECERT-DAYS,    *
      *   the review deadline, added to the site parameter screen.    *
      *   Data Entry A can flag an entry as an accrual, for ACCRREV  *
      *   to reverse on the first business day of the next period.  *
      *   An accrual may not name a payee, and Cancel/Amend refuses  *
      *   an accrual once its reversal has been generated.           *
      *   Report spool viewer added as sub menu option D (SUPERVISOR/ *
      *   ADMIN): lists the report generations NIGHTRUN has kept on   *
      *   CICA-RPTCAT.dat (see RPTCATRC) by program and run date and  *
      *   pages through a chosen report on screen. How long each     *
      *   report is kept is set on the new ADMIN-only admin option S, *
      *   and the site parameter screen now carries the retention    *
      *   settings through when it rewrites CICA-PARMS.dat.           *
      *   Interest and service-charge schedule added as ADMIN-only    *
      *   admin option I: sets or deletes the credit and debit rates, *
      *   monthly fee and posting categories on CICA-INTSCH.dat (see  *
      *   INTSCHRC) for one account or an account type, for the       *
      *   month-end INTCALC run.                                      *
      *   Voucher rollback checked: a line the approval queue or      *
      *   Cancel/Amend cannot put back is no longer passed over - the *
      *   operator is told the voucher was only partly undone and a   *
      *   FAILURE is audited for the supervisor.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CATG-FILE-STATUS.

           SELECT PAYEE-FILE ASSIGN TO 'CICA-PAYEE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PAYEE-FILE-STATUS.

           SELECT BATCH-FILE ASSIGN TO 'CICA-BATCH.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT BANKITEM-FILE ASSIGN TO 'CICA-BANKITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKI-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-BANKITEM-FILE-STATUS.

           SELECT FXRATE-FILE ASSIGN TO 'CICA-FXRATE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FXRATE-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO 'CICA-TAX.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-CODE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT INTSCH-FILE ASSIGN TO 'CICA-INTSCH.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISCH-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-INTSCH-FILE-STATUS.

      * Forward-recovery journal - opened, appended and closed around
      * each after-image so the image is on disk before the session
      * moves on.
           SELECT TRJNL-FILE ASSIGN TO 'CICA-TRJNL.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJNL-FILE-STATUS.

           SELECT CPTOT-FILE ASSIGN TO 'CICA-CPTOT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CPTOT-FILE-STATUS.

           SELECT EXCQ-FILE ASSIGN TO 'CICA-EXCQ.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               ALTERNATE RECORD KEY IS EXQ-OWNER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

           SELECT RECERT-FILE ASSIGN TO 'CICA-RECERT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-KEY
               ALTERNATE RECORD KEY IS RCR-REVIEWER
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RECERT-FILE-STATUS.

           SELECT RPTCAT-FILE ASSIGN TO 'CICA-RPTCAT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RPTCAT-FILE-STATUS.

      * A spooled report generation, named from the catalog entry
      * being viewed.
           SELECT SPOOL-VIEW-FILE ASSIGN TO WS-SPV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-VIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       FD  CATG-FILE.
       COPY CATGREC.

       FD  PAYEE-FILE.
       COPY PAYEEREC.

       FD  BATCH-FILE.
       COPY BATCHREC.

       FD  BUSDATE-FILE.
       COPY BUSDREC.

       FD  BANKITEM-FILE.
       COPY BKITMREC.

       FD  FXRATE-FILE.
       COPY FXRATREC.

       FD  TAX-FILE.
       COPY TAXREC.

       FD  INTSCH-FILE.
       COPY INTSCHRC.

       FD  TRJNL-FILE.
       COPY TRJNLREC.

       FD  CPTOT-FILE.
       COPY CPTOTREC.

       FD  EXCQ-FILE.
       COPY EXCQREC.

       FD  RECERT-FILE.
       COPY RCERTREC.

       FD  RPTCAT-FILE.
       COPY RPTCATRC.

       FD  SPOOL-VIEW-FILE.
       01  SPOOL-VIEW-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SECURITY.

       01  WS-TRANRPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACCT-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CATG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PAYEE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BATCH-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PERCTL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-BUDG-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MSG-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BUSDATE-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-BANKITEM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-FXRATE-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TAX-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-INTSCH-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRJNL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CPTOT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-EXCQ-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-RECERT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-RPTCAT-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-SPOOL-VIEW-STATUS        PIC X(2) VALUE '00'.
       01  WS-JNL-ACTION               PIC X(1).
       01  WS-JNL-DATE                 PIC 9(8).
       01  WS-JNL-TIME                 PIC 9(8).

      *----------------------------------------------------------------*
      * Category-period totals posting. The record's ACTIVE           *
      * contribution is noted before it is changed; once the update   *
      * has taken, the noted figure comes out of the totals and the   *
      * record's new contribution goes in.                             *
      *----------------------------------------------------------------*
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
       01  WS-CPT-EOF                  PIC X(1).

      *----------------------------------------------------------------*
      * Business date work area - 4185-GET-BUSINESS-DATE fills it     *
           05  WS-TMPL-NEW-CATEGORY    PIC X(4).
           05  WS-TMPL-NEW-FREQ        PIC X(1).
           05  WS-TMPL-NEW-DUE-DATE    PIC 9(8).
           05  WS-TMPL-NEW-TAX-CODE    PIC X(4).

      *----------------------------------------------------------------*
      * Closed-period check work area - 4180-CHECK-PERIOD-CLOSED       *
           05  WS-ENTRY-AMOUNT         PIC S9(9)V99.
           05  WS-ENTRY-ACCOUNT        PIC X(8).
           05  WS-ENTRY-CATEGORY       PIC X(4).
           05  WS-ENTRY-PAYEE          PIC X(8).
           05  WS-ENTRY-CURRENCY       PIC X(3).
           05  WS-ENTRY-ACCT-CURRENCY  PIC X(3).
           05  WS-ENTRY-ORIG-AMOUNT    PIC S9(9)V99.
           05  WS-ENTRY-FX-RATE        PIC 9(5)V9(6).
           05  WS-ENTRY-TAX-CODE       PIC X(4).
           05  WS-ENTRY-CATG-TAX-CODE  PIC X(4).
           05  WS-ENTRY-TAX-RATE       PIC 9(2)V9(3).
           05  WS-ENTRY-NET-AMOUNT     PIC S9(9)V99.
           05  WS-ENTRY-TAX-AMOUNT     PIC S9(9)V99.
           05  WS-ENTRY-BRANCH         PIC X(4).
           05  WS-ENTRY-ACCRUAL        PIC X(1).

      *----------------------------------------------------------------*
      * Journal voucher work area. A voucher is keyed as one screen   *
      * of up to eight lines that must net to zero. Each line posts   *
      * as its own CICA-TRANS.dat record keyed voucher number plus    *
      * two-digit line number; the same table is reloaded from the    *
      * file when a voucher is queried, approved or cancelled so the  *
      * lines are always handled together.                             *
      *----------------------------------------------------------------*
       01  WS-JV-AREA.
           05  WS-JV-VOUCHER-NO        PIC X(8).
           05  WS-JV-DESCRIPTION       PIC X(30).
           05  WS-JV-LINE-COUNT        PIC 9(2).
           05  WS-JV-FOUND-COUNT       PIC 9(2).
           05  WS-JV-WRITTEN-COUNT     PIC 9(2).
           05  WS-JV-SUB               PIC 9(2) COMP.
           05  WS-JV-SCAN-SUB          PIC 9(2) COMP.
           05  WS-JV-LINE-NO           PIC 9(2).
           05  WS-JV-TRANS-ID          PIC X(10).
           05  WS-JV-SAVE-TRANS-ID     PIC X(10).
           05  WS-JV-STATUS            PIC X(8).
           05  WS-JV-ENTRY-USER        PIC X(8).
           05  WS-JV-ENTRY-DATE        PIC 9(8).
           05  WS-JV-NET-AMOUNT        PIC S9(11)V99.
           05  WS-JV-GROSS-AMOUNT      PIC S9(11)V99.
           05  WS-JV-CATG-TOTAL        PIC S9(11)V99.
           05  WS-JV-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-JV-LINE-EDIT         PIC Z9.
           05  WS-JV-OK                PIC X(1).
           05  WS-JV-UNDO-FAILED       PIC X(1).
           05  WS-JV-MIXED             PIC X(1).
           05  WS-JV-LOCK-HIT          PIC X(1).
           05  WS-JV-CLEARED-HIT       PIC X(1).
           05  WS-JV-BUDG-WARN         PIC X(1).
           05  WS-JV-BLANK-SEEN        PIC X(1).
           05  WS-JV-BRANCH            PIC X(4).
           05  WS-JV-LAST-DECIDED      PIC X(8) VALUE SPACES.
           05  WS-JV-SHOW-LINE         PIC X(75).
           05  WS-JV-SHOW-ROW          PIC 9(2) COMP.
       01  WS-JV-LINE-TABLE.
           05  WS-JV-LINE OCCURS 8 TIMES.
               10  WS-JV-LINE-ACCOUNT      PIC X(8).
               10  WS-JV-LINE-CATEGORY     PIC X(4).
               10  WS-JV-LINE-AMOUNT       PIC S9(9)V99.
               10  WS-JV-LINE-DESC         PIC X(30).
               10  WS-JV-LINE-TRANS-ID     PIC X(10).
               10  WS-JV-LINE-STATUS       PIC X(8).
               10  WS-JV-LINE-MAINT-USER   PIC X(8).
               10  WS-JV-LINE-MAINT-DATE   PIC 9(8).
               10  WS-JV-LINE-MAINT-TIME   PIC 9(6).

      *----------------------------------------------------------------*
      * Account master maintenance work area.                          *
           05  WS-ACCT-TARGET          PIC X(8).
           05  WS-ACCT-ACTION          PIC X(1).
           05  WS-ACCT-NEW-NAME        PIC X(30).
           05  WS-ACCT-NEW-CURRENCY    PIC X(3).
           05  WS-ACCT-NEW-TYPE        PIC X(9).
           05  WS-ACCT-NEW-PARENT      PIC X(8).
           05  WS-ACCT-WALK-NO         PIC X(8).
           05  WS-ACCT-WALK-DEPTH      PIC 9(2).
           05  WS-ACCT-HIER-OK         PIC X(1).
           05  WS-ACCT-NEW-BRANCH      PIC X(4).

      *----------------------------------------------------------------*
      * Site parameter maintenance work area. The screen edits these  *
           05  WS-PARM-BUS-START       PIC 9(4).
           05  WS-PARM-BUS-END         PIC 9(4).
           05  WS-PARM-TRANS-KEEP      PIC 9(2).
           05  WS-PARM-BASE-CURRENCY   PIC X(3).
           05  WS-PARM-OLD-BASE        PIC X(3).
           05  WS-PARM-RECERT-DAYS     PIC 9(3).
           05  WS-PARM-SPOOL-HOLD      PIC X(124).

      *----------------------------------------------------------------*
      * Report retention work area (admin option S). The parameter    *
      * record is read whole into WS-SPL-PARM-IMAGE so the other      *
      * settings are written back untouched; only the retention      *
      * fields are edited on the screen.                              *
      *----------------------------------------------------------------*
       01  WS-SPL-AREA.
           05  WS-SPL-PARM-IMAGE       PIC X(200).
           05  WS-SPL-DEFAULT-DAYS     PIC 9(4).
           05  WS-SPL-ROW OCCURS 10 TIMES.
               10  WS-SPL-PROGRAM          PIC X(8).
               10  WS-SPL-DAYS             PIC 9(4).
           05  WS-SPL-SUB              PIC 9(2) COMP.
           05  WS-SPL-SUB2             PIC 9(2) COMP.
           05  WS-SPL-OK               PIC X(1).

      *----------------------------------------------------------------*
      * Currency work area. WS-BASE-CURRENCY is the currency every    *
      * TRANS-AMOUNT is held in (PARM-BASE-CURRENCY, GBP if unset).   *
      * The rate in force for a currency on a date is the one on      *
      * CICA-FXRATE.dat with the latest effective date not after it;  *
      * the exchange rate screen stages its fields here too.          *
      *----------------------------------------------------------------*
       01  WS-FX-AREA.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE 'GBP'.
           05  WS-FX-CURRENCY          PIC X(3).
           05  WS-FX-DATE              PIC 9(8).
           05  WS-FX-RATE-FOUND        PIC 9(5)V9(6).
           05  WS-FX-EOF               PIC X(1).
           05  WS-FX-TARGET-CURRENCY   PIC X(3).
           05  WS-FX-TARGET-DATE       PIC 9(8).
           05  WS-FX-ACTION            PIC X(1).
           05  WS-FX-NEW-RATE          PIC 9(5)V9(6).

      *----------------------------------------------------------------*
      * Tax code table maintenance work area (CICA-TAX.dat).           *
      *----------------------------------------------------------------*
       01  WS-TAX-AREA.
           05  WS-TAX-TARGET           PIC X(4).
           05  WS-TAX-ACTION           PIC X(1).
           05  WS-TAX-NEW-DESC         PIC X(30).
           05  WS-TAX-NEW-RATE         PIC 9(2)V9(3).
           05  WS-TAX-RATE-EDIT        PIC Z9.999.

      *----------------------------------------------------------------*
      * Interest and service-charge schedule maintenance work area    *
      * (CICA-INTSCH.dat).                                             *
      *----------------------------------------------------------------*
       01  WS-ISCH-AREA.
           05  WS-ISCH-SCOPE           PIC X(1).
           05  WS-ISCH-TARGET          PIC X(9).
           05  WS-ISCH-ACTION          PIC X(1).
           05  WS-ISCH-NEW-CREDIT      PIC 9(2)V9(4).
           05  WS-ISCH-NEW-DEBIT       PIC 9(2)V9(4).
           05  WS-ISCH-NEW-FEE         PIC 9(5)V99.
           05  WS-ISCH-NEW-INT-CATG    PIC X(4).
           05  WS-ISCH-NEW-FEE-CATG    PIC X(4).
           05  WS-ISCH-CHECK-CATG      PIC X(4).
           05  WS-ISCH-CATG-OK         PIC X(1).

      *----------------------------------------------------------------*
      * Batch-balanced data entry work area. WS-CURR-BATCH-NO is the  *
               10  WS-BRWS-ENTRY-DATE      PIC 9(8).
               10  WS-BRWS-ENTRY-AMOUNT    PIC S9(9)V99.
               10  WS-BRWS-ENTRY-STATUS    PIC X(8).
               10  WS-BRWS-ENTRY-BRANCH    PIC X(4).

      *----------------------------------------------------------------*
      * Category code maintenance work area.                           *
           05  WS-CATG-TARGET          PIC X(4).
           05  WS-CATG-ACTION          PIC X(1).
           05  WS-CATG-NEW-DESC        PIC X(30).
           05  WS-CATG-NEW-TAX-CODE    PIC X(4).
           05  WS-QUERY-CATG-DESC      PIC X(30).

      *----------------------------------------------------------------*
      * Payee master maintenance work area.                            *
      *----------------------------------------------------------------*
       01  WS-PAYEE-AREA.
           05  WS-PAYEE-TARGET         PIC X(8).
           05  WS-PAYEE-ACTION         PIC X(1).
           05  WS-PAYEE-NEW-NAME       PIC X(30).
           05  WS-PAYEE-NEW-SORT-CODE  PIC X(6).
           05  WS-PAYEE-NEW-ACCOUNT    PIC X(8).

       01  WS-DATA-QUERY-AREA.
           05  WS-QUERY-TRANS-ID       PIC X(10).
           05  WS-QUERY-FOUND          PIC X(1).
           05  WS-QUERY-AMOUNT-EDIT    PIC ZZZZZZZZ9.99-.
           05  WS-QUERY-CURRENCY       PIC X(3).
           05  WS-QUERY-ORIG-EDIT      PIC ZZZZZZZZ9.99-
                                       BLANK WHEN ZERO.
           05  WS-QUERY-TAX-CODE       PIC X(4).
           05  WS-QUERY-TAX-EDIT       PIC ZZZZZZZZ9.99-
                                       BLANK WHEN ZERO.
           05  WS-BRANCH-ACCESS        PIC X(1).
               88  BRANCH-ACCESS-OK         VALUE 'Y'.
           05  WS-EXTRACT-LINE         PIC X(100).

      *----------------------------------------------------------------*
           05  WS-MAINT-ACTION         PIC X(1).
           05  WS-MAINT-NEW-DESC       PIC X(30).
           05  WS-MAINT-NEW-AMOUNT     PIC S9(9)V99.
           05  WS-MAINT-NEW-BASE       PIC S9(9)V99.
           05  WS-MAINT-OK             PIC X(1).

      *----------------------------------------------------------------*
      * Bank reconciliation work area. A force-match ties one open    *
      * bank item (account, statement date, line) to one uncleared    *
      * entry; an unmatch needs only the entry, whose clearing fields *
      * lead back to its bank item.                                    *
      *----------------------------------------------------------------*
       01  WS-BANK-AREA.
           05  WS-BANK-ACTION          PIC X(1).
           05  WS-BANK-ACCOUNT         PIC X(8).
           05  WS-BANK-STMT-DATE       PIC 9(8).
           05  WS-BANK-LINE-NO         PIC 9(4).
           05  WS-BANK-TRANS-ID        PIC X(10).
           05  WS-BANK-OK              PIC X(1).
           05  WS-BANK-DIFF            PIC S9(9)V99.
           05  WS-BANK-DIFF-EDIT       PIC ZZZZZZZZ9.99-.

      *----------------------------------------------------------------*
      * Exception work queue area. 9600-RAISE-EXCEPTION writes one    *
      * item from WS-EXQ-RAISE. The queue screen (sub menu option C)  *
      * collects the items the user may see into the table and pages *
      * them ten to a screen like the browse; an action names an item *
      * by its number on the list. WS-EXQ-NOTICE is the standing      *
      * count the main menu shows from logon.                         *
      *----------------------------------------------------------------*
       01  WS-EXQ-RAISE.
           05  WS-EXQ-TYPE             PIC X(4).
           05  WS-EXQ-REF              PIC X(30).
           05  WS-EXQ-BRANCH           PIC X(4).
           05  WS-EXQ-DESC             PIC X(50).
           05  WS-EXQ-OWNER            PIC X(8).
       01  WS-EXQ-AREA.
           05  WS-EXQ-NOTICE           PIC X(60) VALUE SPACES.
           05  WS-EXQ-MINE-COUNT       PIC 9(3).
           05  WS-EXQ-UNASSIGNED-COUNT PIC 9(3).
           05  WS-EXQ-MINE-EDIT        PIC ZZ9.
           05  WS-EXQ-UNASSIGNED-EDIT  PIC ZZ9.
           05  WS-EXQ-EOF              PIC X(1).
           05  WS-EXQ-ALL              PIC X(1).
           05  WS-EXQ-VISIBLE          PIC X(1).
           05  WS-EXQ-CHOICE           PIC X(1).
           05  WS-EXQ-PICK             PIC 9(3).
           05  WS-EXQ-DONE             PIC X(1).
           05  WS-EXQ-OK               PIC X(1).
           05  WS-EXQ-CONFIRM          PIC X(1).
           05  WS-EXQ-COUNT            PIC 9(3) COMP.
           05  WS-EXQ-SUB              PIC 9(3) COMP.
           05  WS-EXQ-TOP              PIC 9(3) COMP.
           05  WS-EXQ-HIT-SUB          PIC 9(3) COMP.
           05  WS-EXQ-LINE-NO          PIC 9(2) COMP.
           05  WS-EXQ-LINE-EDIT        PIC ZZ9.
           05  WS-EXQ-DETAIL           PIC X(71).
           05  WS-EXQ-ASSIGN-TO        PIC X(8).
           05  WS-EXQ-NOTE             PIC X(50).
       01  WS-EXQ-TABLE.
           05  WS-EXQ-ENTRY OCCURS 200 TIMES.
               10  WS-EXQ-TAB-KEY.
                   15  WS-EXQ-TAB-TYPE     PIC X(4).
                   15  WS-EXQ-TAB-REF      PIC X(30).
               10  WS-EXQ-TAB-BRANCH       PIC X(4).
               10  WS-EXQ-TAB-OWNER        PIC X(8).
               10  WS-EXQ-TAB-STATUS       PIC X(8).
               10  WS-EXQ-TAB-RAISED       PIC 9(8).

      *----------------------------------------------------------------*
      * Access review work area (admin option R). The reviews the     *
      * user may decide are collected into the table and paged ten to *
      * a screen; a decision names a review by its number on the list.*
      *----------------------------------------------------------------*
       01  WS-RCR-AREA.
           05  WS-RCR-EOF              PIC X(1).
           05  WS-RCR-ALL              PIC X(1).
           05  WS-RCR-CHOICE           PIC X(1).
           05  WS-RCR-PICK             PIC 9(3).
           05  WS-RCR-DONE             PIC X(1).
           05  WS-RCR-OK               PIC X(1).
           05  WS-RCR-CONFIRM          PIC X(1).
           05  WS-RCR-DECISION         PIC X(9).
           05  WS-RCR-COUNT            PIC 9(3) COMP.
           05  WS-RCR-SUB              PIC 9(3) COMP.
           05  WS-RCR-TOP              PIC 9(3) COMP.
           05  WS-RCR-HIT-SUB          PIC 9(3) COMP.
           05  WS-RCR-LINE-NO          PIC 9(2) COMP.
           05  WS-RCR-LINE-EDIT        PIC ZZ9.
           05  WS-RCR-ACT-EDIT         PIC ZZZZ9.
           05  WS-RCR-DETAIL           PIC X(71).
           05  WS-RCR-NOTE             PIC X(40).
       01  WS-RCR-TABLE.
           05  WS-RCR-ENTRY OCCURS 200 TIMES.
               10  WS-RCR-TAB-KEY.
                   15  WS-RCR-TAB-CYCLE    PIC X(6).
                   15  WS-RCR-TAB-USER     PIC X(8).
               10  WS-RCR-TAB-TIER         PIC X(10).
               10  WS-RCR-TAB-BRANCH       PIC X(4).
               10  WS-RCR-TAB-LOGON        PIC 9(8).
               10  WS-RCR-TAB-ACTIVITY     PIC 9(5).
               10  WS-RCR-TAB-REVIEWER     PIC X(8).
               10  WS-RCR-TAB-DEADLINE     PIC 9(8).
               10  WS-RCR-TAB-STATUS       PIC X(9).

      *----------------------------------------------------------------*
      * Report spool work area (sub menu option D). The catalog       *
      * entries matching the selection are collected into the table   *
      * and paged ten to a screen; a report is viewed by its number   *
      * on the list, fifteen lines to a screen.                       *
      *----------------------------------------------------------------*
       01  WS-SPV-AREA.
           05  WS-SPV-PROGRAM          PIC X(8).
           05  WS-SPV-FROM-DATE        PIC 9(8).
           05  WS-SPV-EOF              PIC X(1).
           05  WS-SPV-CHOICE           PIC X(1).
           05  WS-SPV-PICK             PIC 9(3).
           05  WS-SPV-DONE             PIC X(1).
           05  WS-SPV-OK               PIC X(1).
           05  WS-SPV-COUNT            PIC 9(3) COMP.
           05  WS-SPV-SUB              PIC 9(3) COMP.
           05  WS-SPV-TOP              PIC 9(3) COMP.
           05  WS-SPV-HIT-SUB          PIC 9(3) COMP.
           05  WS-SPV-LINE-NO          PIC 9(2) COMP.
           05  WS-SPV-LINE-EDIT        PIC ZZ9.
           05  WS-SPV-RC-EDIT          PIC ZZZ9.
           05  WS-SPV-COUNT-EDIT       PIC ZZZZZZ9.
           05  WS-SPV-DETAIL           PIC X(71).
           05  WS-SPV-FILE-NAME        PIC X(40).
           05  WS-SPV-VIEW-PROGRAM     PIC X(8).
           05  WS-SPV-VIEW-RUN-DATE    PIC 9(8).
           05  WS-SPV-VIEW-RUN-TIME    PIC 9(6).
           05  WS-SPV-VIEW-BUS-DATE    PIC 9(8).
           05  WS-SPV-VIEW-RC          PIC 9(4).
           05  WS-SPV-VIEW-LINES       PIC 9(7).
           05  WS-SPV-VIEW-CHOICE      PIC X(1).
           05  WS-SPV-VIEW-DONE        PIC X(1).
           05  WS-SPV-VIEW-EOF         PIC X(1).
           05  WS-SPV-VIEW-TOP         PIC 9(7) COMP.
           05  WS-SPV-VIEW-SKIP        PIC 9(7) COMP.
           05  WS-SPV-VIEW-SHOWN       PIC 9(2) COMP.
           05  WS-SPV-TEXT             PIC X(80).
       01  WS-SPV-TABLE.
           05  WS-SPV-ENTRY OCCURS 200 TIMES.
               10  WS-SPV-TAB-PROGRAM      PIC X(8).
               10  WS-SPV-TAB-RUN-DATE     PIC 9(8).
               10  WS-SPV-TAB-RUN-TIME     PIC 9(6).
               10  WS-SPV-TAB-BUS-DATE     PIC 9(8).
               10  WS-SPV-TAB-RC           PIC 9(4).
               10  WS-SPV-TAB-LINES        PIC 9(7).
               10  WS-SPV-TAB-FILE         PIC X(40).

      *----------------------------------------------------------------*
      * Approval queue work area.                                      *
      *----------------------------------------------------------------*
           05  WS-REJ-PENDING-COUNT    PIC 9(3).
           05  WS-REJ-COUNT-EDIT       PIC ZZ9.
           05  WS-APPR-LOCK-HIT        PIC X(1).
           05  WS-APPR-UNDO-HIT        PIC X(1).

      *----------------------------------------------------------------*
      * Activity report work area - tallies by entry user and by date, *
           05  WS-ADMIN-PIN-ENTERED    PIC 9(4).
           05  WS-ADMIN-NEW-USER-ID    PIC X(8).
           05  WS-ADMIN-NEW-TIER       PIC X(10).
           05  WS-ADMIN-NEW-BRANCH     PIC X(4).
           05  WS-ADMIN-TARGET-USER    PIC X(8).
           05  WS-ADMIN-NEW-PASSWORD   PIC X(8).
           05  WS-ADMIN-NEW-PIN        PIC 9(4).
           05  LINE 13 COLUMN 10 VALUE "4 - Messages".
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
           05  LINE 16 COLUMN 5 PIC X(60) FROM WS-EXQ-NOTICE
               FOREGROUND-COLOR 4.
           05  LINE 23 COLUMN 5 VALUE "Enter to Select. Q to Quit.".
      ******************************************************************
      * 3. SUB MENU (LEVEL 2) DEFINITION                               *
               "7 - Batch Entry Control".
           05  LINE 17 COLUMN 10 VALUE
               "8 - Recurring Templates".
           05  LINE 10 COLUMN 45 VALUE
               "A - Journal Voucher".
           05  LINE 11 COLUMN 45 VALUE
               "B - Bank Reconciliation".
           05  LINE 12 COLUMN 45 VALUE
               "C - Exception Queue".
           05  LINE 13 COLUMN 45 VALUE
               "D - Report Spool (Supervisor)".
           05  LINE 19 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
           05  LINE 23 COLUMN 5 VALUE
               "6 - Site Security Parameters".
           05  LINE 16 COLUMN 10 VALUE
               "7 - Category Budget Maintenance".
           05  LINE 17 COLUMN 10 VALUE
               "8 - Payee Maintenance".
           05  LINE 10 COLUMN 45 VALUE
               "A - Exchange Rates".
           05  LINE 11 COLUMN 45 VALUE
               "T - Tax Codes".
           05  LINE 12 COLUMN 45 VALUE
               "R - Access Review".
           05  LINE 13 COLUMN 45 VALUE
               "S - Report Retention".
           05  LINE 14 COLUMN 45 VALUE
               "I - Interest/Fee Schedule".
           05  LINE 18 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
           05  LINE 23 COLUMN 5 VALUE "9 to return to Main Menu.".
               "Step-Up PIN (4 digits, required for ADMIN/SUPERVISOR):".
           05  LINE 11 COLUMN 25 PIC 9(4) USING WS-ADMIN-NEW-PIN
               NO ECHO.
           05  LINE 12 COLUMN 5 VALUE "Branch (blank=home office):".
           05  LINE 12 COLUMN 33 PIC X(4) USING WS-ADMIN-NEW-BRANCH.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-CHANGE-PERM-SCREEN BLANK SCREEN.
               "Step-Up PIN (4 digits, required for ADMIN/SUPERVISOR):".
           05  LINE 11 COLUMN 25 PIC 9(4) USING WS-ADMIN-NEW-PIN
               NO ECHO.
           05  LINE 12 COLUMN 5 VALUE "Branch (blank=home office):".
           05  LINE 12 COLUMN 33 PIC X(4) USING WS-ADMIN-NEW-BRANCH.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-DEACTIVATE-SCREEN BLANK SCREEN.
           05  LINE 6 COLUMN 5 VALUE "Account Number:".
           05  LINE 6 COLUMN 25 PIC X(8) USING WS-ACCT-TARGET.
           05  LINE 7 COLUMN 5 VALUE
               "Action (A=Add, C=Close, R=Reopen, N=Rename, H=Hier):".
           05  LINE 7 COLUMN 59 PIC X(1) USING WS-ACCT-ACTION.
           05  LINE 8 COLUMN 5 VALUE "Account Name (Add/Rename):".
           05  LINE 9 COLUMN 25 PIC X(30) USING WS-ACCT-NEW-NAME.
           05  LINE 10 COLUMN 5 VALUE "Currency (Add, blank=base):".
           05  LINE 10 COLUMN 33 PIC X(3) USING WS-ACCT-NEW-CURRENCY.
           05  LINE 11 COLUMN 5 VALUE
               "Type (Add/H - ASSET, LIABILITY, INCOME, EXPENSE):".
           05  LINE 12 COLUMN 25 PIC X(9) USING WS-ACCT-NEW-TYPE.
           05  LINE 13 COLUMN 5 VALUE
               "Parent Account (Add/H, blank=top level):".
           05  LINE 13 COLUMN 47 PIC X(8) USING WS-ACCT-NEW-PARENT.
           05  LINE 14 COLUMN 5 VALUE "Branch (Add, blank=own branch):".
           05  LINE 14 COLUMN 38 PIC X(4) USING WS-ACCT-NEW-BRANCH.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-PARM-SCREEN BLANK SCREEN.
           05  LINE 13 COLUMN 40 PIC 9(4) USING WS-PARM-BUS-END.
           05  LINE 14 COLUMN 5 VALUE "Trans Archive Keep (months):".
           05  LINE 14 COLUMN 40 PIC 9(2) USING WS-PARM-TRANS-KEEP.
           05  LINE 15 COLUMN 5 VALUE "Base Currency Code:".
           05  LINE 15 COLUMN 40 PIC X(3) USING WS-PARM-BASE-CURRENCY.
           05  LINE 16 COLUMN 5 VALUE "Access Review Deadline (days):".
           05  LINE 16 COLUMN 40 PIC 9(3) USING WS-PARM-RECERT-DAYS.
           05  LINE 18 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-SPOOL-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "REPORT SPOOL RETENTION".
           05  LINE 4 COLUMN 5 VALUE
               "Report generations older than this are purged.".
           05  LINE 6 COLUMN 5 VALUE "Default Retention (days):".
           05  LINE 6 COLUMN 40 PIC 9(4) USING WS-SPL-DEFAULT-DAYS.
           05  LINE 8 COLUMN 5 VALUE "PROGRAM   DAYS".
           05  LINE 8 COLUMN 25 VALUE "(blank program = unused)".
           05  LINE 9 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(1).
           05  LINE 9 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(1).
           05  LINE 10 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(2).
           05  LINE 10 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(2).
           05  LINE 11 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(3).
           05  LINE 11 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(3).
           05  LINE 12 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(4).
           05  LINE 12 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(4).
           05  LINE 13 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(5).
           05  LINE 13 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(5).
           05  LINE 14 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(6).
           05  LINE 14 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(6).
           05  LINE 15 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(7).
           05  LINE 15 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(7).
           05  LINE 16 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(8).
           05  LINE 16 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(8).
           05  LINE 17 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(9).
           05  LINE 17 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(9).
           05  LINE 18 COLUMN 5 PIC X(8) USING WS-SPL-PROGRAM(10).
           05  LINE 18 COLUMN 15 PIC 9(4) USING WS-SPL-DAYS(10).
           05  LINE 20 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-BUDG-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "CATEGORY BUDGET MAINTENANCE".
           05  LINE 6 COLUMN 5 VALUE "Category Code:".
           05  LINE 6 COLUMN 25 PIC X(4) USING WS-CATG-TARGET.
           05  LINE 7 COLUMN 5 VALUE
               "Action (A=Add, R=Retire, E=Reactivate, T=Tax):".
           05  LINE 7 COLUMN 53 PIC X(1) USING WS-CATG-ACTION.
           05  LINE 8 COLUMN 5 VALUE "Description (Add):".
           05  LINE 9 COLUMN 25 PIC X(30) USING WS-CATG-NEW-DESC.
           05  LINE 10 COLUMN 5 VALUE "Default Tax Code (Add/T):".
           05  LINE 11 COLUMN 25 PIC X(4) USING WS-CATG-NEW-TAX-CODE.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-PAYEE-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "PAYEE MAINTENANCE".
           05  LINE 6 COLUMN 5 VALUE "Payee ID:".
           05  LINE 6 COLUMN 25 PIC X(8) USING WS-PAYEE-TARGET.
           05  LINE 7 COLUMN 5 VALUE
               "Action (A=Add, C=Change, S=Suspend, E=Reactivate):".
           05  LINE 7 COLUMN 57 PIC X(1) USING WS-PAYEE-ACTION.
           05  LINE 9 COLUMN 5 VALUE "Add/Change - Name:".
           05  LINE 9 COLUMN 32 PIC X(30) USING WS-PAYEE-NEW-NAME.
           05  LINE 10 COLUMN 5 VALUE "Add/Change - Sort Code:".
           05  LINE 10 COLUMN 32 PIC X(6) USING
               WS-PAYEE-NEW-SORT-CODE.
           05  LINE 11 COLUMN 5 VALUE "Add/Change - Bank Account:".
           05  LINE 11 COLUMN 32 PIC X(8) USING WS-PAYEE-NEW-ACCOUNT.
           05  LINE 13 COLUMN 5 VALUE
               "Change replaces all three. Bank details: ADMIN only.".
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-FXRATE-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "EXCHANGE RATE MAINTENANCE".
           05  LINE 4 COLUMN 5 VALUE
               "Rate = base currency units per one foreign unit.".
           05  LINE 6 COLUMN 5 VALUE "Currency Code:".
           05  LINE 6 COLUMN 36 PIC X(3) USING WS-FX-TARGET-CURRENCY.
           05  LINE 7 COLUMN 5 VALUE "Effective Date (YYYYMMDD):".
           05  LINE 7 COLUMN 36 PIC 9(8) USING WS-FX-TARGET-DATE.
           05  LINE 8 COLUMN 5 VALUE "Action (S=Set, D=Delete):".
           05  LINE 8 COLUMN 36 PIC X(1) USING WS-FX-ACTION.
           05  LINE 9 COLUMN 5 VALUE "Set - Rate:".
           05  LINE 9 COLUMN 36 PIC 9(5)V9(6) USING WS-FX-NEW-RATE.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-TAX-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "TAX CODE MAINTENANCE".
           05  LINE 6 COLUMN 5 VALUE "Tax Code:".
           05  LINE 6 COLUMN 25 PIC X(4) USING WS-TAX-TARGET.
           05  LINE 7 COLUMN 5 VALUE
               "Action (A=Add, C=Change, R=Retire, E=Reactivate):".
           05  LINE 7 COLUMN 56 PIC X(1) USING WS-TAX-ACTION.
           05  LINE 8 COLUMN 5 VALUE "Description (Add/C):".
           05  LINE 9 COLUMN 25 PIC X(30) USING WS-TAX-NEW-DESC.
           05  LINE 10 COLUMN 5 VALUE "Rate % (Add/C):".
           05  LINE 10 COLUMN 25 PIC 9(2)V9(3) USING WS-TAX-NEW-RATE.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  ADMIN-INTSCH-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE
               "INTEREST AND SERVICE CHARGE SCHEDULE".
           05  LINE 6 COLUMN 5 VALUE "Scope (A=Account, T=Type):".
           05  LINE 6 COLUMN 36 PIC X(1) USING WS-ISCH-SCOPE.
           05  LINE 7 COLUMN 5 VALUE "Account No / Account Type:".
           05  LINE 7 COLUMN 36 PIC X(9) USING WS-ISCH-TARGET.
           05  LINE 8 COLUMN 5 VALUE "Action (S=Set, D=Delete):".
           05  LINE 8 COLUMN 36 PIC X(1) USING WS-ISCH-ACTION.
           05  LINE 9 COLUMN 5 VALUE "Set - Credit Rate % p.a.:".
           05  LINE 9 COLUMN 36 PIC 9(2)V9(4) USING WS-ISCH-NEW-CREDIT.
           05  LINE 10 COLUMN 5 VALUE "Set - Debit Rate % p.a.:".
           05  LINE 10 COLUMN 36 PIC 9(2)V9(4) USING WS-ISCH-NEW-DEBIT.
           05  LINE 11 COLUMN 5 VALUE "Set - Monthly Fee:".
           05  LINE 11 COLUMN 36 PIC 9(5)V99 USING WS-ISCH-NEW-FEE.
           05  LINE 12 COLUMN 5 VALUE "Set - Interest Category:".
           05  LINE 12 COLUMN 36 PIC X(4) USING WS-ISCH-NEW-INT-CATG.
           05  LINE 13 COLUMN 5 VALUE "Set - Fee Category:".
           05  LINE 13 COLUMN 36 PIC X(4) USING WS-ISCH-NEW-FEE-CATG.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
      ******************************************************************
           05  LINE 9 COLUMN 25 PIC X(8) USING WS-ENTRY-ACCOUNT.
           05  LINE 10 COLUMN 5 VALUE "Category Code:".
           05  LINE 10 COLUMN 25 PIC X(4) USING WS-ENTRY-CATEGORY.
           05  LINE 11 COLUMN 5 VALUE "Payee (optional):".
           05  LINE 11 COLUMN 25 PIC X(8) USING WS-ENTRY-PAYEE.
           05  LINE 12 COLUMN 5 VALUE "Currency:".
           05  LINE 12 COLUMN 25 PIC X(3) USING WS-ENTRY-CURRENCY.
           05  LINE 12 COLUMN 30 VALUE
               "(blank = account currency)".
           05  LINE 13 COLUMN 5 VALUE "Tax Code:".
           05  LINE 13 COLUMN 25 PIC X(4) USING WS-ENTRY-TAX-CODE.
           05  LINE 13 COLUMN 30 VALUE
               "(blank = category default)".
           05  LINE 14 COLUMN 5 VALUE "Accrual (Y/N):".
           05  LINE 14 COLUMN 25 PIC X(1) USING WS-ENTRY-ACCRUAL.
           05  LINE 14 COLUMN 30 VALUE
               "(Y = reversed on next period's first day)".
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  TRANS-MAINT-SCREEN BLANK SCREEN.
           05  LINE 11 COLUMN 32 PIC X(1) USING WS-TMPL-NEW-FREQ.
           05  LINE 12 COLUMN 5 VALUE "Add - First Due (YYYYMMDD):".
           05  LINE 12 COLUMN 34 PIC 9(8) USING WS-TMPL-NEW-DUE-DATE.
           05  LINE 13 COLUMN 5 VALUE "Add - Tax Code (optional):".
           05  LINE 13 COLUMN 32 PIC X(4) USING WS-TMPL-NEW-TAX-CODE.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  BROWSE-CRIT-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "TRANSACTION BROWSE".
           05  LINE 4 COLUMN 5 VALUE
               "TRANS ID   USER      DATE           AMOUNT    STATUS".
           05  LINE 4 COLUMN 58 VALUE "BRCH".
           05  LINE 20 COLUMN 5 VALUE
               "N=Next page, P=Prior page, X=Exit:".
           05  LINE 20 COLUMN 42 PIC X(1) USING WS-BRWS-CHOICE.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  RECERT-PAGE-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "ACCESS REVIEW - PENDING USERS".
           05  LINE 4 COLUMN 3 VALUE
               "NO  USER     TIER       BRCH LAST-LOG  ACTS".
           05  LINE 4 COLUMN 47 VALUE "REVIEWER DEADLINE CYCLE".
           05  LINE 17 COLUMN 5 VALUE
               "C=Certify, V=Revoke - give the review number.".
           05  LINE 18 COLUMN 5 VALUE
               "N=Next page, P=Prior page, X=Exit.".
           05  LINE 20 COLUMN 5 VALUE "Action:".
           05  LINE 20 COLUMN 13 PIC X(1) USING WS-RCR-CHOICE.
           05  LINE 20 COLUMN 17 VALUE "Review number:".
           05  LINE 20 COLUMN 32 PIC 9(3) USING WS-RCR-PICK.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  RECERT-ITEM-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "ACCESS REVIEW".
           05  LINE 4 COLUMN 5 VALUE "Cycle:".
           05  LINE 4 COLUMN 25 PIC X(6) FROM RCR-CYCLE.
           05  LINE 5 COLUMN 5 VALUE "User:".
           05  LINE 5 COLUMN 25 PIC X(8) FROM RCR-USER-ID.
           05  LINE 6 COLUMN 5 VALUE "Tier:".
           05  LINE 6 COLUMN 25 PIC X(10) FROM RCR-TIER.
           05  LINE 7 COLUMN 5 VALUE "Branch:".
           05  LINE 7 COLUMN 25 PIC X(4) FROM RCR-BRANCH.
           05  LINE 8 COLUMN 5 VALUE "Last logon:".
           05  LINE 8 COLUMN 25 PIC 9(8) FROM RCR-LAST-LOGON.
           05  LINE 9 COLUMN 5 VALUE "Audit records (90d):".
           05  LINE 9 COLUMN 25 PIC ZZZZ9 FROM RCR-ACTIVITY-COUNT.
           05  LINE 10 COLUMN 5 VALUE "Last activity:".
           05  LINE 10 COLUMN 25 PIC 9(8) FROM RCR-LAST-ACTIVITY.
           05  LINE 11 COLUMN 5 VALUE "Reviewer:".
           05  LINE 11 COLUMN 25 PIC X(8) FROM RCR-REVIEWER.
           05  LINE 12 COLUMN 5 VALUE "Deadline:".
           05  LINE 12 COLUMN 25 PIC 9(8) FROM RCR-DEADLINE.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  SPOOL-CRIT-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "REPORT SPOOL".
           05  LINE 6 COLUMN 5 VALUE "Program (blank = all):".
           05  LINE 6 COLUMN 32 PIC X(8) USING WS-SPV-PROGRAM.
           05  LINE 7 COLUMN 5 VALUE
               "From Run Date YYYYMMDD (0 = all):".
           05  LINE 7 COLUMN 42 PIC 9(8) USING WS-SPV-FROM-DATE.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  SPOOL-PAGE-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "REPORT SPOOL".
           05  LINE 4 COLUMN 3 VALUE
               "NO  PROGRAM  RUN DATE TIME   BUS DATE    RC   LINES".
           05  LINE 17 COLUMN 5 VALUE
               "V=View - give the report number.".
           05  LINE 18 COLUMN 5 VALUE
               "N=Next page, P=Prior page, X=Exit.".
           05  LINE 20 COLUMN 5 VALUE "Action:".
           05  LINE 20 COLUMN 13 PIC X(1) USING WS-SPV-CHOICE.
           05  LINE 20 COLUMN 17 VALUE "Report number:".
           05  LINE 20 COLUMN 32 PIC 9(3) USING WS-SPV-PICK.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  SPOOL-VIEW-SCREEN BLANK SCREEN.
           05  LINE 1 COLUMN 1 PIC X(8) FROM WS-SPV-VIEW-PROGRAM.
           05  LINE 1 COLUMN 11 VALUE "Run:".
           05  LINE 1 COLUMN 16 PIC 9(8) FROM WS-SPV-VIEW-RUN-DATE.
           05  LINE 1 COLUMN 25 PIC 9(6) FROM WS-SPV-VIEW-RUN-TIME.
           05  LINE 1 COLUMN 33 VALUE "Business date:".
           05  LINE 1 COLUMN 48 PIC 9(8) FROM WS-SPV-VIEW-BUS-DATE.
           05  LINE 1 COLUMN 58 VALUE "RC:".
           05  LINE 1 COLUMN 62 PIC ZZZ9 FROM WS-SPV-VIEW-RC.
           05  LINE 21 COLUMN 5 VALUE
               "N=Next page, P=Prior page, X=Exit:".
           05  LINE 21 COLUMN 42 PIC X(1) USING WS-SPV-VIEW-CHOICE.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  EXCEPTION-PAGE-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "EXCEPTION WORK QUEUE".
           05  LINE 4 COLUMN 3 VALUE "NO  TYPE REFERENCE".
           05  LINE 4 COLUMN 43 VALUE
               "BRCH OWNER    STATUS   RAISED".
           05  LINE 17 COLUMN 5 VALUE
               "A=Assign, W=Work, R=Resolve - give the item number.".
           05  LINE 18 COLUMN 5 VALUE
               "N=Next page, P=Prior page, X=Exit.".
           05  LINE 20 COLUMN 5 VALUE "Action:".
           05  LINE 20 COLUMN 13 PIC X(1) USING WS-EXQ-CHOICE.
           05  LINE 20 COLUMN 17 VALUE "Item number:".
           05  LINE 20 COLUMN 30 PIC 9(3) USING WS-EXQ-PICK.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  EXCEPTION-ITEM-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "EXCEPTION ITEM".
           05  LINE 4 COLUMN 5 VALUE "Type:".
           05  LINE 4 COLUMN 20 PIC X(4) FROM EXQ-TYPE.
           05  LINE 5 COLUMN 5 VALUE "Reference:".
           05  LINE 5 COLUMN 20 PIC X(30) FROM EXQ-SOURCE-REF.
           05  LINE 6 COLUMN 5 VALUE "Description:".
           05  LINE 6 COLUMN 20 PIC X(50) FROM EXQ-DESCRIPTION.
           05  LINE 7 COLUMN 5 VALUE "Branch:".
           05  LINE 7 COLUMN 20 PIC X(4) FROM EXQ-BRANCH.
           05  LINE 8 COLUMN 5 VALUE "Raised:".
           05  LINE 8 COLUMN 20 PIC 9(8) FROM EXQ-RAISED-DATE.
           05  LINE 8 COLUMN 30 VALUE "by".
           05  LINE 8 COLUMN 33 PIC X(8) FROM EXQ-RAISED-BY.
           05  LINE 9 COLUMN 5 VALUE "Status:".
           05  LINE 9 COLUMN 20 PIC X(8) FROM EXQ-STATUS.
           05  LINE 10 COLUMN 5 VALUE "Owner:".
           05  LINE 10 COLUMN 20 PIC X(8) FROM EXQ-OWNER.
           05  LINE 11 COLUMN 5 VALUE "Assigned by:".
           05  LINE 11 COLUMN 20 PIC X(8) FROM EXQ-ASSIGNED-BY.
           05  LINE 22 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  APPROVAL-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "TRANSACTION APPROVAL QUEUE".
           05  LINE 4 COLUMN 5 VALUE "Transaction ID:".
           05  LINE 9 COLUMN 45 PIC X(1) USING WS-APPR-DECISION.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  JOURNAL-VOUCHER-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "JOURNAL VOUCHER".
           05  LINE 4 COLUMN 5 VALUE "Voucher Number:".
           05  LINE 4 COLUMN 25 PIC X(8) USING WS-JV-VOUCHER-NO.
           05  LINE 5 COLUMN 5 VALUE "Narrative:".
           05  LINE 5 COLUMN 25 PIC X(30) USING WS-JV-DESCRIPTION.
           05  LINE 7 COLUMN 5 VALUE
               "LN ACCOUNT  CATG  AMOUNT (+DR/-CR) LINE DESCRIPTION".
           05  LINE 8 COLUMN 5 VALUE "1".
           05  LINE 8 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(1).
           05  LINE 8 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(1).
           05  LINE 8 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(1).
           05  LINE 8 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(1).
           05  LINE 9 COLUMN 5 VALUE "2".
           05  LINE 9 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(2).
           05  LINE 9 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(2).
           05  LINE 9 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(2).
           05  LINE 9 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(2).
           05  LINE 10 COLUMN 5 VALUE "3".
           05  LINE 10 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(3).
           05  LINE 10 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(3).
           05  LINE 10 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(3).
           05  LINE 10 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(3).
           05  LINE 11 COLUMN 5 VALUE "4".
           05  LINE 11 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(4).
           05  LINE 11 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(4).
           05  LINE 11 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(4).
           05  LINE 11 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(4).
           05  LINE 12 COLUMN 5 VALUE "5".
           05  LINE 12 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(5).
           05  LINE 12 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(5).
           05  LINE 12 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(5).
           05  LINE 12 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(5).
           05  LINE 13 COLUMN 5 VALUE "6".
           05  LINE 13 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(6).
           05  LINE 13 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(6).
           05  LINE 13 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(6).
           05  LINE 13 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(6).
           05  LINE 14 COLUMN 5 VALUE "7".
           05  LINE 14 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(7).
           05  LINE 14 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(7).
           05  LINE 14 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(7).
           05  LINE 14 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(7).
           05  LINE 15 COLUMN 5 VALUE "8".
           05  LINE 15 COLUMN 8 PIC X(8) USING
               WS-JV-LINE-ACCOUNT(8).
           05  LINE 15 COLUMN 17 PIC X(4) USING
               WS-JV-LINE-CATEGORY(8).
           05  LINE 15 COLUMN 23 PIC S9(9)V99 USING
               WS-JV-LINE-AMOUNT(8).
           05  LINE 15 COLUMN 40 PIC X(30) USING
               WS-JV-LINE-DESC(8).
           05  LINE 17 COLUMN 5 VALUE
               "Lines must net to zero. Blank line description takes".
           05  LINE 18 COLUMN 5 VALUE
               "the narrative.".
           05  LINE 20 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  BANK-REC-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "BANK RECONCILIATION".
           05  LINE 4 COLUMN 5 VALUE
               "Action (F=Force-match, U=Unmatch):".
           05  LINE 4 COLUMN 42 PIC X(1) USING WS-BANK-ACTION.
           05  LINE 6 COLUMN 5 VALUE "Transaction ID:".
           05  LINE 6 COLUMN 25 PIC X(10) USING WS-BANK-TRANS-ID.
           05  LINE 8 COLUMN 5 VALUE "Bank Item -".
           05  LINE 9 COLUMN 5 VALUE "Account:".
           05  LINE 9 COLUMN 25 PIC X(8) USING WS-BANK-ACCOUNT.
           05  LINE 10 COLUMN 5 VALUE "Statement Date:".
           05  LINE 10 COLUMN 25 PIC 9(8) USING WS-BANK-STMT-DATE.
           05  LINE 11 COLUMN 5 VALUE "Statement Line:".
           05  LINE 11 COLUMN 25 PIC 9(4) USING WS-BANK-LINE-NO.
           05  LINE 13 COLUMN 5 VALUE
               "The bank item is taken from BANKREC.out. Unmatch".
           05  LINE 14 COLUMN 5 VALUE
               "needs only the Transaction ID.".
           05  LINE 16 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  VOUCHER-VIEW-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "JOURNAL VOUCHER".
           05  LINE 4 COLUMN 5 VALUE "Voucher Number:".
           05  LINE 4 COLUMN 25 PIC X(8) FROM WS-JV-VOUCHER-NO.
           05  LINE 4 COLUMN 40 VALUE "Entered By:".
           05  LINE 4 COLUMN 52 PIC X(8) FROM WS-JV-ENTRY-USER.
           05  LINE 5 COLUMN 5 VALUE "Status:".
           05  LINE 5 COLUMN 25 PIC X(8) FROM WS-JV-STATUS.
           05  LINE 5 COLUMN 40 VALUE "Date:".
           05  LINE 5 COLUMN 52 PIC 9(8) FROM WS-JV-ENTRY-DATE.
           05  LINE 6 COLUMN 5 VALUE "Voucher Value:".
           05  LINE 6 COLUMN 25 PIC X(18) FROM WS-JV-AMOUNT-EDIT.
           05  LINE 7 COLUMN 5 VALUE
               "TRANS ID   ACCOUNT  CATG             AMOUNT STATUS".
           05  LINE 20 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  TRANS-AMEND-SCREEN BLANK SCREEN.
           05  LINE 2 COLUMN 20 VALUE "AMEND TRANSACTION".
           05  LINE 4 COLUMN 5 VALUE "Transaction ID:".
           05  LINE 7 COLUMN 5 VALUE "New Amount:".
           05  LINE 7 COLUMN 25 PIC S9(9)V99 USING
               WS-MAINT-NEW-AMOUNT.
           05  LINE 7 COLUMN 40 PIC X(3) FROM TRANS-CURRENCY.
           05  LINE 15 COLUMN 5 PIC X(60) FROM WS-MESSAGE
               FOREGROUND-COLOR 4.
       01  DATA-QUERY-SCREEN BLANK SCREEN.
               FOREGROUND-COLOR 4.
           05  LINE 17 COLUMN 5 PIC X(60) FROM TRANS-DESCRIPTION.
           05  LINE 18 COLUMN 5 PIC X(15) FROM WS-QUERY-AMOUNT-EDIT.
           05  LINE 18 COLUMN 22 PIC X(3) FROM WS-QUERY-CURRENCY.
           05  LINE 18 COLUMN 26 PIC X(13) FROM WS-QUERY-ORIG-EDIT.
           05  LINE 18 COLUMN 41 PIC X(4) FROM WS-QUERY-TAX-CODE.
           05  LINE 18 COLUMN 46 PIC X(13) FROM WS-QUERY-TAX-EDIT.
           05  LINE 19 COLUMN 5 PIC X(4) FROM TRANS-CATEGORY-CODE.
           05  LINE 19 COLUMN 12 PIC X(30) FROM WS-QUERY-CATG-DESC.
           05  LINE 19 COLUMN 44 VALUE "Branch:".
           05  LINE 19 COLUMN 52 PIC X(4) FROM TRANS-BRANCH-CODE.

       PROCEDURE DIVISION.
           PERFORM 1000-MAIN-LOGIC-LOOP.
               MOVE PARM-APPROVAL-THRESHOLD TO
                   WS-APPROVAL-THRESHOLD
           END-IF.
           IF PARM-BASE-CURRENCY NOT = SPACES
               MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.

       2000-PROCESS-LOGIN.
      ******************************************************************
               MOVE SPACES TO WS-MESSAGE
               PERFORM 2250-NOTIFY-REJECTED-ENTRIES
               PERFORM 2270-NOTIFY-WAITING-MESSAGES
               PERFORM 2290-NOTIFY-OPEN-EXCEPTIONS
           ELSE
               CONTINUE
           END-IF.
               MOVE 'Y' TO WS-LOGIN-SUCCESS
               MOVE AUTH-USER-ID TO WS-CURRENT-USER-ID
               MOVE AUTH-PERMISSIONS TO WS-USER-TIER
               MOVE AUTH-BRANCH-CODE TO WS-USER-BRANCH
               MOVE 0 TO AUTH-FAILED-ATTEMPTS
               MOVE 'Y' TO AUTH-SESSION-ACTIVE
               ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
               END-IF
           END-IF.

       2290-NOTIFY-OPEN-EXCEPTIONS.
      ******************************************************************
      * Counts the user's own unresolved exception items - and for    *
      * SUPERVISOR/ADMIN the unowned ones waiting to be assigned -    *
      * into WS-EXQ-NOTICE, which the main menu carries on a line of  *
      * its own for the whole session. Recounted whenever the user    *
      * leaves the queue screen.                                       *
      ******************************************************************
           MOVE SPACES TO WS-EXQ-NOTICE.
           MOVE 0 TO WS-EXQ-MINE-COUNT WS-EXQ-UNASSIGNED-COUNT.
           OPEN INPUT EXCQ-FILE.
           IF WS-EXCQ-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6605-POSITION-EXCEPTION-QUEUE.
           PERFORM 2295-COUNT-ONE-EXCEPTION UNTIL WS-EXQ-EOF = 'Y'.
           CLOSE EXCQ-FILE.

           MOVE WS-EXQ-MINE-COUNT TO WS-EXQ-MINE-EDIT.
           MOVE WS-EXQ-UNASSIGNED-COUNT TO WS-EXQ-UNASSIGNED-EDIT.
           EVALUATE TRUE
               WHEN WS-EXQ-MINE-COUNT > 0 AND
                   WS-EXQ-UNASSIGNED-COUNT > 0
                   STRING "Exception queue: " DELIMITED BY SIZE
                       WS-EXQ-MINE-EDIT DELIMITED BY SIZE
                       " yours, " DELIMITED BY SIZE
                       WS-EXQ-UNASSIGNED-EDIT DELIMITED BY SIZE
                       " unassigned. Sub menu C." DELIMITED BY SIZE
                       INTO WS-EXQ-NOTICE
                   END-STRING
               WHEN WS-EXQ-MINE-COUNT > 0
                   STRING "You have " DELIMITED BY SIZE
                       WS-EXQ-MINE-EDIT DELIMITED BY SIZE
                       " open exception items. See sub menu C."
                       DELIMITED BY SIZE
                       INTO WS-EXQ-NOTICE
                   END-STRING
               WHEN WS-EXQ-UNASSIGNED-COUNT > 0
                   STRING "Exception queue: " DELIMITED BY SIZE
                       WS-EXQ-UNASSIGNED-EDIT DELIMITED BY SIZE
                       " unassigned. Sub menu C." DELIMITED BY SIZE
                       INTO WS-EXQ-NOTICE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2295-COUNT-ONE-EXCEPTION.
           PERFORM 6610-READ-NEXT-EXCEPTION.
           IF WS-EXQ-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF EXQ-IS-UNRESOLVED AND EXQ-OWNER = WS-CURRENT-USER-ID
               ADD 1 TO WS-EXQ-MINE-COUNT
           END-IF.
           IF EXQ-IS-OPEN AND EXQ-OWNER = SPACES
               PERFORM 6615-CHECK-EXCEPTION-ACCESS
               IF WS-EXQ-VISIBLE = 'Y'
                   ADD 1 TO WS-EXQ-UNASSIGNED-COUNT
               END-IF
           END-IF.

       2500-PROCESS-FORCE-PWD-CHANGE.
      ******************************************************************
      * Forces a password change before the user reaches the main      *
                   ELSE
                       PERFORM 4900-PROCESS-TMPL-MAINT
                   END-IF
               WHEN 'A'
               WHEN 'a'
                   IF TIER-IS-READONLY
                       MOVE "ERROR: Read-only users cannot post "
                           & "journal vouchers." TO WS-MESSAGE
                       MOVE "MENU-SEL" TO WS-AUDIT-ACTION
                       MOVE "FAILURE" TO WS-AUDIT-RESULT
                       MOVE "Journal voucher denied - READONLY tier"
                           TO WS-AUDIT-DETAIL
                       PERFORM 9000-WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM 6000-PROCESS-JOURNAL-VOUCHER
                   END-IF
               WHEN 'B'
               WHEN 'b'
                   IF TIER-IS-READONLY
                       MOVE "ERROR: Read-only users cannot match "
                           & "bank items." TO WS-MESSAGE
                       MOVE "MENU-SEL" TO WS-AUDIT-ACTION
                       MOVE "FAILURE" TO WS-AUDIT-RESULT
                       MOVE "Bank reconciliation denied - READONLY"
                           TO WS-AUDIT-DETAIL
                       PERFORM 9000-WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM 6500-PROCESS-BANK-RECON
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM 6600-PROCESS-EXCEPTION-QUEUE
               WHEN 'D'
               WHEN 'd'
                   IF TIER-IS-ADMIN OR TIER-IS-SUPERVISOR
                       PERFORM 6900-PROCESS-REPORT-SPOOL
                   ELSE
                       MOVE "ERROR: Report spool requires "
                           & "SUPERVISOR or ADMIN." TO WS-MESSAGE
                       MOVE "MENU-SEL" TO WS-AUDIT-ACTION
                       MOVE "FAILURE" TO WS-AUDIT-RESULT
                       MOVE "Report spool denied - low tier" TO
                           WS-AUDIT-DETAIL
                       PERFORM 9000-WRITE-AUDIT-RECORD
                   END-IF
               WHEN '9'
                   MOVE 1 TO WS-CURRENT-LEVEL
                   MOVE SPACES TO WS-MESSAGE
                   PERFORM 9100-RELEASE-SESSION-LOCK
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Invalid option. Select 1-8, A-D, 9, or Q."
                       TO WS-MESSAGE
           END-EVALUATE.

       4050-CHECK-BRANCH-ACCESS.
      ******************************************************************
      * Decides whether the signed-on user may see or act on the       *
      * transaction in the record area. ADMIN sees every branch;       *
      * everyone else only the branch on their own AUTHFILE record.    *
      ******************************************************************
           IF TIER-IS-ADMIN OR TRANS-BRANCH-CODE = WS-USER-BRANCH
               MOVE 'Y' TO WS-BRANCH-ACCESS
           ELSE
               MOVE 'N' TO WS-BRANCH-ACCESS
           END-IF.

       4100-PROCESS-DATA-ENTRY-A.
      ******************************************************************
      * Appends a validated transaction record to CICA-TRANS.dat.      *
      ******************************************************************
           MOVE SPACES TO WS-ENTRY-TRANS-ID WS-ENTRY-DESCRIPTION
               WS-ENTRY-ACCOUNT WS-ENTRY-CATEGORY WS-ENTRY-PAYEE
               WS-ENTRY-CURRENCY WS-ENTRY-TAX-CODE WS-MESSAGE.
           MOVE 'N' TO WS-ENTRY-ACCRUAL.
           MOVE 0 TO WS-ENTRY-AMOUNT.
           DISPLAY DATA-ENTRY-SCREEN.
           ACCEPT DATA-ENTRY-SCREEN.
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4165-VALIDATE-ENTRY-PAYEE.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

      * An accrual is reversed automatically at the period end, so it
      * cannot also be a payment PAYRUN would send to the bank.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ACCRUAL) TO
               WS-ENTRY-ACCRUAL.
           IF WS-ENTRY-ACCRUAL = SPACE
               MOVE 'N' TO WS-ENTRY-ACCRUAL
           END-IF.
           IF WS-ENTRY-ACCRUAL NOT = 'Y' AND
               WS-ENTRY-ACCRUAL NOT = 'N'
               MOVE "Accrual must be Y or N." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-ACCRUAL = 'Y' AND
               FUNCTION TRIM(WS-ENTRY-PAYEE) NOT = SPACES
               MOVE "An accrual cannot name a payee." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      * The amount is keyed in the account's currency; a currency
      * keyed on the screen is only a cross-check against it.
           IF WS-ENTRY-CURRENCY = SPACES
               MOVE WS-ENTRY-ACCT-CURRENCY TO WS-ENTRY-CURRENCY
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CURRENCY) TO
               WS-ENTRY-CURRENCY.
           IF WS-ENTRY-CURRENCY NOT = WS-ENTRY-ACCT-CURRENCY
               MOVE SPACES TO WS-MESSAGE
               STRING "Account " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ENTRY-ACCOUNT) DELIMITED BY SIZE
                   " is held in " DELIMITED BY SIZE
                   WS-ENTRY-ACCT-CURRENCY DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           PERFORM 4185-GET-BUSINESS-DATE.
           IF BUSINESS-DAY-CLOSING
               EXIT PARAGRAPH
           END-IF.

      * From here on WS-ENTRY-AMOUNT is the base-currency equivalent,
      * so the budget check, approval threshold and batch totals all
      * work in base currency exactly as before.
           PERFORM 4155-CONVERT-ENTRY-AMOUNT.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM 4167-VALIDATE-ENTRY-TAX.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4168-SPLIT-ENTRY-TAX.

           PERFORM 4190-CHECK-CATEGORY-BUDGET.
           IF BUDG-CHECK-IS-REFUSE
               MOVE "Category over its hard-stop budget - entry "
               TRANS-MAINT-TIME TRANS-APPROVAL-DATE.
           MOVE 'N' TO TRANS-GL-SENT-FLAG.
           MOVE 0 TO TRANS-GL-SENT-AMOUNT TRANS-GL-SENT-DATE.
           MOVE SPACES TO TRANS-VOUCHER-NO.
           MOVE 0 TO TRANS-VOUCHER-LINE TRANS-VOUCHER-LINES.
           MOVE 'N' TO TRANS-CLEARED-FLAG.
           MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE.
           MOVE FUNCTION TRIM(WS-ENTRY-PAYEE) TO TRANS-PAYEE-ID.
           MOVE 0 TO TRANS-PAY-RUN-NO TRANS-PAID-DATE.
           MOVE WS-ENTRY-CURRENCY TO TRANS-CURRENCY.
           MOVE WS-ENTRY-ORIG-AMOUNT TO TRANS-ORIG-AMOUNT.
           MOVE WS-ENTRY-FX-RATE TO TRANS-FX-RATE.
           MOVE WS-ENTRY-TAX-CODE TO TRANS-TAX-CODE.
           MOVE WS-ENTRY-TAX-RATE TO TRANS-TAX-RATE.
           MOVE WS-ENTRY-NET-AMOUNT TO TRANS-NET-AMOUNT.
           MOVE WS-ENTRY-TAX-AMOUNT TO TRANS-TAX-AMOUNT.
           MOVE 0 TO TRANS-GL-SENT-TAX.
           MOVE WS-ENTRY-BRANCH TO TRANS-BRANCH-CODE.
           MOVE 0 TO TRANS-INB-SEQ-NO.
           MOVE WS-ENTRY-ACCRUAL TO TRANS-ACCRUAL-FLAG.
           MOVE SPACES TO TRANS-ACCRUAL-LINK.

           WRITE CICA-TRANS-RECORD
               INVALID KEY
                   CLOSE TRANS-FILE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE 'A' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           PERFORM 9500-POST-CATG-CHANGE.
           CLOSE TRANS-FILE.

           EVALUATE TRUE
           IF ACCT-IS-CLOSED
               MOVE "Account is closed." TO WS-MESSAGE
           END-IF.
      * Outside ADMIN an operator books only to their own branch's
      * accounts; the entry takes the account's branch.
           IF NOT TIER-IS-ADMIN AND
               ACCT-BRANCH-CODE NOT = WS-USER-BRANCH
               MOVE "Account belongs to another branch." TO WS-MESSAGE
           END-IF.
           MOVE ACCT-BRANCH-CODE TO WS-ENTRY-BRANCH.
           IF ACCT-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ENTRY-ACCT-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY TO WS-ENTRY-ACCT-CURRENCY
           END-IF.

       4155-CONVERT-ENTRY-AMOUNT.
      ******************************************************************
      * Keeps the amount as keyed in WS-ENTRY-ORIG-AMOUNT and turns   *
      * WS-ENTRY-AMOUNT into its base-currency equivalent at the rate *
      * in force on the business date. A base-currency entry carries  *
      * rate 1. Sets WS-MESSAGE when there is no rate on file.        *
      ******************************************************************
           MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-ORIG-AMOUNT.
           IF WS-ENTRY-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-ENTRY-FX-RATE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENTRY-CURRENCY TO WS-FX-CURRENCY.
           MOVE WS-BUSINESS-DATE TO WS-FX-DATE.
           PERFORM 4157-FIND-FX-RATE.
           IF WS-FX-RATE-FOUND = 0
               MOVE SPACES TO WS-MESSAGE
               STRING "No exchange rate on file for " DELIMITED BY
                   SIZE
                   WS-ENTRY-CURRENCY DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-RATE-FOUND TO WS-ENTRY-FX-RATE.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               WS-ENTRY-ORIG-AMOUNT * WS-ENTRY-FX-RATE
               ON SIZE ERROR
                   MOVE "Amount too large once converted to base."
                       TO WS-MESSAGE
           END-COMPUTE.

       4157-FIND-FX-RATE.
      ******************************************************************
      * Returns in WS-FX-RATE-FOUND the rate for WS-FX-CURRENCY in    *
      * force on WS-FX-DATE - the latest effective date not after it  *
      * - or zero when there is none.                                  *
      ******************************************************************
           MOVE 0 TO WS-FX-RATE-FOUND.
           OPEN INPUT FXRATE-FILE.
           IF WS-FXRATE-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FX-CURRENCY TO FXR-CURRENCY.
           MOVE 0 TO FXR-EFFECTIVE-DATE.
           MOVE 'N' TO WS-FX-EOF.
           START FXRATE-FILE KEY IS NOT LESS THAN FXR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FX-EOF
           END-START.
           PERFORM 4158-SCAN-ONE-FX-RATE UNTIL WS-FX-EOF = 'Y'.
           CLOSE FXRATE-FILE.

       4158-SCAN-ONE-FX-RATE.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FX-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF FXR-CURRENCY NOT = WS-FX-CURRENCY OR
               FXR-EFFECTIVE-DATE > WS-FX-DATE
               MOVE 'Y' TO WS-FX-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE FXR-RATE TO WS-FX-RATE-FOUND.

       4160-VALIDATE-ENTRY-CATEGORY.
      ******************************************************************
           IF CATG-IS-RETIRED
               MOVE "Category code is retired." TO WS-MESSAGE
           END-IF.
           MOVE CATG-TAX-CODE TO WS-ENTRY-CATG-TAX-CODE.

       4165-VALIDATE-ENTRY-PAYEE.
      ******************************************************************
      * The payee is optional. When one is keyed it must be on the   *
      * CICA-PAYEE.dat master and ACTIVE, and the entry must be a     *
      * payment - money going out, a negative amount - since PAYRUN  *
      * pays every ACTIVE entry that names a payee.                   *
      ******************************************************************
           IF FUNCTION TRIM(WS-ENTRY-PAYEE) = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-ENTRY-AMOUNT > 0
               MOVE "A payee entry must be a payment (negative "
                   & "amount)." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PAYEE-FILE.
           IF WS-PAYEE-FILE-STATUS <> '00'
               MOVE "Payee master not available. Contact admin." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WS-ENTRY-PAYEE) TO PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE "Unknown payee." TO WS-MESSAGE
                   CLOSE PAYEE-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PAYEE-FILE.

           IF NOT PAYEE-IS-ACTIVE
               MOVE "Payee is suspended." TO WS-MESSAGE
           END-IF.

       4167-VALIDATE-ENTRY-TAX.
      ******************************************************************
      * Settles the entry's tax code - the one keyed, else the        *
      * category's default from 4160 - and picks up its rate. A code  *
      * must be on CICA-TAX.dat and ACTIVE; no code at all leaves the *
      * entry outside the scope of tax at rate zero. Sets WS-MESSAGE  *
      * on any failure; the caller exits when it is set.              *
      ******************************************************************
           IF WS-ENTRY-TAX-CODE = SPACES
               MOVE WS-ENTRY-CATG-TAX-CODE TO WS-ENTRY-TAX-CODE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TAX-CODE) TO
               WS-ENTRY-TAX-CODE.
           MOVE 0 TO WS-ENTRY-TAX-RATE.
           IF WS-ENTRY-TAX-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-STATUS <> '00'
               MOVE "Tax code table not available. Contact admin." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-TAX-CODE TO TAX-CODE.
           READ TAX-FILE
               INVALID KEY
                   MOVE "Unknown tax code." TO WS-MESSAGE
                   CLOSE TAX-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE TAX-FILE.

           IF TAX-IS-RETIRED
               MOVE "Tax code is retired." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE TAX-RATE TO WS-ENTRY-TAX-RATE.

       4168-SPLIT-ENTRY-TAX.
      ******************************************************************
      * Splits the gross base amount in WS-ENTRY-AMOUNT into net and  *
      * tax at WS-ENTRY-TAX-RATE. The amount is tax inclusive, so the *
      * tax is rate/(100+rate) of it; net is what is left, so the two *
      * always add back to the gross to the penny.                    *
      ******************************************************************
           COMPUTE WS-ENTRY-TAX-AMOUNT ROUNDED =
               WS-ENTRY-AMOUNT * WS-ENTRY-TAX-RATE /
               (100 + WS-ENTRY-TAX-RATE).
           COMPUTE WS-ENTRY-NET-AMOUNT =
               WS-ENTRY-AMOUNT - WS-ENTRY-TAX-AMOUNT.

       4170-UPDATE-BATCH-ACTUALS.
      ******************************************************************
      * Rolls a just-written held entry into its batch's actual       *
      * count and amount.                                              *
      ******************************************************************
           OPEN I-O BATCH-FILE.
           IF WS-BATCH-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURR-BATCH-NO TO BATCH-NO.
           READ BATCH-FILE
               INVALID KEY
                   CLOSE BATCH-FILE

       4192-SUM-CATEGORY-PTD.
      ******************************************************************
      * The category's period-to-date ACTIVE total - the same figure  *
      * the budget-versus-actual report carries - summed over its     *
      * branches on the running totals file. Only until CATGVFY has   *
      * first built that file is the transaction file swept instead. *
      ******************************************************************
           MOVE 0 TO WS-BUDG-PTD-TOTAL.
           OPEN INPUT CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS NOT = '00'
               PERFORM 4195-SWEEP-CATEGORY-PTD
               EXIT PARAGRAPH
           END-IF.
           MOVE BUDG-CATG-CODE TO CPT-CATG-CODE.
           MOVE WS-BUDG-CHECK-PERIOD TO CPT-PERIOD.
           MOVE LOW-VALUES TO CPT-BRANCH.
           MOVE 'N' TO WS-CPT-EOF.
           START CPTOT-FILE KEY IS NOT LESS THAN CPT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CPT-EOF
           END-START.
           PERFORM 4193-ADD-ONE-BRANCH-PTD
               UNTIL WS-CPT-EOF = 'Y'.
           CLOSE CPTOT-FILE.

       4193-ADD-ONE-BRANCH-PTD.
           READ CPTOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CPT-EOF
           END-READ.
           IF WS-CPT-EOF = 'N'
               IF CPT-CATG-CODE = BUDG-CATG-CODE AND
                   CPT-PERIOD = WS-BUDG-CHECK-PERIOD
                   ADD CPT-ACTIVE-AMOUNT TO WS-BUDG-PTD-TOTAL
               ELSE
                   MOVE 'Y' TO WS-CPT-EOF
               END-IF
           END-IF.

       4195-SWEEP-CATEGORY-PTD.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BUDG-TRANS-EOF.
           PERFORM 4196-SUM-ONE-PTD-TRANS
               UNTIL WS-BUDG-TRANS-EOF = 'Y'.
           CLOSE TRANS-FILE.

       4196-SUM-ONE-PTD-TRANS.
           READ TRANS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BUDG-TRANS-EOF
      ******************************************************************
           MOVE SPACES TO WS-QUERY-TRANS-ID WS-MESSAGE.
           MOVE SPACES TO TRANS-DESCRIPTION WS-QUERY-CATG-DESC.
           MOVE SPACES TO TRANS-CATEGORY-CODE WS-QUERY-CURRENCY
               WS-QUERY-TAX-CODE TRANS-BRANCH-CODE.
           MOVE ZERO TO WS-QUERY-AMOUNT-EDIT.
           MOVE ZERO TO WS-QUERY-ORIG-EDIT WS-QUERY-TAX-EDIT.
           DISPLAY DATA-QUERY-SCREEN.
           ACCEPT DATA-QUERY-SCREEN.

               EXIT PARAGRAPH
           END-IF.

      * A key that is not a transaction ID may be a journal voucher
      * number - the voucher is then found through its first line.
           MOVE 'Y' TO WS-QUERY-FOUND.
           MOVE FUNCTION TRIM(WS-QUERY-TRANS-ID) TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   PERFORM 4210-READ-QUERY-AS-VOUCHER
           END-READ.
           IF WS-QUERY-FOUND = 'N'
               MOVE "Transaction not found." TO WS-MESSAGE
               MOVE "DATA-QUERY" TO WS-AUDIT-ACTION
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               MOVE "Transaction not found" TO WS-AUDIT-DETAIL
               PERFORM 9000-WRITE-AUDIT-RECORD
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.
           CLOSE TRANS-FILE.

           PERFORM 4050-CHECK-BRANCH-ACCESS.
           IF NOT BRANCH-ACCESS-OK
               MOVE "Transaction belongs to another branch." TO
                   WS-MESSAGE
               MOVE "DATA-QUERY" TO WS-AUDIT-ACTION
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               MOVE "Transaction is another branch's" TO
                   WS-AUDIT-DETAIL
               PERFORM 9000-WRITE-AUDIT-RECORD
               MOVE SPACES TO TRANS-DESCRIPTION TRANS-CATEGORY-CODE
                   TRANS-BRANCH-CODE
               EXIT PARAGRAPH
           END-IF.

      * A voucher line is never shown on its own - the whole voucher
      * is displayed and extracted together.
           IF TRANS-VOUCHER-NO NOT = SPACES
               PERFORM 6200-QUERY-WHOLE-VOUCHER
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-AMOUNT TO WS-QUERY-AMOUNT-EDIT.
      * A foreign-currency entry also shows the amount as keyed.
           IF TRANS-CURRENCY NOT = SPACES AND
               TRANS-CURRENCY NOT = WS-BASE-CURRENCY AND
               TRANS-ORIG-AMOUNT NUMERIC
               MOVE TRANS-CURRENCY TO WS-QUERY-CURRENCY
               MOVE TRANS-ORIG-AMOUNT TO WS-QUERY-ORIG-EDIT
           END-IF.
      * A taxed entry shows its tax code and the tax within the amount.
           IF TRANS-TAX-CODE NOT = SPACES AND
               TRANS-TAX-AMOUNT NUMERIC
               MOVE TRANS-TAX-CODE TO WS-QUERY-TAX-CODE
               MOVE TRANS-TAX-AMOUNT TO WS-QUERY-TAX-EDIT
           END-IF.
           PERFORM 4250-LOOKUP-QUERY-CATEGORY.
           MOVE "Transaction found." TO WS-MESSAGE.
           MOVE "DATA-QUERY" TO WS-AUDIT-ACTION.
           DISPLAY "Press Enter to continue..." LINE 20 COLUMN 5.
           ACCEPT OMITTED LINE 20 COLUMN 28.

       4210-READ-QUERY-AS-VOUCHER.
           MOVE 'N' TO WS-QUERY-FOUND.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-QUERY-TRANS-ID)) > 8
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-QUERY-TRANS-ID) TO WS-JV-VOUCHER-NO.
           MOVE 1 TO WS-JV-SUB.
           PERFORM 6090-BUILD-VOUCHER-LINE-ID.
           MOVE WS-JV-TRANS-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF TRANS-VOUCHER-NO = WS-JV-VOUCHER-NO
               MOVE 'Y' TO WS-QUERY-FOUND
           END-IF.

       4250-LOOKUP-QUERY-CATEGORY.
      ******************************************************************
      * Resolves the queried transaction's category code to its table *
               END-IF
           END-IF.

           PERFORM 4050-CHECK-BRANCH-ACCESS.
           IF NOT BRANCH-ACCESS-OK
               MOVE "Transaction belongs to another branch." TO
                   WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF TRANS-IS-CANCELLED
               MOVE "Transaction is already cancelled." TO WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

      * An entry the bank has paid is fixed by the statement; it has
      * to come off its bank item before it can change.
           IF TRANS-IS-CLEARED
               MOVE "Entry has cleared the bank - unmatch it first."
                   TO WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

      * Money PAYRUN has sent to the bank cannot be called back by an
      * amend or cancel here.
           IF NOT TRANS-NOT-PAID
               MOVE "Entry has been paid. Book a correcting entry "
                   & "instead." TO WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

      * An accrual ACCRREV has already reversed is fixed by its
      * reversal - changing one side alone would leave the pair
      * no longer netting to zero.
           IF TRANS-IS-ACCRUAL AND TRANS-ACCRUAL-LINK NOT = SPACES
               MOVE "Accrual has been reversed. Book a correcting "
                   & "entry instead." TO WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-DATE TO WS-CHECK-DATE.
           PERFORM 4180-CHECK-PERIOD-CLOSED.
           IF CHECK-PERIOD-IS-CLOSED
               EXIT PARAGRAPH
           END-IF.

      * Half a journal voucher can never be cancelled - cancelling
      * any line cancels every line of the voucher.
           IF TRANS-VOUCHER-NO NOT = SPACES AND
               (WS-MAINT-ACTION = 'C' OR WS-MAINT-ACTION = 'c')
               PERFORM 6400-CANCEL-WHOLE-VOUCHER
               CLOSE TRANS-FILE
               IF WS-MAINT-OK = 'Y'
                   PERFORM 9000-WRITE-AUDIT-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 9510-NOTE-CATG-BEFORE.
           MOVE 'Y' TO WS-MAINT-OK.
           IF WS-MAINT-ACTION = 'C' OR WS-MAINT-ACTION = 'c'
               PERFORM 4510-CANCEL-TRANSACTION
           MOVE WS-CURRENT-USER-ID TO TRANS-MAINT-USER-ID.

           REWRITE CICA-TRANS-RECORD.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.
           PERFORM 9500-POST-CATG-CHANGE.
           CLOSE TRANS-FILE.
           PERFORM 9000-WRITE-AUDIT-RECORD.

      * Collects replacement description/amount with the current      *
      * values preloaded, then preserves the values being replaced in *
      * the prior-value fields before overwriting them.               *
      * The amount is amended in the entry's own currency and the    *
      * base equivalent is recomputed at the rate it was booked at.   *
      * The net/tax split is redone under the entry's own tax code at *
      * the tax rate it was booked at.                                *
      ******************************************************************
           IF TRANS-ORIG-AMOUNT NOT NUMERIC OR
               TRANS-FX-RATE NOT NUMERIC OR TRANS-FX-RATE = 0
               MOVE WS-BASE-CURRENCY TO TRANS-CURRENCY
               MOVE TRANS-AMOUNT TO TRANS-ORIG-AMOUNT
               MOVE 1 TO TRANS-FX-RATE
           END-IF.
           IF TRANS-TAX-RATE NOT NUMERIC
               MOVE SPACES TO TRANS-TAX-CODE
               MOVE 0 TO TRANS-TAX-RATE TRANS-GL-SENT-TAX
           END-IF.
           MOVE TRANS-DESCRIPTION TO WS-MAINT-NEW-DESC.
           MOVE TRANS-ORIG-AMOUNT TO WS-MAINT-NEW-AMOUNT.
           DISPLAY TRANS-AMEND-SCREEN.
           ACCEPT TRANS-AMEND-SCREEN.

               MOVE 'N' TO WS-MAINT-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MAINT-NEW-BASE ROUNDED =
               WS-MAINT-NEW-AMOUNT * TRANS-FX-RATE
               ON SIZE ERROR
                   MOVE "Amount too large once converted to base."
                       TO WS-MESSAGE
                   MOVE 'N' TO WS-MAINT-OK
           END-COMPUTE.
           IF WS-MAINT-OK = 'N'
               EXIT PARAGRAPH
           END-IF.

      * A voucher line's amount is fixed by the voucher's balance -
      * only its description may be amended here.
           IF TRANS-VOUCHER-NO NOT = SPACES AND
               WS-MAINT-NEW-BASE NOT = TRANS-AMOUNT
               MOVE "Voucher amounts cannot change - cancel and "
                   & "re-key the voucher." TO WS-MESSAGE
               MOVE 'N' TO WS-MAINT-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-DESCRIPTION TO TRANS-PRIOR-DESCRIPTION.
           MOVE TRANS-AMOUNT TO TRANS-PRIOR-AMOUNT.
           IF TRANS-IS-HELD AND
               WS-MAINT-NEW-BASE NOT = TRANS-AMOUNT
               MOVE 0 TO WS-BATCH-ADJ-CNT
               COMPUTE WS-BATCH-ADJ-AMT =
                   WS-MAINT-NEW-BASE - TRANS-AMOUNT
               PERFORM 4530-ADJUST-BATCH-ACTUALS
           END-IF.
           MOVE WS-MAINT-NEW-DESC TO TRANS-DESCRIPTION.
           MOVE WS-MAINT-NEW-BASE TO TRANS-AMOUNT.
           MOVE WS-MAINT-NEW-AMOUNT TO TRANS-ORIG-AMOUNT.
           MOVE TRANS-AMOUNT TO WS-ENTRY-AMOUNT.
           MOVE TRANS-TAX-RATE TO WS-ENTRY-TAX-RATE.
           PERFORM 4168-SPLIT-ENTRY-TAX.
           MOVE WS-ENTRY-NET-AMOUNT TO TRANS-NET-AMOUNT.
           MOVE WS-ENTRY-TAX-AMOUNT TO TRANS-TAX-AMOUNT.
      * Every amend goes back through the approval threshold the same
      * as a fresh entry - an ACTIVE record amended above the limit
      * moves to PENDING, so amendment cannot be used to slip a
      * high-value amount past the dual control. Held entries stay
      * held; their threshold is applied at batch release. A voucher
      * line keeps the status its voucher was given as a whole.
           IF NOT TRANS-IS-HELD AND TRANS-VOUCHER-NO = SPACES
               IF TRANS-AMOUNT > WS-APPROVAL-THRESHOLD OR
                   TRANS-AMOUNT < (0 - WS-APPROVAL-THRESHOLD)
                   MOVE 'PENDING' TO TRANS-STATUS
      * the entry to ACTIVE; rejection moves it to REJECTED, where it *
      * is surfaced back to the entering user at their next logon.     *
      * Entries the approver keyed themselves are not presented -     *
      * another supervisor must decide those - and outside ADMIN only  *
      * the approver's own branch's entries are presented.             *
      ******************************************************************
           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
           END-IF.

           MOVE 'N' TO WS-APPR-TRANS-EOF WS-APPR-DONE
               WS-APPR-LOCK-HIT WS-APPR-UNDO-HIT.
           MOVE SPACES TO WS-JV-LAST-DECIDED.
           MOVE 0 TO WS-APPR-APPROVED-CNT WS-APPR-REJECTED-CNT.
           PERFORM 4610-REVIEW-NEXT-PENDING
               UNTIL WS-APPR-TRANS-EOF = 'Y' OR WS-APPR-DONE = 'Y'.
               MOVE "An entry is locked by another session - run "
                   & "the queue again." TO WS-MESSAGE
           END-IF.
           IF WS-APPR-UNDO-HIT = 'Y'
               MOVE "Voucher partially undone - see supervisor."
                   TO WS-MESSAGE
           END-IF.

       4610-REVIEW-NEXT-PENDING.
      * An approver's own entries are skipped - the second pair of
               MOVE 'Y' TO WS-APPR-LOCK-HIT
               EXIT PARAGRAPH
           END-IF.
      * A voucher is presented once, at the first of its lines the
      * sweep meets; its other lines were decided along with it.
           IF WS-APPR-TRANS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 4050-CHECK-BRANCH-ACCESS.
           IF BRANCH-ACCESS-OK AND TRANS-IS-PENDING AND
               TRANS-USER-ID NOT = WS-CURRENT-USER-ID AND
               (TRANS-VOUCHER-NO = SPACES OR
                TRANS-VOUCHER-NO NOT = WS-JV-LAST-DECIDED)
               PERFORM 4620-DECIDE-ONE-PENDING
           END-IF.

       4620-DECIDE-ONE-PENDING.
           IF TRANS-VOUCHER-NO NOT = SPACES
               PERFORM 6300-DECIDE-ONE-VOUCHER
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-APPR-DECISION WS-MESSAGE.
           MOVE TRANS-AMOUNT TO WS-APPR-AMOUNT-EDIT.
           DISPLAY APPROVAL-SCREEN.
           EVALUATE WS-APPR-DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 9510-NOTE-CATG-BEFORE
                   MOVE 'ACTIVE' TO TRANS-STATUS
                   MOVE WS-CURRENT-USER-ID TO TRANS-APPROVER-ID
                   ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
                   MOVE WS-CURRENT-DATE TO TRANS-APPROVAL-DATE
                   REWRITE CICA-TRANS-RECORD
                   MOVE 'R' TO WS-JNL-ACTION
                   PERFORM 9400-JOURNAL-TRANS-IMAGE
                   PERFORM 9500-POST-CATG-CHANGE
                   ADD 1 TO WS-APPR-APPROVED-CNT
                   MOVE "APPROVAL" TO WS-AUDIT-ACTION
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD
                   MOVE WS-CURRENT-DATE TO TRANS-APPROVAL-DATE
                   REWRITE CICA-TRANS-RECORD
                   MOVE 'R' TO WS-JNL-ACTION
                   PERFORM 9400-JOURNAL-TRANS-IMAGE
                   ADD 1 TO WS-APPR-REJECTED-CNT
                   MOVE "APPROVAL" TO WS-AUDIT-ACTION
                   MOVE "SUCCESS" TO WS-AUDIT-RESULT
                   END-STRING
                   MOVE 0 TO WS-MSG-EXPIRY
                   PERFORM 9300-POST-MESSAGE
                   MOVE 'REJT' TO WS-EXQ-TYPE
                   MOVE TRANS-ID TO WS-EXQ-REF
                   MOVE TRANS-BRANCH-CODE TO WS-EXQ-BRANCH
                   MOVE TRANS-USER-ID TO WS-EXQ-OWNER
                   MOVE SPACES TO WS-EXQ-DESC
                   STRING "Rejected by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CURRENT-USER-ID)
                           DELIMITED BY SIZE
                       " - correct entry " DELIMITED BY SIZE
                       FUNCTION TRIM(TRANS-ID) DELIMITED BY SIZE
                       INTO WS-EXQ-DESC
                   END-STRING
                   PERFORM 9600-RAISE-EXCEPTION
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO WS-APPR-DONE
      * file is positioned with START on the TRANS-USER-ID alternate  *
      * key so only that user's records are read; otherwise the whole *
      * file is swept. Matches are collected into a table and paged   *
      * ten to a screen, forward and backward. Outside ADMIN only the  *
      * operator's own branch's entries are collected.                 *
      ******************************************************************
           MOVE SPACES TO WS-BRWS-USER WS-MESSAGE.
           MOVE 0 TO WS-BRWS-FROM-DATE.
                       FUNCTION TRIM(WS-BRWS-USER)
                   MOVE 'Y' TO WS-BRWS-TRANS-EOF
               ELSE
                   PERFORM 4050-CHECK-BRANCH-ACCESS
                   IF TRANS-DATE >= WS-BRWS-FROM-DATE AND
                       BRANCH-ACCESS-OK
                       PERFORM 4720-STORE-ONE-MATCH
                   END-IF
               END-IF
           MOVE TRANS-DATE TO WS-BRWS-ENTRY-DATE(WS-BRWS-COUNT).
           MOVE TRANS-AMOUNT TO WS-BRWS-ENTRY-AMOUNT(WS-BRWS-COUNT).
           MOVE TRANS-STATUS TO WS-BRWS-ENTRY-STATUS(WS-BRWS-COUNT).
           MOVE TRANS-BRANCH-CODE TO
               WS-BRWS-ENTRY-BRANCH(WS-BRWS-COUNT).

       4730-SHOW-BROWSE-PAGE.
           MOVE SPACES TO WS-BRWS-CHOICE.
           MOVE WS-BRWS-AMOUNT-EDIT TO WS-BRWS-DETAIL(30:13).
           MOVE WS-BRWS-ENTRY-STATUS(WS-BRWS-SUB) TO
               WS-BRWS-DETAIL(44:8).
           MOVE WS-BRWS-ENTRY-BRANCH(WS-BRWS-SUB) TO
               WS-BRWS-DETAIL(54:4).
           DISPLAY WS-BRWS-DETAIL LINE WS-BRWS-LINE-NO COLUMN 5.
           ADD 1 TO WS-BRWS-LINE-NO.
           ADD 1 TO WS-BRWS-SUB.
           IF WS-BATCH-EOF = 'N'
               IF TRANS-IS-HELD AND
                   TRANS-BATCH-NO = WS-BATCH-TARGET-NO
                   PERFORM 9510-NOTE-CATG-BEFORE
                   IF TRANS-AMOUNT > WS-APPROVAL-THRESHOLD OR
                       TRANS-AMOUNT < (0 - WS-APPROVAL-THRESHOLD)
                       MOVE 'PENDING' TO TRANS-STATUS
                       MOVE 'ACTIVE' TO TRANS-STATUS
                   END-IF
                   REWRITE CICA-TRANS-RECORD
                   MOVE 'R' TO WS-JNL-ACTION
                   PERFORM 9400-JOURNAL-TRANS-IMAGE
                   PERFORM 9500-POST-CATG-CHANGE
                   ADD 1 TO WS-BATCH-REL-COUNT
               END-IF
           END-IF.
      ******************************************************************
           MOVE SPACES TO WS-TMPL-TARGET WS-TMPL-ACTION
               WS-TMPL-NEW-DESC WS-TMPL-NEW-ACCOUNT
               WS-TMPL-NEW-CATEGORY WS-TMPL-NEW-FREQ
               WS-TMPL-NEW-TAX-CODE WS-MESSAGE.
           MOVE 0 TO WS-TMPL-NEW-AMOUNT WS-TMPL-NEW-DUE-DATE.
           DISPLAY TMPL-MAINT-SCREEN.
           ACCEPT TMPL-MAINT-SCREEN.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
      * A tax code keyed on the template must be live now; a blank
      * one takes the category's default each time TMPLGEN runs.
           IF WS-TMPL-NEW-TAX-CODE NOT = SPACES
               MOVE WS-TMPL-NEW-TAX-CODE TO WS-ENTRY-TAX-CODE
               PERFORM 4167-VALIDATE-ENTRY-TAX
               IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ENTRY-TAX-CODE TO WS-TMPL-NEW-TAX-CODE
           END-IF.

           MOVE FUNCTION TRIM(WS-TMPL-TARGET) TO TMPL-ID.
           MOVE WS-TMPL-NEW-DESC TO TMPL-DESCRIPTION.
               TMPL-CATEGORY-CODE.
           MOVE WS-TMPL-NEW-FREQ TO TMPL-FREQUENCY.
           MOVE WS-TMPL-NEW-DUE-DATE TO TMPL-NEXT-DUE-DATE.
           MOVE WS-TMPL-NEW-TAX-CODE TO TMPL-TAX-CODE.
           MOVE 'ACTIVE' TO TMPL-STATUS.
           MOVE WS-CURRENT-USER-ID TO TMPL-USER-ID.

                   END-IF
               WHEN '7'
                   PERFORM 5700-ADMIN-BUDG-MAINT
               WHEN '8'
                   PERFORM 5800-ADMIN-PAYEE-MAINT
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5900-ADMIN-FXRATE-MAINT
               WHEN 'T'
               WHEN 't'
                   IF TIER-IS-ADMIN
                       PERFORM 5950-ADMIN-TAX-MAINT
                   ELSE
                       MOVE "Supervisors cannot change tax codes." TO
                           WS-MESSAGE
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM 6700-PROCESS-ACCESS-REVIEW
               WHEN 'S'
               WHEN 's'
                   IF TIER-IS-ADMIN
                       PERFORM 6800-ADMIN-SPOOL-RETENTION
                   ELSE
                       MOVE "Supervisors cannot change report "
                           & "retention." TO WS-MESSAGE
                   END-IF
               WHEN 'I'
               WHEN 'i'
                   IF TIER-IS-ADMIN
                       PERFORM 6980-ADMIN-INTEREST-SCHEDULE
                   ELSE
                       MOVE "Supervisors cannot change the interest "
                           & "schedule." TO WS-MESSAGE
                   END-IF
               WHEN '9'
                   MOVE 1 TO WS-CURRENT-LEVEL
                   MOVE SPACES TO WS-MESSAGE
               WHEN OTHER
                   MOVE "Invalid option. Select 1-8, A, I, R-T, or 9."
                       TO WS-MESSAGE
           END-EVALUATE.

       5100-ADMIN-ADD-USER.
      * Adds a brand new AUTH-FILE-RECORD to AUTHFILE.dat.              *
      ******************************************************************
           MOVE SPACES TO WS-ADMIN-NEW-USER-ID WS-ADMIN-NEW-PASSWORD
               WS-ADMIN-NEW-TIER WS-ADMIN-NEW-BRANCH.
           MOVE 0 TO WS-ADMIN-NEW-PIN.
           DISPLAY ADMIN-ADD-USER-SCREEN.
           ACCEPT ADMIN-ADD-USER-SCREEN.
           MOVE 'N' TO AUTH-ACCOUNT-LOCKED AUTH-SESSION-ACTIVE.
           MOVE 'ACTIVE' TO AUTH-STATUS.
           MOVE 0 TO AUTH-PWD-LAST-CHANGED.
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-NEW-BRANCH) TO
               AUTH-BRANCH-CODE.

           WRITE AUTH-FILE-RECORD
               INVALID KEY

       5200-ADMIN-CHANGE-PERMISSIONS.
      ******************************************************************
      * Changes an existing user's permission tier and branch.         *
      * ADMIN-only; a SUPERVISOR never reaches this paragraph.         *
      ******************************************************************
           MOVE SPACES TO WS-ADMIN-TARGET-USER WS-ADMIN-NEW-TIER
               WS-ADMIN-NEW-BRANCH.
           MOVE 0 TO WS-ADMIN-NEW-PIN.
           DISPLAY ADMIN-CHANGE-PERM-SCREEN.
           ACCEPT ADMIN-CHANGE-PERM-SCREEN.
           IF AUTH-IS-ADMIN-USER OR AUTH-IS-SUPERVISOR-USER
               MOVE WS-ADMIN-NEW-PIN TO AUTH-PIN
           END-IF.
      * The branch is re-keyed with the tier - a user moving office
      * is re-tiered at the same time.
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-NEW-BRANCH) TO
               AUTH-BRANCH-CODE.

           REWRITE AUTH-FILE-RECORD.
           CLOSE AUTH-FILE.
      ******************************************************************
      * Account master maintenance - adds an account, closes or       *
      * reopens one, or renames it. Open to both ADMIN and SUPERVISOR *
      * tiers, like user deactivation. H sets the account type and    *
      * the parent it rolls up into.                                   *
      ******************************************************************
           MOVE SPACES TO WS-ACCT-TARGET WS-ACCT-ACTION
               WS-ACCT-NEW-NAME WS-ACCT-NEW-CURRENCY WS-MESSAGE
               WS-ACCT-NEW-TYPE WS-ACCT-NEW-PARENT WS-ACCT-NEW-BRANCH.
           DISPLAY ADMIN-ACCT-SCREEN.
           ACCEPT ADMIN-ACCT-SCREEN.

               WHEN 'N'
               WHEN 'n'
                   PERFORM 5440-RENAME-ACCOUNT
               WHEN 'H'
               WHEN 'h'
                   PERFORM 5450-SET-ACCOUNT-HIERARCHY
               WHEN OTHER
                   MOVE "Action must be A, C, R, N, or H." TO
                       WS-MESSAGE
           END-EVALUATE.
           CLOSE ACCT-FILE.

               MOVE "Account name is required to add." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
      * The currency is fixed when the account is added - its entries
      * would not restate if it changed later.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-NEW-CURRENCY) TO
               WS-ACCT-NEW-CURRENCY.
           IF WS-ACCT-NEW-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-ACCT-NEW-CURRENCY
           END-IF.
           IF WS-ACCT-NEW-CURRENCY IS NOT ALPHABETIC OR
               WS-ACCT-NEW-CURRENCY(3:1) = SPACE
               MOVE "Currency must be a 3-letter code." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
      * The branch is fixed at add too - a blank branch is the
      * maintainer's own, and a supervisor adds only to that.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-NEW-BRANCH) TO
               WS-ACCT-NEW-BRANCH.
           IF WS-ACCT-NEW-BRANCH = SPACES
               MOVE WS-USER-BRANCH TO WS-ACCT-NEW-BRANCH
           END-IF.
           IF NOT TIER-IS-ADMIN AND WS-ACCT-NEW-BRANCH NOT =
               WS-USER-BRANCH
               MOVE "Supervisors add accounts to their own branch "
                   & "only." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5455-VALIDATE-HIERARCHY.
           IF WS-ACCT-HIER-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-ACCT-TARGET) TO ACCT-NUMBER.
           MOVE WS-ACCT-NEW-NAME TO ACCT-NAME.
           MOVE 'OPEN' TO ACCT-STATUS.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO ACCT-OPEN-DATE.
           MOVE 0 TO ACCT-CLOSED-DATE.
           MOVE WS-ACCT-NEW-CURRENCY TO ACCT-CURRENCY.
           MOVE WS-ACCT-NEW-TYPE TO ACCT-TYPE.
           MOVE WS-ACCT-NEW-PARENT TO ACCT-PARENT-NO.
           MOVE WS-ACCT-NEW-BRANCH TO ACCT-BRANCH-CODE.
           WRITE ACCT-RECORD
               INVALID KEY
                   MOVE "Account already exists." TO WS-MESSAGE
           MOVE "Admin renamed an account" TO WS-AUDIT-DETAIL.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5450-SET-ACCOUNT-HIERARCHY.
           MOVE FUNCTION TRIM(WS-ACCT-TARGET) TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "Account not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 5455-VALIDATE-HIERARCHY.
           IF WS-ACCT-HIER-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
      * The parent walk read other accounts - fetch the target again
      * before it is changed.
           MOVE FUNCTION TRIM(WS-ACCT-TARGET) TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "Account not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-ACCT-NEW-TYPE TO ACCT-TYPE.
           MOVE WS-ACCT-NEW-PARENT TO ACCT-PARENT-NO.
           REWRITE ACCT-RECORD.
           MOVE "Account type and parent set." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin set hierarchy " DELIMITED BY SIZE
               ACCT-NUMBER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ACCT-PARENT-NO DELIMITED BY SPACE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5455-VALIDATE-HIERARCHY.
      ******************************************************************
      * The type must be one of the four; the parent, when given,     *
      * must be on file and must not be the account itself or any     *
      * account beneath it - the parent's own chain is walked up to   *
      * the top and may not pass through the target. The walk stops   *
      * at 20 levels so a chain already looping cannot hang here.     *
      ******************************************************************
           MOVE 'N' TO WS-ACCT-HIER-OK.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-NEW-TYPE) TO
               WS-ACCT-NEW-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-ACCT-NEW-PARENT) TO
               WS-ACCT-NEW-PARENT.
           MOVE WS-ACCT-NEW-TYPE TO ACCT-TYPE.
           IF NOT ACCT-TYPE-VALID
               MOVE "Type must be ASSET, LIABILITY, INCOME or EXPENSE."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCT-NEW-PARENT = SPACES
               MOVE 'Y' TO WS-ACCT-HIER-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCT-NEW-PARENT = FUNCTION TRIM(WS-ACCT-TARGET)
               MOVE "An account cannot be its own parent." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCT-NEW-PARENT TO WS-ACCT-WALK-NO.
           MOVE 0 TO WS-ACCT-WALK-DEPTH.
           MOVE 'Y' TO WS-ACCT-HIER-OK.
           PERFORM 5456-WALK-ONE-PARENT
               UNTIL WS-ACCT-WALK-NO = SPACES OR
                   WS-ACCT-HIER-OK = 'N'.

       5456-WALK-ONE-PARENT.
           MOVE WS-ACCT-WALK-NO TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-HIER-OK
                   MOVE SPACES TO WS-MESSAGE
                   STRING "Parent chain account " DELIMITED BY SIZE
                       WS-ACCT-WALK-NO DELIMITED BY SPACE
                       " is not on file." DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACCT-WALK-DEPTH.
           IF ACCT-PARENT-NO = FUNCTION TRIM(WS-ACCT-TARGET) OR
               WS-ACCT-WALK-DEPTH > 20
               MOVE 'N' TO WS-ACCT-HIER-OK
               MOVE "Parent sits beneath this account - loop refused."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-PARENT-NO TO WS-ACCT-WALK-NO.

       5500-ADMIN-CATG-MAINT.
      ******************************************************************
      * Category code table maintenance - adds a code, retires one    *
      * from further data entry, or reactivates a retired code.       *
      * Retired codes stay on the table so history still resolves.    *
      * T sets (or, left blank, clears) the category's default tax    *
      * code; entries already made keep the code they were split by.  *
      ******************************************************************
           MOVE SPACES TO WS-CATG-TARGET WS-CATG-ACTION
               WS-CATG-NEW-DESC WS-CATG-NEW-TAX-CODE WS-MESSAGE.
           DISPLAY ADMIN-CATG-SCREEN.
           ACCEPT ADMIN-CATG-SCREEN.

               WHEN 'E'
               WHEN 'e'
                   PERFORM 5530-REACTIVATE-CATEGORY
               WHEN 'T'
               WHEN 't'
                   PERFORM 5540-SET-CATEGORY-TAX
               WHEN OTHER
                   MOVE "Action must be A, R, E, or T." TO WS-MESSAGE
           END-EVALUATE.
           CLOSE CATG-FILE.

               MOVE "Description is required to add." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 5545-VALIDATE-CATEGORY-TAX.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-CATG-TARGET) TO CATG-CODE.
           MOVE WS-CATG-NEW-DESC TO CATG-DESCRIPTION.
           MOVE 'ACTIVE' TO CATG-STATUS.
           MOVE WS-CATG-NEW-TAX-CODE TO CATG-TAX-CODE.
           WRITE CATG-RECORD
               INVALID KEY
                   MOVE "Category code already exists." TO WS-MESSAGE
               WS-AUDIT-DETAIL.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5540-SET-CATEGORY-TAX.
           PERFORM 5545-VALIDATE-CATEGORY-TAX.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-CATG-TARGET) TO CATG-CODE.
           READ CATG-FILE
               INVALID KEY
                   MOVE "Category code not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-CATG-NEW-TAX-CODE TO CATG-TAX-CODE.
           REWRITE CATG-RECORD.
           IF WS-CATG-NEW-TAX-CODE = SPACES
               MOVE "Default tax code cleared." TO WS-MESSAGE
           ELSE
               MOVE "Default tax code set." TO WS-MESSAGE
           END-IF.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin set category tax " DELIMITED BY SIZE
               CATG-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CATG-TAX-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5545-VALIDATE-CATEGORY-TAX.
      ******************************************************************
      * A default tax code, when one is given, must be a live code on *
      * CICA-TAX.dat. Blank is allowed - the category is outside tax.  *
      ******************************************************************
           MOVE SPACES TO WS-ENTRY-CATG-TAX-CODE.
           MOVE WS-CATG-NEW-TAX-CODE TO WS-ENTRY-TAX-CODE.
           PERFORM 4167-VALIDATE-ENTRY-TAX.
           MOVE WS-ENTRY-TAX-CODE TO WS-CATG-NEW-TAX-CODE.

       5600-ADMIN-PARM-MAINT.
      ******************************************************************
      * View/change the site security parameters on CICA-PARMS.dat.   *
           MOVE 0730 TO WS-PARM-BUS-START.
           MOVE 1800 TO WS-PARM-BUS-END.
           MOVE 18 TO WS-PARM-TRANS-KEEP.
           MOVE 'GBP' TO WS-PARM-BASE-CURRENCY.
           MOVE SPACES TO WS-PARM-OLD-BASE.
           MOVE 30 TO WS-PARM-RECERT-DAYS.
           MOVE SPACES TO WS-PARM-SPOOL-HOLD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS = '00'
                           MOVE PARM-TRANS-KEEP-MONTHS TO
                               WS-PARM-TRANS-KEEP
                       END-IF
                       IF PARM-BASE-CURRENCY NOT = SPACES
                           MOVE PARM-BASE-CURRENCY TO
                               WS-PARM-BASE-CURRENCY
                               WS-PARM-OLD-BASE
                       END-IF
                       IF PARM-RECERT-DAYS IS NUMERIC AND
                           PARM-RECERT-DAYS > 0
                           MOVE PARM-RECERT-DAYS TO
                               WS-PARM-RECERT-DAYS
                       END-IF
                       MOVE PARM-SPOOL-RETENTION TO WS-PARM-SPOOL-HOLD
               END-READ
               CLOSE PARM-FILE
           END-IF.

           IF WS-PARM-MAX-FAILED = 0 OR WS-PARM-PWD-AGE = 0 OR
               WS-PARM-IDLE-TIMEOUT = 0 OR WS-PARM-STALE-DAYS = 0 OR
               WS-PARM-AUDIT-KEEP = 0 OR WS-PARM-TRANS-KEEP = 0 OR
               WS-PARM-RECERT-DAYS = 0
               MOVE "All parameters must be non-zero. Not saved." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
      * Every TRANS-AMOUNT on file is held in the base currency, so
      * once saved it can never be changed.
           MOVE FUNCTION UPPER-CASE(WS-PARM-BASE-CURRENCY) TO
               WS-PARM-BASE-CURRENCY.
           IF WS-PARM-BASE-CURRENCY IS NOT ALPHABETIC OR
               WS-PARM-BASE-CURRENCY(3:1) = SPACE
               MOVE "Base currency must be a 3-letter code. Not "
                   & "saved." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PARM-OLD-BASE NOT = SPACES AND
               WS-PARM-BASE-CURRENCY NOT = WS-PARM-OLD-BASE
               MOVE "Base currency cannot be changed once set." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PARM-FILE.
           MOVE WS-PARM-MAX-FAILED TO PARM-MAX-FAILED-ATTEMPTS.
           MOVE WS-PARM-BUS-START TO PARM-BUS-HOURS-START.
           MOVE WS-PARM-BUS-END TO PARM-BUS-HOURS-END.
           MOVE WS-PARM-TRANS-KEEP TO PARM-TRANS-KEEP-MONTHS.
           MOVE WS-PARM-BASE-CURRENCY TO PARM-BASE-CURRENCY.
           MOVE WS-PARM-RECERT-DAYS TO PARM-RECERT-DAYS.
           MOVE WS-PARM-SPOOL-HOLD TO PARM-SPOOL-RETENTION.
           WRITE SITE-PARM-RECORD.
           CLOSE PARM-FILE.

           MOVE "Admin deleted a category budget" TO WS-AUDIT-DETAIL.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5800-ADMIN-PAYEE-MAINT.
      ******************************************************************
      * Payee master maintenance - adds a payee, changes its name and *
      * bank details, suspends it from further payment, or            *
      * reactivates it. Suspension and reactivation are open to       *
      * SUPERVISOR like account maintenance; adding a payee or        *
      * changing where its money goes is ADMIN only. Payees are never *
      * deleted, so paid entries always resolve.                      *
      ******************************************************************
           MOVE SPACES TO WS-PAYEE-TARGET WS-PAYEE-ACTION
               WS-PAYEE-NEW-NAME WS-PAYEE-NEW-SORT-CODE
               WS-PAYEE-NEW-ACCOUNT WS-MESSAGE.
           DISPLAY ADMIN-PAYEE-SCREEN.
           ACCEPT ADMIN-PAYEE-SCREEN.

           IF FUNCTION TRIM(WS-PAYEE-TARGET) = SPACES
               MOVE "Payee ID is required." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF (WS-PAYEE-ACTION = 'A' OR WS-PAYEE-ACTION = 'a' OR
               WS-PAYEE-ACTION = 'C' OR WS-PAYEE-ACTION = 'c') AND
               NOT TIER-IS-ADMIN
               MOVE "Only ADMIN can add payees or change bank "
                   & "details." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.

           OPEN I-O PAYEE-FILE.
           IF WS-PAYEE-FILE-STATUS = '35'
               CLOSE PAYEE-FILE
               OPEN OUTPUT PAYEE-FILE
               CLOSE PAYEE-FILE
               OPEN I-O PAYEE-FILE
           END-IF.

           EVALUATE WS-PAYEE-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5810-ADD-PAYEE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 5820-CHANGE-PAYEE
               WHEN 'S'
               WHEN 's'
                   PERFORM 5830-SUSPEND-PAYEE
               WHEN 'E'
               WHEN 'e'
                   PERFORM 5840-REACTIVATE-PAYEE
               WHEN OTHER
                   MOVE "Action must be A, C, S, or E." TO WS-MESSAGE
           END-EVALUATE.
           CLOSE PAYEE-FILE.

       5805-CHECK-PAYEE-DETAILS.
      * Name, a six-digit sort code and an eight-digit account are
      * all required - a payment instruction with any missing would
      * be rejected by the bank.
           IF FUNCTION TRIM(WS-PAYEE-NEW-NAME) = SPACES
               MOVE "Payee name is required." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAYEE-NEW-SORT-CODE IS NOT NUMERIC
               MOVE "Sort code must be six digits." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAYEE-NEW-ACCOUNT IS NOT NUMERIC
               MOVE "Bank account must be eight digits." TO
                   WS-MESSAGE
           END-IF.

       5810-ADD-PAYEE.
           PERFORM 5805-CHECK-PAYEE-DETAILS.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-PAYEE-TARGET) TO PAYEE-ID.
           MOVE WS-PAYEE-NEW-NAME TO PAYEE-NAME.
           MOVE WS-PAYEE-NEW-SORT-CODE TO PAYEE-SORT-CODE.
           MOVE WS-PAYEE-NEW-ACCOUNT TO PAYEE-BANK-ACCOUNT.
           MOVE 'ACTIVE' TO PAYEE-STATUS.
           MOVE WS-CURRENT-DATE TO PAYEE-ADDED-DATE PAYEE-MAINT-DATE.
           MOVE WS-CURRENT-USER-ID TO PAYEE-MAINT-USER-ID.
           WRITE PAYEE-RECORD
               INVALID KEY
                   MOVE "Payee ID already exists." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "Payee added." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin added payee " DELIMITED BY SIZE
               FUNCTION TRIM(PAYEE-ID) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5820-CHANGE-PAYEE.
           PERFORM 5805-CHECK-PAYEE-DETAILS.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-PAYEE-TARGET) TO PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE "Payee not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-PAYEE-NEW-NAME TO PAYEE-NAME.
           MOVE WS-PAYEE-NEW-SORT-CODE TO PAYEE-SORT-CODE.
           MOVE WS-PAYEE-NEW-ACCOUNT TO PAYEE-BANK-ACCOUNT.
           MOVE WS-CURRENT-DATE TO PAYEE-MAINT-DATE.
           MOVE WS-CURRENT-USER-ID TO PAYEE-MAINT-USER-ID.
           REWRITE PAYEE-RECORD.
           MOVE "Payee details changed." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin changed payee details " DELIMITED BY SIZE
               FUNCTION TRIM(PAYEE-ID) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5830-SUSPEND-PAYEE.
           MOVE FUNCTION TRIM(WS-PAYEE-TARGET) TO PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE "Payee not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           IF PAYEE-IS-SUSPENDED
               MOVE "Payee is already suspended." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SUSPENDED' TO PAYEE-STATUS.
           MOVE WS-CURRENT-DATE TO PAYEE-MAINT-DATE.
           MOVE WS-CURRENT-USER-ID TO PAYEE-MAINT-USER-ID.
           REWRITE PAYEE-RECORD.
           MOVE "Payee suspended." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin suspended payee " DELIMITED BY SIZE
               FUNCTION TRIM(PAYEE-ID) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5840-REACTIVATE-PAYEE.
           MOVE FUNCTION TRIM(WS-PAYEE-TARGET) TO PAYEE-ID.
           READ PAYEE-FILE
               INVALID KEY
                   MOVE "Payee not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           IF PAYEE-IS-ACTIVE
               MOVE "Payee is already active." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ACTIVE' TO PAYEE-STATUS.
           MOVE WS-CURRENT-DATE TO PAYEE-MAINT-DATE.
           MOVE WS-CURRENT-USER-ID TO PAYEE-MAINT-USER-ID.
           REWRITE PAYEE-RECORD.
           MOVE "Payee reactivated." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin reactivated payee " DELIMITED BY SIZE
               FUNCTION TRIM(PAYEE-ID) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5900-ADMIN-FXRATE-MAINT.
      ******************************************************************
      * Exchange rate maintenance - sets (or replaces) the rate for a *
      * currency from an effective date, or deletes one. Open to      *
      * ADMIN and SUPERVISOR, like the budgets. A rate dated in a     *
      * closed period cannot be set or deleted - entries and the      *
      * revaluation for that period have already used it.             *
      ******************************************************************
           MOVE SPACES TO WS-FX-TARGET-CURRENCY WS-FX-ACTION
               WS-MESSAGE.
           MOVE 0 TO WS-FX-TARGET-DATE WS-FX-NEW-RATE.
           DISPLAY ADMIN-FXRATE-SCREEN.
           ACCEPT ADMIN-FXRATE-SCREEN.

           MOVE FUNCTION UPPER-CASE(WS-FX-TARGET-CURRENCY) TO
               WS-FX-TARGET-CURRENCY.
           IF WS-FX-TARGET-CURRENCY IS NOT ALPHABETIC OR
               WS-FX-TARGET-CURRENCY(3:1) = SPACE
               MOVE "Currency must be a 3-letter code." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FX-TARGET-CURRENCY = WS-BASE-CURRENCY
               MOVE "The base currency needs no rate." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FX-TARGET-DATE = 0
               MOVE "Effective date is required (YYYYMMDD)." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FX-TARGET-DATE TO WS-CHECK-DATE.
           PERFORM 4180-CHECK-PERIOD-CLOSED.
           IF CHECK-PERIOD-IS-CLOSED
               MOVE "Effective date falls in a closed period." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O FXRATE-FILE.
           IF WS-FXRATE-FILE-STATUS = '35'
               CLOSE FXRATE-FILE
               OPEN OUTPUT FXRATE-FILE
               CLOSE FXRATE-FILE
               OPEN I-O FXRATE-FILE
           END-IF.

           EVALUATE WS-FX-ACTION
               WHEN 'S'
               WHEN 's'
                   PERFORM 5910-SET-FXRATE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 5920-DELETE-FXRATE
               WHEN OTHER
                   MOVE "Action must be S (set) or D (delete)." TO
                       WS-MESSAGE
           END-EVALUATE.
           CLOSE FXRATE-FILE.

       5910-SET-FXRATE.
           IF WS-FX-NEW-RATE = 0
               MOVE "Rate must be greater than zero." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FX-TARGET-CURRENCY TO FXR-CURRENCY.
           MOVE WS-FX-TARGET-DATE TO FXR-EFFECTIVE-DATE.
           MOVE WS-FX-NEW-RATE TO FXR-RATE.
           MOVE WS-CURRENT-USER-ID TO FXR-MAINT-USER-ID.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO FXR-MAINT-DATE.
           WRITE FXRATE-RECORD
               INVALID KEY
                   REWRITE FXRATE-RECORD
           END-WRITE.
           MOVE "Exchange rate set." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin set exchange rate " DELIMITED BY SIZE
               WS-FX-TARGET-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FX-TARGET-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5920-DELETE-FXRATE.
           MOVE WS-FX-TARGET-CURRENCY TO FXR-CURRENCY.
           MOVE WS-FX-TARGET-DATE TO FXR-EFFECTIVE-DATE.
           READ FXRATE-FILE
               INVALID KEY
                   MOVE "No rate on file for that currency and date."
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           DELETE FXRATE-FILE.
           MOVE "Exchange rate deleted." TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin deleted exchange rate " DELIMITED BY SIZE
               WS-FX-TARGET-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FX-TARGET-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       5950-ADMIN-TAX-MAINT.
      ******************************************************************
      * Tax code table maintenance - adds a code, changes its         *
      * description or rate, retires it from further entry, or        *
      * reactivates it. ADMIN tier only, like the site parameters. A  *
      * rate change applies to entries made from now on; entries      *
      * already made keep the rate they were split at, so a return    *
      * already filed never restates.                                 *
      ******************************************************************
           MOVE SPACES TO WS-TAX-TARGET WS-TAX-ACTION WS-TAX-NEW-DESC
               WS-MESSAGE.
           MOVE 0 TO WS-TAX-NEW-RATE.
           DISPLAY ADMIN-TAX-SCREEN.
           ACCEPT ADMIN-TAX-SCREEN.

           MOVE FUNCTION UPPER-CASE(WS-TAX-TARGET) TO WS-TAX-TARGET.
           IF WS-TAX-TARGET = SPACES
               MOVE "Tax code is required." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TAX-FILE.
           IF WS-TAX-FILE-STATUS = '35'
               CLOSE TAX-FILE
               OPEN OUTPUT TAX-FILE
               CLOSE TAX-FILE
               OPEN I-O TAX-FILE
           END-IF.

           EVALUATE WS-TAX-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5960-ADD-TAX-CODE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 5970-CHANGE-TAX-CODE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 5980-RETIRE-TAX-CODE
               WHEN 'E'
               WHEN 'e'
                   PERFORM 5990-REACTIVATE-TAX-CODE
               WHEN OTHER
                   MOVE "Action must be A, C, R, or E." TO WS-MESSAGE
           END-EVALUATE.
           CLOSE TAX-FILE.

       5960-ADD-TAX-CODE.
           IF FUNCTION TRIM(WS-TAX-NEW-DESC) = SPACES
               MOVE "Description is required to add." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAX-TARGET TO TAX-CODE.
           MOVE WS-TAX-NEW-DESC TO TAX-DESCRIPTION.
           MOVE WS-TAX-NEW-RATE TO TAX-RATE.
           MOVE 'ACTIVE' TO TAX-STATUS.
           MOVE WS-CURRENT-USER-ID TO TAX-MAINT-USER-ID.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO TAX-MAINT-DATE.
           WRITE TAX-RECORD
               INVALID KEY
                   MOVE "Tax code already exists." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "Tax code added." TO WS-MESSAGE.
           PERFORM 5995-AUDIT-TAX-CHANGE.

       5970-CHANGE-TAX-CODE.
      * A blank description keeps the one on file; the rate keyed
      * always replaces the rate on file, zero included.
           MOVE WS-TAX-TARGET TO TAX-CODE.
           READ TAX-FILE
               INVALID KEY
                   MOVE "Tax code not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           IF FUNCTION TRIM(WS-TAX-NEW-DESC) NOT = SPACES
               MOVE WS-TAX-NEW-DESC TO TAX-DESCRIPTION
           END-IF.
           MOVE WS-TAX-NEW-RATE TO TAX-RATE.
           MOVE WS-CURRENT-USER-ID TO TAX-MAINT-USER-ID.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO TAX-MAINT-DATE.
           REWRITE TAX-RECORD.
           MOVE "Tax code changed." TO WS-MESSAGE.
           PERFORM 5995-AUDIT-TAX-CHANGE.

       5980-RETIRE-TAX-CODE.
           MOVE WS-TAX-TARGET TO TAX-CODE.
           READ TAX-FILE
               INVALID KEY
                   MOVE "Tax code not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           IF TAX-IS-RETIRED
               MOVE "Tax code is already retired." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RETIRED' TO TAX-STATUS.
           MOVE WS-CURRENT-USER-ID TO TAX-MAINT-USER-ID.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO TAX-MAINT-DATE.
           REWRITE TAX-RECORD.
           MOVE "Tax code retired." TO WS-MESSAGE.
           PERFORM 5995-AUDIT-TAX-CHANGE.

       5990-REACTIVATE-TAX-CODE.
           MOVE WS-TAX-TARGET TO TAX-CODE.
           READ TAX-FILE
               INVALID KEY
                   MOVE "Tax code not found." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           IF TAX-IS-ACTIVE
               MOVE "Tax code is already active." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'ACTIVE' TO TAX-STATUS.
           MOVE WS-CURRENT-USER-ID TO TAX-MAINT-USER-ID.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO TAX-MAINT-DATE.
           REWRITE TAX-RECORD.
           MOVE "Tax code reactivated." TO WS-MESSAGE.
           PERFORM 5995-AUDIT-TAX-CHANGE.

       5995-AUDIT-TAX-CHANGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE TAX-RATE TO WS-TAX-RATE-EDIT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin maintained tax code " DELIMITED BY SIZE
               TAX-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TAX-RATE-EDIT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       6000-PROCESS-JOURNAL-VOUCHER.
      ******************************************************************
      * Keys a balanced multi-line journal voucher. Every line is     *
      * validated the way Data Entry A validates a single entry, the  *
      * lines must net to zero, and the voucher posts all-or-nothing: *
      * if any line cannot be written, the lines already written are  *
      * deleted again. The closed-period check and the approval      *
      * threshold apply to the voucher as a whole - the threshold is  *
      * tested against the voucher value (the sum of its debit        *
      * lines) and every line goes ACTIVE or PENDING together. A      *
      * voucher is its own balancing control, so it posts outside     *
      * any entry batch the session has open.                          *
      ******************************************************************
           MOVE SPACES TO WS-JV-VOUCHER-NO WS-JV-DESCRIPTION
               WS-MESSAGE.
           INITIALIZE WS-JV-LINE-TABLE.
           DISPLAY JOURNAL-VOUCHER-SCREEN.
           ACCEPT JOURNAL-VOUCHER-SCREEN.

           IF FUNCTION TRIM(WS-JV-VOUCHER-NO) = SPACES
               MOVE "Voucher number is required." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-JV-VOUCHER-NO) TO WS-JV-VOUCHER-NO.

           PERFORM 6010-VALIDATE-VOUCHER-LINES.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-JV-NET-AMOUNT NOT = 0
               MOVE WS-JV-NET-AMOUNT TO WS-JV-AMOUNT-EDIT
               STRING "Voucher does not balance - lines net "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JV-AMOUNT-EDIT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           PERFORM 4185-GET-BUSINESS-DATE.
           IF BUSINESS-DAY-CLOSING
               MOVE "Close in progress - voucher held. Try again "
                   & "shortly." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE.
           PERFORM 4180-CHECK-PERIOD-CLOSED.
           IF CHECK-PERIOD-IS-CLOSED
               MOVE "Voucher date falls in a closed period." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-JV-BUDG-WARN.
           PERFORM 6020-CHECK-ONE-LINE-BUDGET
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR
                   FUNCTION TRIM(WS-MESSAGE) NOT = SPACES.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-JV-GROSS-AMOUNT > WS-APPROVAL-THRESHOLD
               MOVE 'PENDING' TO WS-JV-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-JV-STATUS
           END-IF.

           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = '35'
               CLOSE TRANS-FILE
               OPEN OUTPUT TRANS-FILE
               CLOSE TRANS-FILE
               OPEN I-O TRANS-FILE
           END-IF.

           MOVE 'Y' TO WS-JV-OK.
           PERFORM 6030-CHECK-ONE-LINE-ID-FREE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR WS-JV-OK = 'N'.
           IF WS-JV-OK = 'N'
               MOVE "Voucher number is already in use." TO WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE 0 TO WS-JV-WRITTEN-COUNT.
           PERFORM 6040-WRITE-ONE-VOUCHER-LINE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR WS-JV-OK = 'N'.
           IF WS-JV-OK = 'N'
               PERFORM 6050-BACK-OUT-ONE-LINE
                   VARYING WS-JV-SUB FROM 1 BY 1
                   UNTIL WS-JV-SUB > WS-JV-WRITTEN-COUNT
               CLOSE TRANS-FILE
               MOVE "Voucher could not be posted - nothing was "
                   & "recorded." TO WS-MESSAGE
               MOVE "JRNL-VOUCHER" TO WS-AUDIT-ACTION
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "Voucher " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
                   " write failed - backed out" DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM 9000-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF.
           CLOSE TRANS-FILE.
      * Only a voucher that posted whole reaches the totals - a line
      * backed out above never counted.
           IF WS-JV-STATUS = 'ACTIVE'
               PERFORM 6060-POST-ONE-LINE-TOTAL
                   VARYING WS-JV-SUB FROM 1 BY 1
                   UNTIL WS-JV-SUB > WS-JV-LINE-COUNT
           END-IF.

           IF WS-JV-STATUS = 'PENDING'
               MOVE "Voucher held for supervisor approval." TO
                   WS-MESSAGE
           ELSE
               MOVE "Voucher posted." TO WS-MESSAGE
           END-IF.
           IF WS-JV-BUDG-WARN = 'Y'
               MOVE "Posted. Warning: a category is now over budget."
                   TO WS-MESSAGE
           END-IF.
           MOVE WS-JV-LINE-COUNT TO WS-JV-LINE-EDIT.
           MOVE "JRNL-VOUCHER" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Posted voucher " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-LINE-EDIT) DELIMITED BY SIZE
               " lines" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       6010-VALIDATE-VOUCHER-LINES.
      ******************************************************************
      * Lines are keyed from line 1 down; the first wholly blank line *
      * ends the voucher and nothing may follow it. Each line in use  *
      * needs a non-zero amount and passes the Data Entry A account   *
      * and category checks. Totals the net and the voucher value.    *
      ******************************************************************
           MOVE 0 TO WS-JV-LINE-COUNT WS-JV-NET-AMOUNT
               WS-JV-GROSS-AMOUNT.
           MOVE 'N' TO WS-JV-BLANK-SEEN.
           PERFORM 6012-VALIDATE-ONE-LINE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > 8 OR
                   FUNCTION TRIM(WS-MESSAGE) NOT = SPACES.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-JV-LINE-COUNT < 2
               MOVE "A voucher needs at least two lines." TO
                   WS-MESSAGE
           END-IF.

       6012-VALIDATE-ONE-LINE.
           IF WS-JV-LINE-ACCOUNT(WS-JV-SUB) = SPACES AND
               WS-JV-LINE-CATEGORY(WS-JV-SUB) = SPACES AND
               WS-JV-LINE-AMOUNT(WS-JV-SUB) = 0
               MOVE 'Y' TO WS-JV-BLANK-SEEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-JV-BLANK-SEEN = 'Y'
               MOVE "Key voucher lines in order with no blank line."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-JV-LINE-AMOUNT(WS-JV-SUB) = 0
               MOVE "amount must be non-zero." TO WS-MESSAGE
               PERFORM 6014-PREFIX-LINE-NUMBER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JV-LINE-ACCOUNT(WS-JV-SUB) TO WS-ENTRY-ACCOUNT.
           PERFORM 4150-VALIDATE-ENTRY-ACCOUNT.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               PERFORM 6014-PREFIX-LINE-NUMBER
               EXIT PARAGRAPH
           END-IF.
      * A voucher must net to zero in one currency, so its lines post
      * to base-currency accounts only.
           IF WS-ENTRY-ACCT-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE "voucher lines post in base currency only." TO
                   WS-MESSAGE
               PERFORM 6014-PREFIX-LINE-NUMBER
               EXIT PARAGRAPH
           END-IF.
      * Each branch balances on its own, so a voucher stays within
      * the branch of its first line.
           IF WS-JV-LINE-COUNT = 0
               MOVE WS-ENTRY-BRANCH TO WS-JV-BRANCH
           END-IF.
           IF WS-ENTRY-BRANCH NOT = WS-JV-BRANCH
               MOVE "voucher lines must all be in one branch." TO
                   WS-MESSAGE
               PERFORM 6014-PREFIX-LINE-NUMBER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JV-LINE-CATEGORY(WS-JV-SUB) TO WS-ENTRY-CATEGORY.
           PERFORM 4160-VALIDATE-ENTRY-CATEGORY.
           IF FUNCTION TRIM(WS-MESSAGE) NOT = SPACES
               PERFORM 6014-PREFIX-LINE-NUMBER
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-JV-LINE-COUNT.
           ADD WS-JV-LINE-AMOUNT(WS-JV-SUB) TO WS-JV-NET-AMOUNT.
           IF WS-JV-LINE-AMOUNT(WS-JV-SUB) > 0
               ADD WS-JV-LINE-AMOUNT(WS-JV-SUB) TO WS-JV-GROSS-AMOUNT
           END-IF.

       6014-PREFIX-LINE-NUMBER.
           MOVE WS-JV-SUB TO WS-JV-LINE-EDIT.
           MOVE SPACES TO WS-JV-SHOW-LINE.
           STRING "Line " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-LINE-EDIT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MESSAGE) DELIMITED BY SIZE
               INTO WS-JV-SHOW-LINE
           END-STRING.
           MOVE WS-JV-SHOW-LINE TO WS-MESSAGE.

       6020-CHECK-ONE-LINE-BUDGET.
      * The budget sees the voucher's whole movement on the line's
      * category, so two lines on one category are judged together.
           MOVE WS-JV-LINE-CATEGORY(WS-JV-SUB) TO WS-ENTRY-CATEGORY.
           MOVE 0 TO WS-JV-CATG-TOTAL.
           PERFORM 6022-ADD-SAME-CATEGORY
               VARYING WS-JV-SCAN-SUB FROM 1 BY 1
               UNTIL WS-JV-SCAN-SUB > WS-JV-LINE-COUNT.
           MOVE WS-JV-CATG-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 4190-CHECK-CATEGORY-BUDGET.
           IF BUDG-CHECK-IS-REFUSE
               MOVE "category over its hard-stop budget - refused."
                   TO WS-MESSAGE
               PERFORM 6014-PREFIX-LINE-NUMBER
           END-IF.
           IF BUDG-CHECK-IS-WARN
               MOVE 'Y' TO WS-JV-BUDG-WARN
           END-IF.

       6022-ADD-SAME-CATEGORY.
           IF WS-JV-LINE-CATEGORY(WS-JV-SCAN-SUB) =
               WS-JV-LINE-CATEGORY(WS-JV-SUB)
               ADD WS-JV-LINE-AMOUNT(WS-JV-SCAN-SUB) TO
                   WS-JV-CATG-TOTAL
           END-IF.

       6030-CHECK-ONE-LINE-ID-FREE.
      * Anything but a clean not-found - the key on file, or locked
      * by another session - means the voucher number cannot be used.
           PERFORM 6090-BUILD-VOUCHER-LINE-ID.
           MOVE WS-JV-TRANS-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANS-FILE-STATUS NOT = '23'
               MOVE 'N' TO WS-JV-OK
           END-IF.

       6040-WRITE-ONE-VOUCHER-LINE.
           PERFORM 6090-BUILD-VOUCHER-LINE-ID.
           MOVE WS-JV-TRANS-ID TO TRANS-ID.
           MOVE WS-CURRENT-USER-ID TO TRANS-USER-ID.
           IF WS-JV-LINE-DESC(WS-JV-SUB) = SPACES
               MOVE WS-JV-DESCRIPTION TO TRANS-DESCRIPTION
           ELSE
               MOVE WS-JV-LINE-DESC(WS-JV-SUB) TO TRANS-DESCRIPTION
           END-IF.
           MOVE WS-JV-LINE-AMOUNT(WS-JV-SUB) TO TRANS-AMOUNT.
           MOVE FUNCTION TRIM(WS-JV-LINE-ACCOUNT(WS-JV-SUB)) TO
               TRANS-ACCOUNT-NO.
           MOVE FUNCTION TRIM(WS-JV-LINE-CATEGORY(WS-JV-SUB)) TO
               TRANS-CATEGORY-CODE.
           MOVE WS-JV-STATUS TO TRANS-STATUS.
           MOVE 0 TO TRANS-BATCH-NO.
           MOVE WS-BUSINESS-DATE TO TRANS-DATE.
           MOVE WS-CURRENT-TIME TO TRANS-TIME.
           MOVE SPACES TO TRANS-PRIOR-DESCRIPTION
               TRANS-MAINT-USER-ID TRANS-APPROVER-ID.
           MOVE 0 TO TRANS-PRIOR-AMOUNT TRANS-MAINT-DATE
               TRANS-MAINT-TIME TRANS-APPROVAL-DATE.
           MOVE 'N' TO TRANS-GL-SENT-FLAG.
           MOVE 0 TO TRANS-GL-SENT-AMOUNT TRANS-GL-SENT-DATE.
           MOVE WS-JV-VOUCHER-NO TO TRANS-VOUCHER-NO.
           MOVE WS-JV-SUB TO TRANS-VOUCHER-LINE.
           MOVE WS-JV-LINE-COUNT TO TRANS-VOUCHER-LINES.
           MOVE 'N' TO TRANS-CLEARED-FLAG.
           MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE.
           MOVE SPACES TO TRANS-PAYEE-ID.
           MOVE 0 TO TRANS-PAY-RUN-NO TRANS-PAID-DATE.
           MOVE WS-BASE-CURRENCY TO TRANS-CURRENCY.
           MOVE TRANS-AMOUNT TO TRANS-ORIG-AMOUNT.
           MOVE 1 TO TRANS-FX-RATE.
      * A journal is a transfer between ledger lines, not a supply -
      * voucher lines carry no tax.
           MOVE SPACES TO TRANS-TAX-CODE.
           MOVE 0 TO TRANS-TAX-RATE TRANS-TAX-AMOUNT TRANS-GL-SENT-TAX.
           MOVE TRANS-AMOUNT TO TRANS-NET-AMOUNT.
           MOVE WS-JV-BRANCH TO TRANS-BRANCH-CODE.
           MOVE 0 TO TRANS-INB-SEQ-NO.
           MOVE 'N' TO TRANS-ACCRUAL-FLAG.
           MOVE SPACES TO TRANS-ACCRUAL-LINK.
           WRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-JV-OK
           END-WRITE.
           IF WS-JV-OK = 'Y'
               ADD 1 TO WS-JV-WRITTEN-COUNT
               MOVE 'A' TO WS-JNL-ACTION
               PERFORM 9400-JOURNAL-TRANS-IMAGE
           END-IF.

       6050-BACK-OUT-ONE-LINE.
           PERFORM 6090-BUILD-VOUCHER-LINE-ID.
           MOVE WS-JV-TRANS-ID TO TRANS-ID.
           DELETE TRANS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE 'D' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.

       6060-POST-ONE-LINE-TOTAL.
           MOVE FUNCTION TRIM(WS-JV-LINE-CATEGORY(WS-JV-SUB)) TO
               WS-CPT-POST-CATG.
           COMPUTE WS-CPT-POST-PERIOD = WS-BUSINESS-DATE / 100.
           MOVE WS-JV-BRANCH TO WS-CPT-POST-BRANCH.
           MOVE WS-JV-LINE-AMOUNT(WS-JV-SUB) TO WS-CPT-POST-AMOUNT.
           MOVE 1 TO WS-CPT-POST-COUNT.
           PERFORM 9520-POST-ONE-CATG-TOTAL.

       6090-BUILD-VOUCHER-LINE-ID.
      * A voucher line's key is the voucher number followed by the
      * two-digit line number in WS-JV-SUB.
           MOVE WS-JV-SUB TO WS-JV-LINE-NO.
           MOVE SPACES TO WS-JV-TRANS-ID.
           STRING FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               WS-JV-LINE-NO DELIMITED BY SIZE
               INTO WS-JV-TRANS-ID
           END-STRING.

       6100-LOAD-VOUCHER-LINES.
      ******************************************************************
      * Reads every line of voucher WS-JV-VOUCHER-NO (WS-JV-LINE-     *
      * COUNT lines) from the open transaction file into the line     *
      * table by key, totalling net and value. Notes a line missing   *
      * (found count short), locked by another session, or sitting in *
      * a different status from the rest - the caller refuses to act  *
      * on a voucher that is not whole and consistent.                *
      ******************************************************************
           MOVE 0 TO WS-JV-FOUND-COUNT WS-JV-NET-AMOUNT
               WS-JV-GROSS-AMOUNT.
           MOVE 'N' TO WS-JV-MIXED WS-JV-LOCK-HIT WS-JV-CLEARED-HIT.
           MOVE SPACES TO WS-JV-STATUS WS-JV-ENTRY-USER.
           MOVE 0 TO WS-JV-ENTRY-DATE.
           INITIALIZE WS-JV-LINE-TABLE.
           PERFORM 6110-LOAD-ONE-VOUCHER-LINE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR WS-JV-SUB > 8.

       6110-LOAD-ONE-VOUCHER-LINE.
           PERFORM 6090-BUILD-VOUCHER-LINE-ID.
           MOVE WS-JV-TRANS-ID TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANS-FILE-STATUS = '51'
               MOVE 'Y' TO WS-JV-LOCK-HIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-VOUCHER-NO NOT = WS-JV-VOUCHER-NO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-JV-FOUND-COUNT.
           MOVE TRANS-ID TO WS-JV-LINE-TRANS-ID(WS-JV-SUB).
           MOVE TRANS-ACCOUNT-NO TO WS-JV-LINE-ACCOUNT(WS-JV-SUB).
           MOVE TRANS-CATEGORY-CODE TO WS-JV-LINE-CATEGORY(WS-JV-SUB).
           MOVE TRANS-AMOUNT TO WS-JV-LINE-AMOUNT(WS-JV-SUB).
           MOVE TRANS-DESCRIPTION TO WS-JV-LINE-DESC(WS-JV-SUB).
           MOVE TRANS-STATUS TO WS-JV-LINE-STATUS(WS-JV-SUB).
           MOVE TRANS-MAINT-USER-ID TO
               WS-JV-LINE-MAINT-USER(WS-JV-SUB).
           MOVE TRANS-MAINT-DATE TO WS-JV-LINE-MAINT-DATE(WS-JV-SUB).
           MOVE TRANS-MAINT-TIME TO WS-JV-LINE-MAINT-TIME(WS-JV-SUB).
           IF TRANS-IS-CLEARED
               MOVE 'Y' TO WS-JV-CLEARED-HIT
           END-IF.
           ADD TRANS-AMOUNT TO WS-JV-NET-AMOUNT.
           IF TRANS-AMOUNT > 0
               ADD TRANS-AMOUNT TO WS-JV-GROSS-AMOUNT
           END-IF.
           IF WS-JV-STATUS = SPACES
               MOVE TRANS-STATUS TO WS-JV-STATUS
               MOVE TRANS-USER-ID TO WS-JV-ENTRY-USER
               MOVE TRANS-DATE TO WS-JV-ENTRY-DATE
           ELSE
               IF TRANS-STATUS NOT = WS-JV-STATUS
                   MOVE 'Y' TO WS-JV-MIXED
               END-IF
           END-IF.

       6120-SHOW-VOUCHER-LINES.
      * Lists the loaded lines under the VOUCHER-VIEW-SCREEN heading.
           MOVE 8 TO WS-JV-SHOW-ROW.
           PERFORM 6125-SHOW-ONE-VOUCHER-LINE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR WS-JV-SUB > 8.

       6125-SHOW-ONE-VOUCHER-LINE.
           IF WS-JV-LINE-TRANS-ID(WS-JV-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JV-SHOW-LINE.
           MOVE WS-JV-LINE-TRANS-ID(WS-JV-SUB) TO
               WS-JV-SHOW-LINE(1:10).
           MOVE WS-JV-LINE-ACCOUNT(WS-JV-SUB) TO
               WS-JV-SHOW-LINE(12:8).
           MOVE WS-JV-LINE-CATEGORY(WS-JV-SUB) TO
               WS-JV-SHOW-LINE(21:4).
           MOVE WS-JV-LINE-AMOUNT(WS-JV-SUB) TO WS-JV-AMOUNT-EDIT.
           MOVE WS-JV-AMOUNT-EDIT TO WS-JV-SHOW-LINE(26:18).
           MOVE WS-JV-LINE-STATUS(WS-JV-SUB) TO
               WS-JV-SHOW-LINE(45:8).
           DISPLAY WS-JV-SHOW-LINE LINE WS-JV-SHOW-ROW COLUMN 5.
           ADD 1 TO WS-JV-SHOW-ROW.

       6200-QUERY-WHOLE-VOUCHER.
      ******************************************************************
      * Data Query B for a journal voucher: every line is shown with  *
      * the voucher value and proof, and every line goes to the       *
      * query extract, so the voucher is always seen whole.           *
      ******************************************************************
           MOVE TRANS-VOUCHER-NO TO WS-JV-VOUCHER-NO.
           MOVE TRANS-VOUCHER-LINES TO WS-JV-LINE-COUNT.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "No transactions on file yet." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6100-LOAD-VOUCHER-LINES.
           PERFORM 6210-EXTRACT-ONE-VOUCHER-LINE
               VARYING WS-JV-SCAN-SUB FROM 1 BY 1
               UNTIL WS-JV-SCAN-SUB > WS-JV-LINE-COUNT OR
                   WS-JV-SCAN-SUB > 8.
           CLOSE TRANS-FILE.

           EVALUATE TRUE
               WHEN WS-JV-FOUND-COUNT < WS-JV-LINE-COUNT
                   MOVE "Voucher is incomplete - lines missing from "
                       & "file." TO WS-MESSAGE
               WHEN WS-JV-NET-AMOUNT NOT = 0
                   MOVE "Voucher lines do not net to zero." TO
                       WS-MESSAGE
               WHEN OTHER
                   MOVE "Voucher found. Lines net to zero." TO
                       WS-MESSAGE
           END-EVALUATE.
           MOVE "DATA-QUERY" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Data Query B returned voucher " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           MOVE WS-JV-GROSS-AMOUNT TO WS-JV-AMOUNT-EDIT.
           DISPLAY VOUCHER-VIEW-SCREEN.
           PERFORM 6120-SHOW-VOUCHER-LINES.
           DISPLAY "Press Enter to continue..." LINE 22 COLUMN 5.
           ACCEPT OMITTED LINE 22 COLUMN 32.

       6210-EXTRACT-ONE-VOUCHER-LINE.
           IF WS-JV-LINE-TRANS-ID(WS-JV-SCAN-SUB) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JV-LINE-TRANS-ID(WS-JV-SCAN-SUB) TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE TRANS-AMOUNT TO WS-QUERY-AMOUNT-EDIT.
           PERFORM 4300-WRITE-QUERY-EXTRACT.

       6300-DECIDE-ONE-VOUCHER.
      ******************************************************************
      * Approval queue decision over a whole journal voucher. The     *
      * lines are shown together and one decision is applied to every *
      * line; a voucher that is not whole and uniformly PENDING is    *
      * passed over. Reading the lines by key moves the file off the  *
      * sweep, so the sweep is restarted just past the line it was    *
      * sitting on once the voucher is dealt with.                     *
      ******************************************************************
           MOVE TRANS-ID TO WS-JV-SAVE-TRANS-ID.
           MOVE TRANS-VOUCHER-NO TO WS-JV-VOUCHER-NO
               WS-JV-LAST-DECIDED.
           MOVE TRANS-VOUCHER-LINES TO WS-JV-LINE-COUNT.
           PERFORM 6100-LOAD-VOUCHER-LINES.
           IF WS-JV-LOCK-HIT = 'Y'
               MOVE 'Y' TO WS-APPR-TRANS-EOF
               MOVE 'Y' TO WS-APPR-LOCK-HIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-JV-FOUND-COUNT < WS-JV-LINE-COUNT OR
               WS-JV-MIXED = 'Y'
               PERFORM 6390-RESUME-APPROVAL-SWEEP
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-APPR-DECISION WS-MESSAGE.
           MOVE WS-JV-GROSS-AMOUNT TO WS-JV-AMOUNT-EDIT.
           DISPLAY VOUCHER-VIEW-SCREEN.
           PERFORM 6120-SHOW-VOUCHER-LINES.
           DISPLAY "A=Approve, R=Reject, S=Skip, X=Exit:" LINE 18
               COLUMN 5.
           ACCEPT WS-APPR-DECISION LINE 18 COLUMN 42.

           EVALUATE WS-APPR-DECISION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'ACTIVE' TO WS-JV-STATUS
                   PERFORM 6310-APPLY-VOUCHER-DECISION
                   IF WS-JV-OK = 'Y'
                       ADD WS-JV-LINE-COUNT TO WS-APPR-APPROVED-CNT
                       MOVE "Approved voucher " TO WS-AUDIT-DETAIL
                       MOVE " was approved by " TO WS-JV-SHOW-LINE
                       PERFORM 6350-RECORD-VOUCHER-DECISION
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'REJECTED' TO WS-JV-STATUS
                   PERFORM 6310-APPLY-VOUCHER-DECISION
                   IF WS-JV-OK = 'Y'
                       ADD WS-JV-LINE-COUNT TO WS-APPR-REJECTED-CNT
                       MOVE "Rejected voucher " TO WS-AUDIT-DETAIL
                       MOVE " was rejected by " TO WS-JV-SHOW-LINE
                       PERFORM 6350-RECORD-VOUCHER-DECISION
                       MOVE 'REJT' TO WS-EXQ-TYPE
                       MOVE SPACES TO WS-EXQ-REF WS-EXQ-DESC
                       STRING "VOUCHER " DELIMITED BY SIZE
                           WS-JV-VOUCHER-NO DELIMITED BY SIZE
                           INTO WS-EXQ-REF
                       END-STRING
                       MOVE TRANS-BRANCH-CODE TO WS-EXQ-BRANCH
                       MOVE WS-JV-ENTRY-USER TO WS-EXQ-OWNER
                       STRING "Rejected by " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CURRENT-USER-ID)
                               DELIMITED BY SIZE
                           " - correct voucher " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-JV-VOUCHER-NO)
                               DELIMITED BY SIZE
                           INTO WS-EXQ-DESC
                       END-STRING
                       PERFORM 9600-RAISE-EXCEPTION
                   END-IF
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO WS-APPR-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 6390-RESUME-APPROVAL-SWEEP.

       6310-APPLY-VOUCHER-DECISION.
      * If a line cannot be updated the lines already decided are put
      * back to PENDING, so the voucher never splits across statuses.
           MOVE 'Y' TO WS-JV-OK.
           MOVE 0 TO WS-JV-WRITTEN-COUNT.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           PERFORM 6320-DECIDE-ONE-VOUCHER-LINE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR WS-JV-OK = 'N'.
           IF WS-JV-OK = 'N'
               MOVE 'PENDING' TO WS-JV-STATUS
               MOVE 'N' TO WS-JV-UNDO-FAILED
               PERFORM 6330-UNDO-ONE-VOUCHER-DECISION
                   VARYING WS-JV-SUB FROM 1 BY 1
                   UNTIL WS-JV-SUB > WS-JV-WRITTEN-COUNT
               MOVE 'Y' TO WS-APPR-LOCK-HIT
               IF WS-JV-UNDO-FAILED = 'Y'
                   MOVE 'Y' TO WS-APPR-UNDO-HIT
                   MOVE "APPROVAL" TO WS-AUDIT-ACTION
                   PERFORM 6340-AUDIT-PARTIAL-UNDO
               END-IF
           END-IF.

       6320-DECIDE-ONE-VOUCHER-LINE.
           PERFORM 6380-READ-VOUCHER-LINE-LOCKED.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE 'N' TO WS-JV-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9510-NOTE-CATG-BEFORE.
           MOVE WS-JV-STATUS TO TRANS-STATUS.
           MOVE WS-CURRENT-USER-ID TO TRANS-APPROVER-ID.
           MOVE WS-CURRENT-DATE TO TRANS-APPROVAL-DATE.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-JV-OK
           END-REWRITE.
           IF WS-JV-OK = 'Y'
               ADD 1 TO WS-JV-WRITTEN-COUNT
               MOVE 'R' TO WS-JNL-ACTION
               PERFORM 9400-JOURNAL-TRANS-IMAGE
               PERFORM 9500-POST-CATG-CHANGE
           END-IF.

       6330-UNDO-ONE-VOUCHER-DECISION.
      * A line that cannot be read back or rewritten is left decided
      * and noted in WS-JV-UNDO-FAILED; the rest are still undone.
           PERFORM 6380-READ-VOUCHER-LINE-LOCKED.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE 'Y' TO WS-JV-UNDO-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9510-NOTE-CATG-BEFORE.
           MOVE WS-JV-STATUS TO TRANS-STATUS.
           MOVE SPACES TO TRANS-APPROVER-ID.
           MOVE 0 TO TRANS-APPROVAL-DATE.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-JV-UNDO-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.
           PERFORM 9500-POST-CATG-CHANGE.

       6340-AUDIT-PARTIAL-UNDO.
      * Tells the operator and audits a FAILURE under the action the
      * caller set when a voucher could not be put back whole.
           MOVE "Voucher partially undone - see supervisor."
               TO WS-MESSAGE.
           MOVE "FAILURE" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Partly undone voucher " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       6350-RECORD-VOUCHER-DECISION.
      * Audits the decision once for the voucher and tells the
      * entering user. WS-AUDIT-DETAIL arrives holding the verb
      * phrase, WS-JV-SHOW-LINE the message wording.
           MOVE "APPROVAL" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL(18:8)
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.
           MOVE WS-JV-ENTRY-USER TO WS-MSG-TO.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING "Your voucher " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               WS-JV-SHOW-LINE(1:17) DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USER-ID) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           END-STRING.
           MOVE 0 TO WS-MSG-EXPIRY.
           PERFORM 9300-POST-MESSAGE.

       6380-READ-VOUCHER-LINE-LOCKED.
      * Reads line WS-JV-SUB for update, riding out another session's
      * record lock on the same paced retry as Cancel/Amend.
           MOVE WS-JV-LINE-TRANS-ID(WS-JV-SUB) TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 0 TO WS-REC-RETRY-COUNT.
           PERFORM 6385-RETRY-LOCKED-VOUCHER-LINE
               UNTIL WS-TRANS-FILE-STATUS NOT = '51' OR
                   WS-REC-RETRY-COUNT > WS-REC-RETRY-LIMIT.

       6385-RETRY-LOCKED-VOUCHER-LINE.
           ADD 1 TO WS-REC-RETRY-COUNT.
           CALL "C$SLEEP" USING WS-REC-WAIT-SECS.
           MOVE WS-JV-LINE-TRANS-ID(WS-JV-SUB) TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       6390-RESUME-APPROVAL-SWEEP.
           MOVE WS-JV-SAVE-TRANS-ID TO TRANS-ID.
           START TRANS-FILE KEY IS > TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-APPR-TRANS-EOF
           END-START.

       6400-CANCEL-WHOLE-VOUCHER.
      ******************************************************************
      * Cancel/Amend on any line of a journal voucher cancels every   *
      * line, each stamped as maintained by this operator on the      *
      * business date. Should a line fail to update, the lines        *
      * already cancelled are restored exactly - status and           *
      * maintenance stamp - so the voucher is never half cancelled.   *
      ******************************************************************
           MOVE 'N' TO WS-MAINT-OK.
           MOVE TRANS-VOUCHER-NO TO WS-JV-VOUCHER-NO.
           MOVE TRANS-VOUCHER-LINES TO WS-JV-LINE-COUNT.
           PERFORM 6100-LOAD-VOUCHER-LINES.
           IF WS-JV-LOCK-HIT = 'Y'
               MOVE "A voucher line is in use by another operator "
                   & "- try again." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-JV-FOUND-COUNT < WS-JV-LINE-COUNT OR
               WS-JV-MIXED = 'Y'
               MOVE "Voucher is not whole on file - refer to "
                   & "supervisor." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-JV-CLEARED-HIT = 'Y'
               MOVE "A voucher line has cleared the bank - unmatch "
                   & "it first." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-JV-OK.
           MOVE 'N' TO WS-JV-UNDO-FAILED.
           MOVE 0 TO WS-JV-WRITTEN-COUNT.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM 6410-CANCEL-ONE-VOUCHER-LINE
               VARYING WS-JV-SUB FROM 1 BY 1
               UNTIL WS-JV-SUB > WS-JV-LINE-COUNT OR WS-JV-OK = 'N'.
           IF WS-JV-OK = 'N'
               PERFORM 6420-RESTORE-ONE-VOUCHER-LINE
                   VARYING WS-JV-SUB FROM 1 BY 1
                   UNTIL WS-JV-SUB > WS-JV-WRITTEN-COUNT
               MOVE "A voucher line is in use by another operator "
                   & "- try again." TO WS-MESSAGE
               IF WS-JV-UNDO-FAILED = 'Y'
                   MOVE "TRANS-MAINT" TO WS-AUDIT-ACTION
                   PERFORM 6340-AUDIT-PARTIAL-UNDO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-MAINT-OK.
           MOVE "Voucher cancelled - all lines." TO WS-MESSAGE.
           MOVE "TRANS-MAINT" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Cancelled voucher " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JV-VOUCHER-NO) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.

       6410-CANCEL-ONE-VOUCHER-LINE.
           PERFORM 6380-READ-VOUCHER-LINE-LOCKED.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE 'N' TO WS-JV-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9510-NOTE-CATG-BEFORE.
           SET TRANS-IS-CANCELLED TO TRUE.
           MOVE WS-BUSINESS-DATE TO TRANS-MAINT-DATE.
           MOVE WS-CURRENT-TIME TO TRANS-MAINT-TIME.
           MOVE WS-CURRENT-USER-ID TO TRANS-MAINT-USER-ID.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-JV-OK
           END-REWRITE.
           IF WS-JV-OK = 'Y'
               ADD 1 TO WS-JV-WRITTEN-COUNT
               MOVE 'R' TO WS-JNL-ACTION
               PERFORM 9400-JOURNAL-TRANS-IMAGE
               PERFORM 9500-POST-CATG-CHANGE
           END-IF.

       6420-RESTORE-ONE-VOUCHER-LINE.
      * As 6330 - a line that cannot be put back stays cancelled and
      * is noted in WS-JV-UNDO-FAILED.
           PERFORM 6380-READ-VOUCHER-LINE-LOCKED.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE 'Y' TO WS-JV-UNDO-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 9510-NOTE-CATG-BEFORE.
           MOVE WS-JV-LINE-STATUS(WS-JV-SUB) TO TRANS-STATUS.
           MOVE WS-JV-LINE-MAINT-USER(WS-JV-SUB) TO
               TRANS-MAINT-USER-ID.
           MOVE WS-JV-LINE-MAINT-DATE(WS-JV-SUB) TO
               TRANS-MAINT-DATE.
           MOVE WS-JV-LINE-MAINT-TIME(WS-JV-SUB) TO
               TRANS-MAINT-TIME.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TRANS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-JV-UNDO-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.
           PERFORM 9500-POST-CATG-CHANGE.

       6500-PROCESS-BANK-RECON.
      ******************************************************************
      * Corrects the nightly bank auto-match by hand. F force-matches *
      * an open bank item from BANKREC.out to an ACTIVE entry not yet *
      * cleared on the same account - the amounts may differ, and    *
      * the difference is shown so it can be followed up. U takes a   *
      * cleared entry off its bank item: the entry goes back to       *
      * uncleared and the item back to UNMATCHED, barred from the     *
      * auto-match so the same wrong pairing is not made again that   *
      * night. Both records change together or not at all.            *
      ******************************************************************
           MOVE SPACES TO WS-BANK-ACTION WS-BANK-ACCOUNT
               WS-BANK-TRANS-ID WS-MESSAGE.
           MOVE 0 TO WS-BANK-STMT-DATE WS-BANK-LINE-NO.
           DISPLAY BANK-REC-SCREEN.
           ACCEPT BANK-REC-SCREEN.

           IF WS-BANK-ACTION NOT = 'F' AND WS-BANK-ACTION NOT = 'f'
               AND WS-BANK-ACTION NOT = 'U'
               AND WS-BANK-ACTION NOT = 'u'
               MOVE "Action must be F (force-match) or U (unmatch)."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(WS-BANK-TRANS-ID) = SPACES
               MOVE "Transaction ID is required." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF (WS-BANK-ACTION = 'F' OR WS-BANK-ACTION = 'f') AND
               (WS-BANK-ACCOUNT = SPACES OR WS-BANK-STMT-DATE = 0
                OR WS-BANK-LINE-NO = 0)
               MOVE "Force-match needs the bank item's account, "
                   & "statement date and line." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           PERFORM 4185-GET-BUSINESS-DATE.

           OPEN I-O TRANS-FILE.
           IF WS-TRANS-FILE-STATUS <> '00'
               MOVE "No transactions on file yet." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O BANKITEM-FILE.
           IF WS-BANKITEM-FILE-STATUS <> '00'
               MOVE "No bank statements loaded yet." TO WS-MESSAGE
               CLOSE TRANS-FILE
               EXIT PARAGRAPH
           END-IF.

      * The entry is read for update on the same paced retry as
      * Cancel/Amend.
           MOVE WS-BANK-TRANS-ID TO WS-MAINT-TRANS-ID.
           MOVE FUNCTION TRIM(WS-MAINT-TRANS-ID) TO TRANS-ID.
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANS-FILE-STATUS = '51'
               MOVE 0 TO WS-REC-RETRY-COUNT
               PERFORM 4506-RETRY-LOCKED-READ
                   UNTIL WS-TRANS-FILE-STATUS NOT = '51' OR
                       WS-REC-RETRY-COUNT > WS-REC-RETRY-LIMIT
           END-IF.
           IF WS-TRANS-FILE-STATUS = '51'
               MOVE "Record is in use by another operator - "
                   & "try again." TO WS-MESSAGE
               PERFORM 6590-CLOSE-BANK-FILES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRANS-FILE-STATUS(1:1) NOT = '0'
               MOVE "Transaction not found." TO WS-MESSAGE
               PERFORM 6590-CLOSE-BANK-FILES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-BANK-OK.
           IF WS-BANK-ACTION = 'F' OR WS-BANK-ACTION = 'f'
               PERFORM 6510-FORCE-MATCH-ITEM
           ELSE
               PERFORM 6520-UNMATCH-ITEM
           END-IF.
           PERFORM 6590-CLOSE-BANK-FILES.
           IF WS-BANK-OK = 'Y'
               PERFORM 9000-WRITE-AUDIT-RECORD
           END-IF.

       6510-FORCE-MATCH-ITEM.
           IF NOT TRANS-IS-ACTIVE
               MOVE "Only ACTIVE entries can be matched." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF TRANS-IS-CLEARED
               MOVE "Entry has already cleared - unmatch it first."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BANK-ACCOUNT TO BKI-ACCOUNT-NO.
           MOVE WS-BANK-STMT-DATE TO BKI-STMT-DATE.
           MOVE WS-BANK-LINE-NO TO BKI-LINE-NO.
           PERFORM 6580-READ-BANK-ITEM.
           IF WS-BANKITEM-FILE-STATUS(1:1) NOT = '0'
               EXIT PARAGRAPH
           END-IF.
           IF NOT BKI-IS-UNMATCHED
               MOVE "Bank item is not open for matching." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF BKI-ACCOUNT-NO NOT = TRANS-ACCOUNT-NO
               MOVE "Bank item is on a different account from the "
                   & "entry." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO TRANS-CLEARED-FLAG.
           MOVE BKI-STMT-DATE TO TRANS-CLEARED-DATE.
           MOVE BKI-LINE-NO TO TRANS-CLEARED-LINE.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE "Entry could not be updated - try again." TO
                       WS-MESSAGE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.

           MOVE 'MATCHED' TO BKI-STATUS.
           MOVE 'F' TO BKI-MATCH-TYPE.
           MOVE TRANS-ID TO BKI-MATCH-TRANS-ID.
           MOVE WS-BUSINESS-DATE TO BKI-MATCH-DATE.
           MOVE WS-CURRENT-USER-ID TO BKI-MATCH-USER-ID.
           REWRITE BANK-ITEM-RECORD
               INVALID KEY
                   MOVE "Bank item could not be updated - try "
                       & "again." TO WS-MESSAGE
                   MOVE 'N' TO TRANS-CLEARED-FLAG
                   MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE
                   REWRITE CICA-TRANS-RECORD
                   MOVE 'R' TO WS-JNL-ACTION
                   PERFORM 9400-JOURNAL-TRANS-IMAGE
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Y' TO WS-BANK-OK.
      * The bank item is in the account's currency, so it is compared
      * with the entry's original amount.
           IF TRANS-ORIG-AMOUNT IS NUMERIC
               COMPUTE WS-BANK-DIFF = BKI-AMOUNT - TRANS-ORIG-AMOUNT
           ELSE
               COMPUTE WS-BANK-DIFF = BKI-AMOUNT - TRANS-AMOUNT
           END-IF.
           IF WS-BANK-DIFF = 0
               MOVE "Force-matched." TO WS-MESSAGE
           ELSE
               MOVE WS-BANK-DIFF TO WS-BANK-DIFF-EDIT
               MOVE SPACES TO WS-MESSAGE
               STRING "Force-matched - bank differs by "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BANK-DIFF-EDIT) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF.
           MOVE "BANK-MATCH" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING FUNCTION TRIM(TRANS-ID) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(BKI-ACCOUNT-NO) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BKI-STMT-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BKI-LINE-NO DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.

       6520-UNMATCH-ITEM.
           IF NOT TRANS-IS-CLEARED
               MOVE "Entry has not cleared the bank." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-ACCOUNT-NO TO BKI-ACCOUNT-NO.
           MOVE TRANS-CLEARED-DATE TO BKI-STMT-DATE.
           MOVE TRANS-CLEARED-LINE TO BKI-LINE-NO.
           PERFORM 6580-READ-BANK-ITEM.
           IF WS-BANKITEM-FILE-STATUS(1:1) NOT = '0'
               EXIT PARAGRAPH
           END-IF.
           IF NOT BKI-IS-MATCHED OR BKI-MATCH-TRANS-ID NOT = TRANS-ID
               MOVE "Bank item does not agree with the entry - "
                   & "refer to supervisor." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANS-CLEARED-FLAG TO WS-BANK-ACTION.
           MOVE 'N' TO TRANS-CLEARED-FLAG.
           MOVE 0 TO TRANS-CLEARED-DATE TRANS-CLEARED-LINE.
           REWRITE CICA-TRANS-RECORD
               INVALID KEY
                   MOVE "Entry could not be updated - try again." TO
                       WS-MESSAGE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'R' TO WS-JNL-ACTION.
           PERFORM 9400-JOURNAL-TRANS-IMAGE.

           MOVE 'UNMATCHED' TO BKI-STATUS.
           MOVE SPACE TO BKI-MATCH-TYPE.
           MOVE SPACES TO BKI-MATCH-TRANS-ID BKI-MATCH-USER-ID.
           MOVE 0 TO BKI-MATCH-DATE.
           MOVE 'Y' TO BKI-AUTO-BLOCK.
           REWRITE BANK-ITEM-RECORD
               INVALID KEY
                   MOVE "Bank item could not be updated - try "
                       & "again." TO WS-MESSAGE
                   MOVE WS-BANK-ACTION TO TRANS-CLEARED-FLAG
                   MOVE BKI-STMT-DATE TO TRANS-CLEARED-DATE
                   MOVE BKI-LINE-NO TO TRANS-CLEARED-LINE
                   REWRITE CICA-TRANS-RECORD
                   MOVE 'R' TO WS-JNL-ACTION
                   PERFORM 9400-JOURNAL-TRANS-IMAGE
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE 'Y' TO WS-BANK-OK.
           MOVE "Unmatched - bank item is open for force-match."
               TO WS-MESSAGE.
           MOVE "BANK-UNMATCH" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING FUNCTION TRIM(TRANS-ID) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(BKI-ACCOUNT-NO) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BKI-STMT-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BKI-LINE-NO DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.

       6580-READ-BANK-ITEM.
      * A bank item is only ever held for the moment of an update, so
      * one attempt is enough - a lock means BANKREC or another
      * operator is on it now.
           READ BANKITEM-FILE
               INVALID KEY
                   MOVE "Bank item not found." TO WS-MESSAGE
           END-READ.
           IF WS-BANKITEM-FILE-STATUS = '51'
               MOVE "Bank item is in use - try again." TO WS-MESSAGE
           END-IF.

       6590-CLOSE-BANK-FILES.
           CLOSE BANKITEM-FILE.
           CLOSE TRANS-FILE.

       6600-PROCESS-EXCEPTION-QUEUE.
      ******************************************************************
      * Exception work queue (sub menu option C). Lists the open      *
      * items the user may act on - their own, and for SUPERVISOR/    *
      * ADMIN every unresolved item in their branch (all branches for *
      * ADMIN) - ten to a page. A supervisor assigns an item to a     *
      * user, the owner marks it WORKING, and the owner or a          *
      * supervisor resolves it with a note. Each action re-reads the  *
      * item under lock so a change made meanwhile by another session *
      * is not overwritten.                                            *
      ******************************************************************
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 6620-COLLECT-EXCEPTIONS.
           IF WS-EXQ-COUNT = 0
               MOVE "No open exception items for you." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-EXQ-TOP.
           MOVE 'N' TO WS-EXQ-DONE.
           IF WS-EXQ-COUNT = 200
               MOVE "First 200 items shown." TO WS-MESSAGE
           END-IF.
           PERFORM 6630-SHOW-EXCEPTION-PAGE UNTIL WS-EXQ-DONE = 'Y'.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 2290-NOTIFY-OPEN-EXCEPTIONS.

       6605-POSITION-EXCEPTION-QUEUE.
      * Supervisors sweep the whole queue; anyone else is positioned
      * on the EXQ-OWNER alternate key so only their own items are
      * read.
           MOVE 'N' TO WS-EXQ-EOF.
           IF TIER-IS-ADMIN OR TIER-IS-SUPERVISOR
               MOVE 'Y' TO WS-EXQ-ALL
           ELSE
               MOVE 'N' TO WS-EXQ-ALL
               MOVE WS-CURRENT-USER-ID TO EXQ-OWNER
               START EXCQ-FILE KEY IS = EXQ-OWNER
                   INVALID KEY
                       MOVE 'Y' TO WS-EXQ-EOF
               END-START
           END-IF.

       6610-READ-NEXT-EXCEPTION.
           READ EXCQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EXQ-EOF
           END-READ.
           IF WS-EXQ-EOF = 'N' AND WS-EXQ-ALL = 'N' AND
               EXQ-OWNER NOT = WS-CURRENT-USER-ID
               MOVE 'Y' TO WS-EXQ-EOF
           END-IF.

       6615-CHECK-EXCEPTION-ACCESS.
           MOVE 'N' TO WS-EXQ-VISIBLE.
           IF EXQ-IS-UNRESOLVED
               IF EXQ-OWNER = WS-CURRENT-USER-ID
                   MOVE 'Y' TO WS-EXQ-VISIBLE
               END-IF
               IF TIER-IS-ADMIN OR
                   (TIER-IS-SUPERVISOR AND
                       EXQ-BRANCH = WS-USER-BRANCH)
                   MOVE 'Y' TO WS-EXQ-VISIBLE
               END-IF
           END-IF.

       6620-COLLECT-EXCEPTIONS.
           MOVE 0 TO WS-EXQ-COUNT.
           OPEN INPUT EXCQ-FILE.
           IF WS-EXCQ-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6605-POSITION-EXCEPTION-QUEUE.
           PERFORM 6625-COLLECT-ONE-EXCEPTION UNTIL WS-EXQ-EOF = 'Y'.
           CLOSE EXCQ-FILE.

       6625-COLLECT-ONE-EXCEPTION.
           PERFORM 6610-READ-NEXT-EXCEPTION.
           IF WS-EXQ-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6615-CHECK-EXCEPTION-ACCESS.
           IF WS-EXQ-VISIBLE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXQ-COUNT >= 200
               MOVE 'Y' TO WS-EXQ-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXQ-COUNT.
           MOVE EXQ-KEY TO WS-EXQ-TAB-KEY(WS-EXQ-COUNT).
           MOVE EXQ-BRANCH TO WS-EXQ-TAB-BRANCH(WS-EXQ-COUNT).
           MOVE EXQ-OWNER TO WS-EXQ-TAB-OWNER(WS-EXQ-COUNT).
           MOVE EXQ-STATUS TO WS-EXQ-TAB-STATUS(WS-EXQ-COUNT).
           MOVE EXQ-RAISED-DATE TO WS-EXQ-TAB-RAISED(WS-EXQ-COUNT).

       6630-SHOW-EXCEPTION-PAGE.
           MOVE SPACES TO WS-EXQ-CHOICE.
           MOVE 0 TO WS-EXQ-PICK.
           DISPLAY EXCEPTION-PAGE-SCREEN.
           MOVE 5 TO WS-EXQ-LINE-NO.
           MOVE WS-EXQ-TOP TO WS-EXQ-SUB.
           PERFORM 6635-SHOW-ONE-EXCEPTION-LINE
               UNTIL WS-EXQ-SUB > WS-EXQ-COUNT OR
                   WS-EXQ-SUB >= WS-EXQ-TOP + 10.
           ACCEPT EXCEPTION-PAGE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.

           EVALUATE WS-EXQ-CHOICE
               WHEN 'A'
               WHEN 'a'
                   PERFORM 6640-PICK-EXCEPTION
                   IF WS-EXQ-OK = 'Y'
                       PERFORM 6650-ASSIGN-EXCEPTION
                   END-IF
               WHEN 'W'
               WHEN 'w'
                   PERFORM 6640-PICK-EXCEPTION
                   IF WS-EXQ-OK = 'Y'
                       PERFORM 6660-WORK-EXCEPTION
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM 6640-PICK-EXCEPTION
                   IF WS-EXQ-OK = 'Y'
                       PERFORM 6670-RESOLVE-EXCEPTION
                   END-IF
               WHEN 'N'
               WHEN 'n'
                   IF WS-EXQ-TOP + 10 <= WS-EXQ-COUNT
                       ADD 10 TO WS-EXQ-TOP
                   ELSE
                       MOVE "Already on the last page." TO WS-MESSAGE
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-EXQ-TOP > 10
                       SUBTRACT 10 FROM WS-EXQ-TOP
                   ELSE
                       MOVE "Already on the first page." TO
                           WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-EXQ-DONE
           END-EVALUATE.

       6635-SHOW-ONE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXQ-DETAIL.
           MOVE WS-EXQ-SUB TO WS-EXQ-LINE-EDIT.
           MOVE WS-EXQ-LINE-EDIT TO WS-EXQ-DETAIL(1:3).
           MOVE WS-EXQ-TAB-TYPE(WS-EXQ-SUB) TO WS-EXQ-DETAIL(5:4).
           MOVE WS-EXQ-TAB-REF(WS-EXQ-SUB) TO WS-EXQ-DETAIL(10:30).
           MOVE WS-EXQ-TAB-BRANCH(WS-EXQ-SUB) TO WS-EXQ-DETAIL(41:4).
           MOVE WS-EXQ-TAB-OWNER(WS-EXQ-SUB) TO WS-EXQ-DETAIL(46:8).
           MOVE WS-EXQ-TAB-STATUS(WS-EXQ-SUB) TO WS-EXQ-DETAIL(55:8).
           MOVE WS-EXQ-TAB-RAISED(WS-EXQ-SUB) TO WS-EXQ-DETAIL(64:8).
           DISPLAY WS-EXQ-DETAIL LINE WS-EXQ-LINE-NO COLUMN 3.
           ADD 1 TO WS-EXQ-LINE-NO.
           ADD 1 TO WS-EXQ-SUB.

       6640-PICK-EXCEPTION.
           MOVE 'N' TO WS-EXQ-OK.
           IF WS-EXQ-PICK < 1 OR WS-EXQ-PICK > WS-EXQ-COUNT
               MOVE "Give the number of an item on the list." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXQ-PICK TO WS-EXQ-HIT-SUB.
           MOVE 'Y' TO WS-EXQ-OK.

       6645-READ-EXCEPTION-LOCKED.
      * Leaves the queue open I-O with the picked item read and
      * locked when WS-EXQ-OK is 'Y'; closed otherwise. The table
      * entry is refreshed from the record, so a change made by
      * another session since the list was built is what the
      * action is checked against.
           MOVE 'N' TO WS-EXQ-OK.
           OPEN I-O EXCQ-FILE.
           IF WS-EXCQ-FILE-STATUS <> '00'
               MOVE "Exception queue is not available." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXQ-TAB-KEY(WS-EXQ-HIT-SUB) TO EXQ-KEY.
           READ EXCQ-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EXCQ-FILE-STATUS = '51'
               MOVE 0 TO WS-REC-RETRY-COUNT
               PERFORM 6647-RETRY-LOCKED-EXCEPTION
                   UNTIL WS-EXCQ-FILE-STATUS NOT = '51' OR
                       WS-REC-RETRY-COUNT > WS-REC-RETRY-LIMIT
               IF WS-EXCQ-FILE-STATUS = '51'
                   MOVE "Item is locked by another session - "
                       & "try again." TO WS-MESSAGE
                   CLOSE EXCQ-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-EXCQ-FILE-STATUS NOT = '00'
               MOVE "Item is no longer on file." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE EXQ-OWNER TO WS-EXQ-TAB-OWNER(WS-EXQ-HIT-SUB).
           MOVE EXQ-STATUS TO WS-EXQ-TAB-STATUS(WS-EXQ-HIT-SUB).
           MOVE 'Y' TO WS-EXQ-OK.

       6647-RETRY-LOCKED-EXCEPTION.
           ADD 1 TO WS-REC-RETRY-COUNT.
           CALL "C$SLEEP" USING WS-REC-WAIT-SECS.
           MOVE WS-EXQ-TAB-KEY(WS-EXQ-HIT-SUB) TO EXQ-KEY.
           READ EXCQ-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       6650-ASSIGN-EXCEPTION.
      * SUPERVISOR/ADMIN only. The assignee must be an ACTIVE user
      * who can post (not READONLY) and, outside ADMIN, in the
      * assigning supervisor's own branch. The assignee is messaged.
           IF NOT (TIER-IS-ADMIN OR TIER-IS-SUPERVISOR)
               MOVE "ERROR: Assigning items requires SUPERVISOR or "
                   & "ADMIN." TO WS-MESSAGE
               MOVE "EXCEPTION" TO WS-AUDIT-ACTION
               MOVE "FAILURE" TO WS-AUDIT-RESULT
               MOVE "Exception assign denied - tier" TO
                   WS-AUDIT-DETAIL
               PERFORM 9000-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6645-READ-EXCEPTION-LOCKED.
           IF WS-EXQ-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF EXQ-IS-RESOLVED
               MOVE "Item is already resolved." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY EXCEPTION-ITEM-SCREEN.
           MOVE SPACES TO WS-EXQ-ASSIGN-TO.
           DISPLAY "Assign to user (blank = leave):" LINE 18 COLUMN 5.
           ACCEPT WS-EXQ-ASSIGN-TO LINE 18 COLUMN 38.
           IF WS-EXQ-ASSIGN-TO = SPACES
               MOVE "Item left as it was." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 6655-CHECK-ASSIGNEE.
           IF WS-EXQ-OK = 'N'
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-EXQ-ASSIGN-TO TO EXQ-OWNER.
           MOVE 'ASSIGNED' TO EXQ-STATUS.
           MOVE WS-CURRENT-USER-ID TO EXQ-ASSIGNED-BY.
           MOVE WS-CURRENT-DATE TO EXQ-ASSIGNED-DATE.
           REWRITE EXCQ-RECORD
               INVALID KEY
                   MOVE "Item could not be updated." TO WS-MESSAGE
                   CLOSE EXCQ-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE EXCQ-FILE.
           MOVE EXQ-OWNER TO WS-EXQ-TAB-OWNER(WS-EXQ-HIT-SUB).
           MOVE EXQ-STATUS TO WS-EXQ-TAB-STATUS(WS-EXQ-HIT-SUB).

           MOVE "EXCEPTION" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING FUNCTION TRIM(WS-EXQ-ASSIGN-TO) DELIMITED BY SIZE
               " given " DELIMITED BY SIZE
               EXQ-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXQ-SOURCE-REF DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           MOVE WS-EXQ-ASSIGN-TO TO WS-MSG-TO.
           MOVE SPACES TO WS-MSG-TEXT.
           STRING EXQ-TYPE DELIMITED BY SIZE
               " exception assigned to you by " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-USER-ID) DELIMITED BY SIZE
               ". Sub menu C." DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           END-STRING.
           MOVE 0 TO WS-MSG-EXPIRY.
           PERFORM 9300-POST-MESSAGE.
           MOVE "Item assigned." TO WS-MESSAGE.

       6655-CHECK-ASSIGNEE.
           MOVE 'N' TO WS-EXQ-OK.
           OPEN INPUT AUTH-FILE.
           MOVE WS-EXQ-ASSIGN-TO TO AUTH-USER-ID.
           READ AUTH-FILE
               INVALID KEY
                   MOVE "User ID not found." TO WS-MESSAGE
                   CLOSE AUTH-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE AUTH-FILE.
           EVALUATE TRUE
               WHEN NOT AUTH-IS-ACTIVE
                   MOVE "User is not active." TO WS-MESSAGE
               WHEN AUTH-IS-READONLY-USER
                   MOVE "Read-only users cannot work exception items."
                       TO WS-MESSAGE
               WHEN NOT TIER-IS-ADMIN AND
                   AUTH-BRANCH-CODE NOT = WS-USER-BRANCH
                   MOVE "User is not in your branch." TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-EXQ-OK
           END-EVALUATE.

       6660-WORK-EXCEPTION.
      * The owner takes up an item assigned to them.
           PERFORM 6645-READ-EXCEPTION-LOCKED.
           IF WS-EXQ-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF EXQ-OWNER NOT = WS-CURRENT-USER-ID
               MOVE "Only the item's owner can start work on it." TO
                   WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT EXQ-IS-ASSIGNED
               MOVE "Item is not waiting to be worked." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY EXCEPTION-ITEM-SCREEN.
           MOVE SPACES TO WS-EXQ-CONFIRM.
           DISPLAY "Start work on this item (Y/N):" LINE 18 COLUMN 5.
           ACCEPT WS-EXQ-CONFIRM LINE 18 COLUMN 38.
           IF WS-EXQ-CONFIRM NOT = 'Y' AND WS-EXQ-CONFIRM NOT = 'y'
               MOVE "Item left as it was." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'WORKING' TO EXQ-STATUS.
           REWRITE EXCQ-RECORD
               INVALID KEY
                   MOVE "Item could not be updated." TO WS-MESSAGE
                   CLOSE EXCQ-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE EXCQ-FILE.
           MOVE EXQ-STATUS TO WS-EXQ-TAB-STATUS(WS-EXQ-HIT-SUB).

           MOVE "EXCEPTION" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Working " DELIMITED BY SIZE
               EXQ-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXQ-SOURCE-REF DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.
           MOVE "Item marked WORKING." TO WS-MESSAGE.

       6670-RESOLVE-EXCEPTION.
      * The owner, or a SUPERVISOR/ADMIN who can see the item,
      * closes it with a resolution note. An unowned item resolved
      * by a supervisor takes the supervisor as its owner; one owned
      * by someone else tells the owner it was closed for them.
           PERFORM 6645-READ-EXCEPTION-LOCKED.
           IF WS-EXQ-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF EXQ-OWNER NOT = WS-CURRENT-USER-ID AND
               NOT (TIER-IS-ADMIN OR TIER-IS-SUPERVISOR)
               MOVE "Only the item's owner can resolve it." TO
                   WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.
           IF EXQ-IS-RESOLVED
               MOVE "Item is already resolved." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY EXCEPTION-ITEM-SCREEN.
           MOVE SPACES TO WS-EXQ-NOTE.
           DISPLAY "Resolution note (blank = leave):" LINE 18
               COLUMN 5.
           ACCEPT WS-EXQ-NOTE LINE 19 COLUMN 5.
           IF WS-EXQ-NOTE = SPACES
               MOVE "Item left as it was." TO WS-MESSAGE
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           IF EXQ-OWNER = SPACES
               MOVE WS-CURRENT-USER-ID TO EXQ-OWNER
           END-IF.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE 'RESOLVED' TO EXQ-STATUS.
           MOVE WS-CURRENT-USER-ID TO EXQ-RESOLVED-BY.
           MOVE WS-CURRENT-DATE TO EXQ-RESOLVED-DATE.
           MOVE WS-EXQ-NOTE TO EXQ-RESOLUTION-NOTE.
           REWRITE EXCQ-RECORD
               INVALID KEY
                   MOVE "Item could not be updated." TO WS-MESSAGE
                   CLOSE EXCQ-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE EXCQ-FILE.
           MOVE EXQ-OWNER TO WS-EXQ-TAB-OWNER(WS-EXQ-HIT-SUB).
           MOVE EXQ-STATUS TO WS-EXQ-TAB-STATUS(WS-EXQ-HIT-SUB).

           MOVE "EXCEPTION" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Resolved " DELIMITED BY SIZE
               EXQ-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXQ-SOURCE-REF DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           IF EXQ-OWNER NOT = WS-CURRENT-USER-ID
               MOVE EXQ-OWNER TO WS-MSG-TO
               MOVE SPACES TO WS-MSG-TEXT
               STRING EXQ-TYPE DELIMITED BY SIZE
                   " exception of yours resolved by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-USER-ID) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING
               MOVE 0 TO WS-MSG-EXPIRY
               PERFORM 9300-POST-MESSAGE
           END-IF.
           MOVE "Item resolved." TO WS-MESSAGE.

       6700-PROCESS-ACCESS-REVIEW.
      ******************************************************************
      * Quarterly access review (admin option R). Lists the PENDING   *
      * reviews RECERT assigned to this user - for ADMIN every        *
      * pending review but their own - ten to a page. The reviewer    *
      * certifies the user or revokes them; a revocation deactivates *
      * the user on AUTHFILE.dat straight away, and RECERT applies it *
      * overnight if the roster could not be updated at the time.     *
      ******************************************************************
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 6720-COLLECT-REVIEWS.
           IF WS-RCR-COUNT = 0
               MOVE "No access reviews waiting for you." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-RCR-TOP.
           MOVE 'N' TO WS-RCR-DONE.
           IF WS-RCR-COUNT = 200
               MOVE "First 200 reviews shown." TO WS-MESSAGE
           END-IF.
           PERFORM 6730-SHOW-REVIEW-PAGE UNTIL WS-RCR-DONE = 'Y'.
           MOVE SPACES TO WS-MESSAGE.

       6705-POSITION-REVIEWS.
      * ADMIN sweeps the whole file; anyone else is positioned on the
      * RCR-REVIEWER alternate key so only their own reviews are read.
           MOVE 'N' TO WS-RCR-EOF.
           IF TIER-IS-ADMIN
               MOVE 'Y' TO WS-RCR-ALL
           ELSE
               MOVE 'N' TO WS-RCR-ALL
               MOVE WS-CURRENT-USER-ID TO RCR-REVIEWER
               START RECERT-FILE KEY IS = RCR-REVIEWER
                   INVALID KEY
                       MOVE 'Y' TO WS-RCR-EOF
               END-START
           END-IF.

       6710-READ-NEXT-REVIEW.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RCR-EOF
           END-READ.
           IF WS-RCR-EOF = 'N' AND WS-RCR-ALL = 'N' AND
               RCR-REVIEWER NOT = WS-CURRENT-USER-ID
               MOVE 'Y' TO WS-RCR-EOF
           END-IF.

       6720-COLLECT-REVIEWS.
           MOVE 0 TO WS-RCR-COUNT.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6705-POSITION-REVIEWS.
           PERFORM 6725-COLLECT-ONE-REVIEW UNTIL WS-RCR-EOF = 'Y'.
           CLOSE RECERT-FILE.

       6725-COLLECT-ONE-REVIEW.
           PERFORM 6710-READ-NEXT-REVIEW.
           IF WS-RCR-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT RCR-IS-PENDING OR RCR-USER-ID = WS-CURRENT-USER-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-RCR-COUNT >= 200
               MOVE 'Y' TO WS-RCR-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RCR-COUNT.
           MOVE RCR-KEY TO WS-RCR-TAB-KEY(WS-RCR-COUNT).
           MOVE RCR-TIER TO WS-RCR-TAB-TIER(WS-RCR-COUNT).
           MOVE RCR-BRANCH TO WS-RCR-TAB-BRANCH(WS-RCR-COUNT).
           MOVE RCR-LAST-LOGON TO WS-RCR-TAB-LOGON(WS-RCR-COUNT).
           MOVE RCR-ACTIVITY-COUNT TO WS-RCR-TAB-ACTIVITY(WS-RCR-COUNT).
           MOVE RCR-REVIEWER TO WS-RCR-TAB-REVIEWER(WS-RCR-COUNT).
           MOVE RCR-DEADLINE TO WS-RCR-TAB-DEADLINE(WS-RCR-COUNT).
           MOVE RCR-STATUS TO WS-RCR-TAB-STATUS(WS-RCR-COUNT).

       6730-SHOW-REVIEW-PAGE.
           MOVE SPACES TO WS-RCR-CHOICE.
           MOVE 0 TO WS-RCR-PICK.
           DISPLAY RECERT-PAGE-SCREEN.
           MOVE 5 TO WS-RCR-LINE-NO.
           MOVE WS-RCR-TOP TO WS-RCR-SUB.
           PERFORM 6735-SHOW-ONE-REVIEW-LINE
               UNTIL WS-RCR-SUB > WS-RCR-COUNT OR
                   WS-RCR-SUB >= WS-RCR-TOP + 10.
           ACCEPT RECERT-PAGE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.

           EVALUATE WS-RCR-CHOICE
               WHEN 'C'
               WHEN 'c'
                   MOVE 'CERTIFIED' TO WS-RCR-DECISION
                   PERFORM 6740-PICK-REVIEW
                   IF WS-RCR-OK = 'Y'
                       PERFORM 6750-DECIDE-REVIEW
                   END-IF
               WHEN 'V'
               WHEN 'v'
                   MOVE 'REVOKED' TO WS-RCR-DECISION
                   PERFORM 6740-PICK-REVIEW
                   IF WS-RCR-OK = 'Y'
                       PERFORM 6750-DECIDE-REVIEW
                   END-IF
               WHEN 'N'
               WHEN 'n'
                   IF WS-RCR-TOP + 10 <= WS-RCR-COUNT
                       ADD 10 TO WS-RCR-TOP
                   ELSE
                       MOVE "Already on the last page." TO WS-MESSAGE
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-RCR-TOP > 10
                       SUBTRACT 10 FROM WS-RCR-TOP
                   ELSE
                       MOVE "Already on the first page." TO
                           WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-RCR-DONE
           END-EVALUATE.

       6735-SHOW-ONE-REVIEW-LINE.
           MOVE SPACES TO WS-RCR-DETAIL.
           MOVE WS-RCR-SUB TO WS-RCR-LINE-EDIT.
           MOVE WS-RCR-LINE-EDIT TO WS-RCR-DETAIL(1:3).
           MOVE WS-RCR-TAB-USER(WS-RCR-SUB) TO WS-RCR-DETAIL(5:8).
           MOVE WS-RCR-TAB-TIER(WS-RCR-SUB) TO WS-RCR-DETAIL(14:10).
           MOVE WS-RCR-TAB-BRANCH(WS-RCR-SUB) TO WS-RCR-DETAIL(25:4).
           MOVE WS-RCR-TAB-LOGON(WS-RCR-SUB) TO WS-RCR-DETAIL(30:8).
           MOVE WS-RCR-TAB-ACTIVITY(WS-RCR-SUB) TO WS-RCR-ACT-EDIT.
           MOVE WS-RCR-ACT-EDIT TO WS-RCR-DETAIL(39:5).
           MOVE WS-RCR-TAB-REVIEWER(WS-RCR-SUB) TO WS-RCR-DETAIL(45:8).
           MOVE WS-RCR-TAB-DEADLINE(WS-RCR-SUB) TO WS-RCR-DETAIL(54:8).
           MOVE WS-RCR-TAB-CYCLE(WS-RCR-SUB) TO WS-RCR-DETAIL(63:6).
           IF WS-RCR-TAB-STATUS(WS-RCR-SUB) NOT = 'PENDING'
               MOVE WS-RCR-TAB-STATUS(WS-RCR-SUB) TO
                   WS-RCR-DETAIL(30:9)
               MOVE SPACES TO WS-RCR-DETAIL(39:5)
           END-IF.
           DISPLAY WS-RCR-DETAIL LINE WS-RCR-LINE-NO COLUMN 3.
           ADD 1 TO WS-RCR-LINE-NO.
           ADD 1 TO WS-RCR-SUB.

       6740-PICK-REVIEW.
           MOVE 'N' TO WS-RCR-OK.
           IF WS-RCR-PICK < 1 OR WS-RCR-PICK > WS-RCR-COUNT
               MOVE "Give the number of a review on the list." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCR-PICK TO WS-RCR-HIT-SUB.
           MOVE 'Y' TO WS-RCR-OK.

       6745-RETRY-LOCKED-REVIEW.
           ADD 1 TO WS-REC-RETRY-COUNT.
           CALL "C$SLEEP" USING WS-REC-WAIT-SECS.
           MOVE WS-RCR-TAB-KEY(WS-RCR-HIT-SUB) TO RCR-KEY.
           READ RECERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       6750-DECIDE-REVIEW.
      * The review is re-read under lock and must still be PENDING -
      * another ADMIN may have decided it since the list was built,
      * or RECERT may have expired it overnight.
           OPEN I-O RECERT-FILE.
           IF WS-RECERT-FILE-STATUS <> '00'
               MOVE "Access review file is not available." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RCR-TAB-KEY(WS-RCR-HIT-SUB) TO RCR-KEY.
           READ RECERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RECERT-FILE-STATUS = '51'
               MOVE 0 TO WS-REC-RETRY-COUNT
               PERFORM 6745-RETRY-LOCKED-REVIEW
                   UNTIL WS-RECERT-FILE-STATUS NOT = '51' OR
                       WS-REC-RETRY-COUNT > WS-REC-RETRY-LIMIT
               IF WS-RECERT-FILE-STATUS = '51'
                   MOVE "Review is in use by another operator - "
                       & "try again." TO WS-MESSAGE
                   CLOSE RECERT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-RECERT-FILE-STATUS NOT = '00'
               MOVE "Review is no longer on file." TO WS-MESSAGE
               CLOSE RECERT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE RCR-STATUS TO WS-RCR-TAB-STATUS(WS-RCR-HIT-SUB).
           IF NOT RCR-IS-PENDING
               MOVE "Review has already been decided." TO WS-MESSAGE
               CLOSE RECERT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF RCR-USER-ID = WS-CURRENT-USER-ID
               MOVE "You cannot decide your own access review." TO
                   WS-MESSAGE
               CLOSE RECERT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TIER-IS-ADMIN AND
               RCR-REVIEWER NOT = WS-CURRENT-USER-ID
               MOVE "Review is assigned to another reviewer." TO
                   WS-MESSAGE
               CLOSE RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY RECERT-ITEM-SCREEN.
           MOVE SPACES TO WS-RCR-CONFIRM WS-RCR-NOTE.
           IF WS-RCR-DECISION = 'REVOKED'
               DISPLAY "Revoke - user is deactivated (Y/N):" LINE 16
                   COLUMN 5
               DISPLAY "Reason (required):" LINE 18 COLUMN 5
           ELSE
               DISPLAY "Certify access as it stands (Y/N):" LINE 16
                   COLUMN 5
               DISPLAY "Note (optional):" LINE 18 COLUMN 5
           END-IF.
           ACCEPT WS-RCR-CONFIRM LINE 16 COLUMN 42.
           IF WS-RCR-CONFIRM NOT = 'Y' AND WS-RCR-CONFIRM NOT = 'y'
               MOVE "Review left pending." TO WS-MESSAGE
               CLOSE RECERT-FILE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-RCR-NOTE LINE 19 COLUMN 5.
           IF WS-RCR-DECISION = 'REVOKED' AND WS-RCR-NOTE = SPACES
               MOVE "A reason is required to revoke. Review left "
                   & "pending." TO WS-MESSAGE
               CLOSE RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-RCR-DECISION TO RCR-STATUS.
           MOVE WS-CURRENT-USER-ID TO RCR-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO RCR-DECIDED-DATE.
           MOVE WS-CURRENT-TIME TO RCR-DECIDED-TIME.
           MOVE WS-RCR-NOTE TO RCR-NOTE.
           MOVE 'Y' TO RCR-APPLIED.
           IF RCR-IS-REVOKED
               PERFORM 6760-REVOKE-USER
           END-IF.
           REWRITE RECERT-RECORD
               INVALID KEY
                   MOVE "Review could not be updated." TO WS-MESSAGE
                   CLOSE RECERT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE RECERT-FILE.
           MOVE RCR-STATUS TO WS-RCR-TAB-STATUS(WS-RCR-HIT-SUB).

           MOVE "RECERT" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING RCR-STATUS DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RCR-USER-ID DELIMITED BY SPACE
               " review " DELIMITED BY SIZE
               RCR-CYCLE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.
           IF RCR-IS-REVOKED
               IF RCR-IS-APPLIED
                   MOVE "Access revoked - user deactivated." TO
                       WS-MESSAGE
               ELSE
                   MOVE "Access revoked - roster busy, RECERT "
                       & "deactivates tonight." TO WS-MESSAGE
               END-IF
           ELSE
               MOVE "Access certified." TO WS-MESSAGE
           END-IF.

       6760-REVOKE-USER.
      * Deactivates the user on the roster. When the roster cannot be
      * updated now the revocation is left unapplied for RECERT.
           OPEN I-O AUTH-FILE.
           IF WS-AUTH-FILE-STATUS <> '00'
               MOVE 'N' TO RCR-APPLIED
               EXIT PARAGRAPH
           END-IF.
           MOVE RCR-USER-ID TO AUTH-USER-ID.
           READ AUTH-FILE
               INVALID KEY
                   CLOSE AUTH-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF AUTH-IS-ACTIVE
               MOVE 'INACTIVE' TO AUTH-STATUS
               REWRITE AUTH-FILE-RECORD
                   INVALID KEY
                       MOVE 'N' TO RCR-APPLIED
               END-REWRITE
           END-IF.
           CLOSE AUTH-FILE.

       6800-ADMIN-SPOOL-RETENTION.
      ******************************************************************
      * Report retention (admin option S, ADMIN only). Sets how many  *
      * days NIGHTRUN keeps the report generations it spools - a      *
      * default for every report and up to ten programs with their    *
      * own period. The settings live on CICA-PARMS.dat, so the site  *
      * parameters must have been saved once (option 6) first; the    *
      * record is rewritten whole with only these fields changed.     *
      ******************************************************************
           MOVE SPACES TO WS-MESSAGE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS <> '00'
               MOVE "Save the site security parameters (option 6) "
                   & "first." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           READ PARM-FILE
               AT END
                   CLOSE PARM-FILE
                   MOVE "Save the site security parameters (option "
                       & "6) first." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE PARM-FILE.
           MOVE SITE-PARM-RECORD TO WS-SPL-PARM-IMAGE.

           MOVE 90 TO WS-SPL-DEFAULT-DAYS.
           IF PARM-SPOOL-DEFAULT-DAYS IS NUMERIC AND
               PARM-SPOOL-DEFAULT-DAYS > 0
               MOVE PARM-SPOOL-DEFAULT-DAYS TO WS-SPL-DEFAULT-DAYS
           END-IF.
           PERFORM 6805-SEED-ONE-RETENTION
               VARYING WS-SPL-SUB FROM 1 BY 1
               UNTIL WS-SPL-SUB > 10.

           DISPLAY ADMIN-SPOOL-SCREEN.
           ACCEPT ADMIN-SPOOL-SCREEN.

           IF WS-SPL-DEFAULT-DAYS = 0
               MOVE "Default retention must be non-zero. Not saved."
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SPL-OK.
           PERFORM 6810-CHECK-ONE-RETENTION
               VARYING WS-SPL-SUB FROM 1 BY 1
               UNTIL WS-SPL-SUB > 10.
           IF WS-SPL-OK = 'N'
               MOVE "Each program named needs non-zero days. Not "
                   & "saved." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 6815-CHECK-ONE-DUPLICATE
               VARYING WS-SPL-SUB FROM 1 BY 1
               UNTIL WS-SPL-SUB > 10
               AFTER WS-SPL-SUB2 FROM 1 BY 1
               UNTIL WS-SPL-SUB2 > 10.
           IF WS-SPL-OK = 'N'
               MOVE "A program is named twice. Not saved." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PARM-FILE.
           MOVE WS-SPL-PARM-IMAGE TO SITE-PARM-RECORD.
           MOVE WS-SPL-DEFAULT-DAYS TO PARM-SPOOL-DEFAULT-DAYS.
           PERFORM 6820-STORE-ONE-RETENTION
               VARYING WS-SPL-SUB FROM 1 BY 1
               UNTIL WS-SPL-SUB > 10.
           WRITE SITE-PARM-RECORD.
           CLOSE PARM-FILE.

           MOVE "Report retention saved. Applies from tonight's run."
               TO WS-MESSAGE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE "Admin changed report retention" TO WS-AUDIT-DETAIL.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       6805-SEED-ONE-RETENTION.
           MOVE SPACES TO WS-SPL-PROGRAM(WS-SPL-SUB).
           MOVE 0 TO WS-SPL-DAYS(WS-SPL-SUB).
           IF PARM-SPOOL-PROGRAM(WS-SPL-SUB) NOT = SPACES AND
               PARM-SPOOL-DAYS(WS-SPL-SUB) IS NUMERIC
               MOVE PARM-SPOOL-PROGRAM(WS-SPL-SUB) TO
                   WS-SPL-PROGRAM(WS-SPL-SUB)
               MOVE PARM-SPOOL-DAYS(WS-SPL-SUB) TO
                   WS-SPL-DAYS(WS-SPL-SUB)
           END-IF.

       6810-CHECK-ONE-RETENTION.
      * A row with no program is unused and its days are cleared.
           MOVE FUNCTION UPPER-CASE(WS-SPL-PROGRAM(WS-SPL-SUB)) TO
               WS-SPL-PROGRAM(WS-SPL-SUB).
           IF WS-SPL-PROGRAM(WS-SPL-SUB) = SPACES
               MOVE 0 TO WS-SPL-DAYS(WS-SPL-SUB)
           ELSE
               IF WS-SPL-DAYS(WS-SPL-SUB) = 0
                   MOVE 'N' TO WS-SPL-OK
               END-IF
           END-IF.

       6815-CHECK-ONE-DUPLICATE.
           IF WS-SPL-SUB2 > WS-SPL-SUB AND
               WS-SPL-PROGRAM(WS-SPL-SUB) NOT = SPACES AND
               WS-SPL-PROGRAM(WS-SPL-SUB) =
                   WS-SPL-PROGRAM(WS-SPL-SUB2)
               MOVE 'N' TO WS-SPL-OK
           END-IF.

       6820-STORE-ONE-RETENTION.
           MOVE WS-SPL-PROGRAM(WS-SPL-SUB) TO
               PARM-SPOOL-PROGRAM(WS-SPL-SUB).
           MOVE WS-SPL-DAYS(WS-SPL-SUB) TO
               PARM-SPOOL-DAYS(WS-SPL-SUB).

       6900-PROCESS-REPORT-SPOOL.
      ******************************************************************
      * Report spool (sub menu option D, SUPERVISOR/ADMIN). Lists the *
      * report generations NIGHTRUN has kept on CICA-RPTCAT.dat, for  *
      * one program or all, from a run date, ten to a page in program *
      * and run order. A report chosen by its number is read back     *
      * from its generation file fifteen lines to a screen. Each      *
      * report viewed is audited.                                      *
      ******************************************************************
           MOVE SPACES TO WS-SPV-PROGRAM WS-MESSAGE.
           MOVE 0 TO WS-SPV-FROM-DATE.
           DISPLAY SPOOL-CRIT-SCREEN.
           ACCEPT SPOOL-CRIT-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-SPV-PROGRAM) TO WS-SPV-PROGRAM.

           PERFORM 6910-COLLECT-REPORTS.
           IF WS-SPV-COUNT = 0
               MOVE "No spooled reports match." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-SPV-TOP.
           MOVE 'N' TO WS-SPV-DONE.
           IF WS-SPV-COUNT = 200
               MOVE "First 200 reports shown. Narrow the search." TO
                   WS-MESSAGE
           END-IF.
           PERFORM 6930-SHOW-SPOOL-PAGE UNTIL WS-SPV-DONE = 'Y'.
           MOVE SPACES TO WS-MESSAGE.

       6910-COLLECT-REPORTS.
      * With a program given the catalog is positioned on it and its
      * run date, so only its own entries are read.
           MOVE 0 TO WS-SPV-COUNT.
           OPEN INPUT RPTCAT-FILE.
           IF WS-RPTCAT-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SPV-EOF.
           IF WS-SPV-PROGRAM = SPACES
               MOVE LOW-VALUES TO RPC-KEY
           ELSE
               MOVE WS-SPV-PROGRAM TO RPC-PROGRAM
               MOVE WS-SPV-FROM-DATE TO RPC-RUN-DATE
               MOVE 0 TO RPC-RUN-TIME
           END-IF.
           START RPTCAT-FILE KEY IS NOT < RPC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SPV-EOF
           END-START.
           PERFORM 6915-COLLECT-ONE-REPORT UNTIL WS-SPV-EOF = 'Y'.
           CLOSE RPTCAT-FILE.

       6915-COLLECT-ONE-REPORT.
           READ RPTCAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SPV-EOF
           END-READ.
           IF WS-SPV-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPV-PROGRAM NOT = SPACES AND
               RPC-PROGRAM NOT = WS-SPV-PROGRAM
               MOVE 'Y' TO WS-SPV-EOF
               EXIT PARAGRAPH
           END-IF.
           IF RPC-RUN-DATE < WS-SPV-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPV-COUNT >= 200
               MOVE 'Y' TO WS-SPV-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SPV-COUNT.
           MOVE RPC-PROGRAM TO WS-SPV-TAB-PROGRAM(WS-SPV-COUNT).
           MOVE RPC-RUN-DATE TO WS-SPV-TAB-RUN-DATE(WS-SPV-COUNT).
           MOVE RPC-RUN-TIME TO WS-SPV-TAB-RUN-TIME(WS-SPV-COUNT).
           MOVE RPC-BUSINESS-DATE TO WS-SPV-TAB-BUS-DATE(WS-SPV-COUNT).
           MOVE RPC-RETURN-CODE TO WS-SPV-TAB-RC(WS-SPV-COUNT).
           MOVE RPC-LINE-COUNT TO WS-SPV-TAB-LINES(WS-SPV-COUNT).
           MOVE RPC-FILE-NAME TO WS-SPV-TAB-FILE(WS-SPV-COUNT).

       6930-SHOW-SPOOL-PAGE.
           MOVE SPACES TO WS-SPV-CHOICE.
           MOVE 0 TO WS-SPV-PICK.
           DISPLAY SPOOL-PAGE-SCREEN.
           MOVE 5 TO WS-SPV-LINE-NO.
           MOVE WS-SPV-TOP TO WS-SPV-SUB.
           PERFORM 6935-SHOW-ONE-SPOOL-LINE
               UNTIL WS-SPV-SUB > WS-SPV-COUNT OR
                   WS-SPV-SUB >= WS-SPV-TOP + 10.
           ACCEPT SPOOL-PAGE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.

           EVALUATE WS-SPV-CHOICE
               WHEN 'V'
               WHEN 'v'
                   PERFORM 6940-PICK-REPORT
                   IF WS-SPV-OK = 'Y'
                       PERFORM 6950-VIEW-REPORT
                   END-IF
               WHEN 'N'
               WHEN 'n'
                   IF WS-SPV-TOP + 10 <= WS-SPV-COUNT
                       ADD 10 TO WS-SPV-TOP
                   ELSE
                       MOVE "Already on the last page." TO WS-MESSAGE
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-SPV-TOP > 10
                       SUBTRACT 10 FROM WS-SPV-TOP
                   ELSE
                       MOVE "Already on the first page." TO
                           WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-SPV-DONE
           END-EVALUATE.

       6935-SHOW-ONE-SPOOL-LINE.
           MOVE SPACES TO WS-SPV-DETAIL.
           MOVE WS-SPV-SUB TO WS-SPV-LINE-EDIT.
           MOVE WS-SPV-LINE-EDIT TO WS-SPV-DETAIL(1:3).
           MOVE WS-SPV-TAB-PROGRAM(WS-SPV-SUB) TO WS-SPV-DETAIL(5:8).
           MOVE WS-SPV-TAB-RUN-DATE(WS-SPV-SUB) TO
               WS-SPV-DETAIL(14:8).
           MOVE WS-SPV-TAB-RUN-TIME(WS-SPV-SUB) TO
               WS-SPV-DETAIL(23:6).
           MOVE WS-SPV-TAB-BUS-DATE(WS-SPV-SUB) TO
               WS-SPV-DETAIL(30:8).
           MOVE WS-SPV-TAB-RC(WS-SPV-SUB) TO WS-SPV-RC-EDIT.
           MOVE WS-SPV-RC-EDIT TO WS-SPV-DETAIL(40:4).
           MOVE WS-SPV-TAB-LINES(WS-SPV-SUB) TO WS-SPV-COUNT-EDIT.
           MOVE WS-SPV-COUNT-EDIT TO WS-SPV-DETAIL(45:7).
           DISPLAY WS-SPV-DETAIL LINE WS-SPV-LINE-NO COLUMN 3.
           ADD 1 TO WS-SPV-LINE-NO.
           ADD 1 TO WS-SPV-SUB.

       6940-PICK-REPORT.
           MOVE 'N' TO WS-SPV-OK.
           IF WS-SPV-PICK < 1 OR WS-SPV-PICK > WS-SPV-COUNT
               MOVE "Give the number of a report on the list." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SPV-PICK TO WS-SPV-HIT-SUB.
           MOVE 'Y' TO WS-SPV-OK.

       6950-VIEW-REPORT.
      ******************************************************************
      * Pages through one spooled report. Each page reopens the       *
      * generation and skips to its first line, so paging back is the *
      * same as paging forward. A generation the catalog still lists  *
      * but which is gone from disk is reported, not shown.            *
      ******************************************************************
           MOVE WS-SPV-TAB-FILE(WS-SPV-HIT-SUB) TO WS-SPV-FILE-NAME.
           OPEN INPUT SPOOL-VIEW-FILE.
           IF WS-SPOOL-VIEW-STATUS <> '00'
               MOVE "That report is no longer on disk." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           CLOSE SPOOL-VIEW-FILE.
           MOVE WS-SPV-TAB-PROGRAM(WS-SPV-HIT-SUB) TO
               WS-SPV-VIEW-PROGRAM.
           MOVE WS-SPV-TAB-RUN-DATE(WS-SPV-HIT-SUB) TO
               WS-SPV-VIEW-RUN-DATE.
           MOVE WS-SPV-TAB-RUN-TIME(WS-SPV-HIT-SUB) TO
               WS-SPV-VIEW-RUN-TIME.
           MOVE WS-SPV-TAB-BUS-DATE(WS-SPV-HIT-SUB) TO
               WS-SPV-VIEW-BUS-DATE.
           MOVE WS-SPV-TAB-RC(WS-SPV-HIT-SUB) TO WS-SPV-VIEW-RC.
           MOVE WS-SPV-TAB-LINES(WS-SPV-HIT-SUB) TO WS-SPV-VIEW-LINES.

           MOVE "RPT-VIEW" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Viewed " DELIMITED BY SIZE
               WS-SPV-FILE-NAME DELIMITED BY SPACE
               INTO WS-AUDIT-DETAIL.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           MOVE 1 TO WS-SPV-VIEW-TOP.
           MOVE 'N' TO WS-SPV-VIEW-DONE.
           PERFORM 6960-SHOW-REPORT-PAGE UNTIL WS-SPV-VIEW-DONE = 'Y'.

       6960-SHOW-REPORT-PAGE.
           MOVE SPACES TO WS-SPV-VIEW-CHOICE.
           DISPLAY SPOOL-VIEW-SCREEN.
           OPEN INPUT SPOOL-VIEW-FILE.
           IF WS-SPOOL-VIEW-STATUS <> '00'
               MOVE "That report is no longer on disk." TO WS-MESSAGE
               MOVE 'Y' TO WS-SPV-VIEW-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SPV-VIEW-EOF.
           PERFORM 6965-SKIP-ONE-REPORT-LINE
               VARYING WS-SPV-VIEW-SKIP FROM 1 BY 1
               UNTIL WS-SPV-VIEW-SKIP >= WS-SPV-VIEW-TOP OR
                   WS-SPV-VIEW-EOF = 'Y'.
           MOVE 3 TO WS-SPV-LINE-NO.
           MOVE 0 TO WS-SPV-VIEW-SHOWN.
           PERFORM 6970-SHOW-ONE-REPORT-LINE
               UNTIL WS-SPV-VIEW-SHOWN >= 15 OR
                   WS-SPV-VIEW-EOF = 'Y'.
           CLOSE SPOOL-VIEW-FILE.
           ACCEPT SPOOL-VIEW-SCREEN.
           MOVE SPACES TO WS-MESSAGE.

           EVALUATE WS-SPV-VIEW-CHOICE
               WHEN 'N'
               WHEN 'n'
                   IF WS-SPV-VIEW-TOP + 15 <= WS-SPV-VIEW-LINES
                       ADD 15 TO WS-SPV-VIEW-TOP
                   ELSE
                       MOVE "Already on the last page." TO WS-MESSAGE
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-SPV-VIEW-TOP > 15
                       SUBTRACT 15 FROM WS-SPV-VIEW-TOP
                   ELSE
                       MOVE "Already on the first page." TO
                           WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-SPV-VIEW-DONE
           END-EVALUATE.

       6965-SKIP-ONE-REPORT-LINE.
           READ SPOOL-VIEW-FILE
               AT END
                   MOVE 'Y' TO WS-SPV-VIEW-EOF
           END-READ.

       6970-SHOW-ONE-REPORT-LINE.
           READ SPOOL-VIEW-FILE
               AT END
                   MOVE 'Y' TO WS-SPV-VIEW-EOF
           END-READ.
           IF WS-SPV-VIEW-EOF = 'N'
               MOVE SPOOL-VIEW-RECORD TO WS-SPV-TEXT
               DISPLAY WS-SPV-TEXT LINE WS-SPV-LINE-NO COLUMN 1
               ADD 1 TO WS-SPV-LINE-NO
               ADD 1 TO WS-SPV-VIEW-SHOWN
           END-IF.

       6980-ADMIN-INTEREST-SCHEDULE.
      ******************************************************************
      * Interest and service-charge schedule maintenance for the      *
      * month-end INTCALC run - sets (adds or replaces) or deletes    *
      * the entry for one account or one account type. ADMIN tier     *
      * only, like the tax codes. A posting category must be active   *
      * when it will be charged to: the interest category when        *
      * either rate is set, the fee category when a fee is set.       *
      ******************************************************************
           MOVE SPACES TO WS-ISCH-SCOPE WS-ISCH-TARGET WS-ISCH-ACTION
               WS-ISCH-NEW-INT-CATG WS-ISCH-NEW-FEE-CATG WS-MESSAGE.
           MOVE 0 TO WS-ISCH-NEW-CREDIT WS-ISCH-NEW-DEBIT
               WS-ISCH-NEW-FEE.
           DISPLAY ADMIN-INTSCH-SCREEN.
           ACCEPT ADMIN-INTSCH-SCREEN.

           MOVE FUNCTION UPPER-CASE(WS-ISCH-SCOPE) TO WS-ISCH-SCOPE.
           MOVE FUNCTION UPPER-CASE(WS-ISCH-TARGET) TO WS-ISCH-TARGET.
           MOVE FUNCTION UPPER-CASE(WS-ISCH-ACTION) TO WS-ISCH-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ISCH-NEW-INT-CATG) TO
               WS-ISCH-NEW-INT-CATG.
           MOVE FUNCTION UPPER-CASE(WS-ISCH-NEW-FEE-CATG) TO
               WS-ISCH-NEW-FEE-CATG.
           IF WS-ISCH-TARGET = SPACES
               MOVE "Account number or type is required." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ISCH-SCOPE
               WHEN 'A'
                   OPEN INPUT ACCT-FILE
                   IF WS-ACCT-FILE-STATUS <> '00'
                       MOVE "Account master not available." TO
                           WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ISCH-TARGET TO ACCT-NUMBER
                   READ ACCT-FILE
                       INVALID KEY
                           MOVE "Unknown account number." TO
                               WS-MESSAGE
                           CLOSE ACCT-FILE
                           EXIT PARAGRAPH
                   END-READ
                   CLOSE ACCT-FILE
               WHEN 'T'
                   MOVE WS-ISCH-TARGET TO ACCT-TYPE
                   IF NOT ACCT-TYPE-VALID
                       MOVE "Type must be ASSET, LIABILITY, INCOME or "
                           & "EXPENSE." TO WS-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "Scope must be A or T." TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE.

           OPEN I-O INTSCH-FILE.
           IF WS-INTSCH-FILE-STATUS = '35'
               CLOSE INTSCH-FILE
               OPEN OUTPUT INTSCH-FILE
               CLOSE INTSCH-FILE
               OPEN I-O INTSCH-FILE
           END-IF.

           EVALUATE WS-ISCH-ACTION
               WHEN 'S'
                   PERFORM 6985-SET-INTEREST-SCHEDULE
               WHEN 'D'
                   PERFORM 6990-DELETE-INTEREST-SCHEDULE
               WHEN OTHER
                   MOVE "Action must be S or D." TO WS-MESSAGE
           END-EVALUATE.
           CLOSE INTSCH-FILE.

       6985-SET-INTEREST-SCHEDULE.
      * An entry charging nothing is refused - D removes one, and an
      * account with no entry of its own falls back to its type's.
           IF WS-ISCH-NEW-CREDIT = 0 AND WS-ISCH-NEW-DEBIT = 0 AND
               WS-ISCH-NEW-FEE = 0
               MOVE "Set a rate or a fee, or use D to delete." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ISCH-NEW-CREDIT = 0 AND WS-ISCH-NEW-DEBIT = 0
               MOVE SPACES TO WS-ISCH-NEW-INT-CATG
           ELSE
               MOVE WS-ISCH-NEW-INT-CATG TO WS-ISCH-CHECK-CATG
               PERFORM 6987-CHECK-SCHEDULE-CATEGORY
               IF WS-ISCH-CATG-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ISCH-NEW-FEE = 0
               MOVE SPACES TO WS-ISCH-NEW-FEE-CATG
           ELSE
               MOVE WS-ISCH-NEW-FEE-CATG TO WS-ISCH-CHECK-CATG
               PERFORM 6987-CHECK-SCHEDULE-CATEGORY
               IF WS-ISCH-CATG-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-ISCH-SCOPE TO ISCH-SCOPE.
           MOVE WS-ISCH-TARGET TO ISCH-TARGET.
           MOVE WS-ISCH-NEW-CREDIT TO ISCH-CREDIT-RATE.
           MOVE WS-ISCH-NEW-DEBIT TO ISCH-DEBIT-RATE.
           MOVE WS-ISCH-NEW-FEE TO ISCH-MONTHLY-FEE.
           MOVE WS-ISCH-NEW-INT-CATG TO ISCH-INT-CATEGORY.
           MOVE WS-ISCH-NEW-FEE-CATG TO ISCH-FEE-CATEGORY.
           MOVE WS-CURRENT-USER-ID TO ISCH-MAINT-USER-ID.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO ISCH-MAINT-DATE.
           WRITE INTSCH-RECORD
               INVALID KEY
                   REWRITE INTSCH-RECORD
                   END-REWRITE
           END-WRITE.
           IF WS-INTSCH-FILE-STATUS <> '00'
               MOVE "Schedule entry could not be saved." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Schedule entry saved." TO WS-MESSAGE.
           PERFORM 6995-AUDIT-INTEREST-SCHEDULE.

       6987-CHECK-SCHEDULE-CATEGORY.
           MOVE 'N' TO WS-ISCH-CATG-OK.
           IF WS-ISCH-CHECK-CATG = SPACES
               MOVE "Posting category is required for a charge." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CATG-FILE.
           IF WS-CATG-FILE-STATUS <> '00'
               MOVE "Category table not available. Contact admin." TO
                   WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ISCH-CHECK-CATG TO CATG-CODE.
           READ CATG-FILE
               INVALID KEY
                   MOVE "Unknown category code." TO WS-MESSAGE
                   CLOSE CATG-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CATG-FILE.
           IF CATG-IS-RETIRED
               MOVE "Category code is retired." TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ISCH-CATG-OK.

       6990-DELETE-INTEREST-SCHEDULE.
           MOVE WS-ISCH-SCOPE TO ISCH-SCOPE.
           MOVE WS-ISCH-TARGET TO ISCH-TARGET.
           READ INTSCH-FILE
               INVALID KEY
                   MOVE "No schedule entry for that account or type."
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-READ.
           DELETE INTSCH-FILE RECORD.
           MOVE "Schedule entry deleted." TO WS-MESSAGE.
           PERFORM 6995-AUDIT-INTEREST-SCHEDULE.

       6995-AUDIT-INTEREST-SCHEDULE.
           MOVE "ADMIN-TASK" TO WS-AUDIT-ACTION.
           MOVE "SUCCESS" TO WS-AUDIT-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Admin interest schedule " DELIMITED BY SIZE
               ISCH-SCOPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ISCH-TARGET DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ISCH-ACTION DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 9000-WRITE-AUDIT-RECORD.

       9000-WRITE-AUDIT-RECORD.
      ******************************************************************
      * Appends one timestamped record to AUDITLOG.dat. Called for     *
      * every login attempt and every menu selection. Each record     *
      * carries a sequence number and a chained digest folding in the *
      * previous record's digest so the trail is tamper-evident;      *
      * AUDITVFY proves the chain nightly. The exclusive AUDITLOG.lck *
      * mutex is taken first and held until the record and the       *
      * checkpoint are both on disk, so two terminals logged on as   *
      * different users serialize instead of interleaving stale      *
      * counters into the chain.                                      *
      ******************************************************************
           PERFORM 9040-ACQUIRE-AUDIT-LOCK.
           PERFORM 9050-PRIME-AUDIT-CHAIN.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO AUDIT-TIME.
           IF FUNCTION TRIM(WS-AUDIT-USER-ID) = SPACES
               MOVE WS-CURRENT-USER-ID TO AUDIT-USER-ID
           ELSE
               MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID
           END-IF.
                   MOVE 'Y' TO WS-MSG-WRITTEN
           END-WRITE.

       9400-JOURNAL-TRANS-IMAGE.
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
           MOVE "LOGONAPP" TO JNL-PROGRAM.
           MOVE WS-CURRENT-USER-ID TO JNL-USER-ID.
           MOVE CICA-TRANS-RECORD TO JNL-IMAGE.
           SET JNL-IS-COMPLETE TO TRUE.
           WRITE TRJNL-RECORD.
           CLOSE TRJNL-FILE.

       9500-POST-CATG-CHANGE.
      ******************************************************************
      * Called straight after a transaction update. Takes the ACTIVE  *
      * contribution noted by 9510 (none for a new entry) out of the  *
      * category-period totals and puts the record's current one in. *
      * An update that did not take posts nothing.                    *
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
               PERFORM 9520-POST-ONE-CATG-TOTAL
           END-IF.
           IF TRANS-IS-ACTIVE
               MOVE TRANS-CATEGORY-CODE TO WS-CPT-POST-CATG
               COMPUTE WS-CPT-POST-PERIOD = TRANS-DATE / 100
               MOVE TRANS-BRANCH-CODE TO WS-CPT-POST-BRANCH
               MOVE TRANS-AMOUNT TO WS-CPT-POST-AMOUNT
               MOVE 1 TO WS-CPT-POST-COUNT
               PERFORM 9520-POST-ONE-CATG-TOTAL
           END-IF.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.

       9510-NOTE-CATG-BEFORE.
      * Notes the record's ACTIVE contribution as read, before it is
      * changed.
           MOVE 'N' TO WS-CPT-BEFORE-ACTIVE.
           IF TRANS-IS-ACTIVE
               MOVE 'Y' TO WS-CPT-BEFORE-ACTIVE
               MOVE TRANS-CATEGORY-CODE TO WS-CPT-BEFORE-CATG
               COMPUTE WS-CPT-BEFORE-PERIOD = TRANS-DATE / 100
               MOVE TRANS-BRANCH-CODE TO WS-CPT-BEFORE-BRANCH
               MOVE TRANS-AMOUNT TO WS-CPT-BEFORE-AMOUNT
           END-IF.

       9520-POST-ONE-CATG-TOTAL.
      ******************************************************************
      * Adds WS-CPT-POST-AMOUNT and -COUNT to one category, period    *
      * and branch on CICA-CPTOT.dat, opening the key if it is new.   *
      * The file is only ever created by CATGVFY; until it exists     *
      * nothing is posted and the budget check sweeps instead. A      *
      * record held by another session is waited out on the paced    *
      * retry; if it will not clear, the posting is dropped and the  *
      * nightly proof puts the figure right.                          *
      ******************************************************************
           OPEN I-O CPTOT-FILE.
           IF WS-CPTOT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE.
           MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD.
           MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH.
           READ CPTOT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CPTOT-FILE-STATUS = '51'
               MOVE 0 TO WS-REC-RETRY-COUNT
               PERFORM 9525-RETRY-LOCKED-CPTOT
                   UNTIL WS-CPTOT-FILE-STATUS NOT = '51' OR
                       WS-REC-RETRY-COUNT > WS-REC-RETRY-LIMIT
           END-IF.
           EVALUATE WS-CPTOT-FILE-STATUS
               WHEN '00'
                   ADD WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT
                   ADD WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT
                   MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE
                   MOVE "LOGONAPP" TO CPT-LAST-PROGRAM
                   REWRITE CPTOT-RECORD
               WHEN '23'
                   MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE
                   MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD
                   MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH
                   MOVE WS-CPT-POST-COUNT TO CPT-ACTIVE-COUNT
                   MOVE WS-CPT-POST-AMOUNT TO CPT-ACTIVE-AMOUNT
                   MOVE WS-BUSINESS-DATE TO CPT-LAST-DATE
                   MOVE "LOGONAPP" TO CPT-LAST-PROGRAM
                   WRITE CPTOT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE CPTOT-FILE.

       9525-RETRY-LOCKED-CPTOT.
           ADD 1 TO WS-REC-RETRY-COUNT.
           CALL "C$SLEEP" USING WS-REC-WAIT-SECS.
           MOVE WS-CPT-POST-CATG TO CPT-CATG-CODE.
           MOVE WS-CPT-POST-PERIOD TO CPT-PERIOD.
           MOVE WS-CPT-POST-BRANCH TO CPT-BRANCH.
           READ CPTOT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       9600-RAISE-EXCEPTION.
      ******************************************************************
      * Raises one exception work queue item from WS-EXQ-RAISE. An    *
      * item given an owner goes straight to ASSIGNED. The key is the *
      * type and source reference, so an item already on file is not *
      * raised twice; one since RESOLVED is reopened - the entry was *
      * rejected again after it was corrected.                        *
      ******************************************************************
           OPEN I-O EXCQ-FILE.
           IF WS-EXCQ-FILE-STATUS = '35'
               CLOSE EXCQ-FILE
               OPEN OUTPUT EXCQ-FILE
               CLOSE EXCQ-FILE
               OPEN I-O EXCQ-FILE
           END-IF.
           IF WS-EXCQ-FILE-STATUS <> '00'
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-EXQ-TYPE TO EXQ-TYPE.
           MOVE WS-EXQ-REF TO EXQ-SOURCE-REF.
           READ EXCQ-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EXCQ-FILE-STATUS = '00' AND NOT EXQ-IS-RESOLVED
               CLOSE EXCQ-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EXQ-BRANCH TO EXQ-BRANCH.
           MOVE WS-EXQ-DESC TO EXQ-DESCRIPTION.
           MOVE WS-CURRENT-DATE TO EXQ-RAISED-DATE.
           MOVE WS-CURRENT-USER-ID TO EXQ-RAISED-BY.
           MOVE WS-EXQ-OWNER TO EXQ-OWNER.
           IF WS-EXQ-OWNER = SPACES
               MOVE 'OPEN' TO EXQ-STATUS
               MOVE SPACES TO EXQ-ASSIGNED-BY
               MOVE 0 TO EXQ-ASSIGNED-DATE
           ELSE
               MOVE 'ASSIGNED' TO EXQ-STATUS
               MOVE WS-CURRENT-USER-ID TO EXQ-ASSIGNED-BY
               MOVE WS-CURRENT-DATE TO EXQ-ASSIGNED-DATE
           END-IF.
           MOVE SPACES TO EXQ-RESOLVED-BY EXQ-RESOLUTION-NOTE.
           MOVE 0 TO EXQ-RESOLVED-DATE.
           IF WS-EXCQ-FILE-STATUS = '00'
               REWRITE EXCQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE EXCQ-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           CLOSE EXCQ-FILE.

       9900-SHUTDOWN.
      ******************************************************************
      * Releases this user's session lock before the program ends.    *
