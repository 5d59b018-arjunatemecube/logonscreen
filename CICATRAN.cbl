      *   unload/reload utility to gain the new fields; the rebuild  *
      *   seeds the markers on pre-cutover records so the first      *
      *   marker-driven extract does not re-ship the whole ledger.   *
      *   Journal voucher fields added. A voucher posts as one       *
      *   record per line, keyed voucher number plus two-digit line  *
      *   number, every line carrying TRANS-VOUCHER-NO, its own line *
      *   number and the voucher's line count so approval, cancel   *
      *   and the GL extract can find and prove the whole voucher.  *
      *   TRANS-VOUCHER-NO is spaces on a stand-alone entry.         *
      *   Bank clearing fields added for BANKREC. The flag is N      *
      *   until the entry is matched to a line on the bank's         *
      *   statement - A when matched by the nightly auto-match, F    *
      *   when force-matched by an operator - and the statement      *
      *   date and line number identify the bank item on            *
      *   CICA-BANKITEM.dat (see BKITMREC) it cleared against.      *
      *   Payee fields added. TRANS-PAYEE-ID names the payee on      *
      *   CICA-PAYEE.dat (see PAYEEREC) a payment is made to, and is *
      *   spaces on an entry that pays nobody. PAYRUN stamps the     *
      *   payment run number and date onto each payment it sends to *
      *   the bank; a non-zero run number means the entry is paid   *
      *   and will never be collected again.                        *
      *   Currency fields added. TRANS-AMOUNT stays in the base     *
      *   currency (PARM-BASE-CURRENCY) so every total, budget and  *
      *   extract works unchanged; TRANS-CURRENCY is the currency    *
      *   of the account the entry was keyed against, with          *
      *   TRANS-ORIG-AMOUNT the amount in that currency and          *
      *   TRANS-FX-RATE the CICA-FXRATE.dat rate (see FXRATREC) it   *
      *   was converted at. A base-currency entry carries rate 1     *
      *   and the same amount in both fields; a blank TRANS-CURRENCY *
      *   (an entry from before the fields existed) is base.         *
      *   Tax fields added. TRANS-AMOUNT is the gross (tax           *
      *   inclusive) base amount; TRANS-NET-AMOUNT and               *
      *   TRANS-TAX-AMOUNT split it under TRANS-TAX-CODE (see        *
      *   TAXREC) at TRANS-TAX-RATE, the percentage in force when    *
      *   the entry was made, and always add back to TRANS-AMOUNT.   *
      *   A blank tax code is an entry outside the scope of tax,     *
      *   carried wholly as net. TRANS-GL-SENT-TAX is the tax last  *
      *   shipped to the GL, so an amend ships its tax movement     *
      *   alongside the amount's.                                   *
      *   TRANS-BRANCH-CODE added - the branch of the entry's       *
      *   account (ACCT-BRANCH-CODE), stamped when the entry is     *
      *   made. Operators outside ADMIN see, amend and approve only *
      *   their own branch's entries, and DAYCLOSE, TRANEXTR and    *
      *   BUDGRPT total by it. Spaces is the home office, which is  *
      *   what every entry made before the field existed carries.   *
      *   TRANS-INB-SEQ-NO added - the sequence number of the regional *
      *   CICA-INBOUND.dat file TRANLOAD loaded the entry from, so     *
      *   TRANBACK can back a whole file out. Zero on every entry not  *
      *   loaded by TRANLOAD, and on every entry made before the field *
      *   existed.                                                     *
      *   TRANS-ACCRUAL-FLAG and TRANS-ACCRUAL-LINK added. An entry    *
      *   flagged as an accrual on Data Entry A is reversed by ACCRREV *
      *   on the first business day of the next period; the accrual's  *
      *   link then names its reversal and the reversal's link names   *
      *   the accrual it reverses. Spaces (not an accrual) on every    *
      *   entry made before the fields existed.                        *
      ******************************************************************
       01  CICA-TRANS-RECORD.
           05  TRANS-ID                PIC X(10).
               88  TRANS-GL-REVERSED        VALUE 'R'.
           05  TRANS-GL-SENT-AMOUNT    PIC S9(9)V99.
           05  TRANS-GL-SENT-DATE      PIC 9(8).
           05  TRANS-VOUCHER-NO        PIC X(8).
           05  TRANS-VOUCHER-LINE      PIC 9(2).
           05  TRANS-VOUCHER-LINES     PIC 9(2).
           05  TRANS-CLEARED-FLAG      PIC X(1).
               88  TRANS-NOT-CLEARED        VALUES 'N', ' '.
               88  TRANS-IS-CLEARED         VALUES 'A', 'F'.
               88  TRANS-CLEARED-AUTO       VALUE 'A'.
               88  TRANS-CLEARED-FORCED     VALUE 'F'.
           05  TRANS-CLEARED-DATE      PIC 9(8).
           05  TRANS-CLEARED-LINE      PIC 9(4).
           05  TRANS-PAYEE-ID          PIC X(8).
           05  TRANS-PAY-RUN-NO        PIC 9(6).
               88  TRANS-NOT-PAID           VALUE 0.
           05  TRANS-PAID-DATE         PIC 9(8).
           05  TRANS-CURRENCY          PIC X(3).
           05  TRANS-ORIG-AMOUNT       PIC S9(9)V99.
           05  TRANS-FX-RATE           PIC 9(5)V9(6).
           05  TRANS-TAX-CODE          PIC X(4).
           05  TRANS-TAX-RATE          PIC 9(2)V9(3).
           05  TRANS-NET-AMOUNT        PIC S9(9)V99.
           05  TRANS-TAX-AMOUNT        PIC S9(9)V99.
           05  TRANS-GL-SENT-TAX       PIC S9(9)V99.
           05  TRANS-BRANCH-CODE       PIC X(4).
           05  TRANS-INB-SEQ-NO        PIC 9(6).
           05  TRANS-ACCRUAL-FLAG      PIC X(1).
               88  TRANS-NOT-ACCRUAL        VALUES 'N', ' '.
               88  TRANS-IS-ACCRUAL         VALUE 'Y'.
               88  TRANS-IS-ACCRUAL-REVERSAL VALUE 'R'.
           05  TRANS-ACCRUAL-LINK      PIC X(10).
