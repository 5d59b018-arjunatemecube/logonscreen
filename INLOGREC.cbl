      ******************************************************************
      * COPYBOOK: INLOGREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-INLOG.dat, the inbound     *
      *              load log. TRANLOAD appends one record per         *
      *              regional file it finishes loading - the header's  *
      *              sequence number and file date, the business date  *
      *              it was loaded on, and the count/hash its trailer  *
      *              carried - with status LOADED. TRANBACK reports a  *
      *              back-out against these trailer figures and flips  *
      *              the status to BACKOUT, so a file is never backed  *
      *              out twice. A corrected file resent under the same *
      *              sequence number adds a fresh LOADED record.       *
      ******************************************************************
       01  INLOG-RECORD.
           05  ILG-SEQ-NO              PIC 9(6).
           05  FILLER                  PIC X(1).
           05  ILG-FILE-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ILG-LOAD-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ILG-REC-COUNT           PIC 9(7).
           05  FILLER                  PIC X(1).
           05  ILG-HASH-TOTAL          PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(1).
           05  ILG-STATUS              PIC X(8).
               88  ILG-IS-LOADED            VALUE 'LOADED'.
               88  ILG-IS-BACKED-OUT        VALUE 'BACKOUT'.
