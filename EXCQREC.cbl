      ******************************************************************
      * COPYBOOK: EXCQREC.CBL                                          *
      * DESCRIPTION: Record layout for CICA-EXCQ.dat, the indexed      *
      *              exception work queue. Every exception the system  *
      *              finds - a GL bounce (GLRECON), an inbound reject  *
      *              (TRANLOAD), a suspected double (DUPRPT), an entry *
      *              rejected on the approval queue (LOGONAPP) and an  *
      *              out-of-balance day or branch (DAYCLOSE) - raises  *
      *              one item here. The key is the exception type plus *
      *              a reference back to its source (trans ID, file    *
      *              and detail, business date and branch...), so the  *
      *              same exception met again on a rerun is already on *
      *              file and is not raised twice. Supervisors assign  *
      *              items from sub menu option C; the owner works and *
      *              resolves them with a note. Resolved items stay on *
      *              file as the record of what was done. EXCQRPT ages *
      *              the open items nightly. The alternate key on      *
      *              EXQ-OWNER finds a user's own items.               *
      ******************************************************************
       01  EXCQ-RECORD.
           05  EXQ-KEY.
               10  EXQ-TYPE            PIC X(4).
                   88  EXQ-IS-GL-BOUNCE         VALUE 'GLBN'.
                   88  EXQ-IS-INBOUND-REJECT    VALUE 'INRJ'.
                   88  EXQ-IS-DUPLICATE         VALUE 'DUPE'.
                   88  EXQ-IS-REJECTED-ENTRY    VALUE 'REJT'.
                   88  EXQ-IS-OUT-OF-BALANCE    VALUE 'OOB '.
               10  EXQ-SOURCE-REF      PIC X(30).
           05  EXQ-BRANCH              PIC X(4).
           05  EXQ-DESCRIPTION         PIC X(50).
           05  EXQ-RAISED-DATE         PIC 9(8).
           05  EXQ-RAISED-BY           PIC X(8).
           05  EXQ-OWNER               PIC X(8).
           05  EXQ-STATUS              PIC X(8).
               88  EXQ-IS-OPEN              VALUE 'OPEN'.
               88  EXQ-IS-ASSIGNED          VALUE 'ASSIGNED'.
               88  EXQ-IS-WORKING           VALUE 'WORKING'.
               88  EXQ-IS-RESOLVED          VALUE 'RESOLVED'.
               88  EXQ-IS-UNRESOLVED        VALUE 'OPEN' 'ASSIGNED'
                                                  'WORKING'.
           05  EXQ-ASSIGNED-BY         PIC X(8).
           05  EXQ-ASSIGNED-DATE       PIC 9(8).
           05  EXQ-RESOLVED-BY         PIC X(8).
           05  EXQ-RESOLVED-DATE       PIC 9(8).
           05  EXQ-RESOLUTION-NOTE     PIC X(50).
