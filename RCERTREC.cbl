      ******************************************************************
      * COPYBOOK: RCERTREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-RECERT.dat, the indexed    *
      *              quarterly user access recertification file. Each  *
      *              quarter RECERT opens a review cycle (yyyyQn) with *
      *              one record per ACTIVE user on AUTHFILE.dat,       *
      *              carrying the tier, branch, last logon and recent  *
      *              AUDITLOG.dat activity as they stood when the      *
      *              cycle opened, and the supervisor assigned to      *
      *              review the user. The reviewer certifies or        *
      *              revokes the user from the LOGONAPP admin menu     *
      *              (option R); a revocation deactivates the user on  *
      *              AUTHFILE.dat. A review still PENDING after its    *
      *              deadline is EXPIRED by RECERT and the user        *
      *              deactivated. Records are never deleted - the      *
      *              file is the evidence of who certified whom and    *
      *              when. The alternate key on RCR-REVIEWER finds a   *
      *              reviewer's own reviews.                           *
      ******************************************************************
       01  RECERT-RECORD.
           05  RCR-KEY.
               10  RCR-CYCLE           PIC X(6).
               10  RCR-USER-ID         PIC X(8).
           05  RCR-REVIEWER            PIC X(8).
           05  RCR-TIER                PIC X(10).
           05  RCR-BRANCH              PIC X(4).
           05  RCR-LAST-LOGON          PIC 9(8).
           05  RCR-ACTIVITY-COUNT      PIC 9(5).
           05  RCR-LAST-ACTIVITY       PIC 9(8).
           05  RCR-OPENED-DATE         PIC 9(8).
           05  RCR-DEADLINE            PIC 9(8).
           05  RCR-STATUS              PIC X(9).
               88  RCR-IS-PENDING           VALUE 'PENDING'.
               88  RCR-IS-CERTIFIED         VALUE 'CERTIFIED'.
               88  RCR-IS-REVOKED           VALUE 'REVOKED'.
               88  RCR-IS-EXPIRED           VALUE 'EXPIRED'.
           05  RCR-DECIDED-BY          PIC X(8).
           05  RCR-DECIDED-DATE        PIC 9(8).
           05  RCR-DECIDED-TIME        PIC 9(6).
           05  RCR-APPLIED             PIC X(1).
               88  RCR-IS-APPLIED           VALUE 'Y'.
               88  RCR-NOT-APPLIED          VALUE 'N'.
           05  RCR-NOTE                PIC X(40).
