      * MODIFICATION HISTORY:                                          *
      *   See SECURITY.CBL for the history of this record layout prior *
      *   to it being split out of that copybook.                      *
      *   AUTH-BRANCH-CODE added - the branch the user works in. Only  *
      *   an ADMIN user sees every branch; everyone else sees, amends  *
      *   and approves only their own branch's transactions. Spaces is *
      *   the home office, which is what every user added before the   *
      *   field existed carries.                                       *
      ******************************************************************
       01  AUTH-FILE-RECORD.
           05  AUTH-USER-ID            PIC X(8).
           05  AUTH-SESSION-ACTIVE     PIC X(1).
               88  AUTH-IS-SESSION-ACTIVE   VALUE 'Y'.
               88  AUTH-IS-SESSION-CLEAR    VALUE 'N'.
           05  AUTH-BRANCH-CODE        PIC X(4).
