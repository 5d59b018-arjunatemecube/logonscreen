      *   approval thresholds are now only fall-back defaults - live  *
      *   values are loaded from CICA-PARMS.dat (see SITEPREC) at     *
      *   each logon.                                                  *
      *   WS-USER-BRANCH added - the branch the signed-on user works   *
      *   in, loaded from AUTH-BRANCH-CODE at logon.                   *
      ******************************************************************
       01  WS-SECURITY-FLAGS.
           05  WS-CURRENT-USER-ID  PIC X(8).
      *----------------------------------------------------------------*
           05  WS-PIN-VERIFIED            PIC X(1) VALUE 'N'.
               88 PIN-IS-VERIFIED             VALUE 'Y'.
      *----------------------------------------------------------------*
      * Branch segregation - spaces is the home office                 *
      *----------------------------------------------------------------*
           05  WS-USER-BRANCH             PIC X(4) VALUE SPACES.
