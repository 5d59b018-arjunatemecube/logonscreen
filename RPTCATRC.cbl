      ******************************************************************
      * COPYBOOK: RPTCATRC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-RPTCAT.dat, the indexed    *
      *              report spool catalog. Every night-run step writes *
      *              its report to <program>.out, which the next run   *
      *              overwrites; NIGHTRUN copies each one it has run   *
      *              to a dated generation <program>.yyyymmdd.hhmmss.  *
      *              out as soon as the step ends, and records it here *
      *              with the business date it ran against and its     *
      *              RETURN-CODE. NIGHTRUN's own summary is kept the   *
      *              same way. Generations older than the retention    *
      *              set for the program on the site parameters        *
      *              (PARM-SPOOL-RETENTION in SITEPREC) are deleted    *
      *              from disk and from the catalog when the program   *
      *              is next spooled. Supervisors list and read the    *
      *              kept generations from LOGONAPP sub menu option D. *
      ******************************************************************
       01  RPTCAT-RECORD.
           05  RPC-KEY.
               10  RPC-PROGRAM         PIC X(8).
               10  RPC-RUN-DATE        PIC 9(8).
               10  RPC-RUN-TIME        PIC 9(6).
           05  RPC-BUSINESS-DATE       PIC 9(8).
           05  RPC-RETURN-CODE         PIC 9(4).
           05  RPC-FILE-NAME           PIC X(40).
           05  RPC-LINE-COUNT          PIC 9(7).
           05  RPC-SPOOLED-BY          PIC X(8).
