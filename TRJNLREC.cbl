      ******************************************************************
      * COPYBOOK: TRJNLREC.CBL                                         *
      * DESCRIPTION: Record layout for CICA-TRJNL.dat, the forward-    *
      *              recovery journal for CICA-TRANS.dat. Every        *
      *              program that adds, rewrites or deletes a          *
      *              transaction record appends the record's after-   *
      *              image here once the update has taken (for a      *
      *              delete, the image carries the key removed).      *
      *              FILEBKUP starts a fresh journal each time it     *
      *              backs up the transaction file: the first record  *
      *              is an H header naming the backup generation the  *
      *              journal follows, and the closing journal is kept *
      *              as TRJNL.yyyymmdd.dat under that generation's    *
      *              date. FILEBKUP ROLLFWD rebuilds the file from a  *
      *              generation and reapplies its journal in order.   *
      *              JNL-END-MARK is written last on every record, so *
      *              an image cut short by a failure mid-write is     *
      *              recognized and the roll-forward stops at the     *
      *              last complete update before it.                  *
      ******************************************************************
       01  TRJNL-RECORD.
           05  JNL-REC-TYPE            PIC X(1).
               88  JNL-IS-HEADER            VALUE 'H'.
               88  JNL-IS-ADD               VALUE 'A'.
               88  JNL-IS-REWRITE           VALUE 'R'.
               88  JNL-IS-DELETE            VALUE 'D'.
           05  JNL-DATE                PIC 9(8).
           05  JNL-TIME                PIC 9(8).
           05  JNL-PROGRAM             PIC X(8).
           05  JNL-USER-ID             PIC X(8).
           05  JNL-IMAGE               PIC X(400).
           05  JNL-HEADER-VIEW REDEFINES JNL-IMAGE.
               10  JNL-HDR-GEN-DATE        PIC 9(8).
               10  FILLER                  PIC X(392).
           05  JNL-END-MARK            PIC X(1).
               88  JNL-IS-COMPLETE          VALUE '*'.
