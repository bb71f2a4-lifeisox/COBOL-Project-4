      ******************************************************************
      * Report retention index record - the RPTINDEX indexed file,
      * keyed report file name + run date + run time. One record per
      * report copy filed in the RPTLIB library: the program and
      * window step that produced it, how many lines it holds, and
      * the date its retention runs out. A purged copy keeps its
      * index record, marked purged and dated, so the index still
      * shows that the report existed and when it was dropped.
      ******************************************************************
       01  REPORT-INDEX-RECORD.
           05  RI-KEY.
               10  RI-REPORT-NAME      PIC X(16).
               10  RI-RUN-DATE         PIC 9(08).
               10  RI-RUN-TIME         PIC 9(06).
           05  RI-PROGRAM              PIC X(20).
      *    The step's place in the night's window.
           05  RI-STEP-NUMBER          PIC 9(02).
           05  RI-RETAIN-DAYS          PIC 9(04).
           05  RI-EXPIRY-DATE          PIC 9(08).
           05  RI-LINE-COUNT           PIC 9(06).
           05  RI-STATUS               PIC X(01).
               88  RI-RETAINED                 VALUE "R".
               88  RI-PURGED                   VALUE "P".
           05  RI-PURGE-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
