      ******************************************************************
      * Report retention parameter block, shared by BATCH-DRIVER and
      * the REPORT-RETAIN subprogram. After a window step ends
      * cleanly the driver sets the step's PROGRAM-ID, its place in
      * the window and the run date and time, and CALLs
      * "REPORT-RETAIN", which files a dated copy of every report the
      * report catalogue lists for that step and gets back how many
      * were filed.
      ******************************************************************
       01  REPORT-RETAIN-PARAMETERS.
           05  RR-STEP-NAME            PIC X(20).
           05  RR-STEP-NUMBER          PIC 9(02).
           05  RR-RUN-DATE             PIC 9(08).
           05  RR-RUN-TIME             PIC 9(06).
      *    Returned: the number of report copies filed.
           05  RR-REPORTS-FILED        PIC 9(03).
