      ******************************************************************
      * Report retention library record - the RPTLIB indexed file,
      * keyed report file name + run date + run time + line number.
      * Every line of every report BATCH-DRIVER files after a clean
      * step is kept here, in print order, until REPORT-PURGE drops
      * the copy at the end of its retention period. One filed copy
      * is all the lines sharing a report name, date and time; its
      * RPTINDEX record says who produced it and how long it stays.
      ******************************************************************
       01  REPORT-LIBRARY-RECORD.
           05  RL-KEY.
               10  RL-REPORT-NAME      PIC X(16).
               10  RL-RUN-DATE         PIC 9(08).
               10  RL-RUN-TIME         PIC 9(06).
               10  RL-LINE-NUMBER      PIC 9(06).
           05  RL-LINE                 PIC X(200).
