       FILE                        SECTION.
      *    Same layout as BATCHLOG-RECORD in NightlyBatchDriver.cbl.
       FD  BATCHLOG-FILE-IN
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS BATCHLOG-RECORD-IN.
       01  BATCHLOG-RECORD-IN.
           05  BL-RUN-DATE-IN      PIC 9(08).
           05  BL-END-TIME-IN      PIC 9(06).
           05  BL-STATUS-IN        PIC X(07).
           05  BL-RETURN-CODE-IN   PIC 9(05).
           05  BL-ELAPSED-TIME-IN  PIC 9(06).

      *    Same layout as ERRORS-RECORD-OUT in BatchUpdate.cbl.
       FD  ERRORS-FILE-IN
      *    OVERDUE-PO-REPORT's printed report - only its footer's
      *    overdue count is wanted here.
       FD  OVERDUPO-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OVERDUPO-LINE-IN.
       01  OVERDUPO-LINE-IN        PIC X(80).

       FD  SUMMARY-REPORT-OUT
           RECORD CONTAINS 70 CHARACTERS
                   AT END  MOVE "Y" TO BATCHLOG-EOF-SW
           END-READ.
           PERFORM UNTIL BATCHLOG-EOF-SW = "Y"
      *        The "*BATCH WINDOW*" record closing an earlier run
      *        tonight is the window's timing, not a step.
               IF  BL-RUN-DATE-IN = WS-TODAY
                       AND BL-STEP-NAME-IN NOT = "*BATCH WINDOW*"
                       AND ST-COUNT < 50
                   ADD     1                   TO  ST-COUNT
                                                   CT-STEPS-TONIGHT
