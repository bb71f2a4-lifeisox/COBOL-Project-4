      *
      * Used File
      *    - Customer Master File (Indexed Sequential): CUSTMAST
      *    - Master-File Change Log: CHGLOG.TXT (via CHANGE-LOG)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *    silently overwrite each other's REWRITE.
       COPY "RecordLock.cpy".

      *    Change-log parameter block: every add, change and delete
      *    is logged with the record before and after.
       COPY "ChangeLog.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
       100-UPDATE-CUSTOMER-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "CUSTOMER-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
      *-----------------------------------------------------------------
       400-ADD-CUSTOMER.
           WRITE   CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "A"             TO  CHG-ACTION
                   MOVE    SPACES          TO  CHG-BEFORE-IMAGE
                   MOVE    CUSTOMER-RECORD TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
           END-WRITE.

      *-----------------------------------------------------------------
       400-CHANGE-CUSTOMER.
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    CUSTOMER-RECORD
                                   TO  CHG-BEFORE-IMAGE
                   MOVE    WS-NEW-NAME     TO  CUST-NAME
                   MOVE    WS-NEW-CONTACT  TO  CUST-CONTACT
                   MOVE    WS-NEW-PHONE    TO  CUST-PHONE
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "C"         TO  CHG-ACTION
                           MOVE    CUSTOMER-RECORD
                                               TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-CUSTOMER.
           READ    CUSTOMER-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    CUSTOMER-RECORD
                                   TO  CHG-BEFORE-IMAGE
                   DELETE  CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "D"         TO  CHG-ACTION
                           MOVE    SPACES      TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-DELETE
           END-READ.

      ******************************************************************
      * Log the change just made, with the record before and after,
      * for the nightly change report.
      *-----------------------------------------------------------------
       500-LOG-CHANGE.
           MOVE    "CUSTMAST"      TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           MOVE    CUST-ID         TO  CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
