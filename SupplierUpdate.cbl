      *
      * Used File
      *    - Supplier File (Indexed Sequential): SUPPLIER
      *    - Master-File Change Log: CHGLOG.TXT (via CHANGE-LOG)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  SUPPLIER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD.
       01  SUPPLIER-RECORD.
           05  SUP-ID              PIC X(02).
      *    Currency the supplier quotes and invoices in (spaces =
      *    local money).
           05  SUP-CURRENCY        PIC X(03).
      *    "Y" when the supplier takes the nightly vendor-managed
      *    inventory export of its parts' activity (VMI-EXPORT).
           05  SUP-VMI-FLAG        PIC X(01).
               88  SUP-VMI-PARTNER           VALUE "Y".
           05  FILLER              PIC X(14).

      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *    silently overwrite each other's REWRITE.
       COPY "RecordLock.cpy".

      *    Change-log parameter block: every add, change and delete
      *    is logged with the record before and after.
       COPY "ChangeLog.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  WS-NEW-PHONE        PIC X(12).
           05  WS-NEW-TERMS        PIC X(10).
           05  WS-NEW-CURRENCY     PIC X(03).
           05  WS-NEW-VMI-FLAG     PIC X(01).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               10  LINE 12 COLUMN  7   VALUE "  CONTACT PHONE:".
               10  LINE 13 COLUMN  7   VALUE "  PAYMENT TERMS:".
               10  LINE 14 COLUMN  7   VALUE "CURRENCY (bl=LC):".
               10  LINE 14 COLUMN 31   VALUE "VMI EXPORT (Y/N):".
               10  LINE 15 COLUMN  7
                           VALUE "------------------------------------".

               10  SS-CURRENCY         PIC X(03) TO    SUP-CURRENCY
                   LINE 14 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-VMI-FLAG         PIC X(01) TO    SUP-VMI-FLAG
                   LINE 14 COLUMN 49   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 16 BLANK LINE.
               10  LINE 17 BLANK LINE.
               10  LINE 19 BLANK LINE.
       100-UPDATE-SUPPLIER-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "SUPPLIER-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN

      ******************************************************************
       400-DISPLAY-OPENING-SCREEN.
           MOVE    SPACES  TO  SUPPLIER-RECORD.
           INITIALIZE FILE-STATUS-AND-MISC SUPPLIER-RECORD.
           DISPLAY OPENING-SCREEN.

           ACCEPT  SS-PHONE.
           ACCEPT  SS-TERMS.
           ACCEPT  SS-CURRENCY.
           ACCEPT  SS-VMI-FLAG.
      *    Anything but a yes leaves the supplier out of the export.
           IF  SUP-VMI-FLAG = "y"
               MOVE    "Y"     TO  SUP-VMI-FLAG
           END-IF.
           IF  NOT SUP-VMI-PARTNER
               MOVE    "N"     TO  SUP-VMI-FLAG
           END-IF.

      *-----------------------------------------------------------------
       400-ADD-SUPPLIER.
           WRITE   SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "A"             TO  CHG-ACTION
                   MOVE    SPACES          TO  CHG-BEFORE-IMAGE
                   MOVE    SUPPLIER-RECORD TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
           END-WRITE.

      *-----------------------------------------------------------------
       400-CHANGE-SUPPLIER.
           MOVE    SUP-PHONE       TO  WS-NEW-PHONE.
           MOVE    SUP-TERMS       TO  WS-NEW-TERMS.
           MOVE    SUP-CURRENCY    TO  WS-NEW-CURRENCY.
           MOVE    SUP-VMI-FLAG    TO  WS-NEW-VMI-FLAG.
           READ    SUPPLIER-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    SUPPLIER-RECORD        TO  CHG-BEFORE-IMAGE
                   MOVE    WS-NEW-SUPPLIER-NAME   TO  SUP-NAME
                   MOVE    WS-NEW-LEAD-TIME       TO  SUP-LEAD-TIME
                   MOVE    WS-NEW-CONTACT         TO  SUP-CONTACT
                   MOVE    WS-NEW-PHONE           TO  SUP-PHONE
                   MOVE    WS-NEW-TERMS           TO  SUP-TERMS
                   MOVE    WS-NEW-CURRENCY        TO  SUP-CURRENCY
                   MOVE    WS-NEW-VMI-FLAG        TO  SUP-VMI-FLAG
                   REWRITE SUPPLIER-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "C"         TO  CHG-ACTION
                           MOVE    SUPPLIER-RECORD
                                               TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-SUPPLIER.
           READ    SUPPLIER-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    SUPPLIER-RECORD        TO  CHG-BEFORE-IMAGE
                   DELETE  SUPPLIER-FILE
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
           MOVE    "SUPPLIER"      TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           MOVE    SUP-ID          TO  CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
