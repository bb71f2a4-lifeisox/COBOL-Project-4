      * generation can pick the best source instead of being chained
      * to the one SUPPLIER-ID-IN on the part master.
      *
      * Each source also carries the unit the supplier sells in (CS,
      * RL, PL...) and how many of the part's stocking units make up
      * one of it. The quoted price is per purchase unit; purchase
      * orders are printed, and receipts, ASNs, and invoices keyed,
      * in that unit and converted to stocking units on the way in.
      * A factor of 1 (the default) means the supplier sells by our
      * own stocking unit.
      *
      * Used File
      *    - Part-Supplier Cross-Reference (Indexed): PARTSUPP
      *    - Master-File Change Log: CHGLOG.TXT (via CHANGE-LOG)
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
       FD  PARTSUPP-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD.
       01  PARTSUPP-RECORD.
           05  PS-KEY.
               10  PS-PART-NUMBER  PIC 9(05).
               10  PS-SUPPLIER-ID  PIC X(02).
      *    Quoted price per purchase unit (PS-PURCH-UOM).
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
      *    "Y" marks the buyer's preferred source for the part.
           05  PS-PREFERRED        PIC X(01).
      *    Unit the supplier sells in, and the number of stocking
      *    units in one of it; spaces/1 = bought by the stocking
      *    unit.
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

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
           05  WS-NEW-PRICE        PIC 9(04)V99.
           05  WS-NEW-LEAD         PIC 9(03).
           05  WS-NEW-PREFERRED    PIC X(01).
           05  WS-NEW-PURCH-UOM    PIC X(04).
           05  WS-NEW-CONV-FACTOR  PIC 9(05).

       01  CONFIRM-AND-ERROR-MESSAGES.
           05  CONFIRM-MESSAGE     PIC X(32)
               10  LINE  6 COLUMN  7   VALUE "    SUPPLIER ID:".
               10  LINE  8 COLUMN  7
                           VALUE "TRANS CODE: (A)dd (C)hange (D)elete".
               10  LINE  9 COLUMN  7   VALUE "  PURCHASE UNIT:".
               10  LINE 10 COLUMN  7   VALUE "STOCK UNITS PER:".
               10  LINE 11 COLUMN  7   VALUE " PRICE PER UNIT:".
               10  LINE 12 COLUMN  7   VALUE " LEAD TIME DAYS:".
               10  LINE 13 COLUMN  7   VALUE "PREFERRED (Y/N):".
               10  LINE 14 COLUMN  7
                           VALUE "------------------------------------".

           05  SCREEN-VALUES.
               10  SS-CODE             PIC X(01) TO    WS-CODE
                   LINE  8 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-PURCH-UOM        PIC X(04) TO    PS-PURCH-UOM
                   LINE  9 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-CONV-FACTOR      PIC 9(05) TO    PS-CONV-FACTOR
                   LINE 10 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-PRICE            PIC 9(04)V99 TO PS-PRICE
                   LINE 11 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-LEAD-TIME        PIC 9(03) TO    PS-LEAD-TIME
                   LINE 12 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  SS-PREFERRED        PIC X(01) TO    PS-PREFERRED
                   LINE 13 COLUMN 25   FOREGROUND-COLOR YELLOW
                                       REVERSE-VIDEO AUTO.
               10  LINE 15 BLANK LINE.
               10  LINE 16 BLANK LINE.
               10  LINE 18 BLANK LINE.
       100-UPDATE-PARTSUPP-FILE.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    3       TO  SG-REQUIRED-LEVEL.
           MOVE    "PART-SUPPLIER-UPDATE"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               STOP RUN
       400-ACCEPT-TRANS-CODE.
           ACCEPT  SS-CODE.

      *-----------------------------------------------------------------
      * A blank factor is taken as 1 - the supplier sells by the
      * stocking unit - so a source keyed without one still prices
      * and orders exactly as it always did.
      *-----------------------------------------------------------------
       400-ACCEPT-XREF-DETAILS.
           ACCEPT  SS-PURCH-UOM.
           INSPECT PS-PURCH-UOM
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT  SS-CONV-FACTOR.
           IF  PS-CONV-FACTOR = ZEROS
               MOVE    1       TO  PS-CONV-FACTOR
           END-IF.
           ACCEPT  SS-PRICE.
           ACCEPT  SS-LEAD-TIME.
           ACCEPT  SS-PREFERRED.
               MOVE    "N"     TO  PS-PREFERRED
           END-IF.
           WRITE   PARTSUPP-RECORD
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   DISPLAY CLEAR-ERROR-SCREEN
                   MOVE    "A"             TO  CHG-ACTION
                   MOVE    SPACES          TO  CHG-BEFORE-IMAGE
                   MOVE    PARTSUPP-RECORD TO  CHG-AFTER-IMAGE
                   PERFORM 500-LOG-CHANGE
           END-WRITE.

      *-----------------------------------------------------------------
       400-CHANGE-XREF.
           MOVE    PS-PRICE        TO  WS-NEW-PRICE.
           MOVE    PS-LEAD-TIME    TO  WS-NEW-LEAD.
           MOVE    PS-PREFERRED    TO  WS-NEW-PREFERRED.
           MOVE    PS-PURCH-UOM    TO  WS-NEW-PURCH-UOM.
           MOVE    PS-CONV-FACTOR  TO  WS-NEW-CONV-FACTOR.
           READ    PARTSUPP-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    PARTSUPP-RECORD
                                   TO  CHG-BEFORE-IMAGE
                   MOVE    WS-NEW-PRICE        TO  PS-PRICE
                   MOVE    WS-NEW-LEAD         TO  PS-LEAD-TIME
                   MOVE    WS-NEW-PREFERRED    TO  PS-PREFERRED
                   MOVE    WS-NEW-PURCH-UOM    TO  PS-PURCH-UOM
                   MOVE    WS-NEW-CONV-FACTOR  TO  PS-CONV-FACTOR
                   REWRITE PARTSUPP-RECORD
                       INVALID KEY
                           DISPLAY ERROR-SCREEN
                       NOT INVALID KEY
                           DISPLAY CLEAR-ERROR-SCREEN
                           MOVE    "C"         TO  CHG-ACTION
                           MOVE    PARTSUPP-RECORD
                                               TO  CHG-AFTER-IMAGE
                           PERFORM 500-LOG-CHANGE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
       400-DELETE-XREF.
           READ    PARTSUPP-FILE
               INVALID KEY
                   DISPLAY ERROR-SCREEN
               NOT INVALID KEY
                   MOVE    PARTSUPP-RECORD
                                   TO  CHG-BEFORE-IMAGE
                   DELETE  PARTSUPP-FILE
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
           MOVE    "PARTSUPP"      TO  CHG-FILE-ID.
           MOVE    SPACES          TO  CHG-KEY.
           MOVE    PS-KEY          TO  CHG-KEY.
           MOVE    SG-OPERATOR-ID  TO  CHG-OPERATOR.
           CALL    "CHANGE-LOG"    USING CHANGE-LOG-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
