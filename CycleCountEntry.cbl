      ******************************************************************
      * This program applies a batch of keyed cycle counts: each
      * counted part/location is compared with the on-hand quantity
      * on PARTLOC, the difference is turned into a count-adjustment
      * transaction ("U" up / "D" down) staged for the next nightly
      * run, the part's last-counted date is recorded for the
      * scheduler, and a variance report shows count accuracy by ABC
      * class and by location. A shortage must carry an active shrink
      * reason off the reason table; one keyed without goes to the
      * reject queue for the error-correction workbench instead of
      * being staged.
      *
      * Used File
      *    - Keyed Counts File: COUNTS.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Part/Location Balance File (Indexed Sequential): PARTLOC
      *    - ABC Class Extract: ABCCLASS.TXT
      *    - Cycle Count Schedule: CYCCOUNT.TXT (rewritten)
      *    - Transaction Staging File: TRANSTG.TXT (extended)
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  PARTLOC-FILE
                   ASSIGN DYNAMIC RC-FN-PARTLOC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PLB-KEY
                   FILE STATUS IS PARTLOC-FILE-STAT.

           SELECT  ABCCLASS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-ABCCLASS
                   ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    One record per counted part/location, keyed by the clerks
      *    from the completed worksheets. CNT-REASON is the shrink
      *    reason written on the worksheet against a count that came
      *    up short; it is ignored on a surplus or an exact count.
       FD  COUNTS-FILE-IN
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS COUNTS-RECORD-IN.
       01  COUNTS-RECORD-IN.
           05  CNT-PART-NUMBER     PIC 9(05).
           05  CNT-LOCATION        PIC X(02).
           05  CNT-COUNTED-QTY     PIC 9(07).
           05  CNT-COUNT-DATE      PIC 9(08).
           05  CNT-REASON          PIC X(01).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           05  IN-UNIT-PRICE       PIC 9(04)V99.
           05  IN-REORDER-POINT    PIC 9(03).
           05  IN-SUPPLIER-ID      PIC X(02).
           05  FILLER              PIC X(27).

       FD  PARTLOC-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PART-LOCATION-RECORD.
       COPY "PartLocation.cpy".

      *    Same layout as ABCCLASS-RECORD-OUT in InventReport.cbl.
       FD  ABCCLASS-FILE-IN
      *    closed period rejects instead of applying.
       COPY "PeriodGuard.cpy".

      *    Shrink-reason guard block: a shortage is staged only with
      *    an active reason off the reason table.
       COPY "ReasonGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-COUNTS         PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-PARTLOC        PIC X(40).
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-CYCCOUNT       PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).
           05  COUNTS-EOF-SW       PIC X(01) VALUE "N".
           05  ABC-EOF-SW          PIC X(01) VALUE "N".
           05  CYC-EOF-SW          PIC X(01) VALUE "N".
           05  WS-LOC-FOUND-SW     PIC X(01).
               88  COUNT-LOC-FOUND           VALUE "Y".
           05  WS-NO-REASON-SW     PIC X(01) VALUE "N".
               88  SHORTAGE-NO-REASON        VALUE "Y".
           05  CT-COUNTS-READ      PIC 9(05) VALUE ZEROS.
           05  CT-ADJUSTS-STAGED   PIC 9(05) VALUE ZEROS.
           05  CT-COUNTS-REJECTED  PIC 9(05) VALUE ZEROS.
           05  CT-REASON-REJECTED  PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  COUNTS-FILE-STAT    PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  PARTLOC-FILE-STAT   PIC X(02).
           05  ABCCLASS-FILE-STAT  PIC X(02).
           05  CYCCOUNT-FILE-STAT  PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
       100-APPLY-CYCLE-COUNTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    1       TO  SG-REQUIRED-LEVEL.
           MOVE    "CYCLE-COUNT-ENTRY"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               MOVE    16      TO  RETURN-CODE
           PERFORM 300-INITIALIZE-ROLLUPS.
           OPEN    INPUT   COUNTS-FILE-IN
                   INPUT   INVENT-FILE
                   INPUT   PARTLOC-FILE
                   OUTPUT  VARIANCE-REPORT-OUT.
           OPEN    EXTEND  STAGING-FILE-OUT.
           IF  STAGING-FILE-STAT NOT = "00"
           END-IF.
           IF  COUNTS-FILE-STAT NOT = "00"
            OR INVENT-FILE-STAT NOT = "00"
            OR PARTLOC-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               DISPLAY "CYCLE COUNT ENTRY: CANNOT OPEN INPUT FILES - "
                       "COUNTS=" COUNTS-FILE-STAT
                       " INVENT=" INVENT-FILE-STAT
                       " PARTLOC=" PARTLOC-FILE-STAT
           ELSE
               PERFORM 300-PRINT-VARIANCE-TITLES
               READ    COUNTS-FILE-IN
           PERFORM 300-PRINT-ROLLUPS.
           CLOSE   COUNTS-FILE-IN
                   INVENT-FILE
                   PARTLOC-FILE
                   STAGING-FILE-OUT
                   ERRORS-FILE-OUT
                   VARIANCE-REPORT-OUT.
                   CT-ADJUSTS-STAGED.
           DISPLAY "  COUNTS REJECTED (PERIOD) ....... "
                   CT-COUNTS-REJECTED.
           DISPLAY "  SHORTAGES REJECTED (NO REASON) . "
                   CT-REASON-REJECTED.

      ******************************************************************
       300-LOAD-PART-CLASSES.
               IF  WS-VARIANCE < ZEROS
                   MOVE    "D"         TO  TR-CODE
                   COMPUTE TR-VALUE = 0 - WS-VARIANCE
                   MOVE    CNT-REASON  TO  TR-REASON
               ELSE
                   MOVE    "U"         TO  TR-CODE
                   MOVE    WS-VARIANCE TO  TR-VALUE
           END-PERFORM.

      *-----------------------------------------------------------------
      * Read the counted part and its balance at the counted location.
      * A part not on the master, or a location it has no balance at,
      * is reported but cannot be adjusted.
      *-----------------------------------------------------------------
       300-LOOK-UP-SYSTEM-QUANTITY.
           MOVE    "N"             TO  WS-LOC-FOUND-SW.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE    CNT-PART-NUMBER TO  PLB-PART-NUMBER
                   MOVE    CNT-LOCATION    TO  PLB-LOCATION
                   READ    PARTLOC-FILE    KEY IS  PLB-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE    "Y"     TO  WS-LOC-FOUND-SW
                           MOVE    PLB-QUANTITY    TO  WS-SYSTEM-QTY
                   END-READ
           END-READ.

      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * A counted surplus stages a "U", a shortage a "D"; an exact
      * count stages nothing. A shortage carries the worksheet's
      * shrink reason - without an active one it is queued on the
      * reject file as reason "RS" instead, so the workbench can key
      * the reason and release it.
      *-----------------------------------------------------------------
       300-STAGE-ADJUSTMENT.
           MOVE    "N"     TO  WS-NO-REASON-SW.
           IF  WS-VARIANCE NOT = ZEROS
               MOVE    SPACES              TO  STAGING-RECORD-OUT
               MOVE    CNT-PART-NUMBER     TO  TR-PART-NUMBER
               ELSE
                   MOVE    "D"             TO  TR-CODE
                   COMPUTE TR-VALUE = 0 - WS-VARIANCE
                   MOVE    CNT-REASON      TO  RG-REASON-CODE
                   CALL    "REASON-GUARD"  USING REASON-GUARD-PARAMETERS
                   MOVE    RG-REASON-CODE  TO  TR-REASON
                   IF  NOT RG-REASON-VALID
                       MOVE    "Y"         TO  WS-NO-REASON-SW
                   END-IF
               END-IF
               MOVE    CNT-LOCATION        TO  TR-LOCATION
               MOVE    ZEROS               TO  TR-RECEIPT-COST
               MOVE    ZEROS               TO  TR-NEW-UNIT-PRICE
               MOVE    ZEROS               TO  TR-NEW-REORDER-PT
               MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID
               IF  SHORTAGE-NO-REASON
                   PERFORM 400-REJECT-NO-REASON-SHORTAGE
               ELSE
                   WRITE   STAGING-RECORD-OUT
                   ADD     1               TO  CT-ADJUSTS-STAGED
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Queue a shortage counted without a usable shrink reason, in
      * the batch reject layout, carrying the "D" it would have
      * staged.
      *-----------------------------------------------------------------
       400-REJECT-NO-REASON-SHORTAGE.
           MOVE    SPACES              TO  ERRORS-RECORD-OUT.
           MOVE    STAGING-RECORD-OUT  TO  ERR-TRANS-DATA.
           MOVE    WS-TODAY            TO  ERR-DATE.
           MOVE    "RS"                TO  ERR-REASON.
           MOVE    SPACE               TO  ERR-DISPOSITION.
           WRITE   ERRORS-RECORD-OUT.
           ADD     1                   TO  CT-REASON-REJECTED.
           DISPLAY "CYCLE COUNT ENTRY: SHORTAGE FOR PART "
                   CNT-PART-NUMBER " AT " CNT-LOCATION
                   " HAS NO VALID SHRINK REASON - REJECTED".

      *-----------------------------------------------------------------
       300-PRINT-VARIANCE-DETAIL.
           MOVE    CNT-PART-NUMBER     TO  VAR-PART-NUMBER-O.
               IF  WS-VARIANCE = ZEROS
                   MOVE    SPACES          TO  VAR-REMARK-O
               ELSE
                   IF  SHORTAGE-NO-REASON
                       MOVE    "NO REASON-QUEUED"  TO  VAR-REMARK-O
                   ELSE
                       MOVE    "ADJUSTED"      TO  VAR-REMARK-O
                   END-IF
               END-IF
           END-IF.
           WRITE   VARIANCE-OUT    FROM    VARIANCE-DETAIL.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-PARTLOC.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PARTLOC" DELIMITED BY SIZE
                   INTO RC-FN-PARTLOC.
           MOVE    SPACES      TO  RC-FN-ABCCLASS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ABCCLASS.TXT" DELIMITED BY SIZE
