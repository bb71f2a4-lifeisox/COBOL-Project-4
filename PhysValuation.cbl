      * count variance at the part's unit cost, stages the "U"/"D"
      * adjustments through the staging file for the nightly run,
      * and prints the variance report by location and ABC class
      * that the auditors actually sign. A shortage must carry an
      * active shrink reason off the reason table; one keyed without
      * goes to the reject queue for the error-correction workbench
      * instead of being staged.
      *
      * Used File
      *    - Physical Freeze File: PHYSFRZ.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - ABC Class Extract: ABCCLASS.TXT
      *    - Transaction Staging File: TRANSTG.TXT (extended)
      *    - Rejected Transactions: ERRORS.TXT (extended)
      *    - Physical Variance Report: PHYSVARN.TXT
      *
      ******************************************************************
                   ASSIGN DYNAMIC RC-FN-PHYSVARN
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    A shortage tagged without a usable shrink reason cannot be
      *    staged - it is queued here, in the batch reject layout, so
      *    the ERROR-CORRECTION workbench picks it up.
           SELECT  ERRORS-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-ERRORS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ERRORS-FILE-STAT.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
           05  PF-FREEZE-DATE-IN   PIC 9(08).

      *    One keyed tag entry from the completed sheets.
      *    PC-REASON-IN is the shrink reason the counter wrote on a
      *    tag that came up short of book; ignored on any other tag.
       FD  PHYSCNT-FILE-IN
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS PHYSCNT-RECORD-IN.
       01  PHYSCNT-RECORD-IN.
           05  PC-TAG-NUMBER-IN    PIC 9(06).
           05  PC-COUNTED-QTY-IN   PIC 9(07).
           05  PC-REASON-IN        PIC X(01).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PHYSVARN-OUT.
       01  PHYSVARN-OUT                PIC X(90).

      *    Same 111-byte layout as ERRORS-RECORD-OUT in BatchUpdate.
       FD  ERRORS-FILE-OUT
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS ERRORS-RECORD-OUT.
       01  ERRORS-RECORD-OUT.
           05  ERR-TRANS-DATA      PIC X(100).
           05  ERR-DATE            PIC 9(08).
           05  ERR-REASON          PIC X(02).
           05  ERR-DISPOSITION     PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    the next nightly run on today's date.
       COPY "PeriodGuard.cpy".

      *    Shrink-reason guard block: a shortage is staged only with
      *    an active reason off the reason table.
       COPY "ReasonGuard.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-ABCCLASS       PIC X(40).
           05  RC-FN-TRANSTG        PIC X(40).
           05  RC-FN-PHYSVARN       PIC X(40).
           05  RC-FN-ERRORS         PIC X(40).

      *    This record is for printing the title of the report.
       01  PHYSVARN-TITLE.
               10  TGT-LOCATION        PIC X(02).
               10  TGT-BOOK-QTY        PIC 9(07).
               10  TGT-COUNTED-QTY     PIC 9(07).
               10  TGT-REASON          PIC X(01).
      *    Space = tag never came back, "C" counted, "D" a second
      *    entry arrived for an already-counted tag.
               10  TGT-STATE           PIC X(01).
           05  CT-TAGS-DUPLICATE   PIC 9(05) VALUE ZEROS.
           05  CT-TAGS-UNKNOWN     PIC 9(05) VALUE ZEROS.
           05  CT-ADJUSTS-STAGED   PIC 9(05) VALUE ZEROS.
           05  CT-REASON-REJECTED  PIC 9(05) VALUE ZEROS.
           05  WS-NO-REASON-SW     PIC X(01) VALUE "N".
               88  SHORTAGE-NO-REASON        VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  PHYSFRZ-FILE-STAT   PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  ABCCLASS-FILE-STAT  PIC X(02).
           05  STAGING-FILE-STAT   PIC X(02).
           05  ERRORS-FILE-STAT    PIC X(02).

      *    A missing freeze or count file leaves nothing to value -
      *    flagged so the run ends with a non-zero RETURN-CODE.
       100-VALUE-PHYSICAL-COUNTS.
           PERFORM 050-LOAD-RUN-CONTROL.
           MOVE    5       TO  SG-REQUIRED-LEVEL.
           MOVE    "PHYSICAL-VALUATION"  TO  SG-CALLING-PROGRAM.
           CALL    "USER-SIGNON"   USING SIGNON-PARAMETERS.
           IF  NOT SG-AUTHORIZED
               MOVE    16      TO  RETURN-CODE
                           TGT-BOOK-QTY(TG-IDX)
                   MOVE    ZEROS               TO
                           TGT-COUNTED-QTY(TG-IDX)
                   MOVE    SPACE               TO  TGT-REASON(TG-IDX)
                   MOVE    SPACE               TO  TGT-STATE(TG-IDX)
               END-IF
               READ    PHYSFRZ-FILE-IN
                       IF  TGT-STATE(TG-IDX) = SPACE
                           MOVE    PC-COUNTED-QTY-IN   TO
                                   TGT-COUNTED-QTY(TG-IDX)
                           MOVE    PC-REASON-IN        TO
                                   TGT-REASON(TG-IDX)
                           MOVE    "C"     TO  TGT-STATE(TG-IDX)
                           ADD     1       TO  CT-TAGS-COUNTED
                       ELSE
           IF  STAGING-FILE-STAT NOT = "00"
               OPEN    OUTPUT  STAGING-FILE-OUT
           END-IF.
           OPEN    EXTEND  ERRORS-FILE-OUT.
           IF  ERRORS-FILE-STAT NOT = "00"
               OPEN    OUTPUT  ERRORS-FILE-OUT
           END-IF.
           MOVE    "A"     TO  CR-CLASS(1).
           MOVE    "B"     TO  CR-CLASS(2).
           MOVE    "C"     TO  CR-CLASS(3).
           PERFORM 300-PRINT-TAG-CONTROL.
           CLOSE   INVENT-FILE
                   VARIANCE-REPORT-OUT
                   STAGING-FILE-OUT
                   ERRORS-FILE-OUT.
           DISPLAY "PHYSICAL VALUATION COMPLETED - "
                   CT-TAGS-COUNTED " OF " CT-TAGS-ISSUED
                   " TAG(S) COUNTED, " CT-ADJUSTS-STAGED
                   " ADJUSTMENT(S) STAGED, " CT-REASON-REJECTED
                   " REJECTED FOR NO REASON".

      *-----------------------------------------------------------------
       300-VALUE-ONE-TAG.
                   TGT-COUNTED-QTY(TG-IDX) - TGT-BOOK-QTY(TG-IDX).
           COMPUTE WS-VARIANCE-VALUE =
                   WS-VARIANCE * IN-UNIT-PRICE.
           MOVE    "N"     TO  WS-NO-REASON-SW.
           IF  WS-VARIANCE NOT = ZEROS
               PERFORM 400-STAGE-ADJUSTMENT
           END-IF.
           PERFORM 400-PRINT-TAG-LINE.
           PERFORM 400-ROLL-UP-VALUE.

      *-----------------------------------------------------------------
                   MOVE    "DUPLICATE"     TO  PV-REMARK-O
               WHEN WS-VARIANCE = ZEROS
                   MOVE    SPACES          TO  PV-REMARK-O
               WHEN SHORTAGE-NO-REASON
                   MOVE    "NO REASON"     TO  PV-REMARK-O
               WHEN OTHER
                   MOVE    "ADJUSTED"      TO  PV-REMARK-O
           END-EVALUATE.
      *-----------------------------------------------------------------
      * Stage the book-to-count adjustment in the nightly layout, a
      * counted surplus as "U", a shortage as "D", against the
      * tag's location. A shortage carries the tag's shrink reason -
      * without an active one it is queued on the reject file as
      * reason "RS" instead, so the workbench can key the reason and
      * release it.
      *-----------------------------------------------------------------
       400-STAGE-ADJUSTMENT.
           MOVE    SPACES              TO  STAGING-RECORD-OUT.
           ELSE
               MOVE    "D"             TO  TR-CODE
               COMPUTE TR-VALUE = 0 - WS-VARIANCE
               MOVE    TGT-REASON(TG-IDX)  TO  RG-REASON-CODE
               CALL    "REASON-GUARD"  USING REASON-GUARD-PARAMETERS
               MOVE    RG-REASON-CODE  TO  TR-REASON
               IF  NOT RG-REASON-VALID
                   MOVE    "Y"         TO  WS-NO-REASON-SW
               END-IF
           END-IF.
           MOVE    TGT-LOCATION(TG-IDX)    TO  TR-LOCATION.
           MOVE    ZEROS               TO  TR-RECEIPT-COST
                                           TR-EXPIRY-DATE
                                           TR-FOREIGN-COST.
           MOVE    SG-OPERATOR-ID      TO  TR-OPERATOR-ID.
           IF  SHORTAGE-NO-REASON
               MOVE    SPACES              TO  ERRORS-RECORD-OUT
               MOVE    STAGING-RECORD-OUT  TO  ERR-TRANS-DATA
               MOVE    WS-TODAY            TO  ERR-DATE
               MOVE    "RS"                TO  ERR-REASON
               MOVE    SPACE               TO  ERR-DISPOSITION
               WRITE   ERRORS-RECORD-OUT
               ADD     1                   TO  CT-REASON-REJECTED
           ELSE
               WRITE   STAGING-RECORD-OUT
               ADD     1                   TO  CT-ADJUSTS-STAGED
           END-IF.

      *-----------------------------------------------------------------
       400-ROLL-UP-VALUE.
           MOVE    "ADJUSTMENTS STAGED"    TO  FOOTER-NAME.
           MOVE    CT-ADJUSTS-STAGED       TO  FOOTER-COUNTER.
           WRITE   PHYSVARN-OUT    FROM    PHYSVARN-FOOTER.
           MOVE    "SHORTAGES WITH NO REASON" TO  FOOTER-NAME.
           MOVE    CT-REASON-REJECTED      TO  FOOTER-COUNTER.
           WRITE   PHYSVARN-OUT    FROM    PHYSVARN-FOOTER.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PHYSVARN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-PHYSVARN.
           MOVE    SPACES      TO  RC-FN-ERRORS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "ERRORS.TXT" DELIMITED BY SIZE
                   INTO RC-FN-ERRORS.
