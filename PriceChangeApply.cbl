      * price-change record whose effective date has arrived is
      * applied to its part's UNIT-PRICE on INVENT6, recorded on the
      * retained price history, and reported with its revaluation
      * impact (owned on-hand quantity times the price movement -
      * supplier-owned consignment stock is not ours to revalue).
      * Changes dated in the future are carried forward for a later
      * night.
      *
      * Used File
      *    - Price Change File: PRICECHG.TXT (rewritten with the
      *      not-yet-effective changes that remain)
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Consignment Agreement File (Indexed Sequential): CONSIGN
      *      (optional)
      *    - Retained Price History: PRICHIST.TXT (extended)
      *    - Price Change Report: PRCHGRPT.TXT
      *
                   RECORD KEY IS IN-PART-NUMBER
                   FILE STATUS IS INVENT-FILE-STAT.

           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-STATUS.

           SELECT  PRICHIST-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-PRICHIST
                   ORGANIZATION IS LINE SEQUENTIAL
               10  LOC-CODE        PIC X(02).
               10  LOC-QUANTITY    PIC 9(07).

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

      *    Same layout as PRICHIST-RECORD-OUT in BatchUpdate.cbl.
       FD  PRICHIST-FILE-OUT
           RECORD CONTAINS 26 CHARACTERS

      *    Same layout as GLWORK-RECORD-OUT in BatchUpdate.cbl.
       FD  GLWORK-FILE-OUT
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS GLWORK-RECORD-OUT.
       01  GLWORK-RECORD-OUT.
           05  GLW-DATE            PIC 9(08).
           05  GLW-UNIT-AMOUNT     PIC 9(04)V99.
           05  GLW-EXT-AMOUNT      PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(10).

       FD  PRICE-REPORT-OUT
           RECORD CONTAINS 75 CHARACTERS
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-PRICECHG       PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-PRICHIST       PIC X(40).
           05  RC-FN-GLWORK         PIC X(40).
           05  RC-FN-PRCHGRPT       PIC X(40).
       01  FILE-STATUS-FIELDS.
           05  PRICECHG-STATUS     PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  CONSIGN-STATUS      PIC X(02).
           05  PRICHIST-STATUS     PIC X(02).
           05  GLWORK-STATUS       PIC X(02).

      *    skips the whole apply/terminate path cleanly.
           05  WS-RUN-ACTIVE-SW    PIC X(01) VALUE "N".
               88  RUN-ACTIVE                VALUE "Y".
      *    No CONSIGN file means no consignment stock - every unit on
      *    hand is ours.
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  CONSIGN-EOF-SW      PIC X(01).

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-OLD-PRICE        PIC 9(04)V99.
           05  WS-CONSIGNED-QTY    PIC 9(07).
           05  WS-OWNED-QTY        PIC 9(07).
           05  WS-REVALUATION      PIC S9(10)V99.
           05  WS-TOTAL-REVAL      PIC S9(10)V99 VALUE ZEROS.

               CLOSE   PRICECHG-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-STATUS = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    EXTEND  PRICHIST-FILE-OUT.
           IF  PRICHIST-STATUS NOT = "00"
               OPEN    OUTPUT  PRICHIST-FILE-OUT
                   MOVE    IN-UNIT-PRICE   TO  WS-OLD-PRICE
                   MOVE    PCH-NEW-PRICE   TO  IN-UNIT-PRICE
                   REWRITE INVENT-RECORD
                   PERFORM 300-COMPUTE-OWNED-QTY
                   COMPUTE WS-REVALUATION =
                           WS-OWNED-QTY *
                           (PCH-NEW-PRICE - WS-OLD-PRICE)
                   ADD     WS-REVALUATION  TO  WS-TOTAL-REVAL
                   ADD     1               TO  CT-CHANGES-APPLIED
                   PERFORM 300-PRINT-CHANGE-DETAIL
           END-READ.

      *-----------------------------------------------------------------
      * The part's own stock: its on-hand less the units its
      * consignment agreements say the suppliers still own (never
      * below zero).
      *-----------------------------------------------------------------
       300-COMPUTE-OWNED-QTY.
           MOVE    ZEROS           TO  WS-CONSIGNED-QTY.
           IF  CONSIGN-AVAILABLE
               MOVE    IN-PART-NUMBER  TO  CN-PART-NUMBER
               MOVE    LOW-VALUES      TO  CN-SUPPLIER-ID
               START   CONSIGN-FILE    KEY IS NOT LESS THAN CN-KEY
                   INVALID KEY
                       MOVE    "Y"     TO  CONSIGN-EOF-SW
                   NOT INVALID KEY
                       MOVE    "N"     TO  CONSIGN-EOF-SW
               END-START
               PERFORM UNTIL CONSIGN-EOF-SW = "Y"
                   READ    CONSIGN-FILE NEXT
                       AT END
                           MOVE    "Y"     TO  CONSIGN-EOF-SW
                       NOT AT END
                           IF  CN-PART-NUMBER NOT = IN-PART-NUMBER
                               MOVE    "Y"     TO  CONSIGN-EOF-SW
                           ELSE
                               ADD     CN-ON-HAND  TO  WS-CONSIGNED-QTY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF  IN-QUANTITY > WS-CONSIGNED-QTY
               COMPUTE WS-OWNED-QTY = IN-QUANTITY - WS-CONSIGNED-QTY
           ELSE
               MOVE    ZEROS       TO  WS-OWNED-QTY
           END-IF.

      *-----------------------------------------------------------------
       300-WRITE-PRICE-HISTORY.
           MOVE    SPACES          TO  PRICHIST-RECORD-OUT.
           MOVE    PCH-PART-NUMBER TO  PD-PART-NUMBER-O.
           MOVE    WS-OLD-PRICE    TO  PD-OLD-PRICE-O.
           MOVE    PCH-NEW-PRICE   TO  PD-NEW-PRICE-O.
           MOVE    WS-OWNED-QTY    TO  PD-ON-HAND-O.
           MOVE    WS-REVALUATION  TO  PD-REVALUATION-O.
           IF  WS-CONSIGNED-QTY > ZEROS
               MOVE    "EXCL CONSIGNMENT"  TO  PD-REMARK-O
           ELSE
               MOVE    SPACES          TO  PD-REMARK-O
           END-IF.
           WRITE   PRICE-REPORT-LINE   FROM    PRICE-DETAIL.

      *-----------------------------------------------------------------
           MOVE    WS-TOTAL-REVAL  TO  PT-REVALUATION-O.
           WRITE   PRICE-REPORT-LINE   FROM    PRICE-TOTAL
                   AFTER ADVANCING 2   LINES.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.
           CLOSE   PRICECHG-FILE
                   INVENT-FILE
                   PRICHIST-FILE-OUT
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-PRICHIST.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "PRICHIST.TXT" DELIMITED BY SIZE
