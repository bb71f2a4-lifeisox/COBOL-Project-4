      *    - GL Accumulation File: GLCUM.TXT (rewritten)
      *    - Period Balance Snapshot: PERIODBAL.TXT
      *    - Master Inventory File (Indexed Sequential): INVENT6
      *    - Consignment Agreement File (Indexed Sequential): CONSIGN
      *      (optional)
      *    - Account Mapping File: GLACCTS.TXT
      *    - GL Reconciliation Report: RECONGL.TXT
      *
                   RECORD KEY IS PART-NUMBER-IN
                   FILE STATUS IS INVENT-FILE-STAT.

      *    Supplier-owned stock on INVENT6 carries no value of ours,
      *    so it is left out of the ledger's current position.
           SELECT  CONSIGN-FILE
                   ASSIGN DYNAMIC RC-FN-CONSIGN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CN-KEY
                   FILE STATUS IS CONSIGN-FILE-STAT.

           SELECT  GLACCTS-FILE-IN
                   ASSIGN DYNAMIC RC-FN-GLACCTS
                   ORGANIZATION IS LINE SEQUENTIAL

      *    Same layout as PERIODBAL-RECORD in PeriodClose.cbl.
       FD  PERIODBAL-FILE-IN
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS PERIODBAL-RECORD-IN.
       01  PERIODBAL-RECORD-IN.
           05  PB-CLOSE-DATE-IN    PIC 9(08).
           05  PB-PART-NUMBER-IN   PIC 9(05).
           05  PB-QUANTITY-IN      PIC 9(07).
           05  PB-UNIT-PRICE-IN    PIC 9(04)V99.
           05  PB-CONSIGNED-QTY-IN PIC 9(07).

       FD  INVENT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS INVENT-RECORD-IN.
       COPY "InventRecord.cpy".

       FD  CONSIGN-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONSIGN-RECORD.
       COPY "Consignment.cpy".

      *    Same layout as GLACCTS-RECORD-IN in GlPostExtract.cbl.
       FD  GLACCTS-FILE-IN
           RECORD CONTAINS 13 CHARACTERS
           05  RC-FN-GLCUM          PIC X(40).
           05  RC-FN-PERIODBAL      PIC X(40).
           05  RC-FN-INVENT6        PIC X(40).
           05  RC-FN-CONSIGN        PIC X(40).
           05  RC-FN-GLACCTS        PIC X(40).
           05  RC-FN-RECONGL        PIC X(40).

           05  PB-EOF-SW           PIC X(01) VALUE "N".
           05  INVENT-EOF-SW       PIC X(01) VALUE "N".
           05  GLACCTS-EOF-SW      PIC X(01) VALUE "N".
           05  CONSIGN-EOF-SW      PIC X(01) VALUE "N".
           05  CONSIGN-AVAIL-SW    PIC X(01) VALUE "N".
               88  CONSIGN-AVAILABLE         VALUE "Y".
           05  CT-PARTS-COMPARED   PIC 9(05) VALUE ZEROS.
           05  CT-MISMATCHES       PIC 9(05) VALUE ZEROS.

           05  PERIODBAL-FILE-STAT PIC X(02).
           05  INVENT-FILE-STAT    PIC X(02).
           05  GLACCTS-FILE-STAT   PIC X(02).
           05  CONSIGN-FILE-STAT   PIC X(02).

      *    A missing master leaves nothing to prove against -
      *    flagged so the driver can hold the window.
           05  WS-INV-ACCOUNT      PIC X(06) VALUE "130000".
           05  WS-ACCUM-PART       PIC 9(05).
           05  WS-OPEN-VALUE       PIC S9(11)V99.
           05  WS-CONSIGNED-QTY    PIC 9(07).
           05  WS-OWNED-QTY        PIC 9(07).
           05  WS-CURRENT-VALUE    PIC S9(11)V99.
           05  WS-LEDGER-MOVE      PIC S9(11)V99.
           05  WS-GL-NET           PIC S9(11)V99.

      *-----------------------------------------------------------------
      * The prior close's snapshot: its close date re-bases the
      * accumulation, and each part's owned quantity (less what was
      * consigned at the close) times its close-time cost is the
      * opening value. A missing snapshot opens at zero.
      *-----------------------------------------------------------------
       200-LOAD-OPENING-POSITION.
           OPEN    INPUT   PERIODBAL-FILE-IN.
               ADD     1                   TO  OB-COUNT
               SET     OB-IDX              TO  OB-COUNT
               MOVE    PB-PART-NUMBER-IN   TO  OBT-PART-NUMBER(OB-IDX)
               MOVE    PB-QUANTITY-IN      TO  WS-OWNED-QTY
               IF  PB-CONSIGNED-QTY-IN NUMERIC
                   IF  PB-CONSIGNED-QTY-IN < PB-QUANTITY-IN
                       SUBTRACT PB-CONSIGNED-QTY-IN FROM WS-OWNED-QTY
                   ELSE
                       MOVE    ZEROS       TO  WS-OWNED-QTY
                   END-IF
               END-IF
               IF  PB-UNIT-PRICE-IN NUMERIC
                   COMPUTE OBT-OPEN-VALUE(OB-IDX) =
                           WS-OWNED-QTY * PB-UNIT-PRICE-IN
               ELSE
                   MOVE    ZEROS           TO  OBT-OPEN-VALUE(OB-IDX)
               END-IF
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  RECONGL-OUT.
           WRITE   RECONGL-OUT.
           OPEN    INPUT   CONSIGN-FILE.
           IF  CONSIGN-FILE-STAT = "00"
               SET     CONSIGN-AVAILABLE   TO  TRUE
           END-IF.
           OPEN    INPUT   INVENT-FILE-IN.
           IF  INVENT-FILE-STAT NOT = "00"
               SET     ABEND-DETECTED  TO  TRUE
               END-PERFORM
               CLOSE   INVENT-FILE-IN
           END-IF.
           IF  CONSIGN-AVAILABLE
               CLOSE   CONSIGN-FILE
           END-IF.
           MOVE    "PARTS COMPARED"        TO  FOOTER-NAME.
           MOVE    CT-PARTS-COMPARED       TO  FOOTER-COUNTER.
           WRITE   RECONGL-OUT     FROM    RECONGL-FOOTER
                                   WS-OPEN-VALUE
               END-SEARCH
           END-IF.
           PERFORM 400-COMPUTE-OWNED-QUANTITY.
           COMPUTE WS-CURRENT-VALUE =
                   WS-OWNED-QTY * UNIT-PRICE-IN.
           COMPUTE WS-LEDGER-MOVE =
                   WS-CURRENT-VALUE - WS-OPEN-VALUE.
      *    The GL side: net of every accumulated posting that
               PERFORM 400-PRINT-ACCOUNT-BREAKDOWN
           END-IF.

      *-----------------------------------------------------------------
      * The current part's own stock: QUANTITY-IN less the units its
      * consignment agreements say the suppliers still own.
      *-----------------------------------------------------------------
       400-COMPUTE-OWNED-QUANTITY.
           MOVE    ZEROS   TO  WS-CONSIGNED-QTY.
           MOVE    "Y"     TO  CONSIGN-EOF-SW.
           IF  CONSIGN-AVAILABLE
               MOVE    PART-NUMBER-IN  TO  CN-PART-NUMBER
               MOVE    LOW-VALUES      TO  CN-SUPPLIER-ID
               START   CONSIGN-FILE    KEY IS NOT LESS THAN CN-KEY
                   NOT INVALID KEY
                       MOVE    "N"     TO  CONSIGN-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL CONSIGN-EOF-SW = "Y"
               READ    CONSIGN-FILE NEXT
                   AT END
                       MOVE    "Y"     TO  CONSIGN-EOF-SW
                   NOT AT END
                       IF  CN-PART-NUMBER NOT = PART-NUMBER-IN
                           MOVE    "Y"     TO  CONSIGN-EOF-SW
                       ELSE
                           ADD     CN-ON-HAND  TO  WS-CONSIGNED-QTY
                       END-IF
               END-READ
           END-PERFORM.
           IF  QUANTITY-IN > WS-CONSIGNED-QTY
               COMPUTE WS-OWNED-QTY = QUANTITY-IN - WS-CONSIGNED-QTY
           ELSE
               MOVE    ZEROS   TO  WS-OWNED-QTY
           END-IF.

      *-----------------------------------------------------------------
       400-PRINT-ACCOUNT-BREAKDOWN.
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-COUNT
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "INVENT6" DELIMITED BY SIZE
                   INTO RC-FN-INVENT6.
           MOVE    SPACES      TO  RC-FN-CONSIGN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "CONSIGN" DELIMITED BY SIZE
                   INTO RC-FN-CONSIGN.
           MOVE    SPACES      TO  RC-FN-GLACCTS.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "GLACCTS.TXT" DELIMITED BY SIZE
