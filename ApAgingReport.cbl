      ******************************************************************
      * This program is to print the Payment-Due Aging report - every
      * voucher still open on the payables register, grouped by
      * supplier and aged on its due date: current (not yet due),
      * 1-30, 31-60, and over 60 days past due, in local money. A
      * current voucher falling due within the week is marked, so
      * early-payment discounts are taken before they lapse and
      * nothing is paid late for want of noticing it.
      *
      * Used File
      *    - Open Payables Register: APOPEN.TXT
      *    - Supplier Master File (Indexed Sequential): SUPPLIER
      *    - Payment-Due Aging Report File: APAGING.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 AP-AGING-REPORT.
       AUTHOR.                     Aradhita Mohanty,
                                   Byung Seon Kim,
                                   Elena Sveshnikova,
                                   Karadjordje Dabic,
                                   Nadia Chubarev.
       DATE-WRITTEN.               October 15, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.
      *-----------------------------------------------------------------
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  APOPEN-FILE-IN
                   ASSIGN DYNAMIC RC-FN-APOPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APOPEN-FILE-STAT.

           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SUPP-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

           SELECT  AGING-REPORT-OUT
                   ASSIGN DYNAMIC RC-FN-APAGING
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as AP-VOUCHER-RECORD in ApVoucher.cbl.
       FD  APOPEN-FILE-IN
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS APOPEN-RECORD-IN.
       01  APOPEN-RECORD-IN.
           05  FILLER              PIC X(03).
           05  VC-VOUCHER-NO-IN    PIC 9(06).
           05  VC-SUPPLIER-ID-IN   PIC X(02).
           05  VC-INVOICE-NO-IN    PIC X(10).
           05  VC-INVOICE-DATE-IN  PIC 9(08).
           05  VC-DUE-DATE-IN      PIC 9(08).
           05  VC-PO-NUMBER-IN     PIC 9(06).
           05  VC-PART-NUMBER-IN   PIC 9(05).
           05  VC-QTY-IN           PIC 9(07).
           05  VC-CURRENCY-IN      PIC X(03).
           05  VC-INVOICE-AMOUNT-IN
                                   PIC 9(09)V99.
           05  VC-EXCH-RATE-IN     PIC 9(03)V9(06).
           05  VC-LOCAL-AMOUNT-IN  PIC 9(09)V99.
           05  FILLER              PIC X(01).

      *    Same layout as SUPPLIER-RECORD in SupplierUpdate.cbl.
       FD  SUPPLIER-FILE-IN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPPLIER-RECORD-IN.
       01  SUPPLIER-RECORD-IN.
           05  SUPP-ID             PIC X(02).
           05  SUPP-NAME           PIC X(15).
           05  SUPP-LEAD-TIME      PIC 9(03).
           05  SUPP-CONTACT        PIC X(20).
           05  SUPP-PHONE          PIC X(12).
           05  SUPP-TERMS          PIC X(10).
           05  SUPP-CURRENCY       PIC X(03).
           05  SUPP-VMI-FLAG       PIC X(01).
           05  FILLER              PIC X(14).

       FD  AGING-REPORT-OUT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS AGING-OUT.
       01  AGING-OUT                   PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
      *    Run-control parameters (file path prefix and operational
      *    tunables), loaded by the RUN-CONTROL subprogram before
      *    anything else runs.
       COPY "RunControl.cpy".

      *    Physical file names, built from RC-FILE-PREFIX at
      *    start-up.
       01  RC-FILE-NAME-FIELDS.
           05  RC-FN-APOPEN         PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-APAGING        PIC X(40).

      *    This record is for printing the title of the aging report.
       01  AGING-TITLE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(27)
               VALUE "PAYMENT-DUE AGING at ".
           05  TITLE-DATE-O.
               10  TITLE-YEAR-O    PIC 9(04).
               10  FILLER          PIC X(01) VALUE "/".
               10  TITLE-MONTH-O   PIC 9(02).
               10  FILLER          PIC X(01) VALUE "/".
               10  TITLE-DAY-O     PIC 9(02).

      *    This record is for printing the column header.
       01  AGING-HEADER.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "VOUCHER".
           05  FILLER              PIC X(12) VALUE "INVOICE".
           05  FILLER              PIC X(10) VALUE "DUE DATE".
           05  FILLER              PIC X(04) VALUE "DAYS".
           05  FILLER              PIC X(16) VALUE "         CURRENT".
           05  FILLER              PIC X(16) VALUE "       1-30 DAYS".
           05  FILLER              PIC X(16) VALUE "      31-60 DAYS".
           05  FILLER              PIC X(16) VALUE "    OVER 60 DAYS".

      *    This record is for printing each supplier's heading.
       01  AGING-SUPPLIER-LINE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SUPPLIER:".
           05  AGS-SUPPLIER-ID-O   PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGS-SUPPLIER-NAME-O PIC X(15).
           05  FILLER              PIC X(09) VALUE "  TERMS ".
           05  AGS-TERMS-O         PIC X(10).

      *    This record is for printing one open voucher. Days is
      *    days past due; negative is days still to run.
       01  AGING-DETAIL.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGD-VOUCHER-NO-O    PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGD-INVOICE-NO-O    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGD-DUE-DATE-O      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGD-DAYS-O          PIC -ZZZ9.
           05  AGD-BUCKET-O        OCCURS 4 TIMES
                                   PIC Z,ZZZ,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AGD-REMARK-O        PIC X(13).

      *    This record is for printing supplier and grand totals.
       01  AGING-TOTAL-LINE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  AGT-TOTAL-NAME-O    PIC X(32).
           05  AGT-BUCKET-O        OCCURS 4 TIMES
                                   PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    This record is for printing the footer of the aging report.
       01  AGING-FOOTER.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FOOTER-NAME         PIC X(22).
           05  FOOTER-COUNTER      PIC ZZZZ9.

      *    Every open voucher, sorted so each supplier's come
      *    together, soonest due first.
       01  VOUCHER-TABLE.
           05  VT-COUNT            PIC 9(04) VALUE ZEROS.
           05  VT-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON VT-COUNT
                                   INDEXED BY VT-IDX.
               10  VT-SORT-KEY.
                   15  VT-SUPPLIER-ID  PIC X(02).
                   15  VT-DUE-DATE     PIC 9(08).
                   15  VT-VOUCHER-NO   PIC 9(06).
               10  VT-INVOICE-NO       PIC X(10).
               10  VT-LOCAL-AMOUNT     PIC 9(09)V99.

       01  SWITCHES-AND-COUNTERS.
           05  APOPEN-EOF-SW       PIC X(01) VALUE "N".
           05  SUPPLIER-AVAIL-SW   PIC X(01) VALUE "N".
               88  SUPPLIER-AVAILABLE        VALUE "Y".
           05  READ-CNT            PIC 9(05) VALUE ZEROS.
           05  PAST-DUE-CNT        PIC 9(05) VALUE ZEROS.
           05  APOPEN-FILE-STAT    PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).

      *    Bucket 1 current, 2 1-30 days, 3 31-60 days, 4 over 60.
       01  AGING-TOTALS.
           05  WS-SUPPLIER-BUCKET  OCCURS 4 TIMES
                                   PIC 9(11)V99.
           05  WS-GRAND-BUCKET     OCCURS 4 TIMES
                                   PIC 9(11)V99.
           05  WS-BUCKET           PIC 9(01).
           05  WS-BUCKET-SUB       PIC 9(01).

       01  DATE-WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-TODAY-RED        REDEFINES WS-TODAY.
               10  WS-TODAY-YEAR   PIC 9(04).
               10  WS-TODAY-MONTH  PIC 9(02).
               10  WS-TODAY-DAY    PIC 9(02).
           05  WS-TODAY-INT        PIC 9(09).
           05  WS-DUE-INT          PIC 9(09).
           05  WS-DAYS-PAST-DUE    PIC S9(05).
           05  WS-CURRENT-SUPPLIER PIC X(02).
      *    A current voucher due within this many days is marked.
           05  WS-DUE-SOON-DAYS    PIC 9(02) VALUE 7.

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-PRINT-AP-AGING-REPORT.
           PERFORM 050-LOAD-RUN-CONTROL.
           PERFORM 200-INITIATE-AGING-REPORT.
           PERFORM 200-LOAD-VOUCHER-TABLE.
           IF  VT-COUNT > ZEROS
               SORT    VT-ENTRY    ASCENDING KEY VT-SORT-KEY
           END-IF.
           MOVE    ZEROS   TO  AGING-TOTALS.
           MOVE    HIGH-VALUES TO  WS-CURRENT-SUPPLIER.
           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > VT-COUNT
               IF  VT-SUPPLIER-ID(VT-IDX) NOT = WS-CURRENT-SUPPLIER
                   IF  WS-CURRENT-SUPPLIER NOT = HIGH-VALUES
                       PERFORM 300-PRINT-SUPPLIER-TOTAL
                   END-IF
                   MOVE    VT-SUPPLIER-ID(VT-IDX)  TO
                           WS-CURRENT-SUPPLIER
                   PERFORM 300-PRINT-SUPPLIER-HEADING
               END-IF
               PERFORM 300-PRINT-AGING-DETAIL
           END-PERFORM.
           IF  VT-COUNT > ZEROS
               PERFORM 300-PRINT-SUPPLIER-TOTAL
           END-IF.
           PERFORM 200-TERMINATE-AGING-REPORT.

           GOBACK.

      *-----------------------------------------------------------------
      * Work out today's date, open the files, and print the title
      * and header lines. The supplier master is only for names and
      * terms - the report prints without them.
      *-----------------------------------------------------------------
       200-INITIATE-AGING-REPORT.
           ACCEPT  WS-TODAY        FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN    OUTPUT  AGING-REPORT-OUT.
           PERFORM 300-PRINT-REPORT-TITLE.
           PERFORM 300-PRINT-REPORT-HEADER.
           OPEN    INPUT   SUPPLIER-FILE-IN.
           IF  SUPPLIER-FILE-STAT = "00"
               SET     SUPPLIER-AVAILABLE  TO  TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Load the register. A missing APOPEN.TXT means nothing has
      * been vouchered - the report prints with zero counts.
      *-----------------------------------------------------------------
       200-LOAD-VOUCHER-TABLE.
           OPEN    INPUT   APOPEN-FILE-IN.
           IF  APOPEN-FILE-STAT NOT = "00"
               DISPLAY "AP AGING REPORT: NO APOPEN.TXT FOUND, "
                       "STATUS " APOPEN-FILE-STAT
                       " - NOTHING OWED"
               EXIT PARAGRAPH
           END-IF.
           READ    APOPEN-FILE-IN
                   AT END  MOVE "Y" TO APOPEN-EOF-SW
           END-READ.
           PERFORM UNTIL APOPEN-EOF-SW = "Y"
               ADD     1   TO  READ-CNT
               IF  VT-COUNT < 9999
                   ADD     1                   TO  VT-COUNT
                   SET     VT-IDX              TO  VT-COUNT
                   MOVE    VC-SUPPLIER-ID-IN   TO
                           VT-SUPPLIER-ID(VT-IDX)
                   MOVE    VC-DUE-DATE-IN      TO  VT-DUE-DATE(VT-IDX)
                   MOVE    VC-VOUCHER-NO-IN    TO
                           VT-VOUCHER-NO(VT-IDX)
                   MOVE    VC-INVOICE-NO-IN    TO
                           VT-INVOICE-NO(VT-IDX)
                   MOVE    VC-LOCAL-AMOUNT-IN  TO
                           VT-LOCAL-AMOUNT(VT-IDX)
               END-IF
               READ    APOPEN-FILE-IN
                       AT END  MOVE "Y" TO APOPEN-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   APOPEN-FILE-IN.

      *-----------------------------------------------------------------
      * Print the grand totals and footer and close the files.
      *-----------------------------------------------------------------
       200-TERMINATE-AGING-REPORT.
           MOVE    "GRAND TOTAL"   TO  AGT-TOTAL-NAME-O.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL   WS-BUCKET-SUB > 4
               MOVE    WS-GRAND-BUCKET(WS-BUCKET-SUB)  TO
                       AGT-BUCKET-O(WS-BUCKET-SUB)
           END-PERFORM.
           WRITE   AGING-OUT       FROM    AGING-TOTAL-LINE
                   AFTER ADVANCING 2   LINES.
           MOVE    "OPEN VOUCHERS READ"    TO  FOOTER-NAME.
           MOVE    READ-CNT                TO  FOOTER-COUNTER.
           WRITE   AGING-OUT       FROM    AGING-FOOTER
                   AFTER ADVANCING 2   LINES.
           MOVE    "VOUCHERS PAST DUE"     TO  FOOTER-NAME.
           MOVE    PAST-DUE-CNT            TO  FOOTER-COUNTER.
           WRITE   AGING-OUT       FROM    AGING-FOOTER.
           CLOSE   AGING-REPORT-OUT.
           IF  SUPPLIER-AVAILABLE
               CLOSE   SUPPLIER-FILE-IN
           END-IF.

      *-----------------------------------------------------------------
       300-PRINT-SUPPLIER-HEADING.
           MOVE    WS-CURRENT-SUPPLIER TO  AGS-SUPPLIER-ID-O.
           MOVE    SPACES              TO  AGS-SUPPLIER-NAME-O
                                           AGS-TERMS-O.
           IF  SUPPLIER-AVAILABLE
               MOVE    WS-CURRENT-SUPPLIER TO  SUPP-ID
               READ    SUPPLIER-FILE-IN
                   INVALID KEY
                       MOVE "NOT ON MASTER"    TO  AGS-SUPPLIER-NAME-O
                   NOT INVALID KEY
                       MOVE SUPP-NAME          TO  AGS-SUPPLIER-NAME-O
                       MOVE SUPP-TERMS         TO  AGS-TERMS-O
               END-READ
           END-IF.
           WRITE   AGING-OUT       FROM    AGING-SUPPLIER-LINE
                   AFTER ADVANCING 2   LINES.
           MOVE    ZEROS   TO  WS-SUPPLIER-BUCKET(1)
                               WS-SUPPLIER-BUCKET(2)
                               WS-SUPPLIER-BUCKET(3)
                               WS-SUPPLIER-BUCKET(4).

      *-----------------------------------------------------------------
      * Age one voucher on its due date and print it in its bucket.
      *-----------------------------------------------------------------
       300-PRINT-AGING-DETAIL.
           COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(VT-DUE-DATE(VT-IDX)).
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > ZERO
                   MOVE    1   TO  WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 30
                   MOVE    2   TO  WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 60
                   MOVE    3   TO  WS-BUCKET
               WHEN OTHER
                   MOVE    4   TO  WS-BUCKET
           END-EVALUATE.
           MOVE    VT-VOUCHER-NO(VT-IDX)   TO  AGD-VOUCHER-NO-O.
           MOVE    VT-INVOICE-NO(VT-IDX)   TO  AGD-INVOICE-NO-O.
           MOVE    VT-DUE-DATE(VT-IDX)     TO  AGD-DUE-DATE-O.
           MOVE    WS-DAYS-PAST-DUE        TO  AGD-DAYS-O.
           MOVE    ZEROS   TO  AGD-BUCKET-O(1) AGD-BUCKET-O(2)
                               AGD-BUCKET-O(3) AGD-BUCKET-O(4).
           MOVE    VT-LOCAL-AMOUNT(VT-IDX) TO  AGD-BUCKET-O(WS-BUCKET).
           MOVE    SPACES                  TO  AGD-REMARK-O.
           IF  WS-BUCKET = 1
               IF  WS-DAYS-PAST-DUE + WS-DUE-SOON-DAYS NOT < ZERO
                   MOVE    "DUE THIS WEEK" TO  AGD-REMARK-O
               END-IF
           ELSE
               ADD     1   TO  PAST-DUE-CNT
           END-IF.
           WRITE   AGING-OUT       FROM    AGING-DETAIL.
           ADD     VT-LOCAL-AMOUNT(VT-IDX) TO
                   WS-SUPPLIER-BUCKET(WS-BUCKET)
                   WS-GRAND-BUCKET(WS-BUCKET).

      *-----------------------------------------------------------------
       300-PRINT-SUPPLIER-TOTAL.
           MOVE    SPACES  TO  AGT-TOTAL-NAME-O.
           STRING  "SUPPLIER " WS-CURRENT-SUPPLIER " TOTAL"
                   DELIMITED BY SIZE INTO AGT-TOTAL-NAME-O.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL   WS-BUCKET-SUB > 4
               MOVE    WS-SUPPLIER-BUCKET(WS-BUCKET-SUB)   TO
                       AGT-BUCKET-O(WS-BUCKET-SUB)
           END-PERFORM.
           WRITE   AGING-OUT       FROM    AGING-TOTAL-LINE.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-TITLE.
           MOVE    WS-TODAY-YEAR   TO  TITLE-YEAR-O.
           MOVE    WS-TODAY-MONTH  TO  TITLE-MONTH-O.
           MOVE    WS-TODAY-DAY    TO  TITLE-DAY-O.
           WRITE   AGING-OUT       FROM    AGING-TITLE
                   AFTER ADVANCING 1   LINES.

      *-----------------------------------------------------------------
       300-PRINT-REPORT-HEADER.
           WRITE   AGING-OUT       FROM    AGING-HEADER
                   AFTER ADVANCING 2   LINES.
           MOVE    SPACES          TO  AGING-OUT.
           WRITE   AGING-OUT.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-APOPEN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "APOPEN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-APOPEN.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-APAGING.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "APAGING.TXT" DELIMITED BY SIZE
                   INTO RC-FN-APAGING.
