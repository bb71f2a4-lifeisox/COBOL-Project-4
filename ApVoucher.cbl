      ******************************************************************
      * This program releases matched supplier invoice lines to
      * accounts payable, in place of AP keying them into the
      * payables system off SUPINV.TXT by hand. A line INVOICE-ENTRY
      * matched clean ("OK"), or a flagged line AP has since cleared
      * on AP-HOLD-REVIEW, becomes one voucher on tonight's AP
      * interface file under a number from APSEQ.TXT, and is marked
      * released on SUPINV.TXT so it can never be vouchered twice.
      * Lines flagged NP, NR, QV, or PV and not cleared stay held, as
      * does a line whose amount is too large for the voucher.
      *
      * Each voucher carries its due date - invoice date plus the
      * days in the supplier's SUP-TERMS - the invoice currency and
      * amount, and the local amount at the exchange rate in force on
      * the invoice date. A foreign line with no rate on file is held
      * back until one is keyed, rather than vouchered at a guess.
      *
      * Every voucher also goes on APOPEN.TXT, the open-payables
      * register the payment-due aging report reads. Payments the
      * payables system advises on APPAID.TXT take their vouchers off
      * the register at the start of each run.
      *
      * Used File
      *    - Supplier Invoice File: SUPINV.TXT (rewritten, under the
      *      SUPINV record lock)
      *    - Supplier Master File (Indexed Sequential): SUPPLIER
      *    - Exchange Rate File: EXCHRATE.TXT
      *    - AP Voucher Number Sequence: APSEQ.TXT
      *    - AP Payments Advised: APPAID.TXT
      *    - Open Payables Register: APOPEN.TXT (rewritten)
      *    - AP Voucher Interface File: APINTF.TXT
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 AP-VOUCHER-RELEASE.
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
           SELECT  SUPINV-FILE
                   ASSIGN DYNAMIC RC-FN-SUPINV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SUPINV-FILE-STAT.

           SELECT  SUPPLIER-FILE-IN
                   ASSIGN DYNAMIC RC-FN-SUPPLIER
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SUPP-ID
                   FILE STATUS IS SUPPLIER-FILE-STAT.

      *    Dated exchange rates maintained by EXCH-RATE-UPDATE.
           SELECT  EXCHRATE-FILE-IN
                   ASSIGN DYNAMIC RC-FN-EXCHRATE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCHRATE-FILE-STAT.

      *    Persists the last voucher number issued, the same
      *    read-then-overwrite idiom INVENTORY-REPORT's POSEQ.TXT uses.
           SELECT  APSEQ-FILE
                   ASSIGN DYNAMIC RC-FN-APSEQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APSEQ-FILE-STAT.

           SELECT  APPAID-FILE-IN
                   ASSIGN DYNAMIC RC-FN-APPAID
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APPAID-FILE-STAT.

           SELECT  APOPEN-FILE
                   ASSIGN DYNAMIC RC-FN-APOPEN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APOPEN-FILE-STAT.

           SELECT  APINTF-FILE-OUT
                   ASSIGN DYNAMIC RC-FN-APINTF
                   ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       FILE                        SECTION.
      *    Same layout as SUPINV-RECORD in InvoiceEntry.cbl.
       FD  SUPINV-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SUPINV-RECORD.
       01  SUPINV-RECORD               PIC X(48).

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

      *    Same layout as EXCHRATE-RECORD in ExchRateUpdate.cbl.
       FD  EXCHRATE-FILE-IN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHRATE-RECORD-IN.
       01  EXCHRATE-RECORD-IN.
           05  XR-CURRENCY-IN      PIC X(03).
           05  XR-EFF-DATE-IN      PIC 9(08).
           05  XR-RATE-IN          PIC 9(03)V9(06).

       FD  APSEQ-FILE
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS APSEQ-RECORD.
       01  APSEQ-RECORD                PIC 9(06).

      *    One record per voucher the payables system has paid.
       FD  APPAID-FILE-IN
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS APPAID-RECORD-IN.
       01  APPAID-RECORD-IN.
           05  PD-VOUCHER-NO-IN    PIC 9(06).
           05  PD-PAID-DATE-IN     PIC 9(08).

      *    The open-payables register: the "VCH" record of every
      *    voucher not yet advised paid.
       FD  APOPEN-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS APOPEN-RECORD.
       01  APOPEN-RECORD               PIC X(90).

       FD  APINTF-FILE-OUT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS APINTF-OUT.
       01  APINTF-OUT                  PIC X(90).
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
           05  RC-FN-SUPINV         PIC X(40).
           05  RC-FN-SUPPLIER       PIC X(40).
           05  RC-FN-EXCHRATE       PIC X(40).
           05  RC-FN-APSEQ          PIC X(40).
           05  RC-FN-APPAID         PIC X(40).
           05  RC-FN-APOPEN         PIC X(40).
           05  RC-FN-APINTF         PIC X(40).

      *    The interface records. One "VCH" per released invoice
      *    line and one "TRL" control record closing the file. The
      *    invoice amount is in the invoice currency (spaces = local
      *    money); the local amount is what the books carry.
       01  AP-VOUCHER-RECORD.
           05  FILLER              PIC X(03) VALUE "VCH".
           05  VC-VOUCHER-NO       PIC 9(06).
           05  VC-SUPPLIER-ID      PIC X(02).
           05  VC-INVOICE-NO       PIC X(10).
           05  VC-INVOICE-DATE     PIC 9(08).
           05  VC-DUE-DATE         PIC 9(08).
           05  VC-PO-NUMBER        PIC 9(06).
           05  VC-PART-NUMBER      PIC 9(05).
           05  VC-QTY              PIC 9(07).
           05  VC-CURRENCY         PIC X(03).
           05  VC-INVOICE-AMOUNT   PIC 9(09)V99.
           05  VC-EXCH-RATE        PIC 9(03)V9(06).
           05  VC-LOCAL-AMOUNT     PIC 9(09)V99.
           05  FILLER              PIC X(01) VALUE SPACES.

      *    The control record: vouchers released, their local total,
      *    and the lines left held, for the receiving side to check.
       01  AP-CONTROL-RECORD.
           05  FILLER              PIC X(03) VALUE "TRL".
           05  APT-RUN-DATE        PIC 9(08).
           05  APT-VOUCHER-COUNT   PIC 9(05).
           05  APT-LOCAL-TOTAL     PIC 9(11)V99.
           05  APT-LINES-HELD      PIC 9(05).
           05  FILLER              PIC X(56) VALUE SPACES.

      *    Every invoice line on file, loaded up front and written
      *    back whole with the released ones marked.
       01  INVOICE-LINE-TABLE.
           05  IL-COUNT            PIC 9(04) VALUE ZEROS.
           05  IL-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON IL-COUNT
                                   INDEXED BY IL-IDX.
               10  IL-RECORD           PIC X(48).
               10  IL-RECORD-RED       REDEFINES IL-RECORD.
                   15  IL-INVOICE-NO       PIC X(10).
                   15  IL-SUPPLIER-ID      PIC X(02).
                   15  IL-INVOICE-DATE     PIC 9(08).
                   15  IL-PO-NUMBER        PIC 9(06).
                   15  IL-PART-NUMBER      PIC 9(05).
                   15  IL-QTY              PIC 9(07).
                   15  IL-UNIT-PRICE       PIC 9(04)V99.
                   15  IL-MATCH-STATUS     PIC X(02).
                   15  IL-AP-STATUS        PIC X(01).
                       88  IL-AWAITING-AP            VALUE SPACE.
                       88  IL-CLEARED-BY-AP          VALUE "C".
                       88  IL-RELEASED               VALUE "V".
                   15  FILLER              PIC X(01).

      *    The open-payables register, loaded, relieved of paid
      *    vouchers, added to, and written back.
       01  OPEN-VOUCHER-TABLE.
           05  OV-COUNT            PIC 9(04) VALUE ZEROS.
           05  OV-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON OV-COUNT
                                   INDEXED BY OV-IDX.
               10  OV-RECORD           PIC X(90).
               10  OV-RECORD-RED       REDEFINES OV-RECORD.
                   15  FILLER              PIC X(03).
                   15  OV-VOUCHER-NO       PIC 9(06).
                   15  FILLER              PIC X(81).
               10  OV-PAID-SW          PIC X(01).
                   88  OV-PAID                   VALUE "Y".

      *    Each supplier's payment terms and currency.
       01  SUPPLIER-TERMS-TABLE.
           05  SY-COUNT            PIC 9(02) VALUE ZEROS.
           05  SY-ENTRY            OCCURS 0 TO 99 TIMES
                                   DEPENDING ON SY-COUNT
                                   INDEXED BY SY-IDX.
               10  SY-SUPPLIER-ID      PIC X(02).
               10  SY-TERMS-DAYS       PIC 9(03).
               10  SY-CURRENCY         PIC X(03).

       01  EXCH-RATE-TABLE.
           05  XT-COUNT            PIC 9(04) VALUE ZEROS.
           05  XT-ENTRY            OCCURS 0 TO 9999 TIMES
                                   DEPENDING ON XT-COUNT
                                   INDEXED BY XT-IDX.
               10  XT-CURRENCY         PIC X(03).
               10  XT-EFFECTIVE-DATE   PIC 9(08).
               10  XT-RATE             PIC 9(03)V9(06).

       01  SWITCHES-AND-COUNTERS.
           05  SUPINV-EOF-SW       PIC X(01) VALUE "N".
           05  SUPPLIER-EOF-SW     PIC X(01) VALUE "N".
           05  EXCHRATE-EOF-SW     PIC X(01) VALUE "N".
           05  APPAID-EOF-SW       PIC X(01) VALUE "N".
           05  APOPEN-EOF-SW       PIC X(01) VALUE "N".
           05  CT-RELEASED         PIC 9(05) VALUE ZEROS.
           05  CT-HELD-FLAGGED     PIC 9(05) VALUE ZEROS.
           05  CT-HELD-NO-RATE     PIC 9(05) VALUE ZEROS.
           05  CT-HELD-OVERSIZE    PIC 9(05) VALUE ZEROS.
           05  WS-AMOUNT-OK-SW     PIC X(01).
               88  AMOUNT-FITS               VALUE "Y".
           05  CT-PAID-CLOSED      PIC 9(05) VALUE ZEROS.
           05  CT-PAID-UNKNOWN     PIC 9(05) VALUE ZEROS.

       01  FILE-STATUS-FIELDS.
           05  SUPINV-FILE-STAT    PIC X(02).
           05  SUPPLIER-FILE-STAT  PIC X(02).
           05  EXCHRATE-FILE-STAT  PIC X(02).
           05  APSEQ-FILE-STAT     PIC X(02).
           05  APPAID-FILE-STAT    PIC X(02).
           05  APOPEN-FILE-STAT    PIC X(02).

      *    A file too big to hold would be rewritten short - flagged
      *    so nothing is rewritten and the batch driver stops the
      *    window.
       01  RUN-ABEND-STATUS.
           05  WS-ABEND-SW         PIC X(01) VALUE "N".
               88  ABEND-DETECTED            VALUE "Y".

      *    Record-lock parameter block: the invoice file is claimed for
      *    the run, since it is written back whole.
       COPY "RecordLock.cpy".

       01  WORK-AREAS.
           05  WS-TODAY            PIC 9(08).
           05  WS-VOUCHER-NO       PIC 9(06) VALUE ZEROS.
           05  WS-LOCAL-TOTAL      PIC 9(11)V99 VALUE ZEROS.
           05  WS-TERMS-DAYS       PIC 9(03).
           05  WS-INVOICE-CURRENCY PIC X(03).
           05  WS-RATE-IN-FORCE    PIC 9(03)V9(06).
           05  WS-RATE-EFF-DATE    PIC 9(08).
           05  WS-INVOICE-INT      PIC 9(09).
      *    Picking the day count out of the free-text terms.
           05  WS-TERMS-TEXT       PIC X(10).
           05  WS-TERMS-SUB        PIC 9(02).
           05  WS-TERMS-NUM        PIC 9(03).
           05  WS-TERMS-FOUND-SW   PIC X(01).
               88  TERMS-DAYS-FOUND          VALUE "Y".
           05  WS-IN-DIGITS-SW     PIC X(01).
               88  IN-DIGIT-RUN              VALUE "Y".

      ******************************************************************
       PROCEDURE                   DIVISION.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-RELEASE-AP-VOUCHERS.
           PERFORM 050-LOAD-RUN-CONTROL.
           ACCEPT  WS-TODAY    FROM DATE YYYYMMDD.
           PERFORM 300-CLAIM-FILE-LOCK.
           IF  NOT LK-GRANTED
               DISPLAY "AP VOUCHER RELEASE: SUPPLIER INVOICES HELD BY "
                       LK-HOLDER-ID " SINCE " LK-HELD-SINCE-DATE " "
                       LK-HELD-SINCE-TIME " - RUN AGAIN LATER"
               DISPLAY "AP VOUCHER RELEASE: NOTHING RELEASED"
               MOVE    16      TO  RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-SUPPLIER-TERMS.
           PERFORM 200-LOAD-EXCHANGE-RATES.
           PERFORM 200-LOAD-OPEN-REGISTER.
           PERFORM 200-LOAD-INVOICE-TABLE.
           IF  ABEND-DETECTED
               PERFORM 300-FREE-FILE-LOCK
               DISPLAY "AP VOUCHER RELEASE: NOTHING RELEASED"
               MOVE    16      TO  RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-APPLY-PAYMENTS.
           PERFORM 200-READ-VOUCHER-SEQUENCE.
           OPEN    OUTPUT  APINTF-FILE-OUT.
           PERFORM 200-RELEASE-ONE-LINE
                   VARYING IL-IDX FROM 1 BY 1
                   UNTIL   IL-IDX > IL-COUNT.
           PERFORM 200-WRITE-CONTROL-RECORD.
           CLOSE   APINTF-FILE-OUT.
           IF  CT-RELEASED > ZEROS
               PERFORM 200-REWRITE-SUPINV-FILE
               PERFORM 200-WRITE-VOUCHER-SEQUENCE
           END-IF.
           PERFORM 200-REWRITE-OPEN-REGISTER.
           PERFORM 300-FREE-FILE-LOCK.
           DISPLAY "AP VOUCHER RELEASE FINISHED!!!".
           DISPLAY "  VOUCHERS RELEASED ........... " CT-RELEASED.
           DISPLAY "  LOCAL AMOUNT RELEASED ....... " WS-LOCAL-TOTAL.
           DISPLAY "  HELD - MATCH FLAGGED ........ " CT-HELD-FLAGGED.
           DISPLAY "  HELD - NO EXCHANGE RATE ..... " CT-HELD-NO-RATE.
           DISPLAY "  HELD - AMOUNT TOO LARGE ..... " CT-HELD-OVERSIZE.
           DISPLAY "  VOUCHERS ADVISED PAID ....... " CT-PAID-CLOSED.
           IF  CT-PAID-UNKNOWN > ZEROS
               DISPLAY "  PAYMENTS FOR UNKNOWN VOUCHER  "
                       CT-PAID-UNKNOWN
           END-IF.
           MOVE    ZERO    TO  RETURN-CODE.

           GOBACK.

      ******************************************************************
      * Each supplier's terms in days and invoice currency. The days
      * are the last figure in SUP-TERMS - "NET30", "NET 45", and
      * "2/10 NET30" all give the net days - and terms with no
      * figure at all fall back to the configured default. A missing
      * supplier master means default terms and local money all
      * round.
      *-----------------------------------------------------------------
       200-LOAD-SUPPLIER-TERMS.
           OPEN    INPUT   SUPPLIER-FILE-IN.
           IF  SUPPLIER-FILE-STAT NOT = "00"
               DISPLAY "AP VOUCHER RELEASE: NO SUPPLIER MASTER, STATUS "
                       SUPPLIER-FILE-STAT " - DEFAULT TERMS USED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SUPPLIER-EOF-SW = "Y"
               READ SUPPLIER-FILE-IN NEXT
                   AT END
                       MOVE    "Y"     TO  SUPPLIER-EOF-SW
                   NOT AT END
                       IF  SY-COUNT < 99
                           ADD     1           TO  SY-COUNT
                           SET     SY-IDX      TO  SY-COUNT
                           MOVE    SUPP-ID     TO
                                   SY-SUPPLIER-ID(SY-IDX)
                           IF  SUPP-CURRENCY ALPHABETIC
                               MOVE    SUPP-CURRENCY   TO
                                       SY-CURRENCY(SY-IDX)
                           ELSE
                               MOVE    SPACES          TO
                                       SY-CURRENCY(SY-IDX)
                           END-IF
                           MOVE    SUPP-TERMS  TO  WS-TERMS-TEXT
                           PERFORM 300-PARSE-TERMS-DAYS
                           MOVE    WS-TERMS-DAYS   TO
                                   SY-TERMS-DAYS(SY-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE   SUPPLIER-FILE-IN.

      *-----------------------------------------------------------------
       300-PARSE-TERMS-DAYS.
           MOVE    "N"     TO  WS-TERMS-FOUND-SW
                               WS-IN-DIGITS-SW.
           MOVE    ZEROS   TO  WS-TERMS-NUM.
           PERFORM VARYING WS-TERMS-SUB FROM 1 BY 1
                   UNTIL   WS-TERMS-SUB > 10
               IF  WS-TERMS-TEXT(WS-TERMS-SUB:1) NUMERIC
                   IF  NOT IN-DIGIT-RUN
                       MOVE    ZEROS   TO  WS-TERMS-NUM
                       MOVE    "Y"     TO  WS-IN-DIGITS-SW
                   END-IF
                   COMPUTE WS-TERMS-NUM =
                           FUNCTION MOD(WS-TERMS-NUM * 10, 1000)
                           + FUNCTION NUMVAL
                               (WS-TERMS-TEXT(WS-TERMS-SUB:1))
                   MOVE    "Y"     TO  WS-TERMS-FOUND-SW
               ELSE
                   MOVE    "N"     TO  WS-IN-DIGITS-SW
               END-IF
           END-PERFORM.
           IF  TERMS-DAYS-FOUND
               MOVE    WS-TERMS-NUM        TO  WS-TERMS-DAYS
           ELSE
               MOVE    RC-AP-TERMS-DAYS    TO  WS-TERMS-DAYS
           END-IF.

      *-----------------------------------------------------------------
      * The dated exchange rates. A missing file just means no
      * foreign invoice can be vouchered tonight.
      *-----------------------------------------------------------------
       200-LOAD-EXCHANGE-RATES.
           OPEN    INPUT   EXCHRATE-FILE-IN.
           IF  EXCHRATE-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    EXCHRATE-FILE-IN
                   AT END  MOVE "Y" TO EXCHRATE-EOF-SW
           END-READ.
           PERFORM UNTIL EXCHRATE-EOF-SW = "Y"
               IF  XT-COUNT < 9999
                   ADD     1               TO  XT-COUNT
                   SET     XT-IDX          TO  XT-COUNT
                   MOVE    XR-CURRENCY-IN  TO  XT-CURRENCY(XT-IDX)
                   MOVE    XR-EFF-DATE-IN  TO
                           XT-EFFECTIVE-DATE(XT-IDX)
                   MOVE    XR-RATE-IN      TO  XT-RATE(XT-IDX)
               END-IF
               READ    EXCHRATE-FILE-IN
                       AT END  MOVE "Y" TO EXCHRATE-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   EXCHRATE-FILE-IN.

      *-----------------------------------------------------------------
      * The open-payables register as last written. Missing just
      * means nothing has been vouchered yet.
      *-----------------------------------------------------------------
       200-LOAD-OPEN-REGISTER.
           OPEN    INPUT   APOPEN-FILE.
           IF  APOPEN-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    APOPEN-FILE
                   AT END  MOVE "Y" TO APOPEN-EOF-SW
           END-READ.
           PERFORM UNTIL APOPEN-EOF-SW = "Y"
               IF  OV-COUNT < 9999
                   ADD     1               TO  OV-COUNT
                   SET     OV-IDX          TO  OV-COUNT
                   MOVE    APOPEN-RECORD   TO  OV-RECORD(OV-IDX)
                   MOVE    "N"             TO  OV-PAID-SW(OV-IDX)
                   READ    APOPEN-FILE
                           AT END  MOVE "Y" TO APOPEN-EOF-SW
                   END-READ
               ELSE
                   DISPLAY "AP VOUCHER RELEASE: APOPEN.TXT OVER 9999 "
                           "VOUCHERS - REGISTER TOO LARGE"
                   SET     ABEND-DETECTED  TO  TRUE
                   MOVE    "Y"             TO  APOPEN-EOF-SW
               END-IF
           END-PERFORM.
           CLOSE   APOPEN-FILE.

      *-----------------------------------------------------------------
       200-LOAD-INVOICE-TABLE.
           OPEN    INPUT   SUPINV-FILE.
           IF  SUPINV-FILE-STAT NOT = "00"
               DISPLAY "AP VOUCHER RELEASE: NO SUPINV.TXT, STATUS "
                       SUPINV-FILE-STAT " - NO INVOICES TO RELEASE"
               EXIT PARAGRAPH
           END-IF.
           READ    SUPINV-FILE
                   AT END  MOVE "Y" TO SUPINV-EOF-SW
           END-READ.
           PERFORM UNTIL SUPINV-EOF-SW = "Y"
               IF  IL-COUNT < 9999
                   ADD     1               TO  IL-COUNT
                   SET     IL-IDX          TO  IL-COUNT
                   MOVE    SUPINV-RECORD   TO  IL-RECORD(IL-IDX)
                   READ    SUPINV-FILE
                           AT END  MOVE "Y" TO SUPINV-EOF-SW
                   END-READ
               ELSE
                   DISPLAY "AP VOUCHER RELEASE: SUPINV.TXT OVER 9999 "
                           "LINES - FILE TOO LARGE"
                   SET     ABEND-DETECTED  TO  TRUE
                   MOVE    "Y"             TO  SUPINV-EOF-SW
               END-IF
           END-PERFORM.
           CLOSE   SUPINV-FILE.

      *-----------------------------------------------------------------
      * Take every voucher the payables system has paid off the
      * register. A payment for a voucher not on it (already closed
      * by an earlier run, or mistyped) is counted, not fatal.
      *-----------------------------------------------------------------
       200-APPLY-PAYMENTS.
           OPEN    INPUT   APPAID-FILE-IN.
           IF  APPAID-FILE-STAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ    APPAID-FILE-IN
                   AT END  MOVE "Y" TO APPAID-EOF-SW
           END-READ.
           PERFORM UNTIL APPAID-EOF-SW = "Y"
               SET     OV-IDX  TO  1
               SEARCH  OV-ENTRY
                   AT END
                       ADD     1   TO  CT-PAID-UNKNOWN
                   WHEN    OV-VOUCHER-NO(OV-IDX) = PD-VOUCHER-NO-IN
                       IF  NOT OV-PAID(OV-IDX)
                           MOVE    "Y" TO  OV-PAID-SW(OV-IDX)
                           ADD     1   TO  CT-PAID-CLOSED
                       END-IF
               END-SEARCH
               READ    APPAID-FILE-IN
                       AT END  MOVE "Y" TO APPAID-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE   APPAID-FILE-IN.

      *-----------------------------------------------------------------
       200-READ-VOUCHER-SEQUENCE.
           OPEN    INPUT   APSEQ-FILE.
           IF  APSEQ-FILE-STAT = "00"
               READ    APSEQ-FILE
                       AT END      MOVE ZEROS TO WS-VOUCHER-NO
                       NOT AT END  MOVE APSEQ-RECORD TO WS-VOUCHER-NO
               END-READ
               CLOSE   APSEQ-FILE
           END-IF.

      *-----------------------------------------------------------------
      * One invoice line: release it if it matched clean or AP has
      * cleared it, otherwise leave it held.
      *-----------------------------------------------------------------
       200-RELEASE-ONE-LINE.
           IF  IL-RELEASED(IL-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF  IL-MATCH-STATUS(IL-IDX) NOT = "OK"
                   AND NOT IL-CLEARED-BY-AP(IL-IDX)
               ADD     1       TO  CT-HELD-FLAGGED
               EXIT PARAGRAPH
           END-IF.
           IF  OV-COUNT NOT < 9999
               DISPLAY "AP VOUCHER RELEASE: OPEN REGISTER FULL - "
                       "INVOICE " IL-INVOICE-NO(IL-IDX) " HELD"
               ADD     1       TO  CT-HELD-FLAGGED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-FIND-SUPPLIER-TERMS.
           PERFORM 300-FIND-RATE-IN-FORCE.
           IF  WS-RATE-IN-FORCE = ZEROS
               DISPLAY "AP VOUCHER RELEASE: NO " WS-INVOICE-CURRENCY
                       " RATE FOR " IL-INVOICE-DATE(IL-IDX)
                       " - INVOICE " IL-INVOICE-NO(IL-IDX) " HELD"
               ADD     1       TO  CT-HELD-NO-RATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-COMPUTE-VOUCHER-AMOUNTS.
           IF  NOT AMOUNT-FITS
               DISPLAY "AP VOUCHER RELEASE: AMOUNT TOO LARGE FOR A "
                       "VOUCHER - INVOICE " IL-INVOICE-NO(IL-IDX)
                       " HELD"
               ADD     1       TO  CT-HELD-OVERSIZE
               EXIT PARAGRAPH
           END-IF.
           ADD     1                       TO  WS-VOUCHER-NO.
           MOVE    WS-VOUCHER-NO           TO  VC-VOUCHER-NO.
           MOVE    IL-SUPPLIER-ID(IL-IDX)  TO  VC-SUPPLIER-ID.
           MOVE    IL-INVOICE-NO(IL-IDX)   TO  VC-INVOICE-NO.
           MOVE    IL-INVOICE-DATE(IL-IDX) TO  VC-INVOICE-DATE.
           MOVE    IL-PO-NUMBER(IL-IDX)    TO  VC-PO-NUMBER.
           MOVE    IL-PART-NUMBER(IL-IDX)  TO  VC-PART-NUMBER.
           MOVE    IL-QTY(IL-IDX)          TO  VC-QTY.
           MOVE    WS-INVOICE-CURRENCY     TO  VC-CURRENCY.
           MOVE    WS-RATE-IN-FORCE        TO  VC-EXCH-RATE.
           PERFORM 300-COMPUTE-DUE-DATE.
           WRITE   APINTF-OUT          FROM    AP-VOUCHER-RECORD.
           ADD     1                   TO  OV-COUNT.
           SET     OV-IDX              TO  OV-COUNT.
           MOVE    AP-VOUCHER-RECORD   TO  OV-RECORD(OV-IDX).
           MOVE    "N"                 TO  OV-PAID-SW(OV-IDX).
           MOVE    "V"                 TO  IL-AP-STATUS(IL-IDX).
           ADD     1                   TO  CT-RELEASED.
           ADD     VC-LOCAL-AMOUNT     TO  WS-LOCAL-TOTAL.

      *-----------------------------------------------------------------
      * The line's amount in invoice currency and in local money. An
      * amount too large for the voucher record is not truncated into
      * it - the line is held instead.
      *-----------------------------------------------------------------
       300-COMPUTE-VOUCHER-AMOUNTS.
           MOVE    "Y"     TO  WS-AMOUNT-OK-SW.
           COMPUTE VC-INVOICE-AMOUNT =
                   IL-QTY(IL-IDX) * IL-UNIT-PRICE(IL-IDX)
               ON SIZE ERROR
                   MOVE    "N"     TO  WS-AMOUNT-OK-SW
           END-COMPUTE.
           IF  NOT AMOUNT-FITS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE VC-LOCAL-AMOUNT ROUNDED =
                   VC-INVOICE-AMOUNT * WS-RATE-IN-FORCE
               ON SIZE ERROR
                   MOVE    "N"     TO  WS-AMOUNT-OK-SW
           END-COMPUTE.

      *-----------------------------------------------------------------
       300-FIND-SUPPLIER-TERMS.
           MOVE    RC-AP-TERMS-DAYS    TO  WS-TERMS-DAYS.
           MOVE    SPACES              TO  WS-INVOICE-CURRENCY.
           SET     SY-IDX  TO  1.
           SEARCH  SY-ENTRY
               WHEN    SY-SUPPLIER-ID(SY-IDX) = IL-SUPPLIER-ID(IL-IDX)
                   MOVE    SY-TERMS-DAYS(SY-IDX)   TO  WS-TERMS-DAYS
                   MOVE    SY-CURRENCY(SY-IDX)     TO
                           WS-INVOICE-CURRENCY
           END-SEARCH.

      *-----------------------------------------------------------------
      * Local money converts at one; a foreign invoice at the latest
      * rate effective on or before the invoice date.
      *-----------------------------------------------------------------
       300-FIND-RATE-IN-FORCE.
           IF  WS-INVOICE-CURRENCY = SPACES
               MOVE    1       TO  WS-RATE-IN-FORCE
               EXIT PARAGRAPH
           END-IF.
           MOVE    ZEROS   TO  WS-RATE-IN-FORCE
                               WS-RATE-EFF-DATE.
           PERFORM VARYING XT-IDX FROM 1 BY 1 UNTIL XT-IDX > XT-COUNT
               IF  XT-CURRENCY(XT-IDX) = WS-INVOICE-CURRENCY
                       AND XT-EFFECTIVE-DATE(XT-IDX)
                           NOT > IL-INVOICE-DATE(IL-IDX)
                       AND XT-EFFECTIVE-DATE(XT-IDX)
                           NOT < WS-RATE-EFF-DATE
                   MOVE    XT-RATE(XT-IDX) TO  WS-RATE-IN-FORCE
                   MOVE    XT-EFFECTIVE-DATE(XT-IDX)   TO
                           WS-RATE-EFF-DATE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Due date is the invoice date plus the supplier's terms. An
      * invoice date that is not a real date runs the terms from
      * today instead.
      *-----------------------------------------------------------------
       300-COMPUTE-DUE-DATE.
           COMPUTE WS-INVOICE-INT =
                   FUNCTION INTEGER-OF-DATE(IL-INVOICE-DATE(IL-IDX)).
           IF  WS-INVOICE-INT = ZEROS
               COMPUTE WS-INVOICE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
           END-IF.
           MOVE    FUNCTION DATE-OF-INTEGER
                           (WS-INVOICE-INT + WS-TERMS-DAYS)
                   TO  VC-DUE-DATE.

      *-----------------------------------------------------------------
       200-WRITE-CONTROL-RECORD.
           COMPUTE APT-LINES-HELD = CT-HELD-FLAGGED + CT-HELD-NO-RATE
                                  + CT-HELD-OVERSIZE.
           MOVE    WS-TODAY            TO  APT-RUN-DATE.
           MOVE    CT-RELEASED         TO  APT-VOUCHER-COUNT.
           MOVE    WS-LOCAL-TOTAL      TO  APT-LOCAL-TOTAL.
           WRITE   APINTF-OUT          FROM    AP-CONTROL-RECORD.

      *-----------------------------------------------------------------
       200-REWRITE-SUPINV-FILE.
           OPEN    OUTPUT  SUPINV-FILE.
           PERFORM VARYING IL-IDX FROM 1 BY 1 UNTIL IL-IDX > IL-COUNT
               MOVE    IL-RECORD(IL-IDX)   TO  SUPINV-RECORD
               WRITE   SUPINV-RECORD
           END-PERFORM.
           CLOSE   SUPINV-FILE.

      *-----------------------------------------------------------------
       200-WRITE-VOUCHER-SEQUENCE.
           OPEN    OUTPUT  APSEQ-FILE.
           MOVE    WS-VOUCHER-NO   TO  APSEQ-RECORD.
           WRITE   APSEQ-RECORD.
           CLOSE   APSEQ-FILE.

      *-----------------------------------------------------------------
      * Write the register back with only the vouchers still unpaid.
      *-----------------------------------------------------------------
       200-REWRITE-OPEN-REGISTER.
           OPEN    OUTPUT  APOPEN-FILE.
           PERFORM VARYING OV-IDX FROM 1 BY 1 UNTIL OV-IDX > OV-COUNT
               IF  NOT OV-PAID(OV-IDX)
                   MOVE    OV-RECORD(OV-IDX)   TO  APOPEN-RECORD
                   WRITE   APOPEN-RECORD
               END-IF
           END-PERFORM.
           CLOSE   APOPEN-FILE.

      ******************************************************************
      * Hold the invoice file for the run under the same single lock
      * entry INVOICE-ENTRY and AP-HOLD-REVIEW take, so an invoice
      * keyed during the run is not lost when the file is rewritten.
      *-----------------------------------------------------------------
       300-CLAIM-FILE-LOCK.
           MOVE    "A"             TO  LK-ACTION.
           MOVE    "SUPINV"        TO  LK-FILE-ID.
           MOVE    "*ALL"          TO  LK-RECORD-KEY.
           MOVE    "APVOUCHR"      TO  LK-OPERATOR-ID.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
       300-FREE-FILE-LOCK.
           MOVE    "R"             TO  LK-ACTION.
           CALL    "RECORD-LOCK"   USING LOCK-PARAMETERS.

      *-----------------------------------------------------------------
      * Load the run-control parameters and build this program's
      * physical file names from the configured prefix.
      *-----------------------------------------------------------------
       050-LOAD-RUN-CONTROL.
           CALL    "RUN-CONTROL"   USING RUN-CONTROL-PARAMETERS.
           MOVE    SPACES      TO  RC-FN-SUPINV.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPINV.TXT" DELIMITED BY SIZE
                   INTO RC-FN-SUPINV.
           MOVE    SPACES      TO  RC-FN-SUPPLIER.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "SUPPLIER" DELIMITED BY SIZE
                   INTO RC-FN-SUPPLIER.
           MOVE    SPACES      TO  RC-FN-EXCHRATE.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "EXCHRATE.TXT" DELIMITED BY SIZE
                   INTO RC-FN-EXCHRATE.
           MOVE    SPACES      TO  RC-FN-APSEQ.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "APSEQ.TXT" DELIMITED BY SIZE
                   INTO RC-FN-APSEQ.
           MOVE    SPACES      TO  RC-FN-APPAID.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "APPAID.TXT" DELIMITED BY SIZE
                   INTO RC-FN-APPAID.
           MOVE    SPACES      TO  RC-FN-APOPEN.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "APOPEN.TXT" DELIMITED BY SIZE
                   INTO RC-FN-APOPEN.
           MOVE    SPACES      TO  RC-FN-APINTF.
           STRING  RC-FILE-PREFIX  DELIMITED BY SPACE
                   "APINTF.TXT" DELIMITED BY SIZE
                   INTO RC-FN-APINTF.
