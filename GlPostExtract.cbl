      * account-mapping file (movement code -> accounts; sensible
      * defaults when the mapping file is absent), and the batch
      * total line at the end equals the night's change in total
      * inventory value, goods in transit between sites included -
      * the one figure that has to tie out with accounting.
      *
      * Used File
      *    - Valued Movement File: GLWORK.TXT
       FILE                        SECTION.
      *    Same layout as GLWORK-RECORD-OUT in BatchUpdate.cbl.
       FD  GLWORK-FILE-IN
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS GLWORK-RECORD-IN.
       01  GLWORK-RECORD-IN.
           05  GLW-DATE-IN         PIC 9(08).
           05  GLW-UNIT-AMOUNT-IN  PIC 9(04)V99.
           05  GLW-EXT-AMOUNT-IN   PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  GLW-EVENT-LINK-IN   PIC X(10).

      *    Same layout as JOURNAL-RECORD-OUT in OnlineUpdate.cbl.
       FD  JOURNAL-FILE-IN
      * Load the movement-code account mapping, or fall back to the
      * shop's standard accounts: 130000 inventory control, 201000
      * goods-received accrual, 510000 cost of sales, 530000
      * inventory adjustments, 540000 revaluation, 131000 goods in
      * transit between sites.
      *-----------------------------------------------------------------
       200-LOAD-ACCOUNT-MAP.
           OPEN    INPUT   GLACCTS-FILE-IN.
           ELSE
               DISPLAY "GL POST: NO GLACCTS.TXT, STATUS "
                       GLACCTS-FILE-STAT " - USING DEFAULT ACCOUNTS"
               MOVE    27          TO  AM-COUNT
               MOVE    "R"         TO  AM-CODE(1)
               MOVE    "130000"    TO  AM-DEBIT(1)
               MOVE    "201000"    TO  AM-CREDIT(1)
               MOVE    "K"         TO  AM-CODE(20)
               MOVE    "201000"    TO  AM-DEBIT(20)
               MOVE    "204000"    TO  AM-CREDIT(20)
      *    Consignment consumption: supplier-owned units used by a
      *    movement are costed at the agreed price and owed to the
      *    consigning supplier.
               MOVE    "L"         TO  AM-CODE(21)
               MOVE    "510000"    TO  AM-DEBIT(21)
               MOVE    "205000"    TO  AM-CREDIT(21)
      *    Kit labour and overhead: the rate built into a kit's value
      *    is absorbed out of the overhead account, so the build
      *    clearing account is left holding only the components.
               MOVE    "X"         TO  AM-CODE(22)
               MOVE    "530000"    TO  AM-DEBIT(22)
               MOVE    "560000"    TO  AM-CREDIT(22)
      *    Kit disassembly: the kit comes off inventory into the
      *    build clearing account ("Z") and its components go back
      *    on out of it ("O"), so the two sides of one disassembly
      *    clear each other there.
               MOVE    "Z"         TO  AM-CODE(23)
               MOVE    "530000"    TO  AM-DEBIT(23)
               MOVE    "130000"    TO  AM-CREDIT(23)
               MOVE    "O"         TO  AM-CODE(24)
               MOVE    "130000"    TO  AM-DEBIT(24)
               MOVE    "530000"    TO  AM-CREDIT(24)
      *    Inter-site transfers: a shipment ("1") moves its value off
      *    this site's inventory into goods in transit, and the
      *    receiving site's receipt ("2") moves it back out of
      *    transit onto that site's inventory.
               MOVE    "1"         TO  AM-CODE(25)
               MOVE    "131000"    TO  AM-DEBIT(25)
               MOVE    "130000"    TO  AM-CREDIT(25)
               MOVE    "2"         TO  AM-CODE(26)
               MOVE    "130000"    TO  AM-DEBIT(26)
               MOVE    "131000"    TO  AM-CREDIT(26)
      *    Goods written off in transit ("3") never arrive: their
      *    value comes out of transit as an inventory adjustment.
               MOVE    "3"         TO  AM-CODE(27)
               MOVE    "530000"    TO  AM-DEBIT(27)
               MOVE    "131000"    TO  AM-CREDIT(27)
           END-IF.

      *-----------------------------------------------------------------
      *    value; the purchase-price variance ("W") and the
      *    landed-cost reclass lines ("F"/"Y"/"K") move accruals and
      *    P&L, not inventory - the uplifted receipt line already
      *    carried their value into inventory - so they stay out, as
      *    does consignment consumption ("L"): supplier-owned stock
      *    was never in our inventory value. Kit labour absorbed
      *    ("X") is likewise already inside the kit build line.
      *    Inter-site shipments ("1") and receipts ("2") only move
      *    value between a site's shelves and goods in transit, both
      *    company inventory, so they stay out too - the company's
      *    inventory total does not drop while goods are on the road.
      *    A write-off in transit ("3") does drop it, so it stays in.
           IF  WS-MAP-CODE NOT = "W" AND WS-MAP-CODE NOT = "F"
                   AND WS-MAP-CODE NOT = "Y"
                   AND WS-MAP-CODE NOT = "K"
                   AND WS-MAP-CODE NOT = "L"
                   AND WS-MAP-CODE NOT = "X"
                   AND WS-MAP-CODE NOT = "1"
                   AND WS-MAP-CODE NOT = "2"
               ADD     WS-POST-AMOUNT  TO  WS-BATCH-TOTAL
           END-IF.
           ADD     1               TO  CT-POSTINGS-OUT.
