      ******************************************************************
      * Inter-site transfer shipment record - the XFERIN.TXT queue
      * each site receives other sites' transfers from. When the
      * shipping site's BATCH-UPDATE posts a "1" (ship to another
      * site) it appends one record to the destination's
      * <prefix>XFERIN.TXT: which site shipped, its transfer order
      * number, the part, the quantity that left, and the shipping
      * site's weighted-average unit cost the goods left at. The
      * destination receives against it through TRANSFER-RECEIVE,
      * at that cost. The record is never rewritten - what is still
      * on the road is the shipped quantity less what the
      * destination has posted on its XFERRCV.TXT.
      ******************************************************************
       01  TRANSFER-SHIP-RECORD.
           05  XS-FROM-SITE            PIC X(20).
           05  XS-ORDER-NUMBER         PIC 9(06).
           05  XS-PART-NUMBER          PIC 9(05).
           05  XS-QTY                  PIC 9(07).
           05  XS-UNIT-COST            PIC 9(04)V99.
           05  XS-SHIP-DATE            PIC 9(08).
           05  XS-FROM-LOCATION        PIC X(02).
           05  XS-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(18).
