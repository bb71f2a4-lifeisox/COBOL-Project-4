      ******************************************************************
      * Inter-site transfer receipt record - the XFERRCV.TXT log the
      * destination site keeps against its XFERIN.TXT queue. Four
      * kinds of line, all keyed by shipping site, transfer order
      * and part:
      *    "C" written by TRANSFER-RECEIVE when the dock confirms a
      *        quantity and stages the "2" receipt - what is still
      *        to be received is shipped less confirmed;
      *    "P" written by BATCH-UPDATE when that "2" posts to the
      *        master - what is still in transit is shipped less
      *        posted, so the goods stay counted until they are on
      *        the destination's books;
      *    "W" written by TRANSFER-RECEIVE when a supervisor writes
      *        off goods that will never arrive, with the shrink
      *        reason, and stages the "3" loss - it closes the line
      *        for receiving as a "C" does;
      *    "L" written by BATCH-UPDATE when that "3" posts the loss
      *        out of goods in transit - it takes the goods off the
      *        road as a "P" does.
      ******************************************************************
       01  TRANSFER-RECEIPT-RECORD.
           05  XR-FROM-SITE            PIC X(20).
           05  XR-ORDER-NUMBER         PIC 9(06).
           05  XR-PART-NUMBER          PIC 9(05).
           05  XR-KIND                 PIC X(01).
               88  XR-CONFIRMED                VALUE "C".
               88  XR-POSTED                   VALUE "P".
               88  XR-WRITE-OFF-KEYED          VALUE "W".
               88  XR-WRITTEN-OFF              VALUE "L".
      *        Lines that take quantity off what is still to receive.
               88  XR-CLOSES-LINE              VALUE "C" "W".
           05  XR-QTY                  PIC 9(07).
           05  XR-UNIT-COST            PIC 9(04)V99.
           05  XR-DATE                 PIC 9(08).
           05  XR-LOCATION             PIC X(02).
           05  XR-OPERATOR-ID          PIC X(08).
      *    On "W"/"L": the shrink reason the loss was written off for.
           05  XR-REASON               PIC X(01).
           05  FILLER                  PIC X(16).
