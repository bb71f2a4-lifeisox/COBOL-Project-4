      ******************************************************************
      * Vendor-managed inventory export record - the VMI<supplier>.TXT
      * file VMI-EXPORT writes each night for every supplier flagged
      * as a VMI partner on the SUPPLIER master, covering every part
      * the supplier sources per PARTSUPP. Fixed 100-byte lines,
      * numbers unsigned and zero-filled, in this order:
      *    "H" one header      - who the file is for and the day it
      *                          reports;
      *    "D" one per part    - the part's position as of the run,
      *        followed by     - "L" one per location holding stock;
      *    "T" one trailer     - control counts the supplier checks
      *                          the file against.
      * Every record carries the supplier id after the type, so a
      * file that has been concatenated or renamed still says whose
      * it is.
      ******************************************************************
       01  VMI-EXPORT-RECORD.
           05  VX-RECORD-TYPE          PIC X(01).
               88  VX-HEADER                   VALUE "H".
               88  VX-DETAIL                   VALUE "D".
               88  VX-LOCATION                 VALUE "L".
               88  VX-TRAILER                  VALUE "T".
           05  VX-SUPPLIER-ID          PIC X(02).
           05  VX-BODY                 PIC X(97).
      *    Header: the day whose sales and returns are reported, and
      *    when the file was made.
           05  VX-HEADER-BODY          REDEFINES VX-BODY.
               10  VXH-SUPPLIER-NAME   PIC X(15).
               10  VXH-ACTIVITY-DATE   PIC 9(08).
               10  VXH-CREATED-DATE    PIC 9(08).
               10  VXH-CREATED-TIME    PIC 9(06).
               10  VXH-LAYOUT-VERSION  PIC X(02).
               10  FILLER              PIC X(58).
      *    Part detail: on hand across all locations, the day's units
      *    sold and returned by customers, units still owed on
      *    backorder, units on open POs with this supplier and with
      *    every supplier, the reorder point, and how the supplier
      *    sells the part to us (preferred source, purchase unit and
      *    stock units per purchase unit).
           05  VX-DETAIL-BODY          REDEFINES VX-BODY.
               10  VXD-PART-NUMBER     PIC 9(05).
               10  VXD-PART-NAME       PIC X(20).
               10  VXD-ON-HAND         PIC 9(07).
               10  VXD-SOLD-TODAY      PIC 9(07).
               10  VXD-RETURNED-TODAY  PIC 9(07).
               10  VXD-BACKORDERED     PIC 9(07).
               10  VXD-OPEN-PO-SUPPLIER
                                       PIC 9(07).
               10  VXD-OPEN-PO-ALL     PIC 9(07).
               10  VXD-REORDER-POINT   PIC 9(03).
               10  VXD-PREFERRED       PIC X(01).
               10  VXD-PURCH-UOM       PIC X(04).
               10  VXD-CONV-FACTOR     PIC 9(05).
               10  FILLER              PIC X(17).
      *    Location detail: the stock of the part above at one
      *    location.
           05  VX-LOCATION-BODY        REDEFINES VX-BODY.
               10  VXL-PART-NUMBER     PIC 9(05).
               10  VXL-LOCATION        PIC X(02).
               10  VXL-QUANTITY        PIC 9(07).
               10  FILLER              PIC X(83).
      *    Trailer: the part and location lines written, every line
      *    in the file including the header and this trailer, and the
      *    sum of the part lines' on-hand as a hash total.
           05  VX-TRAILER-BODY         REDEFINES VX-BODY.
               10  VXT-DETAIL-COUNT    PIC 9(07).
               10  VXT-LOCATION-COUNT  PIC 9(07).
               10  VXT-RECORD-COUNT    PIC 9(07).
               10  VXT-ON-HAND-HASH    PIC 9(11).
               10  FILLER              PIC X(65).
