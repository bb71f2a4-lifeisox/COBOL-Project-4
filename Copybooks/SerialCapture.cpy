      ******************************************************************
      * Serial-capture parameter block, shared by the programs that
      * stage movements of serialized parts and the SERIAL-CAPTURE
      * subprogram. The caller describes the movement and CALLs
      * "SERIAL-CAPTURE": action "Q" only asks whether the part is
      * serialized; action "C" also walks the operator through
      * keying one serial number per unit, writes them to the serial
      * staging file under a fresh link, and hands the link back for
      * the caller to stamp on the staged transaction. BATCH-UPDATE
      * pairs the two up again by part, operator, and link.
      ******************************************************************
       01  SERIAL-CAPTURE-PARAMETERS.
      *    "Q" = query the serialized flag, "C" = capture serials.
           05  SX-ACTION               PIC X(01).
           05  SX-PART-NUMBER          PIC 9(05).
      *    The movement code - "R", "S", "C", "V", or "T".
           05  SX-CODE                 PIC X(01).
           05  SX-QUANTITY             PIC 9(07).
      *    The location the units move from (or, on a receipt or
      *    customer return, into); spaces are taken as "01".
           05  SX-LOCATION             PIC X(02).
           05  SX-OPERATOR-ID          PIC X(08).
      *    "Y" when the part is flagged serialized on PARTCTL.
           05  SX-SERIALIZED-SW        PIC X(01).
               88  SX-SERIALIZED               VALUE "Y".
      *    The link the captured serials were staged under; spaces
      *    when the part is not serialized or nothing was captured.
           05  SX-SERIAL-LINK          PIC X(03).
      *    Returned on every call: the largest quantity that can be
      *    captured one serial at a time - a bigger serialized
      *    movement must be split.
           05  SX-MAX-QUANTITY         PIC 9(03).
