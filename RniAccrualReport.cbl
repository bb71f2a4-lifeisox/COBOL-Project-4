
      *    Same layout as PARTSUPP-RECORD in PartSupplierUpdate.cbl.
       FD  PARTSUPP-FILE-IN
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PARTSUPP-RECORD-IN.
       01  PARTSUPP-RECORD-IN.
           05  PS-KEY.
           05  PS-PRICE            PIC 9(04)V99.
           05  PS-LEAD-TIME        PIC 9(03).
           05  PS-PREFERRED        PIC X(01).
           05  PS-PURCH-UOM        PIC X(04).
           05  PS-CONV-FACTOR      PIC 9(05).

       FD  INVENT-FILE
           RECORD CONTAINS 70 CHARACTERS
           PERFORM 400-ROLL-UP-SUPPLIER.

      *-----------------------------------------------------------------
      * Price the remainder at the supplier's quote, brought down
      * from the purchase unit to the stocking unit the quantities
      * are counted in, falling back to the part's weighted-average
      * unit cost on the master.
      *-----------------------------------------------------------------
       400-PRICE-THE-REMAINDER.
           MOVE    ZEROS   TO  WS-UNIT-COST.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PS-CONV-FACTOR > 1
                           COMPUTE WS-UNIT-COST ROUNDED =
                                   PS-PRICE / PS-CONV-FACTOR
                       ELSE
                           MOVE    PS-PRICE    TO  WS-UNIT-COST
                       END-IF
               END-READ
           END-IF.
           IF  WS-UNIT-COST = ZEROS AND INVENT-AVAILABLE
