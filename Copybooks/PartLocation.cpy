      ******************************************************************
      * Part/location balance record - the PARTLOC indexed file,
      * keyed part number + location. One record per location a part
      * has ever been stocked at, with its on-hand there; a part may
      * live in any number of locations. QUANTITY-IN on the master
      * stays the part-level total of PLB-QUANTITY across the part's
      * records. A location emptied to zero keeps its record.
      ******************************************************************
       01  PART-LOCATION-RECORD.
           05  PLB-KEY.
               10  PLB-PART-NUMBER     PIC 9(05).
               10  PLB-LOCATION        PIC X(02).
           05  PLB-QUANTITY            PIC 9(07).
           05  FILLER                  PIC X(06).
