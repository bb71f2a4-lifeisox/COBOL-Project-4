      ******************************************************************
      * Shrink-reason guard parameter block, shared by every program
      * a downward adjustment or a scrap enters the system through
      * and the REASON-GUARD subprogram. The caller sets the keyed
      * reason code, CALLs "REASON-GUARD", and gets back whether it
      * is an active code on the maintained reason table. A blank
      * code never passes; a reason table not built yet passes any
      * other code - the guard bites only on codes the table knows
      * to be wrong or retired.
      ******************************************************************
       01  REASON-GUARD-PARAMETERS.
      *    The reason code to be checked - returned upper-cased.
           05  RG-REASON-CODE          PIC X(01).
      *    "Y" when the code may be used.
           05  RG-VALID-SW             PIC X(01).
               88  RG-REASON-VALID             VALUE "Y".
      *    The code's description off the table, spaces when none.
           05  RG-DESCRIPTION          PIC X(20).
