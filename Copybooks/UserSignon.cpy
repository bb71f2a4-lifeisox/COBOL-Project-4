      * gets back the operator id (stamped on journals and staged
      * transactions), the operator's own authority level (so a
      * program can hold single actions - abandoning a reject, say -
      * to a higher bar than starting up), and the verdict. The
      * caller also names itself, so the sign-on log shows which
      * program every success, failure and lockout came through.
      ******************************************************************
       01  SIGNON-PARAMETERS.
      *    Minimum authority level the calling function requires:
      *    "Y" when the sign-on was accepted at the required level.
           05  SG-AUTHORIZED-SW        PIC X(01).
               88  SG-AUTHORIZED               VALUE "Y".
      *    The calling program's PROGRAM-ID, for the sign-on log.
           05  SG-CALLING-PROGRAM      PIC X(30).
