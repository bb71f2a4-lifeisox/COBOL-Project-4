      ******************************************************************
      * Password hashing parameter block, shared by USER-SIGNON,
      * USER-UPDATE and the PASSWORD-HASH subprogram. The caller sets
      * the user id and the keyed password, CALLs "PASSWORD-HASH",
      * and gets back the hash that is stored on (or compared with)
      * the user master. The password itself is never written
      * anywhere - the user id salts the hash, so two users with the
      * same password still carry different hashes.
      ******************************************************************
       01  PASSWORD-HASH-PARAMETERS.
           05  PH-USER-ID              PIC X(08).
           05  PH-PASSWORD             PIC X(12).
      *    The hash, as twenty digits.
           05  PH-HASH                 PIC X(20).
