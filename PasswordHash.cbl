      ******************************************************************
      * This program is the sub program that turns an operator's
      * password into the one-way hash the user master keeps in its
      * place. USER-UPDATE hashes the password a supervisor keys for
      * a new or reset user, and USER-SIGNON hashes what the operator
      * keys at sign-on and compares it with the stored hash - so the
      * password is never on file in a form anyone can read back.
      *
      * The user id and password are run through two independent
      * multiplicative hashes, each reduced modulo a large prime, and
      * the whole string is folded in again for many rounds so that
      * trying passwords against a copied master is slow. The two
      * ten-digit results side by side make the stored hash.
      *
      ******************************************************************
       IDENTIFICATION              DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID.                 PASSWORD-HASH.
       AUTHOR.                     Aradhita Mohanty,
                                   Byung Seon Kim,
                                   Elena Sveshnikova,
                                   Karadjordje Dabic,
                                   Nadia Chubarev.
       DATE-WRITTEN.               October 15, 2026.
       DATE-COMPILED.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION               SECTION.
       SOURCE-COMPUTER.            ASUS X751.

      ******************************************************************
       DATA                        DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE             SECTION.
      *-----------------------------------------------------------------
       01  HASH-CONSTANTS.
           05  HC-ROUNDS           PIC 9(03) VALUE 500.
           05  HC-PRIME-1          PIC 9(10) VALUE 2147483647.
           05  HC-PRIME-2          PIC 9(10) VALUE 2147483629.
           05  HC-MULT-1           PIC 9(03) VALUE 257.
           05  HC-MULT-2           PIC 9(03) VALUE 263.

       01  HASH-WORK-AREAS.
      *    The salted string that is hashed: user id, then password.
           05  WS-HASH-INPUT.
               10  WS-HASH-USER-ID PIC X(08).
               10  WS-HASH-PASSWORD
                                   PIC X(12).
           05  WS-ROUND            PIC 9(03).
           05  WS-CHAR-SUB         PIC 9(02).
           05  WS-CHAR-CODE        PIC 9(03).
           05  WS-WORK-PRODUCT     PIC 9(18).
           05  WS-WORK-QUOTIENT    PIC 9(18).
           05  WS-HASH-RESULT.
               10  WS-HASH-1       PIC 9(10).
               10  WS-HASH-2       PIC 9(10).

      ******************************************************************
       LINKAGE                     SECTION.
      *-----------------------------------------------------------------
       COPY "PasswordHash.cpy".

      ******************************************************************
       PROCEDURE                   DIVISION
                                   USING PASSWORD-HASH-PARAMETERS.
      *-----------------------------------------------------------------
      * Main procedure
      *-----------------------------------------------------------------
       100-HASH-PASSWORD.
           MOVE    PH-USER-ID      TO  WS-HASH-USER-ID.
           MOVE    PH-PASSWORD     TO  WS-HASH-PASSWORD.
           MOVE    7               TO  WS-HASH-1.
           MOVE    11              TO  WS-HASH-2.
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL   WS-ROUND > HC-ROUNDS
               PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL   WS-CHAR-SUB > 20
                   PERFORM 200-FOLD-IN-ONE-CHARACTER
               END-PERFORM
           END-PERFORM.
           MOVE    WS-HASH-RESULT  TO  PH-HASH.

           EXIT PROGRAM.

      ******************************************************************
      * Fold one character into both hashes. The character's place
      * and the round number go in with it, so a rearranged password
      * does not hash the same.
      *-----------------------------------------------------------------
       200-FOLD-IN-ONE-CHARACTER.
           COMPUTE WS-CHAR-CODE =
                   FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-SUB:1)).
           COMPUTE WS-WORK-PRODUCT = WS-HASH-1 * HC-MULT-1
                                     + WS-CHAR-CODE + WS-ROUND.
           DIVIDE  WS-WORK-PRODUCT BY  HC-PRIME-1
                   GIVING      WS-WORK-QUOTIENT
                   REMAINDER   WS-HASH-1.
           COMPUTE WS-WORK-PRODUCT = WS-HASH-2 * HC-MULT-2
                                     + WS-CHAR-CODE * WS-CHAR-SUB
                                     + WS-ROUND.
           DIVIDE  WS-WORK-PRODUCT BY  HC-PRIME-2
                   GIVING      WS-WORK-QUOTIENT
                   REMAINDER   WS-HASH-2.
