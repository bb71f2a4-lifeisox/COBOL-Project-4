           MOVE    7           TO  RC-SAFETY-DAYS.
           MOVE    14          TO  RC-PO-LEAD-DAYS.
           MOVE    30          TO  RC-SHORTDATED-DAYS.
           MOVE    30          TO  RC-AP-TERMS-DAYS.
           MOVE    60          TO  RC-BPA-EXPIRY-DAYS.
           MOVE    3           TO  RC-ASN-LATE-DAYS.
           MOVE    7           TO  RC-ASN-REVIEW-DAYS.
           MOVE    10          TO  RC-NRV-SELL-COST-PCT.
           MOVE    180         TO  RC-NRV-SLOW-DAYS.
           MOVE    25          TO  RC-NRV-SLOW-PCT.
           MOVE    365         TO  RC-NRV-DEAD-DAYS.
           MOVE    50          TO  RC-NRV-DEAD-PCT.
           MOVE    90          TO  RC-PASSWORD-DAYS.
           MOVE    3           TO  RC-SIGNON-MAX-FAILS.
           MOVE    400         TO  RC-REPORT-RETAIN-DAYS.

      *-----------------------------------------------------------------
      * Lay the parameter file over the defaults. Lines that do not
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-SHORTDATED-DAYS
                   END-IF
               WHEN "AP-TERMS-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-AP-TERMS-DAYS
                   END-IF
               WHEN "BPA-EXPIRY-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-BPA-EXPIRY-DAYS
                   END-IF
               WHEN "ASN-LATE-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-ASN-LATE-DAYS
                   END-IF
               WHEN "ASN-REVIEW-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-ASN-REVIEW-DAYS
                   END-IF
               WHEN "NRV-SELL-COST-PCT"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-NRV-SELL-COST-PCT
                   END-IF
               WHEN "NRV-SLOW-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-NRV-SLOW-DAYS
                   END-IF
               WHEN "NRV-SLOW-PCT"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-NRV-SLOW-PCT
                   END-IF
               WHEN "NRV-DEAD-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-NRV-DEAD-DAYS
                   END-IF
               WHEN "NRV-DEAD-PCT"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-NRV-DEAD-PCT
                   END-IF
               WHEN "PASSWORD-EXPIRY-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-PASSWORD-DAYS
                   END-IF
               WHEN "SIGNON-MAX-FAILS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-SIGNON-MAX-FAILS
                   END-IF
               WHEN "REPORT-RETAIN-DAYS"
                   PERFORM 400-PARSE-NUMERIC-VALUE
                   IF  PARM-VALUE-OK
                       MOVE WS-PARM-NUM TO RC-REPORT-RETAIN-DAYS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   " SAFETY=" RC-SAFETY-DAYS
                   " POLEAD=" RC-PO-LEAD-DAYS
                   " SHORTDATED=" RC-SHORTDATED-DAYS.
           DISPLAY "RUN CONTROL: APTERMS=" RC-AP-TERMS-DAYS
                   " BPAEXPIRY=" RC-BPA-EXPIRY-DAYS
                   " ASNLATE=" RC-ASN-LATE-DAYS
                   " ASNREVIEW=" RC-ASN-REVIEW-DAYS.
           DISPLAY "RUN CONTROL: NRVSELLCOST=" RC-NRV-SELL-COST-PCT
                   " NRVSLOW=" RC-NRV-SLOW-DAYS "/" RC-NRV-SLOW-PCT
                   " NRVDEAD=" RC-NRV-DEAD-DAYS "/" RC-NRV-DEAD-PCT.
           DISPLAY "RUN CONTROL: PWDEXPIRY=" RC-PASSWORD-DAYS
                   " SIGNONFAILS=" RC-SIGNON-MAX-FAILS
                   " RPTRETAIN=" RC-REPORT-RETAIN-DAYS.
