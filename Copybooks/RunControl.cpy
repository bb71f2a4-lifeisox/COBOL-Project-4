      *    Short-dated stock report horizon: a lot expiring within
      *    this many days makes the report.
           05  RC-SHORTDATED-DAYS      PIC 9(03).
      *    Payment terms assumed for a supplier whose SUP-TERMS states
      *    no number of days, days from invoice date.
           05  RC-AP-TERMS-DAYS        PIC 9(03).
      *    Blanket agreement report horizon: an agreement ending
      *    within this many days with quantity still unreleased is
      *    flagged.
           05  RC-BPA-EXPIRY-DAYS      PIC 9(03).
      *    ASN discrepancy report: a notice still unreceived this
      *    many days after import is listed as never received, and
      *    dock confirmations this many days back are checked for
      *    shipped-vs-received differences.
           05  RC-ASN-LATE-DAYS        PIC 9(03).
           05  RC-ASN-REVIEW-DAYS      PIC 9(03).
      *    Net realizable value write-down: the selling cost taken
      *    off the selling price in force, percent, and the further
      *    haircut for slow stock - stock older than the slow age
      *    loses the slow percent, older than the dead age the dead
      *    percent, of its net selling price.
           05  RC-NRV-SELL-COST-PCT    PIC 9(03).
           05  RC-NRV-SLOW-DAYS        PIC 9(04).
           05  RC-NRV-SLOW-PCT         PIC 9(03).
           05  RC-NRV-DEAD-DAYS        PIC 9(04).
           05  RC-NRV-DEAD-PCT         PIC 9(03).
      *    Operator sign-on: a password older than this many days
      *    must be changed before the sign-on completes (zero - never
      *    expires), and this many wrong passwords in a row lock the
      *    user out until a supervisor resets it.
           05  RC-PASSWORD-DAYS        PIC 9(03).
           05  RC-SIGNON-MAX-FAILS     PIC 9(02).
      *    Report retention library: a filed report whose type the
      *    report catalogue gives no retention period of its own is
      *    kept this many days before the purge drops it.
           05  RC-REPORT-RETAIN-DAYS   PIC 9(04).
