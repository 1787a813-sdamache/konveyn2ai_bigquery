      * STATE DORMANCY PERIOD REFERENCE RECORD COPYBOOK
      * Description: One record per state on the unclaimed-property
      *              dormancy table CUSTDORM, keyed by the two-letter
      *              code carried in CUST-STATE.  DORM-PERIOD-MONTHS is
      *              how long a credit balance may sit on an inactive
      *              account, counted from CUST-LAST-CHG-DATE, before
      *              that state presumes it abandoned and it must be
      *              reported and remitted (CUSTRFND).  Periods are
      *              held in months because the statutes are not all
      *              whole years.  CUSTDORM is maintained by CUSTDRMM,
      *              never edited by hand.
      * Version: 1.0
       01  DORM-RECORD.
           05  DORM-STATE               PIC X(02).
           05  DORM-STATE-NAME          PIC X(20).
           05  DORM-PERIOD-MONTHS       PIC 9(03).
