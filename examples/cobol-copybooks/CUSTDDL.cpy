      * UNCLAIMED-PROPERTY DUE-DILIGENCE LETTER RECORD COPYBOOK
      * Description: One record per inactive account whose credit
      *              balance has been dormant, counted from
      *              CUST-LAST-CHG-DATE, for at least its state's
      *              period on the CUSTDORM table.  CUSTRFND writes
      *              the file CUSTDDLT fresh each month for the
      *              letter-print run that sends the owner the
      *              due-diligence notice the statutes require, and
      *              then sorts the same records by state for the
      *              escheatment report.  DDL-AMOUNT is the amount
      *              held for the owner (positive).
      * Version: 1.0
       01  DDL-RECORD.
           05  DDL-STATE                PIC X(02).
           05  DDL-CUST-ID              PIC 9(08).
           05  DDL-OWNER-NAME           PIC X(48).
           05  DDL-STREET               PIC X(30).
           05  DDL-CITY                 PIC X(20).
           05  DDL-ZIP                  PIC 9(05).
           05  DDL-ZIP-EXT              PIC 9(04).
           05  DDL-AMOUNT               PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  DDL-LAST-ACTIVITY-DATE   PIC 9(08).
           05  DDL-DORMANT-MONTHS       PIC 9(03).
           05  DDL-STATE-NAME           PIC X(20).
           05  DDL-PERIOD-MONTHS        PIC 9(03).
           05  DDL-LETTER-DATE          PIC 9(08).
