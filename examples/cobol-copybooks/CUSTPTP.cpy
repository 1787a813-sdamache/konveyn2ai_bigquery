      * PROMISE-TO-PAY ARRANGEMENT RECORD COPYBOOK
      * Description: One record per account with a payment
      *              arrangement a collector has taken - the amount
      *              the customer promised and the date it is due.
      *              Entered and cancelled through CUSTPTPM, checked
      *              each night against the PAYT/RCVY payments on
      *              CUSTLEDG by CUSTPTPK, and read by CUSTDLQS so
      *              the collections worklist can hold live promises
      *              apart and put broken ones first.  Both programs
      *              write CUSTPTPN, which a following job step copies
      *              back over CUSTPTP (the CUSTSUSP/CUSTSUSN
      *              convention).  Kept in ascending CUST-ID order
      *              with at most one record per account, because
      *              CUSTDLQS and CUSTPTPK match-merge it against
      *              CUST-ID sequences.
      * PTP-STATUS   L = live - due date not yet passed and not yet
      *                  paid in full;
      *              K = kept - paid in full by the due date;
      *              P = partially kept - something paid, not all;
      *              B = broken - nothing paid by the due date;
      *              X = cancelled by the collector.
      *              A kept or cancelled promise leaves CUSTPTP at
      *              once; a partial or broken one stays, flagging
      *              the account, until a new promise replaces it or
      *              CUSTPTPK ages it off.  Every resolved promise is
      *              also appended, in this same layout, to the
      *              history file CUSTPTPH that CUSTPTPR reports from.
      * PTP-COLLECTOR is the TRAN-USER-ID that entered the promise.
      * PTP-PAID-AMOUNT is what has been paid toward the promise
      *              between PTP-ENTERED-DATE and PTP-DUE-DATE, net of
      *              any of those payments later returned (RTNP).
      * Version: 1.0
       01  PTP-RECORD.
           05  PTP-CUST-ID              PIC 9(08).
           05  PTP-ENTERED-DATE         PIC 9(08).
           05  PTP-DUE-DATE             PIC 9(08).
           05  PTP-PROMISED-AMOUNT      PIC 9(07)V99.
           05  PTP-COLLECTOR            PIC X(08).
           05  PTP-STATUS               PIC X(01).
               88  PTP-LIVE             VALUE 'L'.
               88  PTP-KEPT             VALUE 'K'.
               88  PTP-PARTIAL          VALUE 'P'.
               88  PTP-BROKEN           VALUE 'B'.
               88  PTP-CANCELLED        VALUE 'X'.
           05  PTP-PAID-AMOUNT          PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  PTP-RESOLVED-DATE        PIC 9(08).
