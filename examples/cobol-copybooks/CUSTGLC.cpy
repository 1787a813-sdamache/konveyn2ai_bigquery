      * GENERAL-LEDGER JOURNAL CONTROL RECORD COPYBOOK
      * Description: One-record control file (CUSTGLC.YYYYMMDD)
      *              written by CUSTGLJF alongside each day's
      *              CUSTGLJ.YYYYMMDD journal feed, the way CUSTCTL
      *              accompanies the CUSTXTRC extract.  Carries the
      *              number of journal lines and the total debits and
      *              total credits across them; the two totals are
      *              always equal on a feed CUSTGLJF has released.
      * Version: 1.0
       01  GLC-RECORD.
           05  GLC-PROGRAM              PIC X(08).
           05  GLC-JOURNAL-DATE         PIC 9(08).
           05  GLC-LINE-COUNT           PIC 9(05).
           05  GLC-DEBIT-TOTAL          PIC 9(11)V99.
           05  GLC-CREDIT-TOTAL         PIC 9(11)V99.
