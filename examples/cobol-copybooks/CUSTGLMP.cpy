      * GENERAL-LEDGER ACCOUNT MAPPING RECORD COPYBOOK
      * Description: One record per CUSTLEDG event type, giving the
      *              general-ledger accounts CUSTGLJF journals that
      *              event type's activity to.  The file (CUSTGLMP)
      *              is owned by Finance and kept under the same
      *              change control as the parameter cards, so a new
      *              GL account or a re-pointed event type is a data
      *              change, not a program change.
      * GLMP-RECEIVABLE-ACCOUNT is the receivables account the
      *              event moves; GLMP-OFFSET-ACCOUNT is the other
      *              side (cash, fee income, interest income, a
      *              merge clearing account ...).  A movement that
      *              RAISES CUST-BALANCE debits the receivable account
      *              and credits the offset; one that LOWERS it
      *              debits the offset and credits the receivable.
      *              An event type with no record, or with either
      *              account blank, is unmapped and stops the feed.
      * Version: 1.0
       01  GLMP-RECORD.
           05  GLMP-EVENT-TYPE          PIC X(04).
           05  GLMP-RECEIVABLE-ACCOUNT  PIC X(10).
           05  GLMP-OFFSET-ACCOUNT      PIC X(10).
           05  GLMP-DESCRIPTION         PIC X(30).
