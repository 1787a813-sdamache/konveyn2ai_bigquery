      * LEDGER PROOF BALANCE SNAPSHOT RECORD COPYBOOK
      * Description: One record per CUSTMAST account, written each
      *              night by CUSTLPRF to CUSTLBAN and copied back
      *              over CUSTLBAL by the following job step (the
      *              CUSTSUSP/CUSTSUSN convention).  Carries the
      *              account's CUST-BALANCE as it stood when the
      *              ledger proof ran, so the next night's proof has
      *              a prior-night balance to roll the ledger forward
      *              from.  Kept in ascending CUST-ID order because
      *              the proof match-merges it against the master's
      *              primary-key sequence.
      * LBAL-LEDGER-COUNT is the number of CUSTLEDG records on file
      *              when the snapshot was taken.  CUSTLEDG is only
      *              ever appended to, so the next proof skips that
      *              many records and proves exactly the entries
      *              posted since - no entry is counted twice or
      *              missed, whatever the clock said when it was
      *              posted.  Every record of one snapshot carries
      *              the same proof date and ledger count.
      * LBAL-BALANCE carries an explicit leading sign byte, as
      *              CUSTLDGR.cpy does.
      * Version: 1.0
       01  LBAL-RECORD.
           05  LBAL-CUST-ID             PIC 9(08).
           05  LBAL-BALANCE             PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  LBAL-PROOF-DATE          PIC 9(08).
           05  LBAL-LEDGER-COUNT        PIC 9(09).
