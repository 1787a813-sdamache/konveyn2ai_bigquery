      * POSTING COMMIT / CHECKPOINT LOG RECORD COPYBOOK
      * Description: One record per event on the CUSTCKPT log shared
      *              by the two money-moving programs, CUSTPOST (one
      *              run per posting batch, CKPT-RUN-ID = the batch
      *              ID on CPBTPARM) and CUSTACCR (one run per accrual
      *              period, CKPT-RUN-ID = the YYYYMM period on
      *              CIAPARM).  The file is only ever appended to, so
      *              the latest records for a program and run ID say
      *              how far that batch or period got:
      *                S  run started (CKPT-SEQ-NO = where it resumed,
      *                   zero on a first run)
      *                C  one posting / one account committed - the
      *                   master rewrite, CUSTAUDT image and ledger
      *                   entry are all done
      *                K  periodic checkpoint - CUSTAUDT and CUSTLEDG
      *                   are closed, then the log is closed and
      *                   reopened, so every commit before it - and
      *                   the audit and ledger records behind it - is
      *                   safely on disk
      *                E  run completed - the batch or period is done
      *              A rerun of an incomplete batch resumes after the
      *              last C record; a rerun of a completed one is
      *              refused.
      * CKPT-SEQ-NO  CUSTPOST: the CPOSTTRN record number.  CUSTACCR:
      *              the count of accounts charged so far.
      * CKPT-CUST-ID / CKPT-TRAN-CODE / CKPT-AMOUNT identify what was
      *              committed - on a CUSTPOST restart the skipped
      *              deck is checked against them, so a different
      *              deck under the same batch ID is not mistaken for
      *              the one already half posted.  CUSTACCR logs the
      *              first letter of the charge type (L late fee,
      *              I interest) and resumes after CKPT-CUST-ID.
      *              S and E records carry a zero CKPT-AMOUNT; a K
      *              record repeats the fields of the C before it.
      * Version: 1.0
       01  CKPT-RECORD.
           05  CKPT-PROGRAM             PIC X(08).
           05  CKPT-RUN-ID              PIC X(12).
           05  CKPT-EVENT               PIC X(01).
               88  CKPT-RUN-STARTED     VALUE 'S'.
               88  CKPT-COMMITTED       VALUE 'C'.
               88  CKPT-CHECKPOINT      VALUE 'K'.
               88  CKPT-RUN-COMPLETE    VALUE 'E'.
           05  CKPT-SEQ-NO              PIC 9(07).
           05  CKPT-CUST-ID             PIC 9(08).
           05  CKPT-TRAN-CODE           PIC X(01).
           05  CKPT-AMOUNT              PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
           05  CKPT-EVENT-DATE          PIC 9(08).
           05  CKPT-EVENT-TIME          PIC 9(06).
