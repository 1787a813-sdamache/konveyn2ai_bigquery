      * CREDIT-BALANCE REFUND ISSUANCE RECORD COPYBOOK
      * Description: One record per refund cheque CUSTRFND asks
      *              accounts payable to issue - an active account
      *              whose credit balance was over the CRFPARM
      *              threshold.  The credit was zeroed on CUSTMAST and
      *              posted to CUSTLEDG as an RFND event in the same
      *              run.  APRF-AMOUNT is the amount to pay the
      *              customer (positive).  CUSTAPRF is appended to,
      *              never rewritten, so a rerun after a failure
      *              cannot lose a refund already issued; the AP
      *              intake job empties it once the vouchers are
      *              loaded.
      * Version: 1.0
       01  APRF-RECORD.
           05  APRF-CUST-ID             PIC 9(08).
           05  APRF-ISSUE-DATE          PIC 9(08).
           05  APRF-PAYEE-NAME          PIC X(48).
           05  APRF-STREET              PIC X(30).
           05  APRF-CITY                PIC X(20).
           05  APRF-STATE               PIC X(02).
           05  APRF-ZIP                 PIC 9(05).
           05  APRF-ZIP-EXT             PIC 9(04).
           05  APRF-AMOUNT              PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
