      * CREDIT-LINE REVIEW RECOMMENDATION RECORD COPYBOOK
      * Description: One record per CUST-ACTIVE account the quarterly
      *              credit-line review CUSTCLRV recommends for a
      *              change of CUST-CREDIT-LIMIT, in ascending CUST-ID
      *              order on CUSTCLRC.  Credit approves or declines
      *              each one from the CUSTCVRPT review report; CUSTCLAP
      *              then turns the approved ones into CUSTTRAN update
      *              transactions carrying reason code CLRV, so every
      *              line change is applied by CUSTMNT with its normal
      *              edits and CUSTAUDT image.
      * CLR-ACTION   I = increase recommended, D = decrease.  Accounts
      *              scored into the no-change band are not written.
      * CLR-SCORE    0-100 review score (see CUSTCLRV 4500-SCORE-
      *              ACCOUNT for how it is built).
      * CLR-BALANCE  CUST-BALANCE on the review date, so CUSTCLAP can
      *              refuse an approved decrease below it.
      * Version: 1.0
       01  CLR-RECORD.
           05  CLR-CUST-ID              PIC 9(08).
           05  CLR-REVIEW-DATE          PIC 9(08).
           05  CLR-ACTION               PIC X(01).
               88  CLR-INCREASE         VALUE 'I'.
               88  CLR-DECREASE         VALUE 'D'.
           05  CLR-SCORE                PIC 9(03).
           05  CLR-CURRENT-LIMIT        PIC 9(07)V99.
           05  CLR-RECOMMENDED-LIMIT    PIC 9(07)V99.
           05  CLR-BALANCE              PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
