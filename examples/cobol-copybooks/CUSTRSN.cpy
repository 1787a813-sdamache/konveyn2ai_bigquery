      *              validated by CUSTMNT on entry, and decoded to its
      *              description on the CUSTAHST, CUSTDSWP and CUSTMNT
      *              reports through the CUSTRSNL lookup subprogram.
      * RSN-APPLIES-TO lists the CUST-STATUS values (A/I/S/M/C) the
      *              code may move an account INTO, left-justified -
      *              e.g. 'A   ' for a reactivation-only code, 'AIS '
      *              for a general-purpose one.  A code on a CUSTMNT
      *              update (TRAN-UPD-REASON-CODE, e.g. CLRV for a
      *              credit-line review change) must apply to the
      *              status the account is already in.
      * Version: 1.0
       01  RSN-RECORD.
           05  RSN-CODE                 PIC X(04).
