      * DATE-COMPILED: 2026-09-02
      *
      * DESCRIPTION
      *   Companion ledger subprogram CALLed by every program that moves
      *   CUST-BALANCE (CUSTACCR, CUSTCHGO, CUSTMRGE, CUSTPOST,
      *   CUSTRFND), the same way CUSTAUDT is called for before/after
      *   images.  Writes one LDGR-RECORD (see CUSTLDGR.cpy) to CUSTLEDG
      *   per balance-affecting event - type, signed amount, resulting
      *   balance, source program and user - so an account's money
      *   history for a period can be answered chronologically by
      *   CUSTLINQ instead of someone diffing CUSTAUDT image pairs on
      *   CUSTAHST output.  The ledger file is opened EXTEND on first
      *   call and left open across calls; the caller is expected to
      *   CALL 'CUSTLEDG' WITH 'CLOSE' once at end of run to flush and
      *   close it, as it does for CUSTAUDT.  CUSTPOST and CUSTACCR also
      *   close it at every checkpoint; the next WRITE simply reopens it
      *   EXTEND.
      *
      * LINKAGE
      *   CALL 'CUSTLEDG' USING LK-LEDGER-FUNCTION
      *
      * MODIFICATION HISTORY
      *   2026-09-02  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  CALLER LIST BROUGHT UP TO DATE (CUSTCHGO,
      *                    CUSTRFND); CLOSE AT CHECKPOINT NOTED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLEDG.
