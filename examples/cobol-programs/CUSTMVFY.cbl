      *   reports every record violating the rules the system
      *   depends on:
      *     - CUST-ZIP or CUST-PHONE not numeric;
      *     - CUST-STATUS outside A/I/S/M/C;
      *     - a CUST-MERGED record still carrying a non-zero
      *       CUST-BALANCE (CUSTMRGE is supposed to zero it);
      *     - CUST-UPDATED-DATE earlier than CUST-CREATED-DATE;
      *
      * MODIFICATION HISTORY
      *   2026-09-02  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  CUST-CHARGED-OFF (C, SET BY CUSTCHGO) IS NOW
      *                    A VALID CUST-STATUS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMVFY.

           IF NOT CUST-ACTIVE AND NOT CUST-INACTIVE
                   AND NOT CUST-SUSPENDED AND NOT CUST-MERGED
                   AND NOT CUST-CHARGED-OFF
               MOVE "CUST-STATUS NOT A/I/S/M/C" TO RDL-VIOLATION
               PERFORM 2800-WRITE-VIOLATION THRU 2800-EXIT
           END-IF.

