      * CUSTOMER RECORD COPYBOOK
      * Description: Customer master record layout
      * Version: 1.4
      * CUSTMAST is a VSAM KSDS keyed on CUST-ID (unique) with an
      * alternate index, CUSTMAST.EMAIL, built over CUST-EMAIL
      * (unique) for direct customer-service lookups and to reject
      * another CUST-ID by CUSTMRGE; its CUST-BALANCE is zeroed and
      * the surviving account's history carries on under its own
      * CUST-ID - see CUSTMRGE.cbl.
      * CUST-CHARGED-OFF marks an account written off by CUSTCHGO
      * after aging out of collections.  Its CUST-BALANCE is still
      * owed and is carried on the charged-off receivable (see the
      * CHGO/CHGB events in CUSTLDGR.cpy); it takes no new charges
      * or finance charges, and a payment on it is a recovery.
       01  CUSTOMER-RECORD.
           05  CUST-ID              PIC 9(8).
           05  CUST-NAME.
               88  CUST-INACTIVE    VALUE 'I'.
               88  CUST-SUSPENDED   VALUE 'S'.
               88  CUST-MERGED      VALUE 'M'.
               88  CUST-CHARGED-OFF VALUE 'C'.
           05  CUST-CREDIT-LIMIT    PIC 9(7)V99.
           05  CUST-BALANCE         PIC S9(7)V99.
           05  CUST-CREATED-DATE    PIC 9(8).
