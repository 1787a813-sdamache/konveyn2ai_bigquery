      * DELINQUENCY STAGE HISTORY RECORD COPYBOOK
      * Description: One record per delinquency stage change, appended
      *              by CUSTDLQS to CUSTDLQH every night alongside the
      *              CUSTDLSF stage feed and with the same content.
      *              CUSTDLQ holds only an account's CURRENT run of
      *              over-limit days and drops it the night the
      *              balance comes back under; CUSTDLSF is rewritten
      *              every night for the statement run.  CUSTDLQH is
      *              the permanent record of every entry (stage 0 to
      *              1), escalation and clear (to stage 0), read by
      *              the CUSTDOSS account research dossier and by
      *              CUSTCLRV for credit-limit scoring.
      * Version: 1.0
       01  DLH-RECORD.
           05  DLH-CUST-ID              PIC 9(08).
           05  DLH-CHANGE-DATE          PIC 9(08).
           05  DLH-OLD-STAGE            PIC 9(01).
           05  DLH-NEW-STAGE            PIC 9(01).
           05  DLH-CURRENT-OVERAGE      PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
