      * GENERAL-LEDGER JOURNAL LINE RECORD COPYBOOK
      * Description: One summarized journal line on the daily GL
      *              journal feed CUSTGLJ.YYYYMMDD written by
      *              CUSTGLJF from the day's CUSTLEDG entries.  Lines
      *              come in balanced debit/credit pairs per event
      *              type and direction of movement (see
      *              CUSTGLMP.cpy); the matching one-record control
      *              file CUSTGLC.YYYYMMDD (see CUSTGLC.cpy) carries
      *              the line count and the debit and credit totals
      *              the GL load proves the feed against.
      * GLJ-AMOUNT is always positive - the side is given by
      *              GLJ-DR-CR.
      * Version: 1.0
       01  GLJ-RECORD.
           05  GLJ-JOURNAL-DATE         PIC 9(08).
           05  GLJ-LINE-NO              PIC 9(05).
           05  GLJ-GL-ACCOUNT           PIC X(10).
           05  GLJ-DR-CR                PIC X(01).
               88  GLJ-DEBIT            VALUE 'D'.
               88  GLJ-CREDIT           VALUE 'C'.
           05  GLJ-AMOUNT               PIC 9(09)V99.
           05  GLJ-EVENT-TYPE           PIC X(04).
           05  GLJ-ENTRY-COUNT          PIC 9(07).
           05  GLJ-DESCRIPTION          PIC X(30).
