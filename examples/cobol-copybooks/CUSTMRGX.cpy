      * CUSTOMER MERGE CROSS-REFERENCE RECORD COPYBOOK
      * Description: One record per duplicate account consolidated
      *              by CUSTMRGE, appended to CUSTMRGX as each merge
      *              completes.  CUST-MERGED on the master says an
      *              account was merged away but not INTO WHICH
      *              account; this file is that link, read by the
      *              CUSTDOSS account research dossier to carry a
      *              survivor's history back through its duplicates.
      * MRGX-SURVIVOR-ID/MRGX-DUPLICATE-ID are laid out as on the
      *              CUSTMRGC control card, so retained CUSTMRGC decks
      *              from merges run before this file existed can be
      *              appended as they stand - MRGX-MERGE-DATE is then
      *              blank, meaning the merge date is not known.
      * Version: 1.0
       01  MRGX-RECORD.
           05  MRGX-SURVIVOR-ID         PIC 9(08).
           05  MRGX-DUPLICATE-ID        PIC 9(08).
           05  MRGX-MERGE-DATE          PIC 9(08).
           05  MRGX-AMOUNT-MOVED        PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.
