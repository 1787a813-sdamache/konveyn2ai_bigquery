      * Description: One row per balance-affecting event on a customer
      *              account, written by the CUSTLEDG subprogram on
      *              behalf of every program that moves CUST-BALANCE
      *              (CUSTACCR, CUSTCHGO, CUSTMRGE, CUSTPOST,
      *              CUSTRFND).  Keyed by LDGR-CUST-ID and
      *              LDGR-POST-DATE/TIME so an account's money
      *              history for a period can be listed
      *              chronologically (see CUSTLINQ) instead of
      *              diffing CUSTAUDT BEF-/AFT- image pairs by hand.
      * LDGR-EVENT-TYPE uses the same four-character vocabulary as
      *              AUD-CHANGE-REASON: PAYT/DEBT/CRAJ from CUSTPOST,
      *              LFEE/INTR from CUSTACCR, MRGO (balance moved off
      *              the duplicate) and MRGI (balance onto the
      *              survivor) from CUSTMRGE; CHGO (balance charged
      *              off active receivables) and CHGB (the same
      *              balance booked to charged-off receivables) from
      *              CUSTCHGO; RCVY (a payment received on a
      *              CUST-CHARGED-OFF account) from CUSTPOST;
      *              RTNP (a returned payment reversed) and RFEE (the
      *              returned-payment fee) from CUSTPOST; RFND (a
      *              credit balance refunded through accounts
      *              payable) from CUSTRFND.
      * LDGR-AMOUNT is signed with the direction of the balance
      *              movement; LDGR-NEW-BALANCE is CUST-BALANCE after
      *              the event was applied.  Both carry an explicit
      *              leading sign byte so the file stays readable and
      *              keyable by hand, as CUSTCTL.cpy does.
      * LDGR-REFERENCE identifies the earlier ledger event this one
      *              undoes, by that event's post date and time - an
      *              RTNP carries the PAYT it reversed, so the payment
      *              cannot be reversed twice.  Spaces on every other
      *              event, and on records written before it existed.
      * Version: 1.1
       01  LDGR-RECORD.
           05  LDGR-CUST-ID             PIC 9(08).
           05  LDGR-POST-DATE           PIC 9(08).
                                        SIGN IS LEADING SEPARATE.
           05  LDGR-SOURCE-PROGRAM      PIC X(08).
           05  LDGR-POST-USER           PIC X(08).
           05  LDGR-REFERENCE.
               10  LDGR-REF-POST-DATE   PIC X(08).
               10  LDGR-REF-POST-TIME   PIC X(06).
