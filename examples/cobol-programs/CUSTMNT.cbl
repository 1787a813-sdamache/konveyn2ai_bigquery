      *   on add.  A maintenance activity report is produced on
      *   CUSTRPT showing every transaction applied or rejected.
      *
      *   An update may carry a reason code; the quarterly credit-line
      *   review (CUSTCLRV/CUSTCLAP) uses this to send its approved
      *   line changes through here under reason CLRV.
      *
      * MODIFICATION HISTORY
      *   2026-08-08  DCO  INITIAL VERSION.
      *   2026-08-08  DCO  CUSTMAST FORMALIZED AS A VSAM KSDS; SEE
      *                    47 BYTES - THE "STATUS CHANGED - " PREFIX
      *                    PLUS A 30-BYTE REASON DESCRIPTION WAS
      *                    SILENTLY TRUNCATED AT 40 ON CUSTRPT.
      *   2026-10-15  DCO  A STATUS CHANGE AGAINST A CUST-CHARGED-OFF
      *                    RECORD IS REJECTED - ITS BALANCE SITS ON
      *                    THE CHARGED-OFF RECEIVABLE, AND MOVING IT
      *                    BACK TO A/I/S WOULD LEAVE THE LEDGER AND
      *                    THE GENERAL LEDGER DISAGREEING.
      *   2026-10-15  DCO  AN UPDATE TRANSACTION MAY NOW CARRY
      *                    TRAN-UPD-REASON-CODE.  IT IS EDITED AGAINST
      *                    CUSTRSNF LIKE A STATUS-CHANGE REASON (FOR
      *                    THE ACCOUNT'S CURRENT STATUS) AND PASSED TO
      *                    CUSTAUDT, SO CREDIT-LINE CHANGES FROM THE
      *                    CUSTCLAP REVIEW DECK ARE LOGGED UNDER CLRV.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
               10  TRAN-UPD-PHONE        PIC 9(10).
               10  TRAN-UPD-EMAIL        PIC X(50).
               10  TRAN-UPD-CREDIT-LIMIT PIC 9(07)V99.
               10  TRAN-UPD-REASON-CODE  PIC X(04).
           05  TRAN-STATUS-AREA REDEFINES TRAN-DATA-AREA.
               10  TRAN-NEW-STATUS       PIC X(01).
               10  TRAN-REASON-CODE      PIC X(04).
               10  WS-RSN-DESCRIPTION    PIC X(30).
               10  WS-RSN-APPLIES-TO     PIC X(04).
           05  WS-RSN-APPLIES-COUNT      PIC S9(04) COMP.
      *    THE STATUS THE CODE MUST APPLY TO - THE NEW STATUS ON A
      *    STATUS CHANGE, THE UNCHANGED CURRENT STATUS ON AN UPDATE.
           05  WS-RSN-CHECK-STATUS       PIC X(01).

       PROCEDURE DIVISION.
      *================================================================
           END-IF.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD.

           IF TRAN-UPD-REASON-CODE NOT = SPACES
                   AND TRAN-UPD-REASON-CODE NOT = ZERO
               MOVE TRAN-UPD-REASON-CODE TO WS-RSN-LOOKUP-CODE
               MOVE CUST-STATUS TO WS-RSN-CHECK-STATUS
               PERFORM 5500-EDIT-REASON-CODE THRU 5500-EXIT
               IF WS-TRAN-INVALID
                   GO TO 4000-EXIT
               END-IF
           END-IF.

           IF TRAN-UPD-STREET NOT = SPACES
               MOVE TRAN-UPD-STREET TO CUST-STREET
           END-IF.
           END-REWRITE.
           IF WS-TRAN-VALID
               ADD 1 TO WS-UPDATE-COUNT
               IF TRAN-UPD-REASON-CODE = SPACES
                       OR TRAN-UPD-REASON-CODE = ZERO
                   MOVE "CONTACT INFO UPDATED" TO WS-REJECT-REASON
                   MOVE SPACES TO WS-CHANGE-REASON
               ELSE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "UPDATED - " DELIMITED BY SIZE
                       WS-RSN-DESCRIPTION DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   MOVE TRAN-UPD-REASON-CODE TO WS-CHANGE-REASON
               END-IF
               PERFORM 7000-AUDIT-IF-CHANGED THRU 7000-EXIT
           END-IF.
       4000-EXIT.
                   TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.
           IF CUST-CHARGED-OFF
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "CUSTOMER CHARGED OFF - STATUS IS FINAL"
                   TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD.

           IF TRAN-NEW-STATUS NOT = 'A' AND NOT = 'I' AND NOT = 'S'

           IF TRAN-REASON-CODE NOT = SPACES
                   AND TRAN-REASON-CODE NOT = ZERO
               MOVE TRAN-REASON-CODE TO WS-RSN-LOOKUP-CODE
               MOVE TRAN-NEW-STATUS TO WS-RSN-CHECK-STATUS
               PERFORM 5500-EDIT-REASON-CODE THRU 5500-EXIT
               IF WS-TRAN-INVALID
                   GO TO 5000-EXIT

      *================================================================
      * 5500-EDIT-REASON-CODE
      *    VALIDATES THE REASON CODE THE CALLER LEFT IN
      *    WS-RSN-LOOKUP-CODE AGAINST THE CUSTRSNF REFERENCE THROUGH
      *    CUSTRSNL - THE CODE MUST BE ON FILE, ACTIVE, AND APPLICABLE
      *    TO WS-RSN-CHECK-STATUS (THE STATUS THE ACCOUNT IS MOVING
      *    INTO, OR ON AN UPDATE THE STATUS IT STAYS IN).  WHEN
      *    CUSTRSNF IS ABSENT THE EDIT IS BYPASSED SO THE REFERENCE
      *    CAN BE ROLLED OUT WITHOUT BLOCKING MAINTENANCE; THE LOOKUP
      *    STILL ECHOES THE CODE FOR THE REPORT.
      *================================================================
       5500-EDIT-REASON-CODE.
           CALL "CUSTRSNL" USING WS-RSN-FUNCTION
                                 WS-RSN-LOOKUP-CODE
                                 WS-RSN-RESULT.
           MOVE ZERO TO WS-RSN-APPLIES-COUNT.
           INSPECT WS-RSN-APPLIES-TO
               TALLYING WS-RSN-APPLIES-COUNT
               FOR ALL WS-RSN-CHECK-STATUS.
           IF WS-RSN-APPLIES-COUNT = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               IF TRAN-UPDATE
                   MOVE "REASON CODE NOT VALID FOR ACCOUNT STATUS"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "REASON CODE NOT VALID FOR NEW STATUS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       5500-EXIT.
           EXIT.
