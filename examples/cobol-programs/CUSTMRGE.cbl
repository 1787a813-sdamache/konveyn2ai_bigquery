      *       on CUSTAUDT needs to move.
      *   A pair is rejected without changing either record if either
      *   CUST-ID is not on file, the two IDs are the same, or either
      *   side is already CUST-MERGED or is CUST-CHARGED-OFF (a
      *   written-off balance must not move back into active
      *   receivables through MRGO/MRGI).  CUSTMGRPT lists every request
      *   processed, accepted or rejected, and every completed merge
      *   is appended to the merge cross-reference CUSTMRGX (see
      *   CUSTMRGX.cpy) - the only record of which survivor a
      *   CUST-MERGED duplicate went into.
      *
      * MODIFICATION HISTORY
      *   2026-08-13  DCO  INITIAL VERSION.
      *                    THE BALANCE ONTO THE SURVIVOR - SO A
      *                    CONSOLIDATION SHOWS UP ON EACH ACCOUNT'S
      *                    CHRONOLOGICAL MONEY HISTORY (CUSTLINQ).
      *   2026-10-15  DCO  EACH COMPLETED MERGE IS APPENDED TO THE
      *                    CUSTMRGX CROSS-REFERENCE SO A SURVIVOR'S
      *                    DUPLICATES CAN BE FOUND AGAIN.
      *   2026-10-15  DCO  A CUST-CHARGED-OFF SURVIVOR OR DUPLICATE IS
      *                    REJECTED - ITS WRITTEN-OFF BALANCE MUST NOT
      *                    MOVE BACK INTO ACTIVE RECEIVABLES.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRGE.
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT MERGE-XREF ASSIGN TO "CUSTMRGX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT MERGE-REPORT ASSIGN TO "CUSTMGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

      *    MERGE CROSS-REFERENCE - SEE CUSTMRGX.CPY.
       FD  MERGE-XREF.
       COPY CUSTMRGX.

       FD  MERGE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGE-REPORT-LINE            PIC X(132).
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-RPT-STATUS             PIC X(02).
           05  WS-XREF-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SW             PIC X(01)  VALUE 'N'.
           WRITE MERGE-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE MERGE-REPORT-LINE FROM RPT-COLUMN-HEADING.
           IF WS-MAST-OPENED
               OPEN EXTEND MERGE-XREF
               IF WS-XREF-STATUS = "35" OR WS-XREF-STATUS = "05"
                   OPEN OUTPUT MERGE-XREF
               END-IF
               PERFORM 2900-READ-CONTROL THRU 2900-EXIT
           END-IF.
       1000-EXIT.
               WHEN WS-MERGE-VALID
                   ADD 1 TO WS-MERGED-COUNT
                   MOVE "MERGED" TO RDL-RESULT
                   MOVE MRGC-SURVIVOR-ID   TO MRGX-SURVIVOR-ID
                   MOVE MRGC-DUPLICATE-ID  TO MRGX-DUPLICATE-ID
                   MOVE WS-CURRENT-DATE    TO MRGX-MERGE-DATE
                   MOVE WS-TRANSFER-AMOUNT TO MRGX-AMOUNT-MOVED
                   WRITE MRGX-RECORD
               WHEN WS-MERGE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "*ERROR*" TO RDL-RESULT
               MOVE "SURVIVOR ALREADY MERGED AWAY" TO WS-RESULT-REMARKS
               GO TO 2100-EXIT
           END-IF.
           IF CUST-CHARGED-OFF
               SET WS-MERGE-INVALID TO TRUE
               MOVE "SURVIVOR CHARGED OFF" TO WS-RESULT-REMARKS
               GO TO 2100-EXIT
           END-IF.
           MOVE CUSTOMER-RECORD TO WS-SURVIVOR-RECORD.
           MOVE CUSTOMER-RECORD TO WS-SURV-BEFORE-RECORD.

               MOVE "DUPLICATE ALREADY MERGED AWAY" TO WS-RESULT-REMARKS
               GO TO 2100-EXIT
           END-IF.
           IF CUST-CHARGED-OFF
               SET WS-MERGE-INVALID TO TRUE
               MOVE "DUPLICATE CHARGED OFF" TO WS-RESULT-REMARKS
               GO TO 2100-EXIT
           END-IF.
           MOVE CUSTOMER-RECORD TO WS-DUP-BEFORE-RECORD.
       2100-EXIT.
           EXIT.
           CLOSE CONTROL-FILE.
           IF WS-MAST-OPENED
               CLOSE CUSTOMER-MASTER
               CLOSE MERGE-XREF
           END-IF.
           CLOSE MERGE-REPORT.
       9000-EXIT.
