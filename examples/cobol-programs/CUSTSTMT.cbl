      *   skips accounts that are not CUST-ACTIVE, and formats it as
      *   a human-readable page rather than a data feed.
      *
      *   A CUST-CHARGED-OFF account still owes its balance, so it
      *   keeps getting a statement while that balance is above
      *   zero; its credit limit and available credit are replaced
      *   by a notice that the line is closed and the balance due.
      *
      * MODIFICATION HISTORY
      *   2026-08-14  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  CUST-CHARGED-OFF ACCOUNTS WITH A BALANCE
      *                    STILL OWING NOW GET A STATEMENT, WITH A
      *                    CHARGED-OFF NOTICE IN PLACE OF THE CREDIT
      *                    LIMIT AND AVAILABLE CREDIT LINES.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
           05  SAVL-AVAILABLE                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(49)  VALUE SPACES.

       01  STMT-CHARGED-OFF-LINE.
           05  FILLER                        PIC X(50)
               VALUE "ACCOUNT CHARGED OFF - CREDIT CLOSED, BALANCE DUE".
           05  FILLER                        PIC X(30)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
      * 2000-PROCESS-RECORD
      *    WRITES ONE STATEMENT FOR THE CURRENT CUSTOMER WHEN IT IS
      *    ACTIVE, OR CHARGED OFF WITH A BALANCE STILL OWING;
      *    INACTIVE, SUSPENDED AND MERGED ACCOUNTS DO NOT GET A
      *    STATEMENT.
      *================================================================
       2000-PROCESS-RECORD.
           IF CUST-ACTIVE
              OR (CUST-CHARGED-OFF AND CUST-BALANCE > ZERO)
               PERFORM 2500-WRITE-STATEMENT THRU 2500-EXIT
               ADD 1 TO WS-STATEMENTS-WRITTEN
           END-IF.
           MOVE CUST-BALANCE TO SBL-BALANCE.
           WRITE STATEMENT-LINE FROM STMT-BALANCE-LINE.

           IF CUST-CHARGED-OFF
               WRITE STATEMENT-LINE FROM STMT-CHARGED-OFF-LINE
           ELSE
               MOVE CUST-CREDIT-LIMIT TO SLL-LIMIT
               WRITE STATEMENT-LINE FROM STMT-LIMIT-LINE
               MOVE WS-AVAILABLE-CREDIT TO SAVL-AVAILABLE
               WRITE STATEMENT-LINE FROM STMT-AVAIL-LINE
           END-IF.

           WRITE STATEMENT-LINE FROM STMT-BLANK-LINE.
           WRITE STATEMENT-LINE FROM STMT-SEPARATOR-LINE.
