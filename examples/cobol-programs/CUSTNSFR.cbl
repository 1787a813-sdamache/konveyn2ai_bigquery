      *================================================================
      * PROGRAM: CUSTNSFR.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Monthly repeated returned-payment report.  CUSTPOST writes
      *   every bounced payment it reverses to the activity ledger
      *   CUSTLEDG as an RTNP event, with any returned-payment fee
      *   following as RFEE (see CUSTLDGR.cpy).  This program reads
      *   the ledger, keeps the RTNP and RFEE events posted inside a
      *   look-back window ending on the report date, sorts them by
      *   account, and lists every account with at least the minimum
      *   number of returned payments in that window - how many, how
      *   much was returned, the fees charged, the first and last
      *   return, and the account's name, status and balance from
      *   CUSTMAST - so credit can decide whether to suspend the
      *   account or cut its line.
      *
      *   Driven by a one-line parameter card on CNSFPARM giving the
      *   report date (zero means today), the look-back in days (zero
      *   means 365) and the minimum number of returns to list (zero
      *   means 2).  Read-only - nothing is changed on any file, so
      *   an empty card runs with the defaults rather than refusing.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNSFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CNSFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RETURN-SORT-WORK ASSIGN TO "SRTWK06".

           SELECT RETURN-REPORT ASSIGN TO "CUSTNSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REPORT-DATE         PIC 9(08).
           05  PARM-LOOKBACK-DAYS       PIC 9(03).
           05  PARM-MIN-RETURNS         PIC 9(02).

       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  LEDGER-FILE.
       COPY CUSTLDGR.

       SD  RETURN-SORT-WORK.
       01  RETURN-SORT-RECORD.
           05  RS-CUST-ID               PIC 9(08).
           05  RS-POST-DATE             PIC 9(08).
           05  RS-EVENT-TYPE            PIC X(04).
           05  RS-AMOUNT                PIC S9(07)V99.

       FD  RETURN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RETURN-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-LEDGER-STATUS          PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-LEDGER     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.
           05  WS-MAST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAST-OPENED        VALUE 'Y'.

       01  WS-SELECTION-FIELDS.
           05  WS-REPORT-DATE            PIC 9(08)  VALUE ZERO.
           05  WS-WINDOW-START-DATE      PIC 9(08)  VALUE ZERO.
           05  WS-LOOKBACK-DAYS          PIC 9(03)  VALUE 365.
           05  WS-MIN-RETURNS            PIC 9(02)  VALUE 2.

       01  WS-DATE-FIELDS                COMP.
           05  WS-REPORT-INTEGER-DATE    PIC S9(09).
           05  WS-START-INTEGER-DATE     PIC S9(09).

      *    ONE ACCOUNT'S RETURNS, ACCUMULATED ACROSS ITS RUN OF
      *    SORTED EVENTS AND PRINTED AT THE CUST-ID CONTROL BREAK.
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACCT-CUST-ID           PIC 9(08).
           05  WS-ACCT-RETURN-COUNT      PIC 9(05)  COMP.
           05  WS-ACCT-RETURN-AMOUNT     PIC S9(09)V99 COMP-3.
           05  WS-ACCT-FEE-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WS-ACCT-FIRST-DATE        PIC 9(08).
           05  WS-ACCT-LAST-DATE         PIC 9(08).

       01  WS-COUNTERS                   COMP.
           05  WS-LEDGER-READ            PIC 9(09)  VALUE ZERO.
           05  WS-EVENTS-SELECTED        PIC 9(07)  VALUE ZERO.
           05  WS-ACCOUNTS-WITH-RETURNS  PIC 9(07)  VALUE ZERO.
           05  WS-ACCOUNTS-LISTED        PIC 9(07)  VALUE ZERO.

       01  WS-LISTED-TOTALS              COMP-3.
           05  WS-LISTED-RETURN-COUNT    PIC S9(07)    VALUE ZERO.
           05  WS-LISTED-RETURN-AMOUNT   PIC S9(09)V99 VALUE ZERO.
           05  WS-LISTED-FEE-AMOUNT      PIC S9(09)V99 VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "REPEATED RETURNED PAYMENT REPORT".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(08)  VALUE "WINDOW ".
           05  RTL2-START-DATE           PIC 9999/99/99.
           05  FILLER                    PIC X(04)  VALUE " TO ".
           05  RTL2-END-DATE             PIC 9999/99/99.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(22)
               VALUE "MINIMUM RETURNS LISTED".
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RTL2-MIN-RETURNS          PIC Z9.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(32)  VALUE "NAME".
           05  FILLER            PIC X(04)  VALUE "ST".
           05  FILLER            PIC X(09)  VALUE "RETURNS".
           05  FILLER            PIC X(16)  VALUE "AMOUNT RETURNED".
           05  FILLER            PIC X(14)  VALUE "FEES".
           05  FILLER            PIC X(12)  VALUE "FIRST".
           05  FILLER            PIC X(12)  VALUE "LAST".
           05  FILLER            PIC X(16)  VALUE "BALANCE".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-NAME                  PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-STATUS                PIC X(01).
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-RETURN-COUNT          PIC ZZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-RETURN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-FEE-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-FIRST-DATE            PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-LAST-DATE             PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-BALANCE               PIC Z,ZZZ,ZZ9.99-.

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *    THE LEDGER SELECTION RUNS AS THE SORT'S INPUT PROCEDURE
      *    AND THE PER-ACCOUNT CONTROL BREAK AS ITS OUTPUT PROCEDURE.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT RETURN-SORT-WORK
               ON ASCENDING KEY RS-CUST-ID
               ON ASCENDING KEY RS-POST-DATE
               INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.

           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               IF PARM-REPORT-DATE NOT = ZERO
                   MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
               END-IF
               IF PARM-LOOKBACK-DAYS NOT = ZERO
                   MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
               END-IF
               IF PARM-MIN-RETURNS NOT = ZERO
                   MOVE PARM-MIN-RETURNS TO WS-MIN-RETURNS
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      *    THE WINDOW IS THE LOOK-BACK DAYS ENDING ON THE REPORT DATE,
      *    BOTH ENDS INCLUSIVE.
           COMPUTE WS-REPORT-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-START-INTEGER-DATE =
               WS-REPORT-INTEGER-DATE - WS-LOOKBACK-DAYS + 1.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER-DATE).

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MAST-OK
               MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
               DISPLAY "CUSTNSFR: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS " - ACCOUNT DETAIL OMITTED"
           END-IF.

           OPEN OUTPUT RETURN-REPORT.
           WRITE RETURN-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           MOVE WS-WINDOW-START-DATE TO RTL2-START-DATE.
           MOVE WS-REPORT-DATE TO RTL2-END-DATE.
           MOVE WS-MIN-RETURNS TO RTL2-MIN-RETURNS.
           WRITE RETURN-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE RETURN-REPORT-LINE FROM RPT-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *================================================================
      * 3000-SORT-INPUT
      *    RELEASES EVERY RTNP AND RFEE EVENT POSTED INSIDE THE
      *    WINDOW.
      *================================================================
       3000-SORT-INPUT.
           OPEN INPUT LEDGER-FILE.
      *    CUSTLEDG ONLY EXISTS AFTER THE FIRST LEDGERED EVENT - NO
      *    FILE YET SIMPLY MEANS THERE IS NOTHING TO REPORT.
           IF WS-LEDGER-STATUS = "35"
               SET WS-NO-MORE-LEDGER TO TRUE
           ELSE
               PERFORM 3100-READ-LEDGER THRU 3100-EXIT
               PERFORM 3050-SELECT-AND-RELEASE THRU 3050-EXIT
                   UNTIL WS-NO-MORE-LEDGER
               CLOSE LEDGER-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-SELECT-AND-RELEASE.
           ADD 1 TO WS-LEDGER-READ.
           IF (LDGR-EVENT-TYPE = "RTNP" OR LDGR-EVENT-TYPE = "RFEE")
               AND LDGR-POST-DATE >= WS-WINDOW-START-DATE
               AND LDGR-POST-DATE <= WS-REPORT-DATE
               ADD 1 TO WS-EVENTS-SELECTED
               MOVE LDGR-CUST-ID    TO RS-CUST-ID
               MOVE LDGR-POST-DATE  TO RS-POST-DATE
               MOVE LDGR-EVENT-TYPE TO RS-EVENT-TYPE
               MOVE LDGR-AMOUNT     TO RS-AMOUNT
               RELEASE RETURN-SORT-RECORD
           END-IF.
           PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

       3100-READ-LEDGER.
           READ LEDGER-FILE
               AT END
                   SET WS-NO-MORE-LEDGER TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *================================================================
      * 4000-SORT-OUTPUT
      *    ACCUMULATES EACH ACCOUNT'S RUN OF SORTED EVENTS AND HANDS
      *    IT TO 4500-END-ACCOUNT AT THE CUST-ID BREAK.
      *================================================================
       4000-SORT-OUTPUT.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           PERFORM 4100-PROCESS-ACCOUNT THRU 4100-EXIT
               UNTIL WS-NO-MORE-SORTED.
       4000-EXIT.
           EXIT.

       4100-PROCESS-ACCOUNT.
           MOVE RS-CUST-ID TO WS-ACCT-CUST-ID.
           MOVE ZERO TO WS-ACCT-RETURN-COUNT.
           MOVE ZERO TO WS-ACCT-RETURN-AMOUNT.
           MOVE ZERO TO WS-ACCT-FEE-AMOUNT.
           MOVE ZERO TO WS-ACCT-FIRST-DATE.
           MOVE ZERO TO WS-ACCT-LAST-DATE.
           PERFORM 4200-ACCUMULATE-EVENT THRU 4200-EXIT
               UNTIL WS-NO-MORE-SORTED
                  OR RS-CUST-ID NOT = WS-ACCT-CUST-ID.
           PERFORM 4500-END-ACCOUNT THRU 4500-EXIT.
       4100-EXIT.
           EXIT.

       4200-ACCUMULATE-EVENT.
           IF RS-EVENT-TYPE = "RTNP"
               ADD 1 TO WS-ACCT-RETURN-COUNT
               ADD RS-AMOUNT TO WS-ACCT-RETURN-AMOUNT
               IF WS-ACCT-FIRST-DATE = ZERO
                   MOVE RS-POST-DATE TO WS-ACCT-FIRST-DATE
               END-IF
               MOVE RS-POST-DATE TO WS-ACCT-LAST-DATE
           ELSE
               ADD RS-AMOUNT TO WS-ACCT-FEE-AMOUNT
           END-IF.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *================================================================
      * 4500-END-ACCOUNT
      *    LISTS THE ACCOUNT WHEN ITS RETURNS REACH THE MINIMUM,
      *    WITH ITS NAME, STATUS AND BALANCE FROM CUSTMAST.
      *================================================================
       4500-END-ACCOUNT.
           IF WS-ACCT-RETURN-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-WITH-RETURNS.
           IF WS-ACCT-RETURN-COUNT < WS-MIN-RETURNS
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           ADD WS-ACCT-RETURN-COUNT  TO WS-LISTED-RETURN-COUNT.
           ADD WS-ACCT-RETURN-AMOUNT TO WS-LISTED-RETURN-AMOUNT.
           ADD WS-ACCT-FEE-AMOUNT    TO WS-LISTED-FEE-AMOUNT.

           MOVE WS-ACCT-CUST-ID TO RDL-CUST-ID.
           MOVE SPACES TO RDL-NAME.
           MOVE SPACES TO RDL-STATUS.
           MOVE ZERO TO RDL-BALANCE.
           IF WS-MAST-OPENED
               MOVE WS-ACCT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE "NOT ON CUSTMAST" TO RDL-NAME
               END-READ
               IF WS-MAST-OK
                   STRING CUST-LAST-NAME DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       CUST-FIRST-NAME DELIMITED BY SPACE
                       INTO RDL-NAME
                   END-STRING
                   MOVE CUST-STATUS TO RDL-STATUS
                   MOVE CUST-BALANCE TO RDL-BALANCE
               END-IF
           END-IF.
           MOVE WS-ACCT-RETURN-COUNT  TO RDL-RETURN-COUNT.
           MOVE WS-ACCT-RETURN-AMOUNT TO RDL-RETURN-AMOUNT.
           MOVE WS-ACCT-FEE-AMOUNT    TO RDL-FEE-AMOUNT.
           MOVE WS-ACCT-FIRST-DATE    TO RDL-FIRST-DATE.
           MOVE WS-ACCT-LAST-DATE     TO RDL-LAST-DATE.
           WRITE RETURN-REPORT-LINE FROM RPT-DETAIL-LINE.
       4500-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN RETURN-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE "ACCOUNTS WITH RETURNS . . . . ." TO MTL-LABEL.
           MOVE WS-ACCOUNTS-WITH-RETURNS TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE RETURN-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCOUNTS LISTED . . . . . . . ." TO MTL-LABEL.
           MOVE WS-ACCOUNTS-LISTED TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE RETURN-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RETURNED PAYMENTS LISTED  . . ." TO MTL-LABEL.
           MOVE WS-LISTED-RETURN-COUNT TO MTL-COUNT.
           MOVE WS-LISTED-RETURN-AMOUNT TO MTL-AMOUNT.
           WRITE RETURN-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RETURNED-PAYMENT FEES LISTED ." TO MTL-LABEL.
           MOVE ZERO TO MTL-COUNT.
           MOVE WS-LISTED-FEE-AMOUNT TO MTL-AMOUNT.
           WRITE RETURN-REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-MAST-OPENED
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE RETURN-REPORT.
           DISPLAY "CUSTNSFR: LEDGER RECORDS READ = " WS-LEDGER-READ.
           DISPLAY "CUSTNSFR: ACCOUNTS LISTED     = "
                   WS-ACCOUNTS-LISTED.
       9000-EXIT.
           EXIT.
