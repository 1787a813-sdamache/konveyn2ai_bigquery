      *================================================================
      * PROGRAM: CUSTLPRF.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Nightly ledger-to-master balance proof.  CUSTLEDG is meant
      *   to record every movement of CUST-BALANCE, but nothing
      *   proved it did - a program that forgot to CALL 'CUSTLEDG',
      *   a CUSTMRGE pair that only half applied, or a hand patch to
      *   CUSTMAST would leave the ledger and the master disagreeing
      *   and nobody would know until a customer disputed a balance.
      *
      *   For every account this program takes the balance it had at
      *   the last proof (the snapshot file CUSTLBAL - see
      *   CUSTLBAL.cpy), adds the LDGR-AMOUNT of every CUSTLEDG entry
      *   posted since, and compares the result with tonight's
      *   CUST-BALANCE on CUSTMAST.  Along the way each entry's
      *   LDGR-NEW-BALANCE is checked against the balance carried
      *   forward from the entry before it (or from the snapshot, for
      *   the account's first entry of the night), so an entry
      *   written with a wrong resulting balance is caught even when
      *   the night's net happens to come out right.
      *
      *   CUSTLEDG is appended to in posting order, not CUST-ID
      *   order, so the night's entries are staged through a sort
      *   keyed on CUST-ID and their position on the ledger; the
      *   sorted entries, CUSTMAST (primary-key sequence) and the
      *   prior snapshot are then match-merged on CUST-ID.
      *
      *   Every break is listed on CUSTLPRPT with the size of the
      *   gap:
      *     BALANCE - prior balance plus the night's ledger net does
      *               not equal CUST-BALANCE (an account that has
      *               left CUSTMAST is proved against a zero
      *               balance);
      *     CHAIN   - an entry's LDGR-NEW-BALANCE does not follow
      *               from the balance before it plus its
      *               LDGR-AMOUNT.
      *   Any break ends the run RETURN-CODE 8 so CUSTCYCL holds the
      *   rest of the cycle, the same way CUSTRECN does.
      *
      *   Tonight's balances are written to CUSTLBAN, which the
      *   following job step (CUSTLBAN in CUSTCYCL's step table)
      *   copies back over CUSTLBAL for tomorrow's proof.  Because
      *   that step is held behind a break, an unresolved break is
      *   reported again the next night; once it has been
      *   investigated the operator releases the copy-back so the
      *   next proof starts from the corrected balances.
      *
      *   The first night (no CUSTLBAL yet) there is nothing to
      *   prove against: the snapshot is taken, the report says so,
      *   and the run ends RETURN-CODE 4.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  A CUSTLEDG OPEN FAILURE OTHER THAN NOT-FOUND
      *                    FAILS THE PROOF INSTEAD OF READING AN
      *                    UNOPENED FILE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLPRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BALANCE-SNAPSHOT ASSIGN TO "CUSTLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT NEW-BALANCE-SNAPSHOT ASSIGN TO "CUSTLBAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSNAP-STATUS.

           SELECT LEDGER-SORT-WORK ASSIGN TO "SRTWK05".

           SELECT PROOF-REPORT ASSIGN TO "CUSTLPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  LEDGER-FILE.
       COPY CUSTLDGR.

       FD  BALANCE-SNAPSHOT.
       COPY CUSTLBAL.

      *    SAME LAYOUT AS LBAL-RECORD, RENAMED NBAL- SO BOTH THE PRIOR
      *    AND TONIGHT'S SNAPSHOT RECORD CAN BE HELD OPEN AT ONCE.
       FD  NEW-BALANCE-SNAPSHOT.
       COPY CUSTLBAL REPLACING ==LBAL-RECORD== BY ==NEW-LBAL-RECORD==
                               LEADING ==LBAL-== BY ==NBAL-==.

      *    SR-LEDGER-SEQ IS THE ENTRY'S RECORD POSITION ON CUSTLEDG,
      *    SO WITHIN AN ACCOUNT THE ENTRIES COME BACK IN THE ORDER
      *    THEY WERE POSTED.
       SD  LEDGER-SORT-WORK.
       01  LEDGER-SORT-RECORD.
           05  SR-CUST-ID               PIC 9(08).
           05  SR-LEDGER-SEQ            PIC 9(09).
           05  SR-POST-DATE             PIC 9(08).
           05  SR-EVENT-TYPE            PIC X(04).
           05  SR-AMOUNT                PIC S9(07)V99.
           05  SR-NEW-BALANCE           PIC S9(07)V99.
           05  SR-SOURCE-PROGRAM        PIC X(08).

       FD  PROOF-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  PROOF-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-LEDGER-STATUS          PIC X(02).
           05  WS-SNAP-STATUS            PIC X(02).
           05  WS-NSNAP-STATUS           PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-LEDGER     VALUE 'Y'.
           05  WS-LEDGER-OPEN-SW         PIC X(01)  VALUE 'N'.
               88  WS-LEDGER-FILE-OPEN   VALUE 'Y'.
           05  WS-SNAP-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-SNAP-FILE-OPEN     VALUE 'Y'.
           05  WS-MAST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAST-FILE-OPEN     VALUE 'Y'.
           05  WS-BASELINE-SW            PIC X(01)  VALUE 'N'.
               88  WS-BASELINE-RUN       VALUE 'Y'.
           05  WS-ON-MASTER-SW           PIC X(01)  VALUE 'N'.
               88  WS-ON-MASTER          VALUE 'Y'.
           05  WS-PROOF-FAILED-SW        PIC X(01)  VALUE 'N'.
               88  WS-PROOF-FAILED       VALUE 'Y'.
           05  WS-INIT-FAILED-SW         PIC X(01)  VALUE 'N'.
               88  WS-INIT-FAILED        VALUE 'Y'.

      *    THE CURRENT CUST-ID ON EACH OF THE THREE MERGED INPUTS;
      *    AN INPUT AT END-OF-FILE HOLDS WS-END-KEY, WHICH SORTS
      *    AFTER EVERY REAL CUST-ID.
       01  WS-MERGE-KEYS                 COMP.
           05  WS-MAST-KEY               PIC 9(09)  VALUE ZERO.
           05  WS-SNAP-KEY               PIC 9(09)  VALUE ZERO.
           05  WS-SORT-KEY               PIC 9(09)  VALUE ZERO.
           05  WS-LOW-KEY                PIC 9(09)  VALUE ZERO.
       77  WS-END-KEY                    PIC 9(09)  COMP
                                         VALUE 999999999.

       01  WS-PRIOR-PROOF-FIELDS.
           05  WS-PRIOR-PROOF-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-PRIOR-LEDGER-COUNT     PIC 9(09)  COMP VALUE ZERO.

       01  WS-COUNTERS                   COMP.
           05  WS-LEDGER-RECORDS         PIC 9(09)  VALUE ZERO.
           05  WS-ENTRIES-SELECTED       PIC 9(07)  VALUE ZERO.
           05  WS-ENTRIES-PROVED         PIC 9(07)  VALUE ZERO.
           05  WS-ACCOUNTS-PROVED        PIC 9(07)  VALUE ZERO.
           05  WS-BALANCE-BREAKS         PIC 9(07)  VALUE ZERO.
           05  WS-CHAIN-BREAKS           PIC 9(07)  VALUE ZERO.

       01  WS-PROOF-TOTALS               COMP-3.
           05  WS-TOTAL-LEDGER-NET       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-BALANCE-GAP      PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CHAIN-GAP        PIC S9(11)V99 VALUE ZERO.

       01  WS-ACCOUNT-FIELDS             COMP-3.
           05  WS-PRIOR-BALANCE          PIC S9(09)V99.
           05  WS-RUNNING-BALANCE        PIC S9(09)V99.
           05  WS-LEDGER-NET             PIC S9(09)V99.
           05  WS-EXPECTED-BALANCE       PIC S9(09)V99.
           05  WS-MASTER-BALANCE         PIC S9(09)V99.
           05  WS-GAP                    PIC S9(09)V99.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  RPT-TITLE-LINE.
           05  FILLER                    PIC X(30)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "LEDGER-TO-MASTER BALANCE PROOF".

       01  RPT-DATE-LINE.
           05  FILLER                    PIC X(17)
               VALUE "RUN DATE . . . . ".
           05  RDT-RUN-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(22)
               VALUE "    PRIOR PROOF DATE ".
           05  RDT-PRIOR-DATE            PIC 9999/99/99.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(08)  VALUE "BREAK".
           05  FILLER            PIC X(15)  VALUE "PRIOR BALANCE".
           05  FILLER            PIC X(15)  VALUE "LEDGER AMOUNT".
           05  FILLER            PIC X(15)  VALUE "EXPECTED".
           05  FILLER            PIC X(15)  VALUE "ACTUAL".
           05  FILLER            PIC X(15)  VALUE "GAP".
           05  FILLER            PIC X(26)  VALUE "DETAIL".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-BREAK                 PIC X(07).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RDL-PRIOR                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-EXPECTED              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-ACTUAL                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-GAP                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-DETAIL                PIC X(26).

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  RML-TEXT                  PIC X(70).

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *    THE LEDGER SELECTION RUNS AS THE SORT'S INPUT PROCEDURE
      *    AND THE PROOF ITSELF AS ITS OUTPUT PROCEDURE, MERGING THE
      *    SORTED ENTRIES WITH CUSTMAST AND THE PRIOR SNAPSHOT.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-INIT-FAILED
               SORT LEDGER-SORT-WORK
                   ON ASCENDING KEY SR-CUST-ID
                   ON ASCENDING KEY SR-LEDGER-SEQ
                   INPUT PROCEDURE IS 3000-SELECT-LEDGER THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-PROVE-ACCOUNTS
                                   THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *    PICKS UP THE PRIOR PROOF DATE AND LEDGER POSITION FROM THE
      *    FIRST SNAPSHOT RECORD (WHICH ALSO PRIMES THE MERGE) AND
      *    OPENS THE MASTER.
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT PROOF-REPORT.
           WRITE PROOF-REPORT-LINE FROM RPT-TITLE-LINE.

      *    NO SNAPSHOT (OR AN EMPTY ONE) MEANS THIS IS THE FIRST
      *    PROOF - TONIGHT'S BALANCES BECOME THE BASELINE.
           OPEN INPUT BALANCE-SNAPSHOT.
           IF WS-SNAP-STATUS = "35"
               SET WS-BASELINE-RUN TO TRUE
               MOVE WS-END-KEY TO WS-SNAP-KEY
           ELSE
               MOVE 'Y' TO WS-SNAP-OPEN-SW
               PERFORM 2900-READ-SNAPSHOT THRU 2900-EXIT
               IF WS-SNAP-KEY = WS-END-KEY
                   SET WS-BASELINE-RUN TO TRUE
               ELSE
                   MOVE LBAL-PROOF-DATE TO WS-PRIOR-PROOF-DATE
                   MOVE LBAL-LEDGER-COUNT TO WS-PRIOR-LEDGER-COUNT
               END-IF
           END-IF.

           MOVE WS-CURRENT-DATE TO RDT-RUN-DATE.
           MOVE WS-PRIOR-PROOF-DATE TO RDT-PRIOR-DATE.
           WRITE PROOF-REPORT-LINE FROM RPT-DATE-LINE.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           IF WS-BASELINE-RUN
               MOVE "NO PRIOR BALANCE SNAPSHOT - BASELINE TAKEN,"
                   TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               MOVE "NOTHING PROVED TONIGHT" TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
           ELSE
               WRITE PROOF-REPORT-LINE FROM RPT-COLUMN-HEADING
           END-IF.

      *    AN UNOPENED MASTER IS ITSELF A FAILED PROOF - THERE IS
      *    NOTHING TO PROVE THE LEDGER AGAINST.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MAST-OK
               MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
               DISPLAY "CUSTLPRF: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS
               MOVE "CUSTOMER MASTER UNAVAILABLE - CANNOT PROVE"
                   TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-PROOF-FAILED TO TRUE
               SET WS-INIT-FAILED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-SNAPSHOT
      *================================================================
       2900-READ-SNAPSHOT.
           READ BALANCE-SNAPSHOT
               AT END
                   MOVE WS-END-KEY TO WS-SNAP-KEY
               NOT AT END
                   MOVE LBAL-CUST-ID TO WS-SNAP-KEY
           END-READ.
       2900-EXIT.
           EXIT.

      *================================================================
      * 3000-SELECT-LEDGER
      *    READS CUSTLEDG FROM THE TOP, COUNTING EVERY RECORD, AND
      *    RELEASES THE ENTRIES PAST THE PRIOR SNAPSHOT'S LEDGER
      *    POSITION - THE ENTRIES POSTED SINCE THE LAST PROOF.  A
      *    LEDGER SHORTER THAN IT WAS AT THE LAST PROOF HAS LOST
      *    ENTRIES AND FAILS THE PROOF OUTRIGHT.
      *================================================================
       3000-SELECT-LEDGER.
           OPEN INPUT LEDGER-FILE.
      *    NO LEDGER YET SIMPLY MEANS NO BALANCE HAS EVER MOVED.
           IF WS-LEDGER-STATUS = "35"
               SET WS-NO-MORE-LEDGER TO TRUE
           END-IF.
      *    ANY OTHER FAILED OPEN LEAVES THE LEDGER UNREAD - A FAILED
      *    PROOF, NOT A CLEAN ONE.
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "35"
               DISPLAY "CUSTLPRF: UNABLE TO OPEN CUSTLEDG "
                       WS-LEDGER-STATUS
               MOVE "CUSTLEDG COULD NOT BE OPENED - CANNOT PROVE"
                   TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-PROOF-FAILED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-OPEN-SW
           END-IF.
           PERFORM 3100-SELECT-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-NO-MORE-LEDGER.
           IF WS-LEDGER-FILE-OPEN
               CLOSE LEDGER-FILE
           END-IF.

           IF NOT WS-BASELINE-RUN
                   AND WS-LEDGER-RECORDS < WS-PRIOR-LEDGER-COUNT
               DISPLAY "CUSTLPRF: CUSTLEDG HOLDS " WS-LEDGER-RECORDS
                       " RECORDS, " WS-PRIOR-LEDGER-COUNT
                       " AT THE LAST PROOF"
               MOVE "CUSTLEDG IS SHORTER THAN AT THE LAST PROOF"
                   TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-PROOF-FAILED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SELECT-ONE-ENTRY.
           READ LEDGER-FILE
               AT END
                   SET WS-NO-MORE-LEDGER TO TRUE
           END-READ.
           IF WS-NO-MORE-LEDGER
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LEDGER-RECORDS.
           IF WS-BASELINE-RUN
                   OR WS-LEDGER-RECORDS NOT > WS-PRIOR-LEDGER-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-SELECTED.
           MOVE LDGR-CUST-ID        TO SR-CUST-ID.
           MOVE WS-LEDGER-RECORDS   TO SR-LEDGER-SEQ.
           MOVE LDGR-POST-DATE      TO SR-POST-DATE.
           MOVE LDGR-EVENT-TYPE     TO SR-EVENT-TYPE.
           MOVE LDGR-AMOUNT         TO SR-AMOUNT.
           MOVE LDGR-NEW-BALANCE    TO SR-NEW-BALANCE.
           MOVE LDGR-SOURCE-PROGRAM TO SR-SOURCE-PROGRAM.
           RELEASE LEDGER-SORT-RECORD.
       3100-EXIT.
           EXIT.

      *================================================================
      * 4000-PROVE-ACCOUNTS
      *    MATCH-MERGES THE SORTED ENTRIES, CUSTMAST AND THE PRIOR
      *    SNAPSHOT ON CUST-ID, PROVING ONE ACCOUNT PER KEY, AND
      *    WRITES TONIGHT'S SNAPSHOT FROM THE MASTER.
      *================================================================
       4000-PROVE-ACCOUNTS.
           OPEN OUTPUT NEW-BALANCE-SNAPSHOT.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           PERFORM 4950-READ-MASTER THRU 4950-EXIT.
           PERFORM 4050-SET-LOW-KEY THRU 4050-EXIT.
           PERFORM 4100-PROVE-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL WS-LOW-KEY = WS-END-KEY.
           CLOSE NEW-BALANCE-SNAPSHOT.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4050-SET-LOW-KEY
      *    THE NEXT ACCOUNT TO PROVE IS THE LOWEST CUST-ID CURRENT ON
      *    ANY OF THE THREE INPUTS.
      *================================================================
       4050-SET-LOW-KEY.
           MOVE WS-MAST-KEY TO WS-LOW-KEY.
           IF WS-SNAP-KEY < WS-LOW-KEY
               MOVE WS-SNAP-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-SORT-KEY < WS-LOW-KEY
               MOVE WS-SORT-KEY TO WS-LOW-KEY
           END-IF.
       4050-EXIT.
           EXIT.

      *================================================================
      * 4100-PROVE-ONE-ACCOUNT
      *    PRIOR BALANCE (ZERO FOR AN ACCOUNT NOT ON LAST NIGHT'S
      *    SNAPSHOT) PLUS THE NIGHT'S LEDGER NET MUST EQUAL THE
      *    MASTER BALANCE (ZERO FOR AN ACCOUNT NO LONGER ON THE
      *    MASTER).
      *================================================================
       4100-PROVE-ONE-ACCOUNT.
           MOVE ZERO TO WS-PRIOR-BALANCE.
           MOVE ZERO TO WS-LEDGER-NET.
           IF WS-SNAP-KEY = WS-LOW-KEY
               MOVE LBAL-BALANCE TO WS-PRIOR-BALANCE
               PERFORM 2900-READ-SNAPSHOT THRU 2900-EXIT
           END-IF.
           MOVE WS-PRIOR-BALANCE TO WS-RUNNING-BALANCE.

           PERFORM 4200-PROVE-ENTRY THRU 4200-EXIT
               UNTIL WS-SORT-KEY NOT = WS-LOW-KEY.

           IF WS-MAST-KEY = WS-LOW-KEY
               MOVE 'Y' TO WS-ON-MASTER-SW
               MOVE CUST-BALANCE TO WS-MASTER-BALANCE
               PERFORM 4300-WRITE-SNAPSHOT THRU 4300-EXIT
               PERFORM 4950-READ-MASTER THRU 4950-EXIT
           ELSE
               MOVE 'N' TO WS-ON-MASTER-SW
               MOVE ZERO TO WS-MASTER-BALANCE
           END-IF.

           IF NOT WS-BASELINE-RUN
               ADD 1 TO WS-ACCOUNTS-PROVED
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-PRIOR-BALANCE + WS-LEDGER-NET
               COMPUTE WS-GAP =
                   WS-MASTER-BALANCE - WS-EXPECTED-BALANCE
               IF WS-GAP NOT = ZERO
                   PERFORM 4400-REPORT-BALANCE-BREAK THRU 4400-EXIT
               END-IF
           END-IF.
           PERFORM 4050-SET-LOW-KEY THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      *================================================================
      * 4200-PROVE-ENTRY
      *    CHECKS ONE LEDGER ENTRY'S LDGR-NEW-BALANCE AGAINST THE
      *    BALANCE BEFORE IT PLUS ITS LDGR-AMOUNT.  AFTER A CHAIN
      *    BREAK THE CHAIN CONTINUES FROM THE BALANCE THE ENTRY
      *    RECORDED, SO ONE BAD ENTRY IS REPORTED ONCE RATHER THAN
      *    ON EVERY ENTRY AFTER IT.
      *================================================================
       4200-PROVE-ENTRY.
           ADD 1 TO WS-ENTRIES-PROVED.
           ADD SR-AMOUNT TO WS-LEDGER-NET.
           ADD SR-AMOUNT TO WS-TOTAL-LEDGER-NET.
           COMPUTE WS-EXPECTED-BALANCE =
               WS-RUNNING-BALANCE + SR-AMOUNT.
           IF SR-NEW-BALANCE NOT = WS-EXPECTED-BALANCE
               ADD 1 TO WS-CHAIN-BREAKS
               SET WS-PROOF-FAILED TO TRUE
               COMPUTE WS-GAP = SR-NEW-BALANCE - WS-EXPECTED-BALANCE
               ADD WS-GAP TO WS-TOTAL-CHAIN-GAP
               MOVE SR-CUST-ID          TO RDL-CUST-ID
               MOVE "CHAIN"             TO RDL-BREAK
               MOVE WS-RUNNING-BALANCE  TO RDL-PRIOR
               MOVE SR-AMOUNT           TO RDL-AMOUNT
               MOVE WS-EXPECTED-BALANCE TO RDL-EXPECTED
               MOVE SR-NEW-BALANCE      TO RDL-ACTUAL
               MOVE WS-GAP              TO RDL-GAP
               MOVE SPACES              TO RDL-DETAIL
               STRING SR-EVENT-TYPE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-POST-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SR-SOURCE-PROGRAM DELIMITED BY SIZE
                   INTO RDL-DETAIL
               END-STRING
               WRITE PROOF-REPORT-LINE FROM RPT-DETAIL-LINE
           END-IF.
           MOVE SR-NEW-BALANCE TO WS-RUNNING-BALANCE.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *================================================================
      * 4300-WRITE-SNAPSHOT
      *    TONIGHT'S BALANCE AND LEDGER POSITION, FOR TOMORROW'S
      *    PROOF.
      *================================================================
       4300-WRITE-SNAPSHOT.
           MOVE CUST-ID           TO NBAL-CUST-ID.
           MOVE CUST-BALANCE      TO NBAL-BALANCE.
           MOVE WS-CURRENT-DATE   TO NBAL-PROOF-DATE.
           MOVE WS-LEDGER-RECORDS TO NBAL-LEDGER-COUNT.
           WRITE NEW-LBAL-RECORD.
       4300-EXIT.
           EXIT.

      *================================================================
      * 4400-REPORT-BALANCE-BREAK
      *================================================================
       4400-REPORT-BALANCE-BREAK.
           ADD 1 TO WS-BALANCE-BREAKS.
           ADD WS-GAP TO WS-TOTAL-BALANCE-GAP.
           SET WS-PROOF-FAILED TO TRUE.
           MOVE WS-LOW-KEY          TO RDL-CUST-ID.
           MOVE "BALANCE"           TO RDL-BREAK.
           MOVE WS-PRIOR-BALANCE    TO RDL-PRIOR.
           MOVE WS-LEDGER-NET       TO RDL-AMOUNT.
           MOVE WS-EXPECTED-BALANCE TO RDL-EXPECTED.
           MOVE WS-MASTER-BALANCE   TO RDL-ACTUAL.
           MOVE WS-GAP              TO RDL-GAP.
           IF WS-ON-MASTER
               MOVE "CUST-BALANCE ON CUSTMAST" TO RDL-DETAIL
           ELSE
               MOVE "NOT ON CUSTMAST" TO RDL-DETAIL
           END-IF.
           WRITE PROOF-REPORT-LINE FROM RPT-DETAIL-LINE.
       4400-EXIT.
           EXIT.

      *================================================================
      * 4900-RETURN-SORTED
      *================================================================
       4900-RETURN-SORTED.
           RETURN LEDGER-SORT-WORK
               AT END
                   MOVE WS-END-KEY TO WS-SORT-KEY
               NOT AT END
                   MOVE SR-CUST-ID TO WS-SORT-KEY
           END-RETURN.
       4900-EXIT.
           EXIT.

      *================================================================
      * 4950-READ-MASTER
      *================================================================
       4950-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-MAST-KEY
               NOT AT END
                   MOVE CUST-ID TO WS-MAST-KEY
           END-READ.
       4950-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE "ACCOUNTS PROVED . . . . . . . ." TO MTL-LABEL.
           MOVE WS-ACCOUNTS-PROVED TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "LEDGER ENTRIES PROVED . . . . ." TO MTL-LABEL.
           MOVE WS-ENTRIES-PROVED TO MTL-COUNT.
           MOVE WS-TOTAL-LEDGER-NET TO MTL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCOUNTS OUT OF BALANCE . . . ." TO MTL-LABEL.
           MOVE WS-BALANCE-BREAKS TO MTL-COUNT.
           MOVE WS-TOTAL-BALANCE-GAP TO MTL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "LEDGER CHAIN BREAKS . . . . . ." TO MTL-LABEL.
           MOVE WS-CHAIN-BREAKS TO MTL-COUNT.
           MOVE WS-TOTAL-CHAIN-GAP TO MTL-AMOUNT.
           WRITE PROOF-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.

           IF WS-PROOF-FAILED
               MOVE "LEDGER PROOF FAILED - HOLD THE CYCLE AND THE"
                   TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               MOVE "CUSTLBAN COPY-BACK UNTIL EVERY BREAK IS RESOLVED"
                   TO RML-TEXT
               WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BASELINE-RUN
                   MOVE "BASELINE SNAPSHOT WRITTEN TO CUSTLBAN"
                       TO RML-TEXT
                   WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "LEDGER PROOF COMPLETE - ACCOUNTS IN BALANCE"
                       TO RML-TEXT
                   WRITE PROOF-REPORT-LINE FROM RPT-MESSAGE-LINE
               END-IF
           END-IF.

           IF WS-MAST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-SNAP-FILE-OPEN
               CLOSE BALANCE-SNAPSHOT
           END-IF.
           CLOSE PROOF-REPORT.
           DISPLAY "CUSTLPRF: ACCOUNTS PROVED = " WS-ACCOUNTS-PROVED.
           DISPLAY "CUSTLPRF: ENTRIES PROVED  = " WS-ENTRIES-PROVED.
           DISPLAY "CUSTLPRF: BALANCE BREAKS  = " WS-BALANCE-BREAKS.
           DISPLAY "CUSTLPRF: CHAIN BREAKS    = " WS-CHAIN-BREAKS.
       9000-EXIT.
           EXIT.
