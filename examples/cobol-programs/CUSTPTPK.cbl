      *================================================================
      * PROGRAM: CUSTPTPK.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Nightly promise-to-pay check.  Every live arrangement on
      *   CUSTPTP (see CUSTPTP.cpy) is measured against the payments
      *   the activity ledger CUSTLEDG holds for the account:
      *     - PAYT and RCVY events posted from the day the promise
      *       was taken through its due date count toward it;
      *     - an RTNP whose reversed payment (LDGR-REF-POST-DATE)
      *       falls in that window takes the bounced money back out.
      *   A promise paid in full is KEPT at once and leaves the file.
      *   Once the due date has passed without full payment it is
      *   PARTIALLY KEPT when something came in and BROKEN when
      *   nothing did; both stay on the file, flagging the account at
      *   the top of the CUSTDLQS worklist, until the collector takes
      *   a new promise or the retention period runs out.  Every
      *   resolution is also appended to the history file CUSTPTPH
      *   for the collector report CUSTPTPR.
      *
      *   The ledger events are sorted into CUST-ID order and
      *   match-merged with CUSTPTP onto CUSTPTPN, which a following
      *   job step copies over CUSTPTP.  Runs after CUSTPOST so the
      *   night's payments are on the ledger.
      *
      *   Driven by a one-line parameter card on CPTKPARM giving the
      *   run date (zero means today) and the number of days a
      *   partial or broken promise stays on the file (zero means
      *   30).  CUSTPKRPT lists every promise resolved or aged off.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPTPK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CPTKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "CUSTPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTP-STATUS.

           SELECT NEW-PROMISE-FILE ASSIGN TO "CUSTPTPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPTP-STATUS.

           SELECT PROMISE-HISTORY ASSIGN TO "CUSTPTPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PAYMENT-SORT-WORK ASSIGN TO "SRTWK08".

           SELECT CHECK-REPORT ASSIGN TO "CUSTPKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RUN-DATE            PIC 9(08).
           05  PARM-RETAIN-DAYS         PIC 9(03).

       FD  LEDGER-FILE.
       COPY CUSTLDGR.

       FD  PROMISE-FILE.
       COPY CUSTPTP.

       FD  NEW-PROMISE-FILE.
       COPY CUSTPTP REPLACING ==PTP-RECORD== BY ==NEW-PTP-RECORD==
                              LEADING ==PTP-== BY ==NPTP-==.

       FD  PROMISE-HISTORY.
       COPY CUSTPTP REPLACING ==PTP-RECORD== BY ==HIST-PTP-RECORD==
                              LEADING ==PTP-== BY ==HPTP-==.

      *    PK-PAYMENT-DATE IS THE DATE THE MONEY CAME IN - THE POST
      *    DATE OF A PAYT/RCVY, THE REFERENCED PAYMENT'S POST DATE
      *    FOR AN RTNP - SO A RETURN IS CHARGED AGAINST THE SAME
      *    PROMISE ITS PAYMENT WAS CREDITED TO.
       SD  PAYMENT-SORT-WORK.
       01  PAYMENT-SORT-RECORD.
           05  PK-CUST-ID               PIC 9(08).
           05  PK-PAYMENT-DATE          PIC 9(08).
           05  PK-EVENT-TYPE            PIC X(04).
           05  PK-AMOUNT                PIC S9(07)V99.

       FD  CHECK-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHECK-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-LEDGER-STATUS          PIC X(02).
           05  WS-PTP-STATUS             PIC X(02).
           05  WS-NPTP-STATUS            PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-LEDGER     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.
           05  WS-PTP-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-PROMISES   VALUE 'Y'.
           05  WS-HIST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-HIST-FILE-OPEN     VALUE 'Y'.
           05  WS-DROP-SW                PIC X(01)  VALUE 'N'.
               88  WS-DROP-PROMISE       VALUE 'Y'.

       01  WS-SELECTION-FIELDS.
           05  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
           05  WS-RETAIN-DAYS            PIC 9(03)  VALUE 30.
           05  WS-AGE-OFF-DATE           PIC 9(08)  VALUE ZERO.

       01  WS-DATE-FIELDS                COMP.
           05  WS-RUN-INTEGER-DATE       PIC S9(09).
           05  WS-AGE-OFF-INTEGER-DATE   PIC S9(09).

       01  WS-PAID-AMOUNT                PIC S9(09)V99 COMP-3.
       01  WS-RESULT                     PIC X(20).

       01  WS-COUNTERS                   COMP.
           05  WS-LEDGER-READ            PIC 9(09)  VALUE ZERO.
           05  WS-PAYMENTS-SELECTED      PIC 9(07)  VALUE ZERO.
           05  WS-PROMISES-READ          PIC 9(07)  VALUE ZERO.
           05  WS-STILL-LIVE-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-KEPT-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-PARTIAL-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-BROKEN-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-AGED-OFF-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-WRITTEN-COUNT          PIC 9(07)  VALUE ZERO.

       01  WS-RESOLVED-TOTALS            COMP-3.
           05  WS-KEPT-AMOUNT            PIC S9(09)V99 VALUE ZERO.
           05  WS-PARTIAL-AMOUNT         PIC S9(09)V99 VALUE ZERO.
           05  WS-BROKEN-AMOUNT          PIC S9(09)V99 VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "PROMISE-TO-PAY NIGHTLY CHECK".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(09)  VALUE "RUN DATE ".
           05  RTL2-RUN-DATE             PIC 9999/99/99.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE "RETAIN RESOLVED  ".
           05  RTL2-RETAIN-DAYS          PIC ZZ9.
           05  FILLER                    PIC X(05)  VALUE " DAYS".

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(10)  VALUE "COLLECTOR".
           05  FILLER            PIC X(12)  VALUE "TAKEN".
           05  FILLER            PIC X(12)  VALUE "DUE".
           05  FILLER            PIC X(15)  VALUE "PROMISED".
           05  FILLER            PIC X(15)  VALUE "PAID".
           05  FILLER            PIC X(20)  VALUE "RESULT".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-COLLECTOR             PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-ENTERED-DATE          PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-DUE-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PROMISED              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-PAID                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-RESULT                PIC X(20).

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
      *    AND THE MATCH AGAINST CUSTPTP AS ITS OUTPUT PROCEDURE.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT PAYMENT-SORT-WORK
               ON ASCENDING KEY PK-CUST-ID
               ON ASCENDING KEY PK-PAYMENT-DATE
               INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.

           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               IF PARM-RUN-DATE NOT = ZERO
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
               END-IF
               IF PARM-RETAIN-DAYS NOT = ZERO
                   MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      *    A PARTIAL OR BROKEN PROMISE RESOLVED BEFORE THIS DATE HAS
      *    SAT ON THE FILE FOR THE FULL RETENTION PERIOD.
           COMPUTE WS-RUN-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-AGE-OFF-INTEGER-DATE =
               WS-RUN-INTEGER-DATE - WS-RETAIN-DAYS.
           COMPUTE WS-AGE-OFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-AGE-OFF-INTEGER-DATE).

           OPEN OUTPUT CHECK-REPORT.
           WRITE CHECK-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           MOVE WS-RUN-DATE TO RTL2-RUN-DATE.
           MOVE WS-RETAIN-DAYS TO RTL2-RETAIN-DAYS.
           WRITE CHECK-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE CHECK-REPORT-LINE FROM RPT-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *================================================================
      * 3000-SORT-INPUT
      *    RELEASES EVERY PAYMENT, RECOVERY AND RETURNED PAYMENT ON
      *    THE LEDGER.
      *================================================================
       3000-SORT-INPUT.
           OPEN INPUT LEDGER-FILE.
      *    NO LEDGER YET MEANS NO PAYMENTS - EVERY PROMISE IS STILL
      *    MEASURED SO THE PAST-DUE ONES ARE MARKED BROKEN.
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
           EVALUATE LDGR-EVENT-TYPE
               WHEN "PAYT"
               WHEN "RCVY"
                   MOVE LDGR-POST-DATE TO PK-PAYMENT-DATE
                   PERFORM 3070-RELEASE-PAYMENT THRU 3070-EXIT
               WHEN "RTNP"
                   IF LDGR-REF-POST-DATE NUMERIC
                       MOVE LDGR-REF-POST-DATE TO PK-PAYMENT-DATE
                   ELSE
                       MOVE LDGR-POST-DATE TO PK-PAYMENT-DATE
                   END-IF
                   PERFORM 3070-RELEASE-PAYMENT THRU 3070-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

       3070-RELEASE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-SELECTED.
           MOVE LDGR-CUST-ID    TO PK-CUST-ID.
           MOVE LDGR-EVENT-TYPE TO PK-EVENT-TYPE.
           MOVE LDGR-AMOUNT     TO PK-AMOUNT.
           RELEASE PAYMENT-SORT-RECORD.
       3070-EXIT.
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
      *    WALKS CUSTPTP IN STEP WITH THE SORTED PAYMENTS AND WRITES
      *    CUSTPTPN.  A MISSING CUSTPTP STILL PRODUCES AN EMPTY
      *    CUSTPTPN SO THE COPY-BACK STEP HAS SOMETHING TO COPY.
      *================================================================
       4000-SORT-OUTPUT.
           OPEN OUTPUT NEW-PROMISE-FILE.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           OPEN INPUT PROMISE-FILE.
           IF WS-PTP-STATUS = "35"
               SET WS-NO-MORE-PROMISES TO TRUE
           ELSE
               PERFORM 4800-READ-PROMISE THRU 4800-EXIT
           END-IF.
           PERFORM 4100-PROCESS-PROMISE THRU 4100-EXIT
               UNTIL WS-NO-MORE-PROMISES.
           IF WS-PTP-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF.
           CLOSE NEW-PROMISE-FILE.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4100-PROCESS-PROMISE
      *================================================================
       4100-PROCESS-PROMISE.
           ADD 1 TO WS-PROMISES-READ.
           MOVE 'N' TO WS-DROP-SW.
           MOVE ZERO TO WS-PAID-AMOUNT.
           PERFORM 4200-SKIP-PAYMENT THRU 4200-EXIT
               UNTIL WS-NO-MORE-SORTED
                  OR PK-CUST-ID NOT < PTP-CUST-ID.
           PERFORM 4300-ACCUMULATE-PAYMENT THRU 4300-EXIT
               UNTIL WS-NO-MORE-SORTED
                  OR PK-CUST-ID NOT = PTP-CUST-ID.

           IF PTP-LIVE
               PERFORM 4400-MEASURE-PROMISE THRU 4400-EXIT
           ELSE
               PERFORM 4500-AGE-RESOLVED THRU 4500-EXIT
           END-IF.

           IF NOT WS-DROP-PROMISE
               MOVE PTP-RECORD TO NEW-PTP-RECORD
               WRITE NEW-PTP-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           PERFORM 4800-READ-PROMISE THRU 4800-EXIT.
       4100-EXIT.
           EXIT.

      *    PAYMENTS ON ACCOUNTS WITH NO PROMISE ON FILE.
       4200-SKIP-PAYMENT.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *    LEDGER AMOUNTS CARRY THE BALANCE DIRECTION - A PAYMENT IS
      *    NEGATIVE AND ITS RETURN POSITIVE - SO MONEY PAID IS THE
      *    NEGATED SUM.
       4300-ACCUMULATE-PAYMENT.
           IF PK-PAYMENT-DATE >= PTP-ENTERED-DATE
               AND PK-PAYMENT-DATE <= PTP-DUE-DATE
               SUBTRACT PK-AMOUNT FROM WS-PAID-AMOUNT
           END-IF.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      *================================================================
      * 4400-MEASURE-PROMISE
      *    A LIVE PROMISE IS KEPT AS SOON AS IT IS PAID IN FULL; ONCE
      *    ITS DUE DATE IS BEHIND THE RUN DATE IT IS PARTIAL OR
      *    BROKEN.  OTHERWISE IT STAYS LIVE WITH ITS PROGRESS SO FAR.
      *================================================================
       4400-MEASURE-PROMISE.
           MOVE WS-PAID-AMOUNT TO PTP-PAID-AMOUNT.
           IF WS-PAID-AMOUNT >= PTP-PROMISED-AMOUNT
               SET PTP-KEPT TO TRUE
               MOVE WS-RUN-DATE TO PTP-RESOLVED-DATE
               MOVE "KEPT" TO WS-RESULT
               ADD 1 TO WS-KEPT-COUNT
               ADD PTP-PROMISED-AMOUNT TO WS-KEPT-AMOUNT
               MOVE 'Y' TO WS-DROP-SW
               PERFORM 4600-RESOLVE THRU 4600-EXIT
               GO TO 4400-EXIT
           END-IF.
           IF PTP-DUE-DATE >= WS-RUN-DATE
               ADD 1 TO WS-STILL-LIVE-COUNT
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO PTP-RESOLVED-DATE.
           IF WS-PAID-AMOUNT > ZERO
               SET PTP-PARTIAL TO TRUE
               MOVE "PARTIALLY KEPT" TO WS-RESULT
               ADD 1 TO WS-PARTIAL-COUNT
               ADD PTP-PROMISED-AMOUNT TO WS-PARTIAL-AMOUNT
           ELSE
               SET PTP-BROKEN TO TRUE
               MOVE "BROKEN" TO WS-RESULT
               ADD 1 TO WS-BROKEN-COUNT
               ADD PTP-PROMISED-AMOUNT TO WS-BROKEN-AMOUNT
           END-IF.
           PERFORM 4600-RESOLVE THRU 4600-EXIT.
       4400-EXIT.
           EXIT.

      *================================================================
      * 4500-AGE-RESOLVED
      *    DROPS A PARTIAL OR BROKEN PROMISE ONCE IT HAS SAT ON THE
      *    FILE FOR THE RETENTION PERIOD.  ITS HISTORY RECORD WAS
      *    WRITTEN THE NIGHT IT WAS RESOLVED.
      *================================================================
       4500-AGE-RESOLVED.
           IF PTP-RESOLVED-DATE >= WS-AGE-OFF-DATE
               GO TO 4500-EXIT
           END-IF.
           MOVE 'Y' TO WS-DROP-SW.
           ADD 1 TO WS-AGED-OFF-COUNT.
           MOVE "AGED OFF" TO WS-RESULT.
           PERFORM 4700-WRITE-DETAIL THRU 4700-EXIT.
       4500-EXIT.
           EXIT.

      *================================================================
      * 4600-RESOLVE
      *    APPENDS THE RESOLVED PROMISE TO CUSTPTPH, CREATING THE
      *    FILE ON ITS FIRST USE, AND LISTS IT.
      *================================================================
       4600-RESOLVE.
           IF NOT WS-HIST-FILE-OPEN
               OPEN EXTEND PROMISE-HISTORY
               IF WS-HIST-STATUS = "35" OR WS-HIST-STATUS = "05"
                   OPEN OUTPUT PROMISE-HISTORY
               END-IF
               MOVE 'Y' TO WS-HIST-OPEN-SW
           END-IF.
           MOVE PTP-RECORD TO HIST-PTP-RECORD.
           WRITE HIST-PTP-RECORD.
           PERFORM 4700-WRITE-DETAIL THRU 4700-EXIT.
       4600-EXIT.
           EXIT.

       4700-WRITE-DETAIL.
           MOVE PTP-CUST-ID         TO RDL-CUST-ID.
           MOVE PTP-COLLECTOR       TO RDL-COLLECTOR.
           MOVE PTP-ENTERED-DATE    TO RDL-ENTERED-DATE.
           MOVE PTP-DUE-DATE        TO RDL-DUE-DATE.
           MOVE PTP-PROMISED-AMOUNT TO RDL-PROMISED.
           MOVE PTP-PAID-AMOUNT     TO RDL-PAID.
           MOVE WS-RESULT           TO RDL-RESULT.
           WRITE CHECK-REPORT-LINE FROM RPT-DETAIL-LINE.
       4700-EXIT.
           EXIT.

       4800-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET WS-NO-MORE-PROMISES TO TRUE
           END-READ.
       4800-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN PAYMENT-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           MOVE "PROMISES CHECKED  . . . . . . ." TO MTL-LABEL.
           MOVE WS-PROMISES-READ TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PROMISES KEPT . . . . . . . . ." TO MTL-LABEL.
           MOVE WS-KEPT-COUNT TO MTL-COUNT.
           MOVE WS-KEPT-AMOUNT TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PROMISES PARTIALLY KEPT . . . ." TO MTL-LABEL.
           MOVE WS-PARTIAL-COUNT TO MTL-COUNT.
           MOVE WS-PARTIAL-AMOUNT TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PROMISES BROKEN . . . . . . . ." TO MTL-LABEL.
           MOVE WS-BROKEN-COUNT TO MTL-COUNT.
           MOVE WS-BROKEN-AMOUNT TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PROMISES STILL LIVE . . . . . ." TO MTL-LABEL.
           MOVE WS-STILL-LIVE-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RESOLVED PROMISES AGED OFF  . ." TO MTL-LABEL.
           MOVE WS-AGED-OFF-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ARRANGEMENTS ON CUSTPTPN  . . ." TO MTL-LABEL.
           MOVE WS-WRITTEN-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE CHECK-REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-HIST-FILE-OPEN
               CLOSE PROMISE-HISTORY
           END-IF.
           CLOSE CHECK-REPORT.
       9000-EXIT.
           EXIT.
