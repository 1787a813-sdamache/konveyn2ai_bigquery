      *================================================================
      * PROGRAM: CUSTPTPR.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Weekly promise-to-pay report by collector.  Every promise
      *   resolved by CUSTPTPK (kept, partially kept, broken) or
      *   cancelled through CUSTPTPM is appended to the history file
      *   CUSTPTPH (see CUSTPTP.cpy).  This program selects the ones
      *   resolved inside the reporting window, sorts them by the
      *   collector who took the promise (PTP-COLLECTOR, the
      *   TRAN-USER-ID that entered it), and prints one line per
      *   collector: how many promises were kept, partially kept,
      *   broken and cancelled, the amount promised and paid, and
      *   the kept and broken rates.  Rates are taken over the
      *   promises that ran to a result - a cancelled promise is
      *   counted but left out of both rates.
      *
      *   Driven by a one-line parameter card on CPTRPARM giving the
      *   last day of the window (zero means today) and its length
      *   in days (zero means 7).  Read-only, so an empty card runs
      *   with the defaults.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPTPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CPTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROMISE-HISTORY ASSIGN TO "CUSTPTPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT COLLECTOR-SORT-WORK ASSIGN TO "SRTWK09".

           SELECT RATE-REPORT ASSIGN TO "CUSTPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-END-DATE            PIC 9(08).
           05  PARM-WINDOW-DAYS         PIC 9(03).

       FD  PROMISE-HISTORY.
       COPY CUSTPTP.

       SD  COLLECTOR-SORT-WORK.
       01  COLLECTOR-SORT-RECORD.
           05  CS-COLLECTOR             PIC X(08).
           05  CS-STATUS                PIC X(01).
           05  CS-PROMISED-AMOUNT       PIC 9(07)V99.
           05  CS-PAID-AMOUNT           PIC S9(07)V99.

       FD  RATE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RATE-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-HISTORY    VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.

       01  WS-SELECTION-FIELDS.
           05  WS-END-DATE               PIC 9(08)  VALUE ZERO.
           05  WS-START-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-WINDOW-DAYS            PIC 9(03)  VALUE 7.

       01  WS-DATE-FIELDS                COMP.
           05  WS-END-INTEGER-DATE       PIC S9(09).
           05  WS-START-INTEGER-DATE     PIC S9(09).

      *    ONE COLLECTOR'S PROMISES, ACCUMULATED ACROSS THE RUN OF
      *    SORTED RECORDS AND PRINTED AT THE COLLECTOR BREAK.  THE
      *    SAME GROUP, WITH THE COLLECTOR SET TO "TOTAL", CARRIES THE
      *    GRAND TOTAL LINE.
       01  WS-COLLECTOR-FIELDS.
           05  WS-COLL-ID                PIC X(08).
           05  WS-COLL-COUNTS            COMP.
               10  WS-COLL-KEPT          PIC 9(07).
               10  WS-COLL-PARTIAL       PIC 9(07).
               10  WS-COLL-BROKEN        PIC 9(07).
               10  WS-COLL-CANCELLED     PIC 9(07).
           05  WS-COLL-PROMISED          PIC S9(09)V99 COMP-3.
           05  WS-COLL-PAID              PIC S9(09)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNTS           COMP.
               10  WS-GRAND-KEPT         PIC 9(07)  VALUE ZERO.
               10  WS-GRAND-PARTIAL      PIC 9(07)  VALUE ZERO.
               10  WS-GRAND-BROKEN       PIC 9(07)  VALUE ZERO.
               10  WS-GRAND-CANCELLED    PIC 9(07)  VALUE ZERO.
           05  WS-GRAND-PROMISED         PIC S9(09)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-GRAND-PAID             PIC S9(09)V99 COMP-3
                                                    VALUE ZERO.

       01  WS-RATE-FIELDS.
           05  WS-RESOLVED-COUNT         PIC 9(07)  COMP.
           05  WS-KEPT-RATE              PIC 9(03)V9 COMP-3.
           05  WS-BROKEN-RATE            PIC 9(03)V9 COMP-3.

       01  WS-COUNTERS                   COMP.
           05  WS-HISTORY-READ           PIC 9(07)  VALUE ZERO.
           05  WS-SELECTED-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-COLLECTOR-COUNT        PIC 9(05)  VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "PROMISE-TO-PAY RESULTS BY COLLECTOR".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE "PROMISES RESOLVED ".
           05  RTL2-START-DATE           PIC 9999/99/99.
           05  FILLER                    PIC X(04)  VALUE " TO ".
           05  RTL2-END-DATE             PIC 9999/99/99.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "COLLECTOR".
           05  FILLER            PIC X(09)  VALUE "KEPT".
           05  FILLER            PIC X(09)  VALUE "PARTIAL".
           05  FILLER            PIC X(09)  VALUE "BROKEN".
           05  FILLER            PIC X(10)  VALUE "CANCELLED".
           05  FILLER            PIC X(17)  VALUE "PROMISED".
           05  FILLER            PIC X(17)  VALUE "PAID".
           05  FILLER            PIC X(10)  VALUE "KEPT %".
           05  FILLER            PIC X(10)  VALUE "BROKEN %".

       01  RPT-DETAIL-LINE.
           05  RDL-COLLECTOR             PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-KEPT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PARTIAL               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-BROKEN                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-CANCELLED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-PROMISED              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-PAID                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-KEPT-RATE             PIC ZZ9.9.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  RDL-BROKEN-RATE           PIC ZZ9.9.

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *    THE HISTORY SELECTION RUNS AS THE SORT'S INPUT PROCEDURE
      *    AND THE PER-COLLECTOR CONTROL BREAK AS ITS OUTPUT
      *    PROCEDURE.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT COLLECTOR-SORT-WORK
               ON ASCENDING KEY CS-COLLECTOR
               INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-END-DATE.

           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               IF PARM-END-DATE NOT = ZERO
                   MOVE PARM-END-DATE TO WS-END-DATE
               END-IF
               IF PARM-WINDOW-DAYS NOT = ZERO
                   MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
           END-IF.
           CLOSE PARM-FILE.

      *    THE WINDOW IS THE GIVEN NUMBER OF DAYS ENDING ON THE END
      *    DATE, BOTH ENDS INCLUSIVE.
           COMPUTE WS-END-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE).
           COMPUTE WS-START-INTEGER-DATE =
               WS-END-INTEGER-DATE - WS-WINDOW-DAYS + 1.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER-DATE).

           OPEN OUTPUT RATE-REPORT.
           WRITE RATE-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           MOVE WS-START-DATE TO RTL2-START-DATE.
           MOVE WS-END-DATE TO RTL2-END-DATE.
           WRITE RATE-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE RATE-REPORT-LINE FROM RPT-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *================================================================
      * 3000-SORT-INPUT
      *    RELEASES EVERY PROMISE RESOLVED INSIDE THE WINDOW.
      *================================================================
       3000-SORT-INPUT.
           OPEN INPUT PROMISE-HISTORY.
      *    NO HISTORY YET MEANS NO PROMISE HAS BEEN RESOLVED.
           IF WS-HIST-STATUS = "35"
               SET WS-NO-MORE-HISTORY TO TRUE
           ELSE
               PERFORM 3100-READ-HISTORY THRU 3100-EXIT
               PERFORM 3050-SELECT-AND-RELEASE THRU 3050-EXIT
                   UNTIL WS-NO-MORE-HISTORY
               CLOSE PROMISE-HISTORY
           END-IF.
       3000-EXIT.
           EXIT.

       3050-SELECT-AND-RELEASE.
           ADD 1 TO WS-HISTORY-READ.
           IF PTP-RESOLVED-DATE >= WS-START-DATE
               AND PTP-RESOLVED-DATE <= WS-END-DATE
               ADD 1 TO WS-SELECTED-COUNT
               MOVE PTP-COLLECTOR       TO CS-COLLECTOR
               MOVE PTP-STATUS          TO CS-STATUS
               MOVE PTP-PROMISED-AMOUNT TO CS-PROMISED-AMOUNT
               MOVE PTP-PAID-AMOUNT     TO CS-PAID-AMOUNT
               RELEASE COLLECTOR-SORT-RECORD
           END-IF.
           PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

       3100-READ-HISTORY.
           READ PROMISE-HISTORY
               AT END
                   SET WS-NO-MORE-HISTORY TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *================================================================
      * 4000-SORT-OUTPUT
      *    ACCUMULATES EACH COLLECTOR'S RUN OF SORTED PROMISES AND
      *    PRINTS IT AT THE COLLECTOR BREAK.
      *================================================================
       4000-SORT-OUTPUT.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           PERFORM 4100-PROCESS-COLLECTOR THRU 4100-EXIT
               UNTIL WS-NO-MORE-SORTED.
       4000-EXIT.
           EXIT.

       4100-PROCESS-COLLECTOR.
           MOVE CS-COLLECTOR TO WS-COLL-ID.
           MOVE ZERO TO WS-COLL-KEPT.
           MOVE ZERO TO WS-COLL-PARTIAL.
           MOVE ZERO TO WS-COLL-BROKEN.
           MOVE ZERO TO WS-COLL-CANCELLED.
           MOVE ZERO TO WS-COLL-PROMISED.
           MOVE ZERO TO WS-COLL-PAID.
           PERFORM 4200-ACCUMULATE-PROMISE THRU 4200-EXIT
               UNTIL WS-NO-MORE-SORTED
                  OR CS-COLLECTOR NOT = WS-COLL-ID.
           ADD 1 TO WS-COLLECTOR-COUNT.
           ADD WS-COLL-KEPT      TO WS-GRAND-KEPT.
           ADD WS-COLL-PARTIAL   TO WS-GRAND-PARTIAL.
           ADD WS-COLL-BROKEN    TO WS-GRAND-BROKEN.
           ADD WS-COLL-CANCELLED TO WS-GRAND-CANCELLED.
           ADD WS-COLL-PROMISED  TO WS-GRAND-PROMISED.
           ADD WS-COLL-PAID      TO WS-GRAND-PAID.
           PERFORM 4500-WRITE-COLLECTOR THRU 4500-EXIT.
       4100-EXIT.
           EXIT.

       4200-ACCUMULATE-PROMISE.
           EVALUATE CS-STATUS
               WHEN 'K'
                   ADD 1 TO WS-COLL-KEPT
               WHEN 'P'
                   ADD 1 TO WS-COLL-PARTIAL
               WHEN 'B'
                   ADD 1 TO WS-COLL-BROKEN
               WHEN OTHER
                   ADD 1 TO WS-COLL-CANCELLED
           END-EVALUATE.
           ADD CS-PROMISED-AMOUNT TO WS-COLL-PROMISED.
           ADD CS-PAID-AMOUNT     TO WS-COLL-PAID.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *================================================================
      * 4500-WRITE-COLLECTOR
      *    PRINTS THE FIGURES IN WS-COLLECTOR-FIELDS, WITH THE KEPT
      *    AND BROKEN RATES OVER THE PROMISES THAT RAN TO A RESULT.
      *================================================================
       4500-WRITE-COLLECTOR.
           COMPUTE WS-RESOLVED-COUNT =
               WS-COLL-KEPT + WS-COLL-PARTIAL + WS-COLL-BROKEN.
           IF WS-RESOLVED-COUNT = ZERO
               MOVE ZERO TO WS-KEPT-RATE
               MOVE ZERO TO WS-BROKEN-RATE
           ELSE
               COMPUTE WS-KEPT-RATE ROUNDED =
                   WS-COLL-KEPT * 100 / WS-RESOLVED-COUNT
               COMPUTE WS-BROKEN-RATE ROUNDED =
                   WS-COLL-BROKEN * 100 / WS-RESOLVED-COUNT
           END-IF.
           MOVE WS-COLL-ID        TO RDL-COLLECTOR.
           MOVE WS-COLL-KEPT      TO RDL-KEPT.
           MOVE WS-COLL-PARTIAL   TO RDL-PARTIAL.
           MOVE WS-COLL-BROKEN    TO RDL-BROKEN.
           MOVE WS-COLL-CANCELLED TO RDL-CANCELLED.
           MOVE WS-COLL-PROMISED  TO RDL-PROMISED.
           MOVE WS-COLL-PAID      TO RDL-PAID.
           MOVE WS-KEPT-RATE      TO RDL-KEPT-RATE.
           MOVE WS-BROKEN-RATE    TO RDL-BROKEN-RATE.
           WRITE RATE-REPORT-LINE FROM RPT-DETAIL-LINE.
       4500-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN COLLECTOR-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           MOVE "TOTAL"            TO WS-COLL-ID.
           MOVE WS-GRAND-KEPT      TO WS-COLL-KEPT.
           MOVE WS-GRAND-PARTIAL   TO WS-COLL-PARTIAL.
           MOVE WS-GRAND-BROKEN    TO WS-COLL-BROKEN.
           MOVE WS-GRAND-CANCELLED TO WS-COLL-CANCELLED.
           MOVE WS-GRAND-PROMISED  TO WS-COLL-PROMISED.
           MOVE WS-GRAND-PAID      TO WS-COLL-PAID.
           PERFORM 4500-WRITE-COLLECTOR THRU 4500-EXIT.
           MOVE SPACES TO RATE-REPORT-LINE.
           WRITE RATE-REPORT-LINE.
           MOVE "COLLECTORS LISTED . . . . . . ." TO MTL-LABEL.
           MOVE WS-COLLECTOR-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE RATE-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PROMISES RESOLVED IN WINDOW . ." TO MTL-LABEL.
           MOVE WS-SELECTED-COUNT TO MTL-COUNT.
           MOVE WS-GRAND-PROMISED TO MTL-AMOUNT.
           WRITE RATE-REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE RATE-REPORT.
       9000-EXIT.
           EXIT.
