      *================================================================
      * PROGRAM: CUSTCLRV.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Quarterly credit-line review.  CUST-CREDIT-LIMIT only ever
      *   changed when someone keyed a TRAN-UPD-CREDIT-LIMIT update
      *   onto CUSTTRAN, so good customers never saw an increase and
      *   risky ones were never cut.  This program scores every
      *   CUST-ACTIVE account from:
      *     - its payment history on the activity ledger CUSTLEDG
      *       over the look-back window - PAYT events earn points,
      *       LFEE late fees lose them;
      *     - returned payments (RTNP) in the same window;
      *     - its delinquency inside the same window, rebuilt from
      *       the stage history CUSTDLQH - each episode over limit
      *       loses points, and so does each day spent over limit
      *       (a run still open tonight counts to today, and a run
      *       already under way when the window opened counts from
      *       the window's first day).  A current run on CUSTDLQ that
      *       pre-dates the history is still counted;
      *     - its utilization, CUST-BALANCE against CUST-CREDIT-LIMIT.
      *   The score (0-100, see 4500-SCORE-ACCOUNT) is compared with
      *   the bands on the parameter card CCLRPARM: at or above the
      *   increase score the line is raised by the increase percent
      *   (capped at the maximum line), at or below the decrease
      *   score it is cut by the decrease percent (never below the
      *   balance), and anything between is left alone.  New lines
      *   are rounded down to a whole hundred dollars.
      *
      *   Every recommended change is listed, with the figures that
      *   drove it, on the review report CUSTCVRPT for Credit to
      *   approve from, and written to CUSTCLRC (see CUSTCLR.cpy).
      *   Nothing on CUSTMAST is changed here - CUSTCLAP turns the
      *   approved recommendations into a CUSTTRAN deck that CUSTMNT
      *   applies like any other maintenance.
      *
      *   CCLRPARM carries the look-back in days (zero means 365),
      *   the increase score and percent, the decrease score and
      *   percent, and the maximum line (zero means no cap).  A card
      *   that is missing, has a zero score or percent, or has the
      *   decrease band at or above the increase band refuses the
      *   run with RETURN-CODE 8 rather than guessing the bands.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  DELINQUENCY SCORED FROM THE CUSTDLQH STAGE
      *                    HISTORY - EPISODES AND DAYS OVER LIMIT INSIDE
      *                    THE LOOK-BACK WINDOW - NOT JUST THE CURRENT
      *                    RUN ON CUSTDLQ.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCLRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CCLRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT DELINQUENCY-FILE ASSIGN TO "CUSTDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT STAGE-HISTORY ASSIGN TO "CUSTDLQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RECOMMENDATION-FILE ASSIGN TO "CUSTCLRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT EVENT-SORT-WORK ASSIGN TO "SRTWK10".

           SELECT REVIEW-REPORT ASSIGN TO "CUSTCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-LOOKBACK-DAYS       PIC 9(03).
           05  PARM-INCREASE-SCORE      PIC 9(03).
           05  PARM-INCREASE-PCT        PIC 9(03).
           05  PARM-DECREASE-SCORE      PIC 9(03).
           05  PARM-DECREASE-PCT        PIC 9(03).
           05  PARM-MAX-LIMIT           PIC 9(07)V99.

       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  LEDGER-FILE.
       COPY CUSTLDGR.

       FD  DELINQUENCY-FILE.
       COPY CUSTDLQ.

       FD  STAGE-HISTORY.
       COPY CUSTDLH.

       FD  RECOMMENDATION-FILE.
       COPY CUSTCLR.

       SD  EVENT-SORT-WORK.
      *    ES-EVENT-TYPE IS THE LEDGER EVENT TYPE, OR "DLQH" FOR A
      *    CUSTDLQH STAGE CHANGE.  ES-EVENT-SEQ KEEPS EACH FILE'S OWN
      *    ORDER WITHIN A DAY.
       01  EVENT-SORT-RECORD.
           05  ES-CUST-ID               PIC 9(08).
           05  ES-EVENT-DATE            PIC 9(08).
           05  ES-EVENT-SEQ             PIC 9(09).
           05  ES-EVENT-TYPE            PIC X(04).
           05  ES-OLD-STAGE             PIC 9(01).
           05  ES-NEW-STAGE             PIC 9(01).

       FD  REVIEW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REVIEW-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-LEDGER-STATUS          PIC X(02).
           05  WS-DLQ-STATUS             PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-CLR-STATUS             PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-LEDGER     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.
           05  WS-MAST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-MASTER     VALUE 'Y'.
           05  WS-DLQ-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-DLQ        VALUE 'Y'.
           05  WS-DLQ-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-DLQ-FILE-OPEN      VALUE 'Y'.
           05  WS-HIST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-HISTORY    VALUE 'Y'.
           05  WS-DLQ-RUN-SW             PIC X(01)  VALUE 'N'.
               88  WS-DLQ-RUN-OPEN       VALUE 'Y'.
           05  WS-RUN-ABORTED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-ABORTED        VALUE 'Y'.

       01  WS-REVIEW-BANDS.
           05  WS-LOOKBACK-DAYS          PIC 9(03)  VALUE 365.
           05  WS-INCREASE-SCORE         PIC 9(03)  VALUE ZERO.
           05  WS-INCREASE-PCT           PIC 9(03)  VALUE ZERO.
           05  WS-DECREASE-SCORE         PIC 9(03)  VALUE ZERO.
           05  WS-DECREASE-PCT           PIC 9(03)  VALUE ZERO.
           05  WS-MAX-LIMIT              PIC 9(07)V99 VALUE ZERO.
           05  WS-WINDOW-START-DATE      PIC 9(08)  VALUE ZERO.

      *    SCORE WEIGHTS.  AN ACCOUNT STARTS AT THE BASE AND GAINS OR
      *    LOSES POINTS PER EVENT; THE RESULT IS HELD TO 0-100.
       01  WS-SCORE-WEIGHTS              COMP.
           05  WS-BASE-SCORE             PIC S9(03) VALUE 50.
           05  WS-PAYMENT-POINTS         PIC S9(03) VALUE 2.
           05  WS-PAYMENT-POINTS-CAP     PIC S9(03) VALUE 24.
           05  WS-LATE-FEE-POINTS        PIC S9(03) VALUE 5.
           05  WS-RETURN-POINTS          PIC S9(03) VALUE 15.
           05  WS-DLQ-EPISODE-POINTS     PIC S9(03) VALUE 5.
           05  WS-DLQ-DAY-POINTS-CAP     PIC S9(03) VALUE 40.
           05  WS-LOW-UTIL-PCT           PIC S9(03) VALUE 30.
           05  WS-MID-UTIL-PCT           PIC S9(03) VALUE 70.
           05  WS-HIGH-UTIL-PCT          PIC S9(03) VALUE 90.
           05  WS-LOW-UTIL-POINTS        PIC S9(03) VALUE 10.
           05  WS-HIGH-UTIL-POINTS       PIC S9(03) VALUE 10.
           05  WS-OVER-UTIL-POINTS       PIC S9(03) VALUE 20.

       01  WS-DATE-FIELDS                COMP.
           05  WS-TODAY-INTEGER-DATE     PIC S9(09).
           05  WS-START-INTEGER-DATE     PIC S9(09).
           05  WS-EVENT-INTEGER-DATE     PIC S9(09).
           05  WS-RUN-START-INTEGER      PIC S9(09).

      *    ONE ACCOUNT'S REVIEW FIGURES.
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACCT-COUNTS            COMP.
               10  WS-ACCT-PAYMENTS      PIC S9(05).
               10  WS-ACCT-LATE-FEES     PIC S9(05).
               10  WS-ACCT-RETURNS       PIC S9(05).
               10  WS-ACCT-DLQ-DAYS      PIC S9(05).
               10  WS-ACCT-DLQ-EPISODES  PIC S9(05).
               10  WS-ACCT-HIST-DAYS     PIC S9(05).
               10  WS-ACCT-UTIL-PCT      PIC S9(05).
               10  WS-ACCT-SCORE         PIC S9(05).
               10  WS-POINTS             PIC S9(05).
           05  WS-ACCT-ACTION            PIC X(01).
               88  WS-ACCT-INCREASE      VALUE 'I'.
               88  WS-ACCT-DECREASE      VALUE 'D'.
               88  WS-ACCT-NO-CHANGE     VALUE 'N'.
           05  WS-NEW-LIMIT              PIC S9(09)V99 COMP-3.
           05  WS-FLOOR-LIMIT            PIC S9(09)V99 COMP-3.
           05  WS-HUNDREDS               PIC S9(07)    COMP-3.
           05  WS-LIMIT-FACTOR           PIC S9(03)    COMP-3.

       01  WS-COUNTERS                   COMP.
           05  WS-LEDGER-READ            PIC 9(09)  VALUE ZERO.
           05  WS-EVENTS-SELECTED        PIC 9(07)  VALUE ZERO.
           05  WS-HISTORY-READ           PIC 9(09)  VALUE ZERO.
           05  WS-STAGES-SELECTED        PIC 9(07)  VALUE ZERO.
           05  WS-REVIEWED-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-INCREASE-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-DECREASE-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-NO-CHANGE-COUNT        PIC 9(07)  VALUE ZERO.

       01  WS-REVIEW-TOTALS              COMP-3.
           05  WS-INCREASE-AMOUNT        PIC S9(09)V99 VALUE ZERO.
           05  WS-DECREASE-AMOUNT        PIC S9(09)V99 VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "QUARTERLY CREDIT-LINE REVIEW".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE "HISTORY FROM ".
           05  RTL2-START-DATE           PIC 9999/99/99.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE "INCREASE AT ".
           05  RTL2-INCREASE-SCORE       PIC ZZ9.
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RTL2-INCREASE-PCT         PIC ZZ9.
           05  FILLER                    PIC X(06)  VALUE "%  CUT".
           05  FILLER                    PIC X(04)  VALUE " AT ".
           05  RTL2-DECREASE-SCORE       PIC ZZ9.
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RTL2-DECREASE-PCT         PIC ZZ9.
           05  FILLER                    PIC X(08)  VALUE "%  MAX ".
           05  RTL2-MAX-LIMIT            PIC Z,ZZZ,ZZ9.99.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(26)  VALUE "CUSTOMER NAME".
           05  FILLER            PIC X(14)  VALUE "CURRENT LINE".
           05  FILLER            PIC X(15)  VALUE "BALANCE".
           05  FILLER            PIC X(05)  VALUE "UTL%".
           05  FILLER            PIC X(05)  VALUE "PAYS".
           05  FILLER            PIC X(04)  VALUE "LTE".
           05  FILLER            PIC X(04)  VALUE "RTN".
           05  FILLER            PIC X(06)  VALUE "DLQ".
           05  FILLER            PIC X(04)  VALUE "EPS".
           05  FILLER            PIC X(05)  VALUE "SCR".
           05  FILLER            PIC X(10)  VALUE "ACTION".
           05  FILLER            PIC X(14)  VALUE "RECOMMENDED".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-NAME                  PIC X(24).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-CURRENT-LIMIT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-BALANCE               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-UTIL-PCT              PIC ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PAYMENTS              PIC ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-LATE-FEES             PIC Z9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-RETURNS               PIC Z9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-DLQ-DAYS              PIC ZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-DLQ-EPISODES          PIC Z9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-SCORE                 PIC ZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-ACTION                PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-NEW-LIMIT             PIC Z,ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *    THE LEDGER SELECTION RUNS AS THE SORT'S INPUT PROCEDURE;
      *    THE OUTPUT PROCEDURE WALKS CUSTMAST IN CUST-ID ORDER WITH
      *    THE SORTED EVENTS (LEDGER EVENTS AND CUSTDLQH STAGE
      *    CHANGES, IN DATE ORDER WITHIN AN ACCOUNT) AND CUSTDLQ
      *    ALONGSIDE.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
           SORT EVENT-SORT-WORK
               ON ASCENDING KEY ES-CUST-ID
                                ES-EVENT-DATE
                                ES-EVENT-SEQ
               INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
       0000-GOBACK.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               IF PARM-LOOKBACK-DAYS NOT = ZERO
                   MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
               END-IF
               MOVE PARM-INCREASE-SCORE TO WS-INCREASE-SCORE
               MOVE PARM-INCREASE-PCT   TO WS-INCREASE-PCT
               MOVE PARM-DECREASE-SCORE TO WS-DECREASE-SCORE
               MOVE PARM-DECREASE-PCT   TO WS-DECREASE-PCT
               MOVE PARM-MAX-LIMIT      TO WS-MAX-LIMIT
           END-IF.
           CLOSE PARM-FILE.

      *    WITHOUT SENSIBLE BANDS THE REVIEW WOULD RECOMMEND RAISING
      *    OR CUTTING EVERY LINE ON FILE - REFUSE RATHER THAN GUESS.
           IF WS-INCREASE-SCORE = ZERO OR WS-INCREASE-PCT = ZERO
                   OR WS-DECREASE-SCORE = ZERO
                   OR WS-DECREASE-PCT = ZERO
                   OR WS-INCREASE-SCORE > 100
                   OR WS-DECREASE-PCT NOT < 100
                   OR WS-DECREASE-SCORE NOT < WS-INCREASE-SCORE
               DISPLAY "CUSTCLRV: CCLRPARM MISSING OR BANDS INVALID"
                       " - REVIEW NOT RUN"
               SET WS-RUN-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF.

           COMPUTE WS-TODAY-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-START-INTEGER-DATE =
               WS-TODAY-INTEGER-DATE - WS-LOOKBACK-DAYS + 1.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER-DATE).

           OPEN OUTPUT REVIEW-REPORT.
           WRITE REVIEW-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE     TO RTL2-DATE.
           MOVE WS-WINDOW-START-DATE TO RTL2-START-DATE.
           MOVE WS-INCREASE-SCORE   TO RTL2-INCREASE-SCORE.
           MOVE WS-INCREASE-PCT     TO RTL2-INCREASE-PCT.
           MOVE WS-DECREASE-SCORE   TO RTL2-DECREASE-SCORE.
           MOVE WS-DECREASE-PCT     TO RTL2-DECREASE-PCT.
           MOVE WS-MAX-LIMIT        TO RTL2-MAX-LIMIT.
           WRITE REVIEW-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE REVIEW-REPORT-LINE FROM RPT-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *================================================================
      * 3000-SORT-INPUT
      *    RELEASES EVERY PAYMENT, LATE FEE AND RETURNED PAYMENT
      *    POSTED INSIDE THE LOOK-BACK WINDOW, THEN EVERY CUSTDLQH
      *    STAGE CHANGE INSIDE IT.  NO CUSTDLQH YET SIMPLY MEANS NO
      *    STAGE HAS EVER CHANGED.
      *================================================================
       3000-SORT-INPUT.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               SET WS-NO-MORE-LEDGER TO TRUE
           ELSE
               PERFORM 3100-READ-LEDGER THRU 3100-EXIT
               PERFORM 3050-SELECT-AND-RELEASE THRU 3050-EXIT
                   UNTIL WS-NO-MORE-LEDGER
               CLOSE LEDGER-FILE
           END-IF.
           OPEN INPUT STAGE-HISTORY.
           IF WS-HIST-STATUS = "00"
               PERFORM 3200-RELEASE-ONE-STAGE THRU 3200-EXIT
                   UNTIL WS-NO-MORE-HISTORY
               CLOSE STAGE-HISTORY
           END-IF.
       3000-EXIT.
           EXIT.

       3050-SELECT-AND-RELEASE.
           ADD 1 TO WS-LEDGER-READ.
           IF (LDGR-EVENT-TYPE = "PAYT" OR LDGR-EVENT-TYPE = "LFEE"
                   OR LDGR-EVENT-TYPE = "RTNP")
               AND LDGR-POST-DATE >= WS-WINDOW-START-DATE
               ADD 1 TO WS-EVENTS-SELECTED
               MOVE LDGR-CUST-ID    TO ES-CUST-ID
               MOVE LDGR-POST-DATE  TO ES-EVENT-DATE
               MOVE WS-LEDGER-READ  TO ES-EVENT-SEQ
               MOVE LDGR-EVENT-TYPE TO ES-EVENT-TYPE
               MOVE ZERO            TO ES-OLD-STAGE
               MOVE ZERO            TO ES-NEW-STAGE
               RELEASE EVENT-SORT-RECORD
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

       3200-RELEASE-ONE-STAGE.
           READ STAGE-HISTORY
               AT END
                   SET WS-NO-MORE-HISTORY TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF DLH-CHANGE-DATE < WS-WINDOW-START-DATE
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-STAGES-SELECTED.
           MOVE DLH-CUST-ID     TO ES-CUST-ID.
           MOVE DLH-CHANGE-DATE TO ES-EVENT-DATE.
           MOVE WS-HISTORY-READ TO ES-EVENT-SEQ.
           MOVE "DLQH"          TO ES-EVENT-TYPE.
           MOVE DLH-OLD-STAGE   TO ES-OLD-STAGE.
           MOVE DLH-NEW-STAGE   TO ES-NEW-STAGE.
           RELEASE EVENT-SORT-RECORD.
       3200-EXIT.
           EXIT.

      *================================================================
      * 4000-SORT-OUTPUT
      *================================================================
       4000-SORT-OUTPUT.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT WS-MAST-OK
               DISPLAY "CUSTCLRV: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS
               SET WS-RUN-ABORTED TO TRUE
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT DELINQUENCY-FILE.
      *    NO CUSTDLQ MEANS NOBODY IS OVER LIMIT TONIGHT.
           IF WS-DLQ-STATUS = "35"
               SET WS-NO-MORE-DLQ TO TRUE
           ELSE
               MOVE 'Y' TO WS-DLQ-OPEN-SW
               PERFORM 4920-READ-DLQ THRU 4920-EXIT
           END-IF.
           OPEN OUTPUT RECOMMENDATION-FILE.

           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           PERFORM 4950-READ-MASTER THRU 4950-EXIT.
           PERFORM 4100-PROCESS-MASTER THRU 4100-EXIT
               UNTIL WS-NO-MORE-MASTER.

           CLOSE CUSTOMER-MASTER.
           IF WS-DLQ-FILE-OPEN
               CLOSE DELINQUENCY-FILE
           END-IF.
           CLOSE RECOMMENDATION-FILE.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4100-PROCESS-MASTER
      *================================================================
       4100-PROCESS-MASTER.
           IF NOT CUST-ACTIVE
               GO TO 4100-READ-NEXT
           END-IF.
           ADD 1 TO WS-REVIEWED-COUNT.
           PERFORM 4200-GATHER-HISTORY THRU 4200-EXIT.
           PERFORM 4500-SCORE-ACCOUNT THRU 4500-EXIT.
           PERFORM 4600-RECOMMEND THRU 4600-EXIT.
           IF NOT WS-ACCT-NO-CHANGE
               PERFORM 4700-WRITE-RECOMMENDATION THRU 4700-EXIT
           END-IF.
       4100-READ-NEXT.
           PERFORM 4950-READ-MASTER THRU 4950-EXIT.
       4100-EXIT.
           EXIT.

      *================================================================
      * 4200-GATHER-HISTORY
      *    COUNTS THE ACCOUNT'S SORTED LEDGER EVENTS, REBUILDS ITS
      *    OVER-LIMIT EPISODES AND DAYS IN THE WINDOW FROM ITS SORTED
      *    STAGE CHANGES, AND PICKS UP ITS CUSTDLQ RECORD.  A RUN
      *    STILL OPEN AT THE END COUNTS TO TODAY.  CUSTDLQ'S CURRENT
      *    RUN (HELD TO THE WINDOW) IS THE FLOOR, SINCE IT MAY BEGIN
      *    BEFORE THE HISTORY DOES.  EVENTS AND DELINQUENCIES PASSED
      *    OVER BELONG TO ACCOUNTS THAT ARE NOT UNDER REVIEW.
      *================================================================
       4200-GATHER-HISTORY.
           MOVE ZERO TO WS-ACCT-PAYMENTS.
           MOVE ZERO TO WS-ACCT-LATE-FEES.
           MOVE ZERO TO WS-ACCT-RETURNS.
           MOVE ZERO TO WS-ACCT-DLQ-DAYS.
           MOVE ZERO TO WS-ACCT-DLQ-EPISODES.
           MOVE ZERO TO WS-ACCT-HIST-DAYS.
           MOVE 'N' TO WS-DLQ-RUN-SW.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT
               UNTIL WS-NO-MORE-SORTED
                  OR ES-CUST-ID NOT < CUST-ID.
           PERFORM 4300-COUNT-EVENT THRU 4300-EXIT
               UNTIL WS-NO-MORE-SORTED
                  OR ES-CUST-ID NOT = CUST-ID.
           IF WS-DLQ-RUN-OPEN
               COMPUTE WS-ACCT-HIST-DAYS = WS-ACCT-HIST-DAYS
                   + WS-TODAY-INTEGER-DATE - WS-RUN-START-INTEGER + 1
           END-IF.
           MOVE WS-ACCT-HIST-DAYS TO WS-ACCT-DLQ-DAYS.

           PERFORM 4920-READ-DLQ THRU 4920-EXIT
               UNTIL WS-NO-MORE-DLQ
                  OR DLQ-CUST-ID NOT < CUST-ID.
           IF NOT WS-NO-MORE-DLQ AND DLQ-CUST-ID = CUST-ID
               MOVE DLQ-DAYS-DELINQUENT TO WS-POINTS
               IF WS-POINTS > WS-LOOKBACK-DAYS
                   MOVE WS-LOOKBACK-DAYS TO WS-POINTS
               END-IF
               IF WS-POINTS > WS-ACCT-DLQ-DAYS
                   MOVE WS-POINTS TO WS-ACCT-DLQ-DAYS
               END-IF
               IF WS-ACCT-DLQ-EPISODES = ZERO AND WS-POINTS > ZERO
                   MOVE 1 TO WS-ACCT-DLQ-EPISODES
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-COUNT-EVENT.
           EVALUATE ES-EVENT-TYPE
               WHEN "PAYT"
                   ADD 1 TO WS-ACCT-PAYMENTS
               WHEN "LFEE"
                   ADD 1 TO WS-ACCT-LATE-FEES
               WHEN "RTNP"
                   ADD 1 TO WS-ACCT-RETURNS
               WHEN "DLQH"
                   PERFORM 4400-COUNT-STAGE-CHANGE THRU 4400-EXIT
           END-EVALUATE.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      *================================================================
      * 4400-COUNT-STAGE-CHANGE
      *    THE FIRST CHANGE OF A RUN OPENS AN EPISODE - ON ITS OWN
      *    DATE WHEN IT IS THE ENTRY FROM STAGE 0, OTHERWISE (THE RUN
      *    WAS ALREADY UNDER WAY) ON THE FIRST DAY OF THE WINDOW.  A
      *    CLEAR TO STAGE 0 CLOSES IT; THE DAY IT CLEARS IS NOT A DAY
      *    OVER LIMIT.
      *================================================================
       4400-COUNT-STAGE-CHANGE.
           COMPUTE WS-EVENT-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(ES-EVENT-DATE).
           IF NOT WS-DLQ-RUN-OPEN
               ADD 1 TO WS-ACCT-DLQ-EPISODES
               SET WS-DLQ-RUN-OPEN TO TRUE
               IF ES-OLD-STAGE = ZERO
                   MOVE WS-EVENT-INTEGER-DATE TO WS-RUN-START-INTEGER
               ELSE
                   MOVE WS-START-INTEGER-DATE TO WS-RUN-START-INTEGER
               END-IF
           END-IF.
           IF ES-NEW-STAGE = ZERO
               COMPUTE WS-ACCT-HIST-DAYS = WS-ACCT-HIST-DAYS
                   + WS-EVENT-INTEGER-DATE - WS-RUN-START-INTEGER
               MOVE 'N' TO WS-DLQ-RUN-SW
           END-IF.
       4400-EXIT.
           EXIT.

      *================================================================
      * 4500-SCORE-ACCOUNT
      *    BASE SCORE, PLUS POINTS PER PAYMENT (CAPPED), LESS POINTS
      *    PER LATE FEE, PER RETURNED PAYMENT AND PER DELINQUENCY
      *    EPISODE, LESS ONE POINT PER OVER-LIMIT DAY IN THE WINDOW
      *    (CAPPED), PLUS OR MINUS A UTILIZATION ADJUSTMENT - HELD TO
      *    0-100.
      *================================================================
       4500-SCORE-ACCOUNT.
           MOVE WS-BASE-SCORE TO WS-ACCT-SCORE.

           COMPUTE WS-POINTS = WS-ACCT-PAYMENTS * WS-PAYMENT-POINTS.
           IF WS-POINTS > WS-PAYMENT-POINTS-CAP
               MOVE WS-PAYMENT-POINTS-CAP TO WS-POINTS
           END-IF.
           ADD WS-POINTS TO WS-ACCT-SCORE.

           COMPUTE WS-ACCT-SCORE = WS-ACCT-SCORE
               - (WS-ACCT-LATE-FEES * WS-LATE-FEE-POINTS)
               - (WS-ACCT-RETURNS * WS-RETURN-POINTS)
               - (WS-ACCT-DLQ-EPISODES * WS-DLQ-EPISODE-POINTS).

           MOVE WS-ACCT-DLQ-DAYS TO WS-POINTS.
           IF WS-POINTS > WS-DLQ-DAY-POINTS-CAP
               MOVE WS-DLQ-DAY-POINTS-CAP TO WS-POINTS
           END-IF.
           SUBTRACT WS-POINTS FROM WS-ACCT-SCORE.

      *    NO LINE AT ALL COUNTS AS FULLY USED WHEN SOMETHING IS
      *    OWED AND UNUSED WHEN NOTHING IS.
           IF CUST-CREDIT-LIMIT = ZERO
               IF CUST-BALANCE > ZERO
                   MOVE 999 TO WS-ACCT-UTIL-PCT
               ELSE
                   MOVE ZERO TO WS-ACCT-UTIL-PCT
               END-IF
           ELSE
               COMPUTE WS-ACCT-UTIL-PCT =
                   CUST-BALANCE * 100 / CUST-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 999 TO WS-ACCT-UTIL-PCT
               END-COMPUTE
               IF WS-ACCT-UTIL-PCT < ZERO
                   MOVE ZERO TO WS-ACCT-UTIL-PCT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACCT-UTIL-PCT < WS-LOW-UTIL-PCT
                   ADD WS-LOW-UTIL-POINTS TO WS-ACCT-SCORE
               WHEN WS-ACCT-UTIL-PCT < WS-MID-UTIL-PCT
                   CONTINUE
               WHEN WS-ACCT-UTIL-PCT < WS-HIGH-UTIL-PCT
                   SUBTRACT WS-HIGH-UTIL-POINTS FROM WS-ACCT-SCORE
               WHEN OTHER
                   SUBTRACT WS-OVER-UTIL-POINTS FROM WS-ACCT-SCORE
           END-EVALUATE.

           IF WS-ACCT-SCORE < ZERO
               MOVE ZERO TO WS-ACCT-SCORE
           END-IF.
           IF WS-ACCT-SCORE > 100
               MOVE 100 TO WS-ACCT-SCORE
           END-IF.
       4500-EXIT.
           EXIT.

      *================================================================
      * 4600-RECOMMEND
      *    APPLIES THE CCLRPARM BANDS.  NEW LINES ARE ROUNDED DOWN TO
      *    A WHOLE HUNDRED; AN INCREASE IS CAPPED AT THE MAXIMUM LINE
      *    AND A DECREASE NEVER GOES BELOW THE BALANCE (ROUNDED UP
      *    TO A HUNDRED).  A CHANGE THAT ROUNDS AWAY TO NOTHING IS NO
      *    CHANGE.
      *================================================================
       4600-RECOMMEND.
           SET WS-ACCT-NO-CHANGE TO TRUE.
           MOVE CUST-CREDIT-LIMIT TO WS-NEW-LIMIT.
           IF CUST-CREDIT-LIMIT = ZERO
               GO TO 4600-EXIT
           END-IF.

           IF WS-ACCT-SCORE >= WS-INCREASE-SCORE
               COMPUTE WS-LIMIT-FACTOR = 100 + WS-INCREASE-PCT
               COMPUTE WS-HUNDREDS =
                   CUST-CREDIT-LIMIT * WS-LIMIT-FACTOR / 10000
               COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
               IF WS-MAX-LIMIT NOT = ZERO
                       AND WS-NEW-LIMIT > WS-MAX-LIMIT
                   MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
               END-IF
               IF WS-NEW-LIMIT > CUST-CREDIT-LIMIT
                   SET WS-ACCT-INCREASE TO TRUE
               END-IF
               GO TO 4600-EXIT
           END-IF.

           IF WS-ACCT-SCORE <= WS-DECREASE-SCORE
               COMPUTE WS-LIMIT-FACTOR = 100 - WS-DECREASE-PCT
               COMPUTE WS-HUNDREDS =
                   CUST-CREDIT-LIMIT * WS-LIMIT-FACTOR / 10000
               COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
               MOVE ZERO TO WS-FLOOR-LIMIT
               IF CUST-BALANCE > ZERO
                   COMPUTE WS-HUNDREDS =
                       (CUST-BALANCE + 99.99) / 100
                   COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
               END-IF
               IF WS-NEW-LIMIT < WS-FLOOR-LIMIT
                   MOVE WS-FLOOR-LIMIT TO WS-NEW-LIMIT
               END-IF
      *        CUSTMNT READS A ZERO TRAN-UPD-CREDIT-LIMIT AS "LEAVE
      *        THE LINE ALONE", SO A CUT ALL THE WAY TO ZERO IS NOT
      *        SOMETHING THE DECK CAN CARRY.
               IF WS-NEW-LIMIT < CUST-CREDIT-LIMIT
                       AND WS-NEW-LIMIT > ZERO
                   SET WS-ACCT-DECREASE TO TRUE
               END-IF
           END-IF.
       4600-EXIT.
           EXIT.

      *================================================================
      * 4700-WRITE-RECOMMENDATION
      *    LISTS THE RECOMMENDED CHANGE FOR CREDIT AND WRITES IT TO
      *    CUSTCLRC FOR CUSTCLAP.
      *================================================================
       4700-WRITE-RECOMMENDATION.
           IF WS-ACCT-INCREASE
               ADD 1 TO WS-INCREASE-COUNT
               COMPUTE WS-INCREASE-AMOUNT = WS-INCREASE-AMOUNT
                   + WS-NEW-LIMIT - CUST-CREDIT-LIMIT
               MOVE "INCREASE" TO RDL-ACTION
           ELSE
               ADD 1 TO WS-DECREASE-COUNT
               COMPUTE WS-DECREASE-AMOUNT = WS-DECREASE-AMOUNT
                   + CUST-CREDIT-LIMIT - WS-NEW-LIMIT
               MOVE "DECREASE" TO RDL-ACTION
           END-IF.

           MOVE CUST-ID             TO RDL-CUST-ID.
           MOVE SPACES              TO RDL-NAME.
           STRING CUST-LAST-NAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               CUST-FIRST-NAME DELIMITED BY SPACE
               INTO RDL-NAME
           END-STRING.
           MOVE CUST-CREDIT-LIMIT   TO RDL-CURRENT-LIMIT.
           MOVE CUST-BALANCE        TO RDL-BALANCE.
           MOVE WS-ACCT-UTIL-PCT    TO RDL-UTIL-PCT.
           MOVE WS-ACCT-PAYMENTS    TO RDL-PAYMENTS.
           MOVE WS-ACCT-LATE-FEES   TO RDL-LATE-FEES.
           MOVE WS-ACCT-RETURNS     TO RDL-RETURNS.
           MOVE WS-ACCT-DLQ-DAYS    TO RDL-DLQ-DAYS.
           MOVE WS-ACCT-DLQ-EPISODES TO RDL-DLQ-EPISODES.
           MOVE WS-ACCT-SCORE       TO RDL-SCORE.
           MOVE WS-NEW-LIMIT        TO RDL-NEW-LIMIT.
           WRITE REVIEW-REPORT-LINE FROM RPT-DETAIL-LINE.

           MOVE CUST-ID             TO CLR-CUST-ID.
           MOVE WS-CURRENT-DATE     TO CLR-REVIEW-DATE.
           MOVE WS-ACCT-ACTION      TO CLR-ACTION.
           MOVE WS-ACCT-SCORE       TO CLR-SCORE.
           MOVE CUST-CREDIT-LIMIT   TO CLR-CURRENT-LIMIT.
           MOVE WS-NEW-LIMIT        TO CLR-RECOMMENDED-LIMIT.
           MOVE CUST-BALANCE        TO CLR-BALANCE.
           WRITE CLR-RECORD.
       4700-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN EVENT-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

       4920-READ-DLQ.
           READ DELINQUENCY-FILE
               AT END
                   SET WS-NO-MORE-DLQ TO TRUE
           END-READ.
       4920-EXIT.
           EXIT.

       4950-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-NO-MORE-MASTER TO TRUE
           END-READ.
       4950-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           COMPUTE WS-NO-CHANGE-COUNT = WS-REVIEWED-COUNT
               - WS-INCREASE-COUNT - WS-DECREASE-COUNT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "ACTIVE ACCOUNTS REVIEWED  . . ." TO MTL-LABEL.
           MOVE WS-REVIEWED-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE REVIEW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "INCREASES RECOMMENDED . . . . ." TO MTL-LABEL.
           MOVE WS-INCREASE-COUNT TO MTL-COUNT.
           MOVE WS-INCREASE-AMOUNT TO MTL-AMOUNT.
           WRITE REVIEW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DECREASES RECOMMENDED . . . . ." TO MTL-LABEL.
           MOVE WS-DECREASE-COUNT TO MTL-COUNT.
           MOVE WS-DECREASE-AMOUNT TO MTL-AMOUNT.
           WRITE REVIEW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "NO CHANGE . . . . . . . . . . ." TO MTL-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE REVIEW-REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE REVIEW-REPORT.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
