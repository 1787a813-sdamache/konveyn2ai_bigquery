      *================================================================
      * PROGRAM: CUSTCLAP.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Credit-line review approval.  Credit works through the
      *   CUSTCVRPT review report produced by CUSTCLRV and keys one
      *   decision per account onto CCLAPRV: approve or decline, the
      *   approving officer's user-id, and optionally a line of its
      *   own in place of the recommended one.  This program loads
      *   the recommendations from CUSTCLRC (see CUSTCLR.cpy),
      *   matches each decision to its recommendation, and for every
      *   approval writes a ready-to-run CUSTMNT update transaction
      *   to CUSTCLTR carrying the new TRAN-UPD-CREDIT-LIMIT and
      *   reason code CLRV, with the approving officer as
      *   TRAN-USER-ID.  CUSTCLTR is concatenated onto CUSTTRAN ahead
      *   of the next CUSTMNT run (as CUSTSRES's CUSTRSUB is), so
      *   every line change passes CUSTMNT's edits and is logged by
      *   CUSTAUDT under CLRV like any other maintenance.
      *
      *   A decision is rejected when the account has no
      *   recommendation, was already decided earlier on the same
      *   file, or carries an override line that does not move in
      *   the recommended direction (or cuts below the balance at
      *   review).  CUSTCLARPT lists every decision and its result,
      *   then every recommendation left undecided.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  APPROVAL REGISTER MOVED TO CUSTCLARPT -
      *                    CUSTCARPT IS THE CUSTCLNS CORRECTION REPORT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCLAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOMMENDATION-FILE ASSIGN TO "CUSTCLRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "CCLAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT LINE-CHANGE-TRANS ASSIGN TO "CUSTCLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLT-STATUS.

           SELECT APPROVAL-REPORT ASSIGN TO "CUSTCLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOMMENDATION-FILE.
       COPY CUSTCLR.

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  APR-CUST-ID               PIC 9(08).
           05  APR-DECISION              PIC X(01).
               88  APR-APPROVED          VALUE 'Y'.
               88  APR-DECLINED          VALUE 'N'.
           05  APR-USER-ID               PIC X(08).
           05  APR-OVERRIDE-LIMIT        PIC 9(07)V99.

      *    CUSTMNT'S CUSTOMER-TRANS-RECORD, UPDATE ('U') FORM - THE
      *    CONTACT FIELDS GO OUT BLANK/ZERO SO CUSTMNT LEAVES THEM
      *    ALONE AND CHANGES ONLY THE LINE.
       FD  LINE-CHANGE-TRANS
           RECORD CONTAINS 184 CHARACTERS.
       01  CLT-TRANS-RECORD.
           05  CLT-TRAN-CODE             PIC X(01).
           05  CLT-CUST-ID               PIC 9(08).
           05  CLT-USER-ID               PIC X(08).
           05  CLT-UPD-STREET            PIC X(30).
           05  CLT-UPD-CITY              PIC X(20).
           05  CLT-UPD-STATE             PIC X(02).
           05  CLT-UPD-ZIP               PIC 9(05).
           05  CLT-UPD-ZIP-EXT           PIC 9(04).
           05  CLT-UPD-PHONE             PIC 9(10).
           05  CLT-UPD-EMAIL             PIC X(50).
           05  CLT-UPD-CREDIT-LIMIT      PIC 9(07)V99.
           05  CLT-UPD-REASON-CODE       PIC X(04).
           05  FILLER                    PIC X(33).

       FD  APPROVAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  APPROVAL-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-CLR-STATUS             PIC X(02).
           05  WS-APR-STATUS             PIC X(02).
               88  WS-APR-EOF            VALUE '10'.
           05  WS-CLT-STATUS             PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-CLR-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-RECOMMEND  VALUE 'Y'.
           05  WS-APR-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-APPROVALS  VALUE 'Y'.
           05  WS-APR-VALID-SW           PIC X(01)  VALUE 'Y'.
               88  WS-APR-VALID          VALUE 'Y'.
               88  WS-APR-INVALID        VALUE 'N'.

       01  WS-REVIEW-REASON-CODE         PIC X(04)  VALUE "CLRV".

       01  WS-TABLE-CONTROL              COMP.
           05  WS-CLR-COUNT              PIC S9(04)  VALUE ZERO.
           05  WS-CLR-SUB                PIC S9(04)  VALUE ZERO.
           05  WS-FOUND-SUB              PIC S9(04)  VALUE ZERO.

      *    ONE ENTRY PER RECOMMENDATION ON CUSTCLRC, FLAGGED ONCE A
      *    DECISION HAS BEEN TAKEN ON IT.
       01  WS-RECOMMENDATION-TABLE.
           05  WS-CLR-ENTRY OCCURS 5000 TIMES.
               10  WS-TAB-CUST-ID        PIC 9(08).
               10  WS-TAB-ACTION         PIC X(01).
                   88  WS-TAB-INCREASE   VALUE 'I'.
               10  WS-TAB-CURRENT-LIMIT  PIC 9(07)V99.
               10  WS-TAB-RECOMMENDED    PIC 9(07)V99.
               10  WS-TAB-BALANCE        PIC S9(07)V99.
               10  WS-TAB-DECIDED-SW     PIC X(01).
                   88  WS-TAB-DECIDED    VALUE 'Y'.

       01  WS-APPROVED-LIMIT             PIC 9(07)V99.
       01  WS-RESULT                     PIC X(40).

       01  WS-COUNTERS                   COMP.
           05  WS-APPROVED-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-DECLINED-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-UNDECIDED-COUNT        PIC 9(07)  VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "CREDIT-LINE REVIEW APPROVALS".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(10)  VALUE "OFFICER".
           05  FILLER            PIC X(10)  VALUE "ACTION".
           05  FILLER            PIC X(15)  VALUE "CURRENT LINE".
           05  FILLER            PIC X(15)  VALUE "RECOMMENDED".
           05  FILLER            PIC X(15)  VALUE "NEW LINE".
           05  FILLER            PIC X(40)  VALUE "RESULT".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-OFFICER               PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-ACTION                PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-CURRENT-LIMIT         PIC Z,ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-RECOMMENDED           PIC Z,ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-NEW-LIMIT             PIC Z,ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-RESULT                PIC X(40).

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-VALUE                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-APPROVAL THRU 2000-EXIT
               UNTIL WS-NO-MORE-APPROVALS.
           PERFORM 8000-LIST-UNDECIDED THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *    LOADS CUSTCLRC.  WITHOUT IT THERE IS NOTHING TO APPROVE,
      *    AND EVERY DECISION WILL REJECT.
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT APPROVAL-REPORT.
           WRITE APPROVAL-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           WRITE APPROVAL-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE APPROVAL-REPORT-LINE FROM RPT-COLUMN-HEADING.

           OPEN INPUT RECOMMENDATION-FILE.
           IF WS-CLR-STATUS = "00"
               PERFORM 1100-LOAD-ONE-RECOMMENDATION THRU 1100-EXIT
                   UNTIL WS-NO-MORE-RECOMMEND
               CLOSE RECOMMENDATION-FILE
           ELSE
               DISPLAY "CUSTCLAP: NO CUSTCLRC RECOMMENDATIONS ON FILE"
           END-IF.

           OPEN OUTPUT LINE-CHANGE-TRANS.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APR-STATUS = "35"
               SET WS-NO-MORE-APPROVALS TO TRUE
           ELSE
               PERFORM 2900-READ-APPROVAL THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RECOMMENDATION.
           READ RECOMMENDATION-FILE
               AT END
                   SET WS-NO-MORE-RECOMMEND TO TRUE
               NOT AT END
                   IF WS-CLR-COUNT < 5000
                       ADD 1 TO WS-CLR-COUNT
                       MOVE CLR-CUST-ID
                           TO WS-TAB-CUST-ID(WS-CLR-COUNT)
                       MOVE CLR-ACTION
                           TO WS-TAB-ACTION(WS-CLR-COUNT)
                       MOVE CLR-CURRENT-LIMIT
                           TO WS-TAB-CURRENT-LIMIT(WS-CLR-COUNT)
                       MOVE CLR-RECOMMENDED-LIMIT
                           TO WS-TAB-RECOMMENDED(WS-CLR-COUNT)
                       MOVE CLR-BALANCE
                           TO WS-TAB-BALANCE(WS-CLR-COUNT)
                       MOVE 'N' TO WS-TAB-DECIDED-SW(WS-CLR-COUNT)
                   ELSE
                       DISPLAY "CUSTCLAP: RECOMMENDATION TABLE FULL"
                               " - CUST-ID " CLR-CUST-ID " DROPPED"
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-APPROVAL
      *================================================================
       2000-PROCESS-APPROVAL.
           MOVE 'Y' TO WS-APR-VALID-SW.
           MOVE SPACES TO WS-RESULT.
           MOVE ZERO TO WS-APPROVED-LIMIT.
           PERFORM 2100-FIND-RECOMMENDATION THRU 2100-EXIT.
           PERFORM 3000-EDIT-DECISION THRU 3000-EXIT.
           IF WS-APR-INVALID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'Y' TO WS-TAB-DECIDED-SW(WS-FOUND-SUB)
               IF APR-APPROVED
                   PERFORM 4000-WRITE-LINE-CHANGE THRU 4000-EXIT
               ELSE
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-RESULT
               END-IF
           END-IF.
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
           PERFORM 2900-READ-APPROVAL THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-FIND-RECOMMENDATION
      *    LEAVES WS-FOUND-SUB POINTING AT THE ACCOUNT'S
      *    RECOMMENDATION, OR ZERO WHEN IT HAS NONE.
      *================================================================
       2100-FIND-RECOMMENDATION.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-CLR-SUB.
           PERFORM 2150-SCAN-TABLE THRU 2150-EXIT
               UNTIL WS-CLR-SUB >= WS-CLR-COUNT
                  OR WS-FOUND-SUB > ZERO.
       2100-EXIT.
           EXIT.

       2150-SCAN-TABLE.
           ADD 1 TO WS-CLR-SUB.
           IF WS-TAB-CUST-ID(WS-CLR-SUB) = APR-CUST-ID
               MOVE WS-CLR-SUB TO WS-FOUND-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *================================================================
      * 2800-WRITE-DETAIL
      *================================================================
       2800-WRITE-DETAIL.
           MOVE APR-CUST-ID TO RDL-CUST-ID.
           MOVE APR-USER-ID TO RDL-OFFICER.
           IF WS-FOUND-SUB > ZERO
               IF WS-TAB-INCREASE(WS-FOUND-SUB)
                   MOVE "INCREASE" TO RDL-ACTION
               ELSE
                   MOVE "DECREASE" TO RDL-ACTION
               END-IF
               MOVE WS-TAB-CURRENT-LIMIT(WS-FOUND-SUB)
                   TO RDL-CURRENT-LIMIT
               MOVE WS-TAB-RECOMMENDED(WS-FOUND-SUB)
                   TO RDL-RECOMMENDED
           ELSE
               MOVE SPACES TO RDL-ACTION
               MOVE ZERO TO RDL-CURRENT-LIMIT
               MOVE ZERO TO RDL-RECOMMENDED
           END-IF.
           MOVE WS-APPROVED-LIMIT TO RDL-NEW-LIMIT.
           MOVE WS-RESULT TO RDL-RESULT.
           WRITE APPROVAL-REPORT-LINE FROM RPT-DETAIL-LINE.
       2800-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-APPROVAL
      *================================================================
       2900-READ-APPROVAL.
           READ APPROVAL-FILE.
           IF WS-APR-EOF
               SET WS-NO-MORE-APPROVALS TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *================================================================
      * 3000-EDIT-DECISION
      *    ON AN APPROVAL, LEAVES THE LINE TO BE APPLIED IN
      *    WS-APPROVED-LIMIT.
      *================================================================
       3000-EDIT-DECISION.
           IF NOT APR-APPROVED AND NOT APR-DECLINED
               MOVE 'N' TO WS-APR-VALID-SW
               MOVE "DECISION MUST BE Y OR N" TO WS-RESULT
               GO TO 3000-EXIT
           END-IF.
           IF APR-USER-ID = SPACES
               MOVE 'N' TO WS-APR-VALID-SW
               MOVE "APPROVING OFFICER USER-ID IS BLANK"
                   TO WS-RESULT
               GO TO 3000-EXIT
           END-IF.
           IF WS-FOUND-SUB = ZERO
               MOVE 'N' TO WS-APR-VALID-SW
               MOVE "NO RECOMMENDATION FOR ACCOUNT" TO WS-RESULT
               GO TO 3000-EXIT
           END-IF.
           IF WS-TAB-DECIDED(WS-FOUND-SUB)
               MOVE 'N' TO WS-APR-VALID-SW
               MOVE "ALREADY DECIDED EARLIER ON CCLAPRV" TO WS-RESULT
               GO TO 3000-EXIT
           END-IF.
           IF APR-DECLINED
               GO TO 3000-EXIT
           END-IF.

           IF APR-OVERRIDE-LIMIT NOT NUMERIC
               MOVE 'N' TO WS-APR-VALID-SW
               MOVE "OVERRIDE LINE NOT NUMERIC" TO WS-RESULT
               GO TO 3000-EXIT
           END-IF.
           IF APR-OVERRIDE-LIMIT = ZERO
               MOVE WS-TAB-RECOMMENDED(WS-FOUND-SUB)
                   TO WS-APPROVED-LIMIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-TAB-INCREASE(WS-FOUND-SUB)
               IF APR-OVERRIDE-LIMIT
                       NOT > WS-TAB-CURRENT-LIMIT(WS-FOUND-SUB)
                   MOVE 'N' TO WS-APR-VALID-SW
                   MOVE "OVERRIDE IS NOT AN INCREASE" TO WS-RESULT
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF APR-OVERRIDE-LIMIT
                       NOT < WS-TAB-CURRENT-LIMIT(WS-FOUND-SUB)
                   MOVE 'N' TO WS-APR-VALID-SW
                   MOVE "OVERRIDE IS NOT A DECREASE" TO WS-RESULT
                   GO TO 3000-EXIT
               END-IF
               IF APR-OVERRIDE-LIMIT < WS-TAB-BALANCE(WS-FOUND-SUB)
                   MOVE 'N' TO WS-APR-VALID-SW
                   MOVE "OVERRIDE IS BELOW THE BALANCE" TO WS-RESULT
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE APR-OVERRIDE-LIMIT TO WS-APPROVED-LIMIT.
       3000-EXIT.
           EXIT.

      *================================================================
      * 4000-WRITE-LINE-CHANGE
      *    WRITES THE CUSTMNT UPDATE TRANSACTION FOR AN APPROVED
      *    LINE.
      *================================================================
       4000-WRITE-LINE-CHANGE.
           MOVE SPACES                TO CLT-TRANS-RECORD.
           MOVE 'U'                   TO CLT-TRAN-CODE.
           MOVE APR-CUST-ID           TO CLT-CUST-ID.
           MOVE APR-USER-ID           TO CLT-USER-ID.
           MOVE ZERO                  TO CLT-UPD-ZIP.
           MOVE ZERO                  TO CLT-UPD-ZIP-EXT.
           MOVE ZERO                  TO CLT-UPD-PHONE.
           MOVE WS-APPROVED-LIMIT     TO CLT-UPD-CREDIT-LIMIT.
           MOVE WS-REVIEW-REASON-CODE TO CLT-UPD-REASON-CODE.
           WRITE CLT-TRANS-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           IF APR-OVERRIDE-LIMIT = ZERO
               MOVE "APPROVED - WRITTEN TO CUSTCLTR" TO WS-RESULT
           ELSE
               MOVE "APPROVED AT OVERRIDE - TO CUSTCLTR" TO WS-RESULT
           END-IF.
       4000-EXIT.
           EXIT.

      *================================================================
      * 8000-LIST-UNDECIDED
      *    LISTS EVERY RECOMMENDATION NO DECISION WAS KEYED FOR, SO
      *    NOTHING IS SILENTLY LEFT BEHIND.
      *================================================================
       8000-LIST-UNDECIDED.
           MOVE ZERO TO WS-CLR-SUB.
           PERFORM 8100-CHECK-ONE THRU 8100-EXIT
               UNTIL WS-CLR-SUB >= WS-CLR-COUNT.
       8000-EXIT.
           EXIT.

       8100-CHECK-ONE.
           ADD 1 TO WS-CLR-SUB.
           IF WS-TAB-DECIDED(WS-CLR-SUB)
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-UNDECIDED-COUNT.
           MOVE WS-TAB-CUST-ID(WS-CLR-SUB) TO RDL-CUST-ID.
           MOVE SPACES TO RDL-OFFICER.
           IF WS-TAB-INCREASE(WS-CLR-SUB)
               MOVE "INCREASE" TO RDL-ACTION
           ELSE
               MOVE "DECREASE" TO RDL-ACTION
           END-IF.
           MOVE WS-TAB-CURRENT-LIMIT(WS-CLR-SUB) TO RDL-CURRENT-LIMIT.
           MOVE WS-TAB-RECOMMENDED(WS-CLR-SUB) TO RDL-RECOMMENDED.
           MOVE ZERO TO RDL-NEW-LIMIT.
           MOVE "NOT DECIDED" TO RDL-RESULT.
           WRITE APPROVAL-REPORT-LINE FROM RPT-DETAIL-LINE.
       8100-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "LINE CHANGES APPROVED . . . . ." TO MTL-LABEL.
           MOVE WS-APPROVED-COUNT TO MTL-VALUE.
           WRITE APPROVAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "LINE CHANGES DECLINED . . . . ." TO MTL-LABEL.
           MOVE WS-DECLINED-COUNT TO MTL-VALUE.
           WRITE APPROVAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DECISIONS REJECTED  . . . . . ." TO MTL-LABEL.
           MOVE WS-REJECT-COUNT TO MTL-VALUE.
           WRITE APPROVAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECOMMENDATIONS NOT DECIDED . ." TO MTL-LABEL.
           MOVE WS-UNDECIDED-COUNT TO MTL-VALUE.
           WRITE APPROVAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-APR-STATUS NOT = "35"
               CLOSE APPROVAL-FILE
           END-IF.
           CLOSE LINE-CHANGE-TRANS.
           CLOSE APPROVAL-REPORT.
       9000-EXIT.
           EXIT.
