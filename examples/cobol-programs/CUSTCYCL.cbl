      * DESCRIPTION
      *   Nightly cycle controller.  The night is a fixed chain -
      *   CUSTEDIT and CUSTCLNS over the feed, CUSTMNT, CUSTSRES plus
      *   the CUSTSUSN copy-back, CUSTPOST, CUSTACCR in the nights it
      *   runs, CUSTDSWP, the CUSTLPRF ledger proof plus the CUSTLBAN
      *   copy-back, CUSTXTRC, then CUSTRECN -
      *   and when a middle step failed at 2 AM the operator had to
      *   work out from job logs which steps already ran and which
      *   were safe to rerun (running CUSTMNT against the raw CUSTFEED
      *   The card may carry an explicit cycle date; zero means
      *   today, the normal same-night case.
      *
      *   CUSTACCR runs once a month, not every night, so it is an
      *   OPTIONAL step: a night it never starts does not hold the
      *   steps after it, but once started it must complete clean
      *   like any other, and it cannot be started once a later step
      *   of the cycle has.  (CUSTPOST and CUSTACCR also guard their
      *   own reruns through CUSTCKPT; their RETURN-CODE 4 when a
      *   batch or period was already done counts as clean here.)
      *
      *   Every event is APPENDED to the run-control file CUSTRUNC -
      *   one record per start/completion, the latest record per
      *   step and cycle date being its current state - so the file
      *                    FALLS BACK TO THE SAME STATUS-ONLY DEFAULT
      *                    AS AN EMPTY CARD INSTEAD OF EVALUATING AN
      *                    UNDEFINED PARM RECORD.
      *   2026-10-15  DCO  CUSTLPRF (LEDGER-TO-MASTER BALANCE PROOF)
      *                    AND ITS CUSTLBAN SNAPSHOT COPY-BACK ADDED
      *                    AHEAD OF CUSTXTRC - A LEDGER BREAK NOW
      *                    HOLDS THE EXTRACT AND THE BIGQUERY LOAD.
      *   2026-10-15  DCO  CUSTPOST AND CUSTACCR BROUGHT UNDER THE
      *                    CYCLE AFTER CUSTSUSN - CUSTACCR AS AN
      *                    OPTIONAL (MONTHLY) STEP.  CUSTRUNC EVENTS
      *                    NOW MATCHED TO STEPS BY NAME, SO RECORDS
      *                    WRITTEN UNDER THE OLD STEP NUMBERS STILL
      *                    LOAD AGAINST THE RIGHT STEP.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCYCL.
       01  WS-TABLE-CONTROL              COMP.
           05  WS-STEP-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-PRED-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-LATER-SUB              PIC S9(04)  VALUE ZERO.
           05  WS-EVENT-STEP-SEQ         PIC S9(04)  VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).
      *    COPIES CUSTSRES'S OUTPUT BACK OVER CUSTSUSP - IT HAS NO
      *    PROGRAM OF ITS OWN BUT MUST STILL BE SEQUENCED, BECAUSE
      *    RUNNING CUSTXTRC BEFORE THE COPY-BACK IS ONE OF THE
      *    MISTAKES THIS CONTROLLER EXISTS TO PREVENT.  CUSTLBAN IS
      *    LIKEWISE THE COPY-BACK OF CUSTLPRF'S BALANCE SNAPSHOT OVER
      *    CUSTLBAL, HELD BEHIND A LEDGER BREAK.  CUSTPOST AND
      *    CUSTACCR COME AFTER THE SUSPENSE COPY-BACK AND AHEAD OF
      *    CUSTLPRF, SO THE NIGHT'S POSTINGS AND CHARGES ARE IN THE
      *    LEDGER PROOF.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER                    PIC X(08)  VALUE "CUSTMVFY".
           05  FILLER                    PIC X(08)  VALUE "CUSTEDIT".
           05  FILLER                    PIC X(08)  VALUE "CUSTMNT ".
           05  FILLER                    PIC X(08)  VALUE "CUSTSRES".
           05  FILLER                    PIC X(08)  VALUE "CUSTSUSN".
           05  FILLER                    PIC X(08)  VALUE "CUSTPOST".
           05  FILLER                    PIC X(08)  VALUE "CUSTACCR".
           05  FILLER                    PIC X(08)  VALUE "CUSTDSWP".
           05  FILLER                    PIC X(08)  VALUE "CUSTLPRF".
           05  FILLER                    PIC X(08)  VALUE "CUSTLBAN".
           05  FILLER                    PIC X(08)  VALUE "CUSTXTRC".
           05  FILLER                    PIC X(08)  VALUE "CUSTRECN".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-NAME              PIC X(08)  OCCURS 13 TIMES.
       77  WS-STEP-COUNT                 PIC S9(04) COMP VALUE 13.

      *    'Y' MARKS AN OPTIONAL STEP, ONE FLAG PER STEP IN THE ORDER
      *    ABOVE - AT PRESENT ONLY THE MONTHLY CUSTACCR.
       01  WS-STEP-OPTIONAL-VALUES       PIC X(13)
                                         VALUE "NNNNNNNYNNNNN".
       01  WS-STEP-OPTIONAL-TABLE REDEFINES WS-STEP-OPTIONAL-VALUES.
           05  WS-STEP-OPTIONAL-FLAG     PIC X(01)  OCCURS 13 TIMES.
               88  WS-STEP-IS-OPTIONAL   VALUE 'Y'.

      *    CURRENT STATE PER STEP FOR THE CYCLE DATE, REBUILT FROM
      *    CUSTRUNC ON EVERY INVOCATION - THE LATEST EVENT RECORD PER
      *    STEP WINS.
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 13 TIMES.
               10  WS-STATE-EVENT        PIC X(01).
                   88  WS-STATE-IDLE     VALUE ' '.
                   88  WS-STATE-STARTED  VALUE 'S'.
      *================================================================
      * 1500-LOAD-ONE-EVENT
      *    EVENTS ARE APPENDED IN TIME ORDER, SO THE LATEST RECORD
      *    READ FOR A STEP AND CYCLE DATE IS ITS CURRENT STATE.  THE
      *    STEP IS FOUND BY RUNC-STEP-NAME - RUNC-STEP-SEQ IS ONLY
      *    WHERE THE STEP STOOD WHEN THE EVENT WAS WRITTEN.
      *================================================================
       1500-LOAD-ONE-EVENT.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-NO-MORE-RUNC TO TRUE
                   GO TO 1500-EXIT
           END-READ.
           IF RUNC-CYCLE-DATE NOT = WS-CYCLE-DATE
               GO TO 1500-EXIT
           END-IF.
           MOVE ZERO TO WS-EVENT-STEP-SEQ.
           MOVE ZERO TO WS-STEP-SUB.
           PERFORM 1550-MATCH-EVENT-STEP THRU 1550-EXIT
               UNTIL WS-STEP-SUB >= WS-STEP-COUNT
                  OR WS-EVENT-STEP-SEQ > ZERO.
           IF WS-EVENT-STEP-SEQ > ZERO
               MOVE RUNC-EVENT
                   TO WS-STATE-EVENT(WS-EVENT-STEP-SEQ)
               MOVE RUNC-RETURN-CODE
                   TO WS-STATE-RETURN-CODE(WS-EVENT-STEP-SEQ)
               MOVE RUNC-EVENT-DATE
                   TO WS-STATE-EVENT-DATE(WS-EVENT-STEP-SEQ)
               MOVE RUNC-EVENT-TIME
                   TO WS-STATE-EVENT-TIME(WS-EVENT-STEP-SEQ)
           END-IF.
       1500-EXIT.
           EXIT.

       1550-MATCH-EVENT-STEP.
           ADD 1 TO WS-STEP-SUB.
           IF WS-STEP-NAME(WS-STEP-SUB) = RUNC-STEP-NAME
               MOVE WS-STEP-SUB TO WS-EVENT-STEP-SEQ
           END-IF.
       1550-EXIT.
           EXIT.

      *================================================================
      * 3000-START-STEP
      *    REFUSES THE START UNLESS EVERY PREDECESSOR HAS COMPLETED
      *    CLEAN (RETURN CODE 4 OR LESS) AND THE STEP ITSELF HAS NOT
      *    ALREADY COMPLETED CLEAN THIS CYCLE - A RERUN THEREFORE
      *    RESUMES AT THE FIRST STEP THAT FAILED OR NEVER RAN.  AN
      *    OPTIONAL STEP IS ALSO REFUSED ONCE ANY LATER STEP HAS
      *    STARTED - IT WOULD RUN OUT OF ORDER.
      *================================================================
       3000-START-STEP.
           IF WS-REQ-STEP-SEQ = ZERO
               GO TO 3000-EXIT
           END-IF.

           IF WS-STEP-IS-OPTIONAL(WS-REQ-STEP-SEQ)
               MOVE WS-REQ-STEP-SEQ TO WS-LATER-SUB
               PERFORM 3200-CHECK-LATER-STEP THRU 3200-EXIT
                   UNTIL WS-LATER-SUB >= WS-STEP-COUNT
                      OR WS-REQUEST-DENIED
               IF WS-REQUEST-DENIED
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE 'S' TO WS-REQ-EVENT.
           MOVE ZERO TO WS-REQ-RETURN-CODE.
           PERFORM 7000-APPEND-EVENT THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

      *    AN OPTIONAL PREDECESSOR THAT HAS NOT RUN THIS CYCLE DOES
      *    NOT HOLD THE STEP.
       3100-CHECK-PREDECESSOR.
           ADD 1 TO WS-PRED-SUB.
           IF WS-STEP-IS-OPTIONAL(WS-PRED-SUB)
               AND WS-STATE-IDLE(WS-PRED-SUB)
               GO TO 3100-EXIT
           END-IF.
           IF WS-STATE-EVENT(WS-PRED-SUB) NOT = 'C'
               OR WS-STATE-RETURN-CODE(WS-PRED-SUB) > 4
               DISPLAY "CUSTCYCL: PREDECESSOR "
       3100-EXIT.
           EXIT.

       3200-CHECK-LATER-STEP.
           ADD 1 TO WS-LATER-SUB.
           IF NOT WS-STATE-IDLE(WS-LATER-SUB)
               DISPLAY "CUSTCYCL: LATER STEP "
                       WS-STEP-NAME(WS-LATER-SUB)
                       " HAS ALREADY RUN THIS CYCLE - OPTIONAL STEP "
                       WS-REQ-STEP-NAME " REFUSED"
               SET WS-REQUEST-DENIED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *================================================================
      * 4000-COMPLETE-STEP
      *================================================================
                   MOVE "*FAILED*" TO RSL-STATE
               WHEN WS-STATE-EVENT(WS-STEP-SUB) = 'S'
                   MOVE "STARTED" TO RSL-STATE
               WHEN WS-STEP-IS-OPTIONAL(WS-STEP-SUB)
                   MOVE "OPTIONAL" TO RSL-STATE
               WHEN OTHER
                   MOVE "NOT RUN" TO RSL-STATE
           END-EVALUATE.
