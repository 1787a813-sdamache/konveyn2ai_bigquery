      *       escalation stage from the day-count thresholds on the
      *       parameter card CDLPARM (nominally 30/60/90);
      *     - an account back under its limit has its record dropped,
      *       so the day-count only ever measures a consecutive run;
      *       so does an account CUSTCHGO has charged off.
      *   Every stage change - including a new stage-1 entry and a
      *   clear to stage 0 - is written to the stage-change feed
      *   CUSTDLSF so the statement run can pull the right dunning
      *   message.  The same records are appended to the permanent
      *   stage history CUSTDLQH (see CUSTDLH.cpy).
      *
      *   The daily collections worklist on CUSTDLRPT is staged
      *   through a sort keyed stage-first, overage-second (both
      *   descending), the same sort-staging pattern as CUSTXRPT, so
      *   the worst accounts lead the page.
      *
      *   The promise-to-pay file CUSTPTP (see CUSTPTP.cpy, kept by
      *   CUSTPTPM and checked against the night's payments by
      *   CUSTPTPK, which runs first) rides along in the same merge
      *   and splits the worklist into three sections ahead of the
      *   stage/overage order: accounts whose last promise was broken
      *   or only partly kept come first, then accounts with no
      *   promise, and last - listed apart so they are not called
      *   again before the due date - accounts holding a live one.
      *
      *   A missing or zero CDLPARM aborts the sweep rather than
      *   guessing the escalation thresholds, the same refusal
      *   CDSPARM gets from CUSTDSWP.
      *                    RETURN-CODE 8 SO THE CUSTDLQN COPY-BACK
      *                    IS HELD INSTEAD OF WIPING THE PRIOR
      *                    DELINQUENCY FILE.
      *   2026-10-15  DCO  A CUST-CHARGED-OFF ACCOUNT IS CLEARED OFF
      *                    THE FILE AND THE WORKLIST LIKE A MERGED ONE
      *                    - ONCE CUSTCHGO HAS WRITTEN IT OFF IT IS NO
      *                    LONGER WORKED AS A DELINQUENCY.
      *   2026-10-15  DCO  CUSTPTP MERGED IN - WORKLIST SPLIT INTO
      *                    BROKEN-PROMISE, NO-PROMISE AND LIVE-PROMISE
      *                    SECTIONS, WITH THE PROMISE SHOWN ON EACH
      *                    LINE.
      *   2026-10-15  DCO  EVERY STAGE CHANGE IS ALSO APPENDED TO THE
      *                    PERMANENT STAGE HISTORY CUSTDLQH - CUSTDLSF
      *                    IS REWRITTEN NIGHTLY AND CUSTDLQ FORGETS A
      *                    RUN ONCE IT CLEARS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDLQS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDLQ-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "CUSTPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTP-STATUS.

           SELECT STAGE-FEED ASSIGN TO "CUSTDLSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT STAGE-HISTORY ASSIGN TO "CUSTDLQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT WORKLIST-SORT-WORK ASSIGN TO "SRTWK04".

           SELECT WORKLIST-REPORT ASSIGN TO "CUSTDLRPT"
       COPY CUSTDLQ REPLACING ==DLQ-RECORD== BY ==NEW-DLQ-RECORD==
                              LEADING ==DLQ-== BY ==NDLQ-==.

       FD  PROMISE-FILE.
       COPY CUSTPTP.

      *    ONE RECORD PER STAGE CHANGE, INCLUDING NEW STAGE-1 ENTRIES
      *    AND CLEARS TO STAGE 0 - THE STATEMENT RUN KEYS ITS DUNNING
      *    MESSAGE OFF SFD-NEW-STAGE.
           05  SFD-CURRENT-OVERAGE      PIC S9(07)V99
                                        SIGN IS LEADING SEPARATE.

      *    PERMANENT STAGE HISTORY - SEE CUSTDLH.CPY.
       FD  STAGE-HISTORY.
       COPY CUSTDLH.

       SD  WORKLIST-SORT-WORK.
      *    SR-PRIORITY: 3 = LAST PROMISE BROKEN OR PARTLY KEPT,
      *    2 = NO PROMISE, 1 = LIVE PROMISE (SEE 3600-CHECK-PROMISE).
       01  WORKLIST-SORT-RECORD.
           05  SR-PRIORITY              PIC 9(01).
               88  SR-PROMISE-BROKEN    VALUE 3.
               88  SR-NO-PROMISE        VALUE 2.
               88  SR-PROMISE-LIVE      VALUE 1.
           05  SR-STAGE                 PIC 9(01).
           05  SR-OVERAGE-AMOUNT        PIC S9(07)V99.
           05  SR-CUST-ID               PIC 9(08).
           05  SR-DAYS-DELINQUENT       PIC 9(05).
           05  SR-FIRST-OVER-DATE       PIC 9(08).
           05  SR-PEAK-OVERAGE          PIC S9(07)V99.
           05  SR-PTP-STATUS            PIC X(01).
           05  SR-PTP-DUE-DATE          PIC 9(08).
           05  SR-PTP-AMOUNT            PIC 9(07)V99.

       FD  WORKLIST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
               88  WS-MAST-EOF           VALUE '10'.
           05  WS-DLQ-STATUS             PIC X(02).
           05  WS-NDLQ-STATUS            PIC X(02).
           05  WS-PTP-STATUS             PIC X(02).
           05  WS-FEED-STATUS            PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
               88  WS-NO-MORE-OLD-DLQ    VALUE 'Y'.
           05  WS-DLQ-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-DLQ-FILE-OPEN      VALUE 'Y'.
           05  WS-PTP-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-PROMISES   VALUE 'Y'.
           05  WS-PTP-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-PTP-FILE-OPEN      VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW         PIC X(01)  VALUE 'N'.
           05  WS-CLEARED-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-STAGE-CHANGE-COUNT     PIC 9(07)  VALUE ZERO.
           05  WS-ORPHAN-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-LIVE-PROMISE-COUNT     PIC 9(07)  VALUE ZERO.
           05  WS-BROKEN-PROMISE-COUNT   PIC 9(07)  VALUE ZERO.

       01  WS-AGE-FIELDS                 COMP.
           05  WS-TODAY-INTEGER-DATE     PIC S9(09).
           05  WS-OVERAGE                PIC S9(07)V99 COMP-3.
           05  WS-OLD-STAGE              PIC 9(01)  VALUE ZERO.
           05  WS-NEW-STAGE              PIC 9(01)  VALUE ZERO.
           05  WS-LAST-PRIORITY          PIC 9(01)  VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).
           05  FILLER            PIC X(16)  VALUE "PEAK OVERAGE".
           05  FILLER            PIC X(07)  VALUE "DAYS".
           05  FILLER            PIC X(12)  VALUE "FIRST OVER".
           05  FILLER            PIC X(09)  VALUE "PROMISE".
           05  FILLER            PIC X(12)  VALUE "DUE".
           05  FILLER            PIC X(12)  VALUE "PROMISED".

       01  RPT-SECTION-LINE.
           05  FILLER                    PIC X(04)  VALUE "*** ".
           05  RSL-TITLE                 PIC X(50).

       01  RPT-DETAIL-LINE.
           05  RDL-STAGE                 PIC 9(01).
           05  RDL-DAYS                  PIC ZZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-FIRST-OVER            PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PROMISE               PIC X(07).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PTP-DUE-DATE          PIC 9999/99/99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PTP-AMOUNT            PIC Z,ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
               GO TO 0000-GOBACK
           END-IF.
           SORT WORKLIST-SORT-WORK
               ON DESCENDING KEY SR-PRIORITY
               ON DESCENDING KEY SR-STAGE
               ON DESCENDING KEY SR-OVERAGE-AMOUNT
               INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
           ELSE
               MOVE 'Y' TO WS-DLQ-OPEN-SW
           END-IF.
           OPEN INPUT PROMISE-FILE.
      *    NO CUSTPTP YET MEANS NO PROMISE HAS BEEN TAKEN.
           IF WS-PTP-STATUS = "35"
               SET WS-NO-MORE-PROMISES TO TRUE
           ELSE
               MOVE 'Y' TO WS-PTP-OPEN-SW
           END-IF.
           OPEN OUTPUT NEW-DELINQUENCY-FILE.
           OPEN OUTPUT STAGE-FEED.
           OPEN EXTEND STAGE-HISTORY.
           IF WS-HIST-STATUS = "35" OR WS-HIST-STATUS = "05"
               OPEN OUTPUT STAGE-HISTORY
           END-IF.

           IF WS-DLQ-FILE-OPEN
               PERFORM 3900-READ-OLD-DLQ THRU 3900-EXIT
           END-IF.
           IF WS-PTP-FILE-OPEN
               PERFORM 3920-READ-PROMISE THRU 3920-EXIT
           END-IF.
           PERFORM 3950-READ-MASTER THRU 3950-EXIT.
           PERFORM 3100-PROCESS-MASTER THRU 3100-EXIT
               UNTIL WS-NO-MORE-MASTER.
           IF WS-DLQ-FILE-OPEN
               CLOSE DELINQUENCY-FILE
           END-IF.
           IF WS-PTP-FILE-OPEN
               CLOSE PROMISE-FILE
           END-IF.
           CLOSE NEW-DELINQUENCY-FILE.
           CLOSE STAGE-FEED.
           CLOSE STAGE-HISTORY.
       3000-EXIT.
           EXIT.

           PERFORM 3200-ALIGN-OLD-DLQ THRU 3200-EXIT.
           COMPUTE WS-OVERAGE = CUST-BALANCE - CUST-CREDIT-LIMIT.
           IF WS-OVERAGE > ZERO AND NOT CUST-MERGED
                   AND NOT CUST-CHARGED-OFF
               PERFORM 3300-ROLL-DELINQUENT THRU 3300-EXIT
           ELSE
               IF WS-PRIOR-FOUND
           MOVE WS-DAYS-DELINQUENT   TO SR-DAYS-DELINQUENT.
           MOVE NDLQ-FIRST-OVER-DATE TO SR-FIRST-OVER-DATE.
           MOVE NDLQ-PEAK-OVERAGE    TO SR-PEAK-OVERAGE.
           PERFORM 3600-CHECK-PROMISE THRU 3600-EXIT.
           RELEASE WORKLIST-SORT-RECORD.
       3300-EXIT.
           EXIT.
       3500-EXIT.
           EXIT.

      *================================================================
      * 3600-CHECK-PROMISE
      *    POSITIONS CUSTPTP AT THE CURRENT ACCOUNT AND SETS THE
      *    WORKLIST PRIORITY AND PROMISE COLUMNS FROM ITS RECORD.
      *    PROMISES PASSED OVER BELONG TO ACCOUNTS NOT ON TONIGHT'S
      *    WORKLIST AND ARE SIMPLY SKIPPED - CUSTPTP IS MAINTAINED
      *    BY CUSTPTPM AND CUSTPTPK, NOT HERE.
      *================================================================
       3600-CHECK-PROMISE.
           SET SR-NO-PROMISE TO TRUE.
           MOVE SPACE TO SR-PTP-STATUS.
           MOVE ZERO TO SR-PTP-DUE-DATE.
           MOVE ZERO TO SR-PTP-AMOUNT.
           PERFORM 3920-READ-PROMISE THRU 3920-EXIT
               UNTIL WS-NO-MORE-PROMISES
                  OR PTP-CUST-ID >= CUST-ID.
           IF WS-NO-MORE-PROMISES OR PTP-CUST-ID NOT = CUST-ID
               GO TO 3600-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PTP-LIVE
                   SET SR-PROMISE-LIVE TO TRUE
                   ADD 1 TO WS-LIVE-PROMISE-COUNT
               WHEN PTP-BROKEN
               WHEN PTP-PARTIAL
                   SET SR-PROMISE-BROKEN TO TRUE
                   ADD 1 TO WS-BROKEN-PROMISE-COUNT
               WHEN OTHER
                   GO TO 3600-EXIT
           END-EVALUATE.
           MOVE PTP-STATUS          TO SR-PTP-STATUS.
           MOVE PTP-DUE-DATE        TO SR-PTP-DUE-DATE.
           MOVE PTP-PROMISED-AMOUNT TO SR-PTP-AMOUNT.
       3600-EXIT.
           EXIT.

      *================================================================
      * 3700-WRITE-STAGE-CHANGE
      *================================================================
           MOVE WS-NEW-STAGE    TO SFD-NEW-STAGE.
           MOVE WS-OVERAGE      TO SFD-CURRENT-OVERAGE.
           WRITE STAGE-FEED-RECORD.
           WRITE DLH-RECORD FROM STAGE-FEED-RECORD.
       3700-EXIT.
           EXIT.

       3900-EXIT.
           EXIT.

      *================================================================
      * 3920-READ-PROMISE
      *================================================================
       3920-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET WS-NO-MORE-PROMISES TO TRUE
           END-READ.
       3920-EXIT.
           EXIT.

      *================================================================
      * 3950-READ-MASTER
      *================================================================
      *================================================================
      * 4000-SORT-OUTPUT
      *    RETURNS THE SORTED WORKLIST AND FORMATS THE REPORT, WORST
      *    STAGE AND OVERAGE FIRST WITHIN EACH PROMISE SECTION.
      *================================================================
       4000-SORT-OUTPUT.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           EXIT.

       4100-FORMAT-AND-WRITE.
           IF SR-PRIORITY NOT = WS-LAST-PRIORITY
               PERFORM 4200-WRITE-SECTION THRU 4200-EXIT
           END-IF.
           MOVE SR-STAGE TO RDL-STAGE.
           MOVE SR-CUST-ID TO RDL-CUST-ID.
           MOVE SPACES TO RDL-NAME.
           MOVE SR-PEAK-OVERAGE TO RDL-PEAK.
           MOVE SR-DAYS-DELINQUENT TO RDL-DAYS.
           MOVE SR-FIRST-OVER-DATE TO RDL-FIRST-OVER.
           EVALUATE SR-PTP-STATUS
               WHEN 'L'
                   MOVE "LIVE" TO RDL-PROMISE
               WHEN 'B'
                   MOVE "BROKEN" TO RDL-PROMISE
               WHEN 'P'
                   MOVE "PARTIAL" TO RDL-PROMISE
               WHEN OTHER
                   MOVE SPACES TO RDL-PROMISE
           END-EVALUATE.
           MOVE SR-PTP-DUE-DATE TO RDL-PTP-DUE-DATE.
           MOVE SR-PTP-AMOUNT TO RDL-PTP-AMOUNT.
           WRITE WORKLIST-REPORT-LINE FROM RPT-DETAIL-LINE.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      *================================================================
      * 4200-WRITE-SECTION
      *    HEADS EACH PROMISE SECTION OF THE WORKLIST.
      *================================================================
       4200-WRITE-SECTION.
           MOVE SR-PRIORITY TO WS-LAST-PRIORITY.
           EVALUATE TRUE
               WHEN SR-PROMISE-BROKEN
                   MOVE "PROMISE BROKEN OR PARTLY KEPT - CALL FIRST"
                       TO RSL-TITLE
               WHEN SR-NO-PROMISE
                   MOVE "NO PROMISE ON FILE" TO RSL-TITLE
               WHEN OTHER
                   MOVE "LIVE PROMISE - DO NOT CALL BEFORE DUE DATE"
                       TO RSL-TITLE
           END-EVALUATE.
           MOVE SPACES TO WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE.
           WRITE WORKLIST-REPORT-LINE FROM RPT-SECTION-LINE.
       4200-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN WORKLIST-SORT-WORK
               AT END
           MOVE "ORPHAN RECORDS DROPPED  . . . ." TO MTL-LABEL.
           MOVE WS-ORPHAN-COUNT TO MTL-VALUE.
           WRITE WORKLIST-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "BROKEN/PARTIAL PROMISES . . . ." TO MTL-LABEL.
           MOVE WS-BROKEN-PROMISE-COUNT TO MTL-VALUE.
           WRITE WORKLIST-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "LIVE PROMISES HELD BACK . . . ." TO MTL-LABEL.
           MOVE WS-LIVE-PROMISE-COUNT TO MTL-VALUE.
           WRITE WORKLIST-REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE WORKLIST-REPORT.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
