      *   such account could ever age past the dormancy threshold.
      *   The CUSTAUDT entry carries this posting's who/when/why.
      *
      *   Each run accrues one period, the YYYYMM accrual period on
      *   CIAPARM (a card with no valid period refuses the run with
      *   RETURN-CODE 8).  Every account charged is recorded as
      *   committed on the CUSTCKPT log (see CUSTCKPT.cpy) under that
      *   period, with a checkpoint every CIAPARM interval (zero
      *   means every 100 accounts); at each checkpoint CUSTAUDT
      *   and CUSTLEDG are closed as well, so the audit images and
      *   ledger entries behind every charge up to it are on disk.
      *   A rerun of a period that stopped part way resumes after
      *   the last account committed; a period already accrued to
      *   the end - or older than one that has been - is refused
      *   outright with RETURN-CODE 4 and nothing charged.  Only the
      *   checkpoint is a guaranteed point: after an abend, commit
      *   records written since the last one may not have reached
      *   disk, so up to a full checkpoint interval of accounts
      *   already charged on CUSTMAST can be charged again by the
      *   rerun - the interval on the card bounds how many.
      *
      * MODIFICATION HISTORY
      *   2026-08-12  DCO  INITIAL VERSION.
      *   2026-08-21  DCO  A MISSING OR ALL-ZERO CIAPARM NOW ABORTS
      *                    FINANCE CHARGES SHOW UP ON AN ACCOUNT'S
      *                    CHRONOLOGICAL MONEY HISTORY (CUSTLINQ)
      *                    ALONGSIDE PAYMENTS AND ADJUSTMENTS.
      *   2026-10-15  DCO  RERUN PROTECTION - ACCRUAL PERIOD AND
      *                    CHECKPOINT INTERVAL ADDED TO CIAPARM.  EACH
      *                    ACCOUNT CHARGED IS COMMITTED ON CUSTCKPT; A
      *                    RERUN RESUMES AFTER THE LAST ONE, AND A
      *                    PERIOD ALREADY ACCRUED IS REFUSED.
      *   2026-10-15  DCO  CUSTAUDT AND CUSTLEDG ARE CLOSED AT EVERY
      *                    CHECKPOINT SO THE AUDIT AND LEDGER RECORDS
      *                    BEHIND THE COMMITTED CHARGES ARE ON DISK.
      *                    HEADER CORRECTED - UP TO ONE CHECKPOINT
      *                    INTERVAL CAN BE RE-CHARGED AFTER AN ABEND.
      *                    THE 'E' LOG RECORD NO LONGER CARRIES THE
      *                    RUN TOTAL, WHICH OVERFLOWED CKPT-AMOUNT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACCR.
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT CHECKPOINT-LOG ASSIGN TO "CUSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT ACCRUAL-REPORT ASSIGN TO "CUSTACRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  PARM-RECORD.
           05  PARM-MONTHLY-RATE        PIC 9V9999.
           05  PARM-LATE-FEE-AMOUNT     PIC 9(05)V99.
           05  PARM-ACCRUAL-PERIOD      PIC 9(06).
           05  PARM-CHECKPOINT-INTERVAL PIC 9(05).

       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

      *    COMMIT / CHECKPOINT LOG - SEE CUSTCKPT.CPY.
       FD  CHECKPOINT-LOG.
       COPY CUSTCKPT.

       FD  ACCRUAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCRUAL-REPORT-LINE           PIC X(132).
               88  WS-MAST-OK            VALUE '00'.
               88  WS-MAST-EOF           VALUE '10'.
           05  WS-RPT-STATUS             PIC X(02).
           05  WS-CKPT-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-MAST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-MASTER     VALUE 'Y'.
           05  WS-FILES-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-FILES-OPEN         VALUE 'Y'.
           05  WS-CKPT-SCAN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-CKPT-SCAN-EOF      VALUE 'Y'.
           05  WS-PERIOD-DONE-SW         PIC X(01)  VALUE 'N'.
               88  WS-PERIOD-DONE        VALUE 'Y'.
           05  WS-LATER-PERIOD-SW        PIC X(01)  VALUE 'N'.
               88  WS-LATER-PERIOD-DONE  VALUE 'Y'.

       01  WS-ACCRUAL-PARMS.
           05  WS-MONTHLY-RATE           PIC 9V9999 VALUE ZERO.
           05  WS-LATE-FEE-AMOUNT        PIC 9(05)V99 VALUE ZERO.
           05  WS-ACCRUAL-PERIOD         PIC 9(06)  VALUE ZERO.
           05  WS-PERIOD-PARTS REDEFINES WS-ACCRUAL-PERIOD.
               10  WS-PERIOD-YEAR        PIC 9(04).
               10  WS-PERIOD-MONTH       PIC 9(02).

      *    WS-RUN-ID IS THE PERIOD AS CKPT-RUN-ID CARRIES IT.  THE
      *    WS-RESUME- FIELDS COME FROM THE LAST COMMIT RECORD ON
      *    CUSTCKPT FOR THE PERIOD.
       01  WS-RESTART-FIELDS.
           05  WS-RUN-ID                 PIC X(12)  VALUE SPACES.
           05  WS-CHECKPOINT-INTERVAL    PIC 9(05)  COMP VALUE 100.
           05  WS-SINCE-CHECKPOINT       PIC 9(05)  COMP VALUE ZERO.
           05  WS-COMMIT-SEQ             PIC 9(07)  VALUE ZERO.
           05  WS-RESUME-CUST-ID         PIC 9(08)  VALUE ZERO.
           05  WS-CURRENT-TIME           PIC 9(06).

       01  WS-COUNTERS                   COMP.
           05  WS-ACTIVE-READ            PIC 9(07)  VALUE ZERO.
           05  WS-LATE-FEE-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-INTEREST-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-SKIPPED-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-CHECKPOINT-COUNT       PIC 9(07)  VALUE ZERO.

       01  WS-ACCRUAL-TOTALS.
           05  WS-TOTAL-CHARGED          PIC S9(09)V99 COMP-3
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(10)  VALUE "LATE FEE .".
           05  RTL2-LATE-FEE             PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(09)  VALUE "PERIOD . ".
           05  RTL2-PERIOD               PIC 9999/99.

       01  RPT-RESTART-LINE.
           05  FILLER                    PIC X(33)
               VALUE "RESTART - RESUMING AFTER CUST-ID".
           05  RRL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RRL-COMMITTED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(40)
               VALUE " ACCOUNTS ALREADY CHARGED THIS PERIOD".

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  RTL-TOTAL-CHARGED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(82)  VALUE SPACES.

       01  RPT-TOTAL-LINE-4.
           05  FILLER                    PIC X(30)
               VALUE "SKIPPED - CHARGED EARLIER . .".
           05  RTL-SKIPPED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(92)  VALUE SPACES.

       01  RPT-TOTAL-LINE-5.
           05  FILLER                    PIC X(30)
               VALUE "CHECKPOINTS TAKEN . . . . . .".
           05  RTL-CHECKPOINT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(92)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
           IF WS-PARM-STATUS = "00"
               MOVE PARM-MONTHLY-RATE    TO WS-MONTHLY-RATE
               MOVE PARM-LATE-FEE-AMOUNT TO WS-LATE-FEE-AMOUNT
               IF PARM-ACCRUAL-PERIOD NUMERIC
                   MOVE PARM-ACCRUAL-PERIOD TO WS-ACCRUAL-PERIOD
               END-IF
               IF PARM-CHECKPOINT-INTERVAL NUMERIC
                       AND PARM-CHECKPOINT-INTERVAL NOT = ZERO
                   MOVE PARM-CHECKPOINT-INTERVAL
                       TO WS-CHECKPOINT-INTERVAL
               END-IF
           END-IF.
           CLOSE PARM-FILE.

               GO TO 1000-EXIT
           END-IF.

      *    WITHOUT A PERIOD THERE IS NOTHING TO TELL A SECOND RUN IN
      *    THE MONTH FROM THE FIRST.
           IF WS-PERIOD-YEAR < 2000
                   OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "CUSTACCR: CIAPARM ACCRUAL PERIOD MISSING OR"
                       " INVALID - NO CHARGES POSTED"
               MOVE 8 TO RETURN-CODE
               SET WS-NO-MORE-MASTER TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-ACCRUAL-PERIOD TO WS-RUN-ID.
           PERFORM 1200-SCAN-CHECKPOINT-LOG THRU 1200-EXIT.
           IF WS-PERIOD-DONE OR WS-LATER-PERIOD-DONE
               IF WS-PERIOD-DONE
                   DISPLAY "CUSTACCR: PERIOD " WS-ACCRUAL-PERIOD
                           " ALREADY ACCRUED - RUN REFUSED,"
                           " NO CHARGES POSTED"
               ELSE
                   DISPLAY "CUSTACCR: A PERIOD LATER THAN "
                           WS-ACCRUAL-PERIOD " HAS ALREADY BEEN"
                           " ACCRUED - RUN REFUSED, NO CHARGES POSTED"
               END-IF
               MOVE 4 TO RETURN-CODE
               SET WS-NO-MORE-MASTER TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF NOT WS-MAST-OK
               DISPLAY "CUSTACCR: UNABLE TO OPEN CUSTOMER-MASTER "
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           MOVE WS-MONTHLY-RATE TO RTL2-RATE.
           MOVE WS-LATE-FEE-AMOUNT TO RTL2-LATE-FEE.
           MOVE WS-ACCRUAL-PERIOD TO RTL2-PERIOD.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-TITLE-LINE-2.
           IF WS-COMMIT-SEQ > ZERO
               MOVE WS-RESUME-CUST-ID TO RRL-CUST-ID
               MOVE WS-COMMIT-SEQ TO RRL-COMMITTED
               WRITE ACCRUAL-REPORT-LINE FROM RPT-RESTART-LINE
           END-IF.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-COLUMN-HEADING.

           OPEN EXTEND CHECKPOINT-LOG.
           IF WS-CKPT-STATUS = "35" OR WS-CKPT-STATUS = "05"
               OPEN OUTPUT CHECKPOINT-LOG
           END-IF.
           MOVE WS-COMMIT-SEQ TO CKPT-SEQ-NO.
           MOVE WS-RESUME-CUST-ID TO CKPT-CUST-ID.
           MOVE SPACE TO CKPT-TRAN-CODE.
           MOVE ZERO TO CKPT-AMOUNT.
           MOVE 'S' TO CKPT-EVENT.
           PERFORM 2980-WRITE-LOG-RECORD THRU 2980-EXIT.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1200-SCAN-CHECKPOINT-LOG
      *    READS CUSTCKPT FOR CUSTACCR'S RECORDS.  THE LAST COMMIT
      *    RECORD FOR THIS PERIOD GIVES THE RESUME POINT; A
      *    COMPLETION RECORD FOR THIS PERIOD OR A LATER ONE REFUSES
      *    THE RUN.  NO LOG YET MEANS NOTHING HAS EVER BEEN ACCRUED
      *    UNDER THIS CONTROL.
      *================================================================
       1200-SCAN-CHECKPOINT-LOG.
           OPEN INPUT CHECKPOINT-LOG.
           IF WS-CKPT-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-SCAN-ONE-LOG-RECORD THRU 1250-EXIT
               UNTIL WS-CKPT-SCAN-EOF.
           CLOSE CHECKPOINT-LOG.
       1200-EXIT.
           EXIT.

       1250-SCAN-ONE-LOG-RECORD.
           READ CHECKPOINT-LOG
               AT END
                   SET WS-CKPT-SCAN-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           IF CKPT-PROGRAM NOT = "CUSTACCR"
               GO TO 1250-EXIT
           END-IF.
           IF CKPT-RUN-COMPLETE AND CKPT-RUN-ID > WS-RUN-ID
               MOVE 'Y' TO WS-LATER-PERIOD-SW
           END-IF.
           IF CKPT-RUN-ID NOT = WS-RUN-ID
               GO TO 1250-EXIT
           END-IF.
           IF CKPT-COMMITTED
               MOVE CKPT-SEQ-NO  TO WS-COMMIT-SEQ
               MOVE CKPT-CUST-ID TO WS-RESUME-CUST-ID
           END-IF.
           IF CKPT-RUN-COMPLETE
               MOVE 'Y' TO WS-PERIOD-DONE-SW
           END-IF.
       1250-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-RECORD
      *    POSTS ONE FINANCE CHARGE TO THE CURRENT CUSTOMER WHEN IT IS
      *    ACTIVE AND CARRYING A BALANCE TO CHARGE AGAINST.
      *================================================================
       2000-PROCESS-RECORD.
      *    ON A RESTART, EVERYTHING UP TO THE LAST ACCOUNT COMMITTED
      *    WAS DEALT WITH BY THE EARLIER RUN - CUSTMAST IS READ IN
      *    CUST-ID ORDER.
           IF CUST-ID NOT > WS-RESUME-CUST-ID
               IF CUST-ACTIVE AND CUST-BALANCE > ZERO
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               GO TO 2000-READ-NEXT
           END-IF.
           IF CUST-ACTIVE AND CUST-BALANCE > ZERO
               ADD 1 TO WS-ACTIVE-READ
               IF CUST-BALANCE > CUST-CREDIT-LIMIT
                   PERFORM 2600-POST-INTEREST THRU 2600-EXIT
               END-IF
           END-IF.
       2000-READ-NEXT.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
                                     CUSTOMER-RECORD
               PERFORM 2750-WRITE-LEDGER THRU 2750-EXIT
               PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
               PERFORM 2950-COMMIT-ACCOUNT THRU 2950-EXIT
           END-IF.
       2700-EXIT.
           EXIT.
       2900-EXIT.
           EXIT.

      *================================================================
      * 2950-COMMIT-ACCOUNT
      *    LOGS THE ACCOUNT JUST CHARGED AS COMMITTED, AND EVERY
      *    WS-CHECKPOINT-INTERVAL ACCOUNTS TAKES A CHECKPOINT -
      *    CUSTAUDT AND CUSTLEDG ARE CLOSED (EACH REOPENS EXTEND ON ITS
      *    NEXT WRITE) SO THE AUDIT IMAGES AND LEDGER ENTRIES BEHIND
      *    THE CHARGES ON CUSTMAST ARE ON DISK, THEN THE LOG IS CLOSED
      *    AND REOPENED SO EVERY COMMIT BEFORE IT IS SAFELY ON DISK.
      *================================================================
       2950-COMMIT-ACCOUNT.
           ADD 1 TO WS-COMMIT-SEQ.
           MOVE WS-COMMIT-SEQ    TO CKPT-SEQ-NO.
           MOVE CUST-ID          TO CKPT-CUST-ID.
           MOVE WS-CHANGE-REASON TO CKPT-TRAN-CODE.
           MOVE WS-CHARGE-AMOUNT TO CKPT-AMOUNT.
           MOVE 'C' TO CKPT-EVENT.
           PERFORM 2980-WRITE-LOG-RECORD THRU 2980-EXIT.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               MOVE "CLOSE" TO WS-AUDIT-FUNCTION
               CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
                                     WS-CHANGE-USER
                                     WS-CHANGE-REASON
                                     WS-BEFORE-RECORD
                                     CUSTOMER-RECORD
               MOVE "CLOSE" TO WS-LEDGER-FUNCTION
               CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                     WS-LEDGER-ENTRY
               MOVE 'K' TO CKPT-EVENT
               PERFORM 2980-WRITE-LOG-RECORD THRU 2980-EXIT
               CLOSE CHECKPOINT-LOG
               OPEN EXTEND CHECKPOINT-LOG
               MOVE ZERO TO WS-SINCE-CHECKPOINT
               ADD 1 TO WS-CHECKPOINT-COUNT
           END-IF.
       2950-EXIT.
           EXIT.

      *================================================================
      * 2980-WRITE-LOG-RECORD
      *    CKPT-EVENT AND THE ACCOUNT FIELDS ARE SET BY THE CALLER.
      *================================================================
       2980-WRITE-LOG-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE "CUSTACCR"      TO CKPT-PROGRAM.
           MOVE WS-RUN-ID       TO CKPT-RUN-ID.
           MOVE WS-CURRENT-DATE TO CKPT-EVENT-DATE.
           MOVE WS-CURRENT-TIME TO CKPT-EVENT-TIME.
           WRITE CKPT-RECORD.
       2980-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
           WRITE ACCRUAL-REPORT-LINE FROM RPT-TOTAL-LINE-2.
           MOVE WS-TOTAL-CHARGED TO RTL-TOTAL-CHARGED.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-TOTAL-LINE-3.
           MOVE WS-SKIPPED-COUNT TO RTL-SKIPPED-COUNT.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-TOTAL-LINE-4.
           MOVE WS-CHECKPOINT-COUNT TO RTL-CHECKPOINT-COUNT.
           WRITE ACCRUAL-REPORT-LINE FROM RPT-TOTAL-LINE-5.

      *    THE WHOLE MASTER HAS BEEN PASSED - THE PERIOD IS DONE.
      *    NO AMOUNT IS LOGGED, AS CUSTPOST LOGS NONE ON ITS 'E'
      *    RECORD - THE RUN TOTAL OUTGROWS CKPT-AMOUNT, AND IS ONLY
      *    THIS RUN'S SHARE OF THE PERIOD AFTER A RESTART ANYWAY.
      *    CUSTACRPT CARRIES IT.
           MOVE WS-COMMIT-SEQ TO CKPT-SEQ-NO.
           MOVE ZERO TO CKPT-CUST-ID.
           MOVE SPACE TO CKPT-TRAN-CODE.
           MOVE ZERO TO CKPT-AMOUNT.
           MOVE 'E' TO CKPT-EVENT.
           PERFORM 2980-WRITE-LOG-RECORD THRU 2980-EXIT.
           CLOSE CHECKPOINT-LOG.

           MOVE "CLOSE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
