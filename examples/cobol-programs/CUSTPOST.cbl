      *   each to CUST-BALANCE on CUSTMAST:
      *     'P' PAYMENT            - SUBTRACTS the amount,
      *     'D' DEBIT / CHARGE     - ADDS the amount,
      *     'C' CREDIT ADJUSTMENT  - SUBTRACTS the amount,
      *     'R' RETURNED PAYMENT   - ADDS the amount back.
      *
      *   A returned ('R') posting reverses a payment that bounced.
      *   It must name the original payment - CUST-ID, the PAYT's
      *   post date on CUSTLEDG (PTRN-ORIG-POST-DATE) and the same
      *   amount - and is matched against the ledger before anything
      *   moves.  The reversal goes to the ledger as RTNP carrying
      *   the reversed PAYT's post date and time in LDGR-REFERENCE,
      *   so the same payment can never be reversed twice.  When the
      *   parameter card CRTNPARM carries a fee, it is charged on top
      *   as a separate RFEE ledger event; no card or a zero fee
      *   assesses none.  A return that matches no payment, or only
      *   payments already reversed, goes to CUSTSUSP like any other
      *   reject.  CUSTNSFR reports accounts whose payments keep
      *   coming back.
      *
      *   A posting against a CUST-MERGED or not-on-file account, an
      *   unknown transaction code, or a zero amount is rejected into
      *   CUSTACCR's system accrual it re-stamps CUST-LAST-CHG-USER /
      *   CUST-LAST-CHG-DATE and resets the account's dormancy aging.
      *
      *   An account CUSTCHGO has charged off (CUST-CHARGED-OFF)
      *   still owes its balance, so it takes a payment but not a
      *   new debit.  A payment on such an account is a RECOVERY - it
      *   is counted and totalled apart from the day's payments and
      *   goes to the ledger as RCVY rather than PAYT, so it reduces
      *   the charged-off receivable and not active receivables.  A
      *   credit adjustment on one is rejected to CUSTSUSP for
      *   collections to review, as a returned payment is, since as
      *   a CRAJ it would be booked against active receivables.
      *
      *   A posting register is printed on CUSTPORPT - one line per
      *   transaction applied or rejected, with control totals by
      *   posting type (count and amount) so the day's cash can be
      *   proven against the teller totals.
      *
      *   Every run posts one batch, named by the batch ID on the
      *   CPBTPARM card (with the checkpoint interval - zero means
      *   every 100 postings); no card or a blank ID refuses the run
      *   with RETURN-CODE 8.  As each CPOSTTRN record is finished -
      *   applied or rejected to suspense - a commit record carrying
      *   its record number is appended to the CUSTCKPT log (see
      *   CUSTCKPT.cpy), and every interval the log is closed and
      *   reopened as a checkpoint, after CUSTAUDT and CUSTLEDG have
      *   been closed so the audit images and ledger entries behind
      *   every posting up to it are on disk too.  A rerun under the
      *   same batch ID skips the records already committed and
      *   resumes with the next one, after checking that the last
      *   committed record is the same posting on the resubmitted
      *   deck (RETURN-CODE 8 if it is not).  Only the checkpoint is
      *   a guaranteed point: after an abend, commit records written
      *   since the last one may not have reached disk, so up to a
      *   full checkpoint interval of postings already on CUSTMAST
      *   can be applied again by the rerun - the interval on the
      *   card bounds how many.  A batch that has already run to the
      *   end is refused outright with RETURN-CODE 4 and nothing
      *   posted.
      *   Re-posting a batch deliberately, e.g. after CUSTMAST has
      *   been restored, needs a new batch ID.
      *
      * MODIFICATION HISTORY
      *   2026-09-02  DCO  INITIAL VERSION.
      *   2026-09-02  DCO  EVERY APPLIED POSTING IS NOW ALSO WRITTEN
      *                    CORRECTION ROUND-TRIP: CUSTSRES ROUTES
      *                    CORRECTED P/D/C IMAGES TO CPOSTRSB FOR
      *                    CPOSTTRN, NOT TO CUSTRSUB FOR CUSTTRAN.
      *   2026-10-15  DCO  CUST-CHARGED-OFF ACCOUNTS: A DEBIT IS
      *                    REJECTED ("NO NEW CHARGES"), A PAYMENT IS
      *                    POSTED AS A RECOVERY - RCVY ON THE LEDGER
      *                    AND REGISTER, WITH ITS OWN CONTROL TOTAL.
      *   2026-10-15  DCO  NEW 'R' RETURNED-PAYMENT CODE - MATCHED TO
      *                    THE ORIGINAL PAYT ON CUSTLEDG, REVERSED AS
      *                    RTNP WITH AN OPTIONAL CRTNPARM FEE AS RFEE.
      *                    AN UNMATCHED OR ALREADY-REVERSED RETURN
      *                    GOES TO SUSPENSE.
      *   2026-10-15  DCO  RERUN PROTECTION - BATCH ID ON CPBTPARM,
      *                    A COMMIT RECORD PER POSTING AND PERIODIC
      *                    CHECKPOINTS ON CUSTCKPT.  A RERUN RESUMES
      *                    AFTER THE LAST COMMITTED POSTING; A BATCH
      *                    ALREADY COMPLETED IS REFUSED.
      *   2026-10-15  DCO  CUSTAUDT AND CUSTLEDG ARE CLOSED AT EVERY
      *                    CHECKPOINT SO THE AUDIT AND LEDGER RECORDS
      *                    BEHIND THE COMMITTED POSTINGS ARE ON DISK.
      *                    HEADER CORRECTED - UP TO ONE CHECKPOINT
      *                    INTERVAL CAN BE RE-APPLIED AFTER AN ABEND.
      *   2026-10-15  DCO  A CREDIT ADJUSTMENT ON A CUST-CHARGED-OFF
      *                    ACCOUNT IS REJECTED TO SUSPENSE.  THE RFEE
      *                    LEDGER EVENT NO LONGER CARRIES THE RTNP'S
      *                    LDGR-REFERENCE.
      *   2026-10-15  DCO  A RERUN WHOSE LAST COMMITTED POSTING IS THE
      *                    DECK'S LAST RECORD NOW CLOSES THE BATCH
      *                    INSTEAD OF REPORTING A SHORT DECK.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PARM-FILE ASSIGN TO "CRTNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BATCH-PARM-FILE ASSIGN TO "CPBTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPRM-STATUS.

           SELECT CHECKPOINT-LOG ASSIGN TO "CUSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT LEDGER-HISTORY ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT POSTING-REGISTER ASSIGN TO "CUSTPORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               88  PTRN-PAYMENT          VALUE 'P'.
               88  PTRN-DEBIT            VALUE 'D'.
               88  PTRN-CREDIT-ADJ       VALUE 'C'.
               88  PTRN-RETURNED-PMT     VALUE 'R'.
           05  PTRN-CUST-ID              PIC 9(08).
           05  PTRN-USER-ID              PIC X(08).
           05  PTRN-AMOUNT               PIC 9(07)V99.
           05  PTRN-REASON-CODE          PIC X(04).
      *        'R' ONLY - LDGR-POST-DATE OF THE PAYT BEING RETURNED.
           05  PTRN-ORIG-POST-DATE       PIC 9(08).
           05  FILLER                    PIC X(146).

      *    RETURNED-PAYMENT FEE - NO CARD OR ZERO MEANS NO FEE.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RETURN-FEE           PIC 9(05)V99.

      *    POSTING BATCH ID AND CHECKPOINT INTERVAL (ZERO = 100).
       FD  BATCH-PARM-FILE.
       01  BATCH-PARM-RECORD.
           05  BPRM-BATCH-ID             PIC X(12).
           05  BPRM-CHECKPOINT-INTERVAL  PIC 9(05).

      *    COMMIT / CHECKPOINT LOG - SEE CUSTCKPT.CPY.
       FD  CHECKPOINT-LOG.
       COPY CUSTCKPT.

      *    THE ACTIVITY LEDGER READ BACK TO FIND THE PAYMENT A
      *    RETURNED-PAYMENT POSTING NAMES - RENAMED LHST- SO IT
      *    CANNOT BE CONFUSED WITH THE ENTRY PASSED TO CUSTLEDG.
       FD  LEDGER-HISTORY.
       COPY CUSTLDGR REPLACING ==LDGR-RECORD== BY
           ==LEDGER-HISTORY-RECORD== LEADING ==LDGR-== BY ==LHST-==.

       FD  POSTING-REGISTER
           RECORD CONTAINS 132 CHARACTERS.
               88  WS-TRAN-EOF           VALUE '10'.
           05  WS-RPT-STATUS             PIC X(02).
           05  WS-SUSP-STATUS            PIC X(02).
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-BPRM-STATUS            PIC X(02).
           05  WS-CKPT-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X(01)  VALUE 'N'.
               88  WS-MAST-OPENED        VALUE 'Y'.
           05  WS-SUSP-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-SUSP-FILE-OPEN     VALUE 'Y'.
           05  WS-RECOVERY-SW            PIC X(01)  VALUE 'N'.
               88  WS-RECOVERY-POSTING   VALUE 'Y'.
           05  WS-RUN-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-REFUSED        VALUE 'Y'.
           05  WS-CKPT-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CKPT-LOG-OPEN      VALUE 'Y'.
           05  WS-CKPT-SCAN-EOF-SW       PIC X(01)  VALUE 'N'.
               88  WS-CKPT-SCAN-EOF      VALUE 'Y'.
           05  WS-BATCH-COMPLETE-SW      PIC X(01)  VALUE 'N'.
               88  WS-BATCH-COMPLETE     VALUE 'Y'.
           05  WS-RESTART-MISMATCH-SW    PIC X(01)  VALUE 'N'.
               88  WS-RESTART-MISMATCH   VALUE 'Y'.

       01  WS-COUNTERS                   COMP.
           05  WS-PAYMENT-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-DEBIT-COUNT            PIC 9(07)  VALUE ZERO.
           05  WS-CREDIT-ADJ-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-RECOVERY-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-RETURN-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-FEE-COUNT              PIC 9(07)  VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-SKIPPED-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-CHECKPOINT-COUNT       PIC 9(07)  VALUE ZERO.

      *    WS-TRAN-SEQ IS THE CPOSTTRN RECORD NUMBER OF THE POSTING IN
      *    HAND.  THE WS-RESUME- FIELDS ARE THE LAST COMMIT RECORD ON
      *    CUSTCKPT FOR THIS BATCH; WS-COMMIT- ARE THE SAME FIELDS
      *    TAKEN FROM THE POSTING IN HAND, SO THE TWO CAN BE COMPARED.
       01  WS-RESTART-FIELDS.
           05  WS-BATCH-ID               PIC X(12)  VALUE SPACES.
           05  WS-CHECKPOINT-INTERVAL    PIC 9(05)  COMP VALUE 100.
           05  WS-SINCE-CHECKPOINT       PIC 9(05)  COMP VALUE ZERO.
           05  WS-TRAN-SEQ               PIC 9(07)  VALUE ZERO.
           05  WS-RESUME-SEQ             PIC 9(07)  VALUE ZERO.
           05  WS-RESUME-CUST-ID         PIC 9(08)  VALUE ZERO.
           05  WS-RESUME-TRAN-CODE       PIC X(01)  VALUE SPACE.
           05  WS-RESUME-AMOUNT          PIC S9(07)V99 VALUE ZERO.
           05  WS-COMMIT-CUST-ID         PIC 9(08).
           05  WS-COMMIT-AMOUNT          PIC S9(07)V99.
           05  WS-CURRENT-TIME           PIC 9(06).

       01  WS-POSTING-TOTALS             COMP-3.
           05  WS-PAYMENT-TOTAL          PIC S9(09)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL            PIC S9(09)V99 VALUE ZERO.
           05  WS-CREDIT-ADJ-TOTAL       PIC S9(09)V99 VALUE ZERO.
           05  WS-RECOVERY-TOTAL         PIC S9(09)V99 VALUE ZERO.
           05  WS-RETURN-TOTAL           PIC S9(09)V99 VALUE ZERO.
           05  WS-FEE-TOTAL              PIC S9(09)V99 VALUE ZERO.
           05  WS-NET-POSTED             PIC S9(09)V99 VALUE ZERO.

       01  WS-POSTING-FIELDS             COMP-3.
           05  WS-SIGNED-AMOUNT          PIC S9(07)V99.
           05  WS-OLD-BALANCE            PIC S9(07)V99.
           05  WS-FEE-AMOUNT             PIC S9(07)V99.
           05  WS-RETURN-FEE             PIC S9(07)V99 VALUE ZERO.
           05  WS-PAYT-AMOUNT            PIC S9(07)V99.

      *    PAYT EVENTS ON CUSTLEDG THAT COULD BE THE PAYMENT A
      *    RETURNED-PAYMENT POSTING NAMES - SAME ACCOUNT, POST DATE
      *    AND AMOUNT - EACH FLAGGED ONCE AN RTNP IS FOUND THAT
      *    ALREADY REVERSES IT.  THE FIRST UNFLAGGED ONE IS TAKEN.
       01  WS-MATCH-FIELDS.
           05  WS-CANDIDATE-COUNT        PIC 9(03)  COMP VALUE ZERO.
           05  WS-CAND-SUB               PIC 9(03)  COMP.
           05  WS-CANDIDATE              OCCURS 20 TIMES.
               10  WS-CAND-POST-TIME     PIC X(06).
               10  WS-CAND-REVERSED-SW   PIC X(01).
                   88  WS-CAND-REVERSED  VALUE 'Y'.
           05  WS-MATCH-POST-DATE        PIC X(08).
           05  WS-MATCH-POST-TIME        PIC X(06).
           05  WS-REVERSED-TIME          PIC X(06).
           05  WS-HIST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-HIST-EOF           VALUE 'Y'.

      *    PAYMENTS REVERSED BY THIS RUN.  CUSTLEDG HOLDS THE LEDGER
      *    OPEN FOR THE WHOLE RUN, SO AN RTNP WRITTEN EARLIER IN THE
      *    SAME DECK NEED NOT BE VISIBLE TO THE LEDGER SCAN YET - A
      *    SECOND RETURN OF THE SAME PAYMENT IS CAUGHT HERE INSTEAD.
       01  WS-RUN-REVERSALS.
           05  WS-RUN-REV-COUNT          PIC 9(04)  COMP VALUE ZERO.
           05  WS-RUN-REV-SUB            PIC 9(04)  COMP.
           05  WS-RUN-REVERSAL           OCCURS 500 TIMES.
               10  WS-RUN-REV-CUST-ID    PIC 9(08).
               10  WS-RUN-REV-POST-DATE  PIC X(08).
               10  WS-RUN-REV-POST-TIME  PIC X(06).

       01  WS-REJECT-REASON              PIC X(40).
       01  WS-CURRENT-DATE-FIELDS.
       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(07)  VALUE "BATCH: ".
           05  RTL2-BATCH-ID             PIC X(12).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  RTL2-RESTART-NOTE         PIC X(60)  VALUE SPACES.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-REFUSED
               GO TO 0000-GOBACK
           END-IF.
           PERFORM 2000-PROCESS-POSTING THRU 2000-EXIT
               UNTIL WS-EOF-TRAN.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
       0000-GOBACK.
           GOBACK.

      *================================================================
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               MOVE PARM-RETURN-FEE TO WS-RETURN-FEE
           END-IF.
           CLOSE PARM-FILE.

           PERFORM 1100-READ-BATCH-CARD THRU 1100-EXIT.
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-SCAN-CHECKPOINT-LOG THRU 1200-EXIT.
           IF WS-BATCH-COMPLETE
               DISPLAY "CUSTPOST: BATCH " WS-BATCH-ID
                       " ALREADY POSTED TO THE END - RUN REFUSED,"
                       " NOTHING POSTED"
               MOVE 4 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT  POSTING-TRANS
                I-O    CUSTOMER-MASTER
                OUTPUT POSTING-REGISTER.
           END-IF.
           WRITE POSTING-REGISTER-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           MOVE WS-BATCH-ID TO RTL2-BATCH-ID.
           IF WS-RESUME-SEQ > ZERO
               MOVE SPACES TO RTL2-RESTART-NOTE
               STRING "RESTART - RESUMING AFTER CPOSTTRN RECORD "
                       DELIMITED BY SIZE
                   WS-RESUME-SEQ DELIMITED BY SIZE
                   INTO RTL2-RESTART-NOTE
               END-STRING
           END-IF.
           WRITE POSTING-REGISTER-LINE FROM RPT-TITLE-LINE-2.
           WRITE POSTING-REGISTER-LINE FROM RPT-COLUMN-HEADING.
           IF NOT WS-MAST-OPENED
               GO TO 1000-EXIT
           END-IF.

           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
           IF WS-RESUME-SEQ > ZERO
               PERFORM 1300-SKIP-COMMITTED THRU 1300-EXIT
                   UNTIL WS-TRAN-SEQ > WS-RESUME-SEQ
                      OR WS-EOF-TRAN
                      OR WS-RESTART-MISMATCH
      *        A DECK THAT ENDS EXACTLY AT THE LAST COMMITTED RECORD
      *        WAS FULLY POSTED BUT NEVER CLOSED - THE RERUN POSTS
      *        NOTHING AND WRITES THE 'E' THAT CLOSES THE BATCH.
               IF WS-EOF-TRAN AND NOT WS-RESTART-MISMATCH
                       AND WS-TRAN-SEQ < WS-RESUME-SEQ
                   DISPLAY "CUSTPOST: CPOSTTRN ENDS BEFORE RECORD "
                           WS-RESUME-SEQ " COMMITTED FOR BATCH "
                           WS-BATCH-ID
                   SET WS-RESTART-MISMATCH TO TRUE
               END-IF
           END-IF.
           IF WS-RESTART-MISMATCH
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-EXIT
           END-IF.

           OPEN EXTEND CHECKPOINT-LOG.
           IF WS-CKPT-STATUS = "35" OR WS-CKPT-STATUS = "05"
               OPEN OUTPUT CHECKPOINT-LOG
           END-IF.
           MOVE 'Y' TO WS-CKPT-OPEN-SW.
           MOVE WS-RESUME-SEQ TO CKPT-SEQ-NO.
           MOVE WS-RESUME-CUST-ID TO CKPT-CUST-ID.
           MOVE SPACE TO CKPT-TRAN-CODE.
           MOVE ZERO TO CKPT-AMOUNT.
           MOVE 'S' TO CKPT-EVENT.
           PERFORM 2880-WRITE-LOG-RECORD THRU 2880-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-BATCH-CARD
      *    NO BATCH ID MEANS NO WAY TO TELL A RERUN FROM A NEW BATCH
      *    - REFUSE RATHER THAN RISK POSTING THE DECK TWICE.
      *================================================================
       1100-READ-BATCH-CARD.
           OPEN INPUT BATCH-PARM-FILE.
           READ BATCH-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-BPRM-STATUS = "00"
               MOVE BPRM-BATCH-ID TO WS-BATCH-ID
               IF BPRM-CHECKPOINT-INTERVAL NUMERIC
                       AND BPRM-CHECKPOINT-INTERVAL NOT = ZERO
                   MOVE BPRM-CHECKPOINT-INTERVAL
                       TO WS-CHECKPOINT-INTERVAL
               END-IF
           END-IF.
           CLOSE BATCH-PARM-FILE.
           IF WS-BATCH-ID = SPACES
               DISPLAY "CUSTPOST: CPBTPARM MISSING OR BATCH ID BLANK"
                       " - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               SET WS-RUN-REFUSED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *================================================================
      * 1200-SCAN-CHECKPOINT-LOG
      *    READS CUSTCKPT FOR THIS BATCH ID.  THE LAST COMMIT RECORD
      *    GIVES THE RESUME POINT; A COMPLETION RECORD MEANS THE
      *    BATCH IS DONE.  NO LOG YET MEANS NOTHING HAS EVER RUN.
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
           IF CKPT-PROGRAM NOT = "CUSTPOST"
                   OR CKPT-RUN-ID NOT = WS-BATCH-ID
               GO TO 1250-EXIT
           END-IF.
           IF CKPT-COMMITTED
               MOVE CKPT-SEQ-NO    TO WS-RESUME-SEQ
               MOVE CKPT-CUST-ID   TO WS-RESUME-CUST-ID
               MOVE CKPT-TRAN-CODE TO WS-RESUME-TRAN-CODE
               MOVE CKPT-AMOUNT    TO WS-RESUME-AMOUNT
           END-IF.
           IF CKPT-RUN-COMPLETE
               MOVE 'Y' TO WS-BATCH-COMPLETE-SW
           END-IF.
       1250-EXIT.
           EXIT.

      *================================================================
      * 1300-SKIP-COMMITTED
      *    PASSES OVER A POSTING THE EARLIER RUN ALREADY COMMITTED.
      *    THE LAST ONE MUST BE THE SAME POSTING THE LOG RECORDED, OR
      *    THIS IS NOT THE DECK THAT WAS HALF POSTED.
      *================================================================
       1300-SKIP-COMMITTED.
           IF WS-TRAN-SEQ = WS-RESUME-SEQ
               PERFORM 2870-SET-COMMIT-KEY THRU 2870-EXIT
               IF WS-COMMIT-CUST-ID NOT = WS-RESUME-CUST-ID
                       OR PTRN-CODE NOT = WS-RESUME-TRAN-CODE
                       OR WS-COMMIT-AMOUNT NOT = WS-RESUME-AMOUNT
                   DISPLAY "CUSTPOST: CPOSTTRN RECORD " WS-TRAN-SEQ
                           " DOES NOT MATCH THE POSTING COMMITTED"
                           " FOR BATCH " WS-BATCH-ID
                           " - WRONG DECK, NOTHING POSTED"
                   SET WS-RESTART-MISMATCH TO TRUE
                   GO TO 1300-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-SKIPPED-COUNT.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       1300-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-POSTING
      *================================================================
       2000-PROCESS-POSTING.
           MOVE 'Y' TO WS-TRAN-VALID-SW.
           MOVE 'N' TO WS-RECOVERY-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-OLD-BALANCE.
           MOVE ZERO TO WS-SIGNED-AMOUNT.
           MOVE ZERO TO WS-FEE-AMOUNT.

           IF NOT PTRN-PAYMENT AND NOT PTRN-DEBIT
                   AND NOT PTRN-CREDIT-ADJ AND NOT PTRN-RETURNED-PMT
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "UNKNOWN POSTING CODE" TO WS-REJECT-REASON
           ELSE
                   MOVE "POSTING AMOUNT MISSING OR ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF PTRN-RETURNED-PMT
                       AND (PTRN-ORIG-POST-DATE NOT NUMERIC
                            OR PTRN-ORIG-POST-DATE = ZERO)
                       MOVE 'N' TO WS-TRAN-VALID-SW
                       MOVE "ORIGINAL PAYMENT DATE MISSING"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 3000-APPLY-POSTING THRU 3000-EXIT
                   END-IF
               END-IF
           END-IF.

               PERFORM 8900-REJECT-TRANS THRU 8900-EXIT
           END-IF.
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
           PERFORM 2850-COMMIT-POSTING THRU 2850-EXIT.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
       2800-WRITE-DETAIL.
           MOVE PTRN-CUST-ID TO RDL-CUST-ID.
           EVALUATE TRUE
               WHEN WS-RECOVERY-POSTING
                   MOVE "RCVY" TO RDL-TYPE
               WHEN PTRN-PAYMENT
                   MOVE "PAYT" TO RDL-TYPE
               WHEN PTRN-DEBIT
                   MOVE "DEBT" TO RDL-TYPE
               WHEN PTRN-CREDIT-ADJ
                   MOVE "CRAJ" TO RDL-TYPE
               WHEN PTRN-RETURNED-PMT
                   MOVE "RTNP" TO RDL-TYPE
               WHEN OTHER
                   MOVE "????" TO RDL-TYPE
           END-EVALUATE.
       2800-EXIT.
           EXIT.

      *================================================================
      * 2850-COMMIT-POSTING
      *    LOGS THE POSTING JUST FINISHED AS COMMITTED, AND EVERY
      *    WS-CHECKPOINT-INTERVAL POSTINGS TAKES A CHECKPOINT.
      *================================================================
       2850-COMMIT-POSTING.
           PERFORM 2870-SET-COMMIT-KEY THRU 2870-EXIT.
           MOVE WS-TRAN-SEQ       TO CKPT-SEQ-NO.
           MOVE WS-COMMIT-CUST-ID TO CKPT-CUST-ID.
           MOVE PTRN-CODE         TO CKPT-TRAN-CODE.
           MOVE WS-COMMIT-AMOUNT  TO CKPT-AMOUNT.
           MOVE 'C' TO CKPT-EVENT.
           PERFORM 2880-WRITE-LOG-RECORD THRU 2880-EXIT.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM 2860-TAKE-CHECKPOINT THRU 2860-EXIT
           END-IF.
       2850-EXIT.
           EXIT.

      *================================================================
      * 2860-TAKE-CHECKPOINT
      *    CUSTAUDT AND CUSTLEDG ARE CLOSED FIRST (EACH REOPENS EXTEND
      *    ON ITS NEXT WRITE), SO EVERY AUDIT IMAGE AND LEDGER ENTRY
      *    BEHIND THE BALANCES ALREADY ON CUSTMAST IS ON DISK BEFORE
      *    THE CHECKPOINT IS.  CLOSING AND REOPENING THE LOG THEN
      *    FORCES EVERY COMMIT RECORD WRITTEN SO FAR OUT TO DISK.
      *================================================================
       2860-TAKE-CHECKPOINT.
           MOVE "CLOSE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
                                 WS-CHANGE-USER
                                 WS-CHANGE-REASON
                                 WS-BEFORE-RECORD
                                 CUSTOMER-RECORD.
           MOVE "CLOSE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.
           MOVE 'K' TO CKPT-EVENT.
           PERFORM 2880-WRITE-LOG-RECORD THRU 2880-EXIT.
           CLOSE CHECKPOINT-LOG.
           OPEN EXTEND CHECKPOINT-LOG.
           MOVE ZERO TO WS-SINCE-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNT.
       2860-EXIT.
           EXIT.

      *================================================================
      * 2870-SET-COMMIT-KEY
      *    THE CUST-ID AND AMOUNT A COMMIT RECORD CARRIES - ZERO WHEN
      *    THE POSTING'S OWN FIELD IS NOT NUMERIC, SO A GARBLED
      *    RECORD STILL COMPARES EQUAL TO ITSELF ON A RESTART.
      *================================================================
       2870-SET-COMMIT-KEY.
           MOVE ZERO TO WS-COMMIT-CUST-ID.
           MOVE ZERO TO WS-COMMIT-AMOUNT.
           IF PTRN-CUST-ID NUMERIC
               MOVE PTRN-CUST-ID TO WS-COMMIT-CUST-ID
           END-IF.
           IF PTRN-AMOUNT NUMERIC
               MOVE PTRN-AMOUNT TO WS-COMMIT-AMOUNT
           END-IF.
       2870-EXIT.
           EXIT.

      *================================================================
      * 2880-WRITE-LOG-RECORD
      *    CKPT-EVENT AND THE POSTING FIELDS ARE SET BY THE CALLER.
      *================================================================
       2880-WRITE-LOG-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE "CUSTPOST"      TO CKPT-PROGRAM.
           MOVE WS-BATCH-ID     TO CKPT-RUN-ID.
           MOVE WS-CURRENT-DATE TO CKPT-EVENT-DATE.
           MOVE WS-CURRENT-TIME TO CKPT-EVENT-TIME.
           WRITE CKPT-RECORD.
       2880-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-TRANS
      *================================================================
           READ POSTING-TRANS.
           IF WS-TRAN-EOF
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-TRAN-SEQ
           END-IF.
       2900-EXIT.
           EXIT.
      *    READS THE ACCOUNT BY PRIMARY KEY, APPLIES THE SIGNED
      *    POSTING AMOUNT TO CUST-BALANCE, REWRITES THE MASTER AND
      *    AUDITS THE CHANGE.  A PAYMENT OR CREDIT ADJUSTMENT
      *    SUBTRACTS; A DEBIT ADDS.  A CHARGED-OFF ACCOUNT TAKES NO
      *    NEW DEBIT OR CREDIT ADJUSTMENT, AND A PAYMENT ON ONE IS
      *    FLAGGED AS A RECOVERY.
      *    A RETURNED PAYMENT MUST FIRST MATCH AN UNREVERSED PAYT; IT
      *    ADDS THE PAYMENT BACK PLUS ANY RETURNED-PAYMENT FEE.
      *================================================================
       3000-APPLY-POSTING.
           MOVE PTRN-CUST-ID TO CUST-ID.
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF CUST-CHARGED-OFF AND PTRN-DEBIT
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "ACCOUNT CHARGED OFF - NO NEW CHARGES"
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
      *    A CREDIT ADJUSTMENT WOULD BOOK AS AN ORDINARY CRAJ AGAINST
      *    ACTIVE RECEIVABLES - COLLECTIONS DECIDES HOW TO ADJUST A
      *    WRITTEN-OFF BALANCE.
           IF CUST-CHARGED-OFF AND PTRN-CREDIT-ADJ
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "ACCOUNT CHARGED OFF - REVIEW ADJUSTMENT"
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF CUST-CHARGED-OFF AND PTRN-PAYMENT
               MOVE 'Y' TO WS-RECOVERY-SW
           END-IF.
      *    THE BALANCE A BOUNCED PAYMENT WOULD RESTORE HAS ALREADY
      *    BEEN WRITTEN OFF - COLLECTIONS DECIDES HOW TO BOOK IT.
           IF CUST-CHARGED-OFF AND PTRN-RETURNED-PMT
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "ACCOUNT CHARGED OFF - REVIEW RETURN"
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF PTRN-RETURNED-PMT
               PERFORM 3200-MATCH-PAYMENT THRU 3200-EXIT
               IF WS-TRAN-INVALID
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD.
           MOVE CUST-BALANCE    TO WS-OLD-BALANCE.

           IF PTRN-DEBIT OR PTRN-RETURNED-PMT
               MOVE PTRN-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - PTRN-AMOUNT
           END-IF.
           ADD WS-SIGNED-AMOUNT TO CUST-BALANCE.
           IF PTRN-RETURNED-PMT
               MOVE WS-RETURN-FEE TO WS-FEE-AMOUNT
               ADD WS-FEE-AMOUNT TO CUST-BALANCE
           END-IF.
      *    A POSTING IS REAL BUSINESS ACTIVITY - UNLIKE CUSTACCR'S
      *    SYSTEM ACCRUAL IT RE-STAMPS CUST-LAST-CHG-USER/DATE AND
      *    RESETS THE ACCOUNT'S CUSTDSWP DORMANCY AGING.
           END-IF.

           EVALUATE TRUE
               WHEN WS-RECOVERY-POSTING
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD PTRN-AMOUNT TO WS-RECOVERY-TOTAL
                   MOVE "RECOVERY POSTED" TO WS-REJECT-REASON
               WHEN PTRN-PAYMENT
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD PTRN-AMOUNT TO WS-PAYMENT-TOTAL
                   ADD 1 TO WS-CREDIT-ADJ-COUNT
                   ADD PTRN-AMOUNT TO WS-CREDIT-ADJ-TOTAL
                   MOVE "CREDIT ADJUSTMENT POSTED" TO WS-REJECT-REASON
               WHEN PTRN-RETURNED-PMT
                   ADD 1 TO WS-RETURN-COUNT
                   ADD PTRN-AMOUNT TO WS-RETURN-TOTAL
                   PERFORM 3250-NOTE-REVERSAL THRU 3250-EXIT
                   IF WS-FEE-AMOUNT > ZERO
                       ADD 1 TO WS-FEE-COUNT
                       ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
                       MOVE "RETURNED PAYMENT REVERSED, FEE ASSESSED"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE "RETURNED PAYMENT REVERSED"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           ADD WS-SIGNED-AMOUNT TO WS-NET-POSTED.
           ADD WS-FEE-AMOUNT TO WS-NET-POSTED.

           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           MOVE PTRN-USER-ID TO WS-CHANGE-USER.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3200-MATCH-PAYMENT
      *    SCANS CUSTLEDG FOR THE PAYT THIS RETURNED PAYMENT NAMES -
      *    SAME CUST-ID, POST DATE AND AMOUNT - AND FOR ANY RTNP
      *    ALREADY REFERENCING ONE OF THEM.  LEAVES THE POST TIME OF
      *    THE FIRST STILL-UNREVERSED MATCH IN WS-MATCH-POST-TIME, OR
      *    MARKS THE POSTING INVALID.  RETURNS ARE A HANDFUL A DAY,
      *    SO A FULL PASS OF THE LEDGER FOR EACH IS ACCEPTABLE.
      *================================================================
       3200-MATCH-PAYMENT.
           IF WS-RUN-REV-COUNT NOT < 500
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "TOO MANY RETURNS IN ONE RUN - RESUBMIT"
                   TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.
           MOVE ZERO TO WS-CANDIDATE-COUNT.
           MOVE PTRN-ORIG-POST-DATE TO WS-MATCH-POST-DATE.
           MOVE SPACES TO WS-MATCH-POST-TIME.
           COMPUTE WS-PAYT-AMOUNT = ZERO - PTRN-AMOUNT.
           MOVE 'N' TO WS-HIST-EOF-SW.

           OPEN INPUT LEDGER-HISTORY.
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "NO MATCHING PAYMENT ON CUSTLEDG"
                   TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-SCAN-LEDGER THRU 3210-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE LEDGER-HISTORY.

           IF WS-CANDIDATE-COUNT = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "NO MATCHING PAYMENT ON CUSTLEDG"
                   TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3230-CHECK-RUN-REVERSAL THRU 3230-EXIT
               VARYING WS-RUN-REV-SUB FROM 1 BY 1
               UNTIL WS-RUN-REV-SUB > WS-RUN-REV-COUNT.
           PERFORM 3240-PICK-CANDIDATE THRU 3240-EXIT
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CANDIDATE-COUNT
                  OR WS-MATCH-POST-TIME NOT = SPACES.
           IF WS-MATCH-POST-TIME = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "PAYMENT ALREADY REVERSED"
                   TO WS-REJECT-REASON
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SCAN-LEDGER.
           READ LEDGER-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.
           IF WS-HIST-EOF OR LHST-CUST-ID NOT = PTRN-CUST-ID
               GO TO 3210-EXIT
           END-IF.
           IF LHST-EVENT-TYPE = "PAYT"
                   AND LHST-POST-DATE = PTRN-ORIG-POST-DATE
                   AND LHST-AMOUNT = WS-PAYT-AMOUNT
                   AND WS-CANDIDATE-COUNT < 20
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE LHST-POST-TIME
                   TO WS-CAND-POST-TIME(WS-CANDIDATE-COUNT)
               MOVE 'N' TO WS-CAND-REVERSED-SW(WS-CANDIDATE-COUNT)
           END-IF.
           IF LHST-EVENT-TYPE = "RTNP"
                   AND LHST-REF-POST-DATE = WS-MATCH-POST-DATE
               MOVE LHST-REF-POST-TIME TO WS-REVERSED-TIME
               PERFORM 3220-MARK-REVERSED THRU 3220-EXIT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CANDIDATE-COUNT
           END-IF.
       3210-EXIT.
           EXIT.

       3220-MARK-REVERSED.
           IF WS-CAND-POST-TIME(WS-CAND-SUB) = WS-REVERSED-TIME
               MOVE 'Y' TO WS-CAND-REVERSED-SW(WS-CAND-SUB)
           END-IF.
       3220-EXIT.
           EXIT.

       3230-CHECK-RUN-REVERSAL.
           IF WS-RUN-REV-CUST-ID(WS-RUN-REV-SUB) = PTRN-CUST-ID
                   AND WS-RUN-REV-POST-DATE(WS-RUN-REV-SUB)
                       = WS-MATCH-POST-DATE
               MOVE WS-RUN-REV-POST-TIME(WS-RUN-REV-SUB)
                   TO WS-REVERSED-TIME
               PERFORM 3220-MARK-REVERSED THRU 3220-EXIT
                   VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CANDIDATE-COUNT
           END-IF.
       3230-EXIT.
           EXIT.

       3240-PICK-CANDIDATE.
           IF NOT WS-CAND-REVERSED(WS-CAND-SUB)
               MOVE WS-CAND-POST-TIME(WS-CAND-SUB)
                   TO WS-MATCH-POST-TIME
           END-IF.
       3240-EXIT.
           EXIT.

      *================================================================
      * 3250-NOTE-REVERSAL
      *    REMEMBERS THE PAYMENT JUST REVERSED FOR THE REST OF THE RUN.
      *================================================================
       3250-NOTE-REVERSAL.
           ADD 1 TO WS-RUN-REV-COUNT.
           MOVE PTRN-CUST-ID
               TO WS-RUN-REV-CUST-ID(WS-RUN-REV-COUNT).
           MOVE WS-MATCH-POST-DATE
               TO WS-RUN-REV-POST-DATE(WS-RUN-REV-COUNT).
           MOVE WS-MATCH-POST-TIME
               TO WS-RUN-REV-POST-TIME(WS-RUN-REV-COUNT).
       3250-EXIT.
           EXIT.

      *================================================================
      * 3500-WRITE-LEDGER
      *    RECORDS THE APPLIED POSTING ON THE CUSTOMER ACTIVITY
      *    LEDGER (CUSTLEDG) WITH THE SAME EVENT-TYPE CODE THE
      *    REGISTER PRINTS (PAYT/DEBT/CRAJ/RCVY/RTNP).  A RETURNED
      *    PAYMENT'S RTNP CARRIES THE REVERSED PAYT'S POST DATE AND
      *    TIME, AND ITS FEE FOLLOWS AS A SEPARATE RFEE EVENT WITH
      *    THE REFERENCE CLEARED AGAIN (SPACES, AS ON EVERY EVENT BUT
      *    RTNP).
      *================================================================
       3500-WRITE-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY.
           MOVE CUST-ID           TO WS-LDG-CUST-ID.
           EVALUATE TRUE
               WHEN WS-RECOVERY-POSTING
                   MOVE "RCVY" TO WS-LDG-EVENT-TYPE
               WHEN PTRN-RETURNED-PMT
                   MOVE "RTNP" TO WS-LDG-EVENT-TYPE
                   MOVE WS-MATCH-POST-DATE TO WS-LDG-REF-POST-DATE
                   MOVE WS-MATCH-POST-TIME TO WS-LDG-REF-POST-TIME
               WHEN PTRN-PAYMENT
                   MOVE "PAYT" TO WS-LDG-EVENT-TYPE
               WHEN PTRN-DEBIT
                   MOVE "CRAJ" TO WS-LDG-EVENT-TYPE
           END-EVALUATE.
           MOVE WS-SIGNED-AMOUNT  TO WS-LDG-AMOUNT.
           COMPUTE WS-LDG-NEW-BALANCE =
               WS-OLD-BALANCE + WS-SIGNED-AMOUNT.
           MOVE "CUSTPOST"        TO WS-LDG-SOURCE-PROGRAM.
           MOVE PTRN-USER-ID      TO WS-LDG-POST-USER.
           MOVE "WRITE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.

           IF WS-FEE-AMOUNT > ZERO
               MOVE SPACES        TO WS-LDG-REFERENCE
               MOVE "RFEE"        TO WS-LDG-EVENT-TYPE
               MOVE WS-FEE-AMOUNT TO WS-LDG-AMOUNT
               MOVE CUST-BALANCE  TO WS-LDG-NEW-BALANCE
               MOVE "WRITE" TO WS-LEDGER-FUNCTION
               CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                     WS-LEDGER-ENTRY
           END-IF.
       3500-EXIT.
           EXIT.

           MOVE WS-CREDIT-ADJ-COUNT TO MTL-COUNT.
           MOVE WS-CREDIT-ADJ-TOTAL TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECOVERIES POSTED . . . . . . ." TO MTL-LABEL.
           MOVE WS-RECOVERY-COUNT TO MTL-COUNT.
           MOVE WS-RECOVERY-TOTAL TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE "RETURNED PAYMENTS REVERSED  . ." TO MTL-LABEL.
           MOVE WS-RETURN-COUNT TO MTL-COUNT.
           MOVE WS-RETURN-TOTAL TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE "RETURNED-PAYMENT FEES . . . . ." TO MTL-LABEL.
           MOVE WS-FEE-COUNT TO MTL-COUNT.
           MOVE WS-FEE-TOTAL TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE "POSTINGS REJECTED . . . . . . ." TO MTL-LABEL.
           MOVE WS-REJECT-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           MOVE ZERO TO MTL-COUNT.
           MOVE WS-NET-POSTED TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE "SKIPPED - COMMITTED EARLIER . ." TO MTL-LABEL.
           MOVE WS-SKIPPED-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           MOVE "CHECKPOINTS TAKEN . . . . . . ." TO MTL-LABEL.
           MOVE WS-CHECKPOINT-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE POSTING-REGISTER-LINE FROM RPT-TOTAL-LINE.
           IF WS-RESTART-MISMATCH
               MOVE SPACES TO POSTING-REGISTER-LINE
               MOVE "*** RESTART REFUSED - CPOSTTRN DOES NOT MATCH THE"
                   TO POSTING-REGISTER-LINE(1:49)
               MOVE " BATCH LOG - NOTHING POSTED ***"
                   TO POSTING-REGISTER-LINE(50:31)
               WRITE POSTING-REGISTER-LINE
           END-IF.

      *    THE BATCH IS ONLY COMPLETE WHEN THE DECK WAS READ TO ITS
      *    END - AN ABORTED OR REFUSED RESTART LEAVES IT RESUMABLE.
           IF WS-CKPT-LOG-OPEN
               MOVE WS-TRAN-SEQ TO CKPT-SEQ-NO
               MOVE ZERO TO CKPT-CUST-ID
               MOVE SPACE TO CKPT-TRAN-CODE
               MOVE ZERO TO CKPT-AMOUNT
               MOVE 'E' TO CKPT-EVENT
               PERFORM 2880-WRITE-LOG-RECORD THRU 2880-EXIT
               CLOSE CHECKPOINT-LOG
           END-IF.

           MOVE "CLOSE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE POSTING-REGISTER.
      *    SET LAST - THE CUSTAUDT/CUSTLEDG CLOSE CALLS ABOVE RESET
      *    RETURN-CODE.
           IF WS-RESTART-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
