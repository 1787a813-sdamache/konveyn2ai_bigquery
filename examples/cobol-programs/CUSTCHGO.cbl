      *================================================================
      * PROGRAM: CUSTCHGO.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Charge-off run.  CUSTDLQS escalates an account to DLQ-STAGE
      *   4 and then nothing else happened: the account stayed
      *   CUST-ACTIVE, CUSTACCR kept charging it a late fee every
      *   month and it sat on the collections worklist forever.
      *
      *   This program reads the current delinquency file CUSTDLQ
      *   (run it after the CUSTDLQN copy-back) and, for every
      *   stage-4 account whose DLQ-DAYS-DELINQUENT has reached the
      *   charge-off threshold on the parameter card CCOPARM, reads
      *   the account from CUSTMAST by key and
      *     - moves CUST-STATUS to CUST-CHARGED-OFF;
      *     - moves the balance off active receivables with two
      *       CUSTLEDG events: CHGO takes the whole balance off
      *       (LDGR-AMOUNT = minus the balance) and CHGB books the
      *       same amount onto the charged-off receivable.  The
      *       customer still owes it, so CUST-BALANCE ends where it
      *       started and the CUSTLPRF proof still holds; CUSTGLMP
      *       maps the two events to the active and charged-off
      *       receivable accounts, so CUSTGLJF journals the transfer;
      *     - writes a CUSTAUDT before/after image under reason CHGO.
      *   Each charge-off is listed on CUSTCORPT with the amount
      *   written off.
      *
      *   From then on CUSTACCR (active accounts only) charges no
      *   more finance charges, CUSTDSWP (active accounts only)
      *   leaves it alone, CUSTDLQS clears it off the worklist,
      *   CUSTPOST refuses new charges to it and posts any payment
      *   as a recovery (RCVY), CUSTSTMT sends a balance-due notice
      *   in place of the normal statement, and CUSTMNT will not move
      *   it to another status.
      *
      *   A stage-4 record for an account that is not on CUSTMAST,
      *   is CUST-MERGED or is already charged off is listed and
      *   skipped.  A missing or zero CCOPARM refuses the run
      *   (RETURN-CODE 8) rather than guess a threshold, as CUSTDLQS
      *   does with CDLPARM.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CCOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT DELINQUENCY-FILE ASSIGN TO "CUSTDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT CHARGE-OFF-REPORT ASSIGN TO "CUSTCORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CHARGE-OFF-DAYS     PIC 9(05).

       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  DELINQUENCY-FILE.
       COPY CUSTDLQ.

       FD  CHARGE-OFF-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-OFF-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-DLQ-STATUS             PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-DLQ-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-DLQ        VALUE 'Y'.
           05  WS-FILES-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-FILES-OPEN         VALUE 'Y'.
           05  WS-DLQ-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-DLQ-FILE-OPEN      VALUE 'Y'.
           05  WS-RUN-ABORTED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-ABORTED        VALUE 'Y'.

       01  WS-CHARGE-OFF-DAYS            PIC 9(05)  VALUE ZERO.

       01  WS-COUNTERS                   COMP.
           05  WS-DLQ-READ               PIC 9(07)  VALUE ZERO.
           05  WS-STAGE4-READ            PIC 9(07)  VALUE ZERO.
           05  WS-CHARGED-OFF-COUNT      PIC 9(07)  VALUE ZERO.
           05  WS-SKIPPED-COUNT          PIC 9(07)  VALUE ZERO.

       01  WS-CHARGE-OFF-TOTAL           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

      *    CAPTURED IMMEDIATELY AFTER THE READ, BEFORE CUST-STATUS IS
      *    CHANGED, SO CUSTAUDT CAN BE GIVEN A TRUE BEFORE/AFTER PAIR.
       COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
           ==WS-BEFORE-RECORD== LEADING ==CUST-== BY ==WS-BEF-==.

       01  WS-AUDIT-CALL-FIELDS.
           05  WS-AUDIT-FUNCTION         PIC X(05).
           05  WS-CHANGE-USER            PIC X(08)  VALUE "CUSTCHGO".
           05  WS-CHANGE-REASON          PIC X(04)  VALUE "CHGO".

       01  WS-LEDGER-FUNCTION            PIC X(05).
       COPY CUSTLDGR REPLACING ==LDGR-RECORD== BY
           ==WS-LEDGER-ENTRY== LEADING ==LDGR-== BY ==WS-LDG-==.

       01  WS-RSN-CALL-FIELDS.
           05  WS-RSN-FUNCTION           PIC X(05)  VALUE "FIND ".
           05  WS-RSN-LOOKUP-CODE        PIC X(04).
           05  WS-RSN-RESULT.
               10  WS-RSN-FILE-SW        PIC X(01).
               10  WS-RSN-FOUND-SW       PIC X(01).
               10  WS-RSN-ACTIVE-SW      PIC X(01).
               10  WS-RSN-DESCRIPTION    PIC X(30).
               10  WS-RSN-APPLIES-TO     PIC X(04).

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "CHARGE-OFF REPORT".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(10)  VALUE SPACES.
           05  FILLER                    PIC X(21)
               VALUE "CHARGE-OFF DAYS . . ".
           05  RTL2-THRESHOLD            PIC ZZZZ9.
           05  FILLER                    PIC X(10)
               VALUE "  REASON: ".
           05  RTL2-REASON-DESC          PIC X(30).

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(26)  VALUE "CUSTOMER NAME".
           05  FILLER            PIC X(08)  VALUE "STATUS".
           05  FILLER            PIC X(07)  VALUE "DAYS".
           05  FILLER            PIC X(12)  VALUE "FIRST OVER".
           05  FILLER            PIC X(16)  VALUE "CHARGED OFF".
           05  FILLER            PIC X(40)  VALUE "RESULT".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-NAME                  PIC X(24).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-OLD-STATUS            PIC X(01).
           05  FILLER                    PIC X(07)  VALUE SPACES.
           05  RDL-DAYS                  PIC ZZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-FIRST-OVER            PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-RESULT                PIC X(40).

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-DLQ THRU 2000-EXIT
               UNTIL WS-NO-MORE-DLQ.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
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
               MOVE PARM-CHARGE-OFF-DAYS TO WS-CHARGE-OFF-DAYS
           END-IF.
           CLOSE PARM-FILE.

      *    A MISSING OR ZERO CARD WOULD CHARGE OFF EVERY STAGE-4
      *    ACCOUNT THE DAY IT ESCALATED - REFUSE TO RUN RATHER THAN
      *    GUESS A THRESHOLD.
           IF WS-CHARGE-OFF-DAYS = ZERO
               DISPLAY "CUSTCHGO: CCOPARM MISSING OR ZERO THRESHOLD"
                       " - NOTHING CHARGED OFF"
               SET WS-RUN-ABORTED TO TRUE
               SET WS-NO-MORE-DLQ TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF NOT WS-MAST-OK
               DISPLAY "CUSTCHGO: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS
               SET WS-RUN-ABORTED TO TRUE
               SET WS-NO-MORE-DLQ TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT CHARGE-OFF-REPORT.
           MOVE 'Y' TO WS-FILES-OPEN-SW.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           MOVE WS-CHARGE-OFF-DAYS TO RTL2-THRESHOLD.
      *    DECODE THE RUN'S REASON CODE TO ITS CUSTRSNF DESCRIPTION
      *    - THE LOOKUP ECHOES THE BARE CODE WHEN IT IS NOT ON FILE.
           MOVE WS-CHANGE-REASON TO WS-RSN-LOOKUP-CODE.
           CALL "CUSTRSNL" USING WS-RSN-FUNCTION
                                 WS-RSN-LOOKUP-CODE
                                 WS-RSN-RESULT.
           MOVE WS-RSN-DESCRIPTION TO RTL2-REASON-DESC.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-COLUMN-HEADING.

           OPEN INPUT DELINQUENCY-FILE.
      *    NO DELINQUENCY FILE MEANS NOTHING HAS AGED - NOT AN ERROR.
           IF WS-DLQ-STATUS = "35"
               SET WS-NO-MORE-DLQ TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DLQ-OPEN-SW.
           PERFORM 2900-READ-DLQ THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-DLQ
      *    ONLY STAGE-4 RECORDS AT OR PAST THE CCOPARM THRESHOLD ARE
      *    CANDIDATES.
      *================================================================
       2000-PROCESS-DLQ.
           ADD 1 TO WS-DLQ-READ.
           IF DLQ-STAGE = 4
               ADD 1 TO WS-STAGE4-READ
               IF DLQ-DAYS-DELINQUENT >= WS-CHARGE-OFF-DAYS
                   PERFORM 2500-CHARGE-OFF THRU 2500-EXIT
               END-IF
           END-IF.
           PERFORM 2900-READ-DLQ THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2500-CHARGE-OFF
      *    READS THE ACCOUNT BY KEY, MOVES IT TO CUST-CHARGED-OFF,
      *    AUDITS THE CHANGE AND MOVES THE BALANCE TO THE CHARGED-OFF
      *    RECEIVABLE ON THE LEDGER.
      *================================================================
       2500-CHARGE-OFF.
           MOVE DLQ-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE "NOT ON CUSTMAST - SKIPPED" TO RDL-RESULT
           END-READ.
           IF NOT WS-MAST-OK
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE DLQ-CUST-ID TO CUST-ID
               MOVE ZERO TO CUST-BALANCE
               PERFORM 2800-WRITE-SKIPPED THRU 2800-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF CUST-MERGED
               MOVE "CUSTOMER MERGED - SKIPPED" TO RDL-RESULT
               PERFORM 2800-WRITE-SKIPPED THRU 2800-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF CUST-CHARGED-OFF
               MOVE "ALREADY CHARGED OFF - SKIPPED" TO RDL-RESULT
               PERFORM 2800-WRITE-SKIPPED THRU 2800-EXIT
               GO TO 2500-EXIT
           END-IF.

           MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD.
           SET CUST-CHARGED-OFF TO TRUE.
           MOVE WS-CURRENT-DATE TO CUST-UPDATED-DATE.
           MOVE WS-CHANGE-USER  TO CUST-LAST-CHG-USER.
           MOVE WS-CURRENT-DATE TO CUST-LAST-CHG-DATE.

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTCHGO: REWRITE FAILED FOR CUST-ID "
                           CUST-ID
           END-REWRITE.
           IF NOT WS-MAST-OK
               MOVE WS-BEFORE-RECORD TO CUSTOMER-RECORD
               MOVE "REWRITE FAILED - NOT CHARGED OFF" TO RDL-RESULT
               PERFORM 2800-WRITE-SKIPPED THRU 2800-EXIT
               GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-CHARGED-OFF-COUNT.
           ADD CUST-BALANCE TO WS-CHARGE-OFF-TOTAL.
           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
                                 WS-CHANGE-USER
                                 WS-CHANGE-REASON
                                 WS-BEFORE-RECORD
                                 CUSTOMER-RECORD.
           IF CUST-BALANCE NOT = ZERO
               PERFORM 2600-WRITE-LEDGER THRU 2600-EXIT
           END-IF.
           MOVE "CHARGED OFF" TO RDL-RESULT.
           PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      *================================================================
      * 2600-WRITE-LEDGER
      *    CHGO TAKES THE BALANCE OFF ACTIVE RECEIVABLES, CHGB PUTS
      *    THE SAME AMOUNT ON THE CHARGED-OFF RECEIVABLE - THE PAIR
      *    NETS TO ZERO ON CUST-BALANCE, WHICH THE CUSTOMER STILL
      *    OWES.
      *================================================================
       2600-WRITE-LEDGER.
           INITIALIZE WS-LEDGER-ENTRY.
           MOVE CUST-ID          TO WS-LDG-CUST-ID.
           MOVE "CHGO"           TO WS-LDG-EVENT-TYPE.
           COMPUTE WS-LDG-AMOUNT = ZERO - CUST-BALANCE.
           MOVE ZERO             TO WS-LDG-NEW-BALANCE.
           MOVE "CUSTCHGO"       TO WS-LDG-SOURCE-PROGRAM.
           MOVE WS-CHANGE-USER   TO WS-LDG-POST-USER.
           MOVE "WRITE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.

           INITIALIZE WS-LEDGER-ENTRY.
           MOVE CUST-ID          TO WS-LDG-CUST-ID.
           MOVE "CHGB"           TO WS-LDG-EVENT-TYPE.
           MOVE CUST-BALANCE     TO WS-LDG-AMOUNT.
           MOVE CUST-BALANCE     TO WS-LDG-NEW-BALANCE.
           MOVE "CUSTCHGO"       TO WS-LDG-SOURCE-PROGRAM.
           MOVE WS-CHANGE-USER   TO WS-LDG-POST-USER.
           MOVE "WRITE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.
       2600-EXIT.
           EXIT.

      *================================================================
      * 2700-WRITE-DETAIL
      *================================================================
       2700-WRITE-DETAIL.
           MOVE CUST-ID TO RDL-CUST-ID.
           MOVE SPACES TO RDL-NAME.
           STRING CUST-LAST-NAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               CUST-FIRST-NAME DELIMITED BY SPACE
               INTO RDL-NAME
           END-STRING.
           MOVE WS-BEF-STATUS TO RDL-OLD-STATUS.
           MOVE DLQ-DAYS-DELINQUENT TO RDL-DAYS.
           MOVE DLQ-FIRST-OVER-DATE TO RDL-FIRST-OVER.
           MOVE CUST-BALANCE TO RDL-AMOUNT.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-DETAIL-LINE.
       2700-EXIT.
           EXIT.

      *================================================================
      * 2800-WRITE-SKIPPED
      *    A CANDIDATE THAT WAS NOT CHARGED OFF - NOTHING WAS WRITTEN
      *    OFF, SO THE AMOUNT COLUMN SHOWS ZERO.
      *================================================================
       2800-WRITE-SKIPPED.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD.
           MOVE ZERO TO CUST-BALANCE.
           PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
       2800-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-DLQ
      *================================================================
       2900-READ-DLQ.
           READ DELINQUENCY-FILE
               AT END
                   SET WS-NO-MORE-DLQ TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT WS-FILES-OPEN
               GO TO 9000-EXIT
           END-IF.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE.
           WRITE CHARGE-OFF-REPORT-LINE.
           MOVE "STAGE-4 ACCOUNTS READ  . . . ." TO MTL-LABEL.
           MOVE WS-STAGE4-READ TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACCOUNTS CHARGED OFF  . . . . ." TO MTL-LABEL.
           MOVE WS-CHARGED-OFF-COUNT TO MTL-COUNT.
           MOVE WS-CHARGE-OFF-TOTAL TO MTL-AMOUNT.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CANDIDATES SKIPPED  . . . . . ." TO MTL-LABEL.
           MOVE WS-SKIPPED-COUNT TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE CHARGE-OFF-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "CLOSE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
                                 WS-CHANGE-USER
                                 WS-CHANGE-REASON
                                 WS-BEFORE-RECORD
                                 CUSTOMER-RECORD.
           MOVE "CLOSE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.
           IF WS-DLQ-FILE-OPEN
               CLOSE DELINQUENCY-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE CHARGE-OFF-REPORT.
           DISPLAY "CUSTCHGO: ACCOUNTS CHARGED OFF = "
                   WS-CHARGED-OFF-COUNT.
           DISPLAY "CUSTCHGO: CANDIDATES SKIPPED   = "
                   WS-SKIPPED-COUNT.
       9000-EXIT.
           EXIT.
