      *================================================================
      * PROGRAM: CUSTRFND.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Monthly credit-balance refund and unclaimed-property run.
      *   An account left with a negative CUST-BALANCE after an
      *   overpayment or a credit adjustment is money owed to the
      *   customer; nothing ever paid it back, and once CUSTDSWP had
      *   swept the account INACTIVE it simply sat there until the
      *   state's dormancy period made it reportable unclaimed
      *   property.
      *
      *   This program reads CUSTMAST in primary-key sequence and, for
      *   every account with a credit balance:
      *     - CUST-ACTIVE, credit over the refund threshold on the
      *       parameter card CRFPARM: writes a refund to the accounts
      *       payable issuance file CUSTAPRF (see CUSTAPRF.cpy),
      *       zeroes CUST-BALANCE, posts the credit off with an RFND
      *       CUSTLEDG event (LDGR-AMOUNT = the credit, taking the
      *       balance up to zero) and writes a CUSTAUDT before/after
      *       image under reason RFND.  A credit at or under the
      *       threshold is left on the account;
      *     - CUST-INACTIVE: ages the credit in whole months from
      *       CUST-LAST-CHG-DATE to the run date against the dormancy
      *       period for CUST-STATE on the CUSTDORM table (maintained
      *       by CUSTDRMM - see CUSTDORM.cpy).  An account that has
      *       reached its period goes on the due-diligence letter
      *       file CUSTDDLT (see CUSTDDL.cpy); a state with no entry
      *       on the table is listed as an exception for the table to
      *       be corrected, never guessed;
      *     - any other status (suspended, charged off, merged) with
      *       a credit is listed as held for review and not touched.
      *   Every credit-balance account is listed on the register
      *   CUSTRFRPT with what was done.  The letter file is then
      *   sorted by state and printed as the escheatment report
      *   CUSTESRPT, with a count and amount per state and overall.
      *
      *   CRFPARM: the refund threshold (9(5)V99) and the run date
      *   (YYYYMMDD, zero = today) used for dormancy ageing, the
      *   refund issue date and the letter date.  A missing card
      *   refuses the run (RETURN-CODE 8) rather than refund every
      *   credit on file.  A second run in the same month refunds
      *   nothing twice - the credits it paid out are already zero.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  ESCHEATMENT COLUMN HEADINGS REALIGNED OVER
      *                    MONTHS AND AMOUNT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CRFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT DORMANCY-FILE ASSIGN TO "CUSTDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.

           SELECT REFUND-FILE ASSIGN TO "CUSTAPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT LETTER-FILE ASSIGN TO "CUSTDDLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT ESCHEAT-SORT-WORK ASSIGN TO "SRTWK12".

           SELECT REFUND-REPORT ASSIGN TO "CUSTRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ESCHEAT-REPORT ASSIGN TO "CUSTESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REFUND-THRESHOLD    PIC 9(05)V99.
           05  PARM-RUN-DATE            PIC 9(08).

       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  DORMANCY-FILE.
       COPY CUSTDORM.

       FD  REFUND-FILE.
       COPY CUSTAPRF.

       FD  LETTER-FILE.
       COPY CUSTDDL.

       SD  ESCHEAT-SORT-WORK.
       COPY CUSTDDL REPLACING ==DDL-RECORD== BY ==ESCHEAT-SORT-RECORD==
                              LEADING ==DDL-== BY ==ESR-==.

       FD  REFUND-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REFUND-REPORT-LINE           PIC X(132).

       FD  ESCHEAT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  ESCHEAT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-DORM-STATUS            PIC X(02).
           05  WS-REFUND-STATUS          PIC X(02).
           05  WS-LETTER-STATUS          PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).
           05  WS-ESC-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-MAST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-MASTER     VALUE 'Y'.
           05  WS-DORM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-STATES     VALUE 'Y'.
           05  WS-FILES-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-FILES-OPEN         VALUE 'Y'.
           05  WS-RUN-ABORTED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-ABORTED        VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.

       01  WS-RUN-FIELDS.
           05  WS-REFUND-THRESHOLD       PIC 9(05)V99 VALUE ZERO.
           05  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY           PIC 9(04).
               10  WS-RUN-MM             PIC 9(02).
               10  WS-RUN-DD             PIC 9(02).
           05  WS-CREDIT-AMOUNT          PIC S9(07)V99 VALUE ZERO.

       01  WS-LAST-CHG-DATE              PIC 9(08)  VALUE ZERO.
       01  WS-LAST-CHG-PARTS REDEFINES WS-LAST-CHG-DATE.
           05  WS-CHG-YYYY               PIC 9(04).
           05  WS-CHG-MM                 PIC 9(02).
           05  WS-CHG-DD                 PIC 9(02).

       01  WS-AGE-FIELDS                 COMP.
           05  WS-RUN-MONTH-NUMBER       PIC S9(07) VALUE ZERO.
           05  WS-CHG-MONTH-NUMBER       PIC S9(07) VALUE ZERO.
           05  WS-DORMANT-MONTHS         PIC S9(05) VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

      *    100 ENTRIES - THE SAME SIZE CUSTDRMM MAINTAINS.
       01  WS-DORMANCY-TABLE.
           05  WS-DORM-ENTRY OCCURS 100 TIMES.
               10  WS-TAB-STATE          PIC X(02).
               10  WS-TAB-STATE-NAME     PIC X(20).
               10  WS-TAB-PERIOD-MONTHS  PIC 9(03).

       01  WS-TABLE-CONTROL              COMP.
           05  WS-DORM-COUNT             PIC S9(04)  VALUE ZERO.
           05  WS-DORM-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-FOUND-SUB              PIC S9(04)  VALUE ZERO.

       01  WS-COUNTERS                   COMP.
           05  WS-CREDIT-READ            PIC 9(07)  VALUE ZERO.
           05  WS-REFUND-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-BELOW-COUNT            PIC 9(07)  VALUE ZERO.
           05  WS-DORMANT-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-NOT-YET-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT        PIC 9(07)  VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-STATE-COUNT            PIC 9(07)  VALUE ZERO.
           05  WS-ESCHEAT-COUNT          PIC 9(07)  VALUE ZERO.

       01  WS-TOTALS                     COMP-3.
           05  WS-CREDIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  WS-REFUND-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  WS-BELOW-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  WS-DORMANT-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  WS-NOT-YET-TOTAL          PIC S9(11)V99 VALUE ZERO.
           05  WS-EXCEPTION-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-HELD-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  WS-STATE-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  WS-ESCHEAT-TOTAL          PIC S9(11)V99 VALUE ZERO.

       01  WS-BREAK-STATE                PIC X(02)  VALUE SPACES.
       01  WS-OWNER-NAME                 PIC X(48).

      *    CAPTURED IMMEDIATELY AFTER THE READ, BEFORE CUST-BALANCE IS
      *    CHANGED, SO CUSTAUDT CAN BE GIVEN A TRUE BEFORE/AFTER PAIR.
       COPY CUSTOMER REPLACING ==CUSTOMER-RECORD== BY
           ==WS-BEFORE-RECORD== LEADING ==CUST-== BY ==WS-BEF-==.

       01  WS-AUDIT-CALL-FIELDS.
           05  WS-AUDIT-FUNCTION         PIC X(05).
           05  WS-CHANGE-USER            PIC X(08)  VALUE "CUSTRFND".
           05  WS-CHANGE-REASON          PIC X(04)  VALUE "RFND".

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
               VALUE "CREDIT-BALANCE REFUND REGISTER".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(09)  VALUE "RUN DATE:".
           05  RTL2-DATE                 PIC 9999/99/99.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(19)
               VALUE "REFUND OVER  . . . ".
           05  RTL2-THRESHOLD            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(10)
               VALUE "  REASON: ".
           05  RTL2-REASON-DESC          PIC X(30).

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(26)  VALUE "CUSTOMER NAME".
           05  FILLER            PIC X(04)  VALUE "S".
           05  FILLER            PIC X(04)  VALUE "ST".
           05  FILLER            PIC X(15)  VALUE "CREDIT".
           05  FILLER            PIC X(12)  VALUE "LAST CHANGE".
           05  FILLER            PIC X(07)  VALUE "MONTHS".
           05  FILLER            PIC X(40)  VALUE "RESULT".

       01  RPT-DETAIL-LINE.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-NAME                  PIC X(24).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-STATUS                PIC X(01).
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-STATE                 PIC X(02).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-CREDIT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-LAST-CHG-DATE         PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-MONTHS                PIC ZZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-RESULT                PIC X(40).

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       01  ESC-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(50)
               VALUE "UNCLAIMED PROPERTY - ESCHEATMENT REPORT BY STATE".

       01  ESC-TITLE-LINE-2.
           05  FILLER                    PIC X(09)  VALUE "RUN DATE:".
           05  ETL2-DATE                 PIC 9999/99/99.

       01  ESC-STATE-HEADING.
           05  FILLER                    PIC X(07)  VALUE "STATE: ".
           05  ESH-STATE                 PIC X(02).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  ESH-STATE-NAME            PIC X(20).
           05  FILLER                    PIC X(19)
               VALUE "  DORMANCY PERIOD: ".
           05  ESH-PERIOD-MONTHS         PIC ZZ9.
           05  FILLER                    PIC X(07)  VALUE " MONTHS".

       01  ESC-COLUMN-HEADING.
           05  FILLER            PIC X(04)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(34)  VALUE "OWNER".
           05  FILLER            PIC X(22)  VALUE "CITY".
           05  FILLER            PIC X(13)  VALUE "LAST ACTIVITY".
           05  FILLER            PIC X(08)  VALUE "MONTHS".
           05  FILLER            PIC X(06)  VALUE SPACES.
           05  FILLER            PIC X(06)  VALUE "AMOUNT".

       01  ESC-DETAIL-LINE.
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  EDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  EDL-OWNER-NAME            PIC X(32).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  EDL-CITY                  PIC X(20).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  EDL-LAST-ACTIVITY         PIC 9999/99/99.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  EDL-MONTHS                PIC ZZZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  EDL-AMOUNT                PIC Z,ZZZ,ZZ9.99.

       01  ESC-TOTAL-LINE.
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  ETL-LABEL                 PIC X(30)  VALUE SPACES.
           05  ETL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  ETL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-NO-MORE-MASTER.
           PERFORM 8000-CLOSE-PASS THRU 8000-EXIT.
           IF WS-FILES-OPEN
               SORT ESCHEAT-SORT-WORK
                   ON ASCENDING KEY ESR-STATE
                   ON ASCENDING KEY ESR-CUST-ID
                   USING LETTER-FILE
                   OUTPUT PROCEDURE IS 4000-PRINT-ESCHEAT
                       THRU 4000-EXIT
           END-IF.
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
           CLOSE PARM-FILE.

      *    WITHOUT A CARD THERE IS NO THRESHOLD - REFUSE RATHER THAN
      *    REFUND EVERY CREDIT ON FILE.
           IF WS-PARM-STATUS NOT = "00"
               OR PARM-REFUND-THRESHOLD NOT NUMERIC
               DISPLAY "CUSTRFND: CRFPARM MISSING OR INVALID"
                       " - NOTHING REFUNDED"
               SET WS-RUN-ABORTED TO TRUE
               SET WS-NO-MORE-MASTER TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE PARM-REFUND-THRESHOLD TO WS-REFUND-THRESHOLD.
           IF PARM-RUN-DATE NUMERIC AND PARM-RUN-DATE NOT = ZERO
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-MONTH-NUMBER = WS-RUN-YYYY * 12 + WS-RUN-MM.

           PERFORM 1100-LOAD-DORMANCY-TABLE THRU 1100-EXIT.

           OPEN I-O CUSTOMER-MASTER.
           IF NOT WS-MAST-OK
               DISPLAY "CUSTRFND: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS
               SET WS-RUN-ABORTED TO TRUE
               SET WS-NO-MORE-MASTER TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND REFUND-FILE.
           IF WS-REFUND-STATUS = "35" OR WS-REFUND-STATUS = "05"
               OPEN OUTPUT REFUND-FILE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REFUND-REPORT.
           MOVE 'Y' TO WS-FILES-OPEN-SW.
           WRITE REFUND-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-RUN-DATE TO RTL2-DATE.
           MOVE WS-REFUND-THRESHOLD TO RTL2-THRESHOLD.
      *    DECODE THE RUN'S REASON CODE TO ITS CUSTRSNF DESCRIPTION
      *    - THE LOOKUP ECHOES THE BARE CODE WHEN IT IS NOT ON FILE.
           MOVE WS-CHANGE-REASON TO WS-RSN-LOOKUP-CODE.
           CALL "CUSTRSNL" USING WS-RSN-FUNCTION
                                 WS-RSN-LOOKUP-CODE
                                 WS-RSN-RESULT.
           MOVE WS-RSN-DESCRIPTION TO RTL2-REASON-DESC.
           WRITE REFUND-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE REFUND-REPORT-LINE FROM RPT-COLUMN-HEADING.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-LOAD-DORMANCY-TABLE
      *    NO CUSTDORM MEANS EVERY DORMANT CREDIT COMES OUT AS AN
      *    EXCEPTION - THE RUN STILL MAKES THE ACTIVE REFUNDS.
      *================================================================
       1100-LOAD-DORMANCY-TABLE.
           OPEN INPUT DORMANCY-FILE.
           IF WS-DORM-STATUS NOT = "00"
               DISPLAY "CUSTRFND: NO CUSTDORM DORMANCY TABLE -"
                       " INACTIVE CREDITS LISTED AS EXCEPTIONS"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LOAD-ONE-STATE THRU 1150-EXIT
               UNTIL WS-NO-MORE-STATES.
           CLOSE DORMANCY-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-STATE.
           READ DORMANCY-FILE
               AT END
                   SET WS-NO-MORE-STATES TO TRUE
               NOT AT END
                   IF WS-DORM-COUNT < 100
                       ADD 1 TO WS-DORM-COUNT
                       MOVE DORM-STATE TO WS-TAB-STATE(WS-DORM-COUNT)
                       MOVE DORM-STATE-NAME
                           TO WS-TAB-STATE-NAME(WS-DORM-COUNT)
                       MOVE DORM-PERIOD-MONTHS
                           TO WS-TAB-PERIOD-MONTHS(WS-DORM-COUNT)
                   ELSE
                       DISPLAY "CUSTRFND: DORMANCY TABLE FULL - STATE "
                               DORM-STATE " DROPPED"
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-RECORD
      *    ONLY CREDIT BALANCES ARE OF INTEREST; THE STATUS DECIDES
      *    WHETHER THE CREDIT IS REFUNDED, AGED OR HELD.
      *================================================================
       2000-PROCESS-RECORD.
           IF CUST-BALANCE NOT < ZERO
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-CREDIT-READ.
           COMPUTE WS-CREDIT-AMOUNT = ZERO - CUST-BALANCE.
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD.
           MOVE ZERO TO WS-DORMANT-MONTHS.
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   PERFORM 2100-ACTIVE-CREDIT THRU 2100-EXIT
               WHEN CUST-INACTIVE
                   PERFORM 2300-INACTIVE-CREDIT THRU 2300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-CREDIT-AMOUNT TO WS-HELD-TOTAL
                   MOVE "NOT ACTIVE/INACTIVE - HELD FOR REVIEW"
                       TO RDL-RESULT
           END-EVALUATE.
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
       2000-READ-NEXT.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-ACTIVE-CREDIT
      *    A CREDIT OVER THE THRESHOLD IS PAID BACK: REFUND RECORD FOR
      *    ACCOUNTS PAYABLE, BALANCE ZEROED, AUDITED AND LEDGERED.
      *================================================================
       2100-ACTIVE-CREDIT.
           IF WS-CREDIT-AMOUNT NOT > WS-REFUND-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-BELOW-TOTAL
               MOVE "AT/UNDER THRESHOLD - LEFT ON ACCOUNT"
                   TO RDL-RESULT
               GO TO 2100-EXIT
           END-IF.

           MOVE ZERO            TO CUST-BALANCE.
           MOVE WS-RUN-DATE     TO CUST-UPDATED-DATE.
           MOVE WS-CHANGE-USER  TO CUST-LAST-CHG-USER.
           MOVE WS-RUN-DATE     TO CUST-LAST-CHG-DATE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTRFND: REWRITE FAILED FOR CUST-ID "
                           CUST-ID
           END-REWRITE.
           IF NOT WS-MAST-OK
               MOVE WS-BEFORE-RECORD TO CUSTOMER-RECORD
               ADD 1 TO WS-HELD-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-HELD-TOTAL
               MOVE "REWRITE FAILED - NOT REFUNDED" TO RDL-RESULT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2700-BUILD-OWNER-NAME THRU 2700-EXIT.
           MOVE CUST-ID          TO APRF-CUST-ID.
           MOVE WS-RUN-DATE      TO APRF-ISSUE-DATE.
           MOVE WS-OWNER-NAME    TO APRF-PAYEE-NAME.
           MOVE CUST-STREET      TO APRF-STREET.
           MOVE CUST-CITY        TO APRF-CITY.
           MOVE CUST-STATE       TO APRF-STATE.
           MOVE CUST-ZIP         TO APRF-ZIP.
           MOVE CUST-ZIP-EXT     TO APRF-ZIP-EXT.
           MOVE WS-CREDIT-AMOUNT TO APRF-AMOUNT.
           WRITE APRF-RECORD.

           MOVE "WRITE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
                                 WS-CHANGE-USER
                                 WS-CHANGE-REASON
                                 WS-BEFORE-RECORD
                                 CUSTOMER-RECORD.

           INITIALIZE WS-LEDGER-ENTRY.
           MOVE CUST-ID          TO WS-LDG-CUST-ID.
           MOVE "RFND"           TO WS-LDG-EVENT-TYPE.
           MOVE WS-CREDIT-AMOUNT TO WS-LDG-AMOUNT.
           MOVE ZERO             TO WS-LDG-NEW-BALANCE.
           MOVE "CUSTRFND"       TO WS-LDG-SOURCE-PROGRAM.
           MOVE WS-CHANGE-USER   TO WS-LDG-POST-USER.
           MOVE "WRITE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.

           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-REFUND-TOTAL.
           MOVE "REFUND ISSUED TO ACCOUNTS PAYABLE" TO RDL-RESULT.
       2100-EXIT.
           EXIT.

      *================================================================
      * 2300-INACTIVE-CREDIT
      *    AGES THE CREDIT IN WHOLE MONTHS FROM CUST-LAST-CHG-DATE AND
      *    PUTS IT ON THE LETTER FILE ONCE IT REACHES THE DORMANCY
      *    PERIOD FOR ITS STATE.
      *================================================================
       2300-INACTIVE-CREDIT.
           MOVE CUST-LAST-CHG-DATE TO WS-LAST-CHG-DATE.
           IF WS-LAST-CHG-DATE NOT NUMERIC OR WS-LAST-CHG-DATE = ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-EXCEPTION-TOTAL
               MOVE "NO LAST-CHANGE DATE - CANNOT BE AGED"
                   TO RDL-RESULT
               GO TO 2300-EXIT
           END-IF.
      *    A MONTH IS ONLY COMPLETE ONCE THE RUN DATE HAS REACHED THE
      *    SAME DAY OF THE MONTH AS THE LAST CHANGE.
           COMPUTE WS-CHG-MONTH-NUMBER = WS-CHG-YYYY * 12 + WS-CHG-MM.
           COMPUTE WS-DORMANT-MONTHS =
               WS-RUN-MONTH-NUMBER - WS-CHG-MONTH-NUMBER.
           IF WS-RUN-DD < WS-CHG-DD
               SUBTRACT 1 FROM WS-DORMANT-MONTHS
           END-IF.
           IF WS-DORMANT-MONTHS < ZERO
               MOVE ZERO TO WS-DORMANT-MONTHS
           END-IF.

           PERFORM 2400-FIND-STATE THRU 2400-EXIT.
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-EXCEPTION-TOTAL
               MOVE "NO DORMANCY PERIOD ON CUSTDORM FOR STATE"
                   TO RDL-RESULT
               GO TO 2300-EXIT
           END-IF.
           IF WS-DORMANT-MONTHS < WS-TAB-PERIOD-MONTHS(WS-FOUND-SUB)
               ADD 1 TO WS-NOT-YET-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-NOT-YET-TOTAL
               MOVE "INACTIVE - NOT YET DORMANT" TO RDL-RESULT
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2700-BUILD-OWNER-NAME THRU 2700-EXIT.
           MOVE CUST-STATE          TO DDL-STATE.
           MOVE CUST-ID             TO DDL-CUST-ID.
           MOVE WS-OWNER-NAME       TO DDL-OWNER-NAME.
           MOVE CUST-STREET         TO DDL-STREET.
           MOVE CUST-CITY           TO DDL-CITY.
           MOVE CUST-ZIP            TO DDL-ZIP.
           MOVE CUST-ZIP-EXT        TO DDL-ZIP-EXT.
           MOVE WS-CREDIT-AMOUNT    TO DDL-AMOUNT.
           MOVE WS-LAST-CHG-DATE    TO DDL-LAST-ACTIVITY-DATE.
           MOVE WS-DORMANT-MONTHS   TO DDL-DORMANT-MONTHS.
           MOVE WS-TAB-STATE-NAME(WS-FOUND-SUB) TO DDL-STATE-NAME.
           MOVE WS-TAB-PERIOD-MONTHS(WS-FOUND-SUB)
               TO DDL-PERIOD-MONTHS.
           MOVE WS-RUN-DATE         TO DDL-LETTER-DATE.
           WRITE DDL-RECORD.
           ADD 1 TO WS-DORMANT-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-DORMANT-TOTAL.
           MOVE "DORMANT - DUE-DILIGENCE LETTER/ESCHEAT"
               TO RDL-RESULT.
       2300-EXIT.
           EXIT.

      *================================================================
      * 2400-FIND-STATE
      *    LEAVES WS-FOUND-SUB POINTING AT CUST-STATE ON THE DORMANCY
      *    TABLE, OR ZERO WHEN THE STATE HAS NO ENTRY.
      *================================================================
       2400-FIND-STATE.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-DORM-SUB.
           PERFORM 2450-SCAN-TABLE THRU 2450-EXIT
               UNTIL WS-DORM-SUB >= WS-DORM-COUNT
                  OR WS-FOUND-SUB > ZERO.
       2400-EXIT.
           EXIT.

       2450-SCAN-TABLE.
           ADD 1 TO WS-DORM-SUB.
           IF WS-TAB-STATE(WS-DORM-SUB) = CUST-STATE
               MOVE WS-DORM-SUB TO WS-FOUND-SUB
           END-IF.
       2450-EXIT.
           EXIT.

      *================================================================
      * 2700-BUILD-OWNER-NAME
      *    FIRST NAME, MIDDLE INITIAL AND LAST NAME, AS THE CHEQUE OR
      *    LETTER IS ADDRESSED.
      *================================================================
       2700-BUILD-OWNER-NAME.
           MOVE SPACES TO WS-OWNER-NAME.
           IF CUST-MIDDLE-INIT = SPACE
               STRING CUST-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CUST-LAST-NAME DELIMITED BY "  "
                   INTO WS-OWNER-NAME
               END-STRING
           ELSE
               STRING CUST-FIRST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CUST-MIDDLE-INIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CUST-LAST-NAME DELIMITED BY "  "
                   INTO WS-OWNER-NAME
               END-STRING
           END-IF.
       2700-EXIT.
           EXIT.

      *================================================================
      * 2800-WRITE-DETAIL
      *    THE REGISTER SHOWS THE ACCOUNT AS IT WAS READ.
      *================================================================
       2800-WRITE-DETAIL.
           MOVE WS-BEF-ID TO RDL-CUST-ID.
           MOVE SPACES TO RDL-NAME.
           STRING WS-BEF-LAST-NAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               WS-BEF-FIRST-NAME DELIMITED BY SPACE
               INTO RDL-NAME
           END-STRING.
           MOVE WS-BEF-STATUS TO RDL-STATUS.
           MOVE WS-BEF-STATE TO RDL-STATE.
           MOVE WS-CREDIT-AMOUNT TO RDL-CREDIT.
           MOVE WS-BEF-LAST-CHG-DATE TO RDL-LAST-CHG-DATE.
           MOVE WS-DORMANT-MONTHS TO RDL-MONTHS.
           WRITE REFUND-REPORT-LINE FROM RPT-DETAIL-LINE.
       2800-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-MASTER
      *================================================================
       2900-READ-MASTER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-NO-MORE-MASTER TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-ESCHEAT
      *    SORT OUTPUT PROCEDURE - THE LETTER FILE IN STATE ORDER,
      *    WITH A HEADING, COUNT AND AMOUNT FOR EACH STATE.
      *================================================================
       4000-PRINT-ESCHEAT.
           OPEN OUTPUT ESCHEAT-REPORT.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-TITLE-LINE-1.
           MOVE WS-RUN-DATE TO ETL2-DATE.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-TITLE-LINE-2.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL WS-NO-MORE-SORTED.
           IF WS-BREAK-STATE NOT = SPACES
               PERFORM 4300-STATE-TOTAL THRU 4300-EXIT
           END-IF.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "ALL STATES  . . . . . . . . ." TO ETL-LABEL.
           MOVE WS-ESCHEAT-COUNT TO ETL-COUNT.
           MOVE WS-ESCHEAT-TOTAL TO ETL-AMOUNT.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-TOTAL-LINE.
           CLOSE ESCHEAT-REPORT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-ACCOUNT.
           IF ESR-STATE NOT = WS-BREAK-STATE
               IF WS-BREAK-STATE NOT = SPACES
                   PERFORM 4300-STATE-TOTAL THRU 4300-EXIT
               END-IF
               PERFORM 4200-STATE-HEADING THRU 4200-EXIT
           END-IF.
           MOVE ESR-CUST-ID            TO EDL-CUST-ID.
           MOVE ESR-OWNER-NAME         TO EDL-OWNER-NAME.
           MOVE ESR-CITY               TO EDL-CITY.
           MOVE ESR-LAST-ACTIVITY-DATE TO EDL-LAST-ACTIVITY.
           MOVE ESR-DORMANT-MONTHS     TO EDL-MONTHS.
           MOVE ESR-AMOUNT             TO EDL-AMOUNT.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-DETAIL-LINE.
           ADD 1 TO WS-STATE-COUNT.
           ADD ESR-AMOUNT TO WS-STATE-TOTAL.
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD ESR-AMOUNT TO WS-ESCHEAT-TOTAL.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4200-STATE-HEADING.
           MOVE ESR-STATE TO WS-BREAK-STATE.
           MOVE ZERO TO WS-STATE-COUNT.
           MOVE ZERO TO WS-STATE-TOTAL.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE ESR-STATE         TO ESH-STATE.
           MOVE ESR-STATE-NAME    TO ESH-STATE-NAME.
           MOVE ESR-PERIOD-MONTHS TO ESH-PERIOD-MONTHS.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-STATE-HEADING.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-COLUMN-HEADING.
       4200-EXIT.
           EXIT.

       4300-STATE-TOTAL.
           MOVE SPACES TO ETL-LABEL.
           STRING "STATE " DELIMITED BY SIZE
               WS-BREAK-STATE DELIMITED BY SIZE
               " TOTAL . . . . . . . . ." DELIMITED BY SIZE
               INTO ETL-LABEL
           END-STRING.
           MOVE WS-STATE-COUNT TO ETL-COUNT.
           MOVE WS-STATE-TOTAL TO ETL-AMOUNT.
           WRITE ESCHEAT-REPORT-LINE FROM ESC-TOTAL-LINE.
       4300-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN ESCHEAT-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

      *================================================================
      * 8000-CLOSE-PASS
      *    THE MASTER PASS IS OVER - THE LETTER FILE MUST BE CLOSED
      *    BEFORE THE SORT READS IT BACK.
      *================================================================
       8000-CLOSE-PASS.
           IF NOT WS-FILES-OPEN
               GO TO 8000-EXIT
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE REFUND-FILE.
           CLOSE LETTER-FILE.
       8000-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           IF NOT WS-FILES-OPEN
               GO TO 9000-RETURN-CODE
           END-IF.
           MOVE SPACES TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE "CREDIT BALANCES READ  . . . . ." TO MTL-LABEL.
           MOVE WS-CREDIT-READ TO MTL-COUNT.
           MOVE WS-CREDIT-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "REFUNDS ISSUED  . . . . . . . ." TO MTL-LABEL.
           MOVE WS-REFUND-COUNT TO MTL-COUNT.
           MOVE WS-REFUND-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ACTIVE - UNDER THRESHOLD  . . ." TO MTL-LABEL.
           MOVE WS-BELOW-COUNT TO MTL-COUNT.
           MOVE WS-BELOW-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "INACTIVE - DORMANT (LETTERS) ." TO MTL-LABEL.
           MOVE WS-DORMANT-COUNT TO MTL-COUNT.
           MOVE WS-DORMANT-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "INACTIVE - NOT YET DORMANT  . ." TO MTL-LABEL.
           MOVE WS-NOT-YET-COUNT TO MTL-COUNT.
           MOVE WS-NOT-YET-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "INACTIVE - EXCEPTIONS . . . . ." TO MTL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO MTL-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "HELD FOR REVIEW . . . . . . . ." TO MTL-LABEL.
           MOVE WS-HELD-COUNT TO MTL-COUNT.
           MOVE WS-HELD-TOTAL TO MTL-AMOUNT.
           WRITE REFUND-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "CLOSE" TO WS-AUDIT-FUNCTION.
           CALL "CUSTAUDT" USING WS-AUDIT-FUNCTION
                                 WS-CHANGE-USER
                                 WS-CHANGE-REASON
                                 WS-BEFORE-RECORD
                                 CUSTOMER-RECORD.
           MOVE "CLOSE" TO WS-LEDGER-FUNCTION.
           CALL "CUSTLEDG" USING WS-LEDGER-FUNCTION
                                 WS-LEDGER-ENTRY.
           CLOSE REFUND-REPORT.
           DISPLAY "CUSTRFND: REFUNDS ISSUED        = "
                   WS-REFUND-COUNT.
           DISPLAY "CUSTRFND: DORMANT CREDITS       = "
                   WS-DORMANT-COUNT.
           DISPLAY "CUSTRFND: INACTIVE EXCEPTIONS   = "
                   WS-EXCEPTION-COUNT.
       9000-RETURN-CODE.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
