      *================================================================
      * PROGRAM: CUSTPTPM.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Maintenance program for the promise-to-pay arrangement file
      *   CUSTPTP (see CUSTPTP.cpy).  Collectors key one transaction
      *   per promise onto CPTPTRN:
      *     'A' ADD     - CUST-ID, promised amount and due date; the
      *                   collector is the transaction's user-id;
      *     'X' CANCEL  - CUST-ID; withdraws the account's live
      *                   promise.
      *   An add is rejected when the account is not on CUSTMAST or
      *   is merged, the amount is missing, the due date is not a
      *   real date on or after today, or the account already has a
      *   live promise (it must be cancelled first, so one collector
      *   cannot silently overwrite another's arrangement).  An add
      *   against an account whose last promise was partially kept
      *   or broken replaces that record.  A cancelled promise is
      *   written to the history file CUSTPTPH with status X so the
      *   collector rates on CUSTPTPR can leave it out.
      *
      *   The existing CUSTPTP is loaded, the transactions applied,
      *   and the result sorted back into CUST-ID order onto
      *   CUSTPTPN, which a following job step copies over CUSTPTP -
      *   the same load/apply/copy-back shape as CUSTRSNM.  CUSTPMRPT
      *   lists every transaction applied or rejected.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPTPM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT PROMISE-FILE ASSIGN TO "CUSTPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTP-STATUS.

           SELECT NEW-PROMISE-FILE ASSIGN TO "CUSTPTPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPTP-STATUS.

           SELECT PROMISE-HISTORY ASSIGN TO "CUSTPTPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PROMISE-TRANS ASSIGN TO "CPTPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PROMISE-SORT-WORK ASSIGN TO "SRTWK07".

           SELECT MAINT-REPORT ASSIGN TO "CUSTPMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  PROMISE-FILE.
       COPY CUSTPTP.

      *    SAME LAYOUT AS PTP-RECORD, RENAMED NPTP- / HPTP- SO THE
      *    OLD, NEW AND HISTORY RECORDS CAN BE HELD OPEN AT ONCE.
       FD  NEW-PROMISE-FILE.
       COPY CUSTPTP REPLACING ==PTP-RECORD== BY ==NEW-PTP-RECORD==
                              LEADING ==PTP-== BY ==NPTP-==.

       FD  PROMISE-HISTORY.
       COPY CUSTPTP REPLACING ==PTP-RECORD== BY ==HIST-PTP-RECORD==
                              LEADING ==PTP-== BY ==HPTP-==.

       FD  PROMISE-TRANS.
       01  PROMISE-TRANS-RECORD.
           05  PTPT-CODE                 PIC X(01).
               88  PTPT-ADD              VALUE 'A'.
               88  PTPT-CANCEL           VALUE 'X'.
           05  PTPT-CUST-ID              PIC 9(08).
           05  PTPT-USER-ID              PIC X(08).
           05  PTPT-AMOUNT               PIC 9(07)V99.
           05  PTPT-DUE-DATE             PIC 9(08).

       SD  PROMISE-SORT-WORK.
       01  PROMISE-SORT-RECORD.
           05  PS-CUST-ID                PIC 9(08).
           05  PS-PROMISE-DATA           PIC X(52).

       FD  MAINT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-PTP-STATUS             PIC X(02).
           05  WS-NPTP-STATUS            PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-TRAN-STATUS            PIC X(02).
               88  WS-TRAN-EOF           VALUE '10'.
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-PTP-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-PROMISES   VALUE 'Y'.
           05  WS-TRAN-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-TRANS      VALUE 'Y'.
           05  WS-TRAN-VALID-SW          PIC X(01)  VALUE 'Y'.
               88  WS-TRAN-VALID         VALUE 'Y'.
               88  WS-TRAN-INVALID       VALUE 'N'.
           05  WS-MAST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAST-OPENED        VALUE 'Y'.
           05  WS-HIST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-HIST-FILE-OPEN     VALUE 'Y'.
           05  WS-RUN-ABORTED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-ABORTED        VALUE 'Y'.

       01  WS-TABLE-CONTROL              COMP.
           05  WS-PTP-COUNT              PIC S9(04)  VALUE ZERO.
           05  WS-PTP-SUB                PIC S9(04)  VALUE ZERO.
           05  WS-FOUND-SUB              PIC S9(04)  VALUE ZERO.

       01  WS-COUNTERS                   COMP.
           05  WS-ADD-COUNT              PIC 9(07)  VALUE ZERO.
           05  WS-REPLACE-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-CANCEL-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-WRITTEN-COUNT          PIC 9(07)  VALUE ZERO.

       01  WS-REJECT-REASON              PIC X(40).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

      *    ONE ENTRY PER ACCOUNT ON CUSTPTP.  A CANCELLED ENTRY IS
      *    FLAGGED DROPPED RATHER THAN SQUEEZED OUT, AND IS SIMPLY
      *    NOT RELEASED TO THE SORT THAT BUILDS CUSTPTPN.
       01  WS-PROMISE-TABLE.
           05  WS-PTP-ENTRY OCCURS 5000 TIMES.
               10  WS-TAB-CUST-ID        PIC 9(08).
               10  WS-TAB-PROMISE-DATA   PIC X(52).
               10  WS-TAB-DROPPED-SW     PIC X(01).
                   88  WS-TAB-DROPPED    VALUE 'Y'.

      *    WORK COPY OF ONE TABLE ENTRY, SO ITS FIELDS CAN BE READ
      *    AND SET BY NAME.
       COPY CUSTPTP REPLACING ==PTP-RECORD== BY ==WS-PTP-WORK==
                              LEADING ==PTP-== BY ==WS-PTW-==.

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(30)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "PROMISE-TO-PAY ARRANGEMENT MAINTENANCE".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(08)  VALUE "ACTION".
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(10)  VALUE "COLLECTOR".
           05  FILLER            PIC X(15)  VALUE "PROMISED".
           05  FILLER            PIC X(12)  VALUE "DUE DATE".
           05  FILLER            PIC X(40)  VALUE "RESULT".

       01  RPT-DETAIL-LINE.
           05  RDL-ACTION                PIC X(06).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-CUST-ID               PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-COLLECTOR             PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-DUE-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
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
      *    WITHOUT THE MASTER NO ADD CAN BE EDITED - RC 8 HOLDS THE
      *    CUSTPTPN COPY-BACK SO THE ARRANGEMENTS ON FILE SURVIVE.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-NO-MORE-TRANS.
           SORT PROMISE-SORT-WORK
               ON ASCENDING KEY PS-CUST-ID
               INPUT PROCEDURE IS 8000-RELEASE-TABLE THRU 8000-EXIT
               GIVING NEW-PROMISE-FILE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
       0000-GOBACK.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *    LOADS THE EXISTING CUSTPTP INTO THE TABLE.  A MISSING FILE
      *    SIMPLY MEANS NO ARRANGEMENT HAS BEEN TAKEN YET.
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT WS-MAST-OK
               DISPLAY "CUSTPTPM: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS
               SET WS-RUN-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MAST-OPEN-SW.

           OPEN OUTPUT MAINT-REPORT.
           WRITE MAINT-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE TO RTL2-DATE.
           WRITE MAINT-REPORT-LINE FROM RPT-TITLE-LINE-2.
           WRITE MAINT-REPORT-LINE FROM RPT-COLUMN-HEADING.

           OPEN INPUT PROMISE-FILE.
           IF WS-PTP-STATUS = "00"
               PERFORM 1100-LOAD-ONE-PROMISE THRU 1100-EXIT
                   UNTIL WS-NO-MORE-PROMISES
               CLOSE PROMISE-FILE
           END-IF.

           OPEN INPUT PROMISE-TRANS.
      *    NO TRANSACTIONS TONIGHT STILL REWRITES CUSTPTPN UNCHANGED.
           IF WS-TRAN-STATUS = "35"
               SET WS-NO-MORE-TRANS TO TRUE
           ELSE
               PERFORM 2900-READ-TRANS THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET WS-NO-MORE-PROMISES TO TRUE
               NOT AT END
                   IF WS-PTP-COUNT < 5000
                       ADD 1 TO WS-PTP-COUNT
                       MOVE PTP-RECORD TO WS-PTP-ENTRY(WS-PTP-COUNT)
                       MOVE 'N' TO WS-TAB-DROPPED-SW(WS-PTP-COUNT)
                   ELSE
                       DISPLAY "CUSTPTPM: PROMISE TABLE FULL - "
                               "CUST-ID " PTP-CUST-ID " DROPPED"
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-TRANS
      *================================================================
       2000-PROCESS-TRANS.
           MOVE 'Y' TO WS-TRAN-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2100-FIND-PROMISE THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN PTPT-ADD
                   PERFORM 3000-ADD-PROMISE THRU 3000-EXIT
               WHEN PTPT-CANCEL
                   PERFORM 4000-CANCEL-PROMISE THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-TRAN-INVALID
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *================================================================
      * 2100-FIND-PROMISE
      *    LEAVES WS-FOUND-SUB POINTING AT THE ACCOUNT'S ENTRY IN THE
      *    TABLE, OR ZERO WHEN IT HAS NONE.  DROPPED ENTRIES DO NOT
      *    COUNT.
      *================================================================
       2100-FIND-PROMISE.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-PTP-SUB.
           PERFORM 2150-SCAN-TABLE THRU 2150-EXIT
               UNTIL WS-PTP-SUB >= WS-PTP-COUNT
                  OR WS-FOUND-SUB > ZERO.
       2100-EXIT.
           EXIT.

       2150-SCAN-TABLE.
           ADD 1 TO WS-PTP-SUB.
           IF WS-TAB-CUST-ID(WS-PTP-SUB) = PTPT-CUST-ID
                   AND NOT WS-TAB-DROPPED(WS-PTP-SUB)
               MOVE WS-PTP-SUB TO WS-FOUND-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *================================================================
      * 2800-WRITE-DETAIL
      *================================================================
       2800-WRITE-DETAIL.
           EVALUATE TRUE
               WHEN PTPT-ADD
                   MOVE "ADD" TO RDL-ACTION
               WHEN PTPT-CANCEL
                   MOVE "CANCEL" TO RDL-ACTION
               WHEN OTHER
                   MOVE "?????" TO RDL-ACTION
           END-EVALUATE.
           MOVE PTPT-CUST-ID TO RDL-CUST-ID.
           MOVE PTPT-USER-ID TO RDL-COLLECTOR.
           IF PTPT-AMOUNT NUMERIC
               MOVE PTPT-AMOUNT TO RDL-AMOUNT
           ELSE
               MOVE ZERO TO RDL-AMOUNT
           END-IF.
           IF PTPT-DUE-DATE NUMERIC
               MOVE PTPT-DUE-DATE TO RDL-DUE-DATE
           ELSE
               MOVE ZERO TO RDL-DUE-DATE
           END-IF.
           MOVE WS-REJECT-REASON TO RDL-RESULT.
           WRITE MAINT-REPORT-LINE FROM RPT-DETAIL-LINE.
       2800-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-TRANS
      *================================================================
       2900-READ-TRANS.
           READ PROMISE-TRANS.
           IF WS-TRAN-EOF
               SET WS-NO-MORE-TRANS TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *================================================================
      * 3000-ADD-PROMISE
      *    EDITS THE NEW ARRANGEMENT AND EITHER ADDS IT OR REPLACES A
      *    PARTIAL/BROKEN RECORD LEFT FROM THE ACCOUNT'S LAST PROMISE.
      *================================================================
       3000-ADD-PROMISE.
           IF PTPT-USER-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "COLLECTOR USER-ID IS BLANK" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF PTPT-AMOUNT NOT NUMERIC OR PTPT-AMOUNT = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "PROMISED AMOUNT MISSING OR ZERO"
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF PTPT-DUE-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "DUE DATE IS NOT A VALID DATE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(PTPT-DUE-DATE) NOT = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "DUE DATE IS NOT A VALID DATE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF PTPT-DUE-DATE < WS-CURRENT-DATE
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "DUE DATE IS IN THE PAST" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE PTPT-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-TRAN-INVALID
               GO TO 3000-EXIT
           END-IF.
           IF CUST-MERGED
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "CUSTOMER MERGED - USE SURVIVOR"
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF WS-FOUND-SUB > ZERO
               MOVE WS-PTP-ENTRY(WS-FOUND-SUB) TO WS-PTP-WORK
               IF WS-PTW-LIVE
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE "LIVE PROMISE ON FILE - CANCEL IT FIRST"
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF WS-PTP-COUNT >= 5000
                   MOVE 'N' TO WS-TRAN-VALID-SW
                   MOVE "PROMISE TABLE FULL" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE PTPT-CUST-ID    TO WS-PTW-CUST-ID.
           MOVE WS-CURRENT-DATE TO WS-PTW-ENTERED-DATE.
           MOVE PTPT-DUE-DATE   TO WS-PTW-DUE-DATE.
           MOVE PTPT-AMOUNT     TO WS-PTW-PROMISED-AMOUNT.
           MOVE PTPT-USER-ID    TO WS-PTW-COLLECTOR.
           SET WS-PTW-LIVE      TO TRUE.
           MOVE ZERO            TO WS-PTW-PAID-AMOUNT.
           MOVE ZERO            TO WS-PTW-RESOLVED-DATE.
           IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-REPLACE-COUNT
               MOVE "PROMISE ADDED - REPLACES BROKEN/PARTIAL"
                   TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-PTP-COUNT
               MOVE WS-PTP-COUNT TO WS-FOUND-SUB
               MOVE "PROMISE ADDED" TO WS-REJECT-REASON
           END-IF.
           MOVE WS-PTP-WORK TO WS-PTP-ENTRY(WS-FOUND-SUB).
           MOVE 'N' TO WS-TAB-DROPPED-SW(WS-FOUND-SUB).
           ADD 1 TO WS-ADD-COUNT.
       3000-EXIT.
           EXIT.

      *================================================================
      * 4000-CANCEL-PROMISE
      *    WITHDRAWS A LIVE PROMISE - IT GOES TO CUSTPTPH AS X AND
      *    LEAVES CUSTPTP.
      *================================================================
       4000-CANCEL-PROMISE.
           IF WS-FOUND-SUB = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "NO PROMISE ON FILE" TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-PTP-ENTRY(WS-FOUND-SUB) TO WS-PTP-WORK.
           IF NOT WS-PTW-LIVE
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "PROMISE ALREADY RESOLVED" TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           SET WS-PTW-CANCELLED TO TRUE.
           MOVE WS-CURRENT-DATE TO WS-PTW-RESOLVED-DATE.
           PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT.
           MOVE 'Y' TO WS-TAB-DROPPED-SW(WS-FOUND-SUB).
           ADD 1 TO WS-CANCEL-COUNT.
           MOVE "PROMISE CANCELLED" TO WS-REJECT-REASON.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4500-WRITE-HISTORY
      *    APPENDS THE RESOLVED PROMISE IN WS-PTP-WORK TO CUSTPTPH,
      *    CREATING THE FILE ON ITS FIRST USE.
      *================================================================
       4500-WRITE-HISTORY.
           IF NOT WS-HIST-FILE-OPEN
               OPEN EXTEND PROMISE-HISTORY
               IF WS-HIST-STATUS = "35" OR WS-HIST-STATUS = "05"
                   OPEN OUTPUT PROMISE-HISTORY
               END-IF
               MOVE 'Y' TO WS-HIST-OPEN-SW
           END-IF.
           MOVE WS-PTP-WORK TO HIST-PTP-RECORD.
           WRITE HIST-PTP-RECORD.
       4500-EXIT.
           EXIT.

      *================================================================
      * 8000-RELEASE-TABLE
      *    SORT INPUT PROCEDURE - RELEASES EVERY ENTRY STILL ON FILE
      *    SO CUSTPTPN COMES OUT IN CUST-ID ORDER.
      *================================================================
       8000-RELEASE-TABLE.
           MOVE ZERO TO WS-PTP-SUB.
           PERFORM 8100-RELEASE-ONE THRU 8100-EXIT
               UNTIL WS-PTP-SUB >= WS-PTP-COUNT.
       8000-EXIT.
           EXIT.

       8100-RELEASE-ONE.
           ADD 1 TO WS-PTP-SUB.
           IF NOT WS-TAB-DROPPED(WS-PTP-SUB)
               MOVE WS-TAB-CUST-ID(WS-PTP-SUB) TO PS-CUST-ID
               MOVE WS-TAB-PROMISE-DATA(WS-PTP-SUB)
                   TO PS-PROMISE-DATA
               RELEASE PROMISE-SORT-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
       8100-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE "PROMISES ADDED  . . . . . . . ." TO MTL-LABEL.
           MOVE WS-ADD-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  OF WHICH REPLACED AN OLD ONE ." TO MTL-LABEL.
           MOVE WS-REPLACE-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PROMISES CANCELLED  . . . . . ." TO MTL-LABEL.
           MOVE WS-CANCEL-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED . . . . ." TO MTL-LABEL.
           MOVE WS-REJECT-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ARRANGEMENTS ON CUSTPTPN  . . ." TO MTL-LABEL.
           MOVE WS-WRITTEN-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-MAST-OPENED
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE PROMISE-TRANS.
           IF WS-HIST-FILE-OPEN
               CLOSE PROMISE-HISTORY
           END-IF.
           CLOSE MAINT-REPORT.
       9000-EXIT.
           EXIT.
