      *================================================================
      * PROGRAM: CUSTDRMM.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Maintenance program for the state dormancy-period table
      *   CUSTDORM (see CUSTDORM.cpy) that CUSTRFND ages inactive
      *   credit balances against.  Reads maintenance transactions
      *   from CUSTDRMT - add a state, update its name or dormancy
      *   period, or delete it.  The existing CUSTDORM is loaded, the
      *   transactions are applied, and the full result is written to
      *   CUSTDRMN, which a following job step copies over CUSTDORM -
      *   the same copy-back convention CUSTRSNM uses for CUSTRSNF.
      *   CUSTDMRPT lists every transaction applied or rejected, then
      *   the whole table as it now stands, so each change in a
      *   statute can be checked against the published period.
      *
      *   CUSTDRMT: DRMT-ACTION 'A'/'U'/'D', DRMT-STATE, and for add /
      *   update the state name and the period in months (1 to 999).
      *   On an update a blank name or a zero period leaves that
      *   field as it was.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDRMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-FILE ASSIGN TO "CUSTDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.

           SELECT NEW-DORMANCY-FILE ASSIGN TO "CUSTDRMN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDORM-STATUS.

           SELECT DORMANCY-TRANS ASSIGN TO "CUSTDRMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "CUSTDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-FILE.
       COPY CUSTDORM.

      *    SAME LAYOUT AS DORM-RECORD, RENAMED NDORM- SO BOTH THE OLD
      *    AND NEW TABLE RECORD CAN BE HELD OPEN AT ONCE.
       FD  NEW-DORMANCY-FILE.
       COPY CUSTDORM REPLACING ==DORM-RECORD== BY ==NEW-DORM-RECORD==
                               LEADING ==DORM-== BY ==NDORM-==.

       FD  DORMANCY-TRANS
           RECORD CONTAINS 26 CHARACTERS.
       01  DORMANCY-TRANS-RECORD.
           05  DRMT-ACTION               PIC X(01).
               88  DRMT-ADD              VALUE 'A'.
               88  DRMT-UPDATE           VALUE 'U'.
               88  DRMT-DELETE           VALUE 'D'.
           05  DRMT-STATE                PIC X(02).
           05  DRMT-STATE-NAME           PIC X(20).
           05  DRMT-PERIOD-MONTHS        PIC 9(03).

       FD  MAINT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-DORM-STATUS            PIC X(02).
           05  WS-NDORM-STATUS           PIC X(02).
           05  WS-TRAN-STATUS            PIC X(02).
               88  WS-TRAN-EOF           VALUE '10'.
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-DORM-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-STATES     VALUE 'Y'.
           05  WS-TRAN-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-TRANS      VALUE 'Y'.
           05  WS-TRAN-VALID-SW          PIC X(01)  VALUE 'Y'.
               88  WS-TRAN-VALID         VALUE 'Y'.
               88  WS-TRAN-INVALID       VALUE 'N'.

       01  WS-TABLE-CONTROL              COMP.
           05  WS-DORM-COUNT             PIC S9(04)  VALUE ZERO.
           05  WS-DORM-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-FOUND-SUB              PIC S9(04)  VALUE ZERO.

       01  WS-COUNTERS                   COMP.
           05  WS-ADD-COUNT              PIC 9(07)  VALUE ZERO.
           05  WS-UPDATE-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-DELETE-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(07)  VALUE ZERO.

       01  WS-REJECT-REASON              PIC X(40).

      *    100 ENTRIES COVERS THE STATES, DC AND THE TERRITORIES WITH
      *    ROOM TO SPARE.  CUSTRFND LOADS THE SAME NUMBER - THE TWO
      *    MUST STAY IN STEP.
       01  WS-DORMANCY-TABLE.
           05  WS-DORM-ENTRY OCCURS 100 TIMES.
               10  WS-TAB-STATE          PIC X(02).
               10  WS-TAB-STATE-NAME     PIC X(20).
               10  WS-TAB-PERIOD-MONTHS  PIC 9(03).
               10  WS-TAB-DELETED-SW     PIC X(01).
                   88  WS-TAB-DELETED    VALUE 'Y'.

       01  RPT-TITLE-LINE.
           05  FILLER                    PIC X(30)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "STATE DORMANCY TABLE MAINTENANCE".

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(08)  VALUE "ACTION".
           05  FILLER            PIC X(07)  VALUE "STATE".
           05  FILLER            PIC X(22)  VALUE "STATE NAME".
           05  FILLER            PIC X(08)  VALUE "MONTHS".
           05  FILLER            PIC X(40)  VALUE "RESULT".

       01  RPT-DETAIL-LINE.
           05  RDL-ACTION                PIC X(06).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-STATE                 PIC X(02).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  RDL-STATE-NAME            PIC X(20).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PERIOD-MONTHS         PIC ZZ9.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  RDL-RESULT                PIC X(40).

       01  RPT-TABLE-HEADING.
           05  FILLER                    PIC X(40)
               VALUE "DORMANCY TABLE AFTER MAINTENANCE".

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
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-NO-MORE-TRANS.
           PERFORM 8000-WRITE-NEW-FILE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *    LOADS THE EXISTING CUSTDORM INTO THE TABLE.  A MISSING
      *    FILE SIMPLY MEANS THE TABLE IS BEING BUILT FOR THE FIRST
      *    TIME.
      *================================================================
       1000-INITIALIZE.
           OPEN OUTPUT MAINT-REPORT.
           WRITE MAINT-REPORT-LINE FROM RPT-TITLE-LINE.
           WRITE MAINT-REPORT-LINE FROM RPT-COLUMN-HEADING.

           OPEN INPUT DORMANCY-FILE.
           IF WS-DORM-STATUS = "00"
               PERFORM 1100-LOAD-ONE-STATE THRU 1100-EXIT
                   UNTIL WS-NO-MORE-STATES
               CLOSE DORMANCY-FILE
           END-IF.

           OPEN INPUT DORMANCY-TRANS.
           PERFORM 2900-READ-TRANS THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-STATE.
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
                       MOVE 'N' TO WS-TAB-DELETED-SW(WS-DORM-COUNT)
                   ELSE
                       DISPLAY "CUSTDRMM: DORMANCY TABLE FULL - STATE "
                               DORM-STATE " DROPPED"
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
           PERFORM 2100-FIND-STATE THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN DRMT-ADD
                   PERFORM 3000-ADD-STATE THRU 3000-EXIT
               WHEN DRMT-UPDATE
                   PERFORM 4000-UPDATE-STATE THRU 4000-EXIT
               WHEN DRMT-DELETE
                   PERFORM 5000-DELETE-STATE THRU 5000-EXIT
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
      * 2100-FIND-STATE
      *    LEAVES WS-FOUND-SUB POINTING AT THE TRANSACTION'S STATE IN
      *    THE TABLE, OR ZERO WHEN IT IS NOT ON FILE.  A STATE
      *    DELETED EARLIER IN THIS RUN COUNTS AS NOT ON FILE.
      *================================================================
       2100-FIND-STATE.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-DORM-SUB.
           PERFORM 2150-SCAN-TABLE THRU 2150-EXIT
               UNTIL WS-DORM-SUB >= WS-DORM-COUNT
                  OR WS-FOUND-SUB > ZERO.
       2100-EXIT.
           EXIT.

       2150-SCAN-TABLE.
           ADD 1 TO WS-DORM-SUB.
           IF WS-TAB-STATE(WS-DORM-SUB) = DRMT-STATE
               AND NOT WS-TAB-DELETED(WS-DORM-SUB)
               MOVE WS-DORM-SUB TO WS-FOUND-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *================================================================
      * 2800-WRITE-DETAIL
      *================================================================
       2800-WRITE-DETAIL.
           EVALUATE TRUE
               WHEN DRMT-ADD
                   MOVE "ADD" TO RDL-ACTION
               WHEN DRMT-UPDATE
                   MOVE "UPDATE" TO RDL-ACTION
               WHEN DRMT-DELETE
                   MOVE "DELETE" TO RDL-ACTION
               WHEN OTHER
                   MOVE "?????" TO RDL-ACTION
           END-EVALUATE.
           MOVE DRMT-STATE TO RDL-STATE.
           MOVE DRMT-STATE-NAME TO RDL-STATE-NAME.
           IF DRMT-PERIOD-MONTHS NUMERIC
               MOVE DRMT-PERIOD-MONTHS TO RDL-PERIOD-MONTHS
           ELSE
               MOVE ZERO TO RDL-PERIOD-MONTHS
           END-IF.
           MOVE WS-REJECT-REASON TO RDL-RESULT.
           WRITE MAINT-REPORT-LINE FROM RPT-DETAIL-LINE.
       2800-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-TRANS
      *================================================================
       2900-READ-TRANS.
           READ DORMANCY-TRANS.
           IF WS-TRAN-EOF
               SET WS-NO-MORE-TRANS TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *================================================================
      * 3000-ADD-STATE
      *================================================================
       3000-ADD-STATE.
           IF DRMT-STATE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "STATE CODE IS BLANK" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WS-FOUND-SUB > ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "STATE ALREADY ON FILE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF DRMT-STATE-NAME = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "STATE NAME IS BLANK" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF DRMT-PERIOD-MONTHS NOT NUMERIC
               OR DRMT-PERIOD-MONTHS = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "PERIOD MUST BE 1 TO 999 MONTHS" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WS-DORM-COUNT >= 100
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "DORMANCY TABLE FULL" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-DORM-COUNT.
           MOVE DRMT-STATE         TO WS-TAB-STATE(WS-DORM-COUNT).
           MOVE DRMT-STATE-NAME    TO WS-TAB-STATE-NAME(WS-DORM-COUNT).
           MOVE DRMT-PERIOD-MONTHS
               TO WS-TAB-PERIOD-MONTHS(WS-DORM-COUNT).
           MOVE 'N'                TO WS-TAB-DELETED-SW(WS-DORM-COUNT).
           ADD 1 TO WS-ADD-COUNT.
           MOVE "STATE ADDED" TO WS-REJECT-REASON.
       3000-EXIT.
           EXIT.

      *================================================================
      * 4000-UPDATE-STATE
      *================================================================
       4000-UPDATE-STATE.
           IF WS-FOUND-SUB = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "STATE NOT ON FILE" TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           IF DRMT-PERIOD-MONTHS NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "PERIOD MUST BE 1 TO 999 MONTHS" TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           IF DRMT-STATE-NAME = SPACES AND DRMT-PERIOD-MONTHS = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "NOTHING TO UPDATE" TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           IF DRMT-STATE-NAME NOT = SPACES
               MOVE DRMT-STATE-NAME
                   TO WS-TAB-STATE-NAME(WS-FOUND-SUB)
           END-IF.
           IF DRMT-PERIOD-MONTHS NOT = ZERO
               MOVE DRMT-PERIOD-MONTHS
                   TO WS-TAB-PERIOD-MONTHS(WS-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE "STATE UPDATED" TO WS-REJECT-REASON.
       4000-EXIT.
           EXIT.

      *================================================================
      * 5000-DELETE-STATE
      *    THE ENTRY IS ONLY FLAGGED HERE AND DROPPED WHEN CUSTDRMN IS
      *    WRITTEN.  CUSTRFND LISTS A DORMANT CREDIT IN A STATE WITH NO
      *    ENTRY AS AN EXCEPTION RATHER THAN REPORTING IT.
      *================================================================
       5000-DELETE-STATE.
           IF WS-FOUND-SUB = ZERO
               MOVE 'N' TO WS-TRAN-VALID-SW
               MOVE "STATE NOT ON FILE" TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF.
           MOVE 'Y' TO WS-TAB-DELETED-SW(WS-FOUND-SUB).
           ADD 1 TO WS-DELETE-COUNT.
           MOVE "STATE DELETED" TO WS-REJECT-REASON.
       5000-EXIT.
           EXIT.

      *================================================================
      * 8000-WRITE-NEW-FILE
      *    WRITES THE FULL MAINTAINED TABLE TO CUSTDRMN FOR THE
      *    COPY-BACK STEP AND LISTS IT ON THE REPORT.
      *================================================================
       8000-WRITE-NEW-FILE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE FROM RPT-TABLE-HEADING.
           OPEN OUTPUT NEW-DORMANCY-FILE.
           MOVE ZERO TO WS-DORM-SUB.
           PERFORM 8100-WRITE-ONE-STATE THRU 8100-EXIT
               UNTIL WS-DORM-SUB >= WS-DORM-COUNT.
           CLOSE NEW-DORMANCY-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-STATE.
           ADD 1 TO WS-DORM-SUB.
           IF WS-TAB-DELETED(WS-DORM-SUB)
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-TAB-STATE(WS-DORM-SUB)      TO NDORM-STATE.
           MOVE WS-TAB-STATE-NAME(WS-DORM-SUB) TO NDORM-STATE-NAME.
           MOVE WS-TAB-PERIOD-MONTHS(WS-DORM-SUB)
               TO NDORM-PERIOD-MONTHS.
           WRITE NEW-DORM-RECORD.
           MOVE SPACES TO RDL-ACTION.
           MOVE NDORM-STATE TO RDL-STATE.
           MOVE NDORM-STATE-NAME TO RDL-STATE-NAME.
           MOVE NDORM-PERIOD-MONTHS TO RDL-PERIOD-MONTHS.
           MOVE SPACES TO RDL-RESULT.
           WRITE MAINT-REPORT-LINE FROM RPT-DETAIL-LINE.
       8100-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE "STATES ADDED  . . . . . . . . ." TO MTL-LABEL.
           MOVE WS-ADD-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "STATES UPDATED  . . . . . . . ." TO MTL-LABEL.
           MOVE WS-UPDATE-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "STATES DELETED  . . . . . . . ." TO MTL-LABEL.
           MOVE WS-DELETE-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED . . . . ." TO MTL-LABEL.
           MOVE WS-REJECT-COUNT TO MTL-VALUE.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           COMPUTE MTL-VALUE = WS-DORM-COUNT - WS-DELETE-COUNT.
           MOVE "STATES ON FILE  . . . . . . . ." TO MTL-LABEL.
           WRITE MAINT-REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE DORMANCY-TRANS.
           CLOSE MAINT-REPORT.
       9000-EXIT.
           EXIT.
