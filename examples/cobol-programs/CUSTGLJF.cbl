      *================================================================
      * PROGRAM: CUSTGLJF.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Daily general-ledger journal feed.  Every movement of
      *   CUST-BALANCE is on CUSTLEDG, but Finance has been keying
      *   the day's receivables activity into the general ledger by
      *   hand from the CUSTPOST and CUSTACCR reports.  This program
      *   summarizes one day's CUSTLEDG entries (LDGR-POST-DATE =
      *   the journal date) by LDGR-EVENT-TYPE into balanced
      *   debit/credit journal lines for the GL load.
      *
      *   The GL accounts are not in this program: each event type
      *   is looked up on the Finance-maintained mapping file
      *   CUSTGLMP (see CUSTGLMP.cpy), which names the receivable
      *   account the event moves and the offset account on the
      *   other side.  Within an event type, entries that raised the
      *   balance and entries that lowered it are journalled
      *   separately (gross, not netted), each as a debit/credit
      *   pair:
      *     BALANCE RAISED  - DR receivable account, CR offset account
      *     BALANCE LOWERED - DR offset account, CR receivable account
      *
      *   The feed is refused - no journal and no control file are
      *   written, the exceptions are listed on CUSTGLRPT and the
      *   run ends RETURN-CODE 8 - when
      *     - an event type on the day's ledger has no CUSTGLMP
      *       record, or a record with either account blank; or
      *     - total debits do not equal total credits, or the net
      *       movement journalled to the receivable accounts does not
      *       equal the net of the day's LDGR-AMOUNTs - all three
      *       totalled from the journal lines themselves, built in
      *       full and proved before any of them is written; or
      *     - CUSTLEDG cannot be opened (a ledger not yet created is
      *       not an error: no balance has ever moved).
      *   A half-mapped or unbalanced journal is worse than a late
      *   one - Finance would post it and spend the month-end
      *   finding it.
      *
      *   A released feed is CUSTGLJ.YYYYMMDD (see CUSTGLJ.cpy) plus
      *   the one-record control file CUSTGLC.YYYYMMDD (see
      *   CUSTGLC.cpy) carrying the line count and the debit and
      *   credit totals.  A day with no ledger activity still
      *   releases an empty journal and a zero control record, so the
      *   GL load always finds the day's files.
      *
      *   The journal date comes from the parameter card CGLPARM
      *   (YYYYMMDD); a missing or zero card journals today's
      *   entries.  Re-running a past date reproduces that date's
      *   feed from the ledger.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  THE JOURNAL IS NOW BUILT IN FULL BEFORE IT IS
      *                    PROVED, AND DEBITS, CREDITS AND THE
      *                    RECEIVABLE NET ARE TOTALLED FROM THE LINES
      *                    THEMSELVES BY THE SIDE EACH IS ON - THE OLD
      *                    TOTALS WERE TAKEN FROM THE MAPPING TABLE AND
      *                    COULD NEVER DISAGREE.  A CUSTLEDG OPEN
      *                    FAILURE OTHER THAN NOT-FOUND NOW REFUSES
      *                    THE FEED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLJF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CGLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "CUSTGLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JOURNAL-CONTROL ASSIGN TO WS-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT JOURNAL-REPORT ASSIGN TO "CUSTGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-JOURNAL-DATE        PIC 9(08).

       FD  GL-MAP-FILE.
       COPY CUSTGLMP.

       FD  LEDGER-FILE.
       COPY CUSTLDGR.

       FD  JOURNAL-FILE.
       COPY CUSTGLJ.

       FD  JOURNAL-CONTROL.
       COPY CUSTGLC.

       FD  JOURNAL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  JOURNAL-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-MAP-STATUS             PIC X(02).
           05  WS-LEDGER-STATUS          PIC X(02).
           05  WS-JRNL-STATUS            PIC X(02).
           05  WS-CTL-STATUS             PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-MAP-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-MAP        VALUE 'Y'.
           05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-LEDGER     VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01)  VALUE 'N'.
               88  WS-FOUND              VALUE 'Y'.
           05  WS-FEED-REFUSED-SW        PIC X(01)  VALUE 'N'.
               88  WS-FEED-REFUSED       VALUE 'Y'.

       01  WS-TABLE-CONTROL              COMP.
           05  WS-MAP-COUNT              PIC S9(04)  VALUE ZERO.
           05  WS-MAP-SUB                PIC S9(04)  VALUE ZERO.
           05  WS-UNMAPPED-COUNT         PIC S9(04)  VALUE ZERO.
           05  WS-UNMAPPED-SUB           PIC S9(04)  VALUE ZERO.

      *    ONE ENTRY PER CUSTGLMP RECORD, WITH THE DAY'S GROSS
      *    INCREASES AND DECREASES FOR THAT EVENT TYPE ACCUMULATED
      *    ALONGSIDE.  200 MAPPED EVENT TYPES IS FAR BEYOND THE
      *    LEDGER'S VOCABULARY; OVERFLOW IS REPORTED ON THE CONSOLE
      *    AND THE EXTRA RECORDS DROPPED, WHICH LEAVES THEIR EVENT
      *    TYPES UNMAPPED AND REFUSES THE FEED IF THEY ARE USED.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-TAB-EVENT-TYPE     PIC X(04).
               10  WS-TAB-RCV-ACCOUNT    PIC X(10).
               10  WS-TAB-OFS-ACCOUNT    PIC X(10).
               10  WS-TAB-DESCRIPTION    PIC X(30).
               10  WS-TAB-INC-COUNT      PIC 9(07)  COMP.
               10  WS-TAB-INC-AMOUNT     PIC S9(09)V99 COMP-3.
               10  WS-TAB-DEC-COUNT      PIC 9(07)  COMP.
               10  WS-TAB-DEC-AMOUNT     PIC S9(09)V99 COMP-3.

      *    EVENT TYPES FOUND ON THE DAY'S LEDGER WITH NO USABLE
      *    MAPPING, KEPT ONLY FOR THE EXCEPTION LISTING.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNMAPPED-ENTRY OCCURS 50 TIMES.
               10  WS-UNM-EVENT-TYPE     PIC X(04).
               10  WS-UNM-COUNT          PIC 9(07)  COMP.
               10  WS-UNM-AMOUNT         PIC S9(09)V99 COMP-3.

       01  WS-COUNTERS                   COMP.
           05  WS-LEDGER-RECORDS         PIC 9(09)  VALUE ZERO.
           05  WS-ENTRIES-SELECTED       PIC 9(07)  VALUE ZERO.
           05  WS-ENTRIES-UNMAPPED       PIC 9(07)  VALUE ZERO.
           05  WS-LINES-WRITTEN          PIC 9(05)  VALUE ZERO.

       01  WS-JOURNAL-TOTALS             COMP-3.
           05  WS-LEDGER-NET             PIC S9(11)V99 VALUE ZERO.
           05  WS-RECEIVABLE-NET         PIC S9(11)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05  WS-UNMAPPED-AMOUNT        PIC S9(11)V99 VALUE ZERO.

      *    ONE JOURNAL LINE BEING BUILT BY 4300-ADD-LINE.
      *    WS-LINE-SIDE SAYS WHICH ACCOUNT OF THE MAPPING IT IS
      *    POSTED TO - 'R' RECEIVABLE, 'O' OFFSET.
       01  WS-LINE-FIELDS.
           05  WS-LINE-ACCOUNT           PIC X(10).
           05  WS-LINE-DR-CR             PIC X(01).
           05  WS-LINE-SIDE              PIC X(01).
           05  WS-LINE-AMOUNT            PIC S9(09)V99 COMP-3.
           05  WS-LINE-COUNT             PIC 9(07)  COMP.

      *    THE JOURNAL EXACTLY AS IT WILL BE WRITTEN, BUILT AND PROVED
      *    BEFORE ANY OF IT IS RELEASED - AT MOST FOUR LINES (TWO
      *    PAIRS) PER MAPPING.
       01  WS-JOURNAL-TABLE.
           05  WS-JRN-ENTRY OCCURS 800 TIMES.
               10  WS-JRN-MAP-SUB        PIC S9(04) COMP.
               10  WS-JRN-ACCOUNT        PIC X(10).
               10  WS-JRN-DR-CR          PIC X(01).
                   88  WS-JRN-DEBIT      VALUE 'D'.
               10  WS-JRN-SIDE           PIC X(01).
                   88  WS-JRN-RECEIVABLE VALUE 'R'.
               10  WS-JRN-AMOUNT         PIC S9(09)V99 COMP-3.
               10  WS-JRN-COUNT          PIC 9(07)  COMP.
       01  WS-JRN-CONTROL                COMP.
           05  WS-JRN-COUNT-USED         PIC S9(04)  VALUE ZERO.
           05  WS-JRN-SUB                PIC S9(04)  VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).
           05  WS-JOURNAL-DATE           PIC 9(08).

       01  WS-JOURNAL-FILE-NAME          PIC X(16).
       01  WS-CONTROL-FILE-NAME          PIC X(16).

       01  RPT-TITLE-LINE.
           05  FILLER                    PIC X(30)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "DAILY GENERAL-LEDGER JOURNAL FEED".

       01  RPT-DATE-LINE.
           05  FILLER                    PIC X(17)
               VALUE "RUN DATE . . . . ".
           05  RDT-RUN-DATE              PIC 9999/99/99.
           05  FILLER                    PIC X(22)
               VALUE "    JOURNAL DATE . . ".
           05  RDT-JOURNAL-DATE          PIC 9999/99/99.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(07)  VALUE "LINE".
           05  FILLER            PIC X(07)  VALUE "EVENT".
           05  FILLER            PIC X(13)  VALUE "GL ACCOUNT".
           05  FILLER            PIC X(20)  VALUE "DEBIT".
           05  FILLER            PIC X(20)  VALUE "CREDIT".
           05  FILLER            PIC X(10)  VALUE "ENTRIES".
           05  FILLER            PIC X(30)  VALUE "DESCRIPTION".

       01  RPT-DETAIL-LINE.
           05  RDL-LINE-NO               PIC ZZZZ9.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-EVENT-TYPE            PIC X(04).
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-GL-ACCOUNT            PIC X(10).
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-DEBIT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(06)  VALUE SPACES.
           05  RDL-CREDIT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(06)  VALUE SPACES.
           05  RDL-ENTRY-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-DESCRIPTION           PIC X(30).

       01  RPT-EXCEPTION-LINE.
           05  FILLER                    PIC X(14)
               VALUE "  UNMAPPED    ".
           05  REL-EVENT-TYPE            PIC X(04).
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  REL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10)
               VALUE " ENTRIES  ".
           05  REL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  REL-REASON                PIC X(40).

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  MTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(77)  VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  RML-TEXT                  PIC X(70).

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *    NOTHING IS WRITTEN TO THE FEED UNTIL THE WHOLE DAY HAS
      *    BEEN SUMMARIZED AND PROVED - THE JOURNAL AND ITS CONTROL
      *    FILE ARE EITHER BOTH RELEASED COMPLETE OR NOT AT ALL.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-MAP THRU 2000-EXIT.
           PERFORM 3000-SUMMARIZE-LEDGER THRU 3000-EXIT.
           PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT.
           IF NOT WS-FEED-REFUSED
               PERFORM 5000-WRITE-FEED THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-JOURNAL-DATE.

           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               MOVE PARM-JOURNAL-DATE TO WS-JOURNAL-DATE
           END-IF.
           CLOSE PARM-FILE.
           IF WS-JOURNAL-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-JOURNAL-DATE
           END-IF.

           STRING "CUSTGLJ." DELIMITED BY SIZE
                  WS-JOURNAL-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           END-STRING.
           STRING "CUSTGLC." DELIMITED BY SIZE
                  WS-JOURNAL-DATE DELIMITED BY SIZE
               INTO WS-CONTROL-FILE-NAME
           END-STRING.

           OPEN OUTPUT JOURNAL-REPORT.
           WRITE JOURNAL-REPORT-LINE FROM RPT-TITLE-LINE.
           MOVE WS-CURRENT-DATE TO RDT-RUN-DATE.
           MOVE WS-JOURNAL-DATE TO RDT-JOURNAL-DATE.
           WRITE JOURNAL-REPORT-LINE FROM RPT-DATE-LINE.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-LOAD-MAP
      *    READS CUSTGLMP INTO THE MAPPING TABLE.  WITHOUT IT NO
      *    EVENT TYPE IS MAPPED, SO A DAY WITH ANY ACTIVITY IS
      *    REFUSED IN 3000 - A QUIET DAY STILL RELEASES ITS EMPTY
      *    FEED.
      *================================================================
       2000-LOAD-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "CUSTGLJF: CUSTGLMP NOT AVAILABLE "
                       WS-MAP-STATUS
               MOVE "CUSTGLMP MAPPING FILE NOT AVAILABLE" TO RML-TEXT
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-MAPPING THRU 2100-EXIT
               UNTIL WS-NO-MORE-MAP.
           CLOSE GL-MAP-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-MAPPING.
           READ GL-MAP-FILE
               AT END
                   SET WS-NO-MORE-MAP TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < 200
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GLMP-EVENT-TYPE
                           TO WS-TAB-EVENT-TYPE(WS-MAP-COUNT)
                       MOVE GLMP-RECEIVABLE-ACCOUNT
                           TO WS-TAB-RCV-ACCOUNT(WS-MAP-COUNT)
                       MOVE GLMP-OFFSET-ACCOUNT
                           TO WS-TAB-OFS-ACCOUNT(WS-MAP-COUNT)
                       MOVE GLMP-DESCRIPTION
                           TO WS-TAB-DESCRIPTION(WS-MAP-COUNT)
                       MOVE ZERO TO WS-TAB-INC-COUNT(WS-MAP-COUNT)
                       MOVE ZERO TO WS-TAB-INC-AMOUNT(WS-MAP-COUNT)
                       MOVE ZERO TO WS-TAB-DEC-COUNT(WS-MAP-COUNT)
                       MOVE ZERO TO WS-TAB-DEC-AMOUNT(WS-MAP-COUNT)
                   ELSE
                       DISPLAY "CUSTGLJF: MAPPING TABLE FULL - "
                               GLMP-EVENT-TYPE " DROPPED"
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *================================================================
      * 3000-SUMMARIZE-LEDGER
      *    ACCUMULATES EVERY CUSTLEDG ENTRY POSTED ON THE JOURNAL
      *    DATE AGAINST ITS EVENT TYPE'S MAPPING.
      *================================================================
       3000-SUMMARIZE-LEDGER.
           OPEN INPUT LEDGER-FILE.
      *    NO LEDGER YET SIMPLY MEANS NO BALANCE HAS EVER MOVED.
           IF WS-LEDGER-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
      *    ANY OTHER FAILED OPEN LEAVES THE DAY UNREAD - REFUSE RATHER
      *    THAN RELEASE AN EMPTY JOURNAL FOR A DAY THAT HAD ACTIVITY.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "CUSTGLJF: UNABLE TO OPEN CUSTLEDG "
                       WS-LEDGER-STATUS
               MOVE "CUSTLEDG COULD NOT BE OPENED - DAY NOT READ"
                   TO RML-TEXT
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-FEED-REFUSED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SUMMARIZE-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-NO-MORE-LEDGER.
           CLOSE LEDGER-FILE.
       3000-EXIT.
           EXIT.

       3100-SUMMARIZE-ONE-ENTRY.
           READ LEDGER-FILE
               AT END
                   SET WS-NO-MORE-LEDGER TO TRUE
           END-READ.
           IF WS-NO-MORE-LEDGER
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-LEDGER-RECORDS.
           IF LDGR-POST-DATE NOT = WS-JOURNAL-DATE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-SELECTED.
           ADD LDGR-AMOUNT TO WS-LEDGER-NET.

           PERFORM 3200-FIND-MAPPING THRU 3200-EXIT.
           IF NOT WS-FOUND
               PERFORM 3300-NOTE-UNMAPPED THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF LDGR-AMOUNT < ZERO
               ADD 1 TO WS-TAB-DEC-COUNT(WS-MAP-SUB)
               SUBTRACT LDGR-AMOUNT FROM WS-TAB-DEC-AMOUNT(WS-MAP-SUB)
           ELSE
               ADD 1 TO WS-TAB-INC-COUNT(WS-MAP-SUB)
               ADD LDGR-AMOUNT TO WS-TAB-INC-AMOUNT(WS-MAP-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *================================================================
      * 3200-FIND-MAPPING
      *    A MAPPING WITH EITHER ACCOUNT BLANK IS NO MAPPING - IT
      *    WOULD PRODUCE A ONE-SIDED JOURNAL LINE.
      *================================================================
       3200-FIND-MAPPING.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 3210-SCAN-MAP THRU 3210-EXIT
               UNTIL WS-MAP-SUB >= WS-MAP-COUNT OR WS-FOUND.
           IF WS-FOUND
               IF WS-TAB-RCV-ACCOUNT(WS-MAP-SUB) = SPACES
                       OR WS-TAB-OFS-ACCOUNT(WS-MAP-SUB) = SPACES
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SCAN-MAP.
           ADD 1 TO WS-MAP-SUB.
           IF WS-TAB-EVENT-TYPE(WS-MAP-SUB) = LDGR-EVENT-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3210-EXIT.
           EXIT.

      *================================================================
      * 3300-NOTE-UNMAPPED
      *    ANY UNMAPPED ENTRY REFUSES THE FEED; THE EVENT TYPES ARE
      *    COLLECTED SO THE EXCEPTION LISTING SHOWS EACH ONCE, WITH
      *    ITS ENTRY COUNT AND AMOUNT.
      *================================================================
       3300-NOTE-UNMAPPED.
           SET WS-FEED-REFUSED TO TRUE.
           ADD 1 TO WS-ENTRIES-UNMAPPED.
           ADD LDGR-AMOUNT TO WS-UNMAPPED-AMOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-UNMAPPED-SUB.
           PERFORM 3310-SCAN-UNMAPPED THRU 3310-EXIT
               UNTIL WS-UNMAPPED-SUB >= WS-UNMAPPED-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-UNMAPPED-COUNT < 50
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-UNMAPPED-COUNT TO WS-UNMAPPED-SUB
                   MOVE LDGR-EVENT-TYPE
                       TO WS-UNM-EVENT-TYPE(WS-UNMAPPED-SUB)
                   MOVE ZERO TO WS-UNM-COUNT(WS-UNMAPPED-SUB)
                   MOVE ZERO TO WS-UNM-AMOUNT(WS-UNMAPPED-SUB)
               ELSE
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-UNM-COUNT(WS-UNMAPPED-SUB).
           ADD LDGR-AMOUNT TO WS-UNM-AMOUNT(WS-UNMAPPED-SUB).
       3300-EXIT.
           EXIT.

       3310-SCAN-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-SUB.
           IF WS-UNM-EVENT-TYPE(WS-UNMAPPED-SUB) = LDGR-EVENT-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       3310-EXIT.
           EXIT.

      *================================================================
      * 4000-PROVE-JOURNAL
      *    BUILDS THE JOURNAL LINES THE FEED WILL CARRY INTO
      *    WS-JOURNAL-TABLE, TOTALLING EACH LINE BY ITS OWN SIDE AS IT
      *    GOES, AND PROVES THOSE TOTALS BEFORE ANYTHING IS RELEASED:
      *    DEBITS MUST EQUAL CREDITS AND THE NET JOURNALLED TO THE
      *    RECEIVABLE ACCOUNTS (DEBITS LESS CREDITS) MUST EQUAL THE
      *    LEDGER'S NET FOR THE DAY.  UNMAPPED EVENT TYPES ARE LISTED
      *    HERE.
      *================================================================
       4000-PROVE-JOURNAL.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM 4100-BUILD-ONE-MAPPING THRU 4100-EXIT
               UNTIL WS-MAP-SUB >= WS-MAP-COUNT.

           IF WS-UNMAPPED-COUNT > ZERO
               MOVE "EVENT TYPES WITH NO USABLE CUSTGLMP MAPPING:"
                   TO RML-TEXT
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
               MOVE ZERO TO WS-UNMAPPED-SUB
               PERFORM 4200-LIST-UNMAPPED THRU 4200-EXIT
                   UNTIL WS-UNMAPPED-SUB >= WS-UNMAPPED-COUNT
               MOVE SPACES TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "CUSTGLJF: DEBITS " WS-DEBIT-TOTAL
                       " NOT EQUAL TO CREDITS " WS-CREDIT-TOTAL
               MOVE "TOTAL DEBITS DO NOT EQUAL TOTAL CREDITS"
                   TO RML-TEXT
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-FEED-REFUSED TO TRUE
           END-IF.
           IF WS-RECEIVABLE-NET + WS-UNMAPPED-AMOUNT
                   NOT = WS-LEDGER-NET
               DISPLAY "CUSTGLJF: RECEIVABLE NET " WS-RECEIVABLE-NET
                       " NOT EQUAL TO LEDGER NET " WS-LEDGER-NET
               MOVE "RECEIVABLE MOVEMENT DOES NOT EQUAL LEDGER NET"
                   TO RML-TEXT
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-FEED-REFUSED TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      *================================================================
      * 4100-BUILD-ONE-MAPPING
      *    BALANCE RAISED  - DR RECEIVABLE, CR OFFSET.
      *    BALANCE LOWERED - DR OFFSET, CR RECEIVABLE.
      *================================================================
       4100-BUILD-ONE-MAPPING.
           ADD 1 TO WS-MAP-SUB.
           IF WS-TAB-INC-COUNT(WS-MAP-SUB) > ZERO
               MOVE WS-TAB-INC-AMOUNT(WS-MAP-SUB) TO WS-LINE-AMOUNT
               MOVE WS-TAB-INC-COUNT(WS-MAP-SUB) TO WS-LINE-COUNT
               MOVE WS-TAB-RCV-ACCOUNT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
               MOVE 'R' TO WS-LINE-SIDE
               MOVE 'D' TO WS-LINE-DR-CR
               PERFORM 4300-ADD-LINE THRU 4300-EXIT
               MOVE WS-TAB-OFS-ACCOUNT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
               MOVE 'O' TO WS-LINE-SIDE
               MOVE 'C' TO WS-LINE-DR-CR
               PERFORM 4300-ADD-LINE THRU 4300-EXIT
           END-IF.
           IF WS-TAB-DEC-COUNT(WS-MAP-SUB) > ZERO
               MOVE WS-TAB-DEC-AMOUNT(WS-MAP-SUB) TO WS-LINE-AMOUNT
               MOVE WS-TAB-DEC-COUNT(WS-MAP-SUB) TO WS-LINE-COUNT
               MOVE WS-TAB-OFS-ACCOUNT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
               MOVE 'O' TO WS-LINE-SIDE
               MOVE 'D' TO WS-LINE-DR-CR
               PERFORM 4300-ADD-LINE THRU 4300-EXIT
               MOVE WS-TAB-RCV-ACCOUNT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
               MOVE 'R' TO WS-LINE-SIDE
               MOVE 'C' TO WS-LINE-DR-CR
               PERFORM 4300-ADD-LINE THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-LIST-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-SUB.
           MOVE WS-UNM-EVENT-TYPE(WS-UNMAPPED-SUB) TO REL-EVENT-TYPE.
           MOVE WS-UNM-COUNT(WS-UNMAPPED-SUB) TO REL-COUNT.
           MOVE WS-UNM-AMOUNT(WS-UNMAPPED-SUB) TO REL-AMOUNT.
           MOVE "ADD TO CUSTGLMP OR FILL IN BOTH ACCOUNTS"
               TO REL-REASON.
           WRITE JOURNAL-REPORT-LINE FROM RPT-EXCEPTION-LINE.
       4200-EXIT.
           EXIT.

      *================================================================
      * 4300-ADD-LINE
      *    FILES ONE JOURNAL LINE AND TOTALS IT BY THE SIDE IT IS
      *    ACTUALLY ON.  THE TABLE IS SIZED FOR EVERY MAPPING TO
      *    CARRY BOTH PAIRS, SO IT CANNOT FILL WHILE THE MAPPING TABLE
      *    HOLDS; IF IT EVER DID, THE FEED IS REFUSED.
      *================================================================
       4300-ADD-LINE.
           IF WS-JRN-COUNT-USED >= 800
               DISPLAY "CUSTGLJF: JOURNAL LINE TABLE FULL"
               SET WS-FEED-REFUSED TO TRUE
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-JRN-COUNT-USED.
           MOVE WS-JRN-COUNT-USED TO WS-JRN-SUB.
           MOVE WS-MAP-SUB      TO WS-JRN-MAP-SUB(WS-JRN-SUB).
           MOVE WS-LINE-ACCOUNT TO WS-JRN-ACCOUNT(WS-JRN-SUB).
           MOVE WS-LINE-DR-CR   TO WS-JRN-DR-CR(WS-JRN-SUB).
           MOVE WS-LINE-SIDE    TO WS-JRN-SIDE(WS-JRN-SUB).
           MOVE WS-LINE-AMOUNT  TO WS-JRN-AMOUNT(WS-JRN-SUB).
           MOVE WS-LINE-COUNT   TO WS-JRN-COUNT(WS-JRN-SUB).
           IF WS-JRN-DEBIT(WS-JRN-SUB)
               ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
               IF WS-JRN-RECEIVABLE(WS-JRN-SUB)
                   ADD WS-LINE-AMOUNT TO WS-RECEIVABLE-NET
               END-IF
           ELSE
               ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
               IF WS-JRN-RECEIVABLE(WS-JRN-SUB)
                   SUBTRACT WS-LINE-AMOUNT FROM WS-RECEIVABLE-NET
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      *================================================================
      * 5000-WRITE-FEED
      *    WRITES THE PROVED JOURNAL LINES FROM WS-JOURNAL-TABLE (IN
      *    MAPPING-FILE ORDER), THEN THE CONTROL RECORD CARRYING THE
      *    SAME TOTALS THAT WERE PROVED.
      *================================================================
       5000-WRITE-FEED.
           OPEN OUTPUT JOURNAL-FILE.
           WRITE JOURNAL-REPORT-LINE FROM RPT-COLUMN-HEADING.
           MOVE ZERO TO WS-JRN-SUB.
           PERFORM 5500-WRITE-LINE THRU 5500-EXIT
               UNTIL WS-JRN-SUB >= WS-JRN-COUNT-USED.
           CLOSE JOURNAL-FILE.

           OPEN OUTPUT JOURNAL-CONTROL.
           MOVE "CUSTGLJF"       TO GLC-PROGRAM.
           MOVE WS-JOURNAL-DATE  TO GLC-JOURNAL-DATE.
           MOVE WS-LINES-WRITTEN TO GLC-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL   TO GLC-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL  TO GLC-CREDIT-TOTAL.
           WRITE GLC-RECORD.
           CLOSE JOURNAL-CONTROL.
       5000-EXIT.
           EXIT.

      *================================================================
      * 5500-WRITE-LINE
      *    ONE JOURNAL LINE, ECHOED ON THE REPORT.
      *================================================================
       5500-WRITE-LINE.
           ADD 1 TO WS-JRN-SUB.
           MOVE WS-JRN-MAP-SUB(WS-JRN-SUB) TO WS-MAP-SUB.
           MOVE WS-JRN-ACCOUNT(WS-JRN-SUB) TO WS-LINE-ACCOUNT.
           MOVE WS-JRN-DR-CR(WS-JRN-SUB)   TO WS-LINE-DR-CR.
           MOVE WS-JRN-AMOUNT(WS-JRN-SUB)  TO WS-LINE-AMOUNT.
           MOVE WS-JRN-COUNT(WS-JRN-SUB)   TO WS-LINE-COUNT.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE WS-JOURNAL-DATE  TO GLJ-JOURNAL-DATE.
           MOVE WS-LINES-WRITTEN TO GLJ-LINE-NO.
           MOVE WS-LINE-ACCOUNT  TO GLJ-GL-ACCOUNT.
           MOVE WS-LINE-DR-CR    TO GLJ-DR-CR.
           MOVE WS-LINE-AMOUNT   TO GLJ-AMOUNT.
           MOVE WS-TAB-EVENT-TYPE(WS-MAP-SUB) TO GLJ-EVENT-TYPE.
           MOVE WS-LINE-COUNT    TO GLJ-ENTRY-COUNT.
           MOVE WS-TAB-DESCRIPTION(WS-MAP-SUB) TO GLJ-DESCRIPTION.
           WRITE GLJ-RECORD.

           MOVE WS-LINES-WRITTEN TO RDL-LINE-NO.
           MOVE GLJ-EVENT-TYPE   TO RDL-EVENT-TYPE.
           MOVE GLJ-GL-ACCOUNT   TO RDL-GL-ACCOUNT.
           IF GLJ-DEBIT
               MOVE WS-LINE-AMOUNT TO RDL-DEBIT
               MOVE ZERO TO RDL-CREDIT
           ELSE
               MOVE ZERO TO RDL-DEBIT
               MOVE WS-LINE-AMOUNT TO RDL-CREDIT
           END-IF.
           MOVE WS-LINE-COUNT    TO RDL-ENTRY-COUNT.
           MOVE GLJ-DESCRIPTION  TO RDL-DESCRIPTION.
           WRITE JOURNAL-REPORT-LINE FROM RPT-DETAIL-LINE.
       5500-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE "LEDGER ENTRIES SELECTED . . . ." TO MTL-LABEL.
           MOVE WS-ENTRIES-SELECTED TO MTL-COUNT.
           MOVE WS-LEDGER-NET TO MTL-AMOUNT.
           WRITE JOURNAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ENTRIES UNMAPPED  . . . . . . ." TO MTL-LABEL.
           MOVE WS-ENTRIES-UNMAPPED TO MTL-COUNT.
           MOVE WS-UNMAPPED-AMOUNT TO MTL-AMOUNT.
           WRITE JOURNAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "JOURNAL LINES WRITTEN . . . . ." TO MTL-LABEL.
           MOVE WS-LINES-WRITTEN TO MTL-COUNT.
           MOVE ZERO TO MTL-AMOUNT.
           WRITE JOURNAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "TOTAL DEBITS  . . . . . . . . ." TO MTL-LABEL.
           MOVE ZERO TO MTL-COUNT.
           MOVE WS-DEBIT-TOTAL TO MTL-AMOUNT.
           WRITE JOURNAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "TOTAL CREDITS . . . . . . . . ." TO MTL-LABEL.
           MOVE ZERO TO MTL-COUNT.
           MOVE WS-CREDIT-TOTAL TO MTL-AMOUNT.
           WRITE JOURNAL-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           IF WS-FEED-REFUSED
               MOVE "JOURNAL FEED REFUSED - NO CUSTGLJ/CUSTGLC WRITTEN"
                   TO RML-TEXT
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
               DISPLAY "CUSTGLJF: FEED REFUSED FOR " WS-JOURNAL-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RML-TEXT
               STRING "JOURNAL FEED RELEASED TO " DELIMITED BY SIZE
                      WS-JOURNAL-FILE-NAME DELIMITED BY SIZE
                   INTO RML-TEXT
               END-STRING
               WRITE JOURNAL-REPORT-LINE FROM RPT-MESSAGE-LINE
           END-IF.
           CLOSE JOURNAL-REPORT.
           DISPLAY "CUSTGLJF: ENTRIES SELECTED = " WS-ENTRIES-SELECTED.
           DISPLAY "CUSTGLJF: ENTRIES UNMAPPED = " WS-ENTRIES-UNMAPPED.
           DISPLAY "CUSTGLJF: JOURNAL LINES    = " WS-LINES-WRITTEN.
       9000-EXIT.
           EXIT.
