      *================================================================
      * PROGRAM: CUSTDOSS.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Single-account research dossier.  Working a dispute or a
      *   complaint meant running CUSTNINQ, CUSTAHST (with its
      *   CUSTAARC archives), CUSTLINQ and CUSTSAGE one after another
      *   and laying the printouts side by side.  This program puts
      *   everything the system holds on one account into one report
      *   on CUSTDORPT, driven by the one-line parameter card
      *   CDOSPARM: the CUST-ID (required - a missing or zero CUST-ID
      *   refuses the run with RETURN-CODE 8) and an optional date
      *   range (zeros on either end mean no lower/upper bound).
      *
      *   The report opens with the current CUSTMAST record and the
      *   current CUSTDLQ delinquency run for the account, then lists
      *   ONE timeline, oldest first, merged from:
      *     - every CUSTLEDG ledger event,
      *     - every CUSTAUDT change - the CUSTAARC.YYYYMMDD archives
      *       named on the optional CDOSARCH card (one per line,
      *       oldest first, as CAHARCH is for CUSTAHST) and then the
      *       live file - with the reason code decoded through
      *       CUSTRSNL,
      *     - every delinquency stage change on the CUSTDLQH history
      *       (see CUSTDLH.cpy) and the start of the current run,
      *     - every open or resubmitted CUSTSUSP item, at the date it
      *       was opened and again at the date it was resubmitted.
      *   The timeline is staged through a sort on post date and
      *   time; events from the same file keep their file order.
      *
      *   CUST-MERGED links are followed through the CUSTMRGE
      *   cross-reference CUSTMRGX (see CUSTMRGX.cpy): every account
      *   merged into the one requested - and any merged into those,
      *   in turn - is printed after it and its history is carried
      *   into the timeline up to the date it was merged away, so a
      *   survivor's dossier shows the duplicate's history from
      *   before the merge.  A dossier requested for a duplicate
      *   says which survivor it went into.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *   2026-10-15  DCO  DOSSIER REPORT MOVED TO CUSTDORPT - CUSTDSRPT
      *                    IS THE CUSTDSWP DORMANCY SWEEP REPORT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDOSS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CDOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-EMAIL
               FILE STATUS IS WS-MAST-STATUS.

           SELECT MERGE-XREF ASSIGN TO "CUSTMRGX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CUSTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-LIST-FILE ASSIGN TO "CDOSARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHL-STATUS.

           SELECT ARCHIVE-AUDIT-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT DELINQUENCY-FILE ASSIGN TO "CUSTDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT STAGE-HISTORY ASSIGN TO "CUSTDLQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT TIMELINE-SORT-WORK ASSIGN TO "SRTWK11".

           SELECT DOSSIER-REPORT ASSIGN TO "CUSTDORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CUST-ID             PIC 9(08).
           05  PARM-DATE-FROM           PIC 9(08).
           05  PARM-DATE-TO             PIC 9(08).

       FD  CUSTOMER-MASTER.
       COPY CUSTOMER.

       FD  MERGE-XREF.
       COPY CUSTMRGX.

       FD  LEDGER-FILE.
       COPY CUSTLDGR.

       FD  AUDIT-FILE
           RECORD CONTAINS 500 CHARACTERS.
       01  AUDIT-FILE-RECORD            PIC X(500).

       FD  ARCHIVE-LIST-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  ARCHIVE-LIST-RECORD.
           05  ARCHL-FILE-NAME          PIC X(17).

       FD  ARCHIVE-AUDIT-FILE
           RECORD CONTAINS 500 CHARACTERS.
       01  ARCHIVE-AUDIT-RECORD         PIC X(500).

       FD  DELINQUENCY-FILE.
       COPY CUSTDLQ.

       FD  STAGE-HISTORY.
       COPY CUSTDLH.

       FD  SUSPENSE-FILE.
       COPY CUSTSUSP.

      *    TS-ARRIVAL-SEQ IS THE ORDER THE EVENT WAS RELEASED, SO
      *    EVENTS AT THE SAME DATE AND TIME KEEP THEIR FILE ORDER AND
      *    AN AUDIT CHANGE'S FIELD LINES (TS-CONTINUATION) STAY UNDER
      *    IT.
       SD  TIMELINE-SORT-WORK.
       01  TIMELINE-SORT-RECORD.
           05  TS-EVENT-DATE            PIC 9(08).
           05  TS-EVENT-TIME            PIC 9(06).
           05  TS-ARRIVAL-SEQ           PIC 9(07).
           05  TS-LINE-TYPE             PIC X(01).
               88  TS-CONTINUATION      VALUE 'C'.
           05  TS-CUST-ID               PIC 9(08).
           05  TS-SOURCE                PIC X(08).
           05  TS-DETAIL                PIC X(84).

       FD  DOSSIER-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  DOSSIER-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-MAST-STATUS            PIC X(02).
               88  WS-MAST-OK            VALUE '00'.
           05  WS-XREF-STATUS            PIC X(02).
           05  WS-LEDGER-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS           PIC X(02).
           05  WS-ARCHL-STATUS           PIC X(02).
           05  WS-ARCH-STATUS            PIC X(02).
           05  WS-DLQ-STATUS             PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-SUSP-STATUS            PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-RUN-REFUSED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-REFUSED        VALUE 'Y'.
           05  WS-MAST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAST-OPENED        VALUE 'Y'.
           05  WS-XREF-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-XREF       VALUE 'Y'.
           05  WS-LEDGER-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-LEDGER     VALUE 'Y'.
           05  WS-AUDIT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-AUDIT      VALUE 'Y'.
           05  WS-ARCHL-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-ARCHIVES   VALUE 'Y'.
           05  WS-ARCHL-OPEN-SW          PIC X(01)  VALUE 'N'.
               88  WS-ARCHL-FILE-OPEN    VALUE 'Y'.
           05  WS-ARCH-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-ARCHIVE-EOF        VALUE 'Y'.
           05  WS-DLQ-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-DLQ        VALUE 'Y'.
           05  WS-HIST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-HISTORY    VALUE 'Y'.
           05  WS-SUSP-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SUSPENSE   VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.
           05  WS-EVENT-SELECTED-SW      PIC X(01)  VALUE 'N'.
               88  WS-EVENT-SELECTED     VALUE 'Y'.
           05  WS-ACCT-LISTED-SW         PIC X(01)  VALUE 'N'.
               88  WS-ACCT-LISTED        VALUE 'Y'.

       01  WS-ARCHIVE-FILE-NAME          PIC X(17)  VALUE SPACES.

      *    THE CURRENT AUDIT IMAGE, WHETHER IT CAME FROM AN ARCHIVE
      *    OR THE LIVE FILE - BOTH READERS DELIVER INTO HERE.
       01  WS-AUDIT-WORK-RECORD          PIC X(500).

       01  WS-SELECTION-FIELDS.
           05  WS-SEL-CUST-ID            PIC 9(08)  VALUE ZERO.
           05  WS-SEL-DATE-FROM          PIC 9(08)  VALUE ZERO.
           05  WS-SEL-DATE-TO            PIC 9(08)  VALUE 99999999.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

      *    THE ACCOUNTS IN THIS DOSSIER - ENTRY 1 IS THE ONE ASKED
      *    FOR, THE REST ARE THE DUPLICATES MERGED INTO IT (AND INTO
      *    THEM).  A DUPLICATE'S EVENTS ARE TAKEN UP TO
      *    WS-ACCT-CUTOFF-DATE, THE DATE IT WAS MERGED AWAY.  THE
      *    CURRENT CUSTDLQ RUN, IF ANY, IS HELD AGAINST EACH ENTRY.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT             PIC S9(04) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 50 TIMES.
               10  WS-ACCT-ID            PIC 9(08).
               10  WS-ACCT-SURVIVOR-ID   PIC 9(08).
               10  WS-ACCT-MERGE-DATE    PIC 9(08).
               10  WS-ACCT-CUTOFF-DATE   PIC 9(08).
               10  WS-ACCT-DLQ-SW        PIC X(01).
                   88  WS-ACCT-DELINQUENT VALUE 'Y'.
               10  WS-ACCT-DLQ-STAGE     PIC 9(01).
               10  WS-ACCT-DLQ-FIRST-DATE PIC 9(08).
               10  WS-ACCT-DLQ-DAYS      PIC 9(05).
               10  WS-ACCT-DLQ-OVERAGE   PIC S9(07)V99.
               10  WS-ACCT-DLQ-PEAK      PIC S9(07)V99.
       77  WS-ACCT-MAX                   PIC S9(04) COMP VALUE 50.

      *    CUSTMRGX HELD IN STORAGE WHILE THE MERGE LINKS ARE
      *    FOLLOWED.  A MERGE DATE OF ZERO MEANS NOT KNOWN (A SEEDED
      *    CUSTMRGC CARD).
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT             PIC S9(04) COMP VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 5000 TIMES.
               10  WS-XREF-SURVIVOR-ID   PIC 9(08).
               10  WS-XREF-DUPLICATE-ID  PIC 9(08).
               10  WS-XREF-MERGE-DATE    PIC 9(08).
       77  WS-XREF-MAX                   PIC S9(04) COMP VALUE 5000.

       01  WS-SUBJECT-MERGE-FIELDS.
           05  WS-SUBJ-MERGED-INTO       PIC 9(08)  VALUE ZERO.
           05  WS-SUBJ-MERGE-DATE        PIC 9(08)  VALUE ZERO.

       01  WS-TABLE-CONTROL              COMP.
           05  WS-ACCT-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-XREF-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-FIND-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-FOUND-SUB              PIC S9(04)  VALUE ZERO.

       01  WS-EVENT-FIELDS.
           05  WS-EVENT-CUST-ID          PIC 9(08).
           05  WS-EVENT-DATE             PIC 9(08).
           05  WS-NEW-CUTOFF-DATE        PIC 9(08).

       01  WS-COUNTERS                   COMP.
           05  WS-ARRIVAL-SEQ            PIC 9(07)  VALUE ZERO.
           05  WS-LEDGER-EVENTS          PIC 9(07)  VALUE ZERO.
           05  WS-AUDIT-EVENTS           PIC 9(07)  VALUE ZERO.
           05  WS-DLQ-EVENTS             PIC 9(07)  VALUE ZERO.
           05  WS-SUSP-EVENTS            PIC 9(07)  VALUE ZERO.
           05  WS-LINES-PRINTED          PIC 9(07)  VALUE ZERO.

       01  WS-RSN-CALL-FIELDS.
           05  WS-RSN-FUNCTION           PIC X(05)  VALUE "FIND ".
           05  WS-RSN-LOOKUP-CODE        PIC X(04).
           05  WS-RSN-RESULT.
               10  WS-RSN-FILE-SW        PIC X(01).
               10  WS-RSN-FOUND-SW       PIC X(01).
               10  WS-RSN-ACTIVE-SW      PIC X(01).
               10  WS-RSN-DESCRIPTION    PIC X(30).
               10  WS-RSN-APPLIES-TO     PIC X(04).

      *    AUD-HEADER, BEF-RECORD AND AFT-RECORD ARE REBUILT FROM THE
      *    FIXED 37/226/226-BYTE LAYOUT CUSTAUDT WROTE THEM IN.
       COPY CUSTAUD.

      *    TIMELINE DETAIL LAYOUTS - EACH IS MOVED WHOLE TO TS-DETAIL.
       01  WS-LEDGER-DETAIL.
           05  WLD-EVENT-TYPE            PIC X(04).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  WLD-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(10)  VALUE "  NEW BAL ".
           05  WLD-NEW-BALANCE           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  WLD-SOURCE-PROGRAM        PIC X(08).
           05  FILLER                    PIC X(01)  VALUE "/".
           05  WLD-POST-USER             PIC X(08).
           05  WLD-REFERENCE-TEXT        PIC X(23).

       01  WS-LEDGER-REFERENCE.
           05  FILLER                    PIC X(08)  VALUE " UNDOES ".
           05  WLR-REF-DATE              PIC X(08).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  WLR-REF-TIME              PIC X(06).

       01  WS-AUDIT-DETAIL.
           05  FILLER                    PIC X(10)  VALUE "CHANGE BY ".
           05  WAD-USER                  PIC X(08).
           05  FILLER                    PIC X(09)  VALUE "  REASON ".
           05  WAD-REASON                PIC X(04).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  WAD-REASON-DESC           PIC X(30).

       01  WS-AUDIT-FIELD-DETAIL.
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  WAF-FIELD-NAME            PIC X(14).
           05  FILLER                    PIC X(04)  VALUE "OLD ".
           05  WAF-OLD-VALUE             PIC X(14).
           05  FILLER                    PIC X(06)  VALUE "  NEW ".
           05  WAF-NEW-VALUE             PIC X(14).

       01  WAF-AMOUNT-EDIT               PIC Z,ZZZ,ZZ9.99-.

       01  WS-STAGE-DETAIL.
           05  WSD-ACTION                PIC X(24).
           05  FILLER                    PIC X(06)  VALUE "STAGE ".
           05  WSD-OLD-STAGE             PIC 9(01).
           05  FILLER                    PIC X(04)  VALUE " TO ".
           05  WSD-NEW-STAGE             PIC 9(01).
           05  FILLER                    PIC X(11)
               VALUE "  OVERAGE  ".
           05  WSD-OVERAGE               PIC Z,ZZZ,ZZ9.99-.

       01  WS-CURRENT-RUN-DETAIL.
           05  FILLER                    PIC X(34)
               VALUE "CURRENT DELINQUENT RUN BEGAN - NOW".
           05  FILLER                    PIC X(07)  VALUE " STAGE ".
           05  WCR-STAGE                 PIC 9(01).
           05  FILLER                    PIC X(02)  VALUE ", ".
           05  WCR-DAYS                  PIC ZZ,ZZ9.
           05  FILLER                    PIC X(05)  VALUE " DAYS".

       01  WS-SUSPENSE-DETAIL.
           05  FILLER                    PIC X(05)  VALUE "ITEM ".
           05  WSP-SEQ-NO                PIC 9(15).
           05  FILLER                    PIC X(06)  VALUE " TRAN ".
           05  WSP-TRAN-CODE             PIC X(01).
           05  FILLER                    PIC X(12)
               VALUE " REJECTED - ".
           05  WSP-REASON                PIC X(40).

       01  WS-SUSPENSE-STATE-DETAIL.
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  WSS-TEXT                  PIC X(80).

       01  WS-RESUBMIT-DETAIL.
           05  FILLER                    PIC X(05)  VALUE "ITEM ".
           05  WRS-SEQ-NO                PIC 9(15).
           05  FILLER                    PIC X(42)
               VALUE " CORRECTED AND RESUBMITTED (CUSTSRES)".

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "ACCOUNT RESEARCH DOSSIER".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(05)  VALUE "DATE:".
           05  RTL2-DATE                 PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(09)  VALUE "CUST-ID: ".
           05  RTL2-CUST-ID              PIC 9(08).
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(07)  VALUE "EVENTS ".
           05  RTL2-DATE-FROM            PIC 9999/99/99.
           05  FILLER                    PIC X(04)  VALUE " TO ".
           05  RTL2-DATE-TO              PIC 9999/99/99.

       01  RPT-SECTION-LINE.
           05  FILLER                    PIC X(04)  VALUE "*** ".
           05  RSC-TEXT                  PIC X(60).

       01  RPT-ACCT-LINE-1.
           05  FILLER                    PIC X(08)  VALUE "ACCOUNT ".
           05  RAL1-CUST-ID              PIC 9(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RAL1-ROLE                 PIC X(80).

       01  RPT-ACCT-LINE-2.
           05  FILLER                    PIC X(10)  VALUE "    NAME: ".
           05  RAL2-NAME                 PIC X(48).
           05  FILLER                    PIC X(08)  VALUE "STATUS: ".
           05  RAL2-STATUS               PIC X(01).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RAL2-STATUS-TEXT          PIC X(12).
           05  FILLER                    PIC X(09)  VALUE "CREATED: ".
           05  RAL2-CREATED              PIC 9999/99/99.
           05  FILLER                    PIC X(11)
               VALUE "  UPDATED: ".
           05  RAL2-UPDATED              PIC 9999/99/99.

       01  RPT-ACCT-LINE-3.
           05  FILLER                    PIC X(10)  VALUE "    ADDR: ".
           05  RAL3-STREET               PIC X(30).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RAL3-CITY                 PIC X(20).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RAL3-STATE                PIC X(02).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RAL3-ZIP                  PIC 9(05).
           05  FILLER                    PIC X(01)  VALUE "-".
           05  RAL3-ZIP-EXT              PIC 9(04).
           05  FILLER                    PIC X(09)  VALUE "  PHONE: ".
           05  RAL3-PHONE                PIC 9(10).
           05  FILLER                    PIC X(09)  VALUE "  EMAIL: ".
           05  RAL3-EMAIL                PIC X(29).

       01  RPT-ACCT-LINE-4.
           05  FILLER                    PIC X(18)
               VALUE "    CREDIT LIMIT: ".
           05  RAL4-LIMIT                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(12)
               VALUE "  BALANCE:  ".
           05  RAL4-BALANCE              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(19)
               VALUE "  LAST CHANGED BY: ".
           05  RAL4-CHG-USER             PIC X(08).
           05  FILLER                    PIC X(04)  VALUE " ON ".
           05  RAL4-CHG-DATE             PIC 9999/99/99.

       01  RPT-ACCT-LINE-5.
           05  FILLER                    PIC X(17)
               VALUE "    DELINQUENCY: ".
           05  FILLER                    PIC X(06)  VALUE "STAGE ".
           05  RAL5-STAGE                PIC 9(01).
           05  FILLER                    PIC X(13)
               VALUE "  OVER SINCE ".
           05  RAL5-FIRST-DATE           PIC 9999/99/99.
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RAL5-DAYS                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(16)
               VALUE " DAYS  OVERAGE  ".
           05  RAL5-OVERAGE              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(08)  VALUE "  PEAK  ".
           05  RAL5-PEAK                 PIC Z,ZZZ,ZZ9.99-.

       01  RPT-ACCT-MESSAGE-LINE.
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  RAM-TEXT                  PIC X(80).

       01  RPT-MERGED-INTO-TEXT.
           05  FILLER                    PIC X(29)
               VALUE "THIS ACCOUNT WAS MERGED INTO ".
           05  RMI-SURVIVOR-ID           PIC 9(08).
           05  FILLER                    PIC X(04)  VALUE " ON ".
           05  RMI-MERGE-DATE            PIC X(10).
           05  FILLER                    PIC X(29)
               VALUE " - SEE THAT ACCOUNT'S DOSSIER".

       01  RPT-DUPLICATE-ROLE.
           05  FILLER                    PIC X(22)
               VALUE "DUPLICATE MERGED INTO ".
           05  RDR-SURVIVOR-ID           PIC 9(08).
           05  FILLER                    PIC X(04)  VALUE " ON ".
           05  RDR-MERGE-DATE            PIC X(10).
           05  FILLER                    PIC X(36)
               VALUE " - HISTORY SHOWN TO THAT DATE".

       01  RDR-DATE-EDIT                 PIC 9999/99/99.

       01  RPT-TIMELINE-HEADING.
           05  FILLER            PIC X(11)  VALUE "DATE".
           05  FILLER            PIC X(10)  VALUE "TIME".
           05  FILLER            PIC X(10)  VALUE "CUST-ID".
           05  FILLER            PIC X(10)  VALUE "SOURCE".
           05  FILLER            PIC X(30)  VALUE "EVENT".

       01  RPT-TIMELINE-LINE.
           05  RTM-DATE                  PIC X(10).
           05  FILLER                    PIC X(01)  VALUE SPACE.
           05  RTM-TIME                  PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RTM-CUST-ID               PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RTM-SOURCE                PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RTM-DETAIL                PIC X(84).

       01  RTM-DATE-EDIT                 PIC 9999/99/99.
       01  RTM-TIME-EDIT                 PIC 99B99B99.

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95)  VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  RML-TEXT                  PIC X(80).

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *    THE EVENT SELECTION ACROSS EVERY FILE RUNS AS THE SORT'S
      *    INPUT PROCEDURE AND THE TIMELINE PRINT AS ITS OUTPUT
      *    PROCEDURE.
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-REFUSED
               GO TO 0000-TERMINATE
           END-IF.
           PERFORM 2000-PRINT-ACCOUNTS THRU 2000-EXIT.
           SORT TIMELINE-SORT-WORK
               ON ASCENDING KEY TS-EVENT-DATE
               ON ASCENDING KEY TS-EVENT-TIME
               ON ASCENDING KEY TS-ARRIVAL-SEQ
               INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
       0000-TERMINATE.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *    READS THE CARD, THEN WORKS OUT WHICH ACCOUNTS BELONG IN
      *    THE DOSSIER AND LOADS THEIR CURRENT DELINQUENCY RUNS.
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS = "00"
               IF PARM-CUST-ID NUMERIC
                   MOVE PARM-CUST-ID TO WS-SEL-CUST-ID
               END-IF
               IF PARM-DATE-FROM NUMERIC AND PARM-DATE-FROM NOT = ZERO
                   MOVE PARM-DATE-FROM TO WS-SEL-DATE-FROM
               END-IF
               IF PARM-DATE-TO NUMERIC AND PARM-DATE-TO NOT = ZERO
                   MOVE PARM-DATE-TO TO WS-SEL-DATE-TO
               END-IF
           END-IF.
           CLOSE PARM-FILE.

           OPEN OUTPUT DOSSIER-REPORT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE  TO RTL2-DATE.
           MOVE WS-SEL-CUST-ID   TO RTL2-CUST-ID.
           MOVE WS-SEL-DATE-FROM TO RTL2-DATE-FROM.
           MOVE WS-SEL-DATE-TO   TO RTL2-DATE-TO.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TITLE-LINE-2.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.

      *    A DOSSIER WITHOUT AN ACCOUNT WOULD BE EVERY ACCOUNT ON
      *    FILE - REFUSE RATHER THAN PRINT THE WHOLE SYSTEM.
           IF WS-SEL-CUST-ID = ZERO
               DISPLAY "CUSTDOSS: CDOSPARM CUST-ID MISSING OR ZERO"
                       " - NO DOSSIER PRODUCED"
               MOVE "CUST-ID MISSING OR ZERO - NO DOSSIER PRODUCED"
                   TO RML-TEXT
               WRITE DOSSIER-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
               DISPLAY "CUSTDOSS: CDOSPARM DATE RANGE IS BACKWARDS"
                       " - NO DOSSIER PRODUCED"
               MOVE "DATE RANGE IS BACKWARDS - NO DOSSIER PRODUCED"
                   TO RML-TEXT
               WRITE DOSSIER-REPORT-LINE FROM RPT-MESSAGE-LINE
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE 1 TO WS-ACCT-COUNT.
           MOVE WS-SEL-CUST-ID TO WS-ACCT-ID(1).
           MOVE ZERO TO WS-ACCT-SURVIVOR-ID(1).
           MOVE ZERO TO WS-ACCT-MERGE-DATE(1).
           MOVE 99999999 TO WS-ACCT-CUTOFF-DATE(1).
           MOVE 'N' TO WS-ACCT-DLQ-SW(1).

           PERFORM 1100-LOAD-XREF THRU 1100-EXIT.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM 1200-EXPAND-ONE-ACCOUNT THRU 1200-EXIT
               UNTIL WS-ACCT-SUB >= WS-ACCT-COUNT.
           PERFORM 1300-LOAD-CURRENT-DLQ THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *================================================================
      * 1100-LOAD-XREF
      *    NO CUSTMRGX YET MEANS NO MERGE HAS BEEN RECORDED - THE
      *    DOSSIER THEN COVERS THE ONE ACCOUNT.
      *================================================================
       1100-LOAD-XREF.
           OPEN INPUT MERGE-XREF.
           IF WS-XREF-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-LOAD-ONE-XREF THRU 1150-EXIT
               UNTIL WS-NO-MORE-XREF.
           CLOSE MERGE-XREF.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-XREF.
           READ MERGE-XREF
               AT END
                   SET WS-NO-MORE-XREF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF WS-XREF-COUNT >= WS-XREF-MAX
               DISPLAY "CUSTDOSS: MORE THAN 5000 CUSTMRGX ENTRIES -"
                       " LATER MERGES NOT FOLLOWED"
               SET WS-NO-MORE-XREF TO TRUE
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-XREF-COUNT.
           MOVE MRGX-SURVIVOR-ID  TO WS-XREF-SURVIVOR-ID(WS-XREF-COUNT).
           MOVE MRGX-DUPLICATE-ID
               TO WS-XREF-DUPLICATE-ID(WS-XREF-COUNT).
           IF MRGX-MERGE-DATE NUMERIC
               MOVE MRGX-MERGE-DATE
                   TO WS-XREF-MERGE-DATE(WS-XREF-COUNT)
           ELSE
               MOVE ZERO TO WS-XREF-MERGE-DATE(WS-XREF-COUNT)
           END-IF.
           IF MRGX-DUPLICATE-ID = WS-SEL-CUST-ID
               MOVE MRGX-SURVIVOR-ID TO WS-SUBJ-MERGED-INTO
               MOVE WS-XREF-MERGE-DATE(WS-XREF-COUNT)
                   TO WS-SUBJ-MERGE-DATE
           END-IF.
       1150-EXIT.
           EXIT.

      *================================================================
      * 1200-EXPAND-ONE-ACCOUNT
      *    ADDS EVERY ACCOUNT MERGED INTO THE NEXT ACCOUNT ON THE
      *    LIST.  NEW ENTRIES GO ON THE END, SO THEY ARE EXPANDED IN
      *    TURN AND A CHAIN OF MERGES IS FOLLOWED ALL THE WAY BACK.
      *================================================================
       1200-EXPAND-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SUB.
           MOVE ZERO TO WS-XREF-SUB.
           PERFORM 1250-CHECK-XREF-ENTRY THRU 1250-EXIT
               UNTIL WS-XREF-SUB >= WS-XREF-COUNT.
       1200-EXIT.
           EXIT.

       1250-CHECK-XREF-ENTRY.
           ADD 1 TO WS-XREF-SUB.
           IF WS-XREF-SURVIVOR-ID(WS-XREF-SUB)
                   NOT = WS-ACCT-ID(WS-ACCT-SUB)
               GO TO 1250-EXIT
           END-IF.
      *    ALREADY ON THE LIST - A MERGE LOOP IN A HAND-SEEDED
      *    CROSS-REFERENCE MUST NOT RUN AWAY.
           MOVE WS-XREF-DUPLICATE-ID(WS-XREF-SUB) TO WS-EVENT-CUST-ID.
           PERFORM 1900-FIND-ACCOUNT THRU 1900-EXIT.
           IF WS-FOUND-SUB > ZERO
               GO TO 1250-EXIT
           END-IF.
           IF WS-ACCT-COUNT >= WS-ACCT-MAX
               DISPLAY "CUSTDOSS: MORE THAN 50 MERGED ACCOUNTS -"
                       " DUPLICATE " WS-EVENT-CUST-ID " NOT FOLLOWED"
               GO TO 1250-EXIT
           END-IF.
      *    A DUPLICATE'S HISTORY RUNS TO ITS MERGE DATE, AND NEVER
      *    PAST THE CUT-OFF OF THE ACCOUNT IT WENT INTO.
           MOVE WS-ACCT-CUTOFF-DATE(WS-ACCT-SUB)
               TO WS-NEW-CUTOFF-DATE.
           IF WS-XREF-MERGE-DATE(WS-XREF-SUB) NOT = ZERO
               AND WS-XREF-MERGE-DATE(WS-XREF-SUB) < WS-NEW-CUTOFF-DATE
               MOVE WS-XREF-MERGE-DATE(WS-XREF-SUB)
                   TO WS-NEW-CUTOFF-DATE
           END-IF.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-EVENT-CUST-ID TO WS-ACCT-ID(WS-ACCT-COUNT).
           MOVE WS-ACCT-ID(WS-ACCT-SUB)
               TO WS-ACCT-SURVIVOR-ID(WS-ACCT-COUNT).
           MOVE WS-XREF-MERGE-DATE(WS-XREF-SUB)
               TO WS-ACCT-MERGE-DATE(WS-ACCT-COUNT).
           MOVE WS-NEW-CUTOFF-DATE
               TO WS-ACCT-CUTOFF-DATE(WS-ACCT-COUNT).
           MOVE 'N' TO WS-ACCT-DLQ-SW(WS-ACCT-COUNT).
       1250-EXIT.
           EXIT.

      *================================================================
      * 1300-LOAD-CURRENT-DLQ
      *    PICKS UP THE CURRENT CUSTDLQ RUN FOR EACH ACCOUNT IN THE
      *    DOSSIER.  NO CUSTDLQ YET MEANS NOBODY IS DELINQUENT.
      *================================================================
       1300-LOAD-CURRENT-DLQ.
           OPEN INPUT DELINQUENCY-FILE.
           IF WS-DLQ-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-LOAD-ONE-DLQ THRU 1350-EXIT
               UNTIL WS-NO-MORE-DLQ.
           CLOSE DELINQUENCY-FILE.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-DLQ.
           READ DELINQUENCY-FILE
               AT END
                   SET WS-NO-MORE-DLQ TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           MOVE DLQ-CUST-ID TO WS-EVENT-CUST-ID.
           PERFORM 1900-FIND-ACCOUNT THRU 1900-EXIT.
           IF WS-FOUND-SUB > ZERO
               MOVE 'Y' TO WS-ACCT-DLQ-SW(WS-FOUND-SUB)
               MOVE DLQ-STAGE TO WS-ACCT-DLQ-STAGE(WS-FOUND-SUB)
               MOVE DLQ-FIRST-OVER-DATE
                   TO WS-ACCT-DLQ-FIRST-DATE(WS-FOUND-SUB)
               MOVE DLQ-DAYS-DELINQUENT
                   TO WS-ACCT-DLQ-DAYS(WS-FOUND-SUB)
               MOVE DLQ-CURRENT-OVERAGE
                   TO WS-ACCT-DLQ-OVERAGE(WS-FOUND-SUB)
               MOVE DLQ-PEAK-OVERAGE
                   TO WS-ACCT-DLQ-PEAK(WS-FOUND-SUB)
           END-IF.
       1350-EXIT.
           EXIT.

      *================================================================
      * 1900-FIND-ACCOUNT
      *    LOOKS WS-EVENT-CUST-ID UP ON THE DOSSIER'S ACCOUNT LIST;
      *    WS-FOUND-SUB IS ZERO WHEN IT IS NOT ONE OF THEM.
      *================================================================
       1900-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-FIND-SUB.
           PERFORM 1950-MATCH-ACCOUNT THRU 1950-EXIT
               UNTIL WS-FIND-SUB >= WS-ACCT-COUNT
                  OR WS-FOUND-SUB > ZERO.
       1900-EXIT.
           EXIT.

       1950-MATCH-ACCOUNT.
           ADD 1 TO WS-FIND-SUB.
           IF WS-ACCT-ID(WS-FIND-SUB) = WS-EVENT-CUST-ID
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF.
       1950-EXIT.
           EXIT.

      *================================================================
      * 2000-PRINT-ACCOUNTS
      *    THE CURRENT CUSTMAST RECORD AND DELINQUENCY RUN OF EVERY
      *    ACCOUNT IN THE DOSSIER, THE ONE ASKED FOR FIRST.
      *================================================================
       2000-PRINT-ACCOUNTS.
           MOVE "CURRENT ACCOUNT RECORD" TO RSC-TEXT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-SECTION-LINE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-MAST-OK
               MOVE 'Y' TO WS-MAST-OPEN-SW
           ELSE
               DISPLAY "CUSTDOSS: UNABLE TO OPEN CUSTOMER-MASTER "
                       WS-MAST-STATUS " - ACCOUNT DETAIL OMITTED"
           END-IF.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM 2100-PRINT-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-ACCT-SUB >= WS-ACCT-COUNT.
           IF WS-MAST-OPENED
               CLOSE CUSTOMER-MASTER
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SUB.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE WS-ACCT-ID(WS-ACCT-SUB) TO RAL1-CUST-ID.
           IF WS-ACCT-SUB = 1
               MOVE "ACCOUNT REQUESTED" TO RAL1-ROLE
           ELSE
               MOVE WS-ACCT-SURVIVOR-ID(WS-ACCT-SUB)
                   TO RDR-SURVIVOR-ID
               IF WS-ACCT-MERGE-DATE(WS-ACCT-SUB) = ZERO
                   MOVE "DATE N/K" TO RDR-MERGE-DATE
               ELSE
                   MOVE WS-ACCT-MERGE-DATE(WS-ACCT-SUB)
                       TO RDR-DATE-EDIT
                   MOVE RDR-DATE-EDIT TO RDR-MERGE-DATE
               END-IF
               MOVE RPT-DUPLICATE-ROLE TO RAL1-ROLE
           END-IF.
           WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-LINE-1.

           IF NOT WS-MAST-OPENED
               GO TO 2100-DELINQUENCY
           END-IF.
           MOVE WS-ACCT-ID(WS-ACCT-SUB) TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE "*** NOT ON CUSTMAST" TO RAM-TEXT
                   WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-MESSAGE-LINE
           END-READ.
           IF NOT WS-MAST-OK
               GO TO 2100-DELINQUENCY
           END-IF.
           MOVE SPACES TO RAL2-NAME.
           STRING CUST-LAST-NAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               CUST-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CUST-MIDDLE-INIT DELIMITED BY SIZE
               INTO RAL2-NAME
           END-STRING.
           MOVE CUST-STATUS TO RAL2-STATUS.
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   MOVE "ACTIVE" TO RAL2-STATUS-TEXT
               WHEN CUST-INACTIVE
                   MOVE "INACTIVE" TO RAL2-STATUS-TEXT
               WHEN CUST-SUSPENDED
                   MOVE "SUSPENDED" TO RAL2-STATUS-TEXT
               WHEN CUST-MERGED
                   MOVE "MERGED" TO RAL2-STATUS-TEXT
               WHEN CUST-CHARGED-OFF
                   MOVE "CHARGED OFF" TO RAL2-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO RAL2-STATUS-TEXT
           END-EVALUATE.
           MOVE CUST-CREATED-DATE TO RAL2-CREATED.
           MOVE CUST-UPDATED-DATE TO RAL2-UPDATED.
           WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-LINE-2.
           MOVE CUST-STREET  TO RAL3-STREET.
           MOVE CUST-CITY    TO RAL3-CITY.
           MOVE CUST-STATE   TO RAL3-STATE.
           MOVE CUST-ZIP     TO RAL3-ZIP.
           MOVE CUST-ZIP-EXT TO RAL3-ZIP-EXT.
           MOVE CUST-PHONE   TO RAL3-PHONE.
           MOVE CUST-EMAIL   TO RAL3-EMAIL.
           WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-LINE-3.
           MOVE CUST-CREDIT-LIMIT  TO RAL4-LIMIT.
           MOVE CUST-BALANCE       TO RAL4-BALANCE.
           MOVE CUST-LAST-CHG-USER TO RAL4-CHG-USER.
           MOVE CUST-LAST-CHG-DATE TO RAL4-CHG-DATE.
           WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-LINE-4.
       2100-DELINQUENCY.
           IF WS-ACCT-DELINQUENT(WS-ACCT-SUB)
               MOVE WS-ACCT-DLQ-STAGE(WS-ACCT-SUB) TO RAL5-STAGE
               MOVE WS-ACCT-DLQ-FIRST-DATE(WS-ACCT-SUB)
                   TO RAL5-FIRST-DATE
               MOVE WS-ACCT-DLQ-DAYS(WS-ACCT-SUB) TO RAL5-DAYS
               MOVE WS-ACCT-DLQ-OVERAGE(WS-ACCT-SUB) TO RAL5-OVERAGE
               MOVE WS-ACCT-DLQ-PEAK(WS-ACCT-SUB) TO RAL5-PEAK
               WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-LINE-5
           ELSE
               MOVE "DELINQUENCY: NOT ON CUSTDLQ - NOT CURRENTLY OVER"
                   TO RAM-TEXT
               WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-MESSAGE-LINE
           END-IF.
           IF WS-ACCT-SUB = 1 AND WS-SUBJ-MERGED-INTO NOT = ZERO
               MOVE WS-SUBJ-MERGED-INTO TO RMI-SURVIVOR-ID
               IF WS-SUBJ-MERGE-DATE = ZERO
                   MOVE "DATE N/K" TO RMI-MERGE-DATE
               ELSE
                   MOVE WS-SUBJ-MERGE-DATE TO RDR-DATE-EDIT
                   MOVE RDR-DATE-EDIT TO RMI-MERGE-DATE
               END-IF
               MOVE RPT-MERGED-INTO-TEXT TO RAM-TEXT
               WRITE DOSSIER-REPORT-LINE FROM RPT-ACCT-MESSAGE-LINE
           END-IF.
       2100-EXIT.
           EXIT.

      *================================================================
      * 3000-SORT-INPUT
      *    RELEASES EVERY EVENT FOR THE DOSSIER'S ACCOUNTS FROM EACH
      *    SOURCE FILE IN TURN.
      *================================================================
       3000-SORT-INPUT.
           MOVE 'E' TO TS-LINE-TYPE.
           PERFORM 3100-RELEASE-LEDGER THRU 3100-EXIT.
           PERFORM 3200-RELEASE-AUDIT THRU 3200-EXIT.
           PERFORM 3400-RELEASE-DELINQUENCY THRU 3400-EXIT.
           PERFORM 3500-RELEASE-SUSPENSE THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-RELEASE-LEDGER
      *    CUSTLEDG ONLY EXISTS AFTER THE FIRST LEDGERED EVENT.
      *================================================================
       3100-RELEASE-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-RELEASE-ONE-LEDGER THRU 3150-EXIT
               UNTIL WS-NO-MORE-LEDGER.
           CLOSE LEDGER-FILE.
       3100-EXIT.
           EXIT.

       3150-RELEASE-ONE-LEDGER.
           READ LEDGER-FILE
               AT END
                   SET WS-NO-MORE-LEDGER TO TRUE
                   GO TO 3150-EXIT
           END-READ.
           MOVE LDGR-CUST-ID   TO WS-EVENT-CUST-ID.
           MOVE LDGR-POST-DATE TO WS-EVENT-DATE.
           PERFORM 3900-CHECK-EVENT THRU 3900-EXIT.
           IF NOT WS-EVENT-SELECTED
               GO TO 3150-EXIT
           END-IF.
           ADD 1 TO WS-LEDGER-EVENTS.
           MOVE LDGR-EVENT-TYPE     TO WLD-EVENT-TYPE.
           MOVE LDGR-AMOUNT         TO WLD-AMOUNT.
           MOVE LDGR-NEW-BALANCE    TO WLD-NEW-BALANCE.
           MOVE LDGR-SOURCE-PROGRAM TO WLD-SOURCE-PROGRAM.
           MOVE LDGR-POST-USER      TO WLD-POST-USER.
           IF LDGR-REFERENCE = SPACES
               MOVE SPACES TO WLD-REFERENCE-TEXT
           ELSE
               MOVE LDGR-REF-POST-DATE TO WLR-REF-DATE
               MOVE LDGR-REF-POST-TIME TO WLR-REF-TIME
               MOVE WS-LEDGER-REFERENCE TO WLD-REFERENCE-TEXT
           END-IF.
           MOVE LDGR-POST-TIME   TO TS-EVENT-TIME.
           MOVE "LEDGER"         TO TS-SOURCE.
           MOVE WS-LEDGER-DETAIL TO TS-DETAIL.
           PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT.
       3150-EXIT.
           EXIT.

      *================================================================
      * 3200-RELEASE-AUDIT
      *    THE CDOSARCH ARCHIVES FIRST, OLDEST FIRST, THEN THE LIVE
      *    CUSTAUDT.  CDOSARCH IS OPTIONAL; AN ARCHIVE NAMED ON IT BUT
      *    NOT FOUND IS REPORTED AND SKIPPED, AS IN CUSTAHST.
      *================================================================
       3200-RELEASE-AUDIT.
           OPEN INPUT ARCHIVE-LIST-FILE.
           IF WS-ARCHL-STATUS = "00"
               MOVE 'Y' TO WS-ARCHL-OPEN-SW
               PERFORM 3290-READ-ARCHIVE-NAME THRU 3290-EXIT
           ELSE
               SET WS-NO-MORE-ARCHIVES TO TRUE
           END-IF.
           PERFORM 3210-RELEASE-ONE-ARCHIVE THRU 3210-EXIT
               UNTIL WS-NO-MORE-ARCHIVES.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3230-RELEASE-ONE-LIVE THRU 3230-EXIT
               UNTIL WS-NO-MORE-AUDIT.
           CLOSE AUDIT-FILE.
       3200-EXIT.
           EXIT.

       3210-RELEASE-ONE-ARCHIVE.
           MOVE 'N' TO WS-ARCH-EOF-SW.
           OPEN INPUT ARCHIVE-AUDIT-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "CUSTDOSS: ARCHIVE " WS-ARCHIVE-FILE-NAME
                       " NOT FOUND - SKIPPED"
               GO TO 3210-NEXT
           END-IF.
           PERFORM 3220-RELEASE-ONE-ARCHIVED THRU 3220-EXIT
               UNTIL WS-ARCHIVE-EOF.
           CLOSE ARCHIVE-AUDIT-FILE.
       3210-NEXT.
           PERFORM 3290-READ-ARCHIVE-NAME THRU 3290-EXIT.
       3210-EXIT.
           EXIT.

       3220-RELEASE-ONE-ARCHIVED.
           READ ARCHIVE-AUDIT-FILE INTO WS-AUDIT-WORK-RECORD
               AT END
                   SET WS-ARCHIVE-EOF TO TRUE
                   GO TO 3220-EXIT
           END-READ.
           PERFORM 3250-SELECT-AUDIT THRU 3250-EXIT.
       3220-EXIT.
           EXIT.

       3230-RELEASE-ONE-LIVE.
           READ AUDIT-FILE INTO WS-AUDIT-WORK-RECORD
               AT END
                   SET WS-NO-MORE-AUDIT TO TRUE
                   GO TO 3230-EXIT
           END-READ.
           PERFORM 3250-SELECT-AUDIT THRU 3250-EXIT.
       3230-EXIT.
           EXIT.

      *================================================================
      * 3250-SELECT-AUDIT
      *    ONE EVENT LINE FOR THE WHO/WHY OF THE CHANGE, THEN ONE
      *    CONTINUATION LINE PER FIELD CUSTAUDT FLAGGED AS CHANGED.
      *================================================================
       3250-SELECT-AUDIT.
           MOVE WS-AUDIT-WORK-RECORD(1:37)   TO AUD-HEADER.
           MOVE WS-AUDIT-WORK-RECORD(38:226)  TO BEF-RECORD.
           MOVE WS-AUDIT-WORK-RECORD(264:226) TO AFT-RECORD.
           MOVE AUD-CUST-ID     TO WS-EVENT-CUST-ID.
           MOVE AUD-CHANGE-DATE TO WS-EVENT-DATE.
           PERFORM 3900-CHECK-EVENT THRU 3900-EXIT.
           IF NOT WS-EVENT-SELECTED
               GO TO 3250-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-EVENTS.
           MOVE AUD-CHANGE-USER   TO WAD-USER.
           MOVE AUD-CHANGE-REASON TO WAD-REASON.
      *    THE LOOKUP ECHOES THE BARE CODE WHEN IT IS NOT ON FILE.
           IF AUD-CHANGE-REASON = SPACES
               MOVE SPACES TO WAD-REASON-DESC
           ELSE
               MOVE AUD-CHANGE-REASON TO WS-RSN-LOOKUP-CODE
               CALL "CUSTRSNL" USING WS-RSN-FUNCTION
                                     WS-RSN-LOOKUP-CODE
                                     WS-RSN-RESULT
               MOVE WS-RSN-DESCRIPTION TO WAD-REASON-DESC
           END-IF.
           MOVE AUD-CHANGE-TIME TO TS-EVENT-TIME.
           MOVE "AUDIT"         TO TS-SOURCE.
           MOVE WS-AUDIT-DETAIL TO TS-DETAIL.
           PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT.

           IF AUD-BALANCE-CHANGED = 'Y'
               MOVE "BALANCE" TO WAF-FIELD-NAME
               MOVE BEF-BALANCE TO WAF-AMOUNT-EDIT
               MOVE WAF-AMOUNT-EDIT TO WAF-OLD-VALUE
               MOVE AFT-BALANCE TO WAF-AMOUNT-EDIT
               MOVE WAF-AMOUNT-EDIT TO WAF-NEW-VALUE
               PERFORM 3260-RELEASE-FIELD-LINE THRU 3260-EXIT
           END-IF.
           IF AUD-STATUS-CHANGED = 'Y'
               MOVE "STATUS" TO WAF-FIELD-NAME
               MOVE BEF-STATUS TO WAF-OLD-VALUE
               MOVE AFT-STATUS TO WAF-NEW-VALUE
               PERFORM 3260-RELEASE-FIELD-LINE THRU 3260-EXIT
           END-IF.
           IF AUD-LIMIT-CHANGED = 'Y'
               MOVE "CREDIT LIMIT" TO WAF-FIELD-NAME
               MOVE BEF-CREDIT-LIMIT TO WAF-AMOUNT-EDIT
               MOVE WAF-AMOUNT-EDIT TO WAF-OLD-VALUE
               MOVE AFT-CREDIT-LIMIT TO WAF-AMOUNT-EDIT
               MOVE WAF-AMOUNT-EDIT TO WAF-NEW-VALUE
               PERFORM 3260-RELEASE-FIELD-LINE THRU 3260-EXIT
           END-IF.
       3250-EXIT.
           EXIT.

       3260-RELEASE-FIELD-LINE.
           MOVE 'C'                   TO TS-LINE-TYPE.
           MOVE AUD-CHANGE-TIME       TO TS-EVENT-TIME.
           MOVE "AUDIT"               TO TS-SOURCE.
           MOVE WS-AUDIT-FIELD-DETAIL TO TS-DETAIL.
           PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT.
       3260-EXIT.
           EXIT.

       3290-READ-ARCHIVE-NAME.
           READ ARCHIVE-LIST-FILE
               AT END
                   SET WS-NO-MORE-ARCHIVES TO TRUE
               NOT AT END
                   MOVE ARCHL-FILE-NAME TO WS-ARCHIVE-FILE-NAME
           END-READ.
           IF WS-NO-MORE-ARCHIVES AND WS-ARCHL-FILE-OPEN
               CLOSE ARCHIVE-LIST-FILE
               MOVE 'N' TO WS-ARCHL-OPEN-SW
           END-IF.
       3290-EXIT.
           EXIT.

      *================================================================
      * 3400-RELEASE-DELINQUENCY
      *    EVERY STAGE CHANGE ON THE CUSTDLQH HISTORY, THEN THE START
      *    OF EACH ACCOUNT'S CURRENT RUN FROM CUSTDLQ (WHICH MAY
      *    PRE-DATE THE HISTORY).
      *================================================================
       3400-RELEASE-DELINQUENCY.
           OPEN INPUT STAGE-HISTORY.
           IF WS-HIST-STATUS = "00"
               PERFORM 3450-RELEASE-ONE-STAGE THRU 3450-EXIT
                   UNTIL WS-NO-MORE-HISTORY
               CLOSE STAGE-HISTORY
           END-IF.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM 3480-RELEASE-CURRENT-RUN THRU 3480-EXIT
               UNTIL WS-ACCT-SUB >= WS-ACCT-COUNT.
       3400-EXIT.
           EXIT.

       3450-RELEASE-ONE-STAGE.
           READ STAGE-HISTORY
               AT END
                   SET WS-NO-MORE-HISTORY TO TRUE
                   GO TO 3450-EXIT
           END-READ.
           MOVE DLH-CUST-ID     TO WS-EVENT-CUST-ID.
           MOVE DLH-CHANGE-DATE TO WS-EVENT-DATE.
           PERFORM 3900-CHECK-EVENT THRU 3900-EXIT.
           IF NOT WS-EVENT-SELECTED
               GO TO 3450-EXIT
           END-IF.
           ADD 1 TO WS-DLQ-EVENTS.
           EVALUATE TRUE
               WHEN DLH-NEW-STAGE = ZERO
                   MOVE "BACK UNDER LIMIT" TO WSD-ACTION
               WHEN DLH-OLD-STAGE = ZERO
                   MOVE "WENT OVER LIMIT" TO WSD-ACTION
               WHEN OTHER
                   MOVE "ESCALATED" TO WSD-ACTION
           END-EVALUATE.
           MOVE DLH-OLD-STAGE       TO WSD-OLD-STAGE.
           MOVE DLH-NEW-STAGE       TO WSD-NEW-STAGE.
           MOVE DLH-CURRENT-OVERAGE TO WSD-OVERAGE.
           MOVE ZERO            TO TS-EVENT-TIME.
           MOVE "DELINQ"        TO TS-SOURCE.
           MOVE WS-STAGE-DETAIL TO TS-DETAIL.
           PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT.
       3450-EXIT.
           EXIT.

       3480-RELEASE-CURRENT-RUN.
           ADD 1 TO WS-ACCT-SUB.
           IF NOT WS-ACCT-DELINQUENT(WS-ACCT-SUB)
               GO TO 3480-EXIT
           END-IF.
           MOVE WS-ACCT-ID(WS-ACCT-SUB) TO WS-EVENT-CUST-ID.
           MOVE WS-ACCT-DLQ-FIRST-DATE(WS-ACCT-SUB) TO WS-EVENT-DATE.
           PERFORM 3900-CHECK-EVENT THRU 3900-EXIT.
           IF NOT WS-EVENT-SELECTED
               GO TO 3480-EXIT
           END-IF.
           ADD 1 TO WS-DLQ-EVENTS.
           MOVE WS-ACCT-DLQ-STAGE(WS-ACCT-SUB) TO WCR-STAGE.
           MOVE WS-ACCT-DLQ-DAYS(WS-ACCT-SUB)  TO WCR-DAYS.
           MOVE ZERO                  TO TS-EVENT-TIME.
           MOVE "DELINQ"              TO TS-SOURCE.
           MOVE WS-CURRENT-RUN-DETAIL TO TS-DETAIL.
           PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT.
       3480-EXIT.
           EXIT.

      *================================================================
      * 3500-RELEASE-SUSPENSE
      *    EVERY OPEN OR RESUBMITTED CUSTSUSP ITEM - AT THE DATE IT
      *    WAS OPENED AND, IF RESUBMITTED, AGAIN AT THAT DATE.
      *================================================================
       3500-RELEASE-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3550-RELEASE-ONE-SUSPENSE THRU 3550-EXIT
               UNTIL WS-NO-MORE-SUSPENSE.
           CLOSE SUSPENSE-FILE.
       3500-EXIT.
           EXIT.

       3550-RELEASE-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-NO-MORE-SUSPENSE TO TRUE
                   GO TO 3550-EXIT
           END-READ.
           IF NOT SUSP-OPEN AND NOT SUSP-RESUBMITTED
               GO TO 3550-EXIT
           END-IF.
           MOVE SUSP-CUST-ID     TO WS-EVENT-CUST-ID.
           MOVE SUSP-DATE-OPENED TO WS-EVENT-DATE.
           PERFORM 3900-CHECK-EVENT THRU 3900-EXIT.
           IF WS-EVENT-SELECTED
               ADD 1 TO WS-SUSP-EVENTS
               MOVE SUSP-SEQ-NO        TO WSP-SEQ-NO
               MOVE SUSP-TRAN-CODE     TO WSP-TRAN-CODE
               MOVE SUSP-REJECT-REASON TO WSP-REASON
               MOVE ZERO               TO TS-EVENT-TIME
               MOVE "SUSPENSE"         TO TS-SOURCE
               MOVE WS-SUSPENSE-DETAIL TO TS-DETAIL
               PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT
               IF SUSP-OPEN
                   MOVE "STILL OPEN - AWAITING CORRECTION" TO WSS-TEXT
                   MOVE 'C'            TO TS-LINE-TYPE
                   MOVE "SUSPENSE"     TO TS-SOURCE
                   MOVE WS-SUSPENSE-STATE-DETAIL TO TS-DETAIL
                   PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT
               END-IF
           END-IF.
           IF NOT SUSP-RESUBMITTED
               GO TO 3550-EXIT
           END-IF.
           MOVE SUSP-DATE-RESUBMITTED TO WS-EVENT-DATE.
           PERFORM 3900-CHECK-EVENT THRU 3900-EXIT.
           IF WS-EVENT-SELECTED
               ADD 1 TO WS-SUSP-EVENTS
               MOVE SUSP-SEQ-NO        TO WRS-SEQ-NO
               MOVE ZERO               TO TS-EVENT-TIME
               MOVE "SUSPENSE"         TO TS-SOURCE
               MOVE WS-RESUBMIT-DETAIL TO TS-DETAIL
               PERFORM 3950-RELEASE-EVENT THRU 3950-EXIT
           END-IF.
       3550-EXIT.
           EXIT.

      *================================================================
      * 3900-CHECK-EVENT
      *    AN EVENT IS SELECTED WHEN IT IS ON ONE OF THE DOSSIER'S
      *    ACCOUNTS, INSIDE THE CARD'S DATE RANGE AND NOT AFTER THAT
      *    ACCOUNT'S CUT-OFF (A DUPLICATE'S MERGE DATE).
      *================================================================
       3900-CHECK-EVENT.
           MOVE 'N' TO WS-EVENT-SELECTED-SW.
           PERFORM 1900-FIND-ACCOUNT THRU 1900-EXIT.
           IF WS-FOUND-SUB = ZERO
               GO TO 3900-EXIT
           END-IF.
           IF WS-EVENT-DATE < WS-SEL-DATE-FROM
                   OR WS-EVENT-DATE > WS-SEL-DATE-TO
                   OR WS-EVENT-DATE > WS-ACCT-CUTOFF-DATE(WS-FOUND-SUB)
               GO TO 3900-EXIT
           END-IF.
           SET WS-EVENT-SELECTED TO TRUE.
       3900-EXIT.
           EXIT.

      *================================================================
      * 3950-RELEASE-EVENT
      *    THE CALLER HAS SET TS-EVENT-TIME, TS-SOURCE AND TS-DETAIL,
      *    AND TS-LINE-TYPE TO 'C' FOR A FURTHER LINE OF THE EVENT
      *    JUST RELEASED.  THE LINE TYPE GOES BACK TO 'E' AFTERWARDS.
      *================================================================
       3950-RELEASE-EVENT.
           ADD 1 TO WS-ARRIVAL-SEQ.
           MOVE WS-EVENT-DATE    TO TS-EVENT-DATE.
           MOVE WS-ARRIVAL-SEQ   TO TS-ARRIVAL-SEQ.
           MOVE WS-EVENT-CUST-ID TO TS-CUST-ID.
           RELEASE TIMELINE-SORT-RECORD.
           MOVE 'E' TO TS-LINE-TYPE.
       3950-EXIT.
           EXIT.

      *================================================================
      * 4000-SORT-OUTPUT
      *    PRINTS THE MERGED TIMELINE.  CONTINUATION LINES ARE
      *    PRINTED WITHOUT THE DATE/TIME/CUST-ID/SOURCE COLUMNS.
      *================================================================
       4000-SORT-OUTPUT.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE "ACCOUNT TIMELINE" TO RSC-TEXT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-SECTION-LINE.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TIMELINE-HEADING.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
           PERFORM 4100-PRINT-EVENT THRU 4100-EXIT
               UNTIL WS-NO-MORE-SORTED.
       4000-EXIT.
           EXIT.

       4100-PRINT-EVENT.
           IF TS-CONTINUATION
               MOVE SPACES TO RTM-DATE
               MOVE SPACES TO RTM-TIME
               MOVE SPACES TO RTM-CUST-ID
               MOVE SPACES TO RTM-SOURCE
           ELSE
               MOVE TS-EVENT-DATE TO RTM-DATE-EDIT
               MOVE RTM-DATE-EDIT TO RTM-DATE
               IF TS-EVENT-TIME = ZERO
                   MOVE SPACES TO RTM-TIME
               ELSE
                   MOVE TS-EVENT-TIME TO RTM-TIME-EDIT
                   MOVE RTM-TIME-EDIT TO RTM-TIME
               END-IF
               MOVE TS-CUST-ID    TO RTM-CUST-ID
               MOVE TS-SOURCE     TO RTM-SOURCE
           END-IF.
           MOVE TS-DETAIL TO RTM-DETAIL.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TIMELINE-LINE.
           ADD 1 TO WS-LINES-PRINTED.
           PERFORM 4900-RETURN-SORTED THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4900-RETURN-SORTED.
           RETURN TIMELINE-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       4900-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           IF WS-RUN-REFUSED
               GO TO 9000-CLOSE
           END-IF.
           MOVE SPACES TO DOSSIER-REPORT-LINE.
           WRITE DOSSIER-REPORT-LINE.
           MOVE "ACCOUNTS IN DOSSIER . . . . . ." TO MTL-LABEL.
           MOVE WS-ACCT-COUNT TO MTL-COUNT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "LEDGER EVENTS . . . . . . . . ." TO MTL-LABEL.
           MOVE WS-LEDGER-EVENTS TO MTL-COUNT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "AUDITED CHANGES . . . . . . . ." TO MTL-LABEL.
           MOVE WS-AUDIT-EVENTS TO MTL-COUNT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DELINQUENCY EVENTS  . . . . . ." TO MTL-LABEL.
           MOVE WS-DLQ-EVENTS TO MTL-COUNT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "SUSPENSE EVENTS . . . . . . . ." TO MTL-LABEL.
           MOVE WS-SUSP-EVENTS TO MTL-COUNT.
           WRITE DOSSIER-REPORT-LINE FROM RPT-TOTAL-LINE.
       9000-CLOSE.
           CLOSE DOSSIER-REPORT.
           IF WS-RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
