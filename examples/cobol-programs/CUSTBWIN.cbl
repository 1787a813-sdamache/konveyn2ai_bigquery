      *================================================================
      * PROGRAM: CUSTBWIN.CBL
      * AUTHOR: D. OKAFOR, CUSTOMER FILE SYSTEMS
      * INSTALLATION: MIDSTATE FINANCIAL SERVICES - IT DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * DESCRIPTION
      *   Batch-window timing history and overrun forecast.  CUSTCYCL
      *   appends a start and a completion event, each with its date
      *   and time, to the run-control file CUSTRUNC for every step
      *   of every night, but nobody looked at how long the steps
      *   took until a night ran into the online day.  This program
      *   turns CUSTRUNC into elapsed time per step per night, and
      *   projects whether tonight's volumes will finish inside the
      *   batch window.
      *
      *   CUSTRUNC is sorted (SRTWK13) into cycle date, step (in the
      *   night's running order - steps are matched BY NAME to the
      *   same table CUSTCYCL uses) and event date/time.  Within a
      *   step and cycle date a rerun leaves several start and
      *   completion events; each completion is paired with the
      *   start before it and the LAST such pair is the step's
      *   timing for the night, with the number of starts shown as
      *   its runs.  A completion crossing midnight is timed from the
      *   event dates, not just the times.
      *
      *   Each timed step is compared with its rolling average over
      *   its previous N clean runs (N on the card).  A step is
      *   flagged SLOW when it ran more than the card's percentage
      *   over that average AND at least the card's minimum number of
      *   seconds over it - so a two-second step that took four does
      *   not page anybody - and only once it has at least
      *   WS-MIN-HISTORY previous runs to average.  A run that
      *   completed with RETURN-CODE 8 or more is reported as failed
      *   and kept out of the average, since a failure usually cuts
      *   the step short.  A step started and never completed is
      *   reported as such and is not timed.
      *
      *   The forecast walks the night's steps from the window start
      *   on the card.  CUSTMNT and CUSTPOST are the volume-driven
      *   steps: tonight's CUSTTRAN and CPOSTTRN are counted and
      *   scaled by the seconds-per-record of the performance
      *   rehearsals - the CUSTMNT run over the PTTRAN01 deck and the
      *   CUSTPOST run at the PTMIX001 volume - whose record counts
      *   and elapsed seconds are carried on the card.  Every other
      *   step (and a volume step with no baseline on the card) is
      *   projected at its rolling average; CUSTACCR is only counted
      *   on a night the card marks as an accrual night.  A step with
      *   no timing history adds nothing and is called out, since the
      *   forecast is then understated.  A projected finish past the
      *   window end sets RETURN-CODE 4.
      *
      *   Parameter card on CBWPARM:
      *     window start HHMM, window end HHMM (an end at or before
      *     the start is the next morning), rolling-average cycles
      *     (zero = 7, at most 30), slow percentage (zero = 25), slow
      *     minimum seconds, PTTRAN01 baseline CUSTTRAN records and
      *     CUSTMNT seconds, PTMIX001 baseline CPOSTTRN records and
      *     CUSTPOST seconds, accrual night Y/N.
      *   A missing or invalid card leaves no window to forecast
      *   against - the run is refused with RETURN-CODE 8.
      *
      *   The report is CUSTBWRPT.  Every step timing on CUSTRUNC is
      *   also written to a pipe-delimited, date-stamped flat file
      *   (CUSTBWH.YYYYMMDD, the CUSTEXT.YYYYMMDD convention) with a
      *   header row for the BigQuery load.  The file carries the
      *   whole of CUSTRUNC each run, so the load replaces its table.
      *
      * OUTPUT RECORD LAYOUT (PIPE-DELIMITED, ONE HEADER ROW)
      *   CYCLE_DATE|STEP_SEQ|STEP_NAME|STEP_STATUS|START_DATE|
      *   START_TIME|END_DATE|END_TIME|ELAPSED_SECS|RUNS|RETURN_CODE|
      *   AVG_SECS|AVG_CYCLES|PCT_OF_AVG|SLOW_FLAG
      *
      *   STEP_STATUS is OK, FAILED or INCOMPLETE.  AVG_SECS is the
      *   rolling average the step was compared with (zero when it
      *   had no earlier clean runs) and AVG_CYCLES how many runs it
      *   averaged.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  DCO  INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBWIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CBWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "CUSTRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT CUSTOMER-TRANS ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT POSTING-TRANS ASSIGN TO "CPOSTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT TIMING-SORT-WORK ASSIGN TO "SRTWK13".

           SELECT TIMING-HISTORY ASSIGN TO WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT WINDOW-REPORT ASSIGN TO "CUSTBWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-WINDOW-START        PIC 9(04).
           05  PARM-WINDOW-START-PARTS REDEFINES PARM-WINDOW-START.
               10  PARM-START-HH        PIC 9(02).
               10  PARM-START-MM        PIC 9(02).
           05  PARM-WINDOW-END          PIC 9(04).
           05  PARM-WINDOW-END-PARTS REDEFINES PARM-WINDOW-END.
               10  PARM-END-HH          PIC 9(02).
               10  PARM-END-MM          PIC 9(02).
           05  PARM-AVERAGE-CYCLES      PIC 9(02).
           05  PARM-SLOW-PCT            PIC 9(03).
           05  PARM-SLOW-MIN-SECS       PIC 9(04).
           05  PARM-TRAN-BASE-COUNT     PIC 9(07).
           05  PARM-TRAN-BASE-SECS      PIC 9(05).
           05  PARM-POST-BASE-COUNT     PIC 9(07).
           05  PARM-POST-BASE-SECS      PIC 9(05).
           05  PARM-ACCRUAL-NIGHT       PIC X(01).

      *    THE CUSTRUNC EVENT RECORD EXACTLY AS CUSTCYCL APPENDS IT.
      *    RUNC-STEP-SEQ IS NOT USED - RECORDS WRITTEN UNDER THE OLD
      *    STEP NUMBERS ARE MATCHED TO THEIR STEP BY NAME.
       FD  RUN-CONTROL-FILE.
       01  RUNC-RECORD.
           05  RUNC-CYCLE-DATE          PIC 9(08).
           05  RUNC-STEP-SEQ            PIC 9(02).
           05  RUNC-STEP-NAME           PIC X(08).
           05  RUNC-EVENT               PIC X(01).
               88  RUNC-STARTED         VALUE 'S'.
               88  RUNC-COMPLETED       VALUE 'C'.
           05  RUNC-RETURN-CODE         PIC 9(02).
           05  RUNC-EVENT-DATE          PIC 9(08).
           05  RUNC-EVENT-TIME          PIC 9(06).

      *    ONLY COUNTED - CUSTMNT AND CUSTPOST OWN THE LAYOUTS.
       FD  CUSTOMER-TRANS
           RECORD CONTAINS 184 CHARACTERS.
       01  CUSTOMER-TRANS-RECORD        PIC X(184).

       FD  POSTING-TRANS
           RECORD CONTAINS 184 CHARACTERS.
       01  POSTING-TRANS-RECORD         PIC X(184).

       SD  TIMING-SORT-WORK.
       01  TIMING-SORT-RECORD.
           05  TSR-CYCLE-DATE           PIC 9(08).
           05  TSR-STEP-SUB             PIC 9(02).
           05  TSR-EVENT-DATE           PIC 9(08).
           05  TSR-EVENT-TIME           PIC 9(06).
           05  TSR-ARRIVAL-SEQ          PIC 9(07).
           05  TSR-EVENT                PIC X(01).
               88  TSR-STARTED          VALUE 'S'.
               88  TSR-COMPLETED        VALUE 'C'.
           05  TSR-RETURN-CODE          PIC 9(02).

       FD  TIMING-HISTORY
           RECORD CONTAINS 200 CHARACTERS.
       01  HISTORY-RECORD               PIC X(200).

       FD  WINDOW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  WINDOW-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-PARM-STATUS            PIC X(02).
           05  WS-RUNC-STATUS            PIC X(02).
           05  WS-TRAN-STATUS            PIC X(02).
           05  WS-POST-STATUS            PIC X(02).
           05  WS-HIST-STATUS            PIC X(02).
           05  WS-RPT-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-RUNC-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-EVENTS     VALUE 'Y'.
           05  WS-SORT-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-SORTED     VALUE 'Y'.
           05  WS-VOLUME-EOF-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MORE-VOLUME     VALUE 'Y'.
           05  WS-RUN-ABORTED-SW         PIC X(01)  VALUE 'N'.
               88  WS-RUN-ABORTED        VALUE 'Y'.
           05  WS-OVERRUN-SW             PIC X(01)  VALUE 'N'.
               88  WS-WINDOW-OVERRUN     VALUE 'Y'.
           05  WS-ACCRUAL-NIGHT-SW       PIC X(01)  VALUE 'N'.
               88  WS-ACCRUAL-NIGHT      VALUE 'Y'.
           05  WS-START-PENDING-SW       PIC X(01)  VALUE 'N'.
               88  WS-START-PENDING      VALUE 'Y'.
           05  WS-STEP-TIMED-SW          PIC X(01)  VALUE 'N'.
               88  WS-STEP-TIMED         VALUE 'Y'.
           05  WS-STEP-SLOW-SW           PIC X(01)  VALUE 'N'.
               88  WS-STEP-SLOW          VALUE 'Y'.
           05  WS-TRAN-MISSING-SW        PIC X(01)  VALUE 'N'.
               88  WS-TRAN-MISSING       VALUE 'Y'.
           05  WS-POST-MISSING-SW        PIC X(01)  VALUE 'N'.
               88  WS-POST-MISSING       VALUE 'Y'.

       01  WS-RUN-FIELDS.
           05  WS-AVERAGE-CYCLES         PIC S9(04) COMP VALUE 7.
           05  WS-SLOW-PCT               PIC S9(04) COMP VALUE 25.
           05  WS-SLOW-FACTOR            PIC S9(04) COMP VALUE ZERO.
           05  WS-SLOW-MIN-SECS          PIC S9(07) COMP VALUE ZERO.
           05  WS-TRAN-BASE-COUNT        PIC S9(09) COMP VALUE ZERO.
           05  WS-TRAN-BASE-SECS         PIC S9(09) COMP VALUE ZERO.
           05  WS-POST-BASE-COUNT        PIC S9(09) COMP VALUE ZERO.
           05  WS-POST-BASE-SECS         PIC S9(09) COMP VALUE ZERO.

      *    A ROLLING AVERAGE OF ONE OR TWO NIGHTS IS NOISE - NO STEP IS
      *    FLAGGED SLOW UNTIL IT HAS THIS MANY EARLIER CLEAN RUNS.
       77  WS-MIN-HISTORY                PIC S9(04) COMP VALUE 3.
       77  WS-MAX-AVERAGE-CYCLES         PIC S9(04) COMP VALUE 30.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).

       01  WS-HISTORY-FILE-NAME          PIC X(16).

      *    THE NIGHT'S STEP SEQUENCE, AS CUSTCYCL RUNS IT.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER                    PIC X(08)  VALUE "CUSTMVFY".
           05  FILLER                    PIC X(08)  VALUE "CUSTEDIT".
           05  FILLER                    PIC X(08)  VALUE "CUSTCLNS".
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

      *    THE LAST N CLEAN ELAPSED TIMES PER STEP, IN SECONDS, HELD
      *    AS A RING - WS-HIST-NEXT IS THE SLOT THE NEXT RUN OVERLAYS.
       01  WS-STEP-HISTORY-TABLE.
           05  WS-STEP-HISTORY OCCURS 13 TIMES.
               10  WS-HIST-FILLED        PIC S9(04) COMP.
               10  WS-HIST-NEXT          PIC S9(04) COMP.
               10  WS-HIST-SECS          PIC S9(07) COMP
                                         OCCURS 30 TIMES.

       01  WS-TABLE-CONTROL              COMP.
           05  WS-STEP-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-FOUND-SUB              PIC S9(04)  VALUE ZERO.
           05  WS-HIST-SUB               PIC S9(04)  VALUE ZERO.
           05  WS-AVG-STEP-SUB           PIC S9(04)  VALUE ZERO.

       01  WS-COUNTERS                   COMP.
           05  WS-EVENTS-READ            PIC 9(07)  VALUE ZERO.
           05  WS-UNKNOWN-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-CYCLE-COUNT            PIC 9(07)  VALUE ZERO.
           05  WS-TIMED-COUNT            PIC 9(07)  VALUE ZERO.
           05  WS-SLOW-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-FAILED-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-INCOMPLETE-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-ROWS-WRITTEN           PIC 9(07)  VALUE ZERO.
           05  WS-TRAN-VOLUME            PIC 9(07)  VALUE ZERO.
           05  WS-POST-VOLUME            PIC 9(07)  VALUE ZERO.
           05  WS-VOLUME-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-NO-HISTORY-COUNT       PIC 9(07)  VALUE ZERO.

      *    CONTROL-BREAK STATE - THE CYCLE DATE AND STEP IN HAND, AND
      *    THE START/COMPLETION PAIR THAT TIMES IT.
       01  WS-BREAK-FIELDS.
           05  WS-BREAK-CYCLE-DATE       PIC 9(08)  VALUE ZERO.
           05  WS-BREAK-STEP-SUB         PIC S9(04) COMP VALUE ZERO.
           05  WS-STEP-RUNS              PIC S9(04) COMP VALUE ZERO.
           05  WS-STEP-RETURN-CODE       PIC 9(02)  VALUE ZERO.
           05  WS-PENDING-STAMP.
               10  WS-PENDING-DATE       PIC 9(08).
               10  WS-PENDING-TIME       PIC 9(06).
           05  WS-RUN-START-STAMP.
               10  WS-RUN-START-DATE     PIC 9(08).
               10  WS-RUN-START-TIME     PIC 9(06).
           05  WS-RUN-END-STAMP.
               10  WS-RUN-END-DATE       PIC 9(08).
               10  WS-RUN-END-TIME       PIC 9(06).

      *    THE NIGHT AS A WHOLE - FIRST START TO LAST COMPLETION.
       01  WS-NIGHT-FIELDS.
           05  WS-NIGHT-FIRST-STAMP.
               10  WS-NIGHT-FIRST-DATE   PIC 9(08).
               10  WS-NIGHT-FIRST-TIME   PIC 9(06).
           05  WS-NIGHT-LAST-STAMP.
               10  WS-NIGHT-LAST-DATE    PIC 9(08).
               10  WS-NIGHT-LAST-TIME    PIC 9(06).
           05  WS-NIGHT-TIMED            PIC S9(04) COMP VALUE ZERO.
           05  WS-NIGHT-SLOW             PIC S9(04) COMP VALUE ZERO.

       01  WS-STEP-TIMING-FIELDS         COMP.
           05  WS-STEP-ELAPSED-SECS      PIC S9(09)  VALUE ZERO.
           05  WS-AVG-SECS               PIC S9(09)  VALUE ZERO.
           05  WS-AVG-COUNT              PIC S9(04)  VALUE ZERO.
           05  WS-AVG-TOTAL              PIC S9(11)  VALUE ZERO.
           05  WS-SLOW-LIMIT-SECS        PIC S9(09)  VALUE ZERO.
           05  WS-PCT-OF-AVG             PIC S9(05)  VALUE ZERO.

      *    ELAPSED-TIME ARITHMETIC (7000) - SECONDS FROM ONE DATE AND
      *    TIME TO ANOTHER, ACROSS MIDNIGHT WHEN THE DATES DIFFER.
       01  WS-ELAPSED-FIELDS.
           05  WS-FROM-STAMP.
               10  WS-FROM-DATE          PIC 9(08).
               10  WS-FROM-HH            PIC 9(02).
               10  WS-FROM-MM            PIC 9(02).
               10  WS-FROM-SS            PIC 9(02).
           05  WS-TO-STAMP.
               10  WS-TO-DATE            PIC 9(08).
               10  WS-TO-HH              PIC 9(02).
               10  WS-TO-MM              PIC 9(02).
               10  WS-TO-SS              PIC 9(02).
           05  WS-FROM-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
           05  WS-TO-DAY-NUMBER          PIC S9(09) COMP VALUE ZERO.
           05  WS-ELAPSED-SECS           PIC S9(09) COMP VALUE ZERO.

      *    DURATION AND CLOCK EDITING (7100/7200).
       01  WS-EDIT-WORK                  COMP.
           05  WS-DUR-SECS               PIC S9(09)  VALUE ZERO.
           05  WS-DUR-HOURS              PIC S9(07)  VALUE ZERO.
           05  WS-DUR-MINUTES            PIC S9(04)  VALUE ZERO.
           05  WS-DUR-REMAINDER          PIC S9(09)  VALUE ZERO.
           05  WS-CLOCK-SECS             PIC S9(09)  VALUE ZERO.
           05  WS-CLOCK-DAYS             PIC S9(07)  VALUE ZERO.

       01  WS-DURATION-EDIT.
           05  WDE-HOURS                 PIC ZZ9.
           05  FILLER                    PIC X(01)  VALUE ":".
           05  WDE-MINUTES               PIC 9(02).
           05  FILLER                    PIC X(01)  VALUE ":".
           05  WDE-SECONDS               PIC 9(02).

       01  WS-CLOCK-EDIT.
           05  WCE-HOURS                 PIC 9(02).
           05  FILLER                    PIC X(01)  VALUE ":".
           05  WCE-MINUTES               PIC 9(02).

       01  WS-TIME-EDIT.
           05  WTE-HH                    PIC 9(02).
           05  FILLER                    PIC X(01)  VALUE ":".
           05  WTE-MM                    PIC 9(02).
           05  FILLER                    PIC X(01)  VALUE ":".
           05  WTE-SS                    PIC 9(02).

       01  WS-TIME-IN                    PIC 9(06).
       01  WS-TIME-IN-PARTS REDEFINES WS-TIME-IN.
           05  WS-TIME-IN-HH             PIC 9(02).
           05  WS-TIME-IN-MM             PIC 9(02).
           05  WS-TIME-IN-SS             PIC 9(02).

       01  WS-DATE-EDIT                  PIC 9999/99/99.

      *    FORECAST FIELDS - SECONDS FROM MIDNIGHT FOR THE WINDOW AND
      *    RUNNING SECONDS FROM THE WINDOW START FOR THE STEPS.
       01  WS-FORECAST-FIELDS            COMP.
           05  WS-WINDOW-START-SECS      PIC S9(09)  VALUE ZERO.
           05  WS-WINDOW-END-SECS        PIC S9(09)  VALUE ZERO.
           05  WS-WINDOW-LENGTH-SECS     PIC S9(09)  VALUE ZERO.
           05  WS-PROJECTED-SECS         PIC S9(09)  VALUE ZERO.
           05  WS-FORECAST-TOTAL-SECS    PIC S9(09)  VALUE ZERO.
           05  WS-MARGIN-SECS            PIC S9(09)  VALUE ZERO.

       01  WS-FORECAST-BASIS             PIC X(30)  VALUE SPACES.
       01  WS-COUNT-EDIT                 PIC Z9.

      *    DISPLAY COPIES OF THE NUMERIC COLUMNS FOR THE HISTORY ROW.
       01  WS-HISTORY-ROW-FIELDS.
           05  WHX-STEP-SEQ              PIC 9(02).
           05  WHX-STATUS                PIC X(10).
           05  WHX-ELAPSED-SECS          PIC 9(07).
           05  WHX-RUNS                  PIC 9(02).
           05  WHX-AVG-SECS              PIC 9(07).
           05  WHX-AVG-CYCLES            PIC 9(02).
           05  WHX-PCT-OF-AVG            PIC 9(05).
           05  WHX-SLOW-FLAG             PIC X(01).

       01  HISTORY-HEADER-LINE           PIC X(200)
           VALUE "CYCLE_DATE|STEP_SEQ|STEP_NAME|STEP_STATUS|START_DATE|S
      -    "TART_TIME|END_DATE|END_TIME|ELAPSED_SECS|RUNS|RETURN_CODE|AV
      -    "G_SECS|AVG_CYCLES|PCT_OF_AVG|SLOW_FLAG".

       01  RPT-TITLE-LINE-1.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(50)
               VALUE "BATCH WINDOW TIMING HISTORY AND OVERRUN FORECAST".

       01  RPT-TITLE-LINE-2.
           05  FILLER                    PIC X(09)  VALUE "RUN DATE:".
           05  RTL2-DATE                 PIC 9999/99/99.
           05  FILLER                    PIC X(22)
               VALUE "   ROLLING AVERAGE OF ".
           05  RTL2-CYCLES               PIC Z9.
           05  FILLER                    PIC X(25)
               VALUE " CLEAN RUNS - SLOW OVER  ".
           05  RTL2-SLOW-PCT             PIC ZZ9.
           05  FILLER                    PIC X(06)  VALUE "% AND ".
           05  RTL2-SLOW-SECS            PIC ZZZ9.
           05  FILLER                    PIC X(05)  VALUE " SECS".

       01  RPT-CYCLE-HEADING.
           05  FILLER                    PIC X(12)
               VALUE "CYCLE DATE: ".
           05  RCH-CYCLE-DATE            PIC 9999/99/99.

       01  RPT-COLUMN-HEADING.
           05  FILLER            PIC X(06)  VALUE "  SEQ".
           05  FILLER            PIC X(10)  VALUE "STEP".
           05  FILLER            PIC X(21)  VALUE "STARTED".
           05  FILLER            PIC X(21)  VALUE "COMPLETED".
           05  FILLER            PIC X(11)  VALUE "  ELAPSED".
           05  FILLER            PIC X(11)  VALUE "  AVERAGE".
           05  FILLER            PIC X(08)  VALUE "  % AVG".
           05  FILLER            PIC X(06)  VALUE "RUNS".
           05  FILLER            PIC X(04)  VALUE "RC".
           05  FILLER            PIC X(30)  VALUE "NOTE".

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-SEQ                   PIC Z9.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RDL-STEP                  PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-START-DATE            PIC X(10).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RDL-START-TIME            PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-END-DATE              PIC X(10).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RDL-END-TIME              PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-ELAPSED               PIC X(09).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-AVERAGE               PIC X(09).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-PCT                   PIC ZZZZ9  BLANK WHEN ZERO.
           05  RDL-PCT-SIGN              PIC X(01).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-RUNS                  PIC Z9.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RDL-RC                    PIC X(02).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RDL-NOTE                  PIC X(30).

       01  RPT-NIGHT-LINE.
           05  FILLER                    PIC X(05)  VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE "NIGHT - FIRST ".
           05  RNL-FIRST-DATE            PIC 9999/99/99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RNL-FIRST-TIME            PIC X(08).
           05  FILLER                    PIC X(07)  VALUE "  LAST ".
           05  RNL-LAST-DATE             PIC 9999/99/99.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RNL-LAST-TIME             PIC X(08).
           05  FILLER                    PIC X(07)  VALUE "  SPAN ".
           05  RNL-SPAN                  PIC X(09).
           05  FILLER                    PIC X(16)
               VALUE "   STEPS TIMED ".
           05  RNL-TIMED                 PIC Z9.
           05  FILLER                    PIC X(09)  VALUE "   SLOW  ".
           05  RNL-SLOW                  PIC Z9.

       01  RPT-FORECAST-TITLE.
           05  FILLER                    PIC X(35)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE "TONIGHT'S BATCH WINDOW FORECAST".

       01  RPT-FORECAST-HEADING.
           05  FILLER            PIC X(06)  VALUE "  SEQ".
           05  FILLER            PIC X(10)  VALUE "STEP".
           05  FILLER            PIC X(32)  VALUE "PROJECTED FROM".
           05  FILLER            PIC X(10)  VALUE "   VOLUME".
           05  FILLER            PIC X(13)  VALUE "    PROJECTED".
           05  FILLER            PIC X(09)  VALUE "   FINISH".

       01  RPT-FORECAST-LINE.
           05  FILLER                    PIC X(03)  VALUE SPACES.
           05  RFL-SEQ                   PIC Z9.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  RFL-STEP                  PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RFL-BASIS                 PIC X(30).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RFL-VOLUME                PIC Z,ZZZ,ZZ9  BLANK WHEN ZERO.
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  RFL-PROJECTED             PIC X(09).
           05  FILLER                    PIC X(04)  VALUE SPACES.
           05  RFL-FINISH                PIC X(05).

       01  RPT-WINDOW-LINE.
           05  RWL-LABEL                 PIC X(30)  VALUE SPACES.
           05  RWL-VALUE                 PIC X(09).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  RWL-TEXT                  PIC X(60).

       01  RPT-TOTAL-LINE.
           05  MTL-LABEL                 PIC X(30)  VALUE SPACES.
           05  MTL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(93)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-RUN-ABORTED
               SORT TIMING-SORT-WORK
                   ON ASCENDING KEY TSR-CYCLE-DATE
                   ON ASCENDING KEY TSR-STEP-SUB
                   ON ASCENDING KEY TSR-EVENT-DATE
                   ON ASCENDING KEY TSR-EVENT-TIME
                   ON ASCENDING KEY TSR-ARRIVAL-SEQ
                   INPUT PROCEDURE IS 2000-RELEASE-EVENTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-TIME-STEPS
                       THRU 3000-EXIT
               PERFORM 5000-COUNT-VOLUMES THRU 5000-EXIT
               PERFORM 6000-FORECAST-WINDOW THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GOBACK.

      *================================================================
      * 1000-INITIALIZE
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           STRING "CUSTBWH." DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME
           END-STRING.
           INITIALIZE WS-STEP-HISTORY-TABLE.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    WITHOUT A CARD THERE IS NO WINDOW TO FORECAST AGAINST.
           IF WS-PARM-STATUS NOT = "00"
               OR PARM-WINDOW-START NOT NUMERIC
               OR PARM-WINDOW-END NOT NUMERIC
               OR PARM-AVERAGE-CYCLES NOT NUMERIC
               OR PARM-SLOW-PCT NOT NUMERIC
               OR PARM-SLOW-MIN-SECS NOT NUMERIC
               OR PARM-TRAN-BASE-COUNT NOT NUMERIC
               OR PARM-TRAN-BASE-SECS NOT NUMERIC
               OR PARM-POST-BASE-COUNT NOT NUMERIC
               OR PARM-POST-BASE-SECS NOT NUMERIC
               DISPLAY "CUSTBWIN: CBWPARM MISSING OR INVALID"
                       " - NO WINDOW TO FORECAST AGAINST"
               SET WS-RUN-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF PARM-START-HH > 23 OR PARM-START-MM > 59
               OR PARM-END-HH > 23 OR PARM-END-MM > 59
               OR PARM-WINDOW-START = PARM-WINDOW-END
               DISPLAY "CUSTBWIN: CBWPARM WINDOW " PARM-WINDOW-START
                       " TO " PARM-WINDOW-END " IS NOT A VALID WINDOW"
               SET WS-RUN-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF.

           IF PARM-AVERAGE-CYCLES NOT = ZERO
               MOVE PARM-AVERAGE-CYCLES TO WS-AVERAGE-CYCLES
           END-IF.
           IF WS-AVERAGE-CYCLES > WS-MAX-AVERAGE-CYCLES
               MOVE WS-MAX-AVERAGE-CYCLES TO WS-AVERAGE-CYCLES
           END-IF.
           IF PARM-SLOW-PCT NOT = ZERO
               MOVE PARM-SLOW-PCT TO WS-SLOW-PCT
           END-IF.
           COMPUTE WS-SLOW-FACTOR = 100 + WS-SLOW-PCT.
           MOVE PARM-SLOW-MIN-SECS   TO WS-SLOW-MIN-SECS.
           MOVE PARM-TRAN-BASE-COUNT TO WS-TRAN-BASE-COUNT.
           MOVE PARM-TRAN-BASE-SECS  TO WS-TRAN-BASE-SECS.
           MOVE PARM-POST-BASE-COUNT TO WS-POST-BASE-COUNT.
           MOVE PARM-POST-BASE-SECS  TO WS-POST-BASE-SECS.
           IF PARM-ACCRUAL-NIGHT = 'Y'
               SET WS-ACCRUAL-NIGHT TO TRUE
           END-IF.

      *    AN END AT OR BEFORE THE START IS THE NEXT MORNING.
           COMPUTE WS-WINDOW-START-SECS =
               PARM-START-HH * 3600 + PARM-START-MM * 60.
           COMPUTE WS-WINDOW-END-SECS =
               PARM-END-HH * 3600 + PARM-END-MM * 60.
           IF WS-WINDOW-END-SECS > WS-WINDOW-START-SECS
               COMPUTE WS-WINDOW-LENGTH-SECS =
                   WS-WINDOW-END-SECS - WS-WINDOW-START-SECS
           ELSE
               COMPUTE WS-WINDOW-LENGTH-SECS =
                   WS-WINDOW-END-SECS + 86400 - WS-WINDOW-START-SECS
           END-IF.

           OPEN OUTPUT TIMING-HISTORY.
           MOVE HISTORY-HEADER-LINE TO HISTORY-RECORD.
           WRITE HISTORY-RECORD.

           OPEN OUTPUT WINDOW-REPORT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TITLE-LINE-1.
           MOVE WS-CURRENT-DATE   TO RTL2-DATE.
           MOVE WS-AVERAGE-CYCLES TO RTL2-CYCLES.
           MOVE WS-SLOW-PCT       TO RTL2-SLOW-PCT.
           MOVE WS-SLOW-MIN-SECS  TO RTL2-SLOW-SECS.
           WRITE WINDOW-REPORT-LINE FROM RPT-TITLE-LINE-2.
       1000-EXIT.
           EXIT.

      *================================================================
      * 2000-RELEASE-EVENTS
      *    SORT INPUT PROCEDURE - EVERY CUSTRUNC EVENT FOR A STEP OF
      *    THE NIGHT, TAGGED WITH ITS STEP'S PLACE IN THE RUNNING
      *    ORDER AND ITS ARRIVAL SEQUENCE ON THE FILE.  NO CUSTRUNC
      *    YET MEANS NO HISTORY - THE FORECAST STILL RUNS FROM THE
      *    BASELINES.
      *================================================================
       2000-RELEASE-EVENTS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS NOT = "00"
               DISPLAY "CUSTBWIN: NO CUSTRUNC (STATUS "
                       WS-RUNC-STATUS ") - NO TIMING HISTORY"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2900-READ-EVENT THRU 2900-EXIT.
           PERFORM 2100-RELEASE-ONE-EVENT THRU 2100-EXIT
               UNTIL WS-NO-MORE-EVENTS.
           CLOSE RUN-CONTROL-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-EVENT.
           ADD 1 TO WS-EVENTS-READ.
           PERFORM 2150-FIND-STEP THRU 2150-EXIT.
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               MOVE RUNC-CYCLE-DATE  TO TSR-CYCLE-DATE
               MOVE WS-FOUND-SUB     TO TSR-STEP-SUB
               MOVE RUNC-EVENT-DATE  TO TSR-EVENT-DATE
               MOVE RUNC-EVENT-TIME  TO TSR-EVENT-TIME
               MOVE WS-EVENTS-READ   TO TSR-ARRIVAL-SEQ
               MOVE RUNC-EVENT       TO TSR-EVENT
               MOVE RUNC-RETURN-CODE TO TSR-RETURN-CODE
               RELEASE TIMING-SORT-RECORD
           END-IF.
           PERFORM 2900-READ-EVENT THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2150-FIND-STEP.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 2160-CHECK-STEP THRU 2160-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                  OR WS-FOUND-SUB NOT = ZERO.
       2150-EXIT.
           EXIT.

       2160-CHECK-STEP.
           IF WS-STEP-NAME (WS-STEP-SUB) = RUNC-STEP-NAME
               MOVE WS-STEP-SUB TO WS-FOUND-SUB
           END-IF.
       2160-EXIT.
           EXIT.

       2900-READ-EVENT.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-NO-MORE-EVENTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *================================================================
      * 3000-TIME-STEPS
      *    SORT OUTPUT PROCEDURE - ONE REPORT LINE AND ONE HISTORY ROW
      *    PER STEP PER CYCLE DATE, WITH A NIGHT LINE AFTER EACH
      *    CYCLE DATE.
      *================================================================
       3000-TIME-STEPS.
           PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
           PERFORM 3100-APPLY-EVENT THRU 3100-EXIT
               UNTIL WS-NO-MORE-SORTED.
           IF WS-BREAK-CYCLE-DATE NOT = ZERO
               PERFORM 3400-END-STEP THRU 3400-EXIT
               PERFORM 3500-END-CYCLE THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *================================================================
      * 3100-APPLY-EVENT
      *    A START OPENS A RUN OF THE STEP; A COMPLETION CLOSES THE
      *    RUN OPEN AT THE TIME, AND THE LAST RUN CLOSED IS THE ONE
      *    THAT TIMES THE STEP.  A COMPLETION WITH NO START BEFORE IT
      *    CANNOT BE TIMED AND IS PASSED OVER.
      *================================================================
       3100-APPLY-EVENT.
           IF TSR-CYCLE-DATE = WS-BREAK-CYCLE-DATE
               AND TSR-STEP-SUB = WS-BREAK-STEP-SUB
               GO TO 3100-EVENT
           END-IF.
           IF WS-BREAK-CYCLE-DATE NOT = ZERO
               PERFORM 3400-END-STEP THRU 3400-EXIT
           END-IF.
           IF TSR-CYCLE-DATE NOT = WS-BREAK-CYCLE-DATE
               IF WS-BREAK-CYCLE-DATE NOT = ZERO
                   PERFORM 3500-END-CYCLE THRU 3500-EXIT
               END-IF
               PERFORM 3300-START-CYCLE THRU 3300-EXIT
           END-IF.
           PERFORM 3200-START-STEP THRU 3200-EXIT.
       3100-EVENT.
           IF TSR-STARTED
               ADD 1 TO WS-STEP-RUNS
               MOVE TSR-EVENT-DATE TO WS-PENDING-DATE
               MOVE TSR-EVENT-TIME TO WS-PENDING-TIME
               SET WS-START-PENDING TO TRUE
           ELSE
               IF WS-START-PENDING
                   MOVE WS-PENDING-STAMP TO WS-RUN-START-STAMP
                   MOVE TSR-EVENT-DATE   TO WS-RUN-END-DATE
                   MOVE TSR-EVENT-TIME   TO WS-RUN-END-TIME
                   MOVE TSR-RETURN-CODE  TO WS-STEP-RETURN-CODE
                   MOVE 'N' TO WS-START-PENDING-SW
                   SET WS-STEP-TIMED TO TRUE
               END-IF
           END-IF.
           PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3200-START-STEP.
           MOVE TSR-STEP-SUB TO WS-BREAK-STEP-SUB.
           MOVE ZERO TO WS-STEP-RUNS.
           MOVE ZERO TO WS-STEP-RETURN-CODE.
           MOVE 'N' TO WS-START-PENDING-SW.
           MOVE 'N' TO WS-STEP-TIMED-SW.
           MOVE ZERO TO WS-PENDING-STAMP.
           MOVE ZERO TO WS-RUN-START-STAMP.
           MOVE ZERO TO WS-RUN-END-STAMP.
       3200-EXIT.
           EXIT.

       3300-START-CYCLE.
           MOVE TSR-CYCLE-DATE TO WS-BREAK-CYCLE-DATE.
           ADD 1 TO WS-CYCLE-COUNT.
           MOVE ZERO TO WS-NIGHT-TIMED.
           MOVE ZERO TO WS-NIGHT-SLOW.
           MOVE ZERO TO WS-NIGHT-FIRST-STAMP.
           MOVE ZERO TO WS-NIGHT-LAST-STAMP.
           MOVE SPACES TO WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE.
           MOVE TSR-CYCLE-DATE TO RCH-CYCLE-DATE.
           WRITE WINDOW-REPORT-LINE FROM RPT-CYCLE-HEADING.
           WRITE WINDOW-REPORT-LINE FROM RPT-COLUMN-HEADING.
       3300-EXIT.
           EXIT.

      *================================================================
      * 3400-END-STEP
      *    TIMES THE STEP JUST FINISHED AGAINST ITS ROLLING AVERAGE,
      *    PRINTS IT AND WRITES ITS HISTORY ROW.  ONLY A CLEAN RUN
      *    (RETURN-CODE 4 OR LESS) GOES INTO THE AVERAGE.
      *================================================================
       3400-END-STEP.
           IF NOT WS-STEP-TIMED AND NOT WS-START-PENDING
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO RDL-START-DATE RDL-START-TIME
                          RDL-END-DATE RDL-END-TIME
                          RDL-ELAPSED RDL-AVERAGE
                          RDL-PCT-SIGN RDL-RC RDL-NOTE.
           MOVE ZERO TO RDL-PCT.
           MOVE WS-BREAK-STEP-SUB TO RDL-SEQ.
           MOVE WS-STEP-NAME (WS-BREAK-STEP-SUB) TO RDL-STEP.
           MOVE WS-STEP-RUNS TO RDL-RUNS.
           MOVE ZERO TO WS-STEP-ELAPSED-SECS.
           MOVE ZERO TO WS-PCT-OF-AVG.
           MOVE 'N' TO WS-STEP-SLOW-SW.
           MOVE WS-BREAK-STEP-SUB TO WS-AVG-STEP-SUB.
           PERFORM 3600-ROLLING-AVERAGE THRU 3600-EXIT.

           IF NOT WS-STEP-TIMED
               MOVE WS-PENDING-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO RDL-START-DATE
               MOVE WS-PENDING-TIME TO WS-TIME-IN
               PERFORM 7200-FORMAT-TIME THRU 7200-EXIT
               MOVE WS-TIME-EDIT TO RDL-START-TIME
               MOVE "STARTED - NO COMPLETION" TO RDL-NOTE
               MOVE "INCOMPLETE" TO WHX-STATUS
               MOVE WS-PENDING-STAMP TO WS-RUN-START-STAMP
               ADD 1 TO WS-INCOMPLETE-COUNT
               GO TO 3400-PRINT
           END-IF.

           MOVE WS-RUN-START-STAMP TO WS-FROM-STAMP.
           MOVE WS-RUN-END-STAMP TO WS-TO-STAMP.
           PERFORM 7000-COMPUTE-ELAPSED THRU 7000-EXIT.
           MOVE WS-ELAPSED-SECS TO WS-STEP-ELAPSED-SECS.
           ADD 1 TO WS-TIMED-COUNT.
           ADD 1 TO WS-NIGHT-TIMED.
           IF WS-NIGHT-FIRST-STAMP = ZERO
               OR WS-RUN-START-STAMP < WS-NIGHT-FIRST-STAMP
               MOVE WS-RUN-START-STAMP TO WS-NIGHT-FIRST-STAMP
           END-IF.
           IF WS-RUN-END-STAMP > WS-NIGHT-LAST-STAMP
               MOVE WS-RUN-END-STAMP TO WS-NIGHT-LAST-STAMP
           END-IF.

           MOVE WS-RUN-START-DATE TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO RDL-START-DATE.
           MOVE WS-RUN-START-TIME TO WS-TIME-IN.
           PERFORM 7200-FORMAT-TIME THRU 7200-EXIT.
           MOVE WS-TIME-EDIT TO RDL-START-TIME.
           MOVE WS-RUN-END-DATE TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO RDL-END-DATE.
           MOVE WS-RUN-END-TIME TO WS-TIME-IN.
           PERFORM 7200-FORMAT-TIME THRU 7200-EXIT.
           MOVE WS-TIME-EDIT TO RDL-END-TIME.
           MOVE WS-STEP-ELAPSED-SECS TO WS-DUR-SECS.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           MOVE WS-DURATION-EDIT TO RDL-ELAPSED.
           MOVE WS-STEP-RETURN-CODE TO RDL-RC.
           IF WS-AVG-COUNT > ZERO
               MOVE WS-AVG-SECS TO WS-DUR-SECS
               PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT
               MOVE WS-DURATION-EDIT TO RDL-AVERAGE
           END-IF.
           IF WS-AVG-SECS > ZERO
               COMPUTE WS-PCT-OF-AVG ROUNDED =
                   WS-STEP-ELAPSED-SECS * 100 / WS-AVG-SECS
               MOVE WS-PCT-OF-AVG TO RDL-PCT
               MOVE "%" TO RDL-PCT-SIGN
           END-IF.

           IF WS-STEP-RETURN-CODE > 4
               MOVE "FAILED - NOT IN AVERAGE" TO RDL-NOTE
               MOVE "FAILED" TO WHX-STATUS
               ADD 1 TO WS-FAILED-COUNT
               GO TO 3400-PRINT
           END-IF.
           MOVE "OK" TO WHX-STATUS.
           IF WS-AVG-COUNT < WS-MIN-HISTORY
               MOVE "SHORT HISTORY - NOT COMPARED" TO RDL-NOTE
           ELSE
               COMPUTE WS-SLOW-LIMIT-SECS ROUNDED =
                   WS-AVG-SECS * WS-SLOW-FACTOR / 100
               IF WS-STEP-ELAPSED-SECS > WS-SLOW-LIMIT-SECS
                   AND WS-STEP-ELAPSED-SECS - WS-AVG-SECS
                       NOT < WS-SLOW-MIN-SECS
                   SET WS-STEP-SLOW TO TRUE
                   MOVE "*** SLOW AGAINST ROLLING AVG" TO RDL-NOTE
                   ADD 1 TO WS-SLOW-COUNT
                   ADD 1 TO WS-NIGHT-SLOW
               END-IF
           END-IF.
           PERFORM 3700-ADD-TO-HISTORY THRU 3700-EXIT.
       3400-PRINT.
           WRITE WINDOW-REPORT-LINE FROM RPT-DETAIL-LINE.
           PERFORM 3800-WRITE-HISTORY-ROW THRU 3800-EXIT.
       3400-EXIT.
           EXIT.

       3500-END-CYCLE.
           IF WS-NIGHT-TIMED = ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-NIGHT-FIRST-DATE TO RNL-FIRST-DATE.
           MOVE WS-NIGHT-FIRST-TIME TO WS-TIME-IN.
           PERFORM 7200-FORMAT-TIME THRU 7200-EXIT.
           MOVE WS-TIME-EDIT TO RNL-FIRST-TIME.
           MOVE WS-NIGHT-LAST-DATE TO RNL-LAST-DATE.
           MOVE WS-NIGHT-LAST-TIME TO WS-TIME-IN.
           PERFORM 7200-FORMAT-TIME THRU 7200-EXIT.
           MOVE WS-TIME-EDIT TO RNL-LAST-TIME.
           MOVE WS-NIGHT-FIRST-STAMP TO WS-FROM-STAMP.
           MOVE WS-NIGHT-LAST-STAMP TO WS-TO-STAMP.
           PERFORM 7000-COMPUTE-ELAPSED THRU 7000-EXIT.
           MOVE WS-ELAPSED-SECS TO WS-DUR-SECS.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           MOVE WS-DURATION-EDIT TO RNL-SPAN.
           MOVE WS-NIGHT-TIMED TO RNL-TIMED.
           MOVE WS-NIGHT-SLOW TO RNL-SLOW.
           WRITE WINDOW-REPORT-LINE FROM RPT-NIGHT-LINE.
       3500-EXIT.
           EXIT.

      *================================================================
      * 3600-ROLLING-AVERAGE
      *    AVERAGE OF THE CLEAN RUNS HELD FOR STEP WS-AVG-STEP-SUB -
      *    AT MOST THE LAST WS-AVERAGE-CYCLES OF THEM.
      *================================================================
       3600-ROLLING-AVERAGE.
           MOVE ZERO TO WS-AVG-SECS.
           MOVE ZERO TO WS-AVG-TOTAL.
           MOVE WS-HIST-FILLED (WS-AVG-STEP-SUB) TO WS-AVG-COUNT.
           IF WS-AVG-COUNT = ZERO
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3650-ADD-ONE-RUN THRU 3650-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-AVG-COUNT.
           COMPUTE WS-AVG-SECS ROUNDED =
               WS-AVG-TOTAL / WS-AVG-COUNT.
       3600-EXIT.
           EXIT.

       3650-ADD-ONE-RUN.
           ADD WS-HIST-SECS (WS-AVG-STEP-SUB WS-HIST-SUB)
               TO WS-AVG-TOTAL.
       3650-EXIT.
           EXIT.

       3700-ADD-TO-HISTORY.
           IF WS-HIST-NEXT (WS-BREAK-STEP-SUB) = ZERO
               MOVE 1 TO WS-HIST-NEXT (WS-BREAK-STEP-SUB)
           END-IF.
           MOVE WS-HIST-NEXT (WS-BREAK-STEP-SUB) TO WS-HIST-SUB.
           MOVE WS-STEP-ELAPSED-SECS
               TO WS-HIST-SECS (WS-BREAK-STEP-SUB WS-HIST-SUB).
           IF WS-HIST-FILLED (WS-BREAK-STEP-SUB) < WS-AVERAGE-CYCLES
               ADD 1 TO WS-HIST-FILLED (WS-BREAK-STEP-SUB)
           END-IF.
           ADD 1 TO WS-HIST-NEXT (WS-BREAK-STEP-SUB).
           IF WS-HIST-NEXT (WS-BREAK-STEP-SUB) > WS-AVERAGE-CYCLES
               MOVE 1 TO WS-HIST-NEXT (WS-BREAK-STEP-SUB)
           END-IF.
       3700-EXIT.
           EXIT.

      *================================================================
      * 3800-WRITE-HISTORY-ROW
      *    ONE PIPE-DELIMITED ROW PER STEP PER CYCLE DATE FOR THE
      *    BIGQUERY LOAD.
      *================================================================
       3800-WRITE-HISTORY-ROW.
           MOVE WS-BREAK-STEP-SUB    TO WHX-STEP-SEQ.
           MOVE WS-STEP-ELAPSED-SECS TO WHX-ELAPSED-SECS.
           MOVE WS-STEP-RUNS         TO WHX-RUNS.
           MOVE WS-AVG-SECS          TO WHX-AVG-SECS.
           MOVE WS-AVG-COUNT         TO WHX-AVG-CYCLES.
           MOVE WS-PCT-OF-AVG        TO WHX-PCT-OF-AVG.
           IF WS-STEP-SLOW
               MOVE 'Y' TO WHX-SLOW-FLAG
           ELSE
               MOVE 'N' TO WHX-SLOW-FLAG
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           STRING
               WS-BREAK-CYCLE-DATE  DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-STEP-SEQ         DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-STEP-NAME (WS-BREAK-STEP-SUB)
                                    DELIMITED BY SPACE
               "|"                  DELIMITED BY SIZE
               WHX-STATUS           DELIMITED BY SPACE
               "|"                  DELIMITED BY SIZE
               WS-RUN-START-DATE    DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-RUN-START-TIME    DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-RUN-END-DATE      DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-RUN-END-TIME      DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-ELAPSED-SECS     DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-RUNS             DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WS-STEP-RETURN-CODE  DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-AVG-SECS         DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-AVG-CYCLES       DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-PCT-OF-AVG       DELIMITED BY SIZE
               "|"                  DELIMITED BY SIZE
               WHX-SLOW-FLAG        DELIMITED BY SIZE
               INTO HISTORY-RECORD
           END-STRING.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.
       3800-EXIT.
           EXIT.

       3900-RETURN-SORTED.
           RETURN TIMING-SORT-WORK
               AT END
                   SET WS-NO-MORE-SORTED TO TRUE
           END-RETURN.
       3900-EXIT.
           EXIT.

      *================================================================
      * 5000-COUNT-VOLUMES
      *    TONIGHT'S CUSTTRAN AND CPOSTTRN RECORD COUNTS.  A DECK THAT
      *    HAS NOT ARRIVED COUNTS AS NONE AND IS NOTED ON THE FORECAST.
      *================================================================
       5000-COUNT-VOLUMES.
           OPEN INPUT CUSTOMER-TRANS.
           IF WS-TRAN-STATUS NOT = "00"
               SET WS-TRAN-MISSING TO TRUE
           ELSE
               MOVE ZERO TO WS-VOLUME-COUNT
               MOVE 'N' TO WS-VOLUME-EOF-SW
               PERFORM 5100-COUNT-TRAN THRU 5100-EXIT
                   UNTIL WS-NO-MORE-VOLUME
               MOVE WS-VOLUME-COUNT TO WS-TRAN-VOLUME
               CLOSE CUSTOMER-TRANS
           END-IF.
           OPEN INPUT POSTING-TRANS.
           IF WS-POST-STATUS NOT = "00"
               SET WS-POST-MISSING TO TRUE
           ELSE
               MOVE ZERO TO WS-VOLUME-COUNT
               MOVE 'N' TO WS-VOLUME-EOF-SW
               PERFORM 5200-COUNT-POST THRU 5200-EXIT
                   UNTIL WS-NO-MORE-VOLUME
               MOVE WS-VOLUME-COUNT TO WS-POST-VOLUME
               CLOSE POSTING-TRANS
           END-IF.
       5000-EXIT.
           EXIT.

       5100-COUNT-TRAN.
           READ CUSTOMER-TRANS
               AT END
                   SET WS-NO-MORE-VOLUME TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOLUME-COUNT
           END-READ.
       5100-EXIT.
           EXIT.

       5200-COUNT-POST.
           READ POSTING-TRANS
               AT END
                   SET WS-NO-MORE-VOLUME TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOLUME-COUNT
           END-READ.
       5200-EXIT.
           EXIT.

      *================================================================
      * 6000-FORECAST-WINDOW
      *    WALKS THE NIGHT'S STEPS FROM THE WINDOW START AND COMPARES
      *    THE PROJECTED FINISH WITH THE WINDOW END.
      *================================================================
       6000-FORECAST-WINDOW.
           MOVE SPACES TO WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE FROM RPT-FORECAST-TITLE.
           MOVE SPACES TO WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE FROM RPT-FORECAST-HEADING.
           MOVE ZERO TO WS-FORECAST-TOTAL-SECS.
           PERFORM 6100-PROJECT-STEP THRU 6100-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           MOVE SPACES TO WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE.
           MOVE "BATCH WINDOW  . . . . . . . ." TO RWL-LABEL.
           MOVE WS-WINDOW-LENGTH-SECS TO WS-DUR-SECS.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           MOVE WS-DURATION-EDIT TO RWL-VALUE.
           MOVE SPACES TO RWL-TEXT.
           MOVE WS-WINDOW-START-SECS TO WS-CLOCK-SECS.
           PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT.
           MOVE WS-CLOCK-EDIT TO RWL-TEXT(1:5).
           MOVE " TO " TO RWL-TEXT(6:4).
           MOVE WS-WINDOW-END-SECS TO WS-CLOCK-SECS.
           PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT.
           MOVE WS-CLOCK-EDIT TO RWL-TEXT(10:5).
           WRITE WINDOW-REPORT-LINE FROM RPT-WINDOW-LINE.

           MOVE "PROJECTED RUN TIME  . . . . ." TO RWL-LABEL.
           MOVE WS-FORECAST-TOTAL-SECS TO WS-DUR-SECS.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           MOVE WS-DURATION-EDIT TO RWL-VALUE.
           MOVE SPACES TO RWL-TEXT.
           COMPUTE WS-CLOCK-SECS =
               WS-WINDOW-START-SECS + WS-FORECAST-TOTAL-SECS.
           PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT.
           STRING "FINISHING AT " DELIMITED BY SIZE
                  WS-CLOCK-EDIT DELIMITED BY SIZE
               INTO RWL-TEXT
           END-STRING.
           WRITE WINDOW-REPORT-LINE FROM RPT-WINDOW-LINE.

           COMPUTE WS-MARGIN-SECS =
               WS-WINDOW-LENGTH-SECS - WS-FORECAST-TOTAL-SECS.
           MOVE SPACES TO RWL-TEXT.
           IF WS-MARGIN-SECS < ZERO
               SET WS-WINDOW-OVERRUN TO TRUE
               MOVE "PROJECTED OVERRUN . . . . . ." TO RWL-LABEL
               COMPUTE WS-DUR-SECS = ZERO - WS-MARGIN-SECS
               MOVE "*** TONIGHT WILL NOT FINISH INSIDE THE WINDOW"
                   TO RWL-TEXT
           ELSE
               MOVE "MARGIN TO WINDOW END  . . . ." TO RWL-LABEL
               MOVE WS-MARGIN-SECS TO WS-DUR-SECS
               MOVE "TONIGHT FITS INSIDE THE WINDOW" TO RWL-TEXT
           END-IF.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           MOVE WS-DURATION-EDIT TO RWL-VALUE.
           WRITE WINDOW-REPORT-LINE FROM RPT-WINDOW-LINE.

           IF WS-NO-HISTORY-COUNT > ZERO
               MOVE SPACES TO RPT-WINDOW-LINE
               MOVE "*** FORECAST UNDERSTATED  . ." TO RWL-LABEL
               MOVE WS-NO-HISTORY-COUNT TO WS-COUNT-EDIT
               STRING WS-COUNT-EDIT DELIMITED BY SIZE
                      " STEP(S) WITH NO TIMING HISTORY PROJECTED AT"
                      DELIMITED BY SIZE
                      " ZERO" DELIMITED BY SIZE
                   INTO RWL-TEXT
               END-STRING
               WRITE WINDOW-REPORT-LINE FROM RPT-WINDOW-LINE
           END-IF.
       6000-EXIT.
           EXIT.

      *================================================================
      * 6100-PROJECT-STEP
      *    CUSTMNT AND CUSTPOST SCALE WITH TONIGHT'S VOLUME AT THE
      *    REHEARSAL RATE; EVERY OTHER STEP TAKES ITS ROLLING AVERAGE.
      *================================================================
       6100-PROJECT-STEP.
           MOVE ZERO TO WS-PROJECTED-SECS.
           MOVE ZERO TO RFL-VOLUME.
           MOVE WS-STEP-SUB TO RFL-SEQ.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO RFL-STEP.
           MOVE WS-STEP-SUB TO WS-AVG-STEP-SUB.
           PERFORM 3600-ROLLING-AVERAGE THRU 3600-EXIT.
           EVALUATE TRUE
               WHEN WS-STEP-NAME (WS-STEP-SUB) = "CUSTACCR"
                   AND NOT WS-ACCRUAL-NIGHT
                   MOVE "NOT AN ACCRUAL NIGHT" TO WS-FORECAST-BASIS
               WHEN WS-STEP-NAME (WS-STEP-SUB) = "CUSTMNT "
                   AND WS-TRAN-BASE-COUNT > ZERO
                   AND WS-TRAN-BASE-SECS > ZERO
                   COMPUTE WS-PROJECTED-SECS ROUNDED =
                       WS-TRAN-BASE-SECS * WS-TRAN-VOLUME
                       / WS-TRAN-BASE-COUNT
                   MOVE WS-TRAN-VOLUME TO RFL-VOLUME
                   IF WS-TRAN-MISSING
                       MOVE "PTTRAN01 RATE - NO CUSTTRAN"
                           TO WS-FORECAST-BASIS
                   ELSE
                       MOVE "PTTRAN01 RATE X CUSTTRAN"
                           TO WS-FORECAST-BASIS
                   END-IF
               WHEN WS-STEP-NAME (WS-STEP-SUB) = "CUSTPOST"
                   AND WS-POST-BASE-COUNT > ZERO
                   AND WS-POST-BASE-SECS > ZERO
                   COMPUTE WS-PROJECTED-SECS ROUNDED =
                       WS-POST-BASE-SECS * WS-POST-VOLUME
                       / WS-POST-BASE-COUNT
                   MOVE WS-POST-VOLUME TO RFL-VOLUME
                   IF WS-POST-MISSING
                       MOVE "PTMIX001 RATE - NO CPOSTTRN"
                           TO WS-FORECAST-BASIS
                   ELSE
                       MOVE "PTMIX001 RATE X CPOSTTRN"
                           TO WS-FORECAST-BASIS
                   END-IF
               WHEN WS-AVG-COUNT > ZERO
                   MOVE WS-AVG-SECS TO WS-PROJECTED-SECS
                   MOVE SPACES TO WS-FORECAST-BASIS
                   MOVE WS-AVG-COUNT TO WS-COUNT-EDIT
                   STRING "ROLLING AVERAGE OF " DELIMITED BY SIZE
                          WS-COUNT-EDIT DELIMITED BY SIZE
                          " RUNS" DELIMITED BY SIZE
                       INTO WS-FORECAST-BASIS
                   END-STRING
               WHEN OTHER
                   MOVE "*** NO TIMING HISTORY" TO WS-FORECAST-BASIS
                   ADD 1 TO WS-NO-HISTORY-COUNT
           END-EVALUATE.
           MOVE WS-FORECAST-BASIS TO RFL-BASIS.
           ADD WS-PROJECTED-SECS TO WS-FORECAST-TOTAL-SECS.
           MOVE WS-PROJECTED-SECS TO WS-DUR-SECS.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           MOVE WS-DURATION-EDIT TO RFL-PROJECTED.
           COMPUTE WS-CLOCK-SECS =
               WS-WINDOW-START-SECS + WS-FORECAST-TOTAL-SECS.
           PERFORM 7300-FORMAT-CLOCK THRU 7300-EXIT.
           MOVE WS-CLOCK-EDIT TO RFL-FINISH.
           WRITE WINDOW-REPORT-LINE FROM RPT-FORECAST-LINE.
       6100-EXIT.
           EXIT.

      *================================================================
      * 7000-COMPUTE-ELAPSED
      *    SECONDS FROM WS-FROM-STAMP TO WS-TO-STAMP.  A CLOCK THAT
      *    WENT BACKWARDS GIVES ZERO RATHER THAN A NEGATIVE TIME.
      *================================================================
       7000-COMPUTE-ELAPSED.
           COMPUTE WS-FROM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           COMPUTE WS-ELAPSED-SECS =
               (WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER) * 86400
               + WS-TO-HH * 3600 + WS-TO-MM * 60 + WS-TO-SS
               - WS-FROM-HH * 3600 - WS-FROM-MM * 60 - WS-FROM-SS.
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.
       7000-EXIT.
           EXIT.

      *================================================================
      * 7100-FORMAT-DURATION
      *    WS-DUR-SECS AS H:MM:SS IN WS-DURATION-EDIT.
      *================================================================
       7100-FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-REMAINDER.
           DIVIDE WS-DUR-REMAINDER BY 60 GIVING WS-DUR-MINUTES
               REMAINDER WS-DUR-REMAINDER.
           MOVE WS-DUR-HOURS TO WDE-HOURS.
           MOVE WS-DUR-MINUTES TO WDE-MINUTES.
           MOVE WS-DUR-REMAINDER TO WDE-SECONDS.
       7100-EXIT.
           EXIT.

       7200-FORMAT-TIME.
           MOVE WS-TIME-IN-HH TO WTE-HH.
           MOVE WS-TIME-IN-MM TO WTE-MM.
           MOVE WS-TIME-IN-SS TO WTE-SS.
       7200-EXIT.
           EXIT.

      *================================================================
      * 7300-FORMAT-CLOCK
      *    WS-CLOCK-SECS (SECONDS FROM THE MIDNIGHT BEFORE THE WINDOW,
      *    POSSIBLY PAST THE NEXT ONE) AS A TIME OF DAY HH:MM.
      *================================================================
       7300-FORMAT-CLOCK.
           DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-DAYS
               REMAINDER WS-DUR-REMAINDER.
           DIVIDE WS-DUR-REMAINDER BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-REMAINDER.
           DIVIDE WS-DUR-REMAINDER BY 60 GIVING WS-DUR-MINUTES.
           MOVE WS-DUR-HOURS TO WCE-HOURS.
           MOVE WS-DUR-MINUTES TO WCE-MINUTES.
       7300-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE
      *================================================================
       9000-TERMINATE.
           IF WS-RUN-ABORTED
               GO TO 9000-RETURN-CODE
           END-IF.
           MOVE SPACES TO WINDOW-REPORT-LINE.
           WRITE WINDOW-REPORT-LINE.
           MOVE "CUSTRUNC EVENTS READ  . . . ." TO MTL-LABEL.
           MOVE WS-EVENTS-READ TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "EVENTS FOR UNKNOWN STEPS  . ." TO MTL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CYCLE DATES REPORTED  . . . ." TO MTL-LABEL.
           MOVE WS-CYCLE-COUNT TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "STEP RUNS TIMED . . . . . . ." TO MTL-LABEL.
           MOVE WS-TIMED-COUNT TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "STEP RUNS FLAGGED SLOW  . . ." TO MTL-LABEL.
           MOVE WS-SLOW-COUNT TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "STEP RUNS FAILED  . . . . . ." TO MTL-LABEL.
           MOVE WS-FAILED-COUNT TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "STEPS NEVER COMPLETED . . . ." TO MTL-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "HISTORY ROWS WRITTEN  . . . ." TO MTL-LABEL.
           MOVE WS-ROWS-WRITTEN TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CUSTTRAN RECORDS TONIGHT  . ." TO MTL-LABEL.
           MOVE WS-TRAN-VOLUME TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CPOSTTRN RECORDS TONIGHT  . ." TO MTL-LABEL.
           MOVE WS-POST-VOLUME TO MTL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE TIMING-HISTORY.
           CLOSE WINDOW-REPORT.
           DISPLAY "CUSTBWIN: STEP RUNS TIMED   = " WS-TIMED-COUNT.
           DISPLAY "CUSTBWIN: FLAGGED SLOW      = " WS-SLOW-COUNT.
           MOVE WS-FORECAST-TOTAL-SECS TO WS-DUR-SECS.
           PERFORM 7100-FORMAT-DURATION THRU 7100-EXIT.
           DISPLAY "CUSTBWIN: PROJECTED RUN     = " WS-DURATION-EDIT.
           IF WS-WINDOW-OVERRUN
               DISPLAY "CUSTBWIN: *** PROJECTED TO OVERRUN THE"
                       " BATCH WINDOW"
           END-IF.
       9000-RETURN-CODE.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WINDOW-OVERRUN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
