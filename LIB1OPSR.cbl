      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Morning operations status report over the shared
      *              job-stream event file LIB1EVTF (LIB1EVT.cpy), the
      *              start and end events every batch step writes
      *              through LIB1EVW.  For one night it lists each step
      *              of the operator's step table LIB1STPT (LIB1STP.cpy)
      *              in stream order with what became of it:
      *
      *                ENDED OK / WARNING   ended, severity I or W
      *                ABNORMAL             ended, severity E or S
      *                NO END EVENT         started and never ended -
      *                                     abended, or still running
      *                NOT RUN              no event for the night
      *                NOT RUN (OPT)        the same, for a step the
      *                                     table marks optional
      *
      *              with its start and end times, elapsed time against
      *              the step's deadline (LATE when over), return code,
      *              severity, the number of runs, and the one-line
      *              reason.  A program with events for the night but
      *              no line on LIB1STPT is listed after the schedule.
      *              When a step ran more than once (a restart) the
      *              last run is the one shown.  The intraday cycles
      *              write their events as LIB1QINT, LIB1BATI and
      *              LIB1QRPI, never under the nightly LIB1BAT and
      *              LIB1QRPT, so a cycle cannot stand in for a
      *              nightly step that did not run; they are kept off
      *              LIB1STPT and listed with the other unscheduled
      *              programs.
      *
      *              The night is the business date named in columns
      *              1-8 of the OPTIONAL LIB1PRM, for a rerun or a
      *              look back; with no LIB1PRM it is the latest
      *              business date any LIB1STPT step has an event for.
      *
      *              Anything abnormal, not run, unended, or late ends
      *              the step with RETURN-CODE 4 so the schedule can
      *              page the operator.  No night to report (no
      *              LIB1PRM and nothing on LIB1EVTF) is RETURN-CODE
      *              16.  The report writes no status event of its own:
      *              it runs after the roll, under the next business
      *              date, and would be read back as that night.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1opsr.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIB1-PARM-FILE ASSIGN TO LIB1PRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL LIB1-STEP-FILE ASSIGN TO LIB1STPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT OPTIONAL LIB1-EVT-FILE ASSIGN TO LIB1EVTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT LIB1-OPRP-FILE ASSIGN TO LIB1OPRP
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-PARM-FILE.
       01  LIB1-PARM-REC.
           05  PRM-NIGHT-DATE          PIC X(08).

       FD  LIB1-STEP-FILE.
       01  LIB1-STEP-REC.
           copy LIB1STP.

       FD  LIB1-EVT-FILE.
       01  LIB1-EVT-REC                PIC X(128).

       FD  LIB1-OPRP-FILE.
       01  LIB1-OPRP-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-STEP-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-STEP-EOF                 VALUE 'Y'.
           05  WS-EVT-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-EVT-EOF                  VALUE 'Y'.
           05  WS-STEP-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-STEP-FOUND               VALUE 'Y'.
           05  WS-NIGHT-SOURCE-SW      PIC X(01)   VALUE 'E'.
               88  WS-NIGHT-FROM-PARM          VALUE 'P'.
               88  WS-NIGHT-FROM-EVENTS        VALUE 'E'.
           05  WS-PRINT-SECTION-SW     PIC X(01)   VALUE 'Y'.
           05  WS-ATTENTION-SW         PIC X(01)   VALUE 'N'.
               88  WS-ATTENTION                VALUE 'Y'.

       01  WS-PARM-STATUS              PIC X(02)   VALUE '00'.
           88  WS-PARM-STATUS-OK               VALUE '00'.

       01  WS-STEP-STATUS              PIC X(02)   VALUE '00'.
           88  WS-STEP-STATUS-OK               VALUE '00'.

       01  WS-EVT-STATUS               PIC X(02)   VALUE '00'.
           88  WS-EVT-STATUS-OK                VALUE '00'.

       01  WS-COUNTERS.
           05  WS-EVT-READ-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-NIGHT-EVT-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-BAD-EVT-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-SCHEDULED-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-UNSCHEDULED-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-OK-COUNT             PIC 9(09)   COMP    VALUE 0.
           05  WS-WARNING-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-ABNORMAL-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-NO-END-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-NOT-RUN-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-OPT-NOT-RUN-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-LATE-COUNT           PIC 9(09)   COMP    VALUE 0.

       01  WS-NIGHT-DATE               PIC X(08)   VALUE SPACES.
       01  WS-FIND-PROGRAM             PIC X(08)   VALUE SPACES.

      *    In-storage copy of the LIB1STPT step table, in stream
      *    order, with what the night's events say of each step.
      *    Programs with events but no table line are added behind
      *    the scheduled ones as they turn up.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(03)   COMP    VALUE 0.
           05  WS-STEP-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY WS-STEP-IDX.
               10  WS-STEP-PROGRAM     PIC X(08).
               10  WS-STEP-DEADLINE    PIC 9(04).
               10  WS-STEP-OPTIONAL-SW PIC X(01).
                   88  WS-STEP-OPTIONAL        VALUE 'Y'.
               10  WS-STEP-SCHED-SW    PIC X(01).
                   88  WS-STEP-SCHEDULED       VALUE 'Y'.
               10  WS-STEP-STATE-SW    PIC X(01).
                   88  WS-STEP-NOT-RUN         VALUE SPACE.
                   88  WS-STEP-BEGUN           VALUE 'B'.
                   88  WS-STEP-ENDED           VALUE 'E'.
               10  WS-STEP-RUNS        PIC 9(04)   COMP.
               10  WS-STEP-START-DATE  PIC X(08).
               10  WS-STEP-START-TIME  PIC X(06).
               10  WS-STEP-END-DATE    PIC X(08).
               10  WS-STEP-END-TIME    PIC X(06).
               10  WS-STEP-RC          PIC 9(04).
               10  WS-STEP-SEVERITY    PIC X(01).
                   88  WS-STEP-SEV-INFO        VALUE 'I'.
                   88  WS-STEP-SEV-WARNING     VALUE 'W'.
                   88  WS-STEP-SEV-ERROR       VALUE 'E'.
                   88  WS-STEP-SEV-SEVERE      VALUE 'S'.
               10  WS-STEP-REASON      PIC X(60).

      *    Clock work fields: an event's HHMMSS reduced to seconds for
      *    the elapsed time, with a day added when the step crossed
      *    midnight, and laid out HH:MM:SS for the report.
       01  WS-HMS-WORK.
           05  WS-HMS-IN               PIC X(06).
           05  WS-HMS-IN-R REDEFINES WS-HMS-IN.
               10  WS-HMS-HH           PIC 9(02).
               10  WS-HMS-MM           PIC 9(02).
               10  WS-HMS-SS           PIC 9(02).
           05  WS-HMS-OUT.
               10  WS-HMS-OUT-HH       PIC X(02).
               10  FILLER              PIC X(01)   VALUE ':'.
               10  WS-HMS-OUT-MM       PIC X(02).
               10  FILLER              PIC X(01)   VALUE ':'.
               10  WS-HMS-OUT-SS       PIC X(02).
           05  WS-START-SECS           PIC 9(07)   COMP    VALUE 0.
           05  WS-END-SECS             PIC 9(07)   COMP    VALUE 0.
           05  WS-ELAPSED-SECS         PIC 9(07)   COMP    VALUE 0.
           05  WS-DEADLINE-SECS        PIC 9(07)   COMP    VALUE 0.
           05  WS-ELAPSED-MIN          PIC 9(05)   COMP    VALUE 0.
           05  WS-ELAPSED-REM          PIC 9(02)   COMP    VALUE 0.

       01  WS-ELAPSED-OUT.
           05  WS-ELAPSED-OUT-MIN      PIC ZZZ9.
           05  FILLER                  PIC X(01)   VALUE ':'.
           05  WS-ELAPSED-OUT-SEC      PIC 9(02).

       01  WS-EDIT-4                   PIC ZZZ9.

      *-----------------------------------------------------------------
      *    Event line layout.
      *-----------------------------------------------------------------
       01  WS-EVT-LINE.
           copy LIB1EVT.

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1OPSR - MORNING OPERATIONS STATUS        '.
           05  FILLER                  PIC X(09)   VALUE 'NIGHT OF '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-NIGHT-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'NIGHT REPORTED: '.
           05  RPT-NGT-DATE            PIC X(08).
           05  FILLER                  PIC X(03)   VALUE ' - '.
           05  RPT-NGT-SOURCE          PIC X(40).
           05  FILLER                  PIC X(65)   VALUE SPACES.

       01  WS-RPT-NOTE-LINE.
           05  FILLER                  PIC X(46)
               VALUE 'ELAPSED IS MINUTES:SECONDS, START TO END.  LIM'.
           05  FILLER                  PIC X(46)
               VALUE 'IT IS THE LIB1STPT DEADLINE IN MINUTES.       '.
           05  FILLER                  PIC X(40)   VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'STEP      '.
           05  FILLER                  PIC X(15)
               VALUE 'STATUS         '.
           05  FILLER                  PIC X(10)   VALUE 'START     '.
           05  FILLER                  PIC X(10)   VALUE 'END       '.
           05  FILLER                  PIC X(09)   VALUE 'ELAPSED  '.
           05  FILLER                  PIC X(06)   VALUE 'LIMIT '.
           05  FILLER                  PIC X(06)   VALUE 'LATE  '.
           05  FILLER                  PIC X(06)   VALUE '  RC  '.
           05  FILLER                  PIC X(04)   VALUE 'SEV '.
           05  FILLER                  PIC X(06)   VALUE 'RUNS  '.
           05  FILLER                  PIC X(48)   VALUE 'REASON'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-STATUS          PIC X(13).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-START           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-END             PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-ELAPSED         PIC X(07).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-DEADLINE        PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-LATE            PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-RC              PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  RPT-DET-SEVERITY        PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-RUNS            PIC ZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-REASON          PIC X(48).

       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL           PIC X(34).
           05  RPT-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(87)   VALUE SPACES.

       01  WS-RPT-TEXT-LINE            PIC X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-FIND-NIGHT THRU 2000-EXIT

           PERFORM 3000-APPLY-EVENTS THRU 3000-EXIT

           PERFORM 4000-PRINT-REPORT THRU 4000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up a night named on LIB1PRM and load the
      *                   operator's step table.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-EXIT

           PERFORM 1200-LOAD-STEP-TABLE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-READ-PARM - a business date in columns 1-8 of LIB1PRM is
      *                  the night to report.  No LIB1PRM, or a blank
      *                  one, leaves the night to the event file; a
      *                  date that is not a date refuses the run.
      *-----------------------------------------------------------------
       1100-READ-PARM.
           OPEN INPUT LIB1-PARM-FILE

           IF NOT WS-PARM-STATUS-OK
               GO TO 1100-EXIT
           END-IF

           READ LIB1-PARM-FILE
               AT END
                   MOVE SPACES TO PRM-NIGHT-DATE
           END-READ

           CLOSE LIB1-PARM-FILE

           IF PRM-NIGHT-DATE = SPACES
               GO TO 1100-EXIT
           END-IF

           IF PRM-NIGHT-DATE NOT NUMERIC
               DISPLAY 'LIB1OPSR - BAD NIGHT DATE ON LIB1PRM: '
                       PRM-NIGHT-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE PRM-NIGHT-DATE TO WS-NIGHT-DATE
           SET WS-NIGHT-FROM-PARM TO TRUE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-LOAD-STEP-TABLE - pull the operator's steps into storage
      *                        in stream order.  No table means no
      *                        schedule: every step with an event is
      *                        listed as not on the table.
      *-----------------------------------------------------------------
       1200-LOAD-STEP-TABLE.
           OPEN INPUT LIB1-STEP-FILE

           IF NOT WS-STEP-STATUS-OK
               DISPLAY 'LIB1OPSR - LIB1STPT NOT AVAILABLE - '
                       'NO STEPS SCHEDULED'
               GO TO 1200-EXIT
           END-IF

           PERFORM 1210-READ-STEP-TABLE THRU 1210-EXIT

           PERFORM 1220-STORE-STEP-ENTRY THRU 1220-EXIT
               UNTIL WS-STEP-EOF

           CLOSE LIB1-STEP-FILE

           MOVE WS-STEP-COUNT TO WS-SCHEDULED-COUNT

           IF WS-STEP-COUNT = 0
               DISPLAY 'LIB1OPSR - NO USABLE LIB1STPT LINES - '
                       'NO STEPS SCHEDULED'
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1210-READ-STEP-TABLE - read the next step line.
      *-----------------------------------------------------------------
       1210-READ-STEP-TABLE.
           READ LIB1-STEP-FILE
               AT END
                   SET WS-STEP-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1220-STORE-STEP-ENTRY - keep one step line.  A blank line is
      *                         skipped; a program already on the
      *                         table, or a line past the table limit,
      *                         is dropped with a warning.  A deadline
      *                         that is not numeric is no deadline.
      *-----------------------------------------------------------------
       1220-STORE-STEP-ENTRY.
           IF STP-PROGRAM = SPACES
               GO TO 1220-NEXT
           END-IF

           MOVE STP-PROGRAM TO WS-FIND-PROGRAM
           PERFORM 3500-FIND-STEP THRU 3500-EXIT

           EVALUATE TRUE
               WHEN WS-STEP-FOUND
                   DISPLAY 'LIB1OPSR - LIB1STPT LINE DROPPED - '
                           STP-PROGRAM ' IS ALREADY ON THE TABLE'
               WHEN WS-STEP-COUNT >= 100
                   DISPLAY 'LIB1OPSR - LIB1STPT OVERFULL - '
                           STP-PROGRAM ' DROPPED'
               WHEN OTHER
                   PERFORM 3600-ADD-STEP THRU 3600-EXIT
                   SET WS-STEP-SCHEDULED (WS-STEP-IDX) TO TRUE
                   MOVE STP-OPTIONAL-SW
                       TO WS-STEP-OPTIONAL-SW (WS-STEP-IDX)
                   IF STP-DEADLINE-MINUTES NUMERIC
                       MOVE STP-DEADLINE-MINUTES
                           TO WS-STEP-DEADLINE (WS-STEP-IDX)
                   END-IF
           END-EVALUATE.
       1220-NEXT.
           PERFORM 1210-READ-STEP-TABLE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-FIND-NIGHT - with no night on LIB1PRM, one pass over the
      *                   event file for the latest business date a
      *                   scheduled step has an event for (any step,
      *                   when there is no table).  Nothing found
      *                   refuses the run.
      *-----------------------------------------------------------------
       2000-FIND-NIGHT.
           IF WS-NIGHT-FROM-PARM
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-OPEN-EVENTS THRU 2100-EXIT

           PERFORM 2200-READ-EVENT THRU 2200-EXIT

           PERFORM 2300-CHECK-EVENT-NIGHT THRU 2300-EXIT
               UNTIL WS-EVT-EOF

           CLOSE LIB1-EVT-FILE

           IF WS-NIGHT-DATE = SPACES
               DISPLAY 'LIB1OPSR - NO NIGHT TO REPORT - NO STEP EVENTS '
                       'ON LIB1EVTF; NAME THE NIGHT ON LIB1PRM'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-OPEN-EVENTS - open the event file for a pass.  A file not
      *                    there reads as empty.
      *-----------------------------------------------------------------
       2100-OPEN-EVENTS.
           MOVE 'N' TO WS-EVT-EOF-SW

           OPEN INPUT LIB1-EVT-FILE

           IF NOT WS-EVT-STATUS-OK
               DISPLAY 'LIB1OPSR - LIB1EVTF NOT AVAILABLE - STATUS '
                       WS-EVT-STATUS ' - NO EVENTS READ'
               SET WS-EVT-EOF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-READ-EVENT - read the next event line, set EOF.
      *-----------------------------------------------------------------
       2200-READ-EVENT.
           IF WS-EVT-EOF
               GO TO 2200-EXIT
           END-IF

           READ LIB1-EVT-FILE INTO WS-EVT-LINE
               AT END
                   SET WS-EVT-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-CHECK-EVENT-NIGHT - keep the event's business date when it
      *                          is a later one and its step is on the
      *                          table.
      *-----------------------------------------------------------------
       2300-CHECK-EVENT-NIGHT.
           IF EVT-RUN-DATE NOT NUMERIC
            OR EVT-RUN-DATE NOT > WS-NIGHT-DATE
               GO TO 2300-NEXT
           END-IF

           IF WS-STEP-COUNT > 0
               MOVE EVT-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 3500-FIND-STEP THRU 3500-EXIT
               IF NOT WS-STEP-FOUND
                   GO TO 2300-NEXT
               END-IF
           END-IF

           MOVE EVT-RUN-DATE TO WS-NIGHT-DATE.
       2300-NEXT.
           PERFORM 2200-READ-EVENT THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-APPLY-EVENTS - one pass over the event file applying the
      *                     night's events to the step table in the
      *                     order they were written.
      *-----------------------------------------------------------------
       3000-APPLY-EVENTS.
           PERFORM 2100-OPEN-EVENTS THRU 2100-EXIT

           PERFORM 2200-READ-EVENT THRU 2200-EXIT

           PERFORM 3100-APPLY-ONE-EVENT THRU 3100-EXIT
               UNTIL WS-EVT-EOF

           CLOSE LIB1-EVT-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-APPLY-ONE-EVENT - an event for the night updates its
      *                        step's entry, adding one for a program
      *                        not on the table.  Events for other
      *                        nights are passed over.
      *-----------------------------------------------------------------
       3100-APPLY-ONE-EVENT.
           ADD 1 TO WS-EVT-READ-COUNT

           IF EVT-RUN-DATE NOT = WS-NIGHT-DATE
               GO TO 3100-NEXT
           END-IF

           ADD 1 TO WS-NIGHT-EVT-COUNT

           IF NOT EVT-STEP-START
            AND NOT EVT-STEP-END
               ADD 1 TO WS-BAD-EVT-COUNT
               DISPLAY 'LIB1OPSR - UNKNOWN EVENT TYPE ' EVT-TYPE
                       ' FOR ' EVT-PROGRAM ' - EVENT SKIPPED'
               GO TO 3100-NEXT
           END-IF

           MOVE EVT-PROGRAM TO WS-FIND-PROGRAM
           PERFORM 3500-FIND-STEP THRU 3500-EXIT

           IF NOT WS-STEP-FOUND
               IF WS-STEP-COUNT >= 100
                   ADD 1 TO WS-BAD-EVT-COUNT
                   DISPLAY 'LIB1OPSR - STEP TABLE FULL - EVENT FOR '
                           EVT-PROGRAM ' SKIPPED'
                   GO TO 3100-NEXT
               END-IF
               PERFORM 3600-ADD-STEP THRU 3600-EXIT
               ADD 1 TO WS-UNSCHEDULED-COUNT
           END-IF

           IF EVT-STEP-START
               PERFORM 3200-APPLY-START THRU 3200-EXIT
           ELSE
               PERFORM 3300-APPLY-END THRU 3300-EXIT
           END-IF.
       3100-NEXT.
           PERFORM 2200-READ-EVENT THRU 2200-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-APPLY-START - a new run of the step: started, not yet
      *                    ended.
      *-----------------------------------------------------------------
       3200-APPLY-START.
           ADD 1 TO WS-STEP-RUNS (WS-STEP-IDX)

           SET WS-STEP-BEGUN (WS-STEP-IDX) TO TRUE
           MOVE EVT-START-DATE TO WS-STEP-START-DATE (WS-STEP-IDX)
           MOVE EVT-START-TIME TO WS-STEP-START-TIME (WS-STEP-IDX)
           MOVE SPACES         TO WS-STEP-END-DATE (WS-STEP-IDX)
                                  WS-STEP-END-TIME (WS-STEP-IDX)
                                  WS-STEP-SEVERITY (WS-STEP-IDX)
                                  WS-STEP-REASON (WS-STEP-IDX)
           MOVE 0              TO WS-STEP-RC (WS-STEP-IDX).
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-APPLY-END - the run ended.  An end with no start before it
      *                  (the start event could not be written) is a
      *                  run of its own.
      *-----------------------------------------------------------------
       3300-APPLY-END.
           IF NOT WS-STEP-BEGUN (WS-STEP-IDX)
               ADD 1 TO WS-STEP-RUNS (WS-STEP-IDX)
           END-IF

           SET WS-STEP-ENDED (WS-STEP-IDX) TO TRUE
           MOVE EVT-START-DATE  TO WS-STEP-START-DATE (WS-STEP-IDX)
           MOVE EVT-START-TIME  TO WS-STEP-START-TIME (WS-STEP-IDX)
           MOVE EVT-END-DATE    TO WS-STEP-END-DATE (WS-STEP-IDX)
           MOVE EVT-END-TIME    TO WS-STEP-END-TIME (WS-STEP-IDX)
           MOVE EVT-RETURN-CODE TO WS-STEP-RC (WS-STEP-IDX)
           MOVE EVT-SEVERITY    TO WS-STEP-SEVERITY (WS-STEP-IDX)
           MOVE EVT-REASON      TO WS-STEP-REASON (WS-STEP-IDX).
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-FIND-STEP - look WS-FIND-PROGRAM up in the step table;
      *                  WS-STEP-IDX is left on it when found.
      *-----------------------------------------------------------------
       3500-FIND-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW

           SET WS-STEP-IDX TO 1

           SEARCH WS-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STEP-IDX > WS-STEP-COUNT
                   CONTINUE
               WHEN WS-STEP-PROGRAM (WS-STEP-IDX) = WS-FIND-PROGRAM
                   SET WS-STEP-FOUND TO TRUE
           END-SEARCH.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-ADD-STEP - a fresh entry for WS-FIND-PROGRAM at the end of
      *                 the table, not scheduled, not run;
      *                 WS-STEP-IDX is left on it.
      *-----------------------------------------------------------------
       3600-ADD-STEP.
           ADD 1 TO WS-STEP-COUNT
           SET WS-STEP-IDX TO WS-STEP-COUNT

           MOVE SPACES          TO WS-STEP-ENTRY (WS-STEP-IDX)
           MOVE WS-FIND-PROGRAM TO WS-STEP-PROGRAM (WS-STEP-IDX)
           MOVE 'N'             TO WS-STEP-SCHED-SW (WS-STEP-IDX)
           MOVE 0               TO WS-STEP-DEADLINE (WS-STEP-IDX)
                                   WS-STEP-RUNS (WS-STEP-IDX)
                                   WS-STEP-RC (WS-STEP-IDX).
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-REPORT - the scheduled steps in stream order, then
      *                     any step the table does not carry.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           OPEN OUTPUT LIB1-OPRP-FILE

           MOVE WS-NIGHT-DATE TO RPT-NGT-DATE
           IF WS-NIGHT-FROM-PARM
               MOVE 'NAMED ON LIB1PRM' TO RPT-NGT-SOURCE
           ELSE
               MOVE 'LATEST NIGHT ON LIB1EVTF' TO RPT-NGT-SOURCE
           END-IF
           MOVE WS-RPT-NIGHT-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-NOTE-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'STEPS ON THE SCHEDULE (LIB1STPT), IN STREAM ORDER'
               TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           IF WS-SCHEDULED-COUNT = 0
               MOVE '  NO STEPS SCHEDULED' TO WS-RPT-TEXT-LINE
               PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT
           END-IF

           MOVE 'Y' TO WS-PRINT-SECTION-SW
           PERFORM 4100-PRINT-SECTION-STEP THRU 4100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT

           IF WS-UNSCHEDULED-COUNT = 0
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'STEPS THAT RAN BUT ARE NOT ON LIB1STPT'
               TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'N' TO WS-PRINT-SECTION-SW
           PERFORM 4100-PRINT-SECTION-STEP THRU 4100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-PRINT-SECTION-STEP - print the entry when it belongs to
      *                           the section being printed.
      *-----------------------------------------------------------------
       4100-PRINT-SECTION-STEP.
           IF WS-STEP-SCHED-SW (WS-STEP-IDX) = WS-PRINT-SECTION-SW
               PERFORM 4200-PRINT-STEP THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-PRINT-STEP - one step's line: what became of it, its
      *                   times against the deadline, and the reason.
      *-----------------------------------------------------------------
       4200-PRINT-STEP.
           MOVE SPACES TO RPT-DET-STATUS
                          RPT-DET-START
                          RPT-DET-END
                          RPT-DET-ELAPSED
                          RPT-DET-DEADLINE
                          RPT-DET-LATE
                          RPT-DET-RC
                          RPT-DET-SEVERITY
                          RPT-DET-REASON

           MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO RPT-DET-PROGRAM
           MOVE WS-STEP-RUNS (WS-STEP-IDX)    TO RPT-DET-RUNS

           IF WS-STEP-DEADLINE (WS-STEP-IDX) > 0
               MOVE WS-STEP-DEADLINE (WS-STEP-IDX) TO WS-EDIT-4
               MOVE WS-EDIT-4 TO RPT-DET-DEADLINE
           END-IF

           EVALUATE TRUE
               WHEN WS-STEP-NOT-RUN (WS-STEP-IDX)
                   PERFORM 4300-STEP-NOT-RUN THRU 4300-EXIT
               WHEN WS-STEP-BEGUN (WS-STEP-IDX)
                   PERFORM 4400-STEP-NOT-ENDED THRU 4400-EXIT
               WHEN OTHER
                   PERFORM 4500-STEP-ENDED THRU 4500-EXIT
           END-EVALUATE

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-STEP-NOT-RUN - no event for the night.  Only a step the
      *                     table does not mark optional counts
      *                     against the stream.
      *-----------------------------------------------------------------
       4300-STEP-NOT-RUN.
           IF WS-STEP-OPTIONAL (WS-STEP-IDX)
               MOVE 'NOT RUN (OPT)' TO RPT-DET-STATUS
               ADD 1 TO WS-OPT-NOT-RUN-COUNT
           ELSE
               MOVE 'NOT RUN' TO RPT-DET-STATUS
               MOVE 'NO EVENT FOR THE NIGHT' TO RPT-DET-REASON
               ADD 1 TO WS-NOT-RUN-COUNT
               SET WS-ATTENTION TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-STEP-NOT-ENDED - started with no end after it: the step
      *                       abended, or is running still.
      *-----------------------------------------------------------------
       4400-STEP-NOT-ENDED.
           MOVE 'NO END EVENT' TO RPT-DET-STATUS
           MOVE 'STARTED, NEVER ENDED - ABENDED OR STILL RUNNING'
               TO RPT-DET-REASON

           MOVE WS-STEP-START-TIME (WS-STEP-IDX) TO WS-HMS-IN
           PERFORM 4600-FORMAT-TIME THRU 4600-EXIT
           MOVE WS-HMS-OUT TO RPT-DET-START

           ADD 1 TO WS-NO-END-COUNT
           SET WS-ATTENTION TO TRUE.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-STEP-ENDED - the run ended: graded by its severity, timed
      *                   against the deadline.
      *-----------------------------------------------------------------
       4500-STEP-ENDED.
           EVALUATE TRUE
               WHEN WS-STEP-SEV-INFO (WS-STEP-IDX)
                   MOVE 'ENDED OK' TO RPT-DET-STATUS
                   ADD 1 TO WS-OK-COUNT
               WHEN WS-STEP-SEV-WARNING (WS-STEP-IDX)
                   MOVE 'WARNING' TO RPT-DET-STATUS
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE 'ABNORMAL' TO RPT-DET-STATUS
                   ADD 1 TO WS-ABNORMAL-COUNT
                   SET WS-ATTENTION TO TRUE
           END-EVALUATE

           MOVE WS-STEP-RC (WS-STEP-IDX)       TO WS-EDIT-4
           MOVE WS-EDIT-4                      TO RPT-DET-RC
           MOVE WS-STEP-SEVERITY (WS-STEP-IDX) TO RPT-DET-SEVERITY
           MOVE WS-STEP-REASON (WS-STEP-IDX)   TO RPT-DET-REASON

           MOVE WS-STEP-START-TIME (WS-STEP-IDX) TO WS-HMS-IN
           PERFORM 4600-FORMAT-TIME THRU 4600-EXIT
           MOVE WS-HMS-OUT TO RPT-DET-START

           MOVE WS-STEP-END-TIME (WS-STEP-IDX) TO WS-HMS-IN
           PERFORM 4600-FORMAT-TIME THRU 4600-EXIT
           MOVE WS-HMS-OUT TO RPT-DET-END

           PERFORM 4700-COMPUTE-ELAPSED THRU 4700-EXIT

           DIVIDE WS-ELAPSED-SECS BY 60
               GIVING WS-ELAPSED-MIN
               REMAINDER WS-ELAPSED-REM
           MOVE WS-ELAPSED-MIN TO WS-ELAPSED-OUT-MIN
           MOVE WS-ELAPSED-REM TO WS-ELAPSED-OUT-SEC
           MOVE WS-ELAPSED-OUT TO RPT-DET-ELAPSED

           IF WS-STEP-DEADLINE (WS-STEP-IDX) = 0
               GO TO 4500-EXIT
           END-IF

           COMPUTE WS-DEADLINE-SECS
               = WS-STEP-DEADLINE (WS-STEP-IDX) * 60

           IF WS-ELAPSED-SECS > WS-DEADLINE-SECS
               MOVE 'LATE' TO RPT-DET-LATE
               ADD 1 TO WS-LATE-COUNT
               SET WS-ATTENTION TO TRUE
           END-IF.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600-FORMAT-TIME - WS-HMS-IN (HHMMSS) laid out HH:MM:SS in
      *                    WS-HMS-OUT; no time is left blank.
      *-----------------------------------------------------------------
       4600-FORMAT-TIME.
           IF WS-HMS-IN = SPACES
               MOVE SPACES TO WS-HMS-OUT-HH
                              WS-HMS-OUT-MM
                              WS-HMS-OUT-SS
               GO TO 4600-EXIT
           END-IF

           MOVE WS-HMS-HH TO WS-HMS-OUT-HH
           MOVE WS-HMS-MM TO WS-HMS-OUT-MM
           MOVE WS-HMS-SS TO WS-HMS-OUT-SS.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-COMPUTE-ELAPSED - start to end in seconds, a day added
      *                        when the run ended on a later date than
      *                        it started.  Stamps that are not times
      *                        give no elapsed time.
      *-----------------------------------------------------------------
       4700-COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SECS

           MOVE WS-STEP-START-TIME (WS-STEP-IDX) TO WS-HMS-IN
           IF WS-HMS-IN NOT NUMERIC
               GO TO 4700-EXIT
           END-IF
           COMPUTE WS-START-SECS
               = WS-HMS-HH * 3600
               + WS-HMS-MM * 60
               + WS-HMS-SS

           MOVE WS-STEP-END-TIME (WS-STEP-IDX) TO WS-HMS-IN
           IF WS-HMS-IN NOT NUMERIC
               GO TO 4700-EXIT
           END-IF
           COMPUTE WS-END-SECS
               = WS-HMS-HH * 3600
               + WS-HMS-MM * 60
               + WS-HMS-SS

           IF WS-STEP-END-DATE (WS-STEP-IDX)
                > WS-STEP-START-DATE (WS-STEP-IDX)
               ADD 86400 TO WS-END-SECS
           END-IF

           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS
                   = WS-END-SECS - WS-START-SECS
           END-IF.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-TEXT-LINE - print one report line, breaking to a
      *                        new page when the current page is full.
      *-----------------------------------------------------------------
       5000-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-NIGHT-DATE  TO RPT-H1-DATE
               MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE
               WRITE LIB1-OPRP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-OPRP-REC
               WRITE LIB1-OPRP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-OPRP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - print the summary and the verdict, set the
      *                  return code, and echo the counts to the job
      *                  log.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE '  STEPS ON THE SCHEDULE . . . . :' TO RPT-TOT-LABEL
           MOVE WS-SCHEDULED-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  ENDED OK. . . . . . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-OK-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  ENDED WITH A WARNING. . . . . :' TO RPT-TOT-LABEL
           MOVE WS-WARNING-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  ENDED ABNORMALLY. . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-ABNORMAL-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  STARTED, NO END EVENT . . . . :' TO RPT-TOT-LABEL
           MOVE WS-NO-END-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  NOT RUN . . . . . . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-NOT-RUN-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  NOT RUN, OPTIONAL . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-OPT-NOT-RUN-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  OVER THE DEADLINE . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-LATE-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  STEPS NOT ON LIB1STPT . . . . :' TO RPT-TOT-LABEL
           MOVE WS-UNSCHEDULED-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           IF WS-ATTENTION
               MOVE 'ATTENTION - STEPS ABNORMAL, NOT RUN, OR LATE ABOVE'
                   TO WS-RPT-TEXT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'NIGHT CLEAN' TO WS-RPT-TEXT-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           CLOSE LIB1-OPRP-FILE

           DISPLAY 'LIB1OPSR - NIGHT REPORTED . : ' WS-NIGHT-DATE
           DISPLAY 'LIB1OPSR - EVENTS READ. . . : ' WS-EVT-READ-COUNT
           DISPLAY 'LIB1OPSR - EVENTS FOR NIGHT : ' WS-NIGHT-EVT-COUNT
           DISPLAY 'LIB1OPSR - EVENTS SKIPPED . : ' WS-BAD-EVT-COUNT
           DISPLAY 'LIB1OPSR - ABNORMAL . . . . : ' WS-ABNORMAL-COUNT
           DISPLAY 'LIB1OPSR - NO END EVENT . . : ' WS-NO-END-COUNT
           DISPLAY 'LIB1OPSR - NOT RUN. . . . . : ' WS-NOT-RUN-COUNT
           DISPLAY 'LIB1OPSR - LATE . . . . . . : ' WS-LATE-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-PRINT-TOTAL - one summary count line.
      *-----------------------------------------------------------------
       8100-PRINT-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       8100-EXIT.
           EXIT.
