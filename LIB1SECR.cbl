      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Daily security-violation report for the security
      *              officer.  Every LB1 or LB2 attempt the entitlement
      *              table LIB1ENTF did not grant was written by the
      *              entitlement check LIB1ENTC to the transient data
      *              queue LSEC, whose dataset LIB1SECV (LIB1SEC.cpy)
      *              this program reads.  Every line on LIB1SECV is
      *              printed on LIB1SCRP, one section per user id in
      *              date and time order - transaction, terminal, what
      *              was attempted, on which key, and why it was
      *              refused - each closing with the user's count; the
      *              report ends with the totals by action.
      *
      *              LIB1ENTC stamps each line from the CICS clock, not
      *              the business date, so a weekend's or a holiday's
      *              violations, and those logged after the night's
      *              stream has run, match no business run date.  The
      *              report therefore takes every line not yet
      *              reported rather than a date's: the schedule closes
      *              the LSEC queue in the CICS region (CEMT SET
      *              TDQUEUE(LSEC) CLOSED) ahead of this step, and once
      *              the report is written the step empties LIB1SECV,
      *              as LIB1JMRG does LIB1JRNL, so each line is
      *              reported once and the queue reopens onto a fresh
      *              dataset.  A LIB1SECV that cannot be opened is
      *              RETURN-CODE 16 and is left as it was.
      *
      *              LIB1BDT gives the business run date for the
      *              heading.  LIB1SECV is OPTIONAL: no dataset, or an
      *              empty one, is no violations since the last report
      *              and prints the empty report.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *   2026-10-15  LGD  Report every line on LIB1SECV, not only the
      *                    business run date's, and empty it after
      *                    the report, so violations stamped on a
      *                    weekend, a holiday, or after the night's
      *                    stream are not lost; date column added.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1secr.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIB1-SECV-FILE ASSIGN TO LIB1SECV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.

           SELECT LIB1-SEC-SORT-FILE ASSIGN TO SORTWKG.

           SELECT LIB1-SCRP-FILE ASSIGN TO LIB1SCRP
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-SECV-FILE.
       01  LIB1-SECV-REC.
           copy LIB1SEC.

       SD  LIB1-SEC-SORT-FILE.
       01  LIB1-SEC-SORT-REC.
           copy LIB1SEC
               REPLACING LEADING ==SEC-== BY ==SSR-==.

       FD  LIB1-SCRP-FILE.
       01  LIB1-SCRP-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-SECV-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-SECV-EOF                 VALUE 'Y'.
           05  WS-SSR-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-SSR-EOF                  VALUE 'Y'.
           05  WS-USER-OPEN-SW         PIC X(01)   VALUE 'N'.
               88  WS-USER-OPEN                VALUE 'Y'.
           05  WS-SECV-ALL-READ-SW     PIC X(01)   VALUE 'N'.
               88  WS-SECV-ALL-READ            VALUE 'Y'.

       01  WS-SECV-STATUS              PIC X(02)   VALUE '00'.
           88  WS-SECV-STATUS-OK               VALUE '00'.
           88  WS-SECV-STATUS-ABSENT           VALUE '05' '35'.

       01  WS-COUNTERS.
           05  WS-SECV-READ-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-SELECTED-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-USER-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-USER-VIOL-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-INQUIRE-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-BROWSE-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-QUEUE-COUNT          PIC 9(09)   COMP    VALUE 0.
           05  WS-TABLE-ERROR-COUNT    PIC 9(09)   COMP    VALUE 0.

       01  WS-CURRENT-USER             PIC X(08)   VALUE SPACES.

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1SECR - ONLINE SECURITY VIOLATIONS       '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-SECTION-HEADING.
           05  FILLER                  PIC X(10)
               VALUE 'USER ID : '.
           05  RPT-SEC-USER            PIC X(08).
           05  FILLER                  PIC X(114)  VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'DATE      '.
           05  FILLER                  PIC X(09)   VALUE 'TIME     '.
           05  FILLER                  PIC X(06)   VALUE 'TRAN  '.
           05  FILLER                  PIC X(06)   VALUE 'TERM  '.
           05  FILLER                  PIC X(09)   VALUE 'ACTION   '.
           05  FILLER                  PIC X(11)   VALUE 'KEY        '.
           05  FILLER                  PIC X(12)   VALUE 'KEY2        '.
           05  FILLER                  PIC X(67)   VALUE 'REASON'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-DATE            PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-TIME            PIC X(06).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  RPT-DET-TRANSID         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-TERMID          PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-ACTION          PIC X(07).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-KEY             PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-KEY2            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-REASON          PIC X(40).
           05  FILLER                  PIC X(27)   VALUE SPACES.

       01  WS-RPT-SUBTOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'VIOLATIONS FOR USER :'.
           05  RPT-SUB-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(30).
           05  RPT-SUM-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACES.

       01  WS-RPT-TEXT-LINE            PIC X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1SECR' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-SEC-SORT-FILE
               ON ASCENDING KEY SSR-USERID OF LIB1-SEC-SORT-REC
                                SSR-DATE OF LIB1-SEC-SORT-REC
                                SSR-TIME OF LIB1-SEC-SORT-REC
               INPUT PROCEDURE IS 2000-SELECT-VIOLATIONS THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT THRU 4000-EXIT

           PERFORM 3000-EMPTY-VIOLATIONS THRU 3000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, open the
      *                   report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1SECR - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN OUTPUT LIB1-SCRP-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECT-VIOLATIONS - SORT input procedure: walk the
      *                          violation dataset and release every
      *                          line.  No dataset just produces an
      *                          empty report.
      *-----------------------------------------------------------------
       2000-SELECT-VIOLATIONS.
           OPEN INPUT LIB1-SECV-FILE

           EVALUATE TRUE
               WHEN WS-SECV-STATUS-OK
                   CONTINUE
               WHEN WS-SECV-STATUS-ABSENT
                   DISPLAY 'LIB1SECR - LIB1SECV NOT AVAILABLE - '
                           'NO VIOLATIONS REPORTED'
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'LIB1SECR - LIB1SECV OPEN FAILED - STATUS '
                           WS-SECV-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 2100-READ-VIOLATION THRU 2100-EXIT

           PERFORM 2200-RELEASE-ONE-LINE THRU 2200-EXIT
               UNTIL WS-SECV-EOF

           CLOSE LIB1-SECV-FILE

           SET WS-SECV-ALL-READ TO TRUE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-VIOLATION - read the next violation line, set EOF.
      *-----------------------------------------------------------------
       2100-READ-VIOLATION.
           READ LIB1-SECV-FILE
               AT END
                   SET WS-SECV-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-RELEASE-ONE-LINE - the line goes to the sort and into
      *                         the action totals.
      *-----------------------------------------------------------------
       2200-RELEASE-ONE-LINE.
           ADD 1 TO WS-SECV-READ-COUNT

           ADD 1 TO WS-SELECTED-COUNT

           EVALUATE TRUE
               WHEN SEC-INQUIRE
                   ADD 1 TO WS-INQUIRE-COUNT
               WHEN SEC-BROWSE
                   ADD 1 TO WS-BROWSE-COUNT
               WHEN SEC-QUEUE
                   ADD 1 TO WS-QUEUE-COUNT
           END-EVALUATE

           IF SEC-TABLE-ERROR
               ADD 1 TO WS-TABLE-ERROR-COUNT
           END-IF

           MOVE LIB1-SECV-REC TO LIB1-SEC-SORT-REC

           RELEASE LIB1-SEC-SORT-REC

           PERFORM 2100-READ-VIOLATION THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMPTY-VIOLATIONS - every line is on the report: empty
      *                         LIB1SECV so none is reported again.
      *                         No dataset, or one that could not be
      *                         read, is left alone.
      *-----------------------------------------------------------------
       3000-EMPTY-VIOLATIONS.
           IF NOT WS-SECV-ALL-READ
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT LIB1-SECV-FILE
           CLOSE LIB1-SECV-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-REPORT - SORT output procedure: the lines come back
      *                     by user in time order; one section per
      *                     user, count at each break, totals at the
      *                     end.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           PERFORM 4100-RETURN-LINE THRU 4100-EXIT

           PERFORM 4200-PRINT-ONE-LINE THRU 4200-EXIT
               UNTIL WS-SSR-EOF

           PERFORM 4300-CLOSE-USER THRU 4300-EXIT

           PERFORM 4700-PRINT-SUMMARY THRU 4700-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-LINE - pull the next violation back from the sort.
      *-----------------------------------------------------------------
       4100-RETURN-LINE.
           RETURN LIB1-SEC-SORT-FILE
               AT END
                   SET WS-SSR-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-PRINT-ONE-LINE - open a new section on a user break, then
      *                       the detail line.
      *-----------------------------------------------------------------
       4200-PRINT-ONE-LINE.
           IF NOT WS-USER-OPEN
            OR SSR-USERID NOT = WS-CURRENT-USER
               PERFORM 4300-CLOSE-USER THRU 4300-EXIT
               PERFORM 4400-OPEN-USER THRU 4400-EXIT
           END-IF

           ADD 1 TO WS-USER-VIOL-COUNT

           MOVE SSR-DATE    TO RPT-DET-DATE
           MOVE SSR-TIME    TO RPT-DET-TIME
           MOVE SSR-TRANSID TO RPT-DET-TRANSID
           MOVE SSR-TERMID  TO RPT-DET-TERMID
           MOVE SSR-KEY     TO RPT-DET-KEY
           MOVE SSR-KEY2    TO RPT-DET-KEY2

           EVALUATE TRUE
               WHEN SSR-INQUIRE
                   MOVE 'INQUIRE' TO RPT-DET-ACTION
               WHEN SSR-BROWSE
                   MOVE 'BROWSE'  TO RPT-DET-ACTION
               WHEN SSR-QUEUE
                   MOVE 'QUEUE'   TO RPT-DET-ACTION
               WHEN OTHER
                   MOVE SSR-ACTION-SW TO RPT-DET-ACTION
           END-EVALUATE

           IF SSR-TABLE-ERROR
               MOVE 'ENTITLEMENT TABLE COULD NOT BE READ'
                   TO RPT-DET-REASON
           ELSE
               MOVE 'NOT ENTITLED TO THIS KEY FOR THIS ACTION'
                   TO RPT-DET-REASON
           END-IF

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4100-RETURN-LINE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CLOSE-USER - count the section just ended; nothing to do
      *                   before the first one.
      *-----------------------------------------------------------------
       4300-CLOSE-USER.
           IF NOT WS-USER-OPEN
               GO TO 4300-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-USER-VIOL-COUNT TO RPT-SUB-COUNT
           MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 0 TO WS-USER-VIOL-COUNT
           MOVE 'N' TO WS-USER-OPEN-SW.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-OPEN-USER - heading for the user about to start.
      *-----------------------------------------------------------------
       4400-OPEN-USER.
           SET WS-USER-OPEN TO TRUE
           ADD 1 TO WS-USER-COUNT
           MOVE SSR-USERID TO WS-CURRENT-USER

           MOVE WS-CURRENT-USER TO RPT-SEC-USER
           MOVE WS-RPT-SECTION-HEADING TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-PRINT-SUMMARY - the totals since the last report.
      *-----------------------------------------------------------------
       4700-PRINT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT

           MOVE 'SECURITY VIOLATIONS SINCE THE LAST REPORT'
               TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'USERS REFUSED                :' TO RPT-SUM-LABEL
           MOVE WS-USER-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'INQUIRIES REFUSED            :' TO RPT-SUM-LABEL
           MOVE WS-INQUIRE-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'BROWSES REFUSED              :' TO RPT-SUM-LABEL
           MOVE WS-BROWSE-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'QUEUED REQUESTS REFUSED      :' TO RPT-SUM-LABEL
           MOVE WS-QUEUE-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'REFUSED - TABLE UNREADABLE   :' TO RPT-SUM-LABEL
           MOVE WS-TABLE-ERROR-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'TOTAL VIOLATIONS             :' TO RPT-SUM-LABEL
           MOVE WS-SELECTED-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4710-PRINT-SUMMARY-LINE - one summary line as set up.
      *-----------------------------------------------------------------
       4710-PRINT-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-TEXT-LINE - print one report line, breaking to a
      *                        new page (heading, page number) when
      *                        the current page is full.
      *-----------------------------------------------------------------
       5000-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-NUMBER
               MOVE BDA-RUN-DATE   TO RPT-H1-DATE
               MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE
               WRITE LIB1-SCRP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-SCRP-REC
               WRITE LIB1-SCRP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-SCRP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the report and echo the totals.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           CLOSE LIB1-SCRP-FILE

           DISPLAY 'LIB1SECR - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1SECR - LINES READ . . . : ' WS-SECV-READ-COUNT
           DISPLAY 'LIB1SECR - VIOLATIONS . . . : ' WS-SELECTED-COUNT
           DISPLAY 'LIB1SECR - USERS REFUSED. . : ' WS-USER-COUNT.
       8000-EXIT.
           EXIT.
