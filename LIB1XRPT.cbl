      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Retired-key feeder report, run daily after
      *              LIB1EDIT and LIB1QUNL.  Every key pair those
      *              steps swapped for its successor off the
      *              key-translation table LIB1XLTF is on the
      *              translation log LIB1XLOG (LIB1XLG.cpy); this
      *              program takes the business run date's lines and
      *              prints on LIB1XRRP, one section per feeder, each
      *              retired pair the feeder is still sending with
      *              the successor it was translated to, the
      *              effective date and reason off the table, and how
      *              many times it came in tonight - so whoever owns
      *              the feeder can be told to change the key at
      *              source.  Each feeder closes with its count of
      *              retired pairs and records; the report ends with
      *              the night's totals.
      *
      *              LIB1BDT gives the business run date.  LIB1XLOG
      *              is OPTIONAL: no log, or no lines for the run
      *              date, is a night with no retired keys sent and
      *              prints the empty report.
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
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1xrpt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIB1-XLOG-FILE ASSIGN TO LIB1XLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XLOG-STATUS.

           SELECT LIB1-XLG-SORT-FILE ASSIGN TO SORTWKF.

           SELECT LIB1-XRRP-FILE ASSIGN TO LIB1XRRP
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-XLOG-FILE.
       01  LIB1-XLOG-REC.
           copy LIB1XLG.

       SD  LIB1-XLG-SORT-FILE.
       01  LIB1-XLG-SORT-REC.
           05  XSR-FEEDER              PIC X(08).
           05  XSR-OLD-KEY             PIC X(10).
           05  XSR-OLD-KEY2            PIC X(10).
           05  XSR-NEW-KEY             PIC X(10).
           05  XSR-NEW-KEY2            PIC X(10).
           05  XSR-EFFECTIVE-DATE      PIC X(08).
           05  XSR-REASON              PIC X(40).

       FD  LIB1-XRRP-FILE.
       01  LIB1-XRRP-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-XLOG-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-XLOG-EOF                 VALUE 'Y'.
           05  WS-XSR-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-XSR-EOF                  VALUE 'Y'.
           05  WS-FEEDER-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  WS-FEEDER-OPEN              VALUE 'Y'.

       01  WS-XLOG-STATUS              PIC X(02)   VALUE '00'.
           88  WS-XLOG-STATUS-OK               VALUE '00'.
           88  WS-XLOG-STATUS-ABSENT           VALUE '05' '35'.

       01  WS-COUNTERS.
           05  WS-XLOG-READ-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-SELECTED-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-FEEDER-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-TOTAL-KEY-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-FEEDER-KEY-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-FEEDER-REC-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-PAIR-REC-COUNT       PIC 9(09)   COMP    VALUE 0.

      *    The feeder and retired pair being counted: a detail line
      *    prints when the pair (or the feeder) changes.
       01  WS-CURRENT-FEEDER           PIC X(08)   VALUE SPACES.

       01  WS-CURRENT-PAIR.
           05  WS-CUR-OLD-KEY          PIC X(10).
           05  WS-CUR-OLD-KEY2         PIC X(10).
           05  WS-CUR-NEW-KEY          PIC X(10).
           05  WS-CUR-NEW-KEY2         PIC X(10).
           05  WS-CUR-EFFECTIVE-DATE   PIC X(08).
           05  WS-CUR-REASON           PIC X(40).

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1XRPT - FEEDERS SENDING RETIRED KEYS     '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-SECTION-HEADING.
           05  FILLER                  PIC X(10)
               VALUE 'FEEDER  : '.
           05  RPT-SEC-FEEDER          PIC X(08).
           05  FILLER                  PIC X(114)  VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'RETIRED KEY / KEY2    '.
           05  FILLER                  PIC X(23)
               VALUE 'SUCCESSOR KEY / KEY2   '.
           05  FILLER                  PIC X(10)   VALUE 'EFFECTIVE '.
           05  FILLER                  PIC X(15)
               VALUE '    RECORDS    '.
           05  FILLER                  PIC X(60)   VALUE 'REASON'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-OLD-KEY         PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-OLD-KEY2        PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-NEW-KEY         PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-NEW-KEY2        PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-EFFECTIVE       PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-RECORDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  RPT-DET-REASON          PIC X(40).
           05  FILLER                  PIC X(20)   VALUE SPACES.

       01  WS-RPT-SUBTOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'RETIRED KEYS SENT   :'.
           05  RPT-SUB-KEYS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE 'RECORDS TRANSLATED  :'.
           05  RPT-SUB-RECORDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(64)   VALUE SPACES.

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
           MOVE 'LIB1XRPT' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-XLG-SORT-FILE
               ON ASCENDING KEY XSR-FEEDER OF LIB1-XLG-SORT-REC
                                XSR-OLD-KEY OF LIB1-XLG-SORT-REC
                                XSR-OLD-KEY2 OF LIB1-XLG-SORT-REC
               INPUT PROCEDURE IS 2000-SELECT-LOG-LINES THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT THRU 4000-EXIT

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
               DISPLAY 'LIB1XRPT - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN OUTPUT LIB1-XRRP-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECT-LOG-LINES - SORT input procedure: walk the
      *                         translation log and release the run
      *                         date's lines.  No log just produces
      *                         an empty report.
      *-----------------------------------------------------------------
       2000-SELECT-LOG-LINES.
           OPEN INPUT LIB1-XLOG-FILE

           EVALUATE TRUE
               WHEN WS-XLOG-STATUS-OK
                   CONTINUE
               WHEN WS-XLOG-STATUS-ABSENT
                   DISPLAY 'LIB1XRPT - LIB1XLOG NOT AVAILABLE - '
                           'NO KEYS TRANSLATED'
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'LIB1XRPT - LIB1XLOG OPEN FAILED - STATUS '
                           WS-XLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 2100-READ-LOG THRU 2100-EXIT

           PERFORM 2200-RELEASE-ONE-LINE THRU 2200-EXIT
               UNTIL WS-XLOG-EOF

           CLOSE LIB1-XLOG-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-LOG - read the next log line, set EOF.
      *-----------------------------------------------------------------
       2100-READ-LOG.
           READ LIB1-XLOG-FILE
               AT END
                   SET WS-XLOG-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-RELEASE-ONE-LINE - a line for the run date goes to the
      *                         sort; earlier nights go by.
      *-----------------------------------------------------------------
       2200-RELEASE-ONE-LINE.
           ADD 1 TO WS-XLOG-READ-COUNT

           IF XLG-RUN-DATE NOT = BDA-RUN-DATE
               GO TO 2200-NEXT
           END-IF

           ADD 1 TO WS-SELECTED-COUNT

           MOVE XLG-FEEDER         TO XSR-FEEDER
           MOVE XLG-OLD-KEY        TO XSR-OLD-KEY
           MOVE XLG-OLD-KEY2       TO XSR-OLD-KEY2
           MOVE XLG-NEW-KEY        TO XSR-NEW-KEY
           MOVE XLG-NEW-KEY2       TO XSR-NEW-KEY2
           MOVE XLG-EFFECTIVE-DATE TO XSR-EFFECTIVE-DATE
           MOVE XLG-REASON         TO XSR-REASON

           RELEASE LIB1-XLG-SORT-REC.
       2200-NEXT.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-REPORT - SORT output procedure: the lines come back
      *                     by feeder and retired pair; one detail
      *                     line per pair, one section per feeder,
      *                     totals at the end.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           PERFORM 4100-RETURN-LINE THRU 4100-EXIT

           PERFORM 4200-COUNT-ONE-LINE THRU 4200-EXIT
               UNTIL WS-XSR-EOF

           PERFORM 4300-CLOSE-FEEDER THRU 4300-EXIT

           PERFORM 4700-PRINT-SUMMARY THRU 4700-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-LINE - pull the next log line back from the sort.
      *-----------------------------------------------------------------
       4100-RETURN-LINE.
           RETURN LIB1-XLG-SORT-FILE
               AT END
                   SET WS-XSR-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-COUNT-ONE-LINE - close the feeder or the pair on a break,
      *                       then count the line against the pair.
      *-----------------------------------------------------------------
       4200-COUNT-ONE-LINE.
           IF NOT WS-FEEDER-OPEN
            OR XSR-FEEDER NOT = WS-CURRENT-FEEDER
               PERFORM 4300-CLOSE-FEEDER THRU 4300-EXIT
               PERFORM 4400-OPEN-FEEDER THRU 4400-EXIT
           ELSE
               IF XSR-OLD-KEY  NOT = WS-CUR-OLD-KEY
                OR XSR-OLD-KEY2 NOT = WS-CUR-OLD-KEY2
                   PERFORM 4500-PRINT-PAIR THRU 4500-EXIT
                   PERFORM 4600-START-PAIR THRU 4600-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-PAIR-REC-COUNT

           PERFORM 4100-RETURN-LINE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CLOSE-FEEDER - print the last pair and the feeder's
      *                     counts; nothing to do before the first
      *                     feeder.
      *-----------------------------------------------------------------
       4300-CLOSE-FEEDER.
           IF NOT WS-FEEDER-OPEN
               GO TO 4300-EXIT
           END-IF

           PERFORM 4500-PRINT-PAIR THRU 4500-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-FEEDER-KEY-COUNT TO RPT-SUB-KEYS
           MOVE WS-FEEDER-REC-COUNT TO RPT-SUB-RECORDS
           MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 0 TO WS-FEEDER-KEY-COUNT
           MOVE 0 TO WS-FEEDER-REC-COUNT
           MOVE 'N' TO WS-FEEDER-OPEN-SW.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-OPEN-FEEDER - heading for the feeder about to start and
      *                    its first pair.
      *-----------------------------------------------------------------
       4400-OPEN-FEEDER.
           SET WS-FEEDER-OPEN TO TRUE
           ADD 1 TO WS-FEEDER-COUNT
           MOVE XSR-FEEDER TO WS-CURRENT-FEEDER

           MOVE WS-CURRENT-FEEDER TO RPT-SEC-FEEDER
           MOVE WS-RPT-SECTION-HEADING TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4600-START-PAIR THRU 4600-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-PRINT-PAIR - one detail line for the retired pair just
      *                   counted, added into the feeder's counts.
      *-----------------------------------------------------------------
       4500-PRINT-PAIR.
           ADD 1                 TO WS-FEEDER-KEY-COUNT
           ADD 1                 TO WS-TOTAL-KEY-COUNT
           ADD WS-PAIR-REC-COUNT TO WS-FEEDER-REC-COUNT

           MOVE WS-CUR-OLD-KEY        TO RPT-DET-OLD-KEY
           MOVE WS-CUR-OLD-KEY2       TO RPT-DET-OLD-KEY2
           MOVE WS-CUR-NEW-KEY        TO RPT-DET-NEW-KEY
           MOVE WS-CUR-NEW-KEY2       TO RPT-DET-NEW-KEY2
           MOVE WS-CUR-EFFECTIVE-DATE TO RPT-DET-EFFECTIVE
           MOVE WS-PAIR-REC-COUNT     TO RPT-DET-RECORDS
           MOVE WS-CUR-REASON         TO RPT-DET-REASON

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600-START-PAIR - the line in hand starts a new retired pair.
      *-----------------------------------------------------------------
       4600-START-PAIR.
           MOVE XSR-OLD-KEY        TO WS-CUR-OLD-KEY
           MOVE XSR-OLD-KEY2       TO WS-CUR-OLD-KEY2
           MOVE XSR-NEW-KEY        TO WS-CUR-NEW-KEY
           MOVE XSR-NEW-KEY2       TO WS-CUR-NEW-KEY2
           MOVE XSR-EFFECTIVE-DATE TO WS-CUR-EFFECTIVE-DATE
           MOVE XSR-REASON         TO WS-CUR-REASON
           MOVE 0 TO WS-PAIR-REC-COUNT.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-PRINT-SUMMARY - the night's totals.
      *-----------------------------------------------------------------
       4700-PRINT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT

           MOVE 'RETIRED KEYS SENT TONIGHT' TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'FEEDERS SENDING RETIRED KEYS :' TO RPT-SUM-LABEL
           MOVE WS-FEEDER-COUNT TO RPT-SUM-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'RETIRED KEYS (BY FEEDER)     :' TO RPT-SUM-LABEL
           MOVE WS-TOTAL-KEY-COUNT TO RPT-SUM-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'RECORDS TRANSLATED           :' TO RPT-SUM-LABEL
           MOVE WS-SELECTED-COUNT TO RPT-SUM-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4700-EXIT.
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
               WRITE LIB1-XRRP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-XRRP-REC
               WRITE LIB1-XRRP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-XRRP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the report and echo the totals.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           CLOSE LIB1-XRRP-FILE

           DISPLAY 'LIB1XRPT - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1XRPT - LOG LINES READ . : ' WS-XLOG-READ-COUNT
           DISPLAY 'LIB1XRPT - TRANSLATED . . . : ' WS-SELECTED-COUNT
           DISPLAY 'LIB1XRPT - FEEDERS  . . . . : ' WS-FEEDER-COUNT.
       8000-EXIT.
           EXIT.
