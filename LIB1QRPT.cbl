      * REMARKS....: Morning answer report for the LB2 request queue.
      *              Matches the night's LIB1OUT extract against the
      *              requests LIB1QUNL marked processed for the
      *              LIB1BDT business run date and prints one section
      *              per REQ-REQUESTER on LIB1QARP - each of their
      *              keys with its LIB1-O-DATA, or the LIB1ERRT
      *              description of its LIB1-O-ERR - so each
      *              LIB1BAT: with no table the report falls back to
      *              the bare numeric code.
      *
      *              The same program closes each intraday cycle of
      *              the urgent LB2 requests.  Given the OPTIONAL
      *              cycle log LIB1CYCL (LIB1CYC.cpy), with LIB1OUT
      *              and LIB1QARP pointed at the cycle's own datasets,
      *              it reports the requests LIB1QINT marked for the
      *              last cycle logged under the business date, the
      *              cycle number in the heading.  Without LIB1CYCL -
      *              the nightly stream - it reports only the requests
      *              the nightly unload marked, so a request already
      *              answered by a cycle is not printed twice.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  LGD  Initial version.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Intraday cycle mode off the OPTIONAL
      *                    LIB1CYCL; the nightly report now selects
      *                    the nightly-answered requests only
      *                    (REQ-PROCESSED-NIGHTLY).
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *   2026-10-15  LGD  An intraday cycle's status events carry
      *                    LIB1QRPI, not LIB1QRPT, so a cycle run is
      *                    never reported as the nightly step.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1qrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-QUEUE-FILE ASSIGN TO LIB1REQQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

           SELECT LIB1-QARP-FILE ASSIGN TO LIB1QARP
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LIB1-CYC-FILE ASSIGN TO LIB1CYCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-QUEUE-FILE.
       01  LIB1-QUEUE-REC.
           copy LIB1REQ.
       FD  LIB1-QARP-FILE.
       01  LIB1-QARP-REC               PIC X(132).

       FD  LIB1-CYC-FILE.
       01  LIB1-CYC-REC.
           copy LIB1CYC.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-QUEUE-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-QUEUE-EOF                VALUE 'Y'.
               88  WS-ERRTAB-EOF               VALUE 'Y'.
           05  WS-ERRTAB-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WS-ERRTAB-FOUND             VALUE 'Y'.
           05  WS-INTRADAY-SW          PIC X(01)   VALUE 'N'.
               88  WS-INTRADAY-CYCLE           VALUE 'Y'.
           05  WS-CYC-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-CYC-EOF                  VALUE 'Y'.

       01  WS-QUEUE-STATUS             PIC X(02)   VALUE '00'.
           88  WS-QUEUE-STATUS-OK              VALUE '00'.

       01  WS-ERRTAB-STATUS            PIC X(02)   VALUE '00'.

       01  WS-CYC-STATUS               PIC X(02)   VALUE '00'.
           88  WS-CYC-STATUS-OK                VALUE '00'.

      *    Intraday cycle number off LIB1CYCL; zero on a nightly run.
       01  WS-CYCLE-NO                 PIC 9(03)   VALUE 0.

       01  WS-COUNTERS.
           05  WS-QUEUE-READ-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-REQUEST-COUNT        PIC 9(09)   COMP    VALUE 0.
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  RPT-H1-TITLE            PIC X(44)
               VALUE 'LIB1QRPT - OVERNIGHT REQUEST ANSWERS        '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  RPT-H1-CYCLE-LIT        PIC X(07)   VALUE SPACES.
           05  RPT-H1-CYCLE            PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(51)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0100-NAME-EVENTS THRU 0100-EXIT

           SET EVA-STEP-START TO TRUE
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-OUT-SORT-FILE

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 0100-NAME-EVENTS - the program name the run's status events
      *                    carry: LIB1QRPI when LIB1CYCL is
      *                    allocated - an intraday cycle, as
      *                    1100-INTRADAY-CYCLE decides - so the
      *                    morning operations status report LIB1OPSR
      *                    never takes a cycle for the nightly step;
      *                    LIB1QRPT otherwise.
      *-----------------------------------------------------------------
       0100-NAME-EVENTS.
           MOVE 'LIB1QRPT' TO EVA-PROGRAM

           OPEN INPUT LIB1-CYC-FILE

           IF WS-CYC-STATUS-OK
               MOVE 'LIB1QRPI' TO EVA-PROGRAM
           END-IF

           IF WS-CYC-STATUS-OK
            OR WS-CYC-STATUS = '05'
               CLOSE LIB1-CYC-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, load the
      *                   error-code table, open the report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1QRPT - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           PERFORM 1100-INTRADAY-CYCLE THRU 1100-EXIT

           PERFORM 1300-LOAD-ERR-TABLE THRU 1300-EXIT

           OPEN OUTPUT LIB1-QARP-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-INTRADAY-CYCLE - a LIB1CYCL allocation makes this run the
      *                       report of an intraday cycle: the highest
      *                       cycle logged for the business date, as
      *                       in LIB1BAT.  No allocation is the night.
      *-----------------------------------------------------------------
       1100-INTRADAY-CYCLE.
           OPEN INPUT LIB1-CYC-FILE

           IF NOT WS-CYC-STATUS-OK
               GO TO 1100-EXIT
           END-IF

           SET WS-INTRADAY-CYCLE TO TRUE

           PERFORM 1110-READ-CYCLE-LOG THRU 1110-EXIT

           PERFORM 1120-CHECK-ONE-CYCLE THRU 1120-EXIT
               UNTIL WS-CYC-EOF

           CLOSE LIB1-CYC-FILE

           IF WS-CYCLE-NO = 0
               DISPLAY 'LIB1QRPT - RUN REFUSED - NO INTRADAY CYCLE '
                       'LOGGED FOR ' BDA-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE 'LIB1QRPT - INTRADAY REQUEST ANSWERS         '
               TO RPT-H1-TITLE
           MOVE ' CYCLE '   TO RPT-H1-CYCLE-LIT
           MOVE WS-CYCLE-NO TO RPT-H1-CYCLE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1110-READ-CYCLE-LOG - read the next cycle log line, set EOF.
      *-----------------------------------------------------------------
       1110-READ-CYCLE-LOG.
           READ LIB1-CYC-FILE
               AT END
                   SET WS-CYC-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1120-CHECK-ONE-CYCLE - keep the highest cycle number logged
      *                        under the business date.
      *-----------------------------------------------------------------
       1120-CHECK-ONE-CYCLE.
           IF CYC-RUN-DATE = BDA-RUN-DATE
            AND CYC-CYCLE-NO > WS-CYCLE-NO
               MOVE CYC-CYCLE-NO TO WS-CYCLE-NO
           END-IF

           PERFORM 1110-READ-CYCLE-LOG THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-LOAD-ERR-TABLE - pull the operator-maintained error-code
      *                       descriptions into storage, the same
      * 2000-SELECT-REQUESTS - SORT input procedure: walk the queue
      *                        and release every request LIB1QUNL
      *                        marked processed for tonight's run
      *                        date - or, for an intraday cycle,
      *                        that LIB1QINT marked for the cycle.
      *                        An empty queue (status 35) just
      *                        produces an empty report.
      *-----------------------------------------------------------------
       2000-SELECT-REQUESTS.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-RELEASE-ONE-REQUEST - tonight's (or this cycle's)
      *                            processed requests go to the sort;
      *                            everything else goes by.
      *-----------------------------------------------------------------
       2200-RELEASE-ONE-REQUEST.
           ADD 1 TO WS-QUEUE-READ-COUNT

           EVALUATE TRUE
               WHEN REQ-RUN-DATE NOT = BDA-RUN-DATE
                   CONTINUE
               WHEN WS-INTRADAY-CYCLE
                   IF REQ-PROCESSED-INTRADAY
                    AND REQ-CYCLE-NO = WS-CYCLE-NO
                       ADD 1 TO WS-REQUEST-COUNT
                       RELEASE LIB1-REQ-SORT-REC FROM LIB1-QUEUE-REC
                   END-IF
               WHEN REQ-PROCESSED-NIGHTLY
                   ADD 1 TO WS-REQUEST-COUNT
                   RELEASE LIB1-REQ-SORT-REC FROM LIB1-QUEUE-REC
           END-EVALUATE

           PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
       2200-EXIT.
           MOVE ANS-KEY2 TO RPT-DET-KEY2

           EVALUATE TRUE
               WHEN NOT ANS-FOUND
                AND WS-INTRADAY-CYCLE
                   MOVE 'NOT ON THE CYCLE''S EXTRACT'
                       TO RPT-DET-ANSWER
               WHEN NOT ANS-FOUND
                   MOVE 'NOT ON TONIGHT''S EXTRACT'
                       TO RPT-DET-ANSWER
       5000-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-NUMBER
               MOVE BDA-RUN-DATE   TO RPT-H1-DATE
               MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE
               WRITE LIB1-QARP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-QARP-REC
       8000-TERMINATE.
           CLOSE LIB1-QARP-FILE

           DISPLAY 'LIB1QRPT - RUN DATE . . . . : ' BDA-RUN-DATE
           IF WS-INTRADAY-CYCLE
               DISPLAY 'LIB1QRPT - INTRADAY CYCLE . : ' WS-CYCLE-NO
           END-IF
           DISPLAY 'LIB1QRPT - QUEUE RECORDS. . : ' WS-QUEUE-READ-COUNT
           DISPLAY 'LIB1QRPT - REQUESTS TONIGHT : ' WS-REQUEST-COUNT
           DISPLAY 'LIB1QRPT - ANSWERED . . . . : ' WS-ANSWERED-COUNT
