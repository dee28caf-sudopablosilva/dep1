      *                    re-lookup key (LIB1B-ORIGIN, LIB1BKY.cpy)
      *                    so the audit lines of the confirmation
      *                    pass say what drove them.
      *   2026-10-15  LGD  Date the report and the LIB1RKY header with
      *                    the business run date from LIB1BDT, not
      *                    the clock, so the confirmation feed passes
      *                    the LIB1EDIT run-date check on a stream
      *                    that runs past midnight.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1drpt.

       01  WS-CURRENT-TYPE             PIC X(10)   VALUE SPACES.

       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-REPORT-DATE              PIC X(08)   VALUE SPACES.

      *    Last key pair fed to LIB1RKY: a CHANGED key arrives once
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1DRPT' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           SORT LIB1-DIFF-SORT-FILE
               ON ASCENDING KEY DIFS-TYPE OF LIB1-DIFF-SORT-REC
                                DIFS-KEY OF LIB1-DIFF-SORT-REC
           PERFORM 2000-REPORT-DIFF THRU 2000-EXIT
               UNTIL WS-DIFF-EOF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      *                   the re-lookup key feed; prime the read.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1DRPT - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-RUN-DATE TO WS-REPORT-DATE

           OPEN INPUT  LIB1-DIFF-SORTED-FILE
           OPEN OUTPUT LIB1-DRPT-FILE
