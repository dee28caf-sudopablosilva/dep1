      * DATE-WRITTEN: 2026-08-23.
      *
      * REMARKS....: Data-warehouse interface extract of the nightly
      *              LIB1OUT lookup results, as passed by the
      *              data-quality step LIB1DQCK (LIB1DQOK - the same
      *              LIB1IO image with any quarantined records held
      *              back).  The raw LIB1IO record image is
      *              unreadable to the warehouse loader without
      *              hand-built offsets, so this program rewrites it
      *              as the delimited file LIB1DWF:
      *
      *                HDR|<extract date>
      *                <key>|<key2>|<err>|<data>     one per record
      *                    file LIB1RCTL for the end-of-night
      *                    balancing program LIB1BAL; a run with no
      *                    usable LIB1RCTL allocation skips the line.
      *   2026-10-15  LGD  Read the data-quality-passed extract
      *                    LIB1DQOK that LIB1DQCK leaves after
      *                    LIB1BAT instead of LIB1OUT itself, so a
      *                    record quarantined on LIB1DQQF never
      *                    reaches the warehouse feed.
      *   2026-10-15  LGD  Date the LIB1DWF header and the control
      *                    line with the business run date from
      *                    LIB1BDT, not the clock.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1dwex.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-OUT-FILE ASSIGN TO LIB1DQOK
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-DWF-FILE ASSIGN TO LIB1DWF
           05  WS-READ-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-NONNUM-COUNT         PIC 9(09)   COMP    VALUE 0.

       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-EXTRACT-DATE             PIC X(08)   VALUE SPACES.

       01  WS-RCTL-STATUS              PIC X(02)   VALUE '00'.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1DWEX' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-EXTRACT-RECORD THRU 2000-EXIT
               UNTIL WS-OUT-EOF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      *                   prime the read.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1DWEX - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-RUN-DATE TO WS-EXTRACT-DATE

           OPEN INPUT  LIB1-OUT-FILE
           OPEN OUTPUT LIB1-DWF-FILE
