      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Job-stream event routine, CALLed by every batch
      *              step as it starts and again on its way out.  Each
      *              CALL appends one status event (LIB1EVT.cpy) to
      *              the shared event file LIB1EVTF: 'BEG' with the
      *              start stamp, 'END' with the start and end stamps,
      *              the step's return code, a severity that follows
      *              the return code, and a one-line reason.  The
      *              enterprise monitoring tool picks LIB1EVTF up as a
      *              fixed-format interface; the morning operations
      *              status report LIB1OPSR reads it back.  The
      *              functions and the CALL area are described in
      *              LIB1EVA.cpy.
      *
      *              The event's business date is the LIB1BDCF
      *              control date, taken once at the start CALL
      *              through LIB1BDT's stream-date function.  It is
      *              taken whether or not LIB1BDT would let the step
      *              run, so a refused step's events still carry the
      *              night it was refused on.
      *
      *              LIB1EVTF is OPTIONAL and opened EXTEND with the
      *              same OPEN OUTPUT fallback LIB1BAT uses for
      *              LIB1HIST; a step with no usable allocation notes
      *              it on the job log and runs on.  The file is
      *              opened and closed within each CALL, so an event
      *              is on the file even when the step abends later,
      *              and the END CALL hands the step's return code
      *              back in RETURN-CODE - a CALLed program's return
      *              code replaces the caller's.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1evw.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIB1-EVT-FILE ASSIGN TO LIB1EVTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-EVT-FILE.
       01  LIB1-EVT-REC                PIC X(128).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  WS-EVT-STATUS               PIC X(02)   VALUE '00'.
           88  WS-EVT-STATUS-USABLE            VALUES '00' '05'.
           88  WS-EVT-STATUS-NEW-FILE          VALUE '35'.

       01  WS-CLOCK.
           05  WS-NOW-DATE             PIC X(08).
           05  WS-NOW-TIME.
               10  WS-NOW-HHMMSS       PIC X(06).
               10  FILLER              PIC X(02).

      *-----------------------------------------------------------------
      *    Event line layout.
      *-----------------------------------------------------------------
       01  WS-EVT-LINE.
           copy LIB1EVT.

       LINKAGE SECTION.
       01  arg.
           copy LIB1EVA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING arg.
      *-----------------------------------------------------------------
       0000-MAIN.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           EVALUATE TRUE
               WHEN EVA-STEP-START
                   PERFORM 1000-STEP-START THRU 1000-EXIT
               WHEN EVA-STEP-END
                   PERFORM 2000-STEP-END THRU 2000-EXIT
               WHEN OTHER
                   DISPLAY 'LIB1EVW - UNKNOWN EVENT FUNCTION '
                           EVA-FUNCTION-SW ' FROM ' EVA-PROGRAM
                           ' - NO EVENT WRITTEN'
                   MOVE 0 TO EVA-RETURN-CODE
           END-EVALUATE

           MOVE EVA-RETURN-CODE TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
      * 1000-STEP-START - stamp the start, take the business date, and
      *                   write the 'BEG' event.  The area is cleared
      *                   here for the END CALL to fill.
      *-----------------------------------------------------------------
       1000-STEP-START.
           MOVE SPACES TO ws-bdt-arg
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           MOVE BDA-RUN-DATE  TO EVA-RUN-DATE
           MOVE WS-NOW-DATE   TO EVA-START-DATE
           MOVE WS-NOW-HHMMSS TO EVA-START-TIME
           MOVE 0             TO EVA-RETURN-CODE
           MOVE SPACES        TO EVA-REASON

           MOVE EVA-RUN-DATE   TO EVT-RUN-DATE
           MOVE EVA-PROGRAM    TO EVT-PROGRAM
           SET EVT-STEP-START  TO TRUE
           MOVE EVA-START-DATE TO EVT-START-DATE
           MOVE EVA-START-TIME TO EVT-START-TIME
           MOVE SPACES         TO EVT-END-DATE
                                  EVT-END-TIME
           MOVE 0              TO EVT-RETURN-CODE
           SET EVT-SEV-INFO    TO TRUE
           MOVE 'STEP STARTED' TO EVT-REASON

           PERFORM 3000-APPEND-EVENT THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-STEP-END - stamp the end, grade the return code, and write
      *                 the 'END' event with the caller's reason or the
      *                 standard one for the severity.
      *-----------------------------------------------------------------
       2000-STEP-END.
           MOVE EVA-RUN-DATE    TO EVT-RUN-DATE
           MOVE EVA-PROGRAM     TO EVT-PROGRAM
           SET EVT-STEP-END     TO TRUE
           MOVE EVA-START-DATE  TO EVT-START-DATE
           MOVE EVA-START-TIME  TO EVT-START-TIME
           MOVE WS-NOW-DATE     TO EVT-END-DATE
           MOVE WS-NOW-HHMMSS   TO EVT-END-TIME
           MOVE EVA-RETURN-CODE TO EVT-RETURN-CODE
           MOVE EVA-REASON      TO EVT-REASON

           EVALUATE TRUE
               WHEN EVA-RETURN-CODE = 0
                   SET EVT-SEV-INFO TO TRUE
               WHEN EVA-RETURN-CODE NOT > 4
                   SET EVT-SEV-WARNING TO TRUE
               WHEN EVA-RETURN-CODE NOT > 8
                   SET EVT-SEV-ERROR TO TRUE
               WHEN OTHER
                   SET EVT-SEV-SEVERE TO TRUE
           END-EVALUATE

           IF EVT-REASON = SPACES
               EVALUATE TRUE
                   WHEN EVT-SEV-INFO
                       MOVE 'ENDED NORMALLY' TO EVT-REASON
                   WHEN EVT-SEV-WARNING
                       MOVE 'ENDED WITH WARNINGS - SEE JOB LOG'
                           TO EVT-REASON
                   WHEN EVT-SEV-ERROR
                       MOVE 'ENDED IN ERROR - SEE JOB LOG'
                           TO EVT-REASON
                   WHEN OTHER
                       MOVE 'ENDED SEVERE - SEE JOB LOG'
                           TO EVT-REASON
               END-EVALUATE
           END-IF

           PERFORM 3000-APPEND-EVENT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-APPEND-EVENT - append the event line to LIB1EVTF.  A file
      *                     not there yet is created; one that cannot
      *                     be used is reported and skipped.
      *-----------------------------------------------------------------
       3000-APPEND-EVENT.
           OPEN EXTEND LIB1-EVT-FILE

           IF WS-EVT-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-EVT-FILE
           END-IF

           IF NOT WS-EVT-STATUS-USABLE
               DISPLAY 'LIB1EVW - LIB1EVTF NOT AVAILABLE - STATUS '
                       WS-EVT-STATUS ' - ' EVT-TYPE ' EVENT FOR '
                       EVT-PROGRAM ' SKIPPED'
               GO TO 3000-EXIT
           END-IF

           WRITE LIB1-EVT-REC FROM WS-EVT-LINE

           CLOSE LIB1-EVT-FILE.
       3000-EXIT.
           EXIT.
