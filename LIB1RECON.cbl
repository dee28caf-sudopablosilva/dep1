      *                    at all.  With no table the whole 50 bytes
      *                    compare as one field named DATA, which is
      *                    the old behavior one line at a time.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1rec.
           copy LIB1FLT.

       WORKING-STORAGE SECTION.
       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-OLD-MATCH-KEY.
           05  WS-OLD-MK-KEY           PIC X(10).
           05  WS-OLD-MK-KEY2          PIC X(10).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1REC' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME

               UNTIL WS-OLD-MATCH-KEY = HIGH-VALUES
                 AND WS-NEW-MATCH-KEY = HIGH-VALUES

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
