      *
      * MODIFICATION HISTORY:
      *   2026-09-02  LGD  Initial version.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1auds.
       01  LIB1-SRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1AUDS' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-AUDS-SORT-FILE

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
