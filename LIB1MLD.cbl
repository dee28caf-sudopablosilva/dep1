      *
      * REMARKS....: Post-LIB1BAT load of the keyed current-results
      *              master file LIB1MSTF (VSAM KSDS, LIB1MST.cpy) from
      *              the night's LIB1OUT extract as passed by the
      *              data-quality step LIB1DQCK (LIB1DQOK - the same
      *              LIB1IO image with any quarantined records held
      *              back).  For every resolved key: a key the master
      *              does not yet carry is added with tonight's run
      *              date as both its first-seen and last-changed
      *              date; a key already on the master whose
      *              LIB1-O-DATA moved has its old value rolled into
      *              MST-PRIOR-DATA and the change date stamped; an
      *              unchanged key keeps its value and change date.
      *              Every resolved key, changed or not, has tonight's
      *              date stamped as its last-confirmed date
      *              (MST-CONFIRMED-DATE), which the weekly stale-key
      *              sweep LIB1SWP ages the master by.  Keys the run
      *              could not resolve (nonzero LIB1-O-ERR) carry no
      *              usable data and are passed by, counted - they
      *              are not confirmed.
      *
      *              The business run date comes from LIB1BDT, the
      *              same date LIB1EDIT and LIB1QUNL take.  The LB1
      *              transaction reads the master back alongside the
      *              live answer (PF6 on the inquiry screen).
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  LGD  Initial version.
      *   2026-10-15  LGD  Read the data-quality-passed extract
      *                    LIB1DQOK that LIB1DQCK leaves after
      *                    LIB1BAT instead of LIB1OUT itself, so a
      *                    clean-coded answer that broke a LIB1DQRT
      *                    rule can no longer roll a good value out
      *                    of the master.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Stamp the last-confirmed date
      *                    (MST-CONFIRMED-DATE) on every resolved key,
      *                    an unchanged one included, for the LIB1SWP
      *                    stale-key sweep.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1mld.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-OUT-FILE ASSIGN TO LIB1DQOK
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-MASTER-FILE ASSIGN TO LIB1MSTF
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-OUT-FILE.
       01  LIB1-OUT-REC.
           copy LIB1IO.
           copy LIB1MST.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-OUT-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-OUT-EOF                  VALUE 'Y'.
           05  WS-ADDED-COUNT          PIC 9(09)   COMP    VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-UNCHANGED-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-CONFIRMED-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-MISS-SKIP-COUNT      PIC 9(09)   COMP    VALUE 0.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1MLD' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-APPLY-RECORD THRU 2000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      *                   LIB1 uses for LIB1AUD.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1MLD - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

      *-----------------------------------------------------------------
      * 2300-ADD-MASTER - first sighting of this key: current value
      *                   only, no prior, every date tonight's.
      *-----------------------------------------------------------------
       2300-ADD-MASTER.
           MOVE LIB1-I-KEY   TO MST-KEY
           MOVE LIB1-I-KEY2  TO MST-KEY2
           MOVE LIB1-O-DATA  TO MST-DATA
           MOVE BDA-RUN-DATE TO MST-CHANGED-DATE
           MOVE SPACES       TO MST-PRIOR-DATA
           MOVE BDA-RUN-DATE TO MST-FIRST-DATE
           MOVE BDA-RUN-DATE TO MST-CONFIRMED-DATE

           WRITE LIB1-MASTER-REC

      * 2400-ROLL-MASTER - the key is on the master: a moved value
      *                    rolls the current one into the prior slot
      *                    and stamps the change date; an unchanged
      *                    value only has its confirmed date
      *                    stamped, so the change date keeps saying
      *                    when it last really moved.
      *-----------------------------------------------------------------
       2400-ROLL-MASTER.
           IF MST-DATA = LIB1-O-DATA
               PERFORM 2500-CONFIRM-MASTER THRU 2500-EXIT
               GO TO 2400-EXIT
           END-IF

           MOVE MST-DATA     TO MST-PRIOR-DATA
           MOVE LIB1-O-DATA  TO MST-DATA
           MOVE BDA-RUN-DATE TO MST-CHANGED-DATE
           MOVE BDA-RUN-DATE TO MST-CONFIRMED-DATE

           REWRITE LIB1-MASTER-REC

       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CONFIRM-MASTER - LIB2 gave the same answer again: stamp
      *                       tonight as the last-confirmed date.  A
      *                       key already confirmed tonight (sent
      *                       twice, or by a second pass of the
      *                       stream) is not rewritten.
      *-----------------------------------------------------------------
       2500-CONFIRM-MASTER.
           ADD 1 TO WS-UNCHANGED-COUNT

           IF MST-CONFIRMED-DATE = BDA-RUN-DATE
               GO TO 2500-EXIT
           END-IF

           MOVE BDA-RUN-DATE TO MST-CONFIRMED-DATE

           REWRITE LIB1-MASTER-REC

           IF WS-MASTER-STATUS-OK
               ADD 1 TO WS-CONFIRMED-COUNT
           ELSE
               DISPLAY 'LIB1MLD - LIB1MSTF REWRITE FAILED - STATUS '
                       WS-MASTER-STATUS ' KEY ' MST-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the files and report the load summary.
      *-----------------------------------------------------------------
           CLOSE LIB1-OUT-FILE
           CLOSE LIB1-MASTER-FILE

           DISPLAY 'LIB1MLD - RUN DATE. . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1MLD - EXTRACT RECORDS . : ' WS-READ-COUNT
           DISPLAY 'LIB1MLD - KEYS ADDED. . . . : ' WS-ADDED-COUNT
           DISPLAY 'LIB1MLD - KEYS CHANGED. . . : ' WS-CHANGED-COUNT
           DISPLAY 'LIB1MLD - KEYS UNCHANGED. . : ' WS-UNCHANGED-COUNT
           DISPLAY 'LIB1MLD - KEYS RECONFIRMED. : ' WS-CONFIRMED-COUNT
           DISPLAY 'LIB1MLD - MISSES PASSED BY. : ' WS-MISS-SKIP-COUNT.
       8000-EXIT.
           EXIT.
