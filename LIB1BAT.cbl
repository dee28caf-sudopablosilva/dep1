      *                    - so the audit line says who a lookup was
      *                    really for.  Retry calls audit as LIB1BAT;
      *                    the original line carries the requester.
      *   2026-10-15  LGD  Pass the key pair as first sent
      *                    (LIB1B-OLD-KEY/LIB1B-OLD-KEY2, set when
      *                    LIB1EDIT or LIB1QUNL translated the key off
      *                    LIB1XLTF) through to LIB1 on every call,
      *                    the retry included - carried on the
      *                    exception log (EXC-OLD-KEY) - so the audit
      *                    line and LIB1OUT keep both pairs.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of LIB1PRM, which now carries
      *                    only the outage limit and compare switch;
      *                    a run for a date already completed, or
      *                    off the business calendar, is refused
      *                    with RETURN-CODE 16.
      *   2026-10-15  LGD  Intraday cycle mode.  When the step is
      *                    given the OPTIONAL cycle log LIB1CYCL
      *                    (LIB1CYC.cpy) it is running an intraday
      *                    cycle over the urgent LB2 requests
      *                    LIB1QINT unloaded (LIB1KEYS pointed at
      *                    that cycle's LIB1KYU, LIB1OUT and the rest
      *                    at the cycle's own datasets): the last
      *                    cycle logged for the business date is
      *                    this run's, every call - retries included
      *                    - audits as an intraday line
      *                    (LIB1-CALLER-INTRADAY), and no LIB1HIST
      *                    or LIB1RCTL line is written, so the
      *                    nightly trend and balancing never see the
      *                    cycle.  A log with no cycle for the
      *                    business date refuses the run with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *   2026-10-15  LGD  An intraday cycle's status events carry
      *                    LIB1BATI, not LIB1BAT, so a cycle run is
      *                    never reported as the nightly step.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1bat.
           SELECT OPTIONAL LIB1-RCTL-FILE ASSIGN TO LIB1RCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT OPTIONAL LIB1-CYC-FILE ASSIGN TO LIB1CYCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  LIB1-PARM-FILE.
       01  LIB1-PARM-REC.
      *    The first eight bytes once carried the business run date,
      *    which now comes from LIB1BDT; they are no longer read.
           05  FILLER                  PIC X(08).
           05  PRM-OUTAGE-LIMIT        PIC 9(05).
           05  PRM-COMPARE-SW          PIC X(01).
               88  PRM-COMPARE-MODE            VALUE 'Y'.
       01  LIB1-RCTL-REC.
           copy LIB1RCT.

       FD  LIB1-CYC-FILE.
       01  LIB1-CYC-REC.
           copy LIB1CYC.

       WORKING-STORAGE SECTION.
       01  ws-lib1-arg.
           copy LIB1IO.
               88  WS-RUN-SUSPENDED            VALUE 'Y'.
           05  WS-COMPARE-SW           PIC X(01)   VALUE 'N'.
               88  WS-COMPARE-MODE             VALUE 'Y'.
           05  WS-INTRADAY-SW          PIC X(01)   VALUE 'N'.
               88  WS-INTRADAY-CYCLE           VALUE 'Y'.
           05  WS-CYC-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-CYC-EOF                  VALUE 'Y'.

       01  WS-CKPT-STATUS              PIC X(02)   VALUE '00'.

           88  WS-RCTL-STATUS-USABLE           VALUES '00' '05'.
           88  WS-RCTL-STATUS-NEW-FILE         VALUE '35'.

       01  WS-CYC-STATUS               PIC X(02)   VALUE '00'.
           88  WS-CYC-STATUS-OK                VALUE '00'.

      *    Intraday cycle number off LIB1CYCL; zero on a nightly run.
       01  WS-CYCLE-NO                 PIC 9(03)   VALUE 0.

      *    Business run date from LIB1BDT; the step is refused without
      *    one.
       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.

       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

      *    Circuit breaker: the run suspends after WS-OUTAGE-LIMIT
      *    consecutive LIB2 error codes (zero = breaker off).
       01  WS-OUTAGE-LIMIT             PIC 9(05)   COMP    VALUE 0.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 0100-NAME-EVENTS THRU 0100-EXIT

           SET EVA-STEP-START TO TRUE
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2200-CALL-LIB1 THRU 2200-EXIT

           IF WS-RUN-SUSPENDED
               PERFORM 8500-SUSPEND-RUN THRU 8500-EXIT
               GO TO 0000-GOBACK
           END-IF

           CLOSE LIB1-EXC-LOG-FILE
               USING LIB1-EXC-FINAL-FILE
               GIVING LIB1-RPT-FILE

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 0100-NAME-EVENTS - the program name the run's status events
      *                    carry: LIB1BATI when LIB1CYCL is
      *                    allocated - an intraday cycle, as
      *                    1600-INTRADAY-CYCLE decides - so the
      *                    morning operations status report LIB1OPSR
      *                    never takes a cycle for the nightly step;
      *                    LIB1BAT otherwise.
      *-----------------------------------------------------------------
       0100-NAME-EVENTS.
           MOVE 'LIB1BAT' TO EVA-PROGRAM

           OPEN INPUT LIB1-CYC-FILE

           IF WS-CYC-STATUS-OK
               MOVE 'LIB1BATI' TO EVA-PROGRAM
           END-IF

           IF WS-CYC-STATUS-OK
            OR WS-CYC-STATUS = '05'
               CLOSE LIB1-CYC-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - open the key, extract, and exception-log
      *                   files, resume from the last checkpoint when
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME

           PERFORM 1500-BUSINESS-DATE THRU 1500-EXIT

           PERFORM 1600-INTRADAY-CYCLE THRU 1600-EXIT

           OPEN INPUT LIB1-KEY-FILE

           PERFORM 1400-READ-PARM THRU 1400-EXIT
           EXIT.

      *-----------------------------------------------------------------
      * 1400-READ-PARM - pick up the outage limit and compare switch
      *                  from LIB1PRM.  The file is OPTIONAL: a run
      *                  without one (an ad hoc rerun, the LIB1DRPT
      *                  re-lookup feed) runs with neither.
      *-----------------------------------------------------------------
       1400-READ-PARM.
           OPEN INPUT LIB1-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-OUTAGE-LIMIT NUMERIC
                       MOVE PRM-OUTAGE-LIMIT TO WS-OUTAGE-LIMIT
                   END-IF
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-BUSINESS-DATE - the night's business run date from the
      *                      LIB1BDCF control record.  A date already
      *                      completed, or off the business calendar,
      *                      refuses the run before any key is read.
      *-----------------------------------------------------------------
       1500-BUSINESS-DATE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1BAT - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-RUN-DATE TO WS-RUN-DATE.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-INTRADAY-CYCLE - a LIB1CYCL allocation makes this run an
      *                       intraday cycle: the highest cycle logged
      *                       for the business date is the one
      *                       LIB1QINT just unloaded.  No allocation
      *                       is the nightly run.
      *-----------------------------------------------------------------
       1600-INTRADAY-CYCLE.
           OPEN INPUT LIB1-CYC-FILE

           IF NOT WS-CYC-STATUS-OK
               GO TO 1600-EXIT
           END-IF

           SET WS-INTRADAY-CYCLE TO TRUE

           PERFORM 1610-READ-CYCLE-LOG THRU 1610-EXIT

           PERFORM 1620-CHECK-ONE-CYCLE THRU 1620-EXIT
               UNTIL WS-CYC-EOF

           CLOSE LIB1-CYC-FILE

           IF WS-CYCLE-NO = 0
               DISPLAY 'LIB1BAT - RUN REFUSED - NO INTRADAY CYCLE '
                       'LOGGED FOR ' WS-RUN-DATE
               STRING 'RUN REFUSED - NO INTRADAY CYCLE LOGGED FOR '
                      WS-RUN-DATE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           DISPLAY 'LIB1BAT - INTRADAY CYCLE ' WS-CYCLE-NO
                   ' - NO RUN HISTORY OR CONTROL LINE'.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1610-READ-CYCLE-LOG - read the next cycle log line, set EOF.
      *-----------------------------------------------------------------
       1610-READ-CYCLE-LOG.
           READ LIB1-CYC-FILE
               AT END
                   SET WS-CYC-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1620-CHECK-ONE-CYCLE - keep the highest cycle number logged
      *                        under the business date.
      *-----------------------------------------------------------------
       1620-CHECK-ONE-CYCLE.
           IF CYC-RUN-DATE = WS-RUN-DATE
            AND CYC-CYCLE-NO > WS-CYCLE-NO
               MOVE CYC-CYCLE-NO TO WS-CYCLE-NO
           END-IF

           PERFORM 1610-READ-CYCLE-LOG THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-SKIP-PROCESSED-KEY - discard one key already resolved by
      *                           the run being resumed.
           MOVE SPACES         TO ws-lib1-arg
           MOVE LIB1B-KEY      TO LIB1-I-KEY  IN ws-lib1-arg
           MOVE LIB1B-KEY2     TO LIB1-I-KEY2 IN ws-lib1-arg
           MOVE LIB1B-OLD-KEY  TO LIB1-I-OLD-KEY  IN ws-lib1-arg
           MOVE LIB1B-OLD-KEY2 TO LIB1-I-OLD-KEY2 IN ws-lib1-arg
           MOVE WS-RUN-DATE    TO LIB1-I-RUN-DATE IN ws-lib1-arg

           IF LIB1B-ORIGIN = SPACES
               MOVE LIB1B-ORIGIN TO LIB1-I-CALLER IN ws-lib1-arg
           END-IF

           IF WS-INTRADAY-CYCLE
               SET LIB1-CALLER-INTRADAY IN ws-lib1-arg TO TRUE
           END-IF

           CALL 'lib1' USING ws-lib1-arg

           IF LIB1-ERR-NONE IN ws-lib1-arg
               TO EXC-KEY2 OF LIB1-EXC-LOG-REC
           MOVE LIB1-O-ERR  IN ws-lib1-arg
               TO EXC-ERR  OF LIB1-EXC-LOG-REC
           MOVE LIB1-I-OLD-KEY  IN ws-lib1-arg
               TO EXC-OLD-KEY  OF LIB1-EXC-LOG-REC
           MOVE LIB1-I-OLD-KEY2 IN ws-lib1-arg
               TO EXC-OLD-KEY2 OF LIB1-EXC-LOG-REC

           MOVE LIB1-O-ERR IN ws-lib1-arg TO WS-ERRTAB-FIND-CODE
           PERFORM 2310-FIND-ERR-TEXT THRU 2310-EXIT
                   TO LIB1-I-KEY2 IN ws-lib1-arg
               MOVE EXC-ERR  OF LIB1-EXC-LOG-REC
                   TO LIB1-O-ERR  IN ws-lib1-arg
               MOVE EXC-OLD-KEY  OF LIB1-EXC-LOG-REC
                   TO LIB1-I-OLD-KEY  IN ws-lib1-arg
               MOVE EXC-OLD-KEY2 OF LIB1-EXC-LOG-REC
                   TO LIB1-I-OLD-KEY2 IN ws-lib1-arg
               MOVE WS-RUN-DATE
                   TO LIB1-I-RUN-DATE IN ws-lib1-arg
               WRITE LIB1-OUT-REC FROM ws-lib1-arg
               TO LIB1-I-KEY  IN ws-lib1-arg
           MOVE EXC-KEY2 OF LIB1-EXC-LOG-REC
               TO LIB1-I-KEY2 IN ws-lib1-arg
           MOVE EXC-OLD-KEY  OF LIB1-EXC-LOG-REC
               TO LIB1-I-OLD-KEY  IN ws-lib1-arg
           MOVE EXC-OLD-KEY2 OF LIB1-EXC-LOG-REC
               TO LIB1-I-OLD-KEY2 IN ws-lib1-arg
           MOVE WS-RUN-DATE TO LIB1-I-RUN-DATE IN ws-lib1-arg
           MOVE 'LIB1BAT'   TO LIB1-I-CALLER   IN ws-lib1-arg

           IF WS-INTRADAY-CYCLE
               SET LIB1-CALLER-INTRADAY IN ws-lib1-arg TO TRUE
           END-IF

           CALL 'lib1' USING ws-lib1-arg

           WRITE LIB1-OUT-REC FROM ws-lib1-arg
               TO EXF-KEY2 OF LIB1-EXC-FINAL-REC
           MOVE LIB1-O-ERR  IN ws-lib1-arg
               TO EXF-ERR  OF LIB1-EXC-FINAL-REC
           MOVE LIB1-I-OLD-KEY  IN ws-lib1-arg
               TO EXF-OLD-KEY  OF LIB1-EXC-FINAL-REC
           MOVE LIB1-I-OLD-KEY2 IN ws-lib1-arg
               TO EXF-OLD-KEY2 OF LIB1-EXC-FINAL-REC

           MOVE LIB1-O-ERR IN ws-lib1-arg TO WS-ERRTAB-FIND-CODE
           PERFORM 2310-FIND-ERR-TEXT THRU 2310-EXIT
               MOVE 0 TO RETURN-CODE
           END-IF

           IF NOT WS-INTRADAY-CYCLE
               PERFORM 8100-WRITE-RUN-HISTORY THRU 8100-EXIT
               PERFORM 8200-WRITE-RUN-CONTROL THRU 8200-EXIT
           END-IF

           IF WS-INTRADAY-CYCLE
               DISPLAY 'LIB1BAT - INTRADAY CYCLE. . : ' WS-CYCLE-NO
           END-IF
           DISPLAY 'LIB1BAT - KEYS READ. . . . : ' WS-KEYS-READ
           DISPLAY 'LIB1BAT - HITS. . . . . . . : ' WS-HIT-COUNT
           DISPLAY 'LIB1BAT - MISSES. . . . . . : ' WS-MISS-COUNT
           DISPLAY 'LIB1BAT - CHECKPOINT LEFT AT KEY ' WS-KEYS-READ
                   ' - RESTART WHEN LIB2 IS BACK'

           MOVE 'SUSPENDED - LIB2 OUTAGE LIMIT, RESTART FROM CHECKPOINT'
               TO EVA-REASON

           MOVE 12 TO RETURN-CODE.
       8500-EXIT.
           EXIT.
