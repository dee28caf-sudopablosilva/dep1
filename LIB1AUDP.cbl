      *              RETURN-CODE 8 - audit policy allows no purge
      *              without a balanced archive.
      *
      *              PRM-RETENTION-UNIT says what the retention days
      *              count: SPACE (or 'C') calendar days back from
      *              today, 'B' business days back from the current
      *              business date on the LIB1CALF calendar, that
      *              date itself the first (LIB1BDT function 'D').
      *
      * MODIFICATION HISTORY:
      *   2026-08-23  LGD  Initial version.
      *   2026-10-15  LGD  Retention may be given in business days
      *                    (PRM-RETENTION-UNIT 'B'), the cutoff taken
      *                    from the business calendar through LIB1BDT;
      *                    a calendar the routine cannot answer from
      *                    ends the run with RETURN-CODE 16 before
      *                    anything is archived.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1audp.
       FD  LIB1-PARM-FILE.
       01  LIB1-PARM-REC.
           05  PRM-RETENTION-DAYS      PIC 9(05).
           05  PRM-RETENTION-UNIT      PIC X(01).
               88  PRM-CALENDAR-DAYS           VALUES SPACE 'C'.
               88  PRM-BUSINESS-DAYS           VALUE 'B'.

       FD  LIB1-AUDIT-FILE.
       01  LIB1-AUDIT-REC.
           05  WS-YEAR-REM             PIC 9(04)   COMP    VALUE 0.
           05  WS-MONTH-SUB            PIC 9(02)   COMP    VALUE 0.

       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR          PIC 9(04).
           05  WS-CUTOFF-MONTH         PIC 9(02).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1AUDP' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-SPLIT-AUDIT THRU 2000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the retention-days parameter and
      *                   derive the cutoff date (today minus the
      *                   retention days, or the Nth business day
      *                   back, YYYYMMDD).
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT LIB1-PARM-FILE
               GO TO 0000-GOBACK
           END-IF

           IF NOT PRM-CALENDAR-DAYS
            AND NOT PRM-BUSINESS-DAYS
               DISPLAY 'LIB1AUDP - BAD RETENTION UNIT: '
                       PRM-RETENTION-UNIT ' (MUST BE C OR B)'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           IF PRM-BUSINESS-DAYS
               PERFORM 1200-BUSINESS-CUTOFF THRU 1200-EXIT
           ELSE
               PERFORM 1100-COMPUTE-CUTOFF THRU 1100-EXIT
           END-IF

           DISPLAY 'LIB1AUDP - RETENTION DAYS . : ' PRM-RETENTION-DAYS
           DISPLAY 'LIB1AUDP - RETENTION UNIT . : ' PRM-RETENTION-UNIT
           DISPLAY 'LIB1AUDP - CUTOFF DATE. . . : ' WS-CUTOFF-DATE.
       1000-EXIT.
           EXIT.
       1140-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-BUSINESS-CUTOFF - the retention days counted in business
      *                        days: the earliest of the last N on the
      *                        calendar, the current business date the
      *                        first, is the oldest date kept.
      *-----------------------------------------------------------------
       1200-BUSINESS-CUTOFF.
           MOVE SPACES TO ws-bdt-arg
           SET BDA-BUSINESS-DAYS TO TRUE
           MOVE PRM-RETENTION-DAYS TO BDA-DAYS
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1AUDP - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-FROM-DATE TO WS-CUTOFF-DATE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SPLIT-AUDIT - one pass over the live audit trail: lines
      *                    older than the cutoff go to the archive,
                       'WROTE ' WS-ARCHIVED-COUNT
                       ' READ BACK ' WS-VERIFY-COUNT
               DISPLAY 'LIB1AUDP - LIVE LIB1AUD LEFT UNTOUCHED'
               MOVE 'ARCHIVE OUT OF BALANCE - NO PURGE DONE'
                   TO EVA-REASON
               MOVE 8 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
               DISPLAY 'LIB1AUDP - REWRITE OUT OF BALANCE - '
                       'KEPT ' WS-KEPT-COUNT
                       ' REWROTE ' WS-REWRITE-COUNT
               MOVE 'REWRITE OUT OF BALANCE - KEPT VS REWRITTEN LINES'
                   TO EVA-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
