      *                2. the keys the legs processed equal the
      *                   LIB1OUT records actually on disk
      *                3. the audit lines the legs drove equal the
      *                   batch LIB1AUD lines stamped with tonight's
      *                   business run date (AUD-RUN-DATE)
      *                4. the LIB1RPT lines on disk equal the legs'
      *                   miss count
      *                5. the LIB1DWF trailer count plus the
      *                   records LIB1DQCK quarantined equals the
      *                   LIB1OUT records on disk
      *                6. the records LIB1DQCK checked equal the
      *                   LIB1OUT records on disk
      *                7. the journal lines LIB1JMRG posted equal the
      *                   online LIB1AUD lines stamped with tonight's
      *                   business run date
      *
      *              One NIGHT BALANCED / OUT OF BALANCE page goes to
      *              LIB1BRPT; any failed check - or a missing
      *              LIB1EDIT, LIB1BAT, LIB1DQCK, or LIB1JMRG control
      *              line, or
      *              an edit line dated other than the LIB1BDT
      *              business date - ends the run with RETURN-CODE 8
      *              so the scheduler can hold the morning jobs on it.
      *
      *              The business run date comes from LIB1BDT, the
      *              same date LIB1EDIT takes.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  LGD  Initial version.
      *   2026-10-15  LGD  The warehouse extract now reads the
      *                    data-quality-passed LIB1DQOK, so check 5
      *                    adds the LIB1DQCK quarantine count (its
      *                    control-line REJECTS) to the LIB1DWF
      *                    trailer before tying to LIB1OUT; new check
      *                    6 ties the records LIB1DQCK read to
      *                    LIB1OUT, and a night with no LIB1DQCK
      *                    control line is out of balance.
      *   2026-10-15  LGD  Online lookups now reach LIB1AUD through
      *                    the LIB1JMRG journal merge: check 3 counts
      *                    only the batch-marked run lines, new check
      *                    7 ties LIB1JMRG's posted lines to the
      *                    online-marked ones, and a night with no
      *                    LIB1JMRG control line is out of balance.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Audit lines an intraday cycle of LIB1BAT
      *                    wrote (AUD-SOURCE-SW 'I') carry the same
      *                    business date but belong to no nightly
      *                    step: counted apart and shown, kept out of
      *                    checks 3 and 7.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1bal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-RCTL-FILE ASSIGN TO LIB1RCTL
               ORGANIZATION IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-RCTL-FILE.
       01  LIB1-RCTL-REC.
           copy LIB1RCT.
       01  LIB1-BRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-RCTL-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-RCTL-EOF                 VALUE 'Y'.
           05  WS-BAT-OUT-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-BAT-MISS-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-BAT-AUD-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-DQCK-LINES           PIC 9(03)   COMP    VALUE 0.
           05  WS-DQCK-IN-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-DQCK-QUAR-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-JMRG-LINES           PIC 9(03)   COMP    VALUE 0.
           05  WS-JMRG-AUD-COUNT       PIC 9(09)   COMP    VALUE 0.

      *    Counts taken off the night's actual datasets.
       01  WS-ACTUAL-COUNTS.
           05  WS-OUT-COUNT            PIC 9(09)   COMP    VALUE 0.
           05  WS-RPT-COUNT            PIC 9(09)   COMP    VALUE 0.
           05  WS-AUD-COUNT            PIC 9(09)   COMP    VALUE 0.
           05  WS-AUD-ONLINE-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-AUD-INTRADAY-COUNT   PIC 9(09)   COMP    VALUE 0.
           05  WS-DWF-TRL-COUNT        PIC 9(09)   COMP    VALUE 0.

       01  WS-EXPECTED-IN              PIC 9(09)   COMP    VALUE 0.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1BAL' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-LOAD-CONTROL-TOTALS THRU 2000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      *                   balance report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1BAL - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN OUTPUT LIB1-BRPT-FILE

           MOVE BDA-RUN-DATE TO RPT-H1-DATE
           WRITE LIB1-BRPT-REC FROM WS-RPT-HEADING-1

           MOVE SPACES TO WS-RPT-TEXT-LINE
                   ADD RCT-RECORDS-OUT  TO WS-BAT-OUT-COUNT
                   ADD RCT-REJECTS      TO WS-BAT-MISS-COUNT
                   ADD RCT-AUD-LINES    TO WS-BAT-AUD-COUNT
               WHEN 'LIB1DQCK'
                   ADD 1                TO WS-DQCK-LINES
                   ADD RCT-RECORDS-IN   TO WS-DQCK-IN-COUNT
                   ADD RCT-REJECTS      TO WS-DQCK-QUAR-COUNT
               WHEN 'LIB1JMRG'
                   ADD 1                TO WS-JMRG-LINES
                   ADD RCT-AUD-LINES    TO WS-JMRG-AUD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *-----------------------------------------------------------------
      * 3300-COUNT-AUDIT - count one audit line when it carries
      *                    tonight's business run date, batch,
      *                    online and intraday lines apart; lines
      *                    from other nights (or undated ad hoc
      *                    callers) go by.
      *-----------------------------------------------------------------
       3300-COUNT-AUDIT.
           READ LIB1-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   IF AUD-RUN-DATE = BDA-RUN-DATE
                       EVALUATE TRUE
                           WHEN AUD-ONLINE
                               ADD 1 TO WS-AUD-ONLINE-COUNT
                           WHEN AUD-INTRADAY
                               ADD 1 TO WS-AUD-INTRADAY-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-AUD-COUNT
                       END-EVALUATE
                   END-IF
           END-READ.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-BALANCE-NIGHT - run the seven checks and the control-line
      *                      presence tests, one report line each.
      *-----------------------------------------------------------------
       4000-BALANCE-NIGHT.
           END-IF

           IF WS-EDIT-SEEN
            AND WS-EDIT-DATE NOT = BDA-RUN-DATE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO WS-RPT-TEXT-LINE
               STRING 'LIB1EDIT LINE IS DATED ' WS-EDIT-DATE
                      ' - SCHEDULE EXPECTS ' BDA-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
               WRITE LIB1-BRPT-REC FROM WS-RPT-TEXT-LINE
           END-IF
           MOVE WS-OUT-COUNT     TO WS-CHK-RHS
           PERFORM 4100-WRITE-CHECK-LINE THRU 4100-EXIT

           MOVE 'BAT AUDIT APPENDS VS LIB1AUD BATCH LINES'
               TO RPT-CHK-LABEL
           MOVE WS-BAT-AUD-COUNT TO WS-CHK-LHS
           MOVE WS-AUD-COUNT     TO WS-CHK-RHS
           MOVE WS-RPT-COUNT      TO WS-CHK-RHS
           PERFORM 4100-WRITE-CHECK-LINE THRU 4100-EXIT

           IF WS-DQCK-LINES = 0
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE 'NO LIB1DQCK CONTROL LINE ON LIB1RCTL'
                   TO WS-RPT-TEXT-LINE
               WRITE LIB1-BRPT-REC FROM WS-RPT-TEXT-LINE
           END-IF

           IF NOT WS-DWF-TRL-SEEN
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE 'LIB1DWF HAS NO CONTROL TRAILER'
               WRITE LIB1-BRPT-REC FROM WS-RPT-TEXT-LINE
           END-IF

           COMPUTE WS-CHK-LHS
               = WS-DWF-TRL-COUNT + WS-DQCK-QUAR-COUNT

           MOVE 'DWF TRAILER + DQ QUARANTINE VS LIB1OUT  '
               TO RPT-CHK-LABEL
           MOVE WS-OUT-COUNT     TO WS-CHK-RHS
           PERFORM 4100-WRITE-CHECK-LINE THRU 4100-EXIT

           MOVE 'DQ RECORDS CHECKED VS LIB1OUT RECORDS   '
               TO RPT-CHK-LABEL
           MOVE WS-DQCK-IN-COUNT TO WS-CHK-LHS
           MOVE WS-OUT-COUNT     TO WS-CHK-RHS
           PERFORM 4100-WRITE-CHECK-LINE THRU 4100-EXIT

           IF WS-JMRG-LINES = 0
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE 'NO LIB1JMRG CONTROL LINE ON LIB1RCTL'
                   TO WS-RPT-TEXT-LINE
               WRITE LIB1-BRPT-REC FROM WS-RPT-TEXT-LINE
           END-IF

           MOVE 'JOURNAL POSTS VS LIB1AUD ONLINE LINES  '
               TO RPT-CHK-LABEL
           MOVE WS-JMRG-AUD-COUNT   TO WS-CHK-LHS
           MOVE WS-AUD-ONLINE-COUNT TO WS-CHK-RHS
           PERFORM 4100-WRITE-CHECK-LINE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
           END-IF

           WRITE LIB1-BRPT-REC FROM WS-RPT-TEXT-LINE
           MOVE WS-RPT-TEXT-LINE TO EVA-REASON

           CLOSE LIB1-BRPT-FILE

           DISPLAY 'LIB1BAL - RUN DATE. . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1BAL - LIB1OUT RECORDS . : ' WS-OUT-COUNT
           DISPLAY 'LIB1BAL - LIB1RPT LINES . . : ' WS-RPT-COUNT
           DISPLAY 'LIB1BAL - LIB1AUD RUN LINES : ' WS-AUD-COUNT
           DISPLAY 'LIB1BAL - AUD ONLINE LINES. : ' WS-AUD-ONLINE-COUNT
           DISPLAY 'LIB1BAL - AUD INTRADAY LINES: '
                   WS-AUD-INTRADAY-COUNT
           DISPLAY 'LIB1BAL - DWF TRAILER COUNT : ' WS-DWF-TRL-COUNT
           DISPLAY 'LIB1BAL - DQ QUARANTINED. . : ' WS-DQCK-QUAR-COUNT
           DISPLAY 'LIB1BAL - VERDICT . . . . . : ' WS-RPT-TEXT-LINE.
       8000-EXIT.
           EXIT.
