      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Post-LIB1BAT update of the exception case file
      *              LIB1CASF (VSAM KSDS, LIB1CAS.cpy), so a key LIB2
      *              will not resolve is worked as one standing case
      *              instead of turning up cold on every night's
      *              LIB1RPT.
      *
      *              Two passes.  The night's final exceptions
      *              (LIB1EXCF, LIB1EXC.cpy - the post-retry misses
      *              that feed LIB1RPT; on a partitioned night the
      *              JCL points this DD at the consolidated LIB1RPT,
      *              which carries the same records) open a case for
      *              a key failing for the first time, carry an open
      *              case forward one more night, or reopen a closed
      *              one.  Then the LIB1OUT extract closes every open
      *              case whose key resolved tonight.
      *
      *              A rerun for the same business date does not
      *              count the night twice: a case already stamped
      *              with tonight's last-failed date is left as is.
      *
      *              The business run date comes from LIB1BDT, the
      *              same date LIB1EDIT and LIB1MLD take.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1casu.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-EXC-FILE ASSIGN TO LIB1EXCF
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-OUT-FILE ASSIGN TO LIB1OUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-CASE-FILE ASSIGN TO LIB1CASF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAS-PRIME-KEY
               FILE STATUS IS WS-CASE-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-EXC-FILE.
       01  LIB1-EXC-REC.
           copy LIB1EXC.

       FD  LIB1-OUT-FILE.
       01  LIB1-OUT-REC.
           copy LIB1IO.

       FD  LIB1-CASE-FILE.
       01  LIB1-CASE-REC.
           copy LIB1CAS.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-EXC-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-EXC-EOF                  VALUE 'Y'.
           05  WS-OUT-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-OUT-EOF                  VALUE 'Y'.
           05  WS-CASE-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-CASE-FOUND               VALUE 'Y'.

       01  WS-CASE-STATUS              PIC X(02)   VALUE '00'.
           88  WS-CASE-STATUS-OK               VALUE '00'.
           88  WS-CASE-STATUS-NEW-FILE         VALUE '35'.
           88  WS-CASE-STATUS-NOTFND           VALUE '23'.

       01  WS-COUNTERS.
           05  WS-EXC-READ-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-OUT-READ-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-OPENED-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-REOPENED-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-CARRIED-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-SAME-NIGHT-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-CLOSED-COUNT         PIC 9(09)   COMP    VALUE 0.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1CASU' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-APPLY-EXCEPTION THRU 2000-EXIT
               UNTIL WS-EXC-EOF

           PERFORM 3000-APPLY-RESOLVED THRU 3000-EXIT
               UNTIL WS-OUT-EOF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, open the
      *                   inputs and the case file, prime both reads.
      *                   A case cluster not yet loaded comes back
      *                   with FILE STATUS 35 on the OPEN I-O and is
      *                   primed the same way LIB1MLD primes LIB1MSTF.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1CASU - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN I-O LIB1-CASE-FILE

           IF WS-CASE-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-CASE-FILE
               CLOSE LIB1-CASE-FILE
               OPEN I-O LIB1-CASE-FILE
           END-IF

           IF NOT WS-CASE-STATUS-OK
               DISPLAY 'LIB1CASU - LIB1CASF OPEN FAILED - STATUS '
                       WS-CASE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN INPUT LIB1-EXC-FILE
           OPEN INPUT LIB1-OUT-FILE

           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
           PERFORM 3100-READ-OUT-FILE THRU 3100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-APPLY-EXCEPTION - one surviving miss: open, carry
      *                        forward, or reopen the key's case.
      *-----------------------------------------------------------------
       2000-APPLY-EXCEPTION.
           ADD 1 TO WS-EXC-READ-COUNT

           MOVE EXC-KEY  TO CAS-KEY
           MOVE EXC-KEY2 TO CAS-KEY2
           PERFORM 2200-READ-CASE THRU 2200-EXIT

           EVALUATE TRUE
               WHEN NOT WS-CASE-FOUND
                   PERFORM 2300-OPEN-CASE THRU 2300-EXIT
               WHEN CAS-CLOSED
                   PERFORM 2500-REOPEN-CASE THRU 2500-EXIT
               WHEN CAS-LAST-FAIL-DATE = BDA-RUN-DATE
                   ADD 1 TO WS-SAME-NIGHT-COUNT
               WHEN OTHER
                   PERFORM 2400-CARRY-CASE THRU 2400-EXIT
           END-EVALUATE

           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-EXCEPTION - read the next final exception, set EOF.
      *-----------------------------------------------------------------
       2100-READ-EXCEPTION.
           READ LIB1-EXC-FILE
               AT END
                   SET WS-EXC-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-READ-CASE - look CAS-PRIME-KEY up on the case file;
      *                  status 23 just means no case yet.  Any other
      *                  bad status stops the run.
      *-----------------------------------------------------------------
       2200-READ-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW

           READ LIB1-CASE-FILE

           EVALUATE TRUE
               WHEN WS-CASE-STATUS-OK
                   SET WS-CASE-FOUND TO TRUE
               WHEN WS-CASE-STATUS-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LIB1CASU - LIB1CASF READ FAILED - STATUS '
                           WS-CASE-STATUS ' KEY ' CAS-PRIME-KEY
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   GO TO 0000-GOBACK
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-OPEN-CASE - first failure on record for this key.
      *-----------------------------------------------------------------
       2300-OPEN-CASE.
           MOVE EXC-KEY      TO CAS-KEY
           MOVE EXC-KEY2     TO CAS-KEY2
           SET CAS-OPEN      TO TRUE
           MOVE BDA-RUN-DATE TO CAS-FIRST-FAIL-DATE
           MOVE BDA-RUN-DATE TO CAS-LAST-FAIL-DATE
           MOVE 1            TO CAS-FAIL-NIGHTS
           MOVE EXC-ERR      TO CAS-LAST-ERR
           MOVE SPACES       TO CAS-CLOSED-DATE
           MOVE SPACES       TO CAS-OWNER
           MOVE SPACES       TO CAS-NOTE
           MOVE SPACES       TO CAS-NOTE-DATE

           WRITE LIB1-CASE-REC

           IF WS-CASE-STATUS-OK
               ADD 1 TO WS-OPENED-COUNT
           ELSE
               DISPLAY 'LIB1CASU - LIB1CASF WRITE FAILED - STATUS '
                       WS-CASE-STATUS ' KEY ' CAS-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CARRY-CASE - the key is still failing: one more night on
      *                   the count, the latest code kept.
      *-----------------------------------------------------------------
       2400-CARRY-CASE.
           MOVE BDA-RUN-DATE TO CAS-LAST-FAIL-DATE
           ADD 1             TO CAS-FAIL-NIGHTS
           MOVE EXC-ERR      TO CAS-LAST-ERR

           PERFORM 2600-REWRITE-CASE THRU 2600-EXIT

           IF WS-CASE-STATUS-OK
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-REOPEN-CASE - a key whose case was closed fails again: a
      *                    fresh case, counting from tonight.  Owner
      *                    and note stay as the worklist left them.
      *-----------------------------------------------------------------
       2500-REOPEN-CASE.
           SET CAS-OPEN      TO TRUE
           MOVE BDA-RUN-DATE TO CAS-FIRST-FAIL-DATE
           MOVE BDA-RUN-DATE TO CAS-LAST-FAIL-DATE
           MOVE 1            TO CAS-FAIL-NIGHTS
           MOVE EXC-ERR      TO CAS-LAST-ERR
           MOVE SPACES       TO CAS-CLOSED-DATE

           PERFORM 2600-REWRITE-CASE THRU 2600-EXIT

           IF WS-CASE-STATUS-OK
               ADD 1 TO WS-REOPENED-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-REWRITE-CASE - put the updated case back; a failure is
      *                     reported and the run carries on with
      *                     RETURN-CODE 8.
      *-----------------------------------------------------------------
       2600-REWRITE-CASE.
           REWRITE LIB1-CASE-REC

           IF NOT WS-CASE-STATUS-OK
               DISPLAY 'LIB1CASU - LIB1CASF REWRITE FAILED - STATUS '
                       WS-CASE-STATUS ' KEY ' CAS-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-APPLY-RESOLVED - one extract record: a key that resolved
      *                       tonight closes its open case.  Misses
      *                       were dealt with in the first pass.
      *-----------------------------------------------------------------
       3000-APPLY-RESOLVED.
           ADD 1 TO WS-OUT-READ-COUNT

           IF NOT LIB1-ERR-NONE
               GO TO 3000-NEXT
           END-IF

           MOVE LIB1-I-KEY  TO CAS-KEY
           MOVE LIB1-I-KEY2 TO CAS-KEY2
           PERFORM 2200-READ-CASE THRU 2200-EXIT

           IF WS-CASE-FOUND
            AND CAS-OPEN
               SET CAS-CLOSED    TO TRUE
               MOVE BDA-RUN-DATE TO CAS-CLOSED-DATE
               PERFORM 2600-REWRITE-CASE THRU 2600-EXIT
               IF WS-CASE-STATUS-OK
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF.
       3000-NEXT.
           PERFORM 3100-READ-OUT-FILE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-READ-OUT-FILE - read the next extract record, set EOF.
      *-----------------------------------------------------------------
       3100-READ-OUT-FILE.
           READ LIB1-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the files and report the case summary.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           CLOSE LIB1-EXC-FILE
           CLOSE LIB1-OUT-FILE
           CLOSE LIB1-CASE-FILE

           DISPLAY 'LIB1CASU - RUN DATE. . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1CASU - EXCEPTIONS READ . : ' WS-EXC-READ-COUNT
           DISPLAY 'LIB1CASU - EXTRACT RECORDS . : ' WS-OUT-READ-COUNT
           DISPLAY 'LIB1CASU - CASES OPENED. . . : ' WS-OPENED-COUNT
           DISPLAY 'LIB1CASU - CASES REOPENED. . : ' WS-REOPENED-COUNT
           DISPLAY 'LIB1CASU - CASES CARRIED . . : ' WS-CARRIED-COUNT
           DISPLAY 'LIB1CASU - ALREADY COUNTED . : '
                   WS-SAME-NIGHT-COUNT
           DISPLAY 'LIB1CASU - CASES CLOSED. . . : ' WS-CLOSED-COUNT.
       8000-EXIT.
           EXIT.
