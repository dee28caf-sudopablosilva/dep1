      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Nightly merge of the online-lookup journal into
      *              the LIB1AUD audit trail.  LIB1 writes no audit
      *              line for a caller running under CICS, so LB1 and
      *              LB2 journal each of their lookups themselves, one
      *              LIB1JRN.cpy line on the extrapartition transient
      *              data queue LJRN, dataset LIB1JRNL.
      *
      *              The schedule closes the LJRN queue in the CICS
      *              region (CEMT SET TDQUEUE(LJRN) CLOSED) ahead of
      *              this step, which reads LIB1JRNL and appends every
      *              line to LIB1AUD as an online line
      *              (AUD-SOURCE-SW 'O'): the signed-on user as
      *              AUD-CALLER - so LIB1ACCT charges online use to
      *              whoever asked - the terminal as AUD-TERMID, and
      *              the LIB1BDT business run date as AUD-RUN-DATE.
      *              Once every line is posted the step empties
      *              LIB1JRNL, so no line is ever posted twice and the
      *              queue reopens onto a fresh journal.
      *
      *              A journal line with a blank key or a non-numeric
      *              error code is not a lookup LB1 or LB2 wrote; it is
      *              listed on the job log, left out, and counted as a
      *              reject, and the step ends with RETURN-CODE 4.  A
      *              LIB1AUD write that fails ends it with
      *              RETURN-CODE 8 and leaves LIB1JRNL as it was:
      *              restore LIB1AUD from before the step and rerun.
      *
      *              The counts go to LIB1RCTL (lines read, lines
      *              posted, rejects, and the posted lines again as
      *              the audit lines) so LIB1BAL can tie the night's
      *              online LIB1AUD lines back as it does the batch
      *              ones.  The step runs after LIB1BAT and before
      *              LIB1BAL; no LIB1JRNL (nothing journaled) is a
      *              night with nothing to merge.
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
       PROGRAM-ID.      lib1jmrg.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIB1-JRNL-FILE ASSIGN TO LIB1JRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT LIB1-AUDIT-FILE ASSIGN TO LIB1AUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL LIB1-RCTL-FILE ASSIGN TO LIB1RCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-JRNL-FILE.
       01  LIB1-JRN-REC.
           copy LIB1JRN.

       FD  LIB1-AUDIT-FILE.
       01  LIB1-AUDIT-REC.
           copy LIB1AUD.

       FD  LIB1-RCTL-FILE.
       01  LIB1-RCTL-REC.
           copy LIB1RCT.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-JRNL-EOF                 VALUE 'Y'.
           05  WS-JRNL-ABSENT-SW       PIC X(01)   VALUE 'N'.
               88  WS-NO-JOURNAL               VALUE 'Y'.
           05  WS-WRITE-FAILED-SW      PIC X(01)   VALUE 'N'.
               88  WS-WRITE-FAILED             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-MERGED-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(09)   COMP    VALUE 0.

       01  WS-JRNL-STATUS              PIC X(02)   VALUE '00'.
           88  WS-JRNL-STATUS-OK               VALUE '00'.
           88  WS-JRNL-STATUS-ABSENT           VALUES '05' '35'.

       01  WS-AUDIT-STATUS             PIC X(02)   VALUE '00'.
           88  WS-AUDIT-STATUS-OK              VALUE '00'.
           88  WS-AUDIT-STATUS-NEW-FILE        VALUE '35'.

       01  WS-RCTL-STATUS              PIC X(02)   VALUE '00'.
           88  WS-RCTL-STATUS-USABLE           VALUES '00' '05'.
           88  WS-RCTL-STATUS-NEW-FILE         VALUE '35'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1JMRG' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-MERGE-JOURNAL THRU 2000-EXIT

           PERFORM 3000-EMPTY-JOURNAL THRU 3000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date the merged
      *                   lines are stamped with.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1JMRG - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MERGE-JOURNAL - append every journal line to LIB1AUD.  No
      *                      journal is no online lookups: nothing
      *                      to merge, and LIB1AUD is left alone.
      *-----------------------------------------------------------------
       2000-MERGE-JOURNAL.
           OPEN INPUT LIB1-JRNL-FILE

           IF WS-JRNL-STATUS-ABSENT
               SET WS-NO-JOURNAL TO TRUE
               CLOSE LIB1-JRNL-FILE
               GO TO 2000-EXIT
           END-IF

           IF NOT WS-JRNL-STATUS-OK
               DISPLAY 'LIB1JMRG - LIB1JRNL OPEN FAILED - STATUS '
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN EXTEND LIB1-AUDIT-FILE

           IF WS-AUDIT-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-AUDIT-FILE
           END-IF

           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'LIB1JMRG - LIB1AUD OPEN FAILED - STATUS '
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE LIB1-JRNL-FILE
               GO TO 0000-GOBACK
           END-IF

           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT

           PERFORM 2200-MERGE-LINE THRU 2200-EXIT
               UNTIL WS-JRNL-EOF
                  OR WS-WRITE-FAILED

           CLOSE LIB1-JRNL-FILE
           CLOSE LIB1-AUDIT-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-JOURNAL - read the next journal line, set EOF.
      *-----------------------------------------------------------------
       2100-READ-JOURNAL.
           READ LIB1-JRNL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-MERGE-LINE - one journal line onto LIB1AUD as an online
      *                   line: who asked, from which terminal, and
      *                   tonight's business date filled in around the
      *                   lookup as journaled.
      *-----------------------------------------------------------------
       2200-MERGE-LINE.
           ADD 1 TO WS-READ-COUNT

           MOVE JRN-AUDIT-LINE TO LIB1-AUDIT-REC

           IF AUD-KEY = SPACES
            OR AUD-ERR NOT NUMERIC
               DISPLAY 'LIB1JMRG - JOURNAL LINE NOT MERGED: '
                       JRN-TRANSID ' ' JRN-TERMID ' ' JRN-USERID
                       ' ' AUD-DATE ' ' AUD-TIME
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2200-NEXT
           END-IF

           MOVE BDA-RUN-DATE TO AUD-RUN-DATE
           MOVE JRN-USERID   TO AUD-CALLER
           MOVE JRN-TERMID   TO AUD-TERMID
           SET AUD-ONLINE    TO TRUE

           WRITE LIB1-AUDIT-REC

           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'LIB1JMRG - LIB1AUD WRITE FAILED - STATUS '
                       WS-AUDIT-STATUS
               SET WS-WRITE-FAILED TO TRUE
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-MERGED-COUNT.
       2200-NEXT.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMPTY-JOURNAL - every line is on LIB1AUD: empty LIB1JRNL
      *                      so none is posted again.  After a failed
      *                      write it is kept whole for the rerun.
      *-----------------------------------------------------------------
       3000-EMPTY-JOURNAL.
           IF WS-NO-JOURNAL
            OR WS-WRITE-FAILED
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT LIB1-JRNL-FILE
           CLOSE LIB1-JRNL-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - the control line, the run summary, and the
      *                  RETURN-CODE: 8 for a failed LIB1AUD write, 4
      *                  for rejected journal lines.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 8200-WRITE-RUN-CONTROL THRU 8200-EXIT

           DISPLAY 'LIB1JMRG - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1JMRG - JOURNAL LINES. . : ' WS-READ-COUNT
           DISPLAY 'LIB1JMRG - MERGED INTO AUD. : ' WS-MERGED-COUNT
           DISPLAY 'LIB1JMRG - REJECTED . . . . : ' WS-REJECT-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8200-WRITE-RUN-CONTROL - append this step's control counts to
      *                          the shared run-control file for the
      *                          LIB1BAL end-of-night balancing: the
      *                          lines posted are both the records out
      *                          and the audit lines.  A run with no
      *                          usable LIB1RCTL allocation skips the
      *                          line.
      *-----------------------------------------------------------------
       8200-WRITE-RUN-CONTROL.
           OPEN EXTEND LIB1-RCTL-FILE

           IF WS-RCTL-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-RCTL-FILE
           END-IF

           IF NOT WS-RCTL-STATUS-USABLE
               DISPLAY 'LIB1JMRG - LIB1RCTL NOT AVAILABLE - '
                       'CONTROL LINE SKIPPED'
               GO TO 8200-EXIT
           END-IF

           MOVE BDA-RUN-DATE    TO RCT-RUN-DATE
           MOVE 'LIB1JMRG'      TO RCT-PROGRAM
           MOVE WS-READ-COUNT   TO RCT-RECORDS-IN
           MOVE WS-MERGED-COUNT TO RCT-RECORDS-OUT
           MOVE WS-REJECT-COUNT TO RCT-REJECTS
           MOVE WS-MERGED-COUNT TO RCT-AUD-LINES

           WRITE LIB1-RCTL-REC

           CLOSE LIB1-RCTL-FILE.
       8200-EXIT.
           EXIT.
