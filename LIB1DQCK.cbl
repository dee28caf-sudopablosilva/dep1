      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Data-quality gate between LIB1BAT and the loads
      *              that trust a clean answer - the warehouse extract
      *              LIB1DWEX and the master load LIB1MLD.  Every
      *              LIB1OUT record LIB2 answered clean (000) has its
      *              LIB1-O-DATA fields checked against the operator-
      *              maintained rule table LIB1DQRT (LIB1DQR.cpy),
      *              field positions coming off the LIB1FLDT layout
      *              table (LIB1FLT.cpy) LIB1RECON already uses:
      *
      *                - a record that keeps every rule goes on to
      *                  LIB1DQOK, the extract LIB1DWEX and LIB1MLD
      *                  read in place of LIB1OUT
      *                - a record that breaks any rule is held back on
      *                  the quarantine file LIB1DQQF (LIB1IO image)
      *                  and goes to neither load
      *
      *              Records LIB2 did not answer clean carry no data
      *              to check and pass straight through to LIB1DQOK;
      *              LIB1DWEX feeds them to the warehouse and LIB1MLD
      *              passes them by, exactly as before.
      *
      *              LIB1DQRP, the data-quality exception report,
      *              prints one section per field and rule with the
      *              offending keys and the value found, so the LIB2
      *              team sees which positions went bad and how
      *              widely.  A record breaking two rules prints in
      *              both sections but is quarantined once.
      *
      *              The quarantine count goes to LIB1RCTL as this
      *              step's REJECTS, so LIB1BAL can tie LIB1DWF back
      *              to LIB1OUT with the held-back records added in.
      *              Any quarantined record ends the step with
      *              RETURN-CODE 4 so the schedule sees it without
      *              stopping the run.
      *
      *              The business run date comes from LIB1BDT, the
      *              same date LIB1MLD takes.  LIB1FLDT and LIB1DQRT are
      *              OPTIONAL: with no rule table every record passes
      *              and the report says so.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *   2026-10-15  LGD  LIB1DQOK and LIB1DQQF records widened to the
      *                    110-byte LIB1IO layout (old key pair of a
      *                    translated key).
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
       PROGRAM-ID.      lib1dqck.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-OUT-FILE ASSIGN TO LIB1OUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-DQOK-FILE ASSIGN TO LIB1DQOK
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-DQQF-FILE ASSIGN TO LIB1DQQF
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-DQ-SORT-FILE ASSIGN TO SORTWKE.

           SELECT OPTIONAL LIB1-FLDTAB-FILE ASSIGN TO LIB1FLDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLDTAB-STATUS.

           SELECT OPTIONAL LIB1-RULE-FILE ASSIGN TO LIB1DQRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT LIB1-DQRP-FILE ASSIGN TO LIB1DQRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LIB1-RCTL-FILE ASSIGN TO LIB1RCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-OUT-FILE.
       01  LIB1-OUT-REC.
           copy LIB1IO.

       FD  LIB1-DQOK-FILE.
       01  LIB1-DQOK-REC               PIC X(110).

       FD  LIB1-DQQF-FILE.
       01  LIB1-DQQF-REC               PIC X(110).

      *    One rule failure: sorted by field and rule (the rule's
      *    slot in the loaded table keeps two rules on the same field
      *    apart), then key, for the exception report.
       SD  LIB1-DQ-SORT-FILE.
       01  LIB1-DQ-SORT-REC.
           05  DQF-FIELD-NAME          PIC X(10).
           05  DQF-RULE-SUB            PIC 9(03).
           05  DQF-KEY                 PIC X(10).
           05  DQF-KEY2                PIC X(10).
           05  DQF-VALUE               PIC X(50).

       FD  LIB1-FLDTAB-FILE.
       01  LIB1-FLDTAB-REC.
           copy LIB1FLT.

       FD  LIB1-RULE-FILE.
       01  LIB1-RULE-REC.
           copy LIB1DQR.

       FD  LIB1-DQRP-FILE.
       01  LIB1-DQRP-REC               PIC X(132).

       FD  LIB1-RCTL-FILE.
       01  LIB1-RCTL-REC.
           copy LIB1RCT.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-OUT-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-OUT-EOF                  VALUE 'Y'.
           05  WS-DQF-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-DQF-EOF                  VALUE 'Y'.
           05  WS-RULE-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-RULE-EOF                 VALUE 'Y'.
           05  WS-RECORD-FAILED-SW     PIC X(01)   VALUE 'N'.
               88  WS-RECORD-FAILED            VALUE 'Y'.
           05  WS-FIELD-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WS-FIELD-FOUND              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-CHECKED-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-PASSED-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-NOT-CLEAN-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-QUARANTINE-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-FAILURE-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(09)   COMP    VALUE 0.

       01  WS-FLDTAB-STATUS            PIC X(02)   VALUE '00'.
           88  WS-FLDTAB-STATUS-OK             VALUE '00'.

       01  WS-FLDTAB-SWITCHES.
           05  WS-FLDTAB-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-FLDTAB-EOF               VALUE 'Y'.

       01  WS-RULE-STATUS              PIC X(02)   VALUE '00'.
           88  WS-RULE-STATUS-OK               VALUE '00'.

       01  WS-RCTL-STATUS              PIC X(02)   VALUE '00'.
           88  WS-RCTL-STATUS-USABLE           VALUES '00' '05'.
           88  WS-RCTL-STATUS-NEW-FILE         VALUE '35'.

      *    In-storage copy of the LIB1FLDT field-layout table, loaded
      *    the way LIB1RECON loads it: seeded with the one whole-blob
      *    DATA entry, which a loaded table replaces.  The list
      *    switches are this program's own: whether the field has any
      *    'L' rules, and - reset for every record - whether one of
      *    its allowed values matched.
       01  WS-FLDTAB-TABLE.
           05  WS-FLDTAB-COUNT         PIC 9(03)   COMP    VALUE 0.
           05  WS-FLDTAB-ENTRY         OCCURS 20 TIMES
                                       INDEXED BY WS-FLDTAB-IDX.
               10  WS-FLDTAB-NAME      PIC X(10).
               10  WS-FLDTAB-START     PIC 9(02)   COMP.
               10  WS-FLDTAB-LENGTH    PIC 9(02)   COMP.
               10  WS-FLDTAB-LIST-RULE PIC 9(03)   COMP.
               10  WS-FLDTAB-LIST-SW   PIC X(01).
                   88  WS-FLDTAB-HAS-LIST      VALUE 'Y'.
               10  WS-FLDTAB-HIT-SW    PIC X(01).
                   88  WS-FLDTAB-LIST-HIT      VALUE 'Y'.

      *    In-storage copy of the LIB1DQRT rule table, each rule tied
      *    to its field's slot in the layout table at load time.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(03)   COMP    VALUE 0.
           05  WS-RULE-ENTRY           OCCURS 100 TIMES
                                       INDEXED BY WS-RULE-IDX.
               10  WS-RULE-FIELD-SUB   PIC 9(03)   COMP.
               10  WS-RULE-TYPE        PIC X(01).
                   88  WS-RULE-REQUIRED        VALUE 'R'.
                   88  WS-RULE-NUMERIC         VALUE 'N'.
                   88  WS-RULE-RANGE           VALUE 'G'.
                   88  WS-RULE-LIST            VALUE 'L'.
               10  WS-RULE-LOW         PIC X(50).
               10  WS-RULE-HIGH        PIC X(50).

       01  WS-FLDTAB-WORK.
           05  WS-FLD-SUB              PIC 9(03)   COMP    VALUE 0.
           05  WS-FLD-START            PIC 9(02)   COMP    VALUE 0.
           05  WS-FLD-LENGTH           PIC 9(02)   COMP    VALUE 0.
           05  WS-RULE-SUB             PIC 9(03)   COMP    VALUE 0.

       01  WS-CURRENT-SECTION.
           05  WS-CURRENT-FIELD        PIC X(10)   VALUE SPACES.
           05  WS-CURRENT-RULE-SUB     PIC 9(03)   VALUE 0.

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1DQCK - DATA-QUALITY EXCEPTIONS          '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-SECTION-HEADING.
           05  FILLER                  PIC X(08)   VALUE 'FIELD : '.
           05  RPT-SEC-FIELD           PIC X(10).
           05  FILLER                  PIC X(09)   VALUE '  RULE : '.
           05  RPT-SEC-RULE            PIC X(105).

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'KEY        '.
           05  FILLER                  PIC X(12)   VALUE 'KEY2        '.
           05  FILLER                  PIC X(107)
               VALUE 'VALUE FOUND'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-KEY             PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-KEY2            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-VALUE           PIC X(50).
           05  FILLER                  PIC X(57)   VALUE SPACES.

       01  WS-RPT-SUBTOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'RECORDS FAILING RULE:'.
           05  RPT-SUB-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL           PIC X(40).
           05  RPT-SUM-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(81)   VALUE SPACES.

       01  WS-RPT-TEXT-LINE            PIC X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1DQCK' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-DQ-SORT-FILE
               ON ASCENDING KEY DQF-FIELD-NAME OF LIB1-DQ-SORT-REC
                                DQF-RULE-SUB OF LIB1-DQ-SORT-REC
                                DQF-KEY OF LIB1-DQ-SORT-REC
                                DQF-KEY2 OF LIB1-DQ-SORT-REC
               INPUT PROCEDURE IS 2000-CHECK-EXTRACT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT THRU 4000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, load the
      *                   field layout and the rules, open the report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1DQCK - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           PERFORM 1500-LOAD-FIELD-TABLE THRU 1500-EXIT

           PERFORM 1600-LOAD-RULE-TABLE THRU 1600-EXIT

           OPEN OUTPUT LIB1-DQRP-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-LOAD-FIELD-TABLE - seed the whole-blob DATA entry, then
      *                         replace it with the operator's field
      *                         layout when LIB1FLDT is there.  An
      *                         entry whose start/length runs off the
      *                         50 bytes of LIB1-O-DATA is dropped
      *                         with a warning, as is a line past the
      *                         table limit.
      *-----------------------------------------------------------------
       1500-LOAD-FIELD-TABLE.
           MOVE 1 TO WS-FLDTAB-COUNT
           SET WS-FLDTAB-IDX TO 1
           PERFORM 1530-SEED-DATA-ENTRY THRU 1530-EXIT

           OPEN INPUT LIB1-FLDTAB-FILE

           IF NOT WS-FLDTAB-STATUS-OK
               DISPLAY 'LIB1DQCK - LIB1FLDT NOT AVAILABLE - '
                       'WHOLE-RECORD FIELD DATA ONLY'
               GO TO 1500-EXIT
           END-IF

           PERFORM 1510-READ-FIELD-TABLE THRU 1510-EXIT

           IF WS-FLDTAB-EOF
               DISPLAY 'LIB1DQCK - LIB1FLDT IS EMPTY - '
                       'WHOLE-RECORD FIELD DATA ONLY'
               CLOSE LIB1-FLDTAB-FILE
               GO TO 1500-EXIT
           END-IF

           MOVE 0 TO WS-FLDTAB-COUNT

           PERFORM 1520-STORE-FIELD-ENTRY THRU 1520-EXIT
               UNTIL WS-FLDTAB-EOF

           CLOSE LIB1-FLDTAB-FILE

           IF WS-FLDTAB-COUNT = 0
               DISPLAY 'LIB1DQCK - NO USABLE LIB1FLDT ENTRIES - '
                       'WHOLE-RECORD FIELD DATA ONLY'
               MOVE 1 TO WS-FLDTAB-COUNT
               SET WS-FLDTAB-IDX TO 1
               PERFORM 1530-SEED-DATA-ENTRY THRU 1530-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1510-READ-FIELD-TABLE - read the next layout line.
      *-----------------------------------------------------------------
       1510-READ-FIELD-TABLE.
           READ LIB1-FLDTAB-FILE
               AT END
                   SET WS-FLDTAB-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1520-STORE-FIELD-ENTRY - keep one layout line that passes the
      *                          bounds check.  The ignore flag is
      *                          LIB1RECON's business; a field it
      *                          ignores can still carry rules here.
      *-----------------------------------------------------------------
       1520-STORE-FIELD-ENTRY.
           EVALUATE TRUE
               WHEN FLT-START NOT NUMERIC
                 OR FLT-LENGTH NOT NUMERIC
                 OR FLT-START < 1
                 OR FLT-LENGTH < 1
                 OR FLT-START + FLT-LENGTH > 51
                   DISPLAY 'LIB1DQCK - LIB1FLDT ENTRY DROPPED - '
                           FLT-FIELD-NAME ' RUNS OFF LIB1-O-DATA'
               WHEN WS-FLDTAB-COUNT >= 20
                   DISPLAY 'LIB1DQCK - LIB1FLDT OVERFULL - '
                           FLT-FIELD-NAME ' DROPPED'
               WHEN OTHER
                   ADD 1 TO WS-FLDTAB-COUNT
                   SET WS-FLDTAB-IDX TO WS-FLDTAB-COUNT
                   MOVE FLT-FIELD-NAME
                       TO WS-FLDTAB-NAME      (WS-FLDTAB-IDX)
                   MOVE FLT-START
                       TO WS-FLDTAB-START     (WS-FLDTAB-IDX)
                   MOVE FLT-LENGTH
                       TO WS-FLDTAB-LENGTH    (WS-FLDTAB-IDX)
                   MOVE 0
                       TO WS-FLDTAB-LIST-RULE (WS-FLDTAB-IDX)
                   MOVE 'N'
                       TO WS-FLDTAB-LIST-SW   (WS-FLDTAB-IDX)
                   MOVE 'N'
                       TO WS-FLDTAB-HIT-SW    (WS-FLDTAB-IDX)
           END-EVALUATE

           PERFORM 1510-READ-FIELD-TABLE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1530-SEED-DATA-ENTRY - the whole 50 bytes as the one field
      *                        DATA, in the slot WS-FLDTAB-IDX points
      *                        at.
      *-----------------------------------------------------------------
       1530-SEED-DATA-ENTRY.
           MOVE 'DATA'  TO WS-FLDTAB-NAME      (WS-FLDTAB-IDX)
           MOVE 1       TO WS-FLDTAB-START     (WS-FLDTAB-IDX)
           MOVE 50      TO WS-FLDTAB-LENGTH    (WS-FLDTAB-IDX)
           MOVE 0       TO WS-FLDTAB-LIST-RULE (WS-FLDTAB-IDX)
           MOVE 'N'     TO WS-FLDTAB-LIST-SW   (WS-FLDTAB-IDX)
           MOVE 'N'     TO WS-FLDTAB-HIT-SW    (WS-FLDTAB-IDX).
       1530-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-LOAD-RULE-TABLE - pull the operator's rules into storage,
      *                        each tied to its field's layout slot.
      *                        No table means no rules: every record
      *                        passes.
      *-----------------------------------------------------------------
       1600-LOAD-RULE-TABLE.
           OPEN INPUT LIB1-RULE-FILE

           IF NOT WS-RULE-STATUS-OK
               DISPLAY 'LIB1DQCK - LIB1DQRT NOT AVAILABLE - '
                       'NO RULES IN FORCE'
               GO TO 1600-EXIT
           END-IF

           PERFORM 1610-READ-RULE-TABLE THRU 1610-EXIT

           PERFORM 1620-STORE-RULE-ENTRY THRU 1620-EXIT
               UNTIL WS-RULE-EOF

           CLOSE LIB1-RULE-FILE

           IF WS-RULE-COUNT = 0
               DISPLAY 'LIB1DQCK - NO USABLE LIB1DQRT RULES - '
                       'NO RULES IN FORCE'
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1610-READ-RULE-TABLE - read the next rule line.
      *-----------------------------------------------------------------
       1610-READ-RULE-TABLE.
           READ LIB1-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1620-STORE-RULE-ENTRY - keep one rule line that names a laid-
      *                         out field and a rule type this program
      *                         knows; anything else, or a line past
      *                         the table limit, is dropped with a
      *                         warning.  The first 'L' line of a
      *                         field marks it as list-checked and
      *                         names the report section its list
      *                         failures print under.
      *-----------------------------------------------------------------
       1620-STORE-RULE-ENTRY.
           PERFORM 1630-FIND-RULE-FIELD THRU 1630-EXIT

           EVALUATE TRUE
               WHEN NOT WS-FIELD-FOUND
                   DISPLAY 'LIB1DQCK - LIB1DQRT RULE DROPPED - '
                           DQR-FIELD-NAME ' NOT ON LIB1FLDT'
               WHEN NOT DQR-RULE-VALID
                   DISPLAY 'LIB1DQCK - LIB1DQRT RULE DROPPED - '
                           DQR-FIELD-NAME ' BAD RULE ' DQR-RULE-SW
               WHEN WS-RULE-COUNT >= 100
                   DISPLAY 'LIB1DQCK - LIB1DQRT OVERFULL - '
                           DQR-FIELD-NAME ' RULE ' DQR-RULE-SW
                           ' DROPPED'
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IDX TO WS-RULE-COUNT
                   SET WS-RULE-FIELD-SUB (WS-RULE-IDX)
                       TO WS-FLDTAB-IDX
                   MOVE DQR-RULE-SW    TO WS-RULE-TYPE (WS-RULE-IDX)
                   MOVE DQR-LOW-VALUE  TO WS-RULE-LOW  (WS-RULE-IDX)
                   MOVE DQR-HIGH-VALUE TO WS-RULE-HIGH (WS-RULE-IDX)
                   IF DQR-LIST
                    AND NOT WS-FLDTAB-HAS-LIST (WS-FLDTAB-IDX)
                       SET WS-FLDTAB-HAS-LIST (WS-FLDTAB-IDX)
                           TO TRUE
                       MOVE WS-RULE-COUNT
                           TO WS-FLDTAB-LIST-RULE (WS-FLDTAB-IDX)
                   END-IF
           END-EVALUATE

           PERFORM 1610-READ-RULE-TABLE THRU 1610-EXIT.
       1620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1630-FIND-RULE-FIELD - look the rule's field name up in the
      *                        loaded layout; WS-FLDTAB-IDX is left on
      *                        it when found.
      *-----------------------------------------------------------------
       1630-FIND-RULE-FIELD.
           MOVE 'N' TO WS-FIELD-FOUND-SW

           SET WS-FLDTAB-IDX TO 1

           SEARCH WS-FLDTAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FLDTAB-IDX > WS-FLDTAB-COUNT
                   CONTINUE
               WHEN WS-FLDTAB-NAME (WS-FLDTAB-IDX) = DQR-FIELD-NAME
                   SET WS-FIELD-FOUND TO TRUE
           END-SEARCH.
       1630-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CHECK-EXTRACT - SORT input procedure: one pass over the
      *                      night's extract, splitting it between the
      *                      passed extract and the quarantine file
      *                      and releasing every rule failure to the
      *                      sort for the report.
      *-----------------------------------------------------------------
       2000-CHECK-EXTRACT.
           OPEN INPUT  LIB1-OUT-FILE
           OPEN OUTPUT LIB1-DQOK-FILE
           OPEN OUTPUT LIB1-DQQF-FILE

           PERFORM 2100-READ-OUT-FILE THRU 2100-EXIT

           PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
               UNTIL WS-OUT-EOF

           CLOSE LIB1-OUT-FILE
           CLOSE LIB1-DQOK-FILE
           CLOSE LIB1-DQQF-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-OUT-FILE - read the next extract record, set EOF.
      *-----------------------------------------------------------------
       2100-READ-OUT-FILE.
           READ LIB1-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-CHECK-RECORD - a record LIB2 did not answer clean passes
      *                     straight through; a clean one has every
      *                     rule applied, then the list fields
      *                     settled, and goes to the passed extract
      *                     or the quarantine file on the outcome.
      *-----------------------------------------------------------------
       2200-CHECK-RECORD.
           ADD 1 TO WS-READ-COUNT

           IF NOT LIB1-ERR-NONE
               ADD 1 TO WS-NOT-CLEAN-COUNT
               GO TO 2200-PASS
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           MOVE 'N' TO WS-RECORD-FAILED-SW

           PERFORM 2210-RESET-LIST-HIT THRU 2210-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLDTAB-COUNT

           PERFORM 2300-APPLY-ONE-RULE THRU 2300-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT

           PERFORM 2400-SETTLE-LIST-FIELD THRU 2400-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLDTAB-COUNT

           IF WS-RECORD-FAILED
               ADD 1 TO WS-QUARANTINE-COUNT
               WRITE LIB1-DQQF-REC FROM LIB1-OUT-REC
               GO TO 2200-NEXT
           END-IF.
       2200-PASS.
           ADD 1 TO WS-PASSED-COUNT
           WRITE LIB1-DQOK-REC FROM LIB1-OUT-REC.
       2200-NEXT.
           PERFORM 2100-READ-OUT-FILE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2210-RESET-LIST-HIT - clear one field's allowed-value match
      *                       ahead of the next record.
      *-----------------------------------------------------------------
       2210-RESET-LIST-HIT.
           SET WS-FLDTAB-IDX TO WS-FLD-SUB
           MOVE 'N' TO WS-FLDTAB-HIT-SW (WS-FLDTAB-IDX).
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-APPLY-ONE-RULE - one rule against its field's positions.
      *                       An 'L' line only records a match here;
      *                       whether the field failed its list is
      *                       settled once every line has been seen.
      *-----------------------------------------------------------------
       2300-APPLY-ONE-RULE.
           SET WS-RULE-IDX TO WS-RULE-SUB
           SET WS-FLDTAB-IDX TO WS-RULE-FIELD-SUB (WS-RULE-IDX)
           MOVE WS-FLDTAB-START  (WS-FLDTAB-IDX) TO WS-FLD-START
           MOVE WS-FLDTAB-LENGTH (WS-FLDTAB-IDX) TO WS-FLD-LENGTH

           EVALUATE TRUE
               WHEN WS-RULE-REQUIRED (WS-RULE-IDX)
                   IF LIB1-O-DATA (WS-FLD-START:WS-FLD-LENGTH)
                      = SPACES
                       PERFORM 2500-RELEASE-FAILURE THRU 2500-EXIT
                   END-IF
               WHEN WS-RULE-NUMERIC (WS-RULE-IDX)
                   IF LIB1-O-DATA (WS-FLD-START:WS-FLD-LENGTH)
                      NOT NUMERIC
                       PERFORM 2500-RELEASE-FAILURE THRU 2500-EXIT
                   END-IF
               WHEN WS-RULE-RANGE (WS-RULE-IDX)
                   IF LIB1-O-DATA (WS-FLD-START:WS-FLD-LENGTH)
                      < WS-RULE-LOW (WS-RULE-IDX) (1:WS-FLD-LENGTH)
                    OR LIB1-O-DATA (WS-FLD-START:WS-FLD-LENGTH)
                      > WS-RULE-HIGH (WS-RULE-IDX) (1:WS-FLD-LENGTH)
                       PERFORM 2500-RELEASE-FAILURE THRU 2500-EXIT
                   END-IF
               WHEN WS-RULE-LIST (WS-RULE-IDX)
                   IF LIB1-O-DATA (WS-FLD-START:WS-FLD-LENGTH)
                      = WS-RULE-LOW (WS-RULE-IDX) (1:WS-FLD-LENGTH)
                       SET WS-FLDTAB-LIST-HIT (WS-FLDTAB-IDX) TO TRUE
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-SETTLE-LIST-FIELD - a list-checked field none of whose
      *                          allowed values matched fails under
      *                          its first 'L' line.
      *-----------------------------------------------------------------
       2400-SETTLE-LIST-FIELD.
           SET WS-FLDTAB-IDX TO WS-FLD-SUB

           IF NOT WS-FLDTAB-HAS-LIST (WS-FLDTAB-IDX)
            OR WS-FLDTAB-LIST-HIT (WS-FLDTAB-IDX)
               GO TO 2400-EXIT
           END-IF

           SET WS-RULE-IDX TO WS-FLDTAB-LIST-RULE (WS-FLDTAB-IDX)
           MOVE WS-FLDTAB-START  (WS-FLDTAB-IDX) TO WS-FLD-START
           MOVE WS-FLDTAB-LENGTH (WS-FLDTAB-IDX) TO WS-FLD-LENGTH

           PERFORM 2500-RELEASE-FAILURE THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-RELEASE-FAILURE - the record is bound for quarantine;
      *                        the failure goes to the sort under the
      *                        field and the rule WS-RULE-IDX points
      *                        at, with the value found.
      *-----------------------------------------------------------------
       2500-RELEASE-FAILURE.
           SET WS-RECORD-FAILED TO TRUE
           ADD 1 TO WS-FAILURE-COUNT

           MOVE WS-FLDTAB-NAME (WS-FLDTAB-IDX) TO DQF-FIELD-NAME
           SET DQF-RULE-SUB TO WS-RULE-IDX
           MOVE LIB1-I-KEY  TO DQF-KEY
           MOVE LIB1-I-KEY2 TO DQF-KEY2
           MOVE SPACES      TO DQF-VALUE
           MOVE LIB1-O-DATA (WS-FLD-START:WS-FLD-LENGTH)
               TO DQF-VALUE (1:WS-FLD-LENGTH)

           RELEASE LIB1-DQ-SORT-REC.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-REPORT - SORT output procedure: the failures come
      *                     back by field and rule; one section per
      *                     rule with a count at each break.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           PERFORM 4100-RETURN-FAILURE THRU 4100-EXIT

           IF WS-DQF-EOF
               MOVE 'NO DATA-QUALITY EXCEPTIONS TONIGHT'
                   TO WS-RPT-TEXT-LINE
               PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT
               GO TO 4000-EXIT
           END-IF

           PERFORM 4200-PRINT-ONE-FAILURE THRU 4200-EXIT
               UNTIL WS-DQF-EOF

           PERFORM 4300-CLOSE-SECTION THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-FAILURE - pull the next failure back from the
      *                       sort.
      *-----------------------------------------------------------------
       4100-RETURN-FAILURE.
           RETURN LIB1-DQ-SORT-FILE
               AT END
                   SET WS-DQF-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-PRINT-ONE-FAILURE - open a new section on a field or rule
      *                          break, then the detail line.
      *-----------------------------------------------------------------
       4200-PRINT-ONE-FAILURE.
           IF DQF-FIELD-NAME NOT = WS-CURRENT-FIELD
            OR DQF-RULE-SUB NOT = WS-CURRENT-RULE-SUB
               PERFORM 4300-CLOSE-SECTION THRU 4300-EXIT
               MOVE DQF-FIELD-NAME TO WS-CURRENT-FIELD
               MOVE DQF-RULE-SUB   TO WS-CURRENT-RULE-SUB
               PERFORM 4400-OPEN-SECTION THRU 4400-EXIT
           END-IF

           ADD 1 TO WS-SECTION-COUNT

           MOVE DQF-KEY   TO RPT-DET-KEY
           MOVE DQF-KEY2  TO RPT-DET-KEY2
           MOVE DQF-VALUE TO RPT-DET-VALUE

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4100-RETURN-FAILURE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CLOSE-SECTION - count the section just ended; nothing to
      *                      do before the first one.
      *-----------------------------------------------------------------
       4300-CLOSE-SECTION.
           IF WS-CURRENT-RULE-SUB = 0
               GO TO 4300-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-SECTION-COUNT TO RPT-SUB-COUNT
           MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 0 TO WS-SECTION-COUNT.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-OPEN-SECTION - heading for the rule about to start,
      *                     spelling the rule out with its bounds.
      *-----------------------------------------------------------------
       4400-OPEN-SECTION.
           SET WS-RULE-IDX TO WS-CURRENT-RULE-SUB
           SET WS-FLDTAB-IDX TO WS-RULE-FIELD-SUB (WS-RULE-IDX)
           MOVE WS-FLDTAB-LENGTH (WS-FLDTAB-IDX) TO WS-FLD-LENGTH

           MOVE WS-CURRENT-FIELD TO RPT-SEC-FIELD
           MOVE SPACES TO RPT-SEC-RULE

           EVALUATE TRUE
               WHEN WS-RULE-REQUIRED (WS-RULE-IDX)
                   MOVE 'REQUIRED - FIELD IS BLANK' TO RPT-SEC-RULE
               WHEN WS-RULE-NUMERIC (WS-RULE-IDX)
                   MOVE 'NUMERIC - NOT ALL DIGITS' TO RPT-SEC-RULE
               WHEN WS-RULE-RANGE (WS-RULE-IDX)
                   STRING 'RANGE - OUTSIDE '
                          WS-RULE-LOW (WS-RULE-IDX) (1:WS-FLD-LENGTH)
                          ' TO '
                          WS-RULE-HIGH (WS-RULE-IDX) (1:WS-FLD-LENGTH)
                       DELIMITED BY SIZE INTO RPT-SEC-RULE
               WHEN WS-RULE-LIST (WS-RULE-IDX)
                   MOVE 'LIST - NOT AN ALLOWED VALUE ON LIB1DQRT'
                       TO RPT-SEC-RULE
           END-EVALUATE

           MOVE WS-RPT-SECTION-HEADING TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-PRINT-SUMMARY - the night's split on its own page, so the
      *                      counts read without the detail.
      *-----------------------------------------------------------------
       4700-PRINT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT

           MOVE 'DATA-QUALITY SUMMARY' TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 'RULES IN FORCE . . . . . . . . . . . . :'
               TO RPT-SUM-LABEL
           MOVE WS-RULE-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'LIB1OUT RECORDS READ . . . . . . . . . :'
               TO RPT-SUM-LABEL
           MOVE WS-READ-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE '  NOT CLEAN - PASSED UNCHECKED . . . . :'
               TO RPT-SUM-LABEL
           MOVE WS-NOT-CLEAN-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE '  CLEAN - CHECKED AGAINST THE RULES. . :'
               TO RPT-SUM-LABEL
           MOVE WS-CHECKED-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'PASSED TO LIB1DQOK . . . . . . . . . . :'
               TO RPT-SUM-LABEL
           MOVE WS-PASSED-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'QUARANTINED TO LIB1DQQF. . . . . . . . :'
               TO RPT-SUM-LABEL
           MOVE WS-QUARANTINE-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT

           MOVE 'RULE FAILURES REPORTED . . . . . . . . :'
               TO RPT-SUM-LABEL
           MOVE WS-FAILURE-COUNT TO RPT-SUM-COUNT
           PERFORM 4710-PRINT-SUMMARY-LINE THRU 4710-EXIT.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4710-PRINT-SUMMARY-LINE - one summary count.
      *-----------------------------------------------------------------
       4710-PRINT-SUMMARY-LINE.
           MOVE WS-RPT-SUMMARY-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-TEXT-LINE - print one report line, breaking to a
      *                        new page (heading, page number) when
      *                        the current page is full.
      *-----------------------------------------------------------------
       5000-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-NUMBER
               MOVE BDA-RUN-DATE   TO RPT-H1-DATE
               MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE
               WRITE LIB1-DQRP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-DQRP-REC
               WRITE LIB1-DQRP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-DQRP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - the summary page, the report close, the
      *                  control line, and the run summary.  Any
      *                  quarantined record flags the step with
      *                  RETURN-CODE 4.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           PERFORM 4700-PRINT-SUMMARY THRU 4700-EXIT

           CLOSE LIB1-DQRP-FILE

           IF WS-QUARANTINE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 8200-WRITE-RUN-CONTROL THRU 8200-EXIT

           DISPLAY 'LIB1DQCK - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1DQCK - RULES IN FORCE . : ' WS-RULE-COUNT
           DISPLAY 'LIB1DQCK - RECORDS READ . . : ' WS-READ-COUNT
           DISPLAY 'LIB1DQCK - RECORDS CHECKED. : ' WS-CHECKED-COUNT
           DISPLAY 'LIB1DQCK - PASSED . . . . . : ' WS-PASSED-COUNT
           DISPLAY 'LIB1DQCK - QUARANTINED. . . : ' WS-QUARANTINE-COUNT
           DISPLAY 'LIB1DQCK - RULE FAILURES. . : ' WS-FAILURE-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8200-WRITE-RUN-CONTROL - append this step's control counts to
      *                          the shared run-control file for the
      *                          LIB1BAL end-of-night balancing: the
      *                          records held back are the REJECTS.
      *                          A run with no usable LIB1RCTL
      *                          allocation skips the line.
      *-----------------------------------------------------------------
       8200-WRITE-RUN-CONTROL.
           OPEN EXTEND LIB1-RCTL-FILE

           IF WS-RCTL-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-RCTL-FILE
           END-IF

           IF NOT WS-RCTL-STATUS-USABLE
               DISPLAY 'LIB1DQCK - LIB1RCTL NOT AVAILABLE - '
                       'CONTROL LINE SKIPPED'
               GO TO 8200-EXIT
           END-IF

           MOVE BDA-RUN-DATE        TO RCT-RUN-DATE
           MOVE 'LIB1DQCK'          TO RCT-PROGRAM
           MOVE WS-READ-COUNT       TO RCT-RECORDS-IN
           MOVE WS-PASSED-COUNT     TO RCT-RECORDS-OUT
           MOVE WS-QUARANTINE-COUNT TO RCT-REJECTS
           MOVE 0                   TO RCT-AUD-LINES

           WRITE LIB1-RCTL-REC

           CLOSE LIB1-RCTL-FILE.
       8200-EXIT.
           EXIT.
