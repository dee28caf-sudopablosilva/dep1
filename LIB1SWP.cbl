      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Weekly stale-key refresh sweep over the current-
      *              results master LIB1MSTF (LIB1MST.cpy).  A key is
      *              only refreshed when some feeder sends it again,
      *              so answers on the master can go months without
      *              LIB2 being asked; this step picks the records
      *              whose answer has not been confirmed
      *              (MST-CONFIRMED-DATE, stamped by LIB1MLD) within
      *              an operator-set age, ranks them oldest first,
      *              and writes as many as the batch window can take
      *              to the re-lookup key file LIB1SWKY in LIB1BKY
      *              format - header with the business run date,
      *              trailer with the key count, LIB1SWP stamped as
      *              the origin of every key.  LIB1SWKY runs through
      *              LIB1EDIT and LIB1BAT like any other feed, and
      *              LIB1MLD confirms each key LIB2 answers.
      *
      *              LIB1PRM carries the age as a number of business
      *              days (PRM-AGE-DAYS: a record last confirmed
      *              before the first of the last N business days on
      *              the LIB1CALF calendar, the business date itself
      *              day 1, is over age - LIB1BDT function 'D', as in
      *              LIB1AUDP) and the cap on keys swept
      *              (PRM-SWEEP-CAP).  Over-age records past the cap
      *              are not swept this week; they are listed on the
      *              report LIB1SWRP, oldest first, with their dates
      *              and current value, so operations can see the
      *              backlog and widen the cap.  The oldest are swept
      *              first, so a key left out one week moves up the
      *              next.
      *
      *              A missing or bad parameter, or an unreadable
      *              master, ends the step with RETURN-CODE 16 and no
      *              keys on LIB1SWKY.  This is a report step: it
      *              writes no LIB1RCTL line.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1swp.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-PARM-FILE ASSIGN TO LIB1PRM
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-MASTER-FILE ASSIGN TO LIB1MSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LIB1-STALE-SORT-FILE ASSIGN TO SORTWKJ.

           SELECT LIB1-SWKY-FILE ASSIGN TO LIB1SWKY
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-SWRP-FILE ASSIGN TO LIB1SWRP
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-PARM-FILE.
       01  LIB1-PARM-REC.
           05  PRM-AGE-DAYS            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PRM-SWEEP-CAP           PIC 9(07).

       FD  LIB1-MASTER-FILE.
       01  LIB1-MASTER-REC.
           copy LIB1MST.

       SD  LIB1-STALE-SORT-FILE.
       01  LIB1-STALE-SORT-REC.
           05  STL-CONFIRMED-DATE      PIC X(08).
           05  STL-KEY                 PIC X(10).
           05  STL-KEY2                PIC X(10).
           05  STL-CHANGED-DATE        PIC X(08).
           05  STL-FIRST-DATE          PIC X(08).
           05  STL-DATA                PIC X(50).

       FD  LIB1-SWKY-FILE.
       01  LIB1-SWKY-REC.
           copy LIB1BKY.

       FD  LIB1-SWRP-FILE.
       01  LIB1-SWRP-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-MASTER-EOF               VALUE 'Y'.
           05  WS-STALE-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-STALE-EOF                VALUE 'Y'.
           05  WS-MASTER-FAILED-SW     PIC X(01)   VALUE 'N'.
               88  WS-MASTER-FAILED            VALUE 'Y'.

       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
           88  WS-MASTER-STATUS-OK             VALUE '00'.
           88  WS-MASTER-STATUS-EMPTY          VALUE '35'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-OVER-AGE-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-SWEPT-COUNT          PIC 9(09)   COMP    VALUE 0.
           05  WS-LEFT-OUT-COUNT       PIC 9(09)   COMP    VALUE 0.

       01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-CUTOFF-DATE              PIC X(08)   VALUE SPACES.

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1SWP - STALE KEYS LEFT OUT OF THE SWEEP  '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-LIMITS-LINE.
           05  FILLER                  PIC X(11)   VALUE 'AGE LIMIT: '.
           05  RPT-LIM-DAYS            PIC ZZZZ9.
           05  FILLER                  PIC X(35)
               VALUE ' BUSINESS DAYS - CONFIRMED BEFORE '.
           05  RPT-LIM-CUTOFF          PIC X(08).
           05  FILLER                  PIC X(13)
               VALUE '   SWEEP CAP '.
           05  RPT-LIM-CAP             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(51)   VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'KEY        '.
           05  FILLER                  PIC X(12)   VALUE 'KEY2        '.
           05  FILLER                  PIC X(10)   VALUE 'CONFIRMED '.
           05  FILLER                  PIC X(10)   VALUE 'CHANGED   '.
           05  FILLER                  PIC X(12)   VALUE 'FIRST SEEN  '.
           05  FILLER                  PIC X(75)
               VALUE 'MASTER DATA'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-KEY             PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-KEY2            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-CONFIRMED       PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-CHANGED         PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-FIRST           PIC X(08).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  RPT-DET-DATA            PIC X(50).
           05  FILLER                  PIC X(25)   VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL           PIC X(34).
           05  RPT-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(87)   VALUE SPACES.

       01  WS-RPT-FAILED-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'SWEEP NOT PRODUCED - LIB1MSTF NOT READABLE, '.
           05  FILLER                  PIC X(87)
               VALUE 'SEE JOB LOG'.

       01  WS-RPT-TEXT-LINE            PIC X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1SWP' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-STALE-SORT-FILE
               ON ASCENDING KEY STL-CONFIRMED-DATE
                                    OF LIB1-STALE-SORT-REC
                                STL-KEY OF LIB1-STALE-SORT-REC
                                STL-KEY2 OF LIB1-STALE-SORT-REC
               INPUT PROCEDURE IS 2000-SELECT-STALE THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-SWEEP THRU 3000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date and the sweep
      *                   parameters, derive the age cutoff, open the
      *                   key file with its header and the report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1SWP - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-RUN-DATE TO WS-RUN-DATE

           PERFORM 1100-READ-PARM THRU 1100-EXIT

           PERFORM 1200-AGE-CUTOFF THRU 1200-EXIT

           OPEN OUTPUT LIB1-SWKY-FILE
           OPEN OUTPUT LIB1-SWRP-FILE

           MOVE SPACES      TO LIB1-SWKY-REC
           MOVE 'HDR'       TO LIB1B-KEY
           MOVE WS-RUN-DATE TO LIB1B-HDR-RUN-DATE
           WRITE LIB1-SWKY-REC

           DISPLAY 'LIB1SWP - AGE LIMIT DAYS . : ' PRM-AGE-DAYS
           DISPLAY 'LIB1SWP - CONFIRMED BEFORE : ' WS-CUTOFF-DATE
           DISPLAY 'LIB1SWP - SWEEP CAP. . . . : ' PRM-SWEEP-CAP.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-READ-PARM - the age in business days and the cap; both
      *                  are required and must be above zero.
      *-----------------------------------------------------------------
       1100-READ-PARM.
           OPEN INPUT LIB1-PARM-FILE

           READ LIB1-PARM-FILE
               AT END
                   DISPLAY 'LIB1SWP - LIB1PRM IS EMPTY - '
                           'AGE DAYS AND SWEEP CAP ARE REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE LIB1-PARM-FILE
                   GO TO 0000-GOBACK
           END-READ

           CLOSE LIB1-PARM-FILE

           IF PRM-AGE-DAYS NOT NUMERIC
            OR PRM-AGE-DAYS = 0
               DISPLAY 'LIB1SWP - BAD AGE DAYS: ' PRM-AGE-DAYS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           IF PRM-SWEEP-CAP NOT NUMERIC
            OR PRM-SWEEP-CAP = 0
               DISPLAY 'LIB1SWP - BAD SWEEP CAP: ' PRM-SWEEP-CAP
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-AGE-CUTOFF - the first of the last N business days on the
      *                   calendar, the business date the first; a key
      *                   not confirmed since before it is over age.
      *-----------------------------------------------------------------
       1200-AGE-CUTOFF.
           MOVE SPACES TO ws-bdt-arg
           SET BDA-BUSINESS-DAYS TO TRUE
           MOVE PRM-AGE-DAYS TO BDA-DAYS
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1SWP - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-FROM-DATE TO WS-CUTOFF-DATE.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECT-STALE - SORT input procedure: walk the master and
      *                     release every over-age record.  An empty
      *                     master (status 35) has nothing to sweep;
      *                     an unreadable one fails the step.
      *-----------------------------------------------------------------
       2000-SELECT-STALE.
           OPEN INPUT LIB1-MASTER-FILE

           EVALUATE TRUE
               WHEN WS-MASTER-STATUS-OK
                   CONTINUE
               WHEN WS-MASTER-STATUS-EMPTY
                   DISPLAY 'LIB1SWP - LIB1MSTF IS EMPTY - '
                           'NOTHING TO SWEEP'
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'LIB1SWP - LIB1MSTF OPEN FAILED - STATUS '
                           WS-MASTER-STATUS
                   SET WS-MASTER-FAILED TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 2100-READ-MASTER THRU 2100-EXIT

           PERFORM 2200-RELEASE-IF-STALE THRU 2200-EXIT
               UNTIL WS-MASTER-EOF

           CLOSE LIB1-MASTER-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-MASTER - read the next master record, set EOF.
      *-----------------------------------------------------------------
       2100-READ-MASTER.
           READ LIB1-MASTER-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-RELEASE-IF-STALE - a record last confirmed before the
      *                         cutoff goes to the sort, to come back
      *                         oldest first.
      *-----------------------------------------------------------------
       2200-RELEASE-IF-STALE.
           ADD 1 TO WS-MASTER-READ-COUNT

           IF MST-CONFIRMED-DATE NOT < WS-CUTOFF-DATE
               GO TO 2200-NEXT
           END-IF

           ADD 1 TO WS-OVER-AGE-COUNT

           MOVE MST-CONFIRMED-DATE TO STL-CONFIRMED-DATE
           MOVE MST-KEY            TO STL-KEY
           MOVE MST-KEY2           TO STL-KEY2
           MOVE MST-CHANGED-DATE   TO STL-CHANGED-DATE
           MOVE MST-FIRST-DATE     TO STL-FIRST-DATE
           MOVE MST-DATA           TO STL-DATA

           RELEASE LIB1-STALE-SORT-REC.
       2200-NEXT.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-WRITE-SWEEP - SORT output procedure: the over-age records
      *                    come back oldest first; the first up to the
      *                    cap are swept, the rest are reported as
      *                    left out.
      *-----------------------------------------------------------------
       3000-WRITE-SWEEP.
           MOVE PRM-AGE-DAYS   TO RPT-LIM-DAYS
           MOVE WS-CUTOFF-DATE TO RPT-LIM-CUTOFF
           MOVE PRM-SWEEP-CAP  TO RPT-LIM-CAP
           MOVE WS-RPT-LIMITS-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 3100-RETURN-STALE THRU 3100-EXIT

           PERFORM 3200-ROUTE-ONE-KEY THRU 3200-EXIT
               UNTIL WS-STALE-EOF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-RETURN-STALE - pull the next over-age record back.
      *-----------------------------------------------------------------
       3100-RETURN-STALE.
           RETURN LIB1-STALE-SORT-FILE
               AT END
                   SET WS-STALE-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-ROUTE-ONE-KEY - into the sweep while the cap allows, onto
      *                      the left-out report after.
      *-----------------------------------------------------------------
       3200-ROUTE-ONE-KEY.
           IF WS-SWEPT-COUNT < PRM-SWEEP-CAP
               PERFORM 3300-WRITE-SWEEP-KEY THRU 3300-EXIT
           ELSE
               PERFORM 3400-REPORT-LEFT-OUT THRU 3400-EXIT
           END-IF

           PERFORM 3100-RETURN-STALE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-WRITE-SWEEP-KEY - one re-lookup key in LIB1BKY detail
      *                        format, stamped as a sweep key.
      *-----------------------------------------------------------------
       3300-WRITE-SWEEP-KEY.
           MOVE SPACES    TO LIB1-SWKY-REC
           MOVE STL-KEY   TO LIB1B-KEY
           MOVE STL-KEY2  TO LIB1B-KEY2
           MOVE 'LIB1SWP' TO LIB1B-ORIGIN
           WRITE LIB1-SWKY-REC

           ADD 1 TO WS-SWEPT-COUNT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-REPORT-LEFT-OUT - one over-age record the cap kept out of
      *                        this week's sweep.
      *-----------------------------------------------------------------
       3400-REPORT-LEFT-OUT.
           ADD 1 TO WS-LEFT-OUT-COUNT

           MOVE STL-KEY            TO RPT-DET-KEY
           MOVE STL-KEY2           TO RPT-DET-KEY2
           MOVE STL-CONFIRMED-DATE TO RPT-DET-CONFIRMED
           MOVE STL-CHANGED-DATE   TO RPT-DET-CHANGED
           MOVE STL-FIRST-DATE     TO RPT-DET-FIRST
           MOVE STL-DATA           TO RPT-DET-DATA

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-TEXT-LINE - print one report line, breaking to a
      *                        new page when the current page is full.
      *-----------------------------------------------------------------
       5000-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-RUN-DATE    TO RPT-H1-DATE
               MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE
               WRITE LIB1-SWRP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-SWRP-REC
               WRITE LIB1-SWRP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-SWRP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the key file with its trailer, print the
      *                  summary, set the return code, and echo the
      *                  counts to the job log.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           IF WS-MASTER-FAILED
               MOVE WS-RPT-FAILED-LINE TO WS-RPT-TEXT-LINE
               PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE SPACES         TO LIB1-SWKY-REC
           MOVE 'TRL'          TO LIB1B-KEY
           MOVE WS-SWEPT-COUNT TO LIB1B-TRL-KEY-COUNT
           WRITE LIB1-SWKY-REC

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE '  MASTER RECORDS READ . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-MASTER-READ-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  OVER THE AGE LIMIT. . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-OVER-AGE-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  SWEPT TO LIB1SWKY . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-SWEPT-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           MOVE '  LEFT OUT BY THE CAP . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-LEFT-OUT-COUNT TO RPT-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT

           CLOSE LIB1-SWKY-FILE
           CLOSE LIB1-SWRP-FILE

           DISPLAY 'LIB1SWP - RUN DATE . . . . : ' WS-RUN-DATE
           DISPLAY 'LIB1SWP - MASTER READ. . . : ' WS-MASTER-READ-COUNT
           DISPLAY 'LIB1SWP - OVER AGE . . . . : ' WS-OVER-AGE-COUNT
           DISPLAY 'LIB1SWP - SWEPT. . . . . . : ' WS-SWEPT-COUNT
           DISPLAY 'LIB1SWP - LEFT OUT BY CAP. : ' WS-LEFT-OUT-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-PRINT-TOTAL - one summary count line.
      *-----------------------------------------------------------------
       8100-PRINT-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       8100-EXIT.
           EXIT.
