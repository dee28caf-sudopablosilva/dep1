      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Aged-exception report over the exception case
      *              file LIB1CASF (LIB1CAS.cpy), run after LIB1CASU
      *              has applied the night.  Every open case is
      *              printed on LIB1CARP in an age bucket by the
      *              nights it has been outstanding (CAS-FAIL-NIGHTS)
      *              - 15 nights and over first, down to the keys
      *              that failed for the first time tonight - with
      *              its first- and last-failed dates, latest error
      *              code, worklist owner, and the suggested action
      *              the operator-maintained LIB1ERRT table carries
      *              for that code, so the oldest problems are read
      *              first and nobody has to look the action up.
      *              Each bucket closes with its count and the
      *              report with a count per bucket.
      *
      *              LIB1BDT gives the business run date for the
      *              heading.  The LIB1ERRT table is OPTIONAL, as in
      *              LIB1BAT: with no table the action column falls
      *              back to a generic text.
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
       PROGRAM-ID.      lib1casr.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-CASE-FILE ASSIGN TO LIB1CASF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAS-PRIME-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT LIB1-AGE-SORT-FILE ASSIGN TO SORTWKD.

           SELECT OPTIONAL LIB1-ERRTAB-FILE ASSIGN TO LIB1ERRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRTAB-STATUS.

           SELECT LIB1-CARP-FILE ASSIGN TO LIB1CARP
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-CASE-FILE.
       01  LIB1-CASE-REC.
           copy LIB1CAS.

       SD  LIB1-AGE-SORT-FILE.
       01  LIB1-AGE-SORT-REC.
           05  AGE-BUCKET              PIC 9(01).
           05  AGE-FAIL-NIGHTS         PIC 9(05).
           05  AGE-KEY                 PIC X(10).
           05  AGE-KEY2                PIC X(10).
           05  AGE-FIRST-FAIL-DATE     PIC X(08).
           05  AGE-LAST-FAIL-DATE      PIC X(08).
           05  AGE-LAST-ERR            PIC 9(03).
           05  AGE-OWNER               PIC X(08).

       FD  LIB1-ERRTAB-FILE.
       01  LIB1-ERRTAB-REC.
           copy LIB1ERT.

       FD  LIB1-CARP-FILE.
       01  LIB1-CARP-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-CASE-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-CASE-EOF                 VALUE 'Y'.
           05  WS-AGE-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-AGE-EOF                  VALUE 'Y'.
           05  WS-ERRTAB-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-ERRTAB-EOF               VALUE 'Y'.
           05  WS-ERRTAB-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WS-ERRTAB-FOUND             VALUE 'Y'.

       01  WS-CASE-STATUS              PIC X(02)   VALUE '00'.
           88  WS-CASE-STATUS-OK               VALUE '00'.
           88  WS-CASE-STATUS-EMPTY            VALUE '35'.

       01  WS-ERRTAB-STATUS            PIC X(02)   VALUE '00'.

       01  WS-COUNTERS.
           05  WS-CASE-READ-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(09)   COMP    VALUE 0.

       01  WS-CURRENT-BUCKET           PIC 9(01)   VALUE 0.
       01  WS-BUCKET-SUB               PIC 9(01)   VALUE 0.

      *    Age buckets, oldest last: a case falls in the first bucket
      *    whose upper limit its night count does not pass.  The sort
      *    runs the bucket number descending so the oldest print
      *    first.
       01  WS-BUCKET-VALUES.
           05  FILLER                  PIC X(17)
               VALUE '00001 1 NIGHT    '.
           05  FILLER                  PIC X(17)
               VALUE '00003 2-3 NIGHTS '.
           05  FILLER                  PIC X(17)
               VALUE '00007 4-7 NIGHTS '.
           05  FILLER                  PIC X(17)
               VALUE '00014 8-14 NIGHTS'.
           05  FILLER                  PIC X(17)
               VALUE '99999 15+ NIGHTS '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
           05  WS-BUCKET-ENTRY         OCCURS 5 TIMES.
               10  WS-BUCKET-LIMIT     PIC 9(05).
               10  FILLER              PIC X(01).
               10  WS-BUCKET-LABEL     PIC X(11).

       01  WS-BUCKET-COUNTS.
           05  WS-BUCKET-COUNT         PIC 9(09)   COMP
                                       OCCURS 5 TIMES.

      *    In-storage copy of the LIB1ERRT error-code description
      *    table, loaded once at initialization, as in LIB1BAT.
       01  WS-ERRTAB-TABLE.
           05  WS-ERRTAB-COUNT         PIC 9(03)   COMP    VALUE 0.
           05  WS-ERRTAB-ENTRY         OCCURS 100 TIMES
                                       INDEXED BY WS-ERRTAB-IDX.
               10  WS-ERRTAB-CODE      PIC 9(03).
               10  WS-ERRTAB-ACTION    PIC X(50).

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1CASR - AGED EXCEPTION CASES             '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-SECTION-HEADING.
           05  FILLER                  PIC X(14)
               VALUE 'OUTSTANDING : '.
           05  RPT-SEC-LABEL           PIC X(11).
           05  FILLER                  PIC X(107)  VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'KEY        '.
           05  FILLER                  PIC X(12)   VALUE 'KEY2        '.
           05  FILLER                  PIC X(07)   VALUE 'NIGHTS '.
           05  FILLER                  PIC X(09)   VALUE 'FIRST    '.
           05  FILLER                  PIC X(10)   VALUE 'LAST      '.
           05  FILLER                  PIC X(05)   VALUE 'ERR  '.
           05  FILLER                  PIC X(10)   VALUE 'OWNER     '.
           05  FILLER                  PIC X(66)
               VALUE 'SUGGESTED ACTION'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-KEY             PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-KEY2            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-NIGHTS          PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-FIRST           PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-LAST            PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-ERR             PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-OWNER           PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-ACTION          PIC X(50).
           05  FILLER                  PIC X(16)   VALUE SPACES.

       01  WS-RPT-SUBTOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'CASES IN BUCKET     :'.
           05  RPT-SUB-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'OUTSTANDING : '.
           05  RPT-SUM-LABEL           PIC X(11).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  RPT-SUM-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(93)   VALUE SPACES.

       01  WS-RPT-TEXT-LINE            PIC X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1CASR' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-AGE-SORT-FILE
               ON DESCENDING KEY AGE-BUCKET OF LIB1-AGE-SORT-REC
                                 AGE-FAIL-NIGHTS OF LIB1-AGE-SORT-REC
               ON ASCENDING  KEY AGE-KEY OF LIB1-AGE-SORT-REC
                                 AGE-KEY2 OF LIB1-AGE-SORT-REC
               INPUT PROCEDURE IS 2000-SELECT-OPEN-CASES THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-REPORT THRU 4000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, load the
      *                   error-code table, open the report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1CASR - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE ZEROS TO WS-BUCKET-COUNTS

           PERFORM 1300-LOAD-ERR-TABLE THRU 1300-EXIT

           OPEN OUTPUT LIB1-CARP-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-LOAD-ERR-TABLE - pull the operator-maintained error-code
      *                       descriptions into storage, the same
      *                       OPTIONAL-with-fallback shape as LIB1BAT.
      *-----------------------------------------------------------------
       1300-LOAD-ERR-TABLE.
           OPEN INPUT LIB1-ERRTAB-FILE

           IF WS-ERRTAB-STATUS NOT = '00'
               DISPLAY 'LIB1CASR - LIB1ERRT NOT AVAILABLE - '
                       'NO SUGGESTED ACTIONS PRINTED'
               GO TO 1300-EXIT
           END-IF

           PERFORM 1310-READ-ERR-TABLE THRU 1310-EXIT

           PERFORM 1320-STORE-ERR-ENTRY THRU 1320-EXIT
               UNTIL WS-ERRTAB-EOF

           CLOSE LIB1-ERRTAB-FILE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1310-READ-ERR-TABLE - read the next description line.
      *-----------------------------------------------------------------
       1310-READ-ERR-TABLE.
           READ LIB1-ERRTAB-FILE
               AT END
                   SET WS-ERRTAB-EOF TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1320-STORE-ERR-ENTRY - keep one description; lines past the
      *                        table limit are dropped with a warning.
      *-----------------------------------------------------------------
       1320-STORE-ERR-ENTRY.
           IF WS-ERRTAB-COUNT < 100
               ADD 1 TO WS-ERRTAB-COUNT
               SET WS-ERRTAB-IDX TO WS-ERRTAB-COUNT
               MOVE ERT-CODE        TO WS-ERRTAB-CODE   (WS-ERRTAB-IDX)
               MOVE ERT-ACTION-TEXT TO WS-ERRTAB-ACTION (WS-ERRTAB-IDX)
           ELSE
               DISPLAY 'LIB1CASR - LIB1ERRT OVERFULL - CODE '
                       ERT-CODE ' DROPPED'
           END-IF

           PERFORM 1310-READ-ERR-TABLE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECT-OPEN-CASES - SORT input procedure: walk the case
      *                          file and release every open case
      *                          with its age bucket.  An empty case
      *                          file (status 35) just produces an
      *                          empty report.
      *-----------------------------------------------------------------
       2000-SELECT-OPEN-CASES.
           OPEN INPUT LIB1-CASE-FILE

           EVALUATE TRUE
               WHEN WS-CASE-STATUS-OK
                   CONTINUE
               WHEN WS-CASE-STATUS-EMPTY
                   DISPLAY 'LIB1CASR - LIB1CASF IS EMPTY - '
                           'NOTHING TO REPORT'
                   GO TO 2000-EXIT
               WHEN OTHER
                   DISPLAY 'LIB1CASR - LIB1CASF OPEN FAILED - STATUS '
                           WS-CASE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 2100-READ-CASE THRU 2100-EXIT

           PERFORM 2200-RELEASE-ONE-CASE THRU 2200-EXIT
               UNTIL WS-CASE-EOF

           CLOSE LIB1-CASE-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-CASE - read the next case record, set EOF.
      *-----------------------------------------------------------------
       2100-READ-CASE.
           READ LIB1-CASE-FILE
               AT END
                   SET WS-CASE-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-RELEASE-ONE-CASE - an open case goes to the sort in its
      *                         age bucket; closed cases go by.
      *-----------------------------------------------------------------
       2200-RELEASE-ONE-CASE.
           ADD 1 TO WS-CASE-READ-COUNT

           IF NOT CAS-OPEN
               GO TO 2200-NEXT
           END-IF

           ADD 1 TO WS-OPEN-COUNT

           MOVE 1 TO WS-BUCKET-SUB
           PERFORM 2300-STEP-BUCKET THRU 2300-EXIT
               UNTIL CAS-FAIL-NIGHTS <= WS-BUCKET-LIMIT (WS-BUCKET-SUB)

           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)

           MOVE WS-BUCKET-SUB       TO AGE-BUCKET
           MOVE CAS-FAIL-NIGHTS     TO AGE-FAIL-NIGHTS
           MOVE CAS-KEY             TO AGE-KEY
           MOVE CAS-KEY2            TO AGE-KEY2
           MOVE CAS-FIRST-FAIL-DATE TO AGE-FIRST-FAIL-DATE
           MOVE CAS-LAST-FAIL-DATE  TO AGE-LAST-FAIL-DATE
           MOVE CAS-LAST-ERR        TO AGE-LAST-ERR
           MOVE CAS-OWNER           TO AGE-OWNER

           RELEASE LIB1-AGE-SORT-REC.
       2200-NEXT.
           PERFORM 2100-READ-CASE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-STEP-BUCKET - on to the next older bucket; the last one
      *                    has no upper limit a count can pass.
      *-----------------------------------------------------------------
       2300-STEP-BUCKET.
           ADD 1 TO WS-BUCKET-SUB.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-REPORT - SORT output procedure: the cases come back
      *                     oldest bucket first; one section per
      *                     bucket, count at each break, bucket
      *                     summary at the end.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           PERFORM 4100-RETURN-CASE THRU 4100-EXIT

           PERFORM 4200-PRINT-ONE-CASE THRU 4200-EXIT
               UNTIL WS-AGE-EOF

           PERFORM 4300-CLOSE-SECTION THRU 4300-EXIT

           PERFORM 4700-PRINT-SUMMARY THRU 4700-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-CASE - pull the next case back from the sort.
      *-----------------------------------------------------------------
       4100-RETURN-CASE.
           RETURN LIB1-AGE-SORT-FILE
               AT END
                   SET WS-AGE-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-PRINT-ONE-CASE - open a new section on a bucket break,
      *                       then the detail line.
      *-----------------------------------------------------------------
       4200-PRINT-ONE-CASE.
           IF AGE-BUCKET NOT = WS-CURRENT-BUCKET
               PERFORM 4300-CLOSE-SECTION THRU 4300-EXIT
               MOVE AGE-BUCKET TO WS-CURRENT-BUCKET
               PERFORM 4400-OPEN-SECTION THRU 4400-EXIT
           END-IF

           ADD 1 TO WS-SECTION-COUNT

           MOVE AGE-KEY             TO RPT-DET-KEY
           MOVE AGE-KEY2            TO RPT-DET-KEY2
           MOVE AGE-FAIL-NIGHTS     TO RPT-DET-NIGHTS
           MOVE AGE-FIRST-FAIL-DATE TO RPT-DET-FIRST
           MOVE AGE-LAST-FAIL-DATE  TO RPT-DET-LAST
           MOVE AGE-LAST-ERR        TO RPT-DET-ERR
           MOVE AGE-OWNER           TO RPT-DET-OWNER

           PERFORM 4600-FIND-ERR-TEXT THRU 4600-EXIT

           EVALUATE TRUE
               WHEN WS-ERRTAB-FOUND
                   MOVE WS-ERRTAB-ACTION (WS-ERRTAB-IDX)
                       TO RPT-DET-ACTION
               WHEN AGE-LAST-ERR = 999
                   MOVE 'INVALID KEY FORMAT - NOT SENT TO LIB2'
                       TO RPT-DET-ACTION
               WHEN OTHER
                   MOVE 'CODE NOT ON LIB1ERRT - REFER TO LIB2 TEAM'
                       TO RPT-DET-ACTION
           END-EVALUATE

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4100-RETURN-CASE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CLOSE-SECTION - count the section just ended; nothing to
      *                      do before the first one.
      *-----------------------------------------------------------------
       4300-CLOSE-SECTION.
           IF WS-CURRENT-BUCKET = 0
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
      * 4400-OPEN-SECTION - heading for the bucket about to start.
      *-----------------------------------------------------------------
       4400-OPEN-SECTION.
           MOVE WS-BUCKET-LABEL (WS-CURRENT-BUCKET) TO RPT-SEC-LABEL
           MOVE WS-RPT-SECTION-HEADING TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600-FIND-ERR-TEXT - look the case's latest error code up in
      *                      the loaded description table.
      *-----------------------------------------------------------------
       4600-FIND-ERR-TEXT.
           MOVE 'N' TO WS-ERRTAB-FOUND-SW

           IF WS-ERRTAB-COUNT = 0
               GO TO 4600-EXIT
           END-IF

           SET WS-ERRTAB-IDX TO 1

           SEARCH WS-ERRTAB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ERRTAB-IDX > WS-ERRTAB-COUNT
                   CONTINUE
               WHEN WS-ERRTAB-CODE (WS-ERRTAB-IDX) = AGE-LAST-ERR
                   SET WS-ERRTAB-FOUND TO TRUE
           END-SEARCH.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-PRINT-SUMMARY - one line per bucket, oldest first, empty
      *                      buckets included so the shape of the
      *                      backlog reads at a glance.
      *-----------------------------------------------------------------
       4700-PRINT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT

           MOVE 'OPEN CASES BY NIGHTS OUTSTANDING' TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4710-PRINT-ONE-BUCKET THRU 4710-EXIT
               VARYING WS-BUCKET-SUB FROM 5 BY -1
               UNTIL WS-BUCKET-SUB < 1.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4710-PRINT-ONE-BUCKET - one bucket's summary line.
      *-----------------------------------------------------------------
       4710-PRINT-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB) TO RPT-SUM-LABEL
           MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB) TO RPT-SUM-COUNT
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
               WRITE LIB1-CARP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-CARP-REC
               WRITE LIB1-CARP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-CARP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the report and echo the totals.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           CLOSE LIB1-CARP-FILE

           DISPLAY 'LIB1CASR - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1CASR - CASE RECORDS . . : ' WS-CASE-READ-COUNT
           DISPLAY 'LIB1CASR - OPEN CASES . . . : ' WS-OPEN-COUNT.
       8000-EXIT.
           EXIT.
