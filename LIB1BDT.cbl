      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Business-date routine, CALLed by every nightly
      *              step for its run date and by the reports that
      *              take a date range in business terms.  Answers
      *              off the one-record control file LIB1BDCF
      *              (LIB1BDC.cpy) and the business calendar LIB1CALF
      *              (LIB1CAL.cpy); the functions and the CALL area
      *              are described in LIB1BDA.cpy.
      *
      *              The stream-date function is the run-date check
      *              that used to be each step's own LIB1PRM edit,
      *              tightened: the control record's business date
      *              must be a business day on the calendar, must not
      *              be a date whose stream already completed (LIB1ROLL
      *              has moved it to BDC-PRIOR-DATE), and must not be
      *              later than today - the stream started on a
      *              weekend or holiday night finds the next business
      *              date still ahead of it and is refused.  A stream
      *              that runs past midnight is still inside its date.
      *
      *              Both files are opened, read, and closed within
      *              the CALL; the routine keeps nothing between
      *              CALLs.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1bdt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-BDC-FILE ASSIGN TO LIB1BDCF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.

           SELECT LIB1-CAL-FILE ASSIGN TO LIB1CALF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-BDC-FILE.
       01  LIB1-BDC-REC.
           copy LIB1BDC.

       FD  LIB1-CAL-FILE.
       01  LIB1-CAL-REC.
           copy LIB1CAL.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CAL-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-CAL-EOF                  VALUE 'Y'.
           05  WS-DAY-FOUND-SW         PIC X(01)   VALUE 'N'.
               88  WS-DAY-FOUND                VALUE 'Y'.

       01  WS-BDC-STATUS               PIC X(02)   VALUE '00'.
           88  WS-BDC-STATUS-OK                VALUE '00'.

       01  WS-CAL-STATUS               PIC X(02)   VALUE '00'.
           88  WS-CAL-STATUS-OK                VALUE '00'.

      *    The calendar line a pass stopped on, kept past the CLOSE.
       01  WS-CAL-DAY.
           copy LIB1CAL REPLACING LEADING ==CAL-== BY ==CLD-==.

       01  WS-TODAY                    PIC X(08)   VALUE SPACES.
       01  WS-SEEK-DATE                PIC X(08)   VALUE SPACES.

      *    The month before the business date's month, for 'M'.
       01  WS-MONTH-WORK.
           05  WS-MONTH-YYYY           PIC 9(04).
           05  WS-MONTH-MM             PIC 9(02).
       01  WS-MONTH-KEY REDEFINES WS-MONTH-WORK
                                       PIC X(06).

      *    Business days up to the business date, and the ordinal of
      *    the one the 'D' window starts on.
       01  WS-COUNTERS.
           05  WS-BUS-COUNT            PIC 9(07)   COMP    VALUE 0.
           05  WS-BUS-TARGET           PIC 9(07)   COMP    VALUE 0.

       LINKAGE SECTION.
       01  arg.
           copy LIB1BDA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING arg.
      *-----------------------------------------------------------------
       0000-MAIN.
           SET BDA-OK TO TRUE
           MOVE SPACES TO BDA-MONTH-END-SW
                          BDA-MESSAGE

           EVALUATE TRUE
               WHEN BDA-STREAM-DATE
                   PERFORM 1000-STREAM-DATE THRU 1000-EXIT
               WHEN BDA-NEXT-BUSINESS-DAY
                   PERFORM 2000-NEXT-BUSINESS-DAY THRU 2000-EXIT
               WHEN BDA-LAST-MONTH
                   PERFORM 3000-LAST-MONTH THRU 3000-EXIT
               WHEN BDA-BUSINESS-DAYS
                   PERFORM 4000-BUSINESS-DAYS THRU 4000-EXIT
               WHEN OTHER
                   SET BDA-BAD-REQUEST TO TRUE
                   MOVE 'UNKNOWN BUSINESS-DATE FUNCTION'
                       TO BDA-MESSAGE
           END-EVALUATE

           GOBACK.

      *-----------------------------------------------------------------
      * 1000-STREAM-DATE - the night's business run date, refused when
      *                    it is already completed, not yet reached,
      *                    or not a business day.
      *-----------------------------------------------------------------
       1000-STREAM-DATE.
           MOVE SPACES TO BDA-RUN-DATE

           PERFORM 5000-READ-CONTROL THRU 5000-EXIT

           IF NOT BDA-OK
               GO TO 1000-EXIT
           END-IF

           MOVE BDC-BUSINESS-DATE TO BDA-RUN-DATE

           IF BDC-BUSINESS-DATE NOT > BDC-PRIOR-DATE
               SET BDA-DATE-COMPLETED TO TRUE
               STRING 'RUN DATE ' BDC-BUSINESS-DATE
                      ' ALREADY COMPLETED'
                   DELIMITED BY SIZE INTO BDA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           IF BDC-BUSINESS-DATE > WS-TODAY
               SET BDA-DATE-AHEAD TO TRUE
               STRING 'BUSINESS DATE ' BDC-BUSINESS-DATE
                      ' NOT YET REACHED'
                   DELIMITED BY SIZE INTO BDA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE BDC-BUSINESS-DATE TO WS-SEEK-DATE
           PERFORM 6000-FIND-CALENDAR-DAY THRU 6000-EXIT

           IF NOT BDA-OK
               GO TO 1000-EXIT
           END-IF

           IF NOT CLD-BUSINESS-DAY
               SET BDA-NOT-BUSINESS-DAY TO TRUE
               STRING 'RUN DATE ' BDC-BUSINESS-DATE
                      ' IS NOT A BUSINESS DAY'
                   DELIMITED BY SIZE INTO BDA-MESSAGE
               GO TO 1000-EXIT
           END-IF

           MOVE CLD-MONTH-END-SW TO BDA-MONTH-END-SW.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-NEXT-BUSINESS-DAY - the first business day on the
      *                          calendar after BDA-RUN-DATE.
      *-----------------------------------------------------------------
       2000-NEXT-BUSINESS-DAY.
           MOVE SPACES TO BDA-NEXT-DATE

           IF BDA-RUN-DATE NOT NUMERIC
               SET BDA-BAD-REQUEST TO TRUE
               MOVE 'NO DATE TO ROLL FROM' TO BDA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           PERFORM 6500-OPEN-CALENDAR THRU 6500-EXIT

           IF NOT BDA-OK
               GO TO 2000-EXIT
           END-IF

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT
               UNTIL WS-CAL-EOF
                  OR (CAL-DATE > BDA-RUN-DATE
                      AND CAL-BUSINESS-DAY)

           MOVE LIB1-CAL-REC TO WS-CAL-DAY
           CLOSE LIB1-CAL-FILE

           IF WS-CAL-EOF
               SET BDA-CALENDAR-SHORT TO TRUE
               MOVE 'LIB1CALF ENDS BEFORE NEXT BUSINESS DAY'
                   TO BDA-MESSAGE
               GO TO 2000-EXIT
           END-IF

           MOVE CLD-DATE         TO BDA-NEXT-DATE
           MOVE CLD-MONTH-END-SW TO BDA-MONTH-END-SW.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-LAST-MONTH - first and last calendar days of the month
      *                   before the current business date's month.
      *-----------------------------------------------------------------
       3000-LAST-MONTH.
           MOVE SPACES TO BDA-FROM-DATE
                          BDA-TO-DATE

           PERFORM 5000-READ-CONTROL THRU 5000-EXIT

           IF NOT BDA-OK
               GO TO 3000-EXIT
           END-IF

           MOVE BDC-BUSINESS-DATE TO BDA-RUN-DATE
           MOVE BDC-BUSINESS-DATE (1:6) TO WS-MONTH-KEY

           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF

           PERFORM 6500-OPEN-CALENDAR THRU 6500-EXIT

           IF NOT BDA-OK
               GO TO 3000-EXIT
           END-IF

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT

           PERFORM 3100-TAKE-MONTH-DAY THRU 3100-EXIT
               UNTIL WS-CAL-EOF
                  OR CAL-DATE (1:6) > WS-MONTH-KEY

           CLOSE LIB1-CAL-FILE

           IF BDA-FROM-DATE = SPACES
               SET BDA-CALENDAR-SHORT TO TRUE
               STRING 'LIB1CALF DOES NOT COVER MONTH ' WS-MONTH-KEY
                   DELIMITED BY SIZE INTO BDA-MESSAGE
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-TAKE-MONTH-DAY - a day of last month widens the range to
      *                       it; the first one found opens it.
      *-----------------------------------------------------------------
       3100-TAKE-MONTH-DAY.
           IF CAL-DATE (1:6) = WS-MONTH-KEY
               IF BDA-FROM-DATE = SPACES
                   MOVE CAL-DATE TO BDA-FROM-DATE
               END-IF
               MOVE CAL-DATE TO BDA-TO-DATE
           END-IF

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-BUSINESS-DAYS - the window of BDA-DAYS business days
      *                      ending on the current business date.  One
      *                      pass counts the business days up to the
      *                      date, a second finds the one the window
      *                      starts on.
      *-----------------------------------------------------------------
       4000-BUSINESS-DAYS.
           MOVE SPACES TO BDA-FROM-DATE
                          BDA-TO-DATE

           IF BDA-DAYS NOT NUMERIC
            OR BDA-DAYS = 0
               SET BDA-BAD-REQUEST TO TRUE
               MOVE 'BUSINESS-DAY COUNT MUST BE 1 OR MORE'
                   TO BDA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           PERFORM 5000-READ-CONTROL THRU 5000-EXIT

           IF NOT BDA-OK
               GO TO 4000-EXIT
           END-IF

           MOVE BDC-BUSINESS-DATE TO BDA-RUN-DATE

           PERFORM 6500-OPEN-CALENDAR THRU 6500-EXIT

           IF NOT BDA-OK
               GO TO 4000-EXIT
           END-IF

           MOVE 0 TO WS-BUS-COUNT
           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT

           PERFORM 4100-COUNT-BUSINESS-DAY THRU 4100-EXIT
               UNTIL WS-CAL-EOF
                  OR CAL-DATE > BDA-RUN-DATE

           CLOSE LIB1-CAL-FILE

           IF WS-BUS-COUNT < BDA-DAYS
               SET BDA-CALENDAR-SHORT TO TRUE
               MOVE 'LIB1CALF HAS TOO FEW BUSINESS DAYS'
                   TO BDA-MESSAGE
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-BUS-TARGET = WS-BUS-COUNT - BDA-DAYS + 1

           PERFORM 6500-OPEN-CALENDAR THRU 6500-EXIT

           IF NOT BDA-OK
               GO TO 4000-EXIT
           END-IF

           MOVE 0 TO WS-BUS-COUNT
           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT

           PERFORM 4100-COUNT-BUSINESS-DAY THRU 4100-EXIT
               UNTIL WS-CAL-EOF
                  OR WS-BUS-COUNT = WS-BUS-TARGET

           CLOSE LIB1-CAL-FILE

           MOVE BDA-RUN-DATE TO BDA-TO-DATE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-COUNT-BUSINESS-DAY - count this day when it is a business
      *                           day; the window's first day is the
      *                           last one counted.
      *-----------------------------------------------------------------
       4100-COUNT-BUSINESS-DAY.
           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-BUS-COUNT
               MOVE CAL-DATE TO BDA-FROM-DATE
           END-IF

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-READ-CONTROL - the business-date control record; missing,
      *                     empty, or not dates is no answer at all.
      *-----------------------------------------------------------------
       5000-READ-CONTROL.
           OPEN INPUT LIB1-BDC-FILE

           IF NOT WS-BDC-STATUS-OK
               SET BDA-NO-CONTROL TO TRUE
               STRING 'LIB1BDCF NOT AVAILABLE - STATUS '
                      WS-BDC-STATUS
                   DELIMITED BY SIZE INTO BDA-MESSAGE
               GO TO 5000-EXIT
           END-IF

           READ LIB1-BDC-FILE
               AT END
                   SET BDA-NO-CONTROL TO TRUE
                   MOVE 'LIB1BDCF IS EMPTY' TO BDA-MESSAGE
           END-READ

           CLOSE LIB1-BDC-FILE

           IF NOT BDA-OK
               GO TO 5000-EXIT
           END-IF

           IF BDC-BUSINESS-DATE NOT NUMERIC
            OR BDC-PRIOR-DATE NOT NUMERIC
               SET BDA-NO-CONTROL TO TRUE
               MOVE 'BAD BUSINESS DATE IN LIB1BDCF' TO BDA-MESSAGE
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-FIND-CALENDAR-DAY - WS-SEEK-DATE's calendar line into
      *                          WS-CAL-DAY; a date the calendar does
      *                          not carry is refused.
      *-----------------------------------------------------------------
       6000-FIND-CALENDAR-DAY.
           MOVE 'N' TO WS-DAY-FOUND-SW

           PERFORM 6500-OPEN-CALENDAR THRU 6500-EXIT

           IF NOT BDA-OK
               GO TO 6000-EXIT
           END-IF

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT

           PERFORM 6600-READ-CALENDAR THRU 6600-EXIT
               UNTIL WS-CAL-EOF
                  OR CAL-DATE NOT < WS-SEEK-DATE

           MOVE LIB1-CAL-REC TO WS-CAL-DAY
           CLOSE LIB1-CAL-FILE

           IF NOT WS-CAL-EOF
            AND CLD-DATE = WS-SEEK-DATE
               SET WS-DAY-FOUND TO TRUE
           ELSE
               SET BDA-CALENDAR-SHORT TO TRUE
               STRING 'DATE ' WS-SEEK-DATE ' IS NOT ON LIB1CALF'
                   DELIMITED BY SIZE INTO BDA-MESSAGE
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6500-OPEN-CALENDAR - open the calendar for a fresh pass.
      *-----------------------------------------------------------------
       6500-OPEN-CALENDAR.
           MOVE 'N' TO WS-CAL-EOF-SW

           OPEN INPUT LIB1-CAL-FILE

           IF NOT WS-CAL-STATUS-OK
               SET BDA-CALENDAR-SHORT TO TRUE
               STRING 'LIB1CALF NOT AVAILABLE - STATUS '
                      WS-CAL-STATUS
                   DELIMITED BY SIZE INTO BDA-MESSAGE
           END-IF.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6600-READ-CALENDAR - read the next calendar day, set EOF.
      *-----------------------------------------------------------------
       6600-READ-CALENDAR.
           READ LIB1-CAL-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.
       6600-EXIT.
           EXIT.
