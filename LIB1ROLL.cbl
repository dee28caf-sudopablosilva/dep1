      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Date-roll, the last step of the nightly stream
      *              (after LIB1BAL).  Marks the night's business date
      *              completed on the control record LIB1BDCF
      *              (LIB1BDC.cpy) and advances the business date to
      *              the next business day on the calendar LIB1CALF,
      *              so the next night's steps pick their run date up
      *              through LIB1BDT without anybody keying it.
      *
      *              The roll is refused - RETURN-CODE 16, control
      *              record untouched - when the night's date does not
      *              pass the stream-date check itself, when LIB1RCTL
      *              carries no LIB1EDIT line for that date (the
      *              stream did not run for it, so a rerun of this
      *              step after a roll cannot roll a second day), or
      *              when the calendar does not reach the next
      *              business day.
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
       PROGRAM-ID.      lib1roll.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-BDC-FILE ASSIGN TO LIB1BDCF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDC-STATUS.

           SELECT OPTIONAL LIB1-RCTL-FILE ASSIGN TO LIB1RCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-BDC-FILE.
       01  LIB1-BDC-REC.
           copy LIB1BDC.

       FD  LIB1-RCTL-FILE.
       01  LIB1-RCTL-REC.
           copy LIB1RCT.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-RCTL-EOF-SW          PIC X(01)   VALUE 'N'.
               88  WS-RCTL-EOF                 VALUE 'Y'.
           05  WS-EDIT-SEEN-SW         PIC X(01)   VALUE 'N'.
               88  WS-EDIT-SEEN                VALUE 'Y'.

       01  WS-BDC-STATUS               PIC X(02)   VALUE '00'.
           88  WS-BDC-STATUS-OK                VALUE '00'.

       01  WS-RCTL-STATUS              PIC X(02)   VALUE '00'.
           88  WS-RCTL-STATUS-OK               VALUE '00'.

       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-ROLL-WORK.
           05  WS-COMPLETED-DATE       PIC X(08)   VALUE SPACES.
           05  WS-NEXT-DATE            PIC X(08)   VALUE SPACES.
           05  WS-NEXT-MONTH-END-SW    PIC X(01)   VALUE SPACES.
           05  WS-ROLL-DATE            PIC X(08)   VALUE SPACES.
           05  WS-ROLL-TIME            PIC X(08)   VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1ROLL' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-CHECK-STREAM-RAN THRU 2000-EXIT

           PERFORM 3000-FIND-NEXT-DATE THRU 3000-EXIT

           PERFORM 4000-ROLL-CONTROL THRU 4000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - the night's business date, checked the way
      *                   every step of the stream checked it.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE SPACES TO ws-bdt-arg
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1ROLL - ' BDA-MESSAGE ' - NOT ROLLED'
               STRING BDA-MESSAGE ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-RUN-DATE TO WS-COMPLETED-DATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CHECK-STREAM-RAN - the night's LIB1EDIT control line
      *                         must be on LIB1RCTL under the date
      *                         being rolled.
      *-----------------------------------------------------------------
       2000-CHECK-STREAM-RAN.
           OPEN INPUT LIB1-RCTL-FILE

           IF WS-RCTL-STATUS-OK
               PERFORM 2100-READ-RCTL THRU 2100-EXIT

               PERFORM 2200-LOOK-FOR-EDIT THRU 2200-EXIT
                   UNTIL WS-RCTL-EOF
                      OR WS-EDIT-SEEN
           END-IF

           CLOSE LIB1-RCTL-FILE

           IF NOT WS-EDIT-SEEN
               DISPLAY 'LIB1ROLL - NO LIB1EDIT LINE FOR '
                       WS-COMPLETED-DATE ' ON LIB1RCTL - NOT ROLLED'
               STRING 'NO LIB1EDIT LINE FOR ' WS-COMPLETED-DATE
                      ' ON LIB1RCTL - NOT ROLLED'
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-RCTL - read the next run-control line, set EOF.
      *-----------------------------------------------------------------
       2100-READ-RCTL.
           READ LIB1-RCTL-FILE
               AT END
                   SET WS-RCTL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LOOK-FOR-EDIT - is this the night's LIB1EDIT line?
      *-----------------------------------------------------------------
       2200-LOOK-FOR-EDIT.
           IF RCT-PROGRAM = 'LIB1EDIT'
            AND RCT-RUN-DATE = WS-COMPLETED-DATE
               SET WS-EDIT-SEEN TO TRUE
               GO TO 2200-EXIT
           END-IF

           PERFORM 2100-READ-RCTL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FIND-NEXT-DATE - the next business day on the calendar.
      *-----------------------------------------------------------------
       3000-FIND-NEXT-DATE.
           MOVE SPACES TO ws-bdt-arg
           SET BDA-NEXT-BUSINESS-DAY TO TRUE
           MOVE WS-COMPLETED-DATE TO BDA-RUN-DATE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1ROLL - ' BDA-MESSAGE ' - NOT ROLLED'
               STRING BDA-MESSAGE ' - NOT ROLLED'
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-NEXT-DATE    TO WS-NEXT-DATE
           MOVE BDA-MONTH-END-SW TO WS-NEXT-MONTH-END-SW.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-ROLL-CONTROL - rewrite the control record: tonight's date
      *                     completed, the next business day current.
      *-----------------------------------------------------------------
       4000-ROLL-CONTROL.
           OPEN I-O LIB1-BDC-FILE

           IF NOT WS-BDC-STATUS-OK
               DISPLAY 'LIB1ROLL - LIB1BDCF OPEN FAILED - STATUS '
                       WS-BDC-STATUS ' - NOT ROLLED'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           READ LIB1-BDC-FILE
               AT END
                   DISPLAY 'LIB1ROLL - LIB1BDCF IS EMPTY - NOT ROLLED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE LIB1-BDC-FILE
                   GO TO 0000-GOBACK
           END-READ

           ACCEPT WS-ROLL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ROLL-TIME FROM TIME

           MOVE WS-COMPLETED-DATE    TO BDC-PRIOR-DATE
           MOVE WS-NEXT-DATE         TO BDC-BUSINESS-DATE
           MOVE WS-NEXT-MONTH-END-SW TO BDC-MONTH-END-SW
           MOVE WS-ROLL-DATE         TO BDC-ROLLED-DATE
           MOVE WS-ROLL-TIME         TO BDC-ROLLED-TIME

           REWRITE LIB1-BDC-REC

           IF NOT WS-BDC-STATUS-OK
               DISPLAY 'LIB1ROLL - LIB1BDCF REWRITE FAILED - STATUS '
                       WS-BDC-STATUS ' - NOT ROLLED'
               MOVE 16 TO RETURN-CODE
               CLOSE LIB1-BDC-FILE
               GO TO 0000-GOBACK
           END-IF

           CLOSE LIB1-BDC-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - the run summary.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           MOVE 0 TO RETURN-CODE

           DISPLAY 'LIB1ROLL - DATE COMPLETED . : ' WS-COMPLETED-DATE
           DISPLAY 'LIB1ROLL - NEXT BUSINESS DAY: ' WS-NEXT-DATE
           DISPLAY 'LIB1ROLL - NEXT IS MONTH-END: '
                   WS-NEXT-MONTH-END-SW.
       8000-EXIT.
           EXIT.
