      *              trailer record carrying the expected detail-key
      *              count (LIB1BKY.cpy); the run ends with
      *              RETURN-CODE 16 and a clear message when the header
      *              is missing, the run date does not match the
      *              business date from LIB1BDT, the trailer is
      *              missing, the trailer count does not balance
      *              against the detail records read, or records
      *              follow the trailer.
      *
      *              Once the control records check out, the detail
      *              keys are sorted and duplicate LIB1B-KEY/LIB1B-KEY2
      *              LIB1DUPR.  Duplicates end the run with
      *              RETURN-CODE 4 so the schedule can see them.
      *
      *              Each detail key is run past the operator-
      *              maintained key-translation table LIB1XLTF
      *              (LIB1XLT.cpy) on its way to the sort: a retired
      *              or renumbered pair whose successor has taken
      *              effect by the run date goes on as the successor,
      *              with the pair as sent kept in LIB1B-OLD-KEY/
      *              LIB1B-OLD-KEY2, and the swap is logged to
      *              LIB1XLOG (LIB1XLG.cpy) under the key's feeder for
      *              the LIB1XRPT report.  The duplicate screen runs
      *              on the translated pair, so a feeder sending both
      *              the old and the new pair gets one lookup.  Both
      *              files are OPTIONAL: with no LIB1XLTF nothing is
      *              translated.
      *
      * MODIFICATION HISTORY:
      *   2026-08-23  LGD  Initial version.
      *   2026-09-02  LGD  Start the shared run-control file LIB1RCTL
      *                    truncate the night's run-control file from
      *                    under LIB1BAL nor abend for want of a
      *                    sender to acknowledge.
      *   2026-10-15  LGD  Translate retired and renumbered detail keys
      *                    to their successors off LIB1XLTF before the
      *                    duplicate screen, keeping the pair as sent
      *                    in LIB1B-OLD-KEY, and log each swap to
      *                    LIB1XLOG for the LIB1XRPT feeder report.
      *   2026-10-15  LGD  Take the expected run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16 and a REJECT acknowledgment
      *                    carrying the reason.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1edit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-KEY-FILE ASSIGN TO LIB1KEYS
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LIB1-ACK-FILE ASSIGN TO LIB1ACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT OPTIONAL LIB1-XLT-FILE ASSIGN TO LIB1XLTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XLT-PRIME-KEY
               FILE STATUS IS WS-XLT-STATUS.

           SELECT OPTIONAL LIB1-XLOG-FILE ASSIGN TO LIB1XLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-KEY-FILE.
       01  LIB1-KEY-REC.
           copy LIB1BKY.
       FD  LIB1-ACK-FILE.
       01  LIB1-ACK-REC                PIC X(80).

       FD  LIB1-XLT-FILE.
       01  LIB1-XLT-REC.
           copy LIB1XLT.

       FD  LIB1-XLOG-FILE.
       01  LIB1-XLOG-REC.
           copy LIB1XLG.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-KEY-FILE-EOF-SW      PIC X(01)   VALUE 'N'.
               88  WS-KEY-FILE-EOF             VALUE 'Y'.
               88  WS-FIRST-KEY                VALUE 'Y'.
           05  WS-DUP-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-DUP-EOF                  VALUE 'Y'.
           05  WS-XLT-OPEN-SW          PIC X(01)   VALUE 'N'.
               88  WS-XLT-OPEN                 VALUE 'Y'.
           05  WS-XLOG-OPEN-SW         PIC X(01)   VALUE 'N'.
               88  WS-XLOG-OPEN                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(09)   COMP    VALUE 0.
           05  WS-UNIQUE-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-DUP-COUNT            PIC 9(09)   COMP    VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-XLT-COUNT            PIC 9(09)   COMP    VALUE 0.

       01  WS-PREV-KEY.
           05  WS-PREV-KEY1            PIC X(10).
       01  WS-ACK-STATUS               PIC X(02)   VALUE '00'.
           88  WS-ACK-STATUS-USABLE            VALUES '00' '05'.

       01  WS-XLT-STATUS               PIC X(02)   VALUE '00'.
           88  WS-XLT-STATUS-OK                VALUE '00'.

       01  WS-XLOG-STATUS              PIC X(02)   VALUE '00'.
           88  WS-XLOG-STATUS-USABLE           VALUES '00' '05'.
           88  WS-XLOG-STATUS-NEW-FILE         VALUE '35'.

      *    Acknowledgment work fields: the run date once LIB1BDT has
      *    given it, and the reject reason set at whichever edit
      *    failed - SPACES means the transmission passed.
       01  WS-ACK-DATE                 PIC X(08)   VALUE SPACES.
       01  WS-ACK-REASON               PIC X(40)   VALUE SPACES.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1EDIT' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-VALIDATE-CONTROLS THRU 2000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           PERFORM 9000-WRITE-ACK THRU 9000-EXIT

           MOVE RETURN-CODE   TO EVA-RETURN-CODE
           MOVE WS-ACK-REASON TO EVA-REASON
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the expected business run date from
      *                   LIB1BDT.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1EDIT - RUN REFUSED - ' BDA-MESSAGE
               MOVE 16 TO RETURN-CODE
               MOVE BDA-MESSAGE TO WS-ACK-REASON
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-RUN-DATE TO WS-ACK-DATE.
       1000-EXIT.
           EXIT.

               GO TO 0000-GOBACK
           END-IF

           IF LIB1B-HDR-RUN-DATE NOT = BDA-RUN-DATE
               DISPLAY 'LIB1EDIT - WRONG RUN DATE - HEADER SAYS '
                       LIB1B-HDR-RUN-DATE
                       ' SCHEDULE EXPECTS ' BDA-RUN-DATE
               MOVE 16 TO RETURN-CODE
               MOVE 'WRONG RUN DATE IN HEADER'
                   TO WS-ACK-REASON
           MOVE 'N' TO WS-KEY-FILE-EOF-SW
           OPEN INPUT LIB1-KEY-FILE

           PERFORM 3050-OPEN-TRANSLATION THRU 3050-EXIT

           PERFORM 2100-READ-KEY-FILE THRU 2100-EXIT

           PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
               UNTIL WS-KEY-FILE-EOF

           CLOSE LIB1-KEY-FILE

           IF WS-XLT-OPEN
               CLOSE LIB1-XLT-FILE
           END-IF

           IF WS-XLOG-OPEN
               CLOSE LIB1-XLOG-FILE
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3050-OPEN-TRANSLATION - open the key-translation table and the
      *                         translation log.  No table (or one
      *                         that will not open) means no key is
      *                         translated tonight; the log is
      *                         appended to, the way LIB1RCTL is by
      *                         every step after this one, and a run
      *                         with no usable log still translates.
      *-----------------------------------------------------------------
       3050-OPEN-TRANSLATION.
           OPEN INPUT LIB1-XLT-FILE

           IF NOT WS-XLT-STATUS-OK
               DISPLAY 'LIB1EDIT - LIB1XLTF NOT AVAILABLE - '
                       'NO KEYS TRANSLATED'
               GO TO 3050-EXIT
           END-IF

           SET WS-XLT-OPEN TO TRUE

           OPEN EXTEND LIB1-XLOG-FILE

           IF WS-XLOG-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-XLOG-FILE
           END-IF

           IF WS-XLOG-STATUS-USABLE
               SET WS-XLOG-OPEN TO TRUE
           ELSE
               DISPLAY 'LIB1EDIT - LIB1XLOG NOT AVAILABLE - '
                       'TRANSLATIONS NOT LOGGED'
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-RELEASE-ONE - hand one detail key to the sort; control
      *                    records go by.
       3100-RELEASE-ONE.
           IF NOT LIB1B-HEADER-REC
            AND NOT LIB1B-TRAILER-REC
               PERFORM 3200-TRANSLATE-KEY THRU 3200-EXIT
               RELEASE LIB1-KEY-SORT-REC FROM LIB1-KEY-REC
           END-IF

       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-TRANSLATE-KEY - swap one detail key pair for its successor
      *                      when the table carries it and the change
      *                      has taken effect by tonight's run date;
      *                      the pair as sent rides along in the old-
      *                      key fields.  A pair not translated goes
      *                      on with the old-key fields blank.
      *-----------------------------------------------------------------
       3200-TRANSLATE-KEY.
           MOVE SPACES TO LIB1B-OLD-KEY
                          LIB1B-OLD-KEY2

           IF NOT WS-XLT-OPEN
               GO TO 3200-EXIT
           END-IF

           MOVE LIB1B-KEY  TO XLT-OLD-KEY
           MOVE LIB1B-KEY2 TO XLT-OLD-KEY2

           READ LIB1-XLT-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ

           IF XLT-NEW-KEY = SPACES
            OR XLT-EFFECTIVE-DATE > BDA-RUN-DATE
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO WS-XLT-COUNT

           MOVE LIB1B-KEY    TO LIB1B-OLD-KEY
           MOVE LIB1B-KEY2   TO LIB1B-OLD-KEY2
           MOVE XLT-NEW-KEY  TO LIB1B-KEY
           MOVE XLT-NEW-KEY2 TO LIB1B-KEY2

           IF WS-XLOG-OPEN
               PERFORM 3300-LOG-TRANSLATION THRU 3300-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-LOG-TRANSLATION - one line on LIB1XLOG for the swap just
      *                        made, under the feeder that sent the
      *                        retired pair.
      *-----------------------------------------------------------------
       3300-LOG-TRANSLATION.
           MOVE BDA-RUN-DATE       TO XLG-RUN-DATE
           MOVE 'LIB1EDIT'         TO XLG-PROGRAM

           IF LIB1B-ORIGIN = SPACES
               MOVE 'LIB1KEYS'     TO XLG-FEEDER
           ELSE
               MOVE LIB1B-ORIGIN   TO XLG-FEEDER
           END-IF

           MOVE LIB1B-OLD-KEY      TO XLG-OLD-KEY
           MOVE LIB1B-OLD-KEY2     TO XLG-OLD-KEY2
           MOVE LIB1B-KEY          TO XLG-NEW-KEY
           MOVE LIB1B-KEY2         TO XLG-NEW-KEY2
           MOVE XLT-EFFECTIVE-DATE TO XLG-EFFECTIVE-DATE
           MOVE XLT-REASON         TO XLG-REASON

           WRITE LIB1-XLOG-REC.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-SCREEN-DUPS - SORT output procedure: the keys come back
      *                    in sequence, so every repeat of the pair

           PERFORM 8200-WRITE-RUN-CONTROL THRU 8200-EXIT

           DISPLAY 'LIB1EDIT - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1EDIT - DETAIL KEYS READ : ' WS-DETAIL-COUNT
           DISPLAY 'LIB1EDIT - KEYS TRANSLATED. : ' WS-XLT-COUNT
           DISPLAY 'LIB1EDIT - UNIQUE KEYS OUT. : ' WS-UNIQUE-COUNT
           DISPLAY 'LIB1EDIT - DUPLICATES . . . : ' WS-DUP-COUNT.
       8000-EXIT.
               GO TO 8200-EXIT
           END-IF

           MOVE BDA-RUN-DATE    TO RCT-RUN-DATE
           MOVE 'LIB1EDIT'      TO RCT-PROGRAM
           MOVE WS-DETAIL-COUNT TO RCT-RECORDS-IN
           MOVE WS-UNIQUE-COUNT TO RCT-RECORDS-OUT
