      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Intraday unload of the urgent LB2 requests - the
      *              first step of an intraday cycle, scheduled as
      *              often as operations choose through the business
      *              day.  Walks the request queue LIB1REQQ
      *              (LIB1REQ.cpy) and takes only the requests that
      *              are both pending and flagged urgent
      *              (REQ-URGENT); every other request is left for
      *              the nightly LIB1QUNL exactly as it was.
      *
      *              Each cycle gets the next number for the business
      *              date off the cycle log LIB1CYCL (LIB1CYC.cpy) and
      *              appends its own line there when the unload is
      *              done; LIB1BAT and LIB1QRPT, run next in the same
      *              cycle with LIB1CYCL allocated, pick the number up
      *              from it.  The taken requests go out in LIB1BKY
      *              detail format on the cycle's own key file
      *              LIB1KYU, requester id in LIB1B-ORIGIN, for
      *              LIB1BAT to run directly - no standing keys, no
      *              LIB1EDIT, and nothing the nightly stream reads:
      *              the cycle's LIB1BAT writes its own LIB1OUT and no
      *              LIB1RCTL or LIB1HIST line, and this step writes
      *              no LIB1RCTL line either.
      *
      *              A taken request is marked REQ-PROCESSED-INTRADAY
      *              and stamped with the business date, the cycle
      *              number, and the time the cycle started, which is
      *              what the LB2 inquiry shows the requester; since
      *              it is no longer pending, the nightly unload goes
      *              by it.  Two urgent requests for the same key pair
      *              go in once, the first requester's id riding it.
      *              An urgent request with a blank key is rejected
      *              to LIB1QREJ and marked processed, as the nightly
      *              unload does.  LB2 has already translated a
      *              retired key to its successor when the request
      *              was keyed (REQ-OLD-KEY), and the old pair rides
      *              the key file through to the audit line.
      *
      *              A cycle takes at most 500 distinct key pairs;
      *              urgent requests past that are left pending for
      *              the next cycle, or the night, and counted as
      *              held.  A date with 999 cycles logged is refused.
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
       PROGRAM-ID.      lib1qint.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-QUEUE-FILE ASSIGN TO LIB1REQQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REQ-PRIME-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT LIB1-URGENT-FILE ASSIGN TO LIB1KYU
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-QREJ-FILE ASSIGN TO LIB1QREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LIB1-CYC-FILE ASSIGN TO LIB1CYCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-QUEUE-FILE.
       01  LIB1-QUEUE-REC.
           copy LIB1REQ.

       FD  LIB1-URGENT-FILE.
       01  LIB1-URGENT-REC.
           copy LIB1BKY REPLACING LEADING ==LIB1B-== BY ==URGB-==.

       FD  LIB1-QREJ-FILE.
       01  LIB1-QREJ-REC.
           copy LIB1REQ REPLACING LEADING ==REQ-== BY ==REJ-==.

       FD  LIB1-CYC-FILE.
       01  LIB1-CYC-REC.
           copy LIB1CYC.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-QUEUE-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-QUEUE-EOF                VALUE 'Y'.
           05  WS-CYC-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-CYC-EOF                  VALUE 'Y'.
           05  WS-QSLOT-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WS-QSLOT-FOUND              VALUE 'Y'.
           05  WS-QKEY-FULL-SW         PIC X(01)   VALUE 'N'.
               88  WS-QKEY-FULL                VALUE 'Y'.

       01  WS-QUEUE-STATUS             PIC X(02)   VALUE '00'.
           88  WS-QUEUE-STATUS-OK              VALUE '00'.
           88  WS-QUEUE-STATUS-EMPTY           VALUE '35'.

       01  WS-CYC-STATUS               PIC X(02)   VALUE '00'.
           88  WS-CYC-STATUS-OK                VALUE '00'.
           88  WS-CYC-STATUS-USABLE            VALUES '00' '05'.
           88  WS-CYC-STATUS-NEW-FILE          VALUE '35'.

      *    This cycle: its number within the business date and the
      *    wall clock it started on.
       01  WS-CYCLE-WORK.
           05  WS-LAST-CYCLE-NO        PIC 9(03)   VALUE 0.
           05  WS-CYCLE-NO             PIC 9(03)   VALUE 0.
           05  WS-CYCLE-START-DATE     PIC X(08)   VALUE SPACES.
           05  WS-CYCLE-START-TIME     PIC X(08)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-QUEUE-READ-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-TAKEN-COUNT          PIC 9(09)   COMP    VALUE 0.
           05  WS-UNLOADED-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-QDUP-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-HELD-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-LEFT-COUNT           PIC 9(09)   COMP    VALUE 0.

      *    Distinct urgent key pairs taken this cycle, kept in key
      *    order by insertion so SEARCH ALL finds a repeat, as in
      *    LIB1QUNL.  The limit is the size of one cycle.
       01  WS-QKEY-TABLE.
           05  WS-QKEY-COUNT           PIC 9(04)   COMP    VALUE 0.
           05  WS-QKEY-ENTRY           OCCURS 0 TO 500 TIMES
                                       DEPENDING ON WS-QKEY-COUNT
                                       ASCENDING KEY IS WS-QKEY-PAIR
                                       INDEXED BY WS-QKEY-IDX.
               10  WS-QKEY-PAIR.
                   15  WS-QKEY-KEY     PIC X(10).
                   15  WS-QKEY-KEY2    PIC X(10).
               10  WS-QKEY-REQUESTER   PIC X(08).
               10  WS-QKEY-OLD-KEY     PIC X(10).
               10  WS-QKEY-OLD-KEY2    PIC X(10).

       01  WS-QKEY-WORK.
           05  WS-QNEW-PAIR.
               10  WS-QNEW-KEY         PIC X(10).
               10  WS-QNEW-KEY2        PIC X(10).
           05  WS-QKEY-SUB             PIC 9(04)   COMP    VALUE 0.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1QINT' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-UNLOAD-URGENT THRU 2000-EXIT

           PERFORM 2600-WRITE-URGENT-KEYS THRU 2600-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business date and this cycle's
      *                   number, then open the files.  A queue file
      *                   that will not open stops the cycle before
      *                   its number is used.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1QINT - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           ACCEPT WS-CYCLE-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CYCLE-START-TIME FROM TIME

           PERFORM 1100-NEXT-CYCLE THRU 1100-EXIT

           OPEN I-O LIB1-QUEUE-FILE

      *    Status 35 is an unloaded (empty) queue - nobody has asked
      *    for anything, and the cycle runs empty.  Any other bad
      *    status stops it.
           EVALUATE TRUE
               WHEN WS-QUEUE-STATUS-OK
                   CONTINUE
               WHEN WS-QUEUE-STATUS-EMPTY
                   DISPLAY 'LIB1QINT - LIB1REQQ IS EMPTY - '
                           'NO URGENT REQUESTS'
                   SET WS-QUEUE-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'LIB1QINT - LIB1REQQ OPEN FAILED - STATUS '
                           WS-QUEUE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
           END-EVALUATE

           OPEN OUTPUT LIB1-URGENT-FILE
           OPEN OUTPUT LIB1-QREJ-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-NEXT-CYCLE - the highest cycle number already logged for
      *                   the business date, plus one.  No log yet
      *                   makes this cycle 001.
      *-----------------------------------------------------------------
       1100-NEXT-CYCLE.
           OPEN INPUT LIB1-CYC-FILE

           IF WS-CYC-STATUS-OK
               PERFORM 1110-READ-CYCLE-LOG THRU 1110-EXIT

               PERFORM 1120-CHECK-ONE-CYCLE THRU 1120-EXIT
                   UNTIL WS-CYC-EOF
           END-IF

           CLOSE LIB1-CYC-FILE

           IF WS-LAST-CYCLE-NO = 999
               DISPLAY 'LIB1QINT - RUN REFUSED - 999 CYCLES ALREADY '
                       'RUN FOR ' BDA-RUN-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           COMPUTE WS-CYCLE-NO = WS-LAST-CYCLE-NO + 1.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1110-READ-CYCLE-LOG - read the next cycle log line, set EOF.
      *-----------------------------------------------------------------
       1110-READ-CYCLE-LOG.
           READ LIB1-CYC-FILE
               AT END
                   SET WS-CYC-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1120-CHECK-ONE-CYCLE - keep the highest number logged under
      *                        the business date; other dates go by.
      *-----------------------------------------------------------------
       1120-CHECK-ONE-CYCLE.
           IF CYC-RUN-DATE = BDA-RUN-DATE
            AND CYC-CYCLE-NO > WS-LAST-CYCLE-NO
               MOVE CYC-CYCLE-NO TO WS-LAST-CYCLE-NO
           END-IF

           PERFORM 1110-READ-CYCLE-LOG THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-UNLOAD-URGENT - walk the whole queue in key order and
      *                      take every pending urgent request.
      *-----------------------------------------------------------------
       2000-UNLOAD-URGENT.
           IF WS-QUEUE-EOF
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-READ-QUEUE THRU 2100-EXIT

           PERFORM 2200-TAKE-ONE-REQUEST THRU 2200-EXIT
               UNTIL WS-QUEUE-EOF

           CLOSE LIB1-QUEUE-FILE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-QUEUE - read the next queue record, set EOF.
      *-----------------------------------------------------------------
       2100-READ-QUEUE.
           READ LIB1-QUEUE-FILE
               AT END
                   SET WS-QUEUE-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-TAKE-ONE-REQUEST - route one queue record: anything not
      *                         both pending and urgent is left for
      *                         the night, a blank key is rejected,
      *                         and every other urgent request joins
      *                         the cycle's key table.
      *-----------------------------------------------------------------
       2200-TAKE-ONE-REQUEST.
           ADD 1 TO WS-QUEUE-READ-COUNT

           EVALUATE TRUE
               WHEN NOT REQ-PENDING
                   CONTINUE
               WHEN NOT REQ-URGENT
                   ADD 1 TO WS-LEFT-COUNT
               WHEN REQ-KEY = SPACES OR REQ-KEY = LOW-VALUES
                   ADD 1 TO WS-TAKEN-COUNT
                   ADD 1 TO WS-REJECT-COUNT
                   WRITE LIB1-QREJ-REC FROM LIB1-QUEUE-REC
                   PERFORM 2300-MARK-PROCESSED THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2250-COLLECT-REQUEST THRU 2250-EXIT
           END-EVALUATE

           PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2250-COLLECT-REQUEST - one urgent key pair into the table and
      *                        the request marked taken.  A repeat of
      *                        a pair already held goes in once; a
      *                        new pair with the table full is left
      *                        pending, untouched, for the next cycle.
      *-----------------------------------------------------------------
       2250-COLLECT-REQUEST.
           MOVE REQ-KEY  TO WS-QNEW-KEY
           MOVE REQ-KEY2 TO WS-QNEW-KEY2

           IF WS-QKEY-COUNT > 0
               SEARCH ALL WS-QKEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QKEY-PAIR (WS-QKEY-IDX) = WS-QNEW-PAIR
                       ADD 1 TO WS-QDUP-COUNT
                       ADD 1 TO WS-TAKEN-COUNT
                       PERFORM 2300-MARK-PROCESSED THRU 2300-EXIT
                       GO TO 2250-EXIT
               END-SEARCH
           END-IF

           IF WS-QKEY-COUNT >= 500
               IF NOT WS-QKEY-FULL
                   DISPLAY 'LIB1QINT - CYCLE FULL - FURTHER URGENT '
                           'REQUESTS LEFT PENDING'
                   SET WS-QKEY-FULL TO TRUE
               END-IF
               ADD 1 TO WS-HELD-COUNT
               GO TO 2250-EXIT
           END-IF

           PERFORM 2280-INSERT-QKEY THRU 2280-EXIT

           ADD 1 TO WS-TAKEN-COUNT
           PERFORM 2300-MARK-PROCESSED THRU 2300-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2280-INSERT-QKEY - put the pair into the table at its place in
      *                    key order, moving every higher entry up
      *                    one slot.
      *-----------------------------------------------------------------
       2280-INSERT-QKEY.
           MOVE WS-QKEY-COUNT TO WS-QKEY-SUB
           ADD 1 TO WS-QKEY-COUNT
           MOVE 'N' TO WS-QSLOT-FOUND-SW

           PERFORM 2290-OPEN-SLOT THRU 2290-EXIT
               UNTIL WS-QSLOT-FOUND

           ADD 1 TO WS-QKEY-SUB
           MOVE WS-QNEW-KEY   TO WS-QKEY-KEY       (WS-QKEY-SUB)
           MOVE WS-QNEW-KEY2  TO WS-QKEY-KEY2      (WS-QKEY-SUB)
           MOVE REQ-REQUESTER TO WS-QKEY-REQUESTER (WS-QKEY-SUB)
           MOVE REQ-OLD-KEY   TO WS-QKEY-OLD-KEY   (WS-QKEY-SUB)
           MOVE REQ-OLD-KEY2  TO WS-QKEY-OLD-KEY2  (WS-QKEY-SUB).
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2290-OPEN-SLOT - step down one entry: stop below the first
      *                  entry or at one lower than the new pair,
      *                  otherwise move this entry up a slot.
      *-----------------------------------------------------------------
       2290-OPEN-SLOT.
           IF WS-QKEY-SUB = 0
               SET WS-QSLOT-FOUND TO TRUE
               GO TO 2290-EXIT
           END-IF

           IF WS-QKEY-PAIR (WS-QKEY-SUB) < WS-QNEW-PAIR
               SET WS-QSLOT-FOUND TO TRUE
               GO TO 2290-EXIT
           END-IF

           MOVE WS-QKEY-ENTRY (WS-QKEY-SUB)
               TO WS-QKEY-ENTRY (WS-QKEY-SUB + 1)
           SUBTRACT 1 FROM WS-QKEY-SUB.
       2290-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-MARK-PROCESSED - stamp the record just read with this
      *                       cycle and rewrite it in place.
      *-----------------------------------------------------------------
       2300-MARK-PROCESSED.
           SET REQ-PROCESSED-INTRADAY TO TRUE
           MOVE BDA-RUN-DATE        TO REQ-RUN-DATE
           MOVE WS-CYCLE-NO         TO REQ-CYCLE-NO
           MOVE WS-CYCLE-START-TIME TO REQ-RUN-TIME

           REWRITE LIB1-QUEUE-REC

           IF NOT WS-QUEUE-STATUS-OK
               DISPLAY 'LIB1QINT - REWRITE FAILED - STATUS '
                       WS-QUEUE-STATUS ' KEY ' REQ-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-WRITE-URGENT-KEYS - the cycle's distinct key pairs out to
      *                          its key file, in key order.
      *-----------------------------------------------------------------
       2600-WRITE-URGENT-KEYS.
           IF WS-QKEY-COUNT > 0
               PERFORM 2610-WRITE-ONE-URGENT THRU 2610-EXIT
                   VARYING WS-QKEY-IDX FROM 1 BY 1
                   UNTIL WS-QKEY-IDX > WS-QKEY-COUNT
           END-IF

           CLOSE LIB1-URGENT-FILE
           CLOSE LIB1-QREJ-FILE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2610-WRITE-ONE-URGENT - one urgent key out.
      *-----------------------------------------------------------------
       2610-WRITE-ONE-URGENT.
           ADD 1 TO WS-UNLOADED-COUNT
           MOVE SPACES TO LIB1-URGENT-REC
           MOVE WS-QKEY-KEY       (WS-QKEY-IDX) TO URGB-KEY
           MOVE WS-QKEY-KEY2      (WS-QKEY-IDX) TO URGB-KEY2
           MOVE WS-QKEY-REQUESTER (WS-QKEY-IDX) TO URGB-ORIGIN
           MOVE WS-QKEY-OLD-KEY   (WS-QKEY-IDX) TO URGB-OLD-KEY
           MOVE WS-QKEY-OLD-KEY2  (WS-QKEY-IDX) TO URGB-OLD-KEY2
           WRITE LIB1-URGENT-REC.
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - log the cycle and report the unload summary.
      *                  RETURN-CODE 8 from a failed rewrite is left
      *                  standing so the schedule sees it.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           IF RETURN-CODE = 0 AND WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 8300-WRITE-CYCLE-LOG THRU 8300-EXIT

           DISPLAY 'LIB1QINT - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1QINT - INTRADAY CYCLE . : ' WS-CYCLE-NO
           DISPLAY 'LIB1QINT - CYCLE STARTED. . : ' WS-CYCLE-START-TIME
           DISPLAY 'LIB1QINT - QUEUE RECORDS. . : ' WS-QUEUE-READ-COUNT
           DISPLAY 'LIB1QINT - URGENT TAKEN . . : ' WS-TAKEN-COUNT
           DISPLAY 'LIB1QINT - KEYS UNLOADED. . : ' WS-UNLOADED-COUNT
           DISPLAY 'LIB1QINT - DUP REQUESTS . . : ' WS-QDUP-COUNT
           DISPLAY 'LIB1QINT - REJECTED . . . . : ' WS-REJECT-COUNT
           DISPLAY 'LIB1QINT - HELD, CYCLE FULL : ' WS-HELD-COUNT
           DISPLAY 'LIB1QINT - LEFT FOR NIGHT . : ' WS-LEFT-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8300-WRITE-CYCLE-LOG - append this cycle's line to LIB1CYCL,
      *                        OPEN OUTPUT the first time, for the
      *                        cycle's later steps to pick up.  With
      *                        no usable log the cycle cannot be
      *                        followed through: RETURN-CODE 16.
      *-----------------------------------------------------------------
       8300-WRITE-CYCLE-LOG.
           OPEN EXTEND LIB1-CYC-FILE

           IF WS-CYC-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-CYC-FILE
           END-IF

           IF NOT WS-CYC-STATUS-USABLE
               DISPLAY 'LIB1QINT - LIB1CYCL NOT AVAILABLE - STATUS '
                       WS-CYC-STATUS ' - CYCLE NOT LOGGED'
               MOVE 16 TO RETURN-CODE
               GO TO 8300-EXIT
           END-IF

           MOVE BDA-RUN-DATE        TO CYC-RUN-DATE
           MOVE WS-CYCLE-NO         TO CYC-CYCLE-NO
           MOVE WS-CYCLE-START-DATE TO CYC-START-DATE
           MOVE WS-CYCLE-START-TIME TO CYC-START-TIME
           MOVE WS-TAKEN-COUNT      TO CYC-REQUESTS
           MOVE WS-UNLOADED-COUNT   TO CYC-KEYS-OUT
           MOVE WS-REJECT-COUNT     TO CYC-REJECTS
           MOVE WS-HELD-COUNT       TO CYC-HELD

           WRITE LIB1-CYC-REC

           CLOSE LIB1-CYC-FILE.
       8300-EXIT.
           EXIT.
