      *              run answers them.
      *
      *              Each unloaded request is marked processed and
      *              stamped with the business run date from LIB1BDT,
      *              which is what the LB2 inquiry shows the
      *              requester the next morning.  A pending request
      *              with a blank key cannot be looked up: it goes to
      *              too so it cannot clog the queue night after
      *              night.
      *
      *              Each pending key pair is run past the key-
      *              translation table LIB1XLTF (LIB1XLT.cpy) before
      *              it is screened, exactly as LIB1EDIT does for the
      *              standing keys: a retired or renumbered pair whose
      *              successor has taken effect by the run date is
      *              unloaded as the successor with the pair as
      *              requested in LIB1B-OLD-KEY, and the swap is
      *              logged to LIB1XLOG under the requester id.  A
      *              request LB2 already translated when it was keyed
      *              (REQ-OLD-KEY) is logged the same way.  Both files
      *              are OPTIONAL, as on LIB1EDIT.
      *
      *              An urgent request an intraday cycle (LIB1QINT)
      *              already answered is no longer pending and goes by
      *              like any other processed request - counted apart
      *              on the summary.  One keyed urgent after the day's
      *              last cycle is still pending and goes through
      *              tonight as usual.
      *
      * MODIFICATION HISTORY:
      *   2026-08-23  LGD  Initial version.
      *   2026-08-23  LGD  Screen the queued keys against the standing
      *                    lookup.  Two requesters after the same
      *                    key still merge to one detail key - the
      *                    first requester's id rides it.
      *   2026-10-15  LGD  Translate pending key pairs to their
      *                    successors off LIB1XLTF before screening,
      *                    carry the pair as requested on the merged
      *                    key (LIB1B-OLD-KEY), and log each swap to
      *                    LIB1XLOG.  The screening table is now kept
      *                    in key order by insertion - a translated
      *                    pair no longer arrives in queue order - and
      *                    repeats are found by SEARCH ALL instead of
      *                    by adjacency.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *   2026-10-15  LGD  Mark unloaded requests nightly-processed
      *                    (REQ-PROCESSED-NIGHTLY) and count the ones
      *                    an intraday cycle already answered apart
      *                    from the ones an earlier night did.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1qunl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-QUEUE-FILE ASSIGN TO LIB1REQQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           SELECT OPTIONAL LIB1-RCTL-FILE ASSIGN TO LIB1RCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

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
       FD  LIB1-QUEUE-FILE.
       01  LIB1-QUEUE-REC.
           copy LIB1REQ.
       01  LIB1-RCTL-REC.
           copy LIB1RCT.

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
           05  WS-QUEUE-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-QUEUE-EOF                VALUE 'Y'.
           05  WS-KEY-FILE-EOF-SW      PIC X(01)   VALUE 'N'.
               88  WS-KEY-FILE-EOF             VALUE 'Y'.
           05  WS-XLT-OPEN-SW          PIC X(01)   VALUE 'N'.
               88  WS-XLT-OPEN                 VALUE 'Y'.
           05  WS-XLOG-OPEN-SW         PIC X(01)   VALUE 'N'.
               88  WS-XLOG-OPEN                VALUE 'Y'.
           05  WS-QSLOT-FOUND-SW       PIC X(01)   VALUE 'N'.
               88  WS-QSLOT-FOUND              VALUE 'Y'.

       01  WS-QUEUE-STATUS             PIC X(02)   VALUE '00'.
           88  WS-QUEUE-STATUS-OK              VALUE '00'.
           88  WS-RCTL-STATUS-USABLE           VALUES '00' '05'.
           88  WS-RCTL-STATUS-NEW-FILE         VALUE '35'.

       01  WS-XLT-STATUS               PIC X(02)   VALUE '00'.
           88  WS-XLT-STATUS-OK                VALUE '00'.

       01  WS-XLOG-STATUS              PIC X(02)   VALUE '00'.
           88  WS-XLOG-STATUS-USABLE           VALUES '00' '05'.
           88  WS-XLOG-STATUS-NEW-FILE         VALUE '35'.

       01  WS-COUNTERS.
           05  WS-QUEUE-READ-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-UNLOADED-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-DONE-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-INTRADAY-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-SCREENED-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-QDUP-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-STANDING-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-XLT-COUNT            PIC 9(09)   COMP    VALUE 0.

      *    Pending queued key pairs (translated) held back until the
      *    standing file has been scanned for them.  Each pair is
      *    inserted in key order - a translated pair lands out of
      *    queue order - so SEARCH ALL can do both the repeat check
      *    and the standing-key probes; a run with more pending
      *    requests than the table holds writes the overflow through
      *    unscreened, with a warning.
       01  WS-QKEY-TABLE.
               10  WS-QKEY-DUP-SW      PIC X(01).
                   88  WS-QKEY-DUP             VALUE 'Y'.
               10  WS-QKEY-REQUESTER   PIC X(08).
               10  WS-QKEY-OLD-KEY     PIC X(10).
               10  WS-QKEY-OLD-KEY2    PIC X(10).

       01  WS-QKEY-WORK.
           05  WS-QKEY-FULL-SW         PIC X(01)   VALUE 'N'.
           05  WS-STAND-PAIR.
               10  WS-STAND-KEY        PIC X(10).
               10  WS-STAND-KEY2       PIC X(10).
           05  WS-QNEW-PAIR.
               10  WS-QNEW-KEY         PIC X(10).
               10  WS-QNEW-KEY2        PIC X(10).
           05  WS-QOLD-PAIR.
               10  WS-QOLD-KEY         PIC X(10).
               10  WS-QOLD-KEY2        PIC X(10).
           05  WS-QKEY-SUB             PIC 9(04)   COMP    VALUE 0.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1QUNL' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-UNLOAD-QUEUE THRU 2000-EXIT

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      *                   built.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1QUNL - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF
           END-EVALUATE

           OPEN OUTPUT LIB1-MERGED-FILE
           OPEN OUTPUT LIB1-QREJ-FILE

           PERFORM 1100-OPEN-TRANSLATION THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-OPEN-TRANSLATION - open the key-translation table and the
      *                         translation log, as LIB1EDIT does: no
      *                         table means no request is translated
      *                         here, no usable log means the swaps
      *                         go unlogged.
      *-----------------------------------------------------------------
       1100-OPEN-TRANSLATION.
           OPEN INPUT LIB1-XLT-FILE

           IF NOT WS-XLT-STATUS-OK
               DISPLAY 'LIB1QUNL - LIB1XLTF NOT AVAILABLE - '
                       'NO REQUESTS TRANSLATED'
               GO TO 1100-EXIT
           END-IF

           SET WS-XLT-OPEN TO TRUE

           OPEN EXTEND LIB1-XLOG-FILE

           IF WS-XLOG-STATUS-NEW-FILE
               OPEN OUTPUT LIB1-XLOG-FILE
           END-IF

           IF WS-XLOG-STATUS-USABLE
               SET WS-XLOG-OPEN TO TRUE
           ELSE
               DISPLAY 'LIB1QUNL - LIB1XLOG NOT AVAILABLE - '
                       'TRANSLATIONS NOT LOGGED'
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-UNLOAD-QUEUE - walk the whole queue in key order: every
      *                     pending request is collected into the

      *-----------------------------------------------------------------
      * 2200-UNLOAD-ONE-REQUEST - route one queue record: processed
      *                           entries - an earlier night's or an
      *                           intraday cycle's - just go by, a
      *                           pending entry with a blank key is
      *                           rejected, and
      *                           every other pending entry joins the
      *                           screening table.
      *-----------------------------------------------------------------
           ADD 1 TO WS-QUEUE-READ-COUNT

           EVALUATE TRUE
               WHEN REQ-PROCESSED-INTRADAY
                   ADD 1 TO WS-INTRADAY-COUNT
               WHEN REQ-PROCESSED
                   ADD 1 TO WS-DONE-COUNT
               WHEN REQ-KEY = SPACES OR REQ-KEY = LOW-VALUES
           EXIT.

      *-----------------------------------------------------------------
      * 2250-COLLECT-REQUEST - one pending key pair, translated, into
      *                        the screening table.  A repeat of a
      *                        pair already held (two requesters
      *                        after the same key, or an old and a
      *                        new pair for the same successor) goes
      *                        in once.  Overflow past the table goes
      *                        straight to the merged file, unscreened
      *                        but not lost.
      *-----------------------------------------------------------------
       2250-COLLECT-REQUEST.
           PERFORM 2260-TRANSLATE-REQUEST THRU 2260-EXIT

           IF WS-QKEY-COUNT > 0
               SEARCH ALL WS-QKEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-QKEY-PAIR (WS-QKEY-IDX) = WS-QNEW-PAIR
                       ADD 1 TO WS-QDUP-COUNT
                       GO TO 2250-EXIT
               END-SEARCH
           END-IF

           IF WS-QKEY-COUNT >= 2000
                   SET WS-QKEY-FULL TO TRUE
               END-IF
               ADD 1 TO WS-UNLOADED-COUNT
               MOVE SPACES        TO LIB1-MERGED-REC
               MOVE WS-QNEW-KEY   TO MRGB-KEY
               MOVE WS-QNEW-KEY2  TO MRGB-KEY2
               MOVE REQ-REQUESTER TO MRGB-ORIGIN
               MOVE WS-QOLD-KEY   TO MRGB-OLD-KEY
               MOVE WS-QOLD-KEY2  TO MRGB-OLD-KEY2
               WRITE LIB1-MERGED-REC
               GO TO 2250-EXIT
           END-IF

           PERFORM 2280-INSERT-QKEY THRU 2280-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2260-TRANSLATE-REQUEST - the pair this request is unloaded
      *                          under.  A pair the table carries,
      *                          effective by tonight's run date, is
      *                          swapped for its successor and the
      *                          swap logged; a request LB2 already
      *                          translated when it was keyed carries
      *                          its old pair in REQ-OLD-KEY and is
      *                          logged the same way.
      *-----------------------------------------------------------------
       2260-TRANSLATE-REQUEST.
           MOVE REQ-KEY      TO WS-QNEW-KEY
           MOVE REQ-KEY2     TO WS-QNEW-KEY2
           MOVE REQ-OLD-KEY  TO WS-QOLD-KEY
           MOVE REQ-OLD-KEY2 TO WS-QOLD-KEY2

           IF NOT WS-XLT-OPEN
               GO TO 2260-EXIT
           END-IF

           MOVE REQ-KEY  TO XLT-OLD-KEY
           MOVE REQ-KEY2 TO XLT-OLD-KEY2

           READ LIB1-XLT-FILE
               INVALID KEY
                   GO TO 2260-ONLINE
           END-READ

           IF XLT-NEW-KEY = SPACES
            OR XLT-EFFECTIVE-DATE > BDA-RUN-DATE
               GO TO 2260-ONLINE
           END-IF

           IF WS-QOLD-PAIR = SPACES
               MOVE REQ-KEY  TO WS-QOLD-KEY
               MOVE REQ-KEY2 TO WS-QOLD-KEY2
           END-IF

           MOVE XLT-NEW-KEY  TO WS-QNEW-KEY
           MOVE XLT-NEW-KEY2 TO WS-QNEW-KEY2

           ADD 1 TO WS-XLT-COUNT
           PERFORM 2270-LOG-TRANSLATION THRU 2270-EXIT
           GO TO 2260-EXIT.
       2260-ONLINE.
           IF WS-QOLD-PAIR = SPACES
               GO TO 2260-EXIT
           END-IF

           MOVE WS-QOLD-KEY  TO XLT-OLD-KEY
           MOVE WS-QOLD-KEY2 TO XLT-OLD-KEY2

           READ LIB1-XLT-FILE
               INVALID KEY
                   MOVE SPACES TO XLT-EFFECTIVE-DATE
                                  XLT-REASON
           END-READ

           ADD 1 TO WS-XLT-COUNT
           PERFORM 2270-LOG-TRANSLATION THRU 2270-EXIT.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2270-LOG-TRANSLATION - one line on LIB1XLOG for this request's
      *                        swap, under the requester id.
      *-----------------------------------------------------------------
       2270-LOG-TRANSLATION.
           IF NOT WS-XLOG-OPEN
               GO TO 2270-EXIT
           END-IF

           MOVE BDA-RUN-DATE       TO XLG-RUN-DATE
           MOVE 'LIB1QUNL'         TO XLG-PROGRAM
           MOVE REQ-REQUESTER      TO XLG-FEEDER
           MOVE WS-QOLD-KEY        TO XLG-OLD-KEY
           MOVE WS-QOLD-KEY2       TO XLG-OLD-KEY2
           MOVE WS-QNEW-KEY        TO XLG-NEW-KEY
           MOVE WS-QNEW-KEY2       TO XLG-NEW-KEY2
           MOVE XLT-EFFECTIVE-DATE TO XLG-EFFECTIVE-DATE
           MOVE XLT-REASON         TO XLG-REASON

           WRITE LIB1-XLOG-REC.
       2270-EXIT.
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
           MOVE 'N'           TO WS-QKEY-DUP-SW    (WS-QKEY-SUB)
           MOVE REQ-REQUESTER TO WS-QKEY-REQUESTER (WS-QKEY-SUB)
           MOVE WS-QOLD-KEY   TO WS-QKEY-OLD-KEY   (WS-QKEY-SUB)
           MOVE WS-QOLD-KEY2  TO WS-QKEY-OLD-KEY2  (WS-QKEY-SUB).
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
      * 2300-MARK-PROCESSED - stamp the record just read and rewrite
      *                       it in place.
      *-----------------------------------------------------------------
       2300-MARK-PROCESSED.
           SET REQ-PROCESSED-NIGHTLY TO TRUE
           MOVE BDA-RUN-DATE TO REQ-RUN-DATE

           REWRITE LIB1-QUEUE-REC

               MOVE WS-QKEY-KEY  (WS-QKEY-IDX) TO MRGB-KEY
               MOVE WS-QKEY-KEY2 (WS-QKEY-IDX) TO MRGB-KEY2
               MOVE WS-QKEY-REQUESTER (WS-QKEY-IDX) TO MRGB-ORIGIN
               MOVE WS-QKEY-OLD-KEY  (WS-QKEY-IDX) TO MRGB-OLD-KEY
               MOVE WS-QKEY-OLD-KEY2 (WS-QKEY-IDX) TO MRGB-OLD-KEY2
               WRITE LIB1-MERGED-REC
           END-IF.
       2610-EXIT.

           CLOSE LIB1-KEY-FILE
           CLOSE LIB1-MERGED-FILE
           CLOSE LIB1-QREJ-FILE

           IF WS-XLT-OPEN
               CLOSE LIB1-XLT-FILE
           END-IF

           IF WS-XLOG-OPEN
               CLOSE LIB1-XLOG-FILE
           END-IF.
       3000-EXIT.
           EXIT.


           PERFORM 8200-WRITE-RUN-CONTROL THRU 8200-EXIT

           DISPLAY 'LIB1QUNL - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1QUNL - QUEUE RECORDS. . : ' WS-QUEUE-READ-COUNT
           DISPLAY 'LIB1QUNL - UNLOADED . . . . : ' WS-UNLOADED-COUNT
           DISPLAY 'LIB1QUNL - ALREADY DONE . . : ' WS-DONE-COUNT
           DISPLAY 'LIB1QUNL - DONE INTRADAY. . : ' WS-INTRADAY-COUNT
           DISPLAY 'LIB1QUNL - REJECTED . . . . : ' WS-REJECT-COUNT
           DISPLAY 'LIB1QUNL - TRANSLATED . . . : ' WS-XLT-COUNT
           DISPLAY 'LIB1QUNL - IN STANDING FILE : ' WS-SCREENED-COUNT
           DISPLAY 'LIB1QUNL - DUP REQUESTS . . : ' WS-QDUP-COUNT
           DISPLAY 'LIB1QUNL - STANDING KEYS. . : ' WS-STANDING-COUNT.
               GO TO 8200-EXIT
           END-IF

           MOVE BDA-RUN-DATE        TO RCT-RUN-DATE
           MOVE 'LIB1QUNL'          TO RCT-PROGRAM
           MOVE WS-QUEUE-READ-COUNT TO RCT-RECORDS-IN
           MOVE WS-UNLOADED-COUNT   TO RCT-RECORDS-OUT
