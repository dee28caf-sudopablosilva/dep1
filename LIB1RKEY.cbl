      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: One-time rekey of the current-results master
      *              LIB1MSTF (LIB1MST.cpy) for the retired and
      *              renumbered keys on the key-translation table
      *              LIB1XLTF (LIB1XLT.cpy), run once when a batch of
      *              translations is loaded and before the first
      *              LIB1MLD under them - take a backup of LIB1MSTF
      *              first.  For every table line effective by the
      *              business run date whose old pair the master still
      *              carries:
      *
      *              - successor not on the master: the old record is
      *                written under the successor pair as it stands,
      *                first-seen date, change date, and prior value
      *                and all;
      *              - successor already on the master: it keeps the
      *                earlier of the two first-seen dates and the
      *                later of the two last-confirmed dates, and a
      *                successor with no prior value yet takes the old
      *                key's last value (or, where that is the same as
      *                its own, the old key's prior) as its prior;
      *
      *              and the old pair's record is deleted, so the
      *              key's history reads on under one pair.  A line
      *              with a blank successor, not yet effective, or
      *              whose old pair is not on the master is passed
      *              by, counted - which also makes a rerun harmless.
      *
      *              LIB1BDT gives the business run date, as it does
      *              for the other translation-table readers LIB1EDIT,
      *              LIB1QUNL and LIB1XRPT; a date LIB1BDT refuses
      *              refuses the rekey with RETURN-CODE 16 before the
      *              master is opened.  Each rekeyed pair is listed on
      *              SYSOUT.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *   2026-10-15  LGD  A merge keeps the later of the two last-
      *                    confirmed dates (MST-CONFIRMED-DATE).
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *   2026-10-15  LGD  Take the business run date from the
      *                    LIB1BDCF control record through LIB1BDT
      *                    instead of the hand-keyed LIB1PRM; a run
      *                    for a date already completed, or off the
      *                    business calendar, is refused with
      *                    RETURN-CODE 16.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1rkey.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIB1-XLT-FILE ASSIGN TO LIB1XLTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XLT-PRIME-KEY
               FILE STATUS IS WS-XLT-STATUS.

           SELECT LIB1-MASTER-FILE ASSIGN TO LIB1MSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-XLT-FILE.
       01  LIB1-XLT-REC.
           copy LIB1XLT.

       FD  LIB1-MASTER-FILE.
       01  LIB1-MASTER-REC.
           copy LIB1MST.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-XLT-EOF-SW           PIC X(01)   VALUE 'N'.
               88  WS-XLT-EOF                  VALUE 'Y'.
           05  WS-MASTER-FOUND-SW      PIC X(01)   VALUE 'N'.
               88  WS-MASTER-FOUND             VALUE 'Y'.

       01  WS-XLT-STATUS               PIC X(02)   VALUE '00'.
           88  WS-XLT-STATUS-OK                VALUE '00'.

       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
           88  WS-MASTER-STATUS-OK             VALUE '00'.
           88  WS-MASTER-STATUS-NOTFND         VALUE '23'.

       01  WS-COUNTERS.
           05  WS-XLT-READ-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-NOT-DUE-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-NOT-ON-MST-COUNT     PIC 9(09)   COMP    VALUE 0.
           05  WS-MOVED-COUNT          PIC 9(09)   COMP    VALUE 0.
           05  WS-MERGED-COUNT         PIC 9(09)   COMP    VALUE 0.
           05  WS-DELETED-COUNT        PIC 9(09)   COMP    VALUE 0.

      *    The retired pair's master record, held while the successor
      *    is read into the record area.
       01  WS-OLD-MASTER.
           copy LIB1MST
               REPLACING LEADING ==MST-== BY ==OMS-==.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1RKEY' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-REKEY-ONE-PAIR THRU 2000-EXIT
               UNTIL WS-XLT-EOF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, open the
      *                   table and the master, prime the read.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1RKEY - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN INPUT LIB1-XLT-FILE

           IF NOT WS-XLT-STATUS-OK
               DISPLAY 'LIB1RKEY - LIB1XLTF OPEN FAILED - STATUS '
                       WS-XLT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           OPEN I-O LIB1-MASTER-FILE

           IF NOT WS-MASTER-STATUS-OK
               DISPLAY 'LIB1RKEY - LIB1MSTF OPEN FAILED - STATUS '
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE LIB1-XLT-FILE
               GO TO 0000-GOBACK
           END-IF

           PERFORM 2100-READ-XLT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-REKEY-ONE-PAIR - carry one retired pair's master record
      *                       onto its successor and delete it.
      *-----------------------------------------------------------------
       2000-REKEY-ONE-PAIR.
           ADD 1 TO WS-XLT-READ-COUNT

           IF XLT-NEW-KEY = SPACES
            OR XLT-EFFECTIVE-DATE > BDA-RUN-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-NEXT
           END-IF

           MOVE XLT-OLD-KEY  TO MST-KEY
           MOVE XLT-OLD-KEY2 TO MST-KEY2
           PERFORM 2200-READ-MASTER THRU 2200-EXIT

           IF NOT WS-MASTER-FOUND
               ADD 1 TO WS-NOT-ON-MST-COUNT
               GO TO 2000-NEXT
           END-IF

           MOVE LIB1-MASTER-REC TO WS-OLD-MASTER

           MOVE XLT-NEW-KEY  TO MST-KEY
           MOVE XLT-NEW-KEY2 TO MST-KEY2
           PERFORM 2200-READ-MASTER THRU 2200-EXIT

           IF WS-MASTER-FOUND
               PERFORM 2400-MERGE-SUCCESSOR THRU 2400-EXIT
           ELSE
               PERFORM 2300-MOVE-TO-SUCCESSOR THRU 2300-EXIT
           END-IF

           IF NOT WS-MASTER-STATUS-OK
               GO TO 2000-NEXT
           END-IF

           PERFORM 2500-DELETE-OLD-PAIR THRU 2500-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-XLT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-READ-XLT - read the next translation line, set EOF.
      *-----------------------------------------------------------------
       2100-READ-XLT.
           READ LIB1-XLT-FILE
               AT END
                   SET WS-XLT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-READ-MASTER - read the pair in MST-PRIME-KEY; status 23
      *                    just means it is not there.  Any other bad
      *                    status stops the run.
      *-----------------------------------------------------------------
       2200-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW

           READ LIB1-MASTER-FILE

           EVALUATE TRUE
               WHEN WS-MASTER-STATUS-OK
                   SET WS-MASTER-FOUND TO TRUE
               WHEN WS-MASTER-STATUS-NOTFND
                   MOVE '00' TO WS-MASTER-STATUS
               WHEN OTHER
                   DISPLAY 'LIB1RKEY - LIB1MSTF READ FAILED - STATUS '
                           WS-MASTER-STATUS ' KEY ' MST-PRIME-KEY
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8000-TERMINATE THRU 8000-EXIT
                   GO TO 0000-GOBACK
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-MOVE-TO-SUCCESSOR - the successor has no master record
      *                          yet: the old one goes across whole.
      *-----------------------------------------------------------------
       2300-MOVE-TO-SUCCESSOR.
           MOVE WS-OLD-MASTER TO LIB1-MASTER-REC
           MOVE XLT-NEW-KEY   TO MST-KEY
           MOVE XLT-NEW-KEY2  TO MST-KEY2

           WRITE LIB1-MASTER-REC

           IF WS-MASTER-STATUS-OK
               ADD 1 TO WS-MOVED-COUNT
               DISPLAY 'LIB1RKEY - MOVED  ' XLT-OLD-KEY '/'
                       XLT-OLD-KEY2 ' TO ' XLT-NEW-KEY '/'
                       XLT-NEW-KEY2
           ELSE
               DISPLAY 'LIB1RKEY - LIB1MSTF WRITE FAILED - STATUS '
                       WS-MASTER-STATUS ' KEY ' MST-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-MERGE-SUCCESSOR - the successor is already on the
      *                        master: it keeps its own current value
      *                        and takes the earlier first-seen date,
      *                        the later confirmed date and, when it
      *                        has none, a prior value from the old
      *                        key.
      *-----------------------------------------------------------------
       2400-MERGE-SUCCESSOR.
           IF OMS-FIRST-DATE < MST-FIRST-DATE
               MOVE OMS-FIRST-DATE TO MST-FIRST-DATE
           END-IF

           IF OMS-CONFIRMED-DATE > MST-CONFIRMED-DATE
               MOVE OMS-CONFIRMED-DATE TO MST-CONFIRMED-DATE
           END-IF

           IF MST-PRIOR-DATA = SPACES
               IF OMS-DATA NOT = MST-DATA
                   MOVE OMS-DATA       TO MST-PRIOR-DATA
               ELSE
                   MOVE OMS-PRIOR-DATA TO MST-PRIOR-DATA
               END-IF
           END-IF

           REWRITE LIB1-MASTER-REC

           IF WS-MASTER-STATUS-OK
               ADD 1 TO WS-MERGED-COUNT
               DISPLAY 'LIB1RKEY - MERGED ' XLT-OLD-KEY '/'
                       XLT-OLD-KEY2 ' TO ' XLT-NEW-KEY '/'
                       XLT-NEW-KEY2
           ELSE
               DISPLAY 'LIB1RKEY - LIB1MSTF REWRITE FAILED - STATUS '
                       WS-MASTER-STATUS ' KEY ' MST-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-DELETE-OLD-PAIR - the history is across; the retired
      *                        pair's record goes.
      *-----------------------------------------------------------------
       2500-DELETE-OLD-PAIR.
           MOVE XLT-OLD-KEY  TO MST-KEY
           MOVE XLT-OLD-KEY2 TO MST-KEY2

           DELETE LIB1-MASTER-FILE

           IF WS-MASTER-STATUS-OK
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               DISPLAY 'LIB1RKEY - LIB1MSTF DELETE FAILED - STATUS '
                       WS-MASTER-STATUS ' KEY ' MST-PRIME-KEY
               MOVE 8 TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the files and report the rekey summary.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           CLOSE LIB1-XLT-FILE
           CLOSE LIB1-MASTER-FILE

           DISPLAY 'LIB1RKEY - RUN DATE. . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1RKEY - TABLE LINES . . . : ' WS-XLT-READ-COUNT
           DISPLAY 'LIB1RKEY - NOT YET DUE . . . : ' WS-NOT-DUE-COUNT
           DISPLAY 'LIB1RKEY - OLD KEY NOT ON MST: '
                   WS-NOT-ON-MST-COUNT
           DISPLAY 'LIB1RKEY - MOVED TO SUCCESSOR: ' WS-MOVED-COUNT
           DISPLAY 'LIB1RKEY - MERGED INTO SUCC. : ' WS-MERGED-COUNT
           DISPLAY 'LIB1RKEY - OLD KEYS DELETED. : ' WS-DELETED-COUNT.
       8000-EXIT.
           EXIT.
