      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-09-02.
      *
      * REMARKS....: One-time cutover conversion for the record layouts
      *              that grow from release to release,
      *              padding each old record out to the current
      *              length with SPACES in the new fields.  LIB1PRM
      *              says which file is being converted, and from
      *              which generation of its layout:
      *
      *                AUD - an audit-trail dataset: the 89-byte
      *                      lines written before AUD-RUN-DATE,
      *                      AUD-CALLER, and AUD-CACHE-SW existed
      *                      become current LIB1AUD.cpy lines.
      *                      Operations run this once against the
      *                      live LIB1AUD and once against every
      *                      LIB1ARCH archive generation the
      *                OUT - an extract dataset: the 74-byte LIB1OUT
      *                      records written before LIB1-I-RUN-DATE
      *                      and LIB1-I-CALLER existed become
      *                      current LIB1IO.cpy records.  Run once
      *                      at cutover against the carried-forward
      *                      prior-night extract LIB1RECON reads as
      *                      LIB1OLD, or the first reconciliation
      *                      run and floods LIB1DIFF with phantom
      *                      drift.
      *
      *                AU2 - an audit-trail dataset already through
      *                      type AUD: the 106-byte lines written
      *                      before AUD-OLD-KEY/AUD-OLD-KEY2 existed
      *                      become 126-byte lines.  Same datasets,
      *                      same rules as type AUD.
      *
      *                OU2 - an extract dataset already through type
      *                      OUT: the 90-byte records written before
      *                      LIB1-I-OLD-KEY/LIB1-I-OLD-KEY2 existed
      *                      become 110-byte records.  Run against
      *                      the carried-forward LIB1OLD, as for
      *                      type OUT.
      *
      *                AU3 - an audit-trail dataset already through
      *                      type AU2: the 126-byte lines written
      *                      before AUD-SOURCE-SW/AUD-TERMID existed
      *                      become 131-byte lines, the SPACE source
      *                      marker reading as a batch line - which
      *                      every line LIB1 wrote until then was.
      *                      Same datasets, same rules as type AUD.
      *
      *                REQ - the LB2 request queue LIB1REQQ, unloaded
      *                      by REPRO: the 53-byte LIB1REQ.cpy
      *                      records written before REQ-OLD-KEY/
      *                      REQ-OLD-KEY2 existed become 73-byte
      *                      records, reloaded by REPRO into the
      *                      redefined cluster before LB2 is
      *                      reopened.
      *
      *                RQ2 - the LB2 request queue already through
      *                      type REQ: the 73-byte records written
      *                      before REQ-URGENT-SW/REQ-CYCLE-NO/
      *                      REQ-RUN-TIME existed become 85-byte
      *                      records - not urgent, no intraday
      *                      cycle - unloaded and reloaded by REPRO
      *                      as for type REQ.
      *
      *                MST - the current-results master LIB1MSTF,
      *                      unloaded by REPRO: the 136-byte
      *                      LIB1MST.cpy records written before
      *                      MST-CONFIRMED-DATE existed become
      *                      144-byte records, each key taken as
      *                      last confirmed on the date it last
      *                      changed - the latest date the master
      *                      can vouch for - and reloaded by REPRO
      *                      into the redefined cluster before
      *                      LIB1MLD or LB1 next open it.
      *
      *              Types AUD, OUT and REQ now write the current
      *              layout directly, so a dataset still in the
      *              oldest layout needs only the one pass.
      *
      *              Old records in on LIB1CVI, new records out on
      *              LIB1CVO; the converted dataset replaces the old
      *              one under its usual name once the counts below
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  LGD  Initial version.
      *   2026-10-15  LGD  Types AU2 and OU2 for the second widening
      *                    of LIB1AUD (106 to 126 bytes) and LIB1OUT
      *                    (90 to 110 bytes) by the old key pair of a
      *                    translated key; type REQ for the LIB1REQQ
      *                    queue record (53 to 73 bytes).
      *   2026-10-15  LGD  Type AU3 for the third widening of LIB1AUD
      *                    (126 to 131 bytes) by the online/batch
      *                    source marker and terminal id.
      *   2026-10-15  LGD  Type RQ2 for the second widening of the
      *                    LIB1REQQ queue record (73 to 85 bytes) by
      *                    the urgent flag and intraday cycle stamp.
      *   2026-10-15  LGD  Type MST for the widening of the LIB1MSTF
      *                    master record (136 to 144 bytes) by the
      *                    last-confirmed date.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1cnvt.

           SELECT LIB1-NEW-OUT-FILE ASSIGN TO LIB1CVO
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-PRIOR-AUDIT-FILE ASSIGN TO LIB1CVI
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-PRIOR-OUT-FILE ASSIGN TO LIB1CVI
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-KEYED-AUDIT-FILE ASSIGN TO LIB1CVI
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-OLD-REQ-FILE ASSIGN TO LIB1CVI
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-NEW-REQ-FILE ASSIGN TO LIB1CVO
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-KEYED-REQ-FILE ASSIGN TO LIB1CVI
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-OLD-MASTER-FILE ASSIGN TO LIB1CVI
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-NEW-MASTER-FILE ASSIGN TO LIB1CVO
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  PRM-CONVERT-TYPE        PIC X(03).
               88  PRM-CONVERT-AUDIT           VALUE 'AUD'.
               88  PRM-CONVERT-EXTRACT         VALUE 'OUT'.
               88  PRM-CONVERT-AUDIT-2         VALUE 'AU2'.
               88  PRM-CONVERT-EXTRACT-2       VALUE 'OU2'.
               88  PRM-CONVERT-REQUEST         VALUE 'REQ'.
               88  PRM-CONVERT-AUDIT-3         VALUE 'AU3'.
               88  PRM-CONVERT-REQUEST-2       VALUE 'RQ2'.
               88  PRM-CONVERT-MASTER          VALUE 'MST'.
               88  PRM-CONVERT-VALID           VALUES 'AUD' 'OUT'
                                                      'AU2' 'OU2'
                                                      'REQ' 'AU3'
                                                      'RQ2' 'MST'.

      *    The audit line as LIB1 wrote it before AUD-RUN-DATE,
      *    AUD-CALLER, and AUD-CACHE-SW existed.
       01  LIB1-NEW-OUT-REC.
           copy LIB1IO.

      *    The audit line as LIB1 wrote it before AUD-OLD-KEY and
      *    AUD-OLD-KEY2 existed.
       FD  LIB1-PRIOR-AUDIT-FILE.
       01  LIB1-PRIOR-AUDIT-REC.
           05  PAUD-DATE               PIC X(08).
           05  PAUD-TIME               PIC X(08).
           05  PAUD-KEY                PIC X(10).
           05  PAUD-KEY2               PIC X(10).
           05  PAUD-ERR                PIC 9(03).
           05  PAUD-DATA               PIC X(50).
           05  PAUD-RUN-DATE           PIC X(08).
           05  PAUD-CALLER             PIC X(08).
           05  PAUD-CACHE-SW           PIC X(01).

      *    The extract record as LIB1BAT wrote it before
      *    LIB1-I-OLD-KEY and LIB1-I-OLD-KEY2 existed.
       FD  LIB1-PRIOR-OUT-FILE.
       01  LIB1-PRIOR-OUT-REC.
           05  POUT-I-KEY              PIC X(10).
           05  POUT-I-KEY2             PIC X(10).
           05  POUT-I-ONLINE-SW        PIC X(01).
           05  POUT-O-DATA             PIC X(50).
           05  POUT-O-ERR              PIC 9(03).
           05  POUT-I-RUN-DATE         PIC X(08).
           05  POUT-I-CALLER           PIC X(08).

      *    The audit line as LIB1 wrote it before AUD-SOURCE-SW and
      *    AUD-TERMID existed.
       FD  LIB1-KEYED-AUDIT-FILE.
       01  LIB1-KEYED-AUDIT-REC.
           05  KAUD-DATE               PIC X(08).
           05  KAUD-TIME               PIC X(08).
           05  KAUD-KEY                PIC X(10).
           05  KAUD-KEY2               PIC X(10).
           05  KAUD-ERR                PIC 9(03).
           05  KAUD-DATA               PIC X(50).
           05  KAUD-RUN-DATE           PIC X(08).
           05  KAUD-CALLER             PIC X(08).
           05  KAUD-CACHE-SW           PIC X(01).
           05  KAUD-OLD-KEY            PIC X(10).
           05  KAUD-OLD-KEY2           PIC X(10).

      *    The queued request as LB2 wrote it before REQ-OLD-KEY and
      *    REQ-OLD-KEY2 existed.
       FD  LIB1-OLD-REQ-FILE.
       01  LIB1-OLD-REQ-REC.
           05  OREQ-KEY                PIC X(10).
           05  OREQ-KEY2               PIC X(10).
           05  OREQ-REQUESTER          PIC X(08).
           05  OREQ-ENTERED-DATE       PIC X(08).
           05  OREQ-ENTERED-TIME       PIC X(08).
           05  OREQ-STATUS-SW          PIC X(01).
           05  OREQ-RUN-DATE           PIC X(08).

       FD  LIB1-NEW-REQ-FILE.
       01  LIB1-NEW-REQ-REC.
           copy LIB1REQ.

      *    The queued request as LB2 wrote it before REQ-URGENT-SW,
      *    REQ-CYCLE-NO and REQ-RUN-TIME existed.
       FD  LIB1-KEYED-REQ-FILE.
       01  LIB1-KEYED-REQ-REC.
           05  KREQ-KEY                PIC X(10).
           05  KREQ-KEY2               PIC X(10).
           05  KREQ-REQUESTER          PIC X(08).
           05  KREQ-ENTERED-DATE       PIC X(08).
           05  KREQ-ENTERED-TIME       PIC X(08).
           05  KREQ-STATUS-SW          PIC X(01).
           05  KREQ-RUN-DATE           PIC X(08).
           05  KREQ-OLD-KEY            PIC X(10).
           05  KREQ-OLD-KEY2           PIC X(10).

      *    The master record as LIB1MLD wrote it before
      *    MST-CONFIRMED-DATE existed.
       FD  LIB1-OLD-MASTER-FILE.
       01  LIB1-OLD-MASTER-REC.
           05  OMST-KEY                PIC X(10).
           05  OMST-KEY2               PIC X(10).
           05  OMST-DATA               PIC X(50).
           05  OMST-CHANGED-DATE       PIC X(08).
           05  OMST-PRIOR-DATA         PIC X(50).
           05  OMST-FIRST-DATE         PIC X(08).

       FD  LIB1-NEW-MASTER-FILE.
       01  LIB1-NEW-MASTER-REC.
           copy LIB1MST.

       WORKING-STORAGE SECTION.
       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-INPUT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-INPUT-EOF                VALUE 'Y'.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1CNVT' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           EVALUATE TRUE
                   PERFORM 2000-CONVERT-AUDIT THRU 2000-EXIT
               WHEN PRM-CONVERT-EXTRACT
                   PERFORM 3000-CONVERT-EXTRACT THRU 3000-EXIT
               WHEN PRM-CONVERT-AUDIT-2
                   PERFORM 4000-CONVERT-PRIOR-AUDIT THRU 4000-EXIT
               WHEN PRM-CONVERT-EXTRACT-2
                   PERFORM 5000-CONVERT-PRIOR-EXTRACT THRU 5000-EXIT
               WHEN PRM-CONVERT-REQUEST
                   PERFORM 6000-CONVERT-REQUEST THRU 6000-EXIT
               WHEN PRM-CONVERT-AUDIT-3
                   PERFORM 7000-CONVERT-KEYED-AUDIT THRU 7000-EXIT
               WHEN PRM-CONVERT-REQUEST-2
                   PERFORM 7500-CONVERT-KEYED-REQUEST THRU 7500-EXIT
               WHEN PRM-CONVERT-MASTER
                   PERFORM 7800-CONVERT-MASTER THRU 7800-EXIT
           END-EVALUATE

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
           READ LIB1-PARM-FILE
               AT END
                   DISPLAY 'LIB1CNVT - LIB1PRM IS EMPTY - '
                           'CONVERSION TYPE IS REQUIRED'
                   MOVE 16 TO RETURN-CODE
                   CLOSE LIB1-PARM-FILE
                   GO TO 0000-GOBACK

           CLOSE LIB1-PARM-FILE

           IF NOT PRM-CONVERT-VALID
               DISPLAY 'LIB1CNVT - BAD CONVERSION TYPE: '
                       PRM-CONVERT-TYPE ' (MUST BE AUD, OUT, AU2, '
                       'OU2, REQ, AU3, RQ2, OR MST)'
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CONVERT-PRIOR-AUDIT - widen one audit-trail dataset from
      *                            the 106-byte layout: no line
      *                            written before translation existed
      *                            had an old key pair to carry.
      *-----------------------------------------------------------------
       4000-CONVERT-PRIOR-AUDIT.
           OPEN INPUT  LIB1-PRIOR-AUDIT-FILE
           OPEN OUTPUT LIB1-NEW-AUDIT-FILE

           PERFORM 4100-READ-PRIOR-AUDIT THRU 4100-EXIT

           PERFORM 4200-WIDEN-PRIOR-AUDIT THRU 4200-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE LIB1-PRIOR-AUDIT-FILE
           CLOSE LIB1-NEW-AUDIT-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-READ-PRIOR-AUDIT - read the next 106-byte line, set EOF.
      *-----------------------------------------------------------------
       4100-READ-PRIOR-AUDIT.
           READ LIB1-PRIOR-AUDIT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-WIDEN-PRIOR-AUDIT - one line out in the current layout.
      *-----------------------------------------------------------------
       4200-WIDEN-PRIOR-AUDIT.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES        TO LIB1-NEW-AUDIT-REC
           MOVE PAUD-DATE     TO AUD-DATE
           MOVE PAUD-TIME     TO AUD-TIME
           MOVE PAUD-KEY      TO AUD-KEY
           MOVE PAUD-KEY2     TO AUD-KEY2
           MOVE PAUD-ERR      TO AUD-ERR
           MOVE PAUD-DATA     TO AUD-DATA
           MOVE PAUD-RUN-DATE TO AUD-RUN-DATE
           MOVE PAUD-CALLER   TO AUD-CALLER
           MOVE PAUD-CACHE-SW TO AUD-CACHE-SW

           WRITE LIB1-NEW-AUDIT-REC
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM 4100-READ-PRIOR-AUDIT THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-CONVERT-PRIOR-EXTRACT - widen one extract dataset from
      *                              the 90-byte layout the same way.
      *-----------------------------------------------------------------
       5000-CONVERT-PRIOR-EXTRACT.
           OPEN INPUT  LIB1-PRIOR-OUT-FILE
           OPEN OUTPUT LIB1-NEW-OUT-FILE

           PERFORM 5100-READ-PRIOR-OUT THRU 5100-EXIT

           PERFORM 5200-WIDEN-PRIOR-OUT THRU 5200-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE LIB1-PRIOR-OUT-FILE
           CLOSE LIB1-NEW-OUT-FILE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-READ-PRIOR-OUT - read the next 90-byte record, set EOF.
      *-----------------------------------------------------------------
       5100-READ-PRIOR-OUT.
           READ LIB1-PRIOR-OUT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5200-WIDEN-PRIOR-OUT - one record out in the current layout.
      *-----------------------------------------------------------------
       5200-WIDEN-PRIOR-OUT.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES           TO LIB1-NEW-OUT-REC
           MOVE POUT-I-KEY       TO LIB1-I-KEY
           MOVE POUT-I-KEY2      TO LIB1-I-KEY2
           MOVE POUT-I-ONLINE-SW TO LIB1-I-ONLINE-SW
           MOVE POUT-O-DATA      TO LIB1-O-DATA
           MOVE POUT-O-ERR       TO LIB1-O-ERR
           MOVE POUT-I-RUN-DATE  TO LIB1-I-RUN-DATE
           MOVE POUT-I-CALLER    TO LIB1-I-CALLER

           WRITE LIB1-NEW-OUT-REC
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM 5100-READ-PRIOR-OUT THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-CONVERT-REQUEST - widen the unloaded request queue: no
      *                        request queued before translation
      *                        existed had an old key pair to carry.
      *-----------------------------------------------------------------
       6000-CONVERT-REQUEST.
           OPEN INPUT  LIB1-OLD-REQ-FILE
           OPEN OUTPUT LIB1-NEW-REQ-FILE

           PERFORM 6100-READ-OLD-REQ THRU 6100-EXIT

           PERFORM 6200-WIDEN-REQ-RECORD THRU 6200-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE LIB1-OLD-REQ-FILE
           CLOSE LIB1-NEW-REQ-FILE.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-READ-OLD-REQ - read the next 53-byte request, set EOF.
      *-----------------------------------------------------------------
       6100-READ-OLD-REQ.
           READ LIB1-OLD-REQ-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6200-WIDEN-REQ-RECORD - one request out in the current layout.
      *-----------------------------------------------------------------
       6200-WIDEN-REQ-RECORD.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES            TO LIB1-NEW-REQ-REC
           MOVE OREQ-KEY          TO REQ-KEY
           MOVE OREQ-KEY2         TO REQ-KEY2
           MOVE OREQ-REQUESTER    TO REQ-REQUESTER
           MOVE OREQ-ENTERED-DATE TO REQ-ENTERED-DATE
           MOVE OREQ-ENTERED-TIME TO REQ-ENTERED-TIME
           MOVE OREQ-STATUS-SW    TO REQ-STATUS-SW
           MOVE OREQ-RUN-DATE     TO REQ-RUN-DATE
           MOVE 'N'               TO REQ-URGENT-SW
           MOVE 0                 TO REQ-CYCLE-NO

           WRITE LIB1-NEW-REQ-REC
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM 6100-READ-OLD-REQ THRU 6100-EXIT.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-CONVERT-KEYED-AUDIT - widen one audit-trail dataset from
      *                            the 126-byte layout: every line
      *                            written before the source marker
      *                            existed came from a batch caller.
      *-----------------------------------------------------------------
       7000-CONVERT-KEYED-AUDIT.
           OPEN INPUT  LIB1-KEYED-AUDIT-FILE
           OPEN OUTPUT LIB1-NEW-AUDIT-FILE

           PERFORM 7100-READ-KEYED-AUDIT THRU 7100-EXIT

           PERFORM 7200-WIDEN-KEYED-AUDIT THRU 7200-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE LIB1-KEYED-AUDIT-FILE
           CLOSE LIB1-NEW-AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-READ-KEYED-AUDIT - read the next 126-byte line, set EOF.
      *-----------------------------------------------------------------
       7100-READ-KEYED-AUDIT.
           READ LIB1-KEYED-AUDIT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7200-WIDEN-KEYED-AUDIT - one line out in the current layout.
      *-----------------------------------------------------------------
       7200-WIDEN-KEYED-AUDIT.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES        TO LIB1-NEW-AUDIT-REC
           MOVE KAUD-DATE     TO AUD-DATE
           MOVE KAUD-TIME     TO AUD-TIME
           MOVE KAUD-KEY      TO AUD-KEY
           MOVE KAUD-KEY2     TO AUD-KEY2
           MOVE KAUD-ERR      TO AUD-ERR
           MOVE KAUD-DATA     TO AUD-DATA
           MOVE KAUD-RUN-DATE TO AUD-RUN-DATE
           MOVE KAUD-CALLER   TO AUD-CALLER
           MOVE KAUD-CACHE-SW TO AUD-CACHE-SW
           MOVE KAUD-OLD-KEY  TO AUD-OLD-KEY
           MOVE KAUD-OLD-KEY2 TO AUD-OLD-KEY2

           WRITE LIB1-NEW-AUDIT-REC
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM 7100-READ-KEYED-AUDIT THRU 7100-EXIT.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7500-CONVERT-KEYED-REQUEST - widen the unloaded request queue
      *                              from the 73-byte layout: nothing
      *                              queued before the urgent flag
      *                              existed was urgent or answered
      *                              by an intraday cycle.
      *-----------------------------------------------------------------
       7500-CONVERT-KEYED-REQUEST.
           OPEN INPUT  LIB1-KEYED-REQ-FILE
           OPEN OUTPUT LIB1-NEW-REQ-FILE

           PERFORM 7600-READ-KEYED-REQ THRU 7600-EXIT

           PERFORM 7700-WIDEN-KEYED-REQ THRU 7700-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE LIB1-KEYED-REQ-FILE
           CLOSE LIB1-NEW-REQ-FILE.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7600-READ-KEYED-REQ - read the next 73-byte request, set EOF.
      *-----------------------------------------------------------------
       7600-READ-KEYED-REQ.
           READ LIB1-KEYED-REQ-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       7600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7700-WIDEN-KEYED-REQ - one request out in the current layout.
      *-----------------------------------------------------------------
       7700-WIDEN-KEYED-REQ.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES            TO LIB1-NEW-REQ-REC
           MOVE KREQ-KEY          TO REQ-KEY
           MOVE KREQ-KEY2         TO REQ-KEY2
           MOVE KREQ-REQUESTER    TO REQ-REQUESTER
           MOVE KREQ-ENTERED-DATE TO REQ-ENTERED-DATE
           MOVE KREQ-ENTERED-TIME TO REQ-ENTERED-TIME
           MOVE KREQ-STATUS-SW    TO REQ-STATUS-SW
           MOVE KREQ-RUN-DATE     TO REQ-RUN-DATE
           MOVE KREQ-OLD-KEY      TO REQ-OLD-KEY
           MOVE KREQ-OLD-KEY2     TO REQ-OLD-KEY2
           MOVE 'N'               TO REQ-URGENT-SW
           MOVE 0                 TO REQ-CYCLE-NO

           WRITE LIB1-NEW-REQ-REC
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM 7600-READ-KEYED-REQ THRU 7600-EXIT.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7800-CONVERT-MASTER - widen the unloaded master from the
      *                       136-byte layout: a key is taken as last
      *                       confirmed when it last changed.
      *-----------------------------------------------------------------
       7800-CONVERT-MASTER.
           OPEN INPUT  LIB1-OLD-MASTER-FILE
           OPEN OUTPUT LIB1-NEW-MASTER-FILE

           PERFORM 7850-READ-OLD-MASTER THRU 7850-EXIT

           PERFORM 7900-WIDEN-MASTER THRU 7900-EXIT
               UNTIL WS-INPUT-EOF

           CLOSE LIB1-OLD-MASTER-FILE
           CLOSE LIB1-NEW-MASTER-FILE.
       7800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7850-READ-OLD-MASTER - read the next 136-byte master record,
      *                        set EOF.
      *-----------------------------------------------------------------
       7850-READ-OLD-MASTER.
           READ LIB1-OLD-MASTER-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
           END-READ.
       7850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7900-WIDEN-MASTER - one master record out in the current
      *                     layout.
      *-----------------------------------------------------------------
       7900-WIDEN-MASTER.
           ADD 1 TO WS-READ-COUNT

           MOVE SPACES            TO LIB1-NEW-MASTER-REC
           MOVE OMST-KEY          TO MST-KEY
           MOVE OMST-KEY2         TO MST-KEY2
           MOVE OMST-DATA         TO MST-DATA
           MOVE OMST-CHANGED-DATE TO MST-CHANGED-DATE
           MOVE OMST-PRIOR-DATA   TO MST-PRIOR-DATA
           MOVE OMST-FIRST-DATE   TO MST-FIRST-DATE
           MOVE OMST-CHANGED-DATE TO MST-CONFIRMED-DATE

           WRITE LIB1-NEW-MASTER-REC
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM 7850-READ-OLD-MASTER THRU 7850-EXIT.
       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - the in/out balance is the operator's proof
      *                  the conversion is complete.
