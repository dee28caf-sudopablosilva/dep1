      *              hand-maintained copybooks LIB1MRI/LIB1MRO).
      *
      *              Action A queues the keyed LIB1 key pair under the
      *              requester id on the VSAM queue file
      *              LIB1REQQ (LIB1REQ.cpy).  The requester id is the
      *              signed-on CICS user (EXEC CICS ASSIGN USERID),
      *              shown in the requester field but never taken from
      *              it - the id is what ties the queue entry, the
      *              LIB1QRPT answer section, and the LIB1ACCT
      *              chargeback back to whoever asked, so it cannot be
      *              whatever someone types.
      *              LIB1QUNL unloads pending requests into the
      *              nightly key file and stamps them processed with
      *              the run date.
      *              morning-after answer on the same screen the
      *              request went in on.
      *
      *              A keyed pair the key-translation table LIB1XLTF
      *              (LIB1XLT.cpy) names as retired or renumbered,
      *              effective today or earlier, is queued under its
      *              successor with the keyed pair kept in
      *              REQ-OLD-KEY, and the message line names the pair
      *              it went in as.  Action I looks under the
      *              successor first and falls back to the keyed pair
      *              for a request queued before the translation took
      *              effect; either way the answer fetched is the
      *              successor's.
      *
      *              Both actions are checked against the user's
      *              entitlements first, through the LINKed program
      *              LIB1ENTC and the table LIB1ENTF, as on LB1: A
      *              needs queue rights on the key queued, I needs
      *              inquire rights on the key whose answer it shows.
      *              A refusal is logged by LIB1ENTC and the operator
      *              sees NOT AUTHORIZED.
      *
      *              The answer action I fetches is journaled the way
      *              LB1 journals its lookups - one LIB1JRN.cpy line
      *              on the LJRN queue for the nightly LIB1JMRG merge
      *              into LIB1AUD - since LIB1 writes no audit line
      *              for an online caller.
      *
      *              The urgent field (RQURG) on action A flags the
      *              request for the next intraday cycle (LIB1QINT)
      *              instead of the night; keying Y over a request
      *              already pending for the night upgrades it.  Action
      *              I shows a request a cycle answered with its cycle
      *              number and the time the cycle started.
      *
      *              Pseudo-conversational, the same shape as LB1: the
      *              first invocation sends the blank map and every
      *              re-entry under TRANSID LB2 carries the one-byte
      *
      * MODIFICATION HISTORY:
      *   2026-08-23  LGD  Initial version.
      *   2026-10-15  LGD  Keyed pairs run past the key-translation
      *                    table LIB1XLTF: A queues a retired or
      *                    renumbered pair under its successor
      *                    (keyed pair in REQ-OLD-KEY), I finds it
      *                    either way, and the message line says the
      *                    key was translated.
      *   2026-10-15  LGD  Requester id is now the signed-on CICS user
      *                    (ASSIGN USERID) instead of the screen
      *                    field, and both actions pass the
      *                    entitlement check LIB1ENTC first.
      *   2026-10-15  LGD  The action I answer fetch now journals its
      *                    lookup to the LJRN queue for the nightly
      *                    LIB1JMRG merge into LIB1AUD.
      *   2026-10-15  LGD  Urgent flag (RQURG) on action A for the
      *                    intraday cycle; action I names the cycle
      *                    that answered an urgent request.
      *   2026-10-15  LGD  Action I says a pending request is queued
      *                    under the new key only when it was found
      *                    there, and an urgent one is always shown
      *                    as waiting for the intraday cycle.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1rqo.
       01  LIB1-REQ-REC.
           copy LIB1REQ.

       01  ws-ent-arg.
           copy LIB1ENA.

       01  WS-MSG-QUEUED               PIC X(40)
               VALUE 'REQUEST QUEUED FOR TONIGHT'.
       01  WS-MSG-REQUEUED             PIC X(40)
               VALUE 'THIS KEY IS ALREADY QUEUED FOR YOU'.
       01  WS-MSG-NO-KEY               PIC X(40)
               VALUE 'KEY IS REQUIRED'.
       01  WS-MSG-NOT-ENTITLED         PIC X(40)
               VALUE 'NOT AUTHORIZED FOR THIS KEY'.
       01  WS-MSG-NO-QUEUE             PIC X(40)
               VALUE 'NOT AUTHORIZED TO QUEUE THIS KEY'.
       01  WS-MSG-BAD-ACTION           PIC X(40)
               VALUE 'ACTION MUST BE A (ADD) OR I (INQUIRE)'.
       01  WS-MSG-NOT-QUEUED           PIC X(40)
       01  WS-MSG-FILE-ERROR           PIC X(40)
               VALUE 'QUEUE FILE ERROR - CALL OPERATIONS'.

       01  WS-MSG-PENDING-NEW-KEY      PIC X(40)
               VALUE 'STILL QUEUED UNDER NEW KEY - NOT YET RUN'.

       01  WS-MSG-QUEUED-URGENT        PIC X(40)
               VALUE 'URGENT - QUEUED FOR NEXT INTRADAY CYCLE'.
       01  WS-MSG-REQUEUED-URGENT      PIC X(40)
               VALUE 'URGENT - RE-QUEUED FOR NEXT CYCLE'.
       01  WS-MSG-MADE-URGENT          PIC X(40)
               VALUE 'ALREADY QUEUED - NOW MARKED URGENT'.
       01  WS-MSG-PENDING-URGENT       PIC X(40)
               VALUE 'STILL QUEUED FOR NEXT INTRADAY CYCLE'.
       01  WS-MSG-BAD-URGENT           PIC X(40)
               VALUE 'URGENT MUST BE Y OR N'.

       01  WS-MSG-PROCESSED.
           05  FILLER                  PIC X(16)
               VALUE 'RESULT FROM RUN '.
           05  WS-MSG-PROC-DATE        PIC X(08).
           05  WS-MSG-PROC-NOTE        PIC X(16)   VALUE SPACES.

      *    Note for a request an intraday cycle answered: the cycle
      *    and the HH:MM it started, or (NEW) for a translated key.
       01  WS-MSG-CYCLE-NOTE.
           05  FILLER                  PIC X(07)   VALUE ' CYCLE '.
           05  WS-MSG-CN-CYCLE         PIC 9(03).
           05  WS-MSG-CN-TAIL          PIC X(06).
           05  WS-MSG-CN-TIME REDEFINES WS-MSG-CN-TAIL.
               10  FILLER              PIC X(01).
               10  WS-MSG-CN-HH        PIC X(02).
               10  FILLER              PIC X(01).
               10  WS-MSG-CN-MM        PIC X(02).

      *    Urgent flag as keyed on the screen.
       01  WS-URGENT-SW                PIC X(01)   VALUE 'N'.
           88  WS-URGENT-KEYED                 VALUE 'Y'.

       01  WS-MSG-QUEUED-AS.
           05  WS-MSG-QA-TEXT          PIC X(18).
           05  WS-MSG-QA-KEY           PIC X(10).
           05  FILLER                  PIC X(01)   VALUE '/'.
           05  WS-MSG-QA-KEY2          PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.

       01  WS-RESP                     PIC S9(08)  COMP.

      *    INTO area would be overlaid by the very record it locates.
       01  WS-REQ-KEY                  PIC X(28)   VALUE SPACES.

       01  LIB1-XLT-REC.
           copy LIB1XLT.

      *    READ key for the translation table, held apart from the
      *    record area the same way.
       01  WS-XLT-RID.
           05  WS-XLT-RID-KEY          PIC X(10).
           05  WS-XLT-RID-KEY2         PIC X(10).

       01  WS-XLT-SWITCHES.
           05  WS-XLT-SW               PIC X(01)   VALUE 'N'.
               88  WS-KEY-TRANSLATED           VALUE 'Y'.

       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-NOW-DATE                 PIC X(08).
       01  WS-NOW-TIME                 PIC X(08).

      *    The signed-on user: the requester id on every request.
       01  WS-USERID                   PIC X(08)   VALUE SPACES.

       01  LIB1-JRN-REC.
           copy LIB1JRN.

      *    The LIB1AUD line a lookup is journaled as, built here and
      *    carried on the journal line as JRN-AUDIT-LINE.
       01  LIB1-AUDIT-REC.
           copy LIB1AUD.

       01  WS-COMMAREA.
           05  CA-TASK-STARTED-SW      PIC X(01).

      *    The result-map send keys off LIB1-I-KEY, so the argument
      *    area must start each task blank, fetched or not.
           MOVE SPACES TO ws-lib1-arg
           MOVE SPACES TO ws-ent-arg

           EXEC CICS
               ASSIGN USERID (WS-USERID)
           END-EXEC

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
      *-----------------------------------------------------------------
      * 1000-SEND-INITIAL-MAP - first entry into the transaction, no
      *                         COMMAREA yet: send the blank request
      *                         screen with the signed-on user in the
      *                         requester field.
      *-----------------------------------------------------------------
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO LIB1MRO
           MOVE WS-USERID  TO RQUSRO
           MOVE SPACES     TO RQMSGO

           EXEC CICS
           EXIT.

      *-----------------------------------------------------------------
      * 2000-RECEIVE-MAP - get the action and keys the operator keyed
      *                    in; MAPFAIL falls back to the blank screen,
      *                    as on LB1.
      *-----------------------------------------------------------------
       2000-RECEIVE-MAP.
           EXEC CICS
               GO TO 2500-EXIT
           END-IF

           EVALUATE RQACTI
               WHEN 'A'
                   PERFORM 3000-ADD-REQUEST THRU 3000-EXIT
                          TIME     (WS-NOW-TIME)
           END-EXEC

           MOVE RQKEYI      TO WS-XLT-RID-KEY
           MOVE RQKY2I      TO WS-XLT-RID-KEY2
           PERFORM 3700-TRANSLATE-KEY THRU 3700-EXIT

           SET ENA-QUEUE    TO TRUE
           MOVE RQKEYI      TO ENA-KEY
           MOVE RQKY2I      TO ENA-KEY2
           IF WS-KEY-TRANSLATED
               MOVE XLT-NEW-KEY  TO ENA-KEY
               MOVE XLT-NEW-KEY2 TO ENA-KEY2
           END-IF
           PERFORM 3800-CHECK-ENTITLEMENT THRU 3800-EXIT

           IF ENA-REFUSED
               MOVE WS-MSG-NO-QUEUE TO RQMSGO
               PERFORM 4000-SEND-RESULT THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF

           EVALUATE RQURGI
               WHEN 'Y'
                   SET WS-URGENT-KEYED TO TRUE
               WHEN 'N'
               WHEN SPACE
               WHEN LOW-VALUE
                   MOVE 'N' TO WS-URGENT-SW
               WHEN OTHER
                   MOVE WS-MSG-BAD-URGENT TO RQMSGO
                   PERFORM 4000-SEND-RESULT THRU 4000-EXIT
                   GO TO 3000-EXIT
           END-EVALUATE

           MOVE SPACES      TO LIB1-REQ-REC
           MOVE RQKEYI      TO REQ-KEY
           MOVE RQKY2I      TO REQ-KEY2
           IF WS-KEY-TRANSLATED
               MOVE RQKEYI       TO REQ-OLD-KEY
               MOVE RQKY2I       TO REQ-OLD-KEY2
               MOVE XLT-NEW-KEY  TO REQ-KEY
               MOVE XLT-NEW-KEY2 TO REQ-KEY2
           END-IF
           MOVE WS-USERID   TO REQ-REQUESTER
           MOVE WS-NOW-DATE TO REQ-ENTERED-DATE
           MOVE WS-NOW-TIME TO REQ-ENTERED-TIME
           SET REQ-PENDING  TO TRUE
           MOVE SPACES      TO REQ-RUN-DATE
           MOVE WS-URGENT-SW TO REQ-URGENT-SW
           MOVE 0           TO REQ-CYCLE-NO
           MOVE SPACES      TO REQ-RUN-TIME

           EXEC CICS
               WRITE FILE   ('LIB1REQQ')
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                AND WS-URGENT-KEYED
                   MOVE WS-MSG-QUEUED-URGENT TO RQMSGO
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-MSG-QUEUED TO RQMSGO
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE WS-MSG-FILE-ERROR TO RQMSGO
           END-EVALUATE

      *    A translated request that went onto the queue names the
      *    successor it went in as.
           IF WS-KEY-TRANSLATED
            AND (RQMSGO = WS-MSG-QUEUED OR RQMSGO = WS-MSG-REQUEUED
              OR RQMSGO = WS-MSG-QUEUED-URGENT
              OR RQMSGO = WS-MSG-REQUEUED-URGENT)
               MOVE 'QUEUED AS NEW KEY ' TO WS-MSG-QA-TEXT
               MOVE XLT-NEW-KEY          TO WS-MSG-QA-KEY
               MOVE XLT-NEW-KEY2         TO WS-MSG-QA-KEY2
               MOVE WS-MSG-QUEUED-AS     TO RQMSGO
           END-IF

           PERFORM 4000-SEND-RESULT THRU 4000-EXIT.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-REQUEUE-REQUEST - the key pair is already on file for
      *                        this requester.  A record still
      *                        pending really is a duplicate - unless
      *                        it is keyed urgent now and was not,
      *                        when it is upgraded; one already
      *                        through a run is reset to pending so
      *                        the key goes into tonight's run (or
      *                        the next cycle, keyed urgent) again.
      *-----------------------------------------------------------------
       3100-REQUEUE-REQUEST.
           MOVE REQ-PRIME-KEY TO WS-REQ-KEY
           END-IF

           IF REQ-PENDING
            AND (REQ-URGENT OR NOT WS-URGENT-KEYED)
               EXEC CICS
                   UNLOCK FILE ('LIB1REQQ')
               END-EXEC
               GO TO 3100-EXIT
           END-IF

           IF REQ-PENDING
               SET REQ-URGENT TO TRUE
               EXEC CICS
                   REWRITE FILE ('LIB1REQQ')
                           FROM (LIB1-REQ-REC)
                           RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-MSG-MADE-URGENT TO RQMSGO
               ELSE
                   MOVE WS-MSG-FILE-ERROR TO RQMSGO
               END-IF
               GO TO 3100-EXIT
           END-IF

           MOVE WS-NOW-DATE TO REQ-ENTERED-DATE
           MOVE WS-NOW-TIME TO REQ-ENTERED-TIME
           SET REQ-PENDING  TO TRUE
           MOVE SPACES      TO REQ-RUN-DATE
           MOVE WS-URGENT-SW TO REQ-URGENT-SW
           MOVE 0           TO REQ-CYCLE-NO
           MOVE SPACES      TO REQ-RUN-TIME
           IF WS-KEY-TRANSLATED
               MOVE RQKEYI  TO REQ-OLD-KEY
               MOVE RQKY2I  TO REQ-OLD-KEY2
           END-IF

           EXEC CICS
               REWRITE FILE ('LIB1REQQ')
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-URGENT-KEYED
                   MOVE WS-MSG-REQUEUED-URGENT TO RQMSGO
               ELSE
                   MOVE WS-MSG-REQUEUED TO RQMSGO
               END-IF
           ELSE
               MOVE WS-MSG-FILE-ERROR TO RQMSGO
           END-IF.
      *                        would.
      *-----------------------------------------------------------------
       3500-INQUIRE-REQUEST.
           MOVE RQKEYI TO WS-XLT-RID-KEY
           MOVE RQKY2I TO WS-XLT-RID-KEY2
           PERFORM 3700-TRANSLATE-KEY THRU 3700-EXIT

           MOVE SPACES TO REQ-PRIME-KEY
           MOVE RQKEYI TO REQ-KEY
           MOVE RQKY2I TO REQ-KEY2
           IF WS-KEY-TRANSLATED
               MOVE XLT-NEW-KEY  TO REQ-KEY
               MOVE XLT-NEW-KEY2 TO REQ-KEY2
           END-IF
           MOVE WS-USERID TO REQ-REQUESTER
           MOVE REQ-PRIME-KEY TO WS-REQ-KEY

           EXEC CICS
                    RESP   (WS-RESP)
           END-EXEC

      *    Not under the successor: the request may have gone in
      *    under the keyed pair before the translation took effect.
           IF WS-RESP = DFHRESP(NOTFND) AND WS-KEY-TRANSLATED
               MOVE RQKEYI TO WS-REQ-KEY (1:10)
               MOVE RQKY2I TO WS-REQ-KEY (11:10)

               EXEC CICS
                   READ FILE   ('LIB1REQQ')
                        INTO   (LIB1-REQ-REC)
                        RIDFLD (WS-REQ-KEY)
                        RESP   (WS-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE WS-MSG-NOT-QUEUED TO RQMSGO
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-MSG-FILE-ERROR TO RQMSGO
               WHEN REQ-PENDING AND REQ-URGENT
                   MOVE WS-MSG-PENDING-URGENT TO RQMSGO
               WHEN REQ-PENDING AND WS-KEY-TRANSLATED
                AND REQ-KEY  = XLT-NEW-KEY
                AND REQ-KEY2 = XLT-NEW-KEY2
                   MOVE WS-MSG-PENDING-NEW-KEY TO RQMSGO
               WHEN REQ-PENDING
                   MOVE WS-MSG-STILL-PENDING TO RQMSGO
               WHEN OTHER
                   PERFORM 3550-CHECK-AND-FETCH THRU 3550-EXIT
           END-EVALUATE

           PERFORM 4000-SEND-RESULT THRU 4000-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3550-CHECK-AND-FETCH - the answer is only fetched for a user
      *                        entitled to inquire on the key it is
      *                        for (the successor, when translated).
      *-----------------------------------------------------------------
       3550-CHECK-AND-FETCH.
           SET ENA-INQUIRE TO TRUE
           MOVE REQ-KEY    TO ENA-KEY
           MOVE REQ-KEY2   TO ENA-KEY2
           IF WS-KEY-TRANSLATED
               MOVE XLT-NEW-KEY  TO ENA-KEY
               MOVE XLT-NEW-KEY2 TO ENA-KEY2
           END-IF
           PERFORM 3800-CHECK-ENTITLEMENT THRU 3800-EXIT

           IF ENA-REFUSED
               MOVE WS-MSG-NOT-ENTITLED TO RQMSGO
               GO TO 3550-EXIT
           END-IF

           PERFORM 3600-FETCH-RESULT THRU 3600-EXIT.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-FETCH-RESULT - the request has been through a run: show
      *                     the run date (and cycle, for an intraday
      *                     answer) and the key's current
      *                     LIB1-O-DATA/LIB1-O-ERR.
      *-----------------------------------------------------------------
       3600-FETCH-RESULT.
           MOVE REQ-KEY2 TO LIB1-I-KEY2 IN ws-lib1-arg
           SET LIB1-CALLER-ONLINE IN ws-lib1-arg TO TRUE

           MOVE SPACES TO WS-MSG-PROC-NOTE
           IF WS-KEY-TRANSLATED
               MOVE RQKEYI       TO LIB1-I-OLD-KEY  IN ws-lib1-arg
               MOVE RQKY2I       TO LIB1-I-OLD-KEY2 IN ws-lib1-arg
               MOVE XLT-NEW-KEY  TO LIB1-I-KEY      IN ws-lib1-arg
               MOVE XLT-NEW-KEY2 TO LIB1-I-KEY2     IN ws-lib1-arg
               MOVE ' UNDER NEW KEY' TO WS-MSG-PROC-NOTE
           END-IF

           CALL 'lib1' USING ws-lib1-arg

           PERFORM 3900-JOURNAL-LOOKUP THRU 3900-EXIT

           IF REQ-PROCESSED-INTRADAY
               MOVE REQ-CYCLE-NO TO WS-MSG-CN-CYCLE
               IF WS-KEY-TRANSLATED
                   MOVE ' (NEW)'      TO WS-MSG-CN-TAIL
               ELSE
                   MOVE SPACES        TO WS-MSG-CN-TAIL
                   MOVE REQ-RUN-TIME (1:2) TO WS-MSG-CN-HH
                   MOVE ':'           TO WS-MSG-CN-TAIL (4:1)
                   MOVE REQ-RUN-TIME (3:2) TO WS-MSG-CN-MM
               END-IF
               MOVE WS-MSG-CYCLE-NOTE TO WS-MSG-PROC-NOTE
           END-IF

           MOVE REQ-RUN-DATE TO WS-MSG-PROC-DATE
           MOVE WS-MSG-PROCESSED TO RQMSGO.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3700-TRANSLATE-KEY - look the pair in WS-XLT-RID up on the
      *                      key-translation table; WS-KEY-TRANSLATED
      *                      says the successor in XLT-NEW-KEY/KEY2
      *                      applies - it is there, not blank, and
      *                      effective today or earlier.  No table
      *                      line (or no table) leaves the pair as
      *                      keyed.
      *-----------------------------------------------------------------
       3700-TRANSLATE-KEY.
           MOVE 'N' TO WS-XLT-SW

           EXEC CICS
               READ FILE   ('LIB1XLTF')
                    INTO   (LIB1-XLT-REC)
                    RIDFLD (WS-XLT-RID)
                    RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3700-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME (WS-ABSTIME)
                          YYYYMMDD (WS-NOW-DATE)
                          TIME     (WS-NOW-TIME)
           END-EXEC

           IF XLT-NEW-KEY = SPACES
            OR XLT-EFFECTIVE-DATE > WS-NOW-DATE
               GO TO 3700-EXIT
           END-IF

           SET WS-KEY-TRANSLATED TO TRUE.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3800-CHECK-ENTITLEMENT - LINK to LIB1ENTC with the action and
      *                          key already set in ws-ent-arg, the
      *                          same check LB1 makes; it logs any
      *                          refusal itself.  A LINK that fails
      *                          is a refusal too.
      *-----------------------------------------------------------------
       3800-CHECK-ENTITLEMENT.
           SET ENA-REFUSED TO TRUE

           EXEC CICS
               LINK PROGRAM  ('lib1ent')
                    COMMAREA (ws-ent-arg)
                    LENGTH   (LENGTH OF ws-ent-arg)
                    RESP     (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET ENA-REFUSED TO TRUE
           END-IF.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3900-JOURNAL-LOOKUP - one line on the LJRN journal queue for
      *                       the answer just fetched, the same line
      *                       LB1 journals for its lookups.  A
      *                       journal write that fails does not hold
      *                       back the answer.
      *-----------------------------------------------------------------
       3900-JOURNAL-LOOKUP.
           MOVE SPACES TO LIB1-AUDIT-REC

           EXEC CICS
               ASKTIME ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME (WS-ABSTIME)
                          YYYYMMDD (AUD-DATE)
                          TIME     (AUD-TIME)
           END-EXEC

           MOVE LIB1-I-KEY      IN ws-lib1-arg TO AUD-KEY
           MOVE LIB1-I-KEY2     IN ws-lib1-arg TO AUD-KEY2
           MOVE LIB1-O-ERR      IN ws-lib1-arg TO AUD-ERR
           MOVE LIB1-O-DATA     IN ws-lib1-arg TO AUD-DATA
           MOVE LIB1-I-OLD-KEY  IN ws-lib1-arg TO AUD-OLD-KEY
           MOVE LIB1-I-OLD-KEY2 IN ws-lib1-arg TO AUD-OLD-KEY2
           MOVE 'N'                            TO AUD-CACHE-SW

           MOVE WS-USERID      TO JRN-USERID
           MOVE EIBTRMID       TO JRN-TERMID
           MOVE EIBTRNID       TO JRN-TRANSID
           MOVE LIB1-AUDIT-REC TO JRN-AUDIT-LINE

           EXEC CICS
               WRITEQ TD QUEUE  ('LJRN')
                         FROM   (LIB1-JRN-REC)
                         LENGTH (LENGTH OF LIB1-JRN-REC)
                         RESP   (WS-RESP)
           END-EXEC.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-SEND-RESULT - redisplay the request screen: the fields as
      *                    keyed, the lookup answer when one was
           MOVE RQACTI TO RQACTO
           MOVE RQKEYI TO RQKEYO
           MOVE RQKY2I TO RQKY2O
           MOVE RQURGI TO RQURGO
           MOVE WS-USERID TO RQUSRO

           IF LIB1-I-KEY IN ws-lib1-arg NOT = SPACES
               MOVE LIB1-O-DATA IN ws-lib1-arg TO RQDATO
