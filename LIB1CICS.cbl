      *              drill-down) rides in the COMMAREA alongside
      *              CA-TASK-STARTED-SW.
      *
      *              A keyed pair the key-translation table LIB1XLTF
      *              (LIB1XLT.cpy) names as retired or renumbered,
      *              effective today or earlier, is looked up as its
      *              successor - on ENTER and on the PF6 master view
      *              alike - and the screen says so, with the pair as
      *              keyed, so the operator knows the answer shown is
      *              for the new key.
      *
      *              Every lookup is checked against the signed-on
      *              user's entitlements before LIB1 or LIB2 is
      *              called: the ENTER inquiry, the PF6 master view,
      *              and a list drill-down need inquire rights on the
      *              key looked up, a PF5 browse (or a new prefix keyed
      *              on the list) needs browse rights over the whole
      *              prefix.  The check is the LINKed program LIB1ENTC
      *              against the entitlement table LIB1ENTF, which
      *              also logs the refusal for the security officer;
      *              the operator just sees NOT AUTHORIZED.
      *
      *              LIB1 writes no audit line for an online caller,
      *              so every CALL 'lib1' made here - ENTER inquiry,
      *              list drill-down, PF6 master view - is journaled
      *              instead: one LIB1JRN.cpy line (the LIB1AUD line
      *              plus the signed-on user and the terminal) on the
      *              extrapartition transient data queue LJRN, which
      *              the nightly LIB1JMRG step merges into LIB1AUD
      *              marked as online.
      *
      *              Pseudo-conversational: the first invocation (no
      *              COMMAREA) just sends the blank map; the operator's
      *              ENTER re-drives this same PROGRAM-ID under TRANSID
      *                    different yesterday" answered from one
      *                    screen.  ENTER returns to the inquiry
      *                    screen.
      *   2026-10-15  LGD  Keyed pairs run past the key-translation
      *                    table LIB1XLTF before the ENTER lookup and
      *                    the PF6 master view: a retired or
      *                    renumbered pair is looked up as its
      *                    successor (the keyed pair passed along as
      *                    LIB1-I-OLD-KEY) and the message line names
      *                    the pair the operator keyed.
      *   2026-10-15  LGD  Entitlement check: every inquiry, master
      *                    view, drill-down, and browse LINKs to
      *                    LIB1ENTC first (signed-on user against the
      *                    LIB1ENTF table) and a refusal stops it with
      *                    a NOT AUTHORIZED message.
      *   2026-10-15  LGD  Every CALL 'lib1' (ENTER, drill-down, PF6)
      *                    now journals its lookup to the LJRN queue
      *                    for the nightly LIB1JMRG merge into
      *                    LIB1AUD.
      *   2026-10-15  LGD  The PF6 master view shows the date LIB2
      *                    last confirmed the key's answer
      *                    (MST-CONFIRMED-DATE), so a months-old
      *                    answer no longer reads as current.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1onl.
       01  ws-lib2b-arg.
           copy LIB2BIO.

       01  ws-ent-arg.
           copy LIB1ENA.

       01  WS-AID-VALUES.
           copy LIB1AID.

               VALUE 'KEY A KEY BEFORE PF6 FOR THE MASTER VIEW'.
       01  WS-MSG-MASTER-VIEW          PIC X(40)
               VALUE 'MASTER VIEW - ENTER RETURNS TO INQUIRY'.
       01  WS-MSG-NOT-ENTITLED         PIC X(40)
               VALUE 'NOT AUTHORIZED FOR THIS KEY'.
       01  WS-MSG-NO-BROWSE            PIC X(40)
               VALUE 'NOT AUTHORIZED TO BROWSE THIS PREFIX'.

       01  WS-MSG-TRANSLATED.
           05  FILLER                  PIC X(16)
               VALUE 'TRANSLATED FROM '.
           05  WS-MSG-XLT-KEY          PIC X(10).
           05  FILLER                  PIC X(01)   VALUE '/'.
           05  WS-MSG-XLT-KEY2         PIC X(10).
           05  FILLER                  PIC X(03)   VALUE SPACES.

       01  WS-RESP                     PIC S9(08)  COMP.

           05  WS-MST-RID-KEY          PIC X(10).
           05  WS-MST-RID-KEY2         PIC X(10).

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
       01  WS-TODAY                    PIC X(08).

       01  LIB1-JRN-REC.
           copy LIB1JRN.

      *    The LIB1AUD line a lookup is journaled as, built here and
      *    carried on the journal line as JRN-AUDIT-LINE.
       01  LIB1-AUDIT-REC.
           copy LIB1AUD.

       01  WS-MST-LINE.
           05  WS-ML-LABEL             PIC X(12).
           05  WS-ML-VALUE             PIC X(54).
      *    an in-flight task from the previous program generation -
      *    start it over rather than read past the passed storage.
       0000-MAIN.
           MOVE SPACES TO ws-ent-arg

           IF EIBCALEN < LENGTH OF WS-COMMAREA
               MOVE SPACES TO WS-COMMAREA
               MOVE ZEROS  TO CA-LIST-COUNT
                   MOVE WS-MSG-NO-PREFIX TO MSGO
                   PERFORM 4500-SEND-INQUIRY-MSG THRU 4500-EXIT
               ELSE
                   PERFORM 2600-START-BROWSE THRU 2600-EXIT
               END-IF
               GO TO 2500-EXIT
           END-IF
           END-IF

           PERFORM 3000-CALL-LIB1 THRU 3000-EXIT

           IF ENA-REFUSED
               MOVE WS-MSG-NOT-ENTITLED TO MSGO
               PERFORM 4500-SEND-INQUIRY-MSG THRU 4500-EXIT
               GO TO 2500-EXIT
           END-IF

           PERFORM 4000-SEND-RESULT-MAP THRU 4000-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-START-BROWSE - PF5 from the inquiry screen: the keyed
      *                     prefix is browsed only if the operator
      *                     may browse all of it.
      *-----------------------------------------------------------------
       2600-START-BROWSE.
           SET ENA-BROWSE TO TRUE
           MOVE KEYI   TO ENA-KEY
           MOVE SPACES TO ENA-KEY2
           PERFORM 3200-CHECK-ENTITLEMENT THRU 3200-EXIT

           IF ENA-REFUSED
               MOVE WS-MSG-NO-BROWSE TO MSGO
               PERFORM 4500-SEND-INQUIRY-MSG THRU 4500-EXIT
               GO TO 2600-EXIT
           END-IF

           MOVE KEYI TO CA-PREFIX
           PERFORM 6000-FETCH-FIRST-PAGE THRU 6000-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-CALL-LIB1 - drive the same subroutine the batch programs
      *                  use, so an online answer matches a batch one.
           MOVE KEY2I   TO LIB1-I-KEY2 IN ws-lib1-arg
           SET LIB1-CALLER-ONLINE IN ws-lib1-arg TO TRUE

           PERFORM 3100-TRANSLATE-KEY THRU 3100-EXIT

           SET ENA-INQUIRE TO TRUE
           MOVE LIB1-I-KEY  IN ws-lib1-arg TO ENA-KEY
           MOVE LIB1-I-KEY2 IN ws-lib1-arg TO ENA-KEY2
           PERFORM 3200-CHECK-ENTITLEMENT THRU 3200-EXIT

           IF ENA-REFUSED
               GO TO 3000-EXIT
           END-IF

           CALL 'lib1' USING ws-lib1-arg

           PERFORM 3300-JOURNAL-LOOKUP THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-TRANSLATE-KEY - swap the keyed pair in the LIB1 argument
      *                      for its successor when LIB1XLTF carries
      *                      it with an effective date of today or
      *                      earlier; the keyed pair rides along as
      *                      LIB1-I-OLD-KEY.  No table line (or no
      *                      table) leaves the pair as keyed.
      *-----------------------------------------------------------------
       3100-TRANSLATE-KEY.
           MOVE 'N' TO WS-XLT-SW

           MOVE LIB1-I-KEY  IN ws-lib1-arg TO WS-XLT-RID-KEY
           MOVE LIB1-I-KEY2 IN ws-lib1-arg TO WS-XLT-RID-KEY2

           EXEC CICS
               READ FILE   ('LIB1XLTF')
                    INTO   (LIB1-XLT-REC)
                    RIDFLD (WS-XLT-RID)
                    RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3100-EXIT
           END-IF

           EXEC CICS
               ASKTIME ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME (WS-ABSTIME)
                          YYYYMMDD (WS-TODAY)
           END-EXEC

           IF XLT-NEW-KEY = SPACES
            OR XLT-EFFECTIVE-DATE > WS-TODAY
               GO TO 3100-EXIT
           END-IF

           MOVE WS-XLT-RID-KEY  TO LIB1-I-OLD-KEY  IN ws-lib1-arg
           MOVE WS-XLT-RID-KEY2 TO LIB1-I-OLD-KEY2 IN ws-lib1-arg
           MOVE XLT-NEW-KEY     TO LIB1-I-KEY      IN ws-lib1-arg
           MOVE XLT-NEW-KEY2    TO LIB1-I-KEY2     IN ws-lib1-arg

           MOVE WS-XLT-RID-KEY  TO WS-MSG-XLT-KEY
           MOVE WS-XLT-RID-KEY2 TO WS-MSG-XLT-KEY2
           SET WS-KEY-TRANSLATED TO TRUE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-CHECK-ENTITLEMENT - LINK to LIB1ENTC with the action and
      *                          key already set in ws-ent-arg; it
      *                          logs any refusal itself.  A LINK
      *                          that fails is a refusal too.
      *-----------------------------------------------------------------
       3200-CHECK-ENTITLEMENT.
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
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-JOURNAL-LOOKUP - one line on the LJRN journal queue for
      *                       the CALL 'lib1' just made: the audit
      *                       line LIB1 would have written, plus who
      *                       asked and from where.  A journal write
      *                       that fails does not hold back the
      *                       operator's answer.
      *-----------------------------------------------------------------
       3300-JOURNAL-LOOKUP.
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

           MOVE ENA-USERID     TO JRN-USERID
           MOVE EIBTRMID       TO JRN-TERMID
           MOVE EIBTRNID       TO JRN-TRANSID
           MOVE LIB1-AUDIT-REC TO JRN-AUDIT-LINE

           EXEC CICS
               WRITEQ TD QUEUE  ('LJRN')
                         FROM   (LIB1-JRN-REC)
                         LENGTH (LENGTH OF LIB1-JRN-REC)
                         RESP   (WS-RESP)
           END-EXEC.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-SEND-RESULT-MAP - redisplay LIB1-O-DATA/LIB1-O-ERR.
      *-----------------------------------------------------------------
                   PERFORM 4200-DESCRIBE-ERR-CODE THRU 4200-EXIT
           END-EVALUATE

      *    A translated key says so in place of the outcome text - the
      *    outcome is still on screen in the error-code field.
           IF WS-KEY-TRANSLATED
               MOVE WS-MSG-TRANSLATED TO MSGO
           END-IF

           SET CA-MODE-INQUIRY TO TRUE

           IF WS-FULL-SEND
      *    page always has a refresh path.
           IF PFXI NOT = SPACES
            AND PFXI NOT = LOW-VALUES
               SET ENA-BROWSE TO TRUE
               MOVE PFXI   TO ENA-KEY
               MOVE SPACES TO ENA-KEY2
               PERFORM 3200-CHECK-ENTITLEMENT THRU 3200-EXIT
               IF ENA-REFUSED
                   MOVE WS-MSG-NO-BROWSE TO LMSGO
                   PERFORM 7500-SEND-LIST-MSG THRU 7500-EXIT
                   GO TO 5500-EXIT
               END-IF
               MOVE PFXI TO CA-PREFIX
               PERFORM 6000-FETCH-FIRST-PAGE THRU 6000-EXIT
               GO TO 5500-EXIT
               TO LIB1-I-KEY2 IN ws-lib1-arg
           SET LIB1-CALLER-ONLINE IN ws-lib1-arg TO TRUE

           SET ENA-INQUIRE TO TRUE
           MOVE CA-LINE-KEY  (WS-SEL-NUM) TO ENA-KEY
           MOVE CA-LINE-KEY2 (WS-SEL-NUM) TO ENA-KEY2
           PERFORM 3200-CHECK-ENTITLEMENT THRU 3200-EXIT

           IF ENA-REFUSED
               MOVE WS-MSG-NOT-ENTITLED TO LMSGO
               PERFORM 7500-SEND-LIST-MSG THRU 7500-EXIT
               GO TO 5500-EXIT
           END-IF

           CALL 'lib1' USING ws-lib1-arg

           PERFORM 3300-JOURNAL-LOOKUP THRU 3300-EXIT

           SET WS-FULL-SEND TO TRUE
           PERFORM 4000-SEND-RESULT-MAP THRU 4000-EXIT.
       5500-EXIT.
           MOVE KEY2I   TO LIB1-I-KEY2 IN ws-lib1-arg
           SET LIB1-CALLER-ONLINE IN ws-lib1-arg TO TRUE

           PERFORM 3100-TRANSLATE-KEY THRU 3100-EXIT

           SET ENA-INQUIRE TO TRUE
           MOVE LIB1-I-KEY  IN ws-lib1-arg TO ENA-KEY
           MOVE LIB1-I-KEY2 IN ws-lib1-arg TO ENA-KEY2
           PERFORM 3200-CHECK-ENTITLEMENT THRU 3200-EXIT

           IF ENA-REFUSED
               MOVE WS-MSG-NOT-ENTITLED TO MSGO
               PERFORM 4500-SEND-INQUIRY-MSG THRU 4500-EXIT
               GO TO 8000-EXIT
           END-IF

           CALL 'lib1' USING ws-lib1-arg

           PERFORM 3300-JOURNAL-LOOKUP THRU 3300-EXIT

           MOVE LIB1-I-KEY  IN ws-lib1-arg TO WS-MST-RID-KEY
           MOVE LIB1-I-KEY2 IN ws-lib1-arg TO WS-MST-RID-KEY2

           MOVE LIB1-O-ERR  IN ws-lib1-arg TO WS-ML-VALUE (1:3)
           MOVE WS-MST-LINE      TO LSTO (3)

           IF WS-KEY-TRANSLATED
               MOVE WS-MSG-TRANSLATED TO LSTO (4)
           ELSE
               MOVE SPACES       TO LSTO (4)
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'MST DATA. : ' TO WS-ML-LABEL
               MOVE 'FIRST SEEN: ' TO WS-ML-LABEL
               MOVE MST-FIRST-DATE TO WS-ML-VALUE
               MOVE WS-MST-LINE    TO LSTO (8)

               MOVE 'CONFIRMED : ' TO WS-ML-LABEL
               MOVE MST-CONFIRMED-DATE TO WS-ML-VALUE
               MOVE WS-MST-LINE    TO LSTO (9)
           ELSE
               MOVE 'KEY IS NOT ON THE MASTER FILE'
                   TO LSTO (5)
               MOVE SPACES         TO LSTO (6)
               MOVE SPACES         TO LSTO (7)
               MOVE SPACES         TO LSTO (8)
               MOVE SPACES         TO LSTO (9)
           END-IF

           MOVE SPACES TO LSTO (10)

           MOVE WS-MSG-MASTER-VIEW TO LMSGO
