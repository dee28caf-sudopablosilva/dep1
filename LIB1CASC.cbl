      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Transaction LB3 - online worklist over the
      *              exception case file LIB1CASF (LIB1CAS.cpy, VSAM
      *              KSDS), sibling of LB1 and LB2 and built on the
      *              same map style (LIB1CWM in mapset LIB1MS,
      *              hand-maintained copybooks LIB1MCI/LIB1MCO).
      *
      *              The open cases are listed ten to a page in key
      *              order - key pair, nights outstanding, latest
      *              LIB2 code, owner, and first-failed date - with
      *              closed cases browsed past.  PF8 pages forward,
      *              PF7 back, PF3 or CLEAR goes back to the top.
      *              Keying a line number with an owner id and/or a
      *              resolution note and pressing ENTER records them
      *              on that line's case (the note stamped with
      *              today's date) and redisplays the page.  A case
      *              is never closed from here - it closes itself
      *              the night LIB1CASU sees its key resolve.
      *
      *              Pseudo-conversational, the same shape as LB1:
      *              the paging position (top and bottom keys of the
      *              page on screen, and the page's keys for the line
      *              pick) rides in the COMMAREA image.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1cwk.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LIB1MCI.
           copy LIB1MCI.
       01  LIB1MCO REDEFINES LIB1MCI.
           copy LIB1MCO.

       01  LIB1-CASE-REC.
           copy LIB1CAS.

       01  WS-AID-VALUES.
           copy LIB1AID.

       01  WS-MSG-NO-CASES             PIC X(40)
               VALUE 'NO OPEN EXCEPTION CASES'.
       01  WS-MSG-PAGE-HELP            PIC X(40)
               VALUE 'PF7=BACK PF8=FORWARD NN+OWNER/NOTE=SAVE'.
       01  WS-MSG-BOTTOM               PIC X(40)
               VALUE 'BOTTOM OF LIST'.
       01  WS-MSG-TOP                  PIC X(40)
               VALUE 'TOP OF LIST'.
       01  WS-MSG-BAD-SELECTION        PIC X(40)
               VALUE 'KEY A LINE NUMBER (01-10) TO UPDATE'.
       01  WS-MSG-NOTHING-KEYED        PIC X(40)
               VALUE 'KEY AN OWNER AND/OR A NOTE FOR THE LINE'.
       01  WS-MSG-UPDATED              PIC X(40)
               VALUE 'CASE UPDATED'.
       01  WS-MSG-CASE-CLOSED          PIC X(40)
               VALUE 'CASE CLOSED SINCE THE LIST WAS SHOWN'.
       01  WS-MSG-FILE-ERROR           PIC X(40)
               VALUE 'CASE FILE ERROR - CALL OPERATIONS'.

       01  WS-MSG-HOLD                 PIC X(40)   VALUE SPACES.

       01  WS-RESP                     PIC S9(08)  COMP.

       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-NOW-DATE                 PIC X(08).

      *    Browse and READ key held apart from LIB1-CASE-REC, as LB2
      *    keeps WS-REQ-KEY off LIB1-REQ-REC.
       01  WS-BROWSE-KEY               PIC X(20)   VALUE SPACES.
       01  WS-START-KEY                PIC X(20)   VALUE SPACES.

       01  WS-BROWSE-SWITCHES.
           05  WS-BROWSE-END-SW        PIC X(01)   VALUE 'N'.
               88  WS-BROWSE-END               VALUE 'Y'.
           05  WS-INCLUSIVE-SW         PIC X(01)   VALUE 'N'.
               88  WS-START-INCLUSIVE          VALUE 'Y'.
           05  WS-MORE-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-MORE-FOUND               VALUE 'Y'.
           05  WS-BROWSING-SW          PIC X(01)   VALUE 'N'.
               88  WS-BROWSING                 VALUE 'Y'.

       01  WS-SEL-NUM                  PIC 9(02)   VALUE 0.
       01  WS-LINE-SUB                 PIC 9(02)   VALUE 0.
       01  WS-PREV-SUB                 PIC 9(02)   VALUE 0.

      *    The page being built: filled in key order by a forward
      *    browse, or in reverse by a backward one and then flipped.
       01  WS-PAGE-TABLE.
           05  WS-PG-COUNT             PIC 9(02)   VALUE 0.
           05  WS-PG-ENTRY             OCCURS 10 TIMES.
               10  WS-PG-KEY           PIC X(10).
               10  WS-PG-KEY2          PIC X(10).
               10  WS-PG-NIGHTS        PIC 9(05).
               10  WS-PG-ERR           PIC 9(03).
               10  WS-PG-OWNER         PIC X(08).
               10  WS-PG-FIRST         PIC X(08).

       01  WS-PREV-TABLE.
           05  WS-PV-COUNT             PIC 9(02)   VALUE 0.
           05  WS-PV-ENTRY             OCCURS 10 TIMES.
               10  WS-PV-KEY           PIC X(10).
               10  WS-PV-KEY2          PIC X(10).
               10  WS-PV-NIGHTS        PIC 9(05).
               10  WS-PV-ERR           PIC 9(03).
               10  WS-PV-OWNER         PIC X(08).
               10  WS-PV-FIRST         PIC X(08).

       01  WS-LIST-LINE.
           05  WS-LL-NUM               PIC Z9.
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  WS-LL-KEY               PIC X(10).
           05  FILLER                  PIC X(01)   VALUE '/'.
           05  WS-LL-KEY2              PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LL-NIGHTS            PIC ZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LL-ERR               PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LL-OWNER             PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LL-FIRST             PIC X(08).
           05  FILLER                  PIC X(10)   VALUE SPACES.

      *    COMMAREA image: built here, passed on the RETURN, and
      *    refreshed from DFHCOMMAREA on every re-entry.
       01  WS-COMMAREA.
           05  CA-TASK-STARTED-SW      PIC X(01).
           05  CA-TOP-KEY              PIC X(20).
           05  CA-BOT-KEY              PIC X(20).
           05  CA-MORE-FWD-SW          PIC X(01).
               88  CA-MORE-FORWARD             VALUE 'Y'.
           05  CA-MORE-BWD-SW          PIC X(01).
               88  CA-MORE-BACKWARD            VALUE 'Y'.
           05  CA-LIST-COUNT           PIC 9(02).
           05  CA-LINE-KEY             PIC X(20)
                                       OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(256).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *-----------------------------------------------------------------
      *    A COMMAREA shorter than this program's image is a first
      *    entry (or a task from another generation): start at the
      *    top of the list.
       0000-MAIN.
           IF EIBCALEN < LENGTH OF WS-COMMAREA
               MOVE SPACES     TO WS-COMMAREA
               MOVE ZEROS      TO CA-LIST-COUNT
               MOVE LOW-VALUES TO LIB1MCI
               PERFORM 6000-FETCH-FIRST-PAGE THRU 6000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
           END-IF

           MOVE 'Y' TO CA-TASK-STARTED-SW

           EXEC CICS
               RETURN TRANSID  ('LB3')
                      COMMAREA (WS-COMMAREA)
                      LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC.

      *-----------------------------------------------------------------
      * 2000-PROCESS-SCREEN - re-entry from the worklist: PF8/PF7
      *                       page, PF3/CLEAR go back to the top,
      *                       ENTER records an owner or note.
      *-----------------------------------------------------------------
       2000-PROCESS-SCREEN.
           MOVE LOW-VALUES TO LIB1MCI

           EXEC CICS
               RECEIVE MAP    ('LIB1CWM')
                       MAPSET ('LIB1MS')
                       RESP   (WS-RESP)
           END-EXEC

      *    MAPFAIL here just means no field was modified (a bare PF
      *    key): the fields stay LOW-VALUES and the AID decides.

           EVALUATE TRUE
               WHEN EIBAID = LIB1-AID-PF3
                OR EIBAID = LIB1-AID-CLEAR
                   PERFORM 6000-FETCH-FIRST-PAGE THRU 6000-EXIT
               WHEN EIBAID = LIB1-AID-PF8
                   PERFORM 6100-FETCH-NEXT-PAGE THRU 6100-EXIT
               WHEN EIBAID = LIB1-AID-PF7
                   PERFORM 6200-FETCH-PRIOR-PAGE THRU 6200-EXIT
               WHEN OTHER
                   PERFORM 2500-PROCESS-ENTER THRU 2500-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-PROCESS-ENTER - ENTER on the worklist: edit the line pick
      *                      and the fields keyed, update the case,
      *                      and redisplay the page from its top.
      *-----------------------------------------------------------------
       2500-PROCESS-ENTER.
           IF CWSELI NUMERIC
               MOVE CWSELI TO WS-SEL-NUM
           ELSE
               MOVE 0 TO WS-SEL-NUM
           END-IF

           IF WS-SEL-NUM < 1 OR WS-SEL-NUM > CA-LIST-COUNT
               MOVE WS-MSG-BAD-SELECTION TO CWMSGO
               PERFORM 7500-SEND-LIST-MSG THRU 7500-EXIT
               GO TO 2500-EXIT
           END-IF

           IF (CWOWNI = SPACES OR CWOWNI = LOW-VALUES)
            AND (CWNOTI = SPACES OR CWNOTI = LOW-VALUES)
               MOVE WS-MSG-NOTHING-KEYED TO CWMSGO
               PERFORM 7500-SEND-LIST-MSG THRU 7500-EXIT
               GO TO 2500-EXIT
           END-IF

           PERFORM 3000-UPDATE-CASE THRU 3000-EXIT

           MOVE CA-TOP-KEY TO WS-START-KEY
           SET WS-START-INCLUSIVE TO TRUE
           PERFORM 6500-BROWSE-FORWARD THRU 6500-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-UPDATE-CASE - owner and/or note onto the picked line's
      *                    case.  A case the night's batch closed
      *                    while the list was on screen is left alone.
      *-----------------------------------------------------------------
       3000-UPDATE-CASE.
           MOVE CA-LINE-KEY (WS-SEL-NUM) TO WS-BROWSE-KEY

           EXEC CICS
               READ FILE   ('LIB1CASF')
                    INTO   (LIB1-CASE-REC)
                    RIDFLD (WS-BROWSE-KEY)
                    UPDATE
                    RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-MSG-FILE-ERROR TO CWMSGO
               GO TO 3000-EXIT
           END-IF

           IF NOT CAS-OPEN
               EXEC CICS
                   UNLOCK FILE ('LIB1CASF')
               END-EXEC
               MOVE WS-MSG-CASE-CLOSED TO CWMSGO
               GO TO 3000-EXIT
           END-IF

           IF CWOWNI NOT = SPACES AND CWOWNI NOT = LOW-VALUES
               MOVE CWOWNI TO CAS-OWNER
           END-IF

           IF CWNOTI NOT = SPACES AND CWNOTI NOT = LOW-VALUES
               EXEC CICS
                   ASKTIME ABSTIME (WS-ABSTIME)
               END-EXEC

               EXEC CICS
                   FORMATTIME ABSTIME  (WS-ABSTIME)
                              YYYYMMDD (WS-NOW-DATE)
               END-EXEC

               MOVE CWNOTI      TO CAS-NOTE
               MOVE WS-NOW-DATE TO CAS-NOTE-DATE
           END-IF

           EXEC CICS
               REWRITE FILE ('LIB1CASF')
                       FROM (LIB1-CASE-REC)
                       RESP (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-MSG-UPDATED TO CWMSGO
           ELSE
               MOVE WS-MSG-FILE-ERROR TO CWMSGO
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-FETCH-FIRST-PAGE - the open cases from the top of the
      *                         file.
      *-----------------------------------------------------------------
       6000-FETCH-FIRST-PAGE.
           MOVE LOW-VALUES TO WS-START-KEY
           MOVE 'N'        TO CA-MORE-BWD-SW
           SET WS-START-INCLUSIVE TO TRUE
           PERFORM 6500-BROWSE-FORWARD THRU 6500-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-FETCH-NEXT-PAGE - page forward past the bottom key on
      *                        screen; at the bottom of the list only
      *                        the message line changes.
      *-----------------------------------------------------------------
       6100-FETCH-NEXT-PAGE.
           IF NOT CA-MORE-FORWARD
               MOVE WS-MSG-BOTTOM TO CWMSGO
               PERFORM 7500-SEND-LIST-MSG THRU 7500-EXIT
               GO TO 6100-EXIT
           END-IF

           MOVE CA-BOT-KEY TO WS-START-KEY
           MOVE 'Y'        TO CA-MORE-BWD-SW
           MOVE 'N'        TO WS-INCLUSIVE-SW
           PERFORM 6500-BROWSE-FORWARD THRU 6500-EXIT.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6200-FETCH-PRIOR-PAGE - page back from the top key on screen;
      *                         at the top of the list only the
      *                         message line changes.
      *-----------------------------------------------------------------
       6200-FETCH-PRIOR-PAGE.
           IF NOT CA-MORE-BACKWARD
               MOVE WS-MSG-TOP TO CWMSGO
               PERFORM 7500-SEND-LIST-MSG THRU 7500-EXIT
               GO TO 6200-EXIT
           END-IF

           PERFORM 6600-BROWSE-BACKWARD THRU 6600-EXIT.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6500-BROWSE-FORWARD - up to ten open cases from WS-START-KEY
      *                       on (the start key itself only when
      *                       WS-START-INCLUSIVE), one more looked for
      *                       to set the more-forward flag, then the
      *                       page saved and sent.
      *-----------------------------------------------------------------
       6500-BROWSE-FORWARD.
           MOVE 0   TO WS-PG-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE 'N' TO WS-MORE-FOUND-SW
           MOVE 'N' TO WS-BROWSING-SW
           MOVE WS-START-KEY TO WS-BROWSE-KEY

           EXEC CICS
               STARTBR FILE   ('LIB1CASF')
                       RIDFLD (WS-BROWSE-KEY)
                       GTEQ
                       RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSING TO TRUE
           ELSE
               SET WS-BROWSE-END TO TRUE
           END-IF

           PERFORM 6510-NEXT-OPEN-CASE THRU 6510-EXIT
               UNTIL WS-BROWSE-END
                  OR WS-MORE-FOUND

           IF WS-BROWSING
               EXEC CICS
                   ENDBR FILE ('LIB1CASF')
               END-EXEC
           END-IF

           IF WS-MORE-FOUND
               MOVE 'Y' TO CA-MORE-FWD-SW
           ELSE
               MOVE 'N' TO CA-MORE-FWD-SW
           END-IF

           PERFORM 6800-SAVE-AND-SEND THRU 6800-EXIT.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6510-NEXT-OPEN-CASE - one READNEXT: closed cases and the
      *                       exclusive start key go by, an open case
      *                       joins the page - or, once the page is
      *                       full, says there is more.
      *-----------------------------------------------------------------
       6510-NEXT-OPEN-CASE.
           EXEC CICS
               READNEXT FILE   ('LIB1CASF')
                        INTO   (LIB1-CASE-REC)
                        RIDFLD (WS-BROWSE-KEY)
                        RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-END TO TRUE
               GO TO 6510-EXIT
           END-IF

           IF NOT CAS-OPEN
               GO TO 6510-EXIT
           END-IF

           IF CAS-PRIME-KEY = WS-START-KEY
            AND NOT WS-START-INCLUSIVE
               GO TO 6510-EXIT
           END-IF

           IF WS-PG-COUNT = 10
               SET WS-MORE-FOUND TO TRUE
               GO TO 6510-EXIT
           END-IF

           ADD 1 TO WS-PG-COUNT
           MOVE CAS-KEY             TO WS-PG-KEY    (WS-PG-COUNT)
           MOVE CAS-KEY2            TO WS-PG-KEY2   (WS-PG-COUNT)
           MOVE CAS-FAIL-NIGHTS     TO WS-PG-NIGHTS (WS-PG-COUNT)
           MOVE CAS-LAST-ERR        TO WS-PG-ERR    (WS-PG-COUNT)
           MOVE CAS-OWNER           TO WS-PG-OWNER  (WS-PG-COUNT)
           MOVE CAS-FIRST-FAIL-DATE TO WS-PG-FIRST  (WS-PG-COUNT).
       6510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6600-BROWSE-BACKWARD - up to ten open cases before the top key
      *                        on screen, read backward and flipped
      *                        into key order.  Fewer than ten means
      *                        the top of the list was reached: the
      *                        first page is shown instead, so a page
      *                        is always full when the file allows.
      *-----------------------------------------------------------------
       6600-BROWSE-BACKWARD.
           MOVE 0   TO WS-PV-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE 'N' TO WS-MORE-FOUND-SW
           MOVE CA-TOP-KEY TO WS-START-KEY
           MOVE CA-TOP-KEY TO WS-BROWSE-KEY

           EXEC CICS
               STARTBR FILE   ('LIB1CASF')
                       RIDFLD (WS-BROWSE-KEY)
                       GTEQ
                       RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 6000-FETCH-FIRST-PAGE THRU 6000-EXIT
               GO TO 6600-EXIT
           END-IF

           PERFORM 6610-PRIOR-OPEN-CASE THRU 6610-EXIT
               UNTIL WS-BROWSE-END
                  OR WS-MORE-FOUND

           EXEC CICS
               ENDBR FILE ('LIB1CASF')
           END-EXEC

           IF WS-PV-COUNT < 10
               PERFORM 6000-FETCH-FIRST-PAGE THRU 6000-EXIT
               GO TO 6600-EXIT
           END-IF

           MOVE WS-PV-COUNT TO WS-PG-COUNT
           PERFORM 6620-FLIP-ONE-ENTRY THRU 6620-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-PV-COUNT

           MOVE 'Y' TO CA-MORE-FWD-SW
           IF WS-MORE-FOUND
               MOVE 'Y' TO CA-MORE-BWD-SW
           ELSE
               MOVE 'N' TO CA-MORE-BWD-SW
           END-IF

           PERFORM 6800-SAVE-AND-SEND THRU 6800-EXIT.
       6600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6610-PRIOR-OPEN-CASE - one READPREV: the top key itself (the
      *                        first record back after the STARTBR)
      *                        and closed cases go by, an open case
      *                        joins the reversed page - or, once it
      *                        is full, says there is more.
      *-----------------------------------------------------------------
       6610-PRIOR-OPEN-CASE.
           EXEC CICS
               READPREV FILE   ('LIB1CASF')
                        INTO   (LIB1-CASE-REC)
                        RIDFLD (WS-BROWSE-KEY)
                        RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-END TO TRUE
               GO TO 6610-EXIT
           END-IF

           IF NOT CAS-OPEN
            OR CAS-PRIME-KEY NOT < WS-START-KEY
               GO TO 6610-EXIT
           END-IF

           IF WS-PV-COUNT = 10
               SET WS-MORE-FOUND TO TRUE
               GO TO 6610-EXIT
           END-IF

           ADD 1 TO WS-PV-COUNT
           MOVE CAS-KEY             TO WS-PV-KEY    (WS-PV-COUNT)
           MOVE CAS-KEY2            TO WS-PV-KEY2   (WS-PV-COUNT)
           MOVE CAS-FAIL-NIGHTS     TO WS-PV-NIGHTS (WS-PV-COUNT)
           MOVE CAS-LAST-ERR        TO WS-PV-ERR    (WS-PV-COUNT)
           MOVE CAS-OWNER           TO WS-PV-OWNER  (WS-PV-COUNT)
           MOVE CAS-FIRST-FAIL-DATE TO WS-PV-FIRST  (WS-PV-COUNT).
       6610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6620-FLIP-ONE-ENTRY - one reversed entry into its key-order
      *                       slot on the page.
      *-----------------------------------------------------------------
       6620-FLIP-ONE-ENTRY.
           COMPUTE WS-PREV-SUB = WS-PV-COUNT - WS-LINE-SUB + 1
           MOVE WS-PV-ENTRY (WS-PREV-SUB) TO WS-PG-ENTRY (WS-LINE-SUB).
       6620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6800-SAVE-AND-SEND - carry the page's keys and both page edges
      *                      in the COMMAREA, then send the list.
      *-----------------------------------------------------------------
       6800-SAVE-AND-SEND.
           MOVE WS-PG-COUNT TO CA-LIST-COUNT

           IF WS-PG-COUNT > 0
               MOVE WS-PG-KEY  (1) TO CA-TOP-KEY (1:10)
               MOVE WS-PG-KEY2 (1) TO CA-TOP-KEY (11:10)
               MOVE WS-PG-KEY  (WS-PG-COUNT) TO CA-BOT-KEY (1:10)
               MOVE WS-PG-KEY2 (WS-PG-COUNT) TO CA-BOT-KEY (11:10)
           ELSE
               MOVE LOW-VALUES TO CA-TOP-KEY
               MOVE LOW-VALUES TO CA-BOT-KEY
               MOVE 'N' TO CA-MORE-FWD-SW
               MOVE 'N' TO CA-MORE-BWD-SW
           END-IF

           PERFORM 6810-SAVE-ONE-LINE-KEY THRU 6810-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10

           PERFORM 7000-SEND-LIST-MAP THRU 7000-EXIT.
       6800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6810-SAVE-ONE-LINE-KEY - one line's key pair into the
      *                          COMMAREA; lines past the page count
      *                          are cleared.
      *-----------------------------------------------------------------
       6810-SAVE-ONE-LINE-KEY.
           IF WS-LINE-SUB <= WS-PG-COUNT
               MOVE WS-PG-KEY  (WS-LINE-SUB)
                   TO CA-LINE-KEY (WS-LINE-SUB) (1:10)
               MOVE WS-PG-KEY2 (WS-LINE-SUB)
                   TO CA-LINE-KEY (WS-LINE-SUB) (11:10)
           ELSE
               MOVE SPACES TO CA-LINE-KEY (WS-LINE-SUB)
           END-IF.
       6810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-SEND-LIST-MAP - build and send the full worklist screen.
      *                      A message already set (an update's
      *                      outcome) is kept; otherwise the paging
      *                      help goes on the message line.
      *-----------------------------------------------------------------
       7000-SEND-LIST-MAP.
           MOVE CWMSGO TO WS-MSG-HOLD

           MOVE LOW-VALUES TO LIB1MCO
           MOVE SPACES     TO CWSELO
           MOVE SPACES     TO CWOWNO
           MOVE SPACES     TO CWNOTO

           PERFORM 7100-FORMAT-LIST-LINE THRU 7100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10

           EVALUATE TRUE
               WHEN WS-PG-COUNT = 0
                   MOVE WS-MSG-NO-CASES  TO CWMSGO
               WHEN WS-MSG-HOLD NOT = SPACES
                AND WS-MSG-HOLD NOT = LOW-VALUES
                   MOVE WS-MSG-HOLD      TO CWMSGO
               WHEN OTHER
                   MOVE WS-MSG-PAGE-HELP TO CWMSGO
           END-EVALUATE

           EXEC CICS
               SEND MAP    ('LIB1CWM')
                    MAPSET ('LIB1MS')
                    ERASE
           END-EXEC.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-FORMAT-LIST-LINE - one list line: line number, key pair,
      *                         nights outstanding, latest code,
      *                         owner, first-failed date.
      *-----------------------------------------------------------------
       7100-FORMAT-LIST-LINE.
           IF WS-LINE-SUB <= WS-PG-COUNT
               MOVE WS-LINE-SUB                TO WS-LL-NUM
               MOVE WS-PG-KEY    (WS-LINE-SUB) TO WS-LL-KEY
               MOVE WS-PG-KEY2   (WS-LINE-SUB) TO WS-LL-KEY2
               MOVE WS-PG-NIGHTS (WS-LINE-SUB) TO WS-LL-NIGHTS
               MOVE WS-PG-ERR    (WS-LINE-SUB) TO WS-LL-ERR
               MOVE WS-PG-OWNER  (WS-LINE-SUB) TO WS-LL-OWNER
               MOVE WS-PG-FIRST  (WS-LINE-SUB) TO WS-LL-FIRST
               MOVE WS-LIST-LINE TO CWLSTO (WS-LINE-SUB)
           ELSE
               MOVE SPACES TO CWLSTO (WS-LINE-SUB)
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7500-SEND-LIST-MSG - put a message on the worklist already
      *                      displayed, leaving the page and the
      *                      operator's fields as they are.
      *-----------------------------------------------------------------
       7500-SEND-LIST-MSG.
           MOVE LOW-VALUES TO CWSELO
                              CWOWNO
                              CWNOTO
           PERFORM 7510-CLEAR-ONE-LINE THRU 7510-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10

           EXEC CICS
               SEND MAP    ('LIB1CWM')
                    MAPSET ('LIB1MS')
                    DATAONLY
           END-EXEC.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7510-CLEAR-ONE-LINE - LOW-VALUES one list line so a DATAONLY
      *                       send leaves it as displayed.
      *-----------------------------------------------------------------
       7510-CLEAR-ONE-LINE.
           MOVE LOW-VALUES TO CWLSTO (WS-LINE-SUB).
       7510-EXIT.
           EXIT.
