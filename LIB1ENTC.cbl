      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Entitlement check for the LIB1 online
      *              transactions, LINKed by LB1 and LB2 with the
      *              COMMAREA in LIB1ENA.cpy before every lookup,
      *              browse, or queued request, so the rule lives in
      *              one place.
      *
      *              The identity is the signed-on CICS user (EXEC
      *              CICS ASSIGN USERID), never a screen field; it is
      *              handed back in ENA-USERID for the caller's own
      *              use.  The user's lines on the entitlement table
      *              LIB1ENTF (LIB1ENT.cpy) are browsed first, then
      *              the lines of each group a 'G' line names; the
      *              first 'P' or 'R' line that covers the key (or,
      *              for a browse, every key the prefix could match)
      *              with the action's switch set allows it.
      *
      *              A refusal is written to the security-violation
      *              queue LSEC (LIB1SEC.cpy) with the user, terminal,
      *              transaction, action, and key, for the daily
      *              LIB1SECR report.  A table that cannot be read
      *              refuses everything, logged with its own reason -
      *              the check fails closed.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  LGD  Initial version.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1ent.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LIB1-ENT-REC.
           copy LIB1ENT.

       01  LIB1-SEC-REC.
           copy LIB1SEC.

       01  WS-SWITCHES.
           05  WS-SCAN-END-SW          PIC X(01)   VALUE 'N'.
               88  WS-SCAN-END                 VALUE 'Y'.
           05  WS-TABLE-ERROR-SW       PIC X(01)   VALUE 'N'.
               88  WS-TABLE-ERROR              VALUE 'Y'.

       01  WS-RESP                     PIC S9(08)  COMP.

      *    Browse key held apart from the record area, the same way
      *    LB1 and LB2 keep their READ keys off the INTO area.
       01  WS-ENT-RID.
           05  WS-ENT-RID-SUBJECT      PIC X(08).
           05  WS-ENT-RID-SEQ          PIC 9(03).

       01  WS-SUBJECT                  PIC X(08).

      *    Groups named on the user's own 'G' lines, scanned after
      *    the user's lines; a user in more than ten groups has the
      *    rest ignored.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT          PIC 9(02)   COMP    VALUE 0.
           05  WS-GROUP-NAME           PIC X(08)   OCCURS 10 TIMES.
       01  WS-GROUP-SUB                PIC 9(02)   COMP    VALUE 0.

      *    Key-coverage work fields: the significant length of the
      *    key (a browse prefix) and of a prefix line, and the lowest
      *    key a browse prefix could match.
       01  WS-KEY-LENGTH               PIC 9(02)   COMP    VALUE 0.
       01  WS-PFX-LENGTH               PIC 9(02)   COMP    VALUE 0.
       01  WS-BROWSE-LOW-KEY           PIC X(10).

       01  WS-ABSTIME                  PIC S9(15)  COMP-3.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           copy LIB1ENA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *-----------------------------------------------------------------
       0000-MAIN.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               GO TO 0000-RETURN
           END-IF

           SET ENA-REFUSED TO TRUE

           EXEC CICS
               ASSIGN USERID (ENA-USERID)
           END-EXEC

           MOVE 0 TO WS-KEY-LENGTH
           INSPECT ENA-KEY TALLYING WS-KEY-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE LOW-VALUES TO WS-BROWSE-LOW-KEY
           IF WS-KEY-LENGTH > 0
               MOVE ENA-KEY (1:WS-KEY-LENGTH)
                   TO WS-BROWSE-LOW-KEY (1:WS-KEY-LENGTH)
           END-IF

           MOVE ENA-USERID TO WS-SUBJECT
           PERFORM 2000-SCAN-SUBJECT THRU 2000-EXIT

           PERFORM 1000-SCAN-ONE-GROUP THRU 1000-EXIT
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                  OR ENA-ALLOWED
                  OR WS-TABLE-ERROR

           IF WS-TABLE-ERROR
               SET ENA-REFUSED TO TRUE
           END-IF

           IF ENA-REFUSED
               PERFORM 4000-LOG-VIOLATION THRU 4000-EXIT
           END-IF.
       0000-RETURN.
           EXEC CICS
               RETURN
           END-EXEC.

      *-----------------------------------------------------------------
      * 1000-SCAN-ONE-GROUP - the lines of one group the user is in.
      *-----------------------------------------------------------------
       1000-SCAN-ONE-GROUP.
           MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO WS-SUBJECT
           PERFORM 2000-SCAN-SUBJECT THRU 2000-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SCAN-SUBJECT - browse every line of WS-SUBJECT until one
      *                     allows the action.  A subject with no
      *                     lines is simply nothing granted.
      *-----------------------------------------------------------------
       2000-SCAN-SUBJECT.
           MOVE 'N'        TO WS-SCAN-END-SW
           MOVE WS-SUBJECT TO WS-ENT-RID-SUBJECT
           MOVE 0          TO WS-ENT-RID-SEQ

           EXEC CICS
               STARTBR FILE   ('LIB1ENTF')
                       RIDFLD (WS-ENT-RID)
                       GTEQ
                       RESP   (WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   GO TO 2000-EXIT
               WHEN OTHER
                   SET WS-TABLE-ERROR TO TRUE
                   GO TO 2000-EXIT
           END-EVALUATE

           PERFORM 2100-CHECK-NEXT-LINE THRU 2100-EXIT
               UNTIL WS-SCAN-END
                  OR ENA-ALLOWED

           EXEC CICS
               ENDBR FILE ('LIB1ENTF')
           END-EXEC.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CHECK-NEXT-LINE - read the subject's next line and apply
      *                        it; the browse ends on the first line
      *                        of the next subject.
      *-----------------------------------------------------------------
       2100-CHECK-NEXT-LINE.
           EXEC CICS
               READNEXT FILE   ('LIB1ENTF')
                        INTO   (LIB1-ENT-REC)
                        RIDFLD (WS-ENT-RID)
                        RESP   (WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   SET WS-SCAN-END TO TRUE
                   GO TO 2100-EXIT
               WHEN OTHER
                   SET WS-TABLE-ERROR TO TRUE
                   SET WS-SCAN-END TO TRUE
                   GO TO 2100-EXIT
           END-EVALUATE

           IF ENT-SUBJECT NOT = WS-SUBJECT
               SET WS-SCAN-END TO TRUE
               GO TO 2100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ENT-MEMBERSHIP
                   PERFORM 2200-NOTE-GROUP THRU 2200-EXIT
               WHEN ENT-PREFIX
               WHEN ENT-RANGE
                   PERFORM 3000-APPLY-KEY-LINE THRU 3000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-NOTE-GROUP - a membership line on the user's own lines
      *                   queues the group for scanning; on a group's
      *                   lines it is ignored (one level only).
      *-----------------------------------------------------------------
       2200-NOTE-GROUP.
           IF WS-SUBJECT NOT = ENA-USERID
               GO TO 2200-EXIT
           END-IF

           IF WS-GROUP-COUNT < 10
               ADD 1 TO WS-GROUP-COUNT
               MOVE ENT-GROUP TO WS-GROUP-NAME (WS-GROUP-COUNT)
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-APPLY-KEY-LINE - a prefix or range line allows the
      *                       action when its switch is set and it
      *                       covers the key.
      *-----------------------------------------------------------------
       3000-APPLY-KEY-LINE.
           EVALUATE TRUE
               WHEN ENA-INQUIRE AND ENT-MAY-INQUIRE
               WHEN ENA-QUEUE   AND ENT-MAY-QUEUE
                   PERFORM 3100-COVER-ONE-KEY THRU 3100-EXIT
               WHEN ENA-BROWSE  AND ENT-MAY-BROWSE
                   PERFORM 3200-COVER-PREFIX THRU 3200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-COVER-ONE-KEY - one exact key: it starts with the line's
      *                      prefix, or lies inside the line's range.
      *-----------------------------------------------------------------
       3100-COVER-ONE-KEY.
           IF ENT-RANGE
               IF ENA-KEY >= ENT-LOW-KEY
                AND ENA-KEY <= ENT-HIGH-KEY
                   SET ENA-ALLOWED TO TRUE
               END-IF
               GO TO 3100-EXIT
           END-IF

           PERFORM 3300-MEASURE-PREFIX THRU 3300-EXIT

           IF WS-PFX-LENGTH = 0
               SET ENA-ALLOWED TO TRUE
               GO TO 3100-EXIT
           END-IF

           IF ENA-KEY (1:WS-PFX-LENGTH) = ENT-LOW-KEY (1:WS-PFX-LENGTH)
               SET ENA-ALLOWED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-COVER-PREFIX - a browse prefix: every key it could match
      *                     must be inside the line.  A prefix line
      *                     covers it when the line's prefix is no
      *                     longer and leads it; a range line when the
      *                     lowest matching key is not below the low
      *                     key and the prefix sorts strictly below
      *                     the high key's same leading positions.
      *-----------------------------------------------------------------
       3200-COVER-PREFIX.
           IF WS-KEY-LENGTH = 0
               GO TO 3200-EXIT
           END-IF

           IF ENT-RANGE
               IF WS-BROWSE-LOW-KEY >= ENT-LOW-KEY
                AND ENA-KEY (1:WS-KEY-LENGTH)
                        < ENT-HIGH-KEY (1:WS-KEY-LENGTH)
                   SET ENA-ALLOWED TO TRUE
               END-IF
               GO TO 3200-EXIT
           END-IF

           PERFORM 3300-MEASURE-PREFIX THRU 3300-EXIT

           IF WS-PFX-LENGTH = 0
               SET ENA-ALLOWED TO TRUE
               GO TO 3200-EXIT
           END-IF

           IF WS-PFX-LENGTH <= WS-KEY-LENGTH
            AND ENA-KEY (1:WS-PFX-LENGTH)
                  = ENT-LOW-KEY (1:WS-PFX-LENGTH)
               SET ENA-ALLOWED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-MEASURE-PREFIX - significant length of a prefix line: up
      *                       to its first space.
      *-----------------------------------------------------------------
       3300-MEASURE-PREFIX.
           MOVE 0 TO WS-PFX-LENGTH
           INSPECT ENT-LOW-KEY TALLYING WS-PFX-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-LOG-VIOLATION - one line on the security-violation queue
      *                      for the refused attempt.
      *-----------------------------------------------------------------
       4000-LOG-VIOLATION.
           EXEC CICS
               ASKTIME ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME (WS-ABSTIME)
                          YYYYMMDD (SEC-DATE)
                          TIME     (SEC-TIME)
           END-EXEC

           MOVE ENA-USERID    TO SEC-USERID
           MOVE EIBTRNID      TO SEC-TRANSID
           MOVE EIBTRMID      TO SEC-TERMID
           MOVE ENA-ACTION-SW TO SEC-ACTION-SW
           MOVE ENA-KEY       TO SEC-KEY
           MOVE ENA-KEY2      TO SEC-KEY2

           IF WS-TABLE-ERROR
               SET SEC-TABLE-ERROR  TO TRUE
           ELSE
               SET SEC-NOT-ENTITLED TO TRUE
           END-IF

           EXEC CICS
               WRITEQ TD QUEUE  ('LSEC')
                         FROM   (LIB1-SEC-REC)
                         LENGTH (LENGTH OF LIB1-SEC-REC)
                         RESP   (WS-RESP)
           END-EXEC.
       4000-EXIT.
           EXIT.
