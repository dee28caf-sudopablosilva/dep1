      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * AUTHOR.....: LUIS GUSTAVO DANTAS (AWS).
      * INSTALLATION: DL SYSTEMS.
      * DATE-WRITTEN: 2026-10-15.
      *
      * REMARKS....: Coverage reconciliation between the key
      *              population LIB2 holds and the keys we actually
      *              look up.  Walks the LIB2 multi-record service
      *              (CALL 'LIB2B', LIB2BIO.cpy - the browse behind
      *              LB1's PF5) page by page, forward, to the end of
      *              each prefix, and matches every key pair it
      *              returns against the current-results master
      *              LIB1MSTF (LIB1MST.cpy) and the night's edited key
      *              file LIB1KYED from LIB1EDIT.  A pair on either of
      *              ours counts as looked up.
      *
      *              The walk covers the prefixes listed one per line
      *              (columns 1-10) on the OPTIONAL operator file
      *              LIB1CVPX, and only master and key-file pairs
      *              under one of those prefixes take part in the
      *              match; with no LIB1CVPX, or no prefix on it, the
      *              walk is one browse on a blank prefix - the whole
      *              LIB2 key range - and every pair of ours takes
      *              part.  LIB1KYED is OPTIONAL as well: without it
      *              the match runs against the master alone.
      *
      *              The report LIB1CVRP has three sections, each in
      *              key order with its count: on LIB2 but never
      *              looked up, looked up but gone from LIB2, and
      *              matched.  The never-looked-up pairs are also
      *              written to LIB1CVKY in LIB1BKY key-file format,
      *              header (business run date) and trailer (key
      *              count) included and LIB1COVR stamped as the
      *              origin, so the business can feed them through
      *              LIB1EDIT to have them onboarded.
      *
      *              A LIB2B service error stops the walk: a partial
      *              population would report live keys as gone, so
      *              the report says only that the reconciliation was
      *              not produced, LIB1CVKY carries no keys, and the
      *              step ends RETURN-CODE 16.  Keys looked up but
      *              gone from LIB2 end the step with RETURN-CODE 4.
      *              This is a report step: it writes no LIB1RCTL
      *              line.
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
       PROGRAM-ID.      lib1covr.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIB1-PREFIX-FILE ASSIGN TO LIB1CVPX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREFIX-STATUS.

           SELECT LIB1-MASTER-FILE ASSIGN TO LIB1MSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-PRIME-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL LIB1-EDITED-FILE ASSIGN TO LIB1KYED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITED-STATUS.

           SELECT LIB1-COVER-SORT-FILE ASSIGN TO SORTWKH.

           SELECT LIB1-CLASS-FILE ASSIGN TO LIB1CVWK
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-CLASS-SORT-FILE ASSIGN TO SORTWKI.

           SELECT LIB1-CVRP-FILE ASSIGN TO LIB1CVRP
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIB1-CVKY-FILE ASSIGN TO LIB1CVKY
               ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIB1-PREFIX-FILE.
       01  LIB1-PREFIX-REC.
           05  CVP-PREFIX              PIC X(10).
           05  FILLER                  PIC X(70).

       FD  LIB1-MASTER-FILE.
       01  LIB1-MASTER-REC.
           copy LIB1MST.

       FD  LIB1-EDITED-FILE.
       01  LIB1-EDITED-REC.
           copy LIB1BKY REPLACING LEADING ==LIB1B-== BY ==EDTB-==.

      *    One key pair as one of the three sources holds it; the
      *    sort brings a pair's lines together for the match.
       SD  LIB1-COVER-SORT-FILE.
       01  LIB1-COVER-SORT-REC.
           05  CVS-KEY                 PIC X(10).
           05  CVS-KEY2                PIC X(10).
           05  CVS-SOURCE-SW           PIC X(01).
               88  CVS-FROM-EDITED             VALUE 'K'.
               88  CVS-FROM-LIB2               VALUE 'L'.
               88  CVS-FROM-MASTER             VALUE 'M'.
           05  CVS-DATA                PIC X(50).
           05  CVS-CHANGED-DATE        PIC X(08).

      *    One matched pair with the report section it falls in.
       FD  LIB1-CLASS-FILE.
       01  LIB1-CLASS-REC.
           05  CVC-SECTION             PIC 9(01).
           05  CVC-KEY                 PIC X(10).
           05  CVC-KEY2                PIC X(10).
           05  CVC-ON-MASTER-SW        PIC X(01).
           05  CVC-ON-EDITED-SW        PIC X(01).
           05  CVC-DATA                PIC X(50).
           05  CVC-CHANGED-DATE        PIC X(08).

       SD  LIB1-CLASS-SORT-FILE.
       01  LIB1-CLASS-SORT-REC.
           05  CLS-SECTION             PIC 9(01).
           05  CLS-KEY                 PIC X(10).
           05  CLS-KEY2                PIC X(10).
           05  CLS-ON-MASTER-SW        PIC X(01).
           05  CLS-ON-EDITED-SW        PIC X(01).
           05  CLS-DATA                PIC X(50).
           05  CLS-CHANGED-DATE        PIC X(08).

       FD  LIB1-CVRP-FILE.
       01  LIB1-CVRP-REC               PIC X(132).

       FD  LIB1-CVKY-FILE.
       01  LIB1-CVKY-REC.
           copy LIB1BKY.

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  ws-lib2b-arg.
           copy LIB2BIO.

       01  WS-SWITCHES.
           05  WS-PREFIX-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-PREFIX-EOF               VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-MASTER-EOF               VALUE 'Y'.
           05  WS-EDITED-EOF-SW        PIC X(01)   VALUE 'N'.
               88  WS-EDITED-EOF               VALUE 'Y'.
           05  WS-COVER-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-COVER-EOF                VALUE 'Y'.
           05  WS-CLASS-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-CLASS-EOF                VALUE 'Y'.
           05  WS-MORE-PAGES-SW        PIC X(01)   VALUE 'N'.
               88  WS-MORE-PAGES               VALUE 'Y'.
           05  WS-WALK-FAILED-SW       PIC X(01)   VALUE 'N'.
               88  WS-WALK-FAILED              VALUE 'Y'.
           05  WS-IN-SCOPE-SW          PIC X(01)   VALUE 'N'.
               88  WS-IN-SCOPE                 VALUE 'Y'.
           05  WS-ON-LIB2-SW           PIC X(01)   VALUE 'N'.
               88  WS-ON-LIB2                  VALUE 'Y'.
           05  WS-ON-MASTER-SW         PIC X(01)   VALUE 'N'.
               88  WS-ON-MASTER                VALUE 'Y'.
           05  WS-ON-EDITED-SW         PIC X(01)   VALUE 'N'.
               88  WS-ON-EDITED                VALUE 'Y'.

       01  WS-PREFIX-STATUS            PIC X(02)   VALUE '00'.

       01  WS-MASTER-STATUS            PIC X(02)   VALUE '00'.
           88  WS-MASTER-STATUS-OK             VALUE '00'.
           88  WS-MASTER-STATUS-EMPTY          VALUE '35'.

       01  WS-EDITED-STATUS            PIC X(02)   VALUE '00'.

       01  WS-COUNTERS.
           05  WS-LIB2-PAGE-COUNT      PIC 9(09)   COMP    VALUE 0.
           05  WS-LIB2-KEY-COUNT       PIC 9(09)   COMP    VALUE 0.
           05  WS-MASTER-READ-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-MASTER-KEPT-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-EDITED-READ-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-EDITED-KEPT-COUNT    PIC 9(09)   COMP    VALUE 0.
           05  WS-NEVER-COUNT          PIC 9(09)   COMP    VALUE 0.
           05  WS-GONE-COUNT           PIC 9(09)   COMP    VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(09)   COMP    VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(09)   COMP    VALUE 0.

       01  WS-ENTRY-SUB                PIC 9(02)   COMP    VALUE 0.
       01  WS-CURRENT-SECTION          PIC 9(01)   VALUE 0.

      *    Operator prefixes off LIB1CVPX, with the length of the
      *    non-blank part each one matches on.  With none listed the
      *    table holds one blank prefix of length zero - the whole
      *    key range.
       01  WS-PREFIX-TABLE.
           05  WS-PFX-COUNT            PIC 9(03)   COMP    VALUE 0.
           05  WS-PFX-SUB              PIC 9(03)   COMP    VALUE 0.
           05  WS-PFX-ENTRY            OCCURS 50 TIMES.
               10  WS-PFX-VALUE        PIC X(10).
               10  WS-PFX-LENGTH       PIC 9(02)   COMP.

       01  WS-PFX-TALLY                PIC 9(02)   COMP    VALUE 0.

      *    The pair being matched, and what each source said of it.
       01  WS-CURRENT-PAIR.
           05  WS-CUR-KEY              PIC X(10).
           05  WS-CUR-KEY2             PIC X(10).
           05  WS-CUR-LIB2-DATA        PIC X(50).
           05  WS-CUR-MST-DATA         PIC X(50).
           05  WS-CUR-CHANGED-DATE     PIC X(08).

      *    Report section titles, by section number.
       01  WS-SECTION-VALUES.
           05  FILLER                  PIC X(30)
               VALUE 'ON LIB2 - NEVER LOOKED UP     '.
           05  FILLER                  PIC X(30)
               VALUE 'LOOKED UP - GONE FROM LIB2    '.
           05  FILLER                  PIC X(30)
               VALUE 'MATCHED                       '.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05  WS-SECTION-TITLE        PIC X(30)   OCCURS 3 TIMES.

       01  WS-PAGE-WORK.
           05  WS-PAGE-NUMBER          PIC 9(05)   COMP    VALUE 0.
           05  WS-LINE-COUNT           PIC 9(03)   COMP    VALUE 99.
           05  WS-PAGE-LIMIT           PIC 9(03)   COMP    VALUE 56.

      *-----------------------------------------------------------------
      *    Report line layouts.
      *-----------------------------------------------------------------
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE 'LIB1COVR - LIB2 KEY COVERAGE RECONCILIATION '.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  RPT-H1-DATE             PIC X(08).
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  FILLER                  PIC X(05)   VALUE 'PAGE '.
           05  RPT-H1-PAGE             PIC ZZZZ9.

       01  WS-RPT-SCOPE-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'PREFIX BROWSED  : '.
           05  RPT-SCOPE-PREFIX        PIC X(10).
           05  FILLER                  PIC X(104)  VALUE SPACES.

       01  WS-RPT-SECTION-HEADING.
           05  FILLER                  PIC X(10)
               VALUE 'SECTION : '.
           05  RPT-SEC-TITLE           PIC X(30).
           05  FILLER                  PIC X(92)   VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'KEY        '.
           05  FILLER                  PIC X(12)   VALUE 'KEY2        '.
           05  FILLER                  PIC X(08)   VALUE 'MASTER  '.
           05  FILLER                  PIC X(10)   VALUE 'KEY FILE  '.
           05  FILLER                  PIC X(10)   VALUE 'CHANGED   '.
           05  FILLER                  PIC X(79)
               VALUE 'DATA (LIB2, OR MASTER WHEN GONE FROM LIB2)'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-KEY             PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  RPT-DET-KEY2            PIC X(10).
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  RPT-DET-MASTER          PIC X(01).
           05  FILLER                  PIC X(09)   VALUE SPACES.
           05  RPT-DET-EDITED          PIC X(01).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  RPT-DET-CHANGED         PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  RPT-DET-DATA            PIC X(50).
           05  FILLER                  PIC X(29)   VALUE SPACES.

       01  WS-RPT-SUBTOTAL-LINE.
           05  FILLER                  PIC X(21)
               VALUE 'KEYS IN SECTION     :'.
           05  RPT-SUB-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL           PIC X(34).
           05  RPT-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(87)   VALUE SPACES.

       01  WS-RPT-FAILED-LINE.
           05  FILLER                  PIC X(46)
               VALUE 'RECONCILIATION NOT PRODUCED - LIB2 BROWSE OR '.
           05  FILLER                  PIC X(86)
               VALUE 'LIB1MSTF FAILED, SEE JOB LOG'.

       01  WS-RPT-TEXT-LINE            PIC X(132).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1COVR' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-COVER-SORT-FILE
               ON ASCENDING KEY CVS-KEY OF LIB1-COVER-SORT-REC
                                CVS-KEY2 OF LIB1-COVER-SORT-REC
                                CVS-SOURCE-SW OF LIB1-COVER-SORT-REC
               INPUT PROCEDURE IS 2000-GATHER-KEYS THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-CLASSIFY-KEYS THRU 3000-EXIT

           IF NOT WS-WALK-FAILED
               SORT LIB1-CLASS-SORT-FILE
                   ON ASCENDING KEY CLS-SECTION OF LIB1-CLASS-SORT-REC
                                    CLS-KEY OF LIB1-CLASS-SORT-REC
                                    CLS-KEY2 OF LIB1-CLASS-SORT-REC
                   USING LIB1-CLASS-FILE
                   OUTPUT PROCEDURE IS 4000-PRINT-REPORT THRU 4000-EXIT
           END-IF

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the business run date, load the
      *                   operator prefixes, open the report and the
      *                   onboarding key file with its header.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           SET BDA-STREAM-DATE TO TRUE
           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1COVR - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           PERFORM 1100-LOAD-PREFIXES THRU 1100-EXIT

           IF WS-PFX-COUNT = 0
               MOVE 1      TO WS-PFX-COUNT
               MOVE SPACES TO WS-PFX-VALUE (1)
               MOVE 0      TO WS-PFX-LENGTH (1)
           END-IF

           OPEN OUTPUT LIB1-CVRP-FILE
           OPEN OUTPUT LIB1-CVKY-FILE

           MOVE SPACES       TO LIB1-CVKY-REC
           MOVE 'HDR'        TO LIB1B-KEY
           MOVE BDA-RUN-DATE TO LIB1B-HDR-RUN-DATE
           WRITE LIB1-CVKY-REC.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-PREFIXES - pull the operator prefix list into
      *                      storage; no file means the whole range.
      *-----------------------------------------------------------------
       1100-LOAD-PREFIXES.
           OPEN INPUT LIB1-PREFIX-FILE

           IF WS-PREFIX-STATUS NOT = '00'
               DISPLAY 'LIB1COVR - LIB1CVPX NOT AVAILABLE - '
                       'WHOLE KEY RANGE BROWSED'
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-READ-PREFIX THRU 1110-EXIT

           PERFORM 1120-STORE-PREFIX THRU 1120-EXIT
               UNTIL WS-PREFIX-EOF

           CLOSE LIB1-PREFIX-FILE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1110-READ-PREFIX - read the next prefix line.
      *-----------------------------------------------------------------
       1110-READ-PREFIX.
           READ LIB1-PREFIX-FILE
               AT END
                   SET WS-PREFIX-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1120-STORE-PREFIX - keep one prefix and the length it matches
      *                     on; blank lines go by, and lines past the
      *                     table limit are dropped with a warning.
      *-----------------------------------------------------------------
       1120-STORE-PREFIX.
           MOVE 0 TO WS-PFX-TALLY
           INSPECT CVP-PREFIX TALLYING WS-PFX-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-PFX-TALLY = 0
               GO TO 1120-NEXT
           END-IF

           IF WS-PFX-COUNT < 50
               ADD 1 TO WS-PFX-COUNT
               MOVE CVP-PREFIX   TO WS-PFX-VALUE  (WS-PFX-COUNT)
               MOVE WS-PFX-TALLY TO WS-PFX-LENGTH (WS-PFX-COUNT)
           ELSE
               DISPLAY 'LIB1COVR - LIB1CVPX OVERFULL - PREFIX '
                       CVP-PREFIX ' DROPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1120-NEXT.
           PERFORM 1110-READ-PREFIX THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-GATHER-KEYS - SORT input procedure: every pair LIB2
      *                    returns under the prefixes, then the
      *                    master's and the edited key file's pairs
      *                    that fall under them.  A failed walk
      *                    releases nothing further.
      *-----------------------------------------------------------------
       2000-GATHER-KEYS.
           PERFORM 2100-WALK-PREFIX THRU 2100-EXIT
               VARYING WS-PFX-SUB FROM 1 BY 1
               UNTIL WS-PFX-SUB > WS-PFX-COUNT
                  OR WS-WALK-FAILED

           IF WS-WALK-FAILED
               GO TO 2000-EXIT
           END-IF

           PERFORM 2400-GATHER-MASTER THRU 2400-EXIT

           IF WS-WALK-FAILED
               GO TO 2000-EXIT
           END-IF

           PERFORM 2500-GATHER-EDITED THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-WALK-PREFIX - browse one prefix from the top, a page at a
      *                    time, until LIB2 says there is no more.
      *-----------------------------------------------------------------
       2100-WALK-PREFIX.
           MOVE LOW-VALUES TO LIB2B-I-START-KEY
                              LIB2B-I-START-KEY2
           SET WS-MORE-PAGES TO TRUE

           PERFORM 2200-FETCH-PAGE THRU 2200-EXIT
               UNTIL NOT WS-MORE-PAGES
                  OR WS-WALK-FAILED.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-FETCH-PAGE - one forward page from the LIB2 multi-record
      *                   service; the next page starts after the
      *                   last pair of this one.  An empty page ends
      *                   the prefix whatever the more-forward switch
      *                   says.
      *-----------------------------------------------------------------
       2200-FETCH-PAGE.
           MOVE WS-PFX-VALUE (WS-PFX-SUB) TO LIB2B-I-PREFIX
           SET LIB2B-DIR-FORWARD TO TRUE
           MOVE 10 TO LIB2B-I-MAX-ENTRIES

           CALL 'LIB2B' USING ws-lib2b-arg

           IF NOT LIB2B-ERR-NONE
               DISPLAY 'LIB1COVR - LIB2B BROWSE FAILED - ERR '
                       LIB2B-O-ERR ' PREFIX ' LIB2B-I-PREFIX
                       ' AFTER ' LIB2B-I-START-KEY '/'
                       LIB2B-I-START-KEY2
               SET WS-WALK-FAILED TO TRUE
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-LIB2-PAGE-COUNT

           PERFORM 2300-RELEASE-LIB2-ENTRY THRU 2300-EXIT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > LIB2B-O-COUNT

           IF LIB2B-O-COUNT = 0
            OR NOT LIB2B-MORE-FORWARD
               MOVE 'N' TO WS-MORE-PAGES-SW
               GO TO 2200-EXIT
           END-IF

           MOVE LIB2B-O-KEY  (LIB2B-O-COUNT) TO LIB2B-I-START-KEY
           MOVE LIB2B-O-KEY2 (LIB2B-O-COUNT) TO LIB2B-I-START-KEY2.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-RELEASE-LIB2-ENTRY - one pair of the page to the sort.
      *-----------------------------------------------------------------
       2300-RELEASE-LIB2-ENTRY.
           ADD 1 TO WS-LIB2-KEY-COUNT

           MOVE LIB2B-O-KEY  (WS-ENTRY-SUB) TO CVS-KEY
           MOVE LIB2B-O-KEY2 (WS-ENTRY-SUB) TO CVS-KEY2
           SET CVS-FROM-LIB2 TO TRUE
           MOVE LIB2B-O-DATA (WS-ENTRY-SUB) TO CVS-DATA
           MOVE SPACES                      TO CVS-CHANGED-DATE

           RELEASE LIB1-COVER-SORT-REC.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-GATHER-MASTER - walk the current-results master; an empty
      *                      master (status 35) contributes nothing, an
      *                      unreadable one stops the run as a failed
      *                      walk would.
      *-----------------------------------------------------------------
       2400-GATHER-MASTER.
           OPEN INPUT LIB1-MASTER-FILE

           EVALUATE TRUE
               WHEN WS-MASTER-STATUS-OK
                   CONTINUE
               WHEN WS-MASTER-STATUS-EMPTY
                   DISPLAY 'LIB1COVR - LIB1MSTF IS EMPTY - '
                           'NO MASTER KEYS MATCHED'
                   GO TO 2400-EXIT
               WHEN OTHER
                   DISPLAY 'LIB1COVR - LIB1MSTF OPEN FAILED - STATUS '
                           WS-MASTER-STATUS
                   SET WS-WALK-FAILED TO TRUE
                   GO TO 2400-EXIT
           END-EVALUATE

           PERFORM 2410-READ-MASTER THRU 2410-EXIT

           PERFORM 2420-RELEASE-MASTER THRU 2420-EXIT
               UNTIL WS-MASTER-EOF

           CLOSE LIB1-MASTER-FILE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2410-READ-MASTER - read the next master record, set EOF.
      *-----------------------------------------------------------------
       2410-READ-MASTER.
           READ LIB1-MASTER-FILE
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2420-RELEASE-MASTER - a master pair under one of the prefixes
      *                       goes to the sort with its current data
      *                       and last-changed date.
      *-----------------------------------------------------------------
       2420-RELEASE-MASTER.
           ADD 1 TO WS-MASTER-READ-COUNT

           MOVE MST-KEY TO CVS-KEY
           PERFORM 2600-CHECK-SCOPE THRU 2600-EXIT

           IF NOT WS-IN-SCOPE
               GO TO 2420-NEXT
           END-IF

           ADD 1 TO WS-MASTER-KEPT-COUNT

           MOVE MST-KEY2         TO CVS-KEY2
           SET CVS-FROM-MASTER TO TRUE
           MOVE MST-DATA         TO CVS-DATA
           MOVE MST-CHANGED-DATE TO CVS-CHANGED-DATE

           RELEASE LIB1-COVER-SORT-REC.
       2420-NEXT.
           PERFORM 2410-READ-MASTER THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-GATHER-EDITED - walk the night's edited key file, control
      *                      records aside; OPTIONAL, so a run without
      *                      it matches against the master alone.
      *-----------------------------------------------------------------
       2500-GATHER-EDITED.
           OPEN INPUT LIB1-EDITED-FILE

           IF WS-EDITED-STATUS NOT = '00'
               DISPLAY 'LIB1COVR - LIB1KYED NOT AVAILABLE - '
                       'MATCHED AGAINST LIB1MSTF ONLY'
               GO TO 2500-EXIT
           END-IF

           PERFORM 2510-READ-EDITED THRU 2510-EXIT

           PERFORM 2520-RELEASE-EDITED THRU 2520-EXIT
               UNTIL WS-EDITED-EOF

           CLOSE LIB1-EDITED-FILE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2510-READ-EDITED - read the next edited key, set EOF.
      *-----------------------------------------------------------------
       2510-READ-EDITED.
           READ LIB1-EDITED-FILE
               AT END
                   SET WS-EDITED-EOF TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2520-RELEASE-EDITED - a detail key under one of the prefixes
      *                       goes to the sort.
      *-----------------------------------------------------------------
       2520-RELEASE-EDITED.
           IF EDTB-HEADER-REC OR EDTB-TRAILER-REC
               GO TO 2520-NEXT
           END-IF

           ADD 1 TO WS-EDITED-READ-COUNT

           MOVE EDTB-KEY TO CVS-KEY
           PERFORM 2600-CHECK-SCOPE THRU 2600-EXIT

           IF NOT WS-IN-SCOPE
               GO TO 2520-NEXT
           END-IF

           ADD 1 TO WS-EDITED-KEPT-COUNT

           MOVE EDTB-KEY2 TO CVS-KEY2
           SET CVS-FROM-EDITED TO TRUE
           MOVE SPACES    TO CVS-DATA
                             CVS-CHANGED-DATE

           RELEASE LIB1-COVER-SORT-REC.
       2520-NEXT.
           PERFORM 2510-READ-EDITED THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-CHECK-SCOPE - is the key in CVS-KEY under one of the
      *                    browsed prefixes?  A zero-length prefix is
      *                    the whole range.
      *-----------------------------------------------------------------
       2600-CHECK-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE-SW

           PERFORM 2610-TEST-ONE-PREFIX THRU 2610-EXIT
               VARYING WS-PFX-SUB FROM 1 BY 1
               UNTIL WS-PFX-SUB > WS-PFX-COUNT
                  OR WS-IN-SCOPE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2610-TEST-ONE-PREFIX - match the key's leading characters
      *                        against one prefix.
      *-----------------------------------------------------------------
       2610-TEST-ONE-PREFIX.
           IF WS-PFX-LENGTH (WS-PFX-SUB) = 0
               SET WS-IN-SCOPE TO TRUE
               GO TO 2610-EXIT
           END-IF

           IF CVS-KEY (1:WS-PFX-LENGTH (WS-PFX-SUB)) =
              WS-PFX-VALUE (WS-PFX-SUB) (1:WS-PFX-LENGTH (WS-PFX-SUB))
               SET WS-IN-SCOPE TO TRUE
           END-IF.
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-CLASSIFY-KEYS - SORT output procedure: each pair's lines
      *                      come back together; decide its section,
      *                      write it to the classified work file, and
      *                      feed the never-looked-up pairs to
      *                      LIB1CVKY.  Nothing is classified after a
      *                      failed walk.
      *-----------------------------------------------------------------
       3000-CLASSIFY-KEYS.
           IF WS-WALK-FAILED
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT LIB1-CLASS-FILE

           PERFORM 3100-RETURN-COVER THRU 3100-EXIT

           PERFORM 3200-CLASSIFY-ONE-PAIR THRU 3200-EXIT
               UNTIL WS-COVER-EOF

           CLOSE LIB1-CLASS-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-RETURN-COVER - pull the next pair line back from the sort.
      *-----------------------------------------------------------------
       3100-RETURN-COVER.
           RETURN LIB1-COVER-SORT-FILE
               AT END
                   SET WS-COVER-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-CLASSIFY-ONE-PAIR - gather every line for one pair, then
      *                          write it in its section.
      *-----------------------------------------------------------------
       3200-CLASSIFY-ONE-PAIR.
           MOVE CVS-KEY  TO WS-CUR-KEY
           MOVE CVS-KEY2 TO WS-CUR-KEY2
           MOVE SPACES   TO WS-CUR-LIB2-DATA
                            WS-CUR-MST-DATA
                            WS-CUR-CHANGED-DATE
           MOVE 'N' TO WS-ON-LIB2-SW
                       WS-ON-MASTER-SW
                       WS-ON-EDITED-SW

           PERFORM 3300-TAKE-SOURCE THRU 3300-EXIT
               UNTIL WS-COVER-EOF
                  OR CVS-KEY  NOT = WS-CUR-KEY
                  OR CVS-KEY2 NOT = WS-CUR-KEY2

           MOVE SPACES              TO LIB1-CLASS-REC
           MOVE WS-CUR-KEY          TO CVC-KEY
           MOVE WS-CUR-KEY2         TO CVC-KEY2
           MOVE WS-ON-MASTER-SW     TO CVC-ON-MASTER-SW
           MOVE WS-ON-EDITED-SW     TO CVC-ON-EDITED-SW
           MOVE WS-CUR-CHANGED-DATE TO CVC-CHANGED-DATE

           EVALUATE TRUE
               WHEN WS-ON-LIB2
                AND NOT WS-ON-MASTER
                AND NOT WS-ON-EDITED
                   MOVE 1 TO CVC-SECTION
                   MOVE WS-CUR-LIB2-DATA TO CVC-DATA
                   ADD 1 TO WS-NEVER-COUNT
                   PERFORM 3500-WRITE-ONBOARD-KEY THRU 3500-EXIT
               WHEN NOT WS-ON-LIB2
                   MOVE 2 TO CVC-SECTION
                   MOVE WS-CUR-MST-DATA TO CVC-DATA
                   ADD 1 TO WS-GONE-COUNT
               WHEN OTHER
                   MOVE 3 TO CVC-SECTION
                   MOVE WS-CUR-LIB2-DATA TO CVC-DATA
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE

           WRITE LIB1-CLASS-REC.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-TAKE-SOURCE - note what one source holds for the pair.
      *-----------------------------------------------------------------
       3300-TAKE-SOURCE.
           EVALUATE TRUE
               WHEN CVS-FROM-LIB2
                   SET WS-ON-LIB2 TO TRUE
                   MOVE CVS-DATA TO WS-CUR-LIB2-DATA
               WHEN CVS-FROM-MASTER
                   SET WS-ON-MASTER TO TRUE
                   MOVE CVS-DATA         TO WS-CUR-MST-DATA
                   MOVE CVS-CHANGED-DATE TO WS-CUR-CHANGED-DATE
               WHEN CVS-FROM-EDITED
                   SET WS-ON-EDITED TO TRUE
           END-EVALUATE

           PERFORM 3100-RETURN-COVER THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-WRITE-ONBOARD-KEY - one never-looked-up pair to LIB1CVKY
      *                          in LIB1BKY detail format.
      *-----------------------------------------------------------------
       3500-WRITE-ONBOARD-KEY.
           MOVE SPACES      TO LIB1-CVKY-REC
           MOVE WS-CUR-KEY  TO LIB1B-KEY
           MOVE WS-CUR-KEY2 TO LIB1B-KEY2
           MOVE 'LIB1COVR'  TO LIB1B-ORIGIN
           WRITE LIB1-CVKY-REC.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-PRINT-REPORT - SORT output procedure: the prefixes
      *                     browsed, then the classified pairs by
      *                     section in key order, a count at each
      *                     section break, and the summary.
      *-----------------------------------------------------------------
       4000-PRINT-REPORT.
           PERFORM 4050-PRINT-SCOPE THRU 4050-EXIT
               VARYING WS-PFX-SUB FROM 1 BY 1
               UNTIL WS-PFX-SUB > WS-PFX-COUNT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4100-RETURN-CLASS THRU 4100-EXIT

           PERFORM 4200-PRINT-ONE-PAIR THRU 4200-EXIT
               UNTIL WS-CLASS-EOF

           PERFORM 4300-CLOSE-SECTION THRU 4300-EXIT

           PERFORM 4700-PRINT-SUMMARY THRU 4700-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4050-PRINT-SCOPE - one line per prefix browsed.
      *-----------------------------------------------------------------
       4050-PRINT-SCOPE.
           IF WS-PFX-LENGTH (WS-PFX-SUB) = 0
               MOVE '(ALL KEYS)' TO RPT-SCOPE-PREFIX
           ELSE
               MOVE WS-PFX-VALUE (WS-PFX-SUB) TO RPT-SCOPE-PREFIX
           END-IF

           MOVE WS-RPT-SCOPE-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-RETURN-CLASS - pull the next classified pair back.
      *-----------------------------------------------------------------
       4100-RETURN-CLASS.
           RETURN LIB1-CLASS-SORT-FILE
               AT END
                   SET WS-CLASS-EOF TO TRUE
           END-RETURN.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-PRINT-ONE-PAIR - open a new section on a break, then the
      *                       detail line.
      *-----------------------------------------------------------------
       4200-PRINT-ONE-PAIR.
           IF CLS-SECTION NOT = WS-CURRENT-SECTION
               PERFORM 4300-CLOSE-SECTION THRU 4300-EXIT
               MOVE CLS-SECTION TO WS-CURRENT-SECTION
               PERFORM 4400-OPEN-SECTION THRU 4400-EXIT
           END-IF

           ADD 1 TO WS-SECTION-COUNT

           MOVE CLS-KEY          TO RPT-DET-KEY
           MOVE CLS-KEY2         TO RPT-DET-KEY2
           MOVE CLS-ON-MASTER-SW TO RPT-DET-MASTER
           MOVE CLS-ON-EDITED-SW TO RPT-DET-EDITED
           MOVE CLS-CHANGED-DATE TO RPT-DET-CHANGED
           MOVE CLS-DATA         TO RPT-DET-DATA

           IF CLS-ON-MASTER-SW NOT = 'Y'
               MOVE SPACES TO RPT-DET-MASTER
           END-IF

           IF CLS-ON-EDITED-SW NOT = 'Y'
               MOVE SPACES TO RPT-DET-EDITED
           END-IF

           MOVE WS-RPT-DETAIL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           PERFORM 4100-RETURN-CLASS THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CLOSE-SECTION - count the section just ended; nothing to
      *                      do before the first one.
      *-----------------------------------------------------------------
       4300-CLOSE-SECTION.
           IF WS-CURRENT-SECTION = 0
               GO TO 4300-EXIT
           END-IF

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-SECTION-COUNT TO RPT-SUB-COUNT
           MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE 0 TO WS-SECTION-COUNT.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-OPEN-SECTION - heading for the section about to start.
      *-----------------------------------------------------------------
       4400-OPEN-SECTION.
           MOVE WS-SECTION-TITLE (WS-CURRENT-SECTION) TO RPT-SEC-TITLE
           MOVE WS-RPT-SECTION-HEADING TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE WS-RPT-HEADING-2 TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-PRINT-SUMMARY - the counts on a page of their own.
      *-----------------------------------------------------------------
       4700-PRINT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT

           MOVE 'COVERAGE SUMMARY' TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE '  LIB2 PAGES BROWSED. . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-LIB2-PAGE-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE '  LIB2 KEYS RETURNED. . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-LIB2-KEY-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE '  MASTER KEYS IN SCOPE. . . . . :' TO RPT-TOT-LABEL
           MOVE WS-MASTER-KEPT-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE '  KEY FILE KEYS IN SCOPE. . . . :' TO RPT-TOT-LABEL
           MOVE WS-EDITED-KEPT-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE SPACES TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT

           MOVE '  ON LIB2 - NEVER LOOKED UP . . :' TO RPT-TOT-LABEL
           MOVE WS-NEVER-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE '  LOOKED UP - GONE FROM LIB2. . :' TO RPT-TOT-LABEL
           MOVE WS-GONE-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE '  MATCHED . . . . . . . . . . . :' TO RPT-TOT-LABEL
           MOVE WS-MATCHED-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT

           MOVE '  ONBOARDING KEYS TO LIB1CVKY . :' TO RPT-TOT-LABEL
           MOVE WS-NEVER-COUNT TO RPT-TOT-COUNT
           PERFORM 4710-PRINT-TOTAL THRU 4710-EXIT.
       4700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4710-PRINT-TOTAL - one summary count line.
      *-----------------------------------------------------------------
       4710-PRINT-TOTAL.
           MOVE WS-RPT-TOTAL-LINE TO WS-RPT-TEXT-LINE
           PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT.
       4710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-TEXT-LINE - print one report line, breaking to a
      *                        new page when the current page is full.
      *-----------------------------------------------------------------
       5000-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-NUMBER
               MOVE BDA-RUN-DATE   TO RPT-H1-DATE
               MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE
               WRITE LIB1-CVRP-REC FROM WS-RPT-HEADING-1
               MOVE SPACES TO LIB1-CVRP-REC
               WRITE LIB1-CVRP-REC
               MOVE 2 TO WS-LINE-COUNT
           END-IF

           WRITE LIB1-CVRP-REC FROM WS-RPT-TEXT-LINE
           ADD 1 TO WS-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE - close the onboarding key file with its
      *                  trailer, say so on the report when the walk
      *                  failed, set the return code, and echo the
      *                  counts to the job log.
      *-----------------------------------------------------------------
       8000-TERMINATE.
           IF WS-WALK-FAILED
               MOVE WS-RPT-FAILED-LINE TO WS-RPT-TEXT-LINE
               PERFORM 5000-WRITE-TEXT-LINE THRU 5000-EXIT
               MOVE 0 TO WS-NEVER-COUNT
           END-IF

           MOVE SPACES         TO LIB1-CVKY-REC
           MOVE 'TRL'          TO LIB1B-KEY
           MOVE WS-NEVER-COUNT TO LIB1B-TRL-KEY-COUNT
           WRITE LIB1-CVKY-REC

           CLOSE LIB1-CVRP-FILE
           CLOSE LIB1-CVKY-FILE

           EVALUATE TRUE
               WHEN WS-WALK-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-GONE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'LIB1COVR - RUN DATE . . . . : ' BDA-RUN-DATE
           DISPLAY 'LIB1COVR - LIB2 PAGES . . . : ' WS-LIB2-PAGE-COUNT
           DISPLAY 'LIB1COVR - LIB2 KEYS. . . . : ' WS-LIB2-KEY-COUNT
           DISPLAY 'LIB1COVR - MASTER READ. . . : '
                   WS-MASTER-READ-COUNT
           DISPLAY 'LIB1COVR - KEY FILE READ. . : '
                   WS-EDITED-READ-COUNT
           DISPLAY 'LIB1COVR - NEVER LOOKED UP. : ' WS-NEVER-COUNT
           DISPLAY 'LIB1COVR - GONE FROM LIB2 . : ' WS-GONE-COUNT
           DISPLAY 'LIB1COVR - MATCHED. . . . . : ' WS-MATCHED-COUNT.
       8000-EXIT.
           EXIT.
