      *
      *              LIB1PRM carries one record: the from-date and
      *              the to-date, both YYYYMMDD, both inclusive -
      *              the same record LIB1AUDR reads.  In place of the
      *              from-date the record may carry a range keyword,
      *              resolved on the business calendar by LIB1BDT:
      *              LASTMNTH - the whole month before the current
      *              business date's month; BUSDAYS with a day count
      *              in place of the to-date - the last N business
      *              days up to and including the business date.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  LGD  Initial version.
      *   2026-10-15  LGD  LASTMNTH and BUSDAYS range keywords in
      *                    LIB1PRM, resolved through LIB1BDT, so the
      *                    monthly run needs no hand-typed dates.
      *   2026-10-15  LGD  Write a start and an end status event
      *                    (LIB1EVT.cpy) to the shared job-stream
      *                    event file LIB1EVTF through LIB1EVW,
      *                    for the monitoring tool and the morning
      *                    operations status report LIB1OPSR.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1acct.
       FD  LIB1-PARM-FILE.
       01  LIB1-PARM-REC.
           05  PRM-FROM-DATE           PIC X(08).
           05  PRM-RANGE-KEYWORD REDEFINES PRM-FROM-DATE
                                       PIC X(08).
               88  PRM-LAST-MONTH              VALUE 'LASTMNTH'.
               88  PRM-BUSINESS-DAYS           VALUE 'BUSDAYS '.
           05  PRM-TO-DATE             PIC X(08).
           05  PRM-RANGE-COUNT REDEFINES PRM-TO-DATE.
               10  PRM-RANGE-DAYS      PIC 9(05).
               10  FILLER              PIC X(03).

       FD  LIB1-AUDIT-FILE.
       01  LIB1-AUDIT-REC.
       01  LIB1-CRPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       01  ws-bdt-arg.
           copy LIB1BDA.

       01  ws-evw-arg.
           copy LIB1EVA.

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           SET EVA-STEP-START TO TRUE
           MOVE 'LIB1ACCT' TO EVA-PROGRAM
           CALL 'lib1evw' USING ws-evw-arg

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT LIB1-ACCT-SORT-FILE

           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-GOBACK.
           MOVE RETURN-CODE TO EVA-RETURN-CODE
           SET EVA-STEP-END TO TRUE
           CALL 'lib1evw' USING ws-evw-arg
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - pick up the accounting date range from
      *                   LIB1PRM (a range keyword resolved to its
      *                   dates) and open the report.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT LIB1-PARM-FILE

           CLOSE LIB1-PARM-FILE

           IF PRM-LAST-MONTH
            OR PRM-BUSINESS-DAYS
               PERFORM 1100-RESOLVE-KEYWORD THRU 1100-EXIT
           END-IF

           IF PRM-FROM-DATE NOT NUMERIC
            OR PRM-TO-DATE NOT NUMERIC
            OR PRM-FROM-DATE > PRM-TO-DATE
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-RESOLVE-KEYWORD - turn LASTMNTH or BUSDAYS into the
      *                        from/to dates off the business calendar.
      *-----------------------------------------------------------------
       1100-RESOLVE-KEYWORD.
           MOVE SPACES TO ws-bdt-arg

           IF PRM-LAST-MONTH
               SET BDA-LAST-MONTH TO TRUE
           ELSE
               IF PRM-RANGE-DAYS NOT NUMERIC
                OR PRM-RANGE-DAYS = 0
                   DISPLAY 'LIB1ACCT - BAD BUSDAYS COUNT: '
                           PRM-RANGE-DAYS
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-GOBACK
               END-IF
               SET BDA-BUSINESS-DAYS TO TRUE
               MOVE PRM-RANGE-DAYS TO BDA-DAYS
           END-IF

           CALL 'lib1bdt' USING ws-bdt-arg

           IF NOT BDA-OK
               DISPLAY 'LIB1ACCT - RUN REFUSED - ' BDA-MESSAGE
               STRING 'RUN REFUSED - ' BDA-MESSAGE
                   DELIMITED BY SIZE INTO EVA-REASON
               MOVE 16 TO RETURN-CODE
               GO TO 0000-GOBACK
           END-IF

           MOVE BDA-FROM-DATE TO PRM-FROM-DATE
           MOVE BDA-TO-DATE   TO PRM-TO-DATE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECT-AUDIT - SORT input procedure: read the audit
      *                     trail, keep the lines whose AUD-DATE
