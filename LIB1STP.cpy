      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1STP - one line of the operator-maintained job-stream step
      * table, dataset LIB1STPT, read by the morning operations status
      * report LIB1OPSR.  Maintained as data the same way LIB1ERRT and
      * LIB1DQRT are: a new step in the schedule is a new line - no
      * recompile anywhere.
      *
      * One line per step, in the order the night's schedule runs
      * them; the report lists the steps in the table's order.
      * STP-PROGRAM is the program name the step's status events
      * carry (the PROGRAM-ID in capitals - LIB1REC for the
      * reconciliation, not the member name).  A program that runs
      * twice in the night, such as LIB1EDIT over the LIB1DRPT
      * confirmation feed, is one line; its events are counted as
      * runs and the last run is the one shown.  The intraday cycle
      * programs (LIB1QINT, LIB1BATI, LIB1QRPI) have no line: they run
      * by day under the next business date, and a line for them would
      * make the report take that date for the night.
      *
      * STP-DEADLINE-MINUTES is the elapsed time the step is allowed,
      * start to end, in whole minutes; a step that takes longer is
      * flagged LATE.  Zeros (or SPACES) mean no deadline.
      *
      * STP-OPTIONAL-SW 'Y' marks a step that does not run every
      * night - the weekly sweep, the monthly accounting - so a night
      * without it is reported but not counted against the stream.
      * Anything else means the step must run every business night.
      *-----------------------------------------------------------------
       05  STP-PROGRAM                PIC X(08).
       05  FILLER                     PIC X(01).
       05  STP-DEADLINE-MINUTES       PIC 9(04).
       05  FILLER                     PIC X(01).
       05  STP-OPTIONAL-SW            PIC X(01).
           88  STP-OPTIONAL                   VALUE 'Y'.
