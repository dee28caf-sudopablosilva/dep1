      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1BDA - CALL area of the business-date routine LIB1BDT
      * (CALL 'lib1bdt'), over the control record LIB1BDCF
      * (LIB1BDC.cpy) and the business calendar LIB1CALF
      * (LIB1CAL.cpy).  The caller sets BDA-FUNCTION-SW (and BDA-DAYS,
      * or BDA-RUN-DATE, where the function takes one):
      *
      *   'S' - the night's business run date, for a stream step: out
      *         in BDA-RUN-DATE (with BDA-MONTH-END-SW), refused when
      *         the date is not a business day on the calendar, is
      *         already completed (not after BDC-PRIOR-DATE), or has
      *         not come yet (a run started on a non-business day
      *         finds the next business date still ahead of it)
      *   'N' - the first business day after the BDA-RUN-DATE passed,
      *         out in BDA-NEXT-DATE (with BDA-MONTH-END-SW)
      *   'M' - last month: BDA-FROM-DATE/BDA-TO-DATE are the first
      *         and last calendar days of the month before the month
      *         of the current business date
      *   'D' - N business days: BDA-FROM-DATE is the BDA-DAYS-th
      *         business day counting back from the current business
      *         date (itself day 1), BDA-TO-DATE the business date
      *
      * BDA-RESULT-SW is '0' when the answer is good; otherwise
      * BDA-MESSAGE says why in words fit for the job log, and the
      * caller refuses the run.
      *-----------------------------------------------------------------
       05  BDA-FUNCTION-SW            PIC X(01).
           88  BDA-STREAM-DATE                VALUE 'S'.
           88  BDA-NEXT-BUSINESS-DAY          VALUE 'N'.
           88  BDA-LAST-MONTH                 VALUE 'M'.
           88  BDA-BUSINESS-DAYS              VALUE 'D'.
       05  BDA-DAYS                   PIC 9(05).
       05  BDA-RUN-DATE               PIC X(08).
       05  BDA-NEXT-DATE              PIC X(08).
       05  BDA-FROM-DATE              PIC X(08).
       05  BDA-TO-DATE                PIC X(08).
       05  BDA-MONTH-END-SW           PIC X(01).
           88  BDA-MONTH-END                  VALUE 'Y'.
       05  BDA-RESULT-SW              PIC X(01).
           88  BDA-OK                         VALUE '0'.
           88  BDA-NO-CONTROL                 VALUE '1'.
           88  BDA-NOT-BUSINESS-DAY           VALUE '2'.
           88  BDA-DATE-COMPLETED             VALUE '3'.
           88  BDA-DATE-AHEAD                 VALUE '4'.
           88  BDA-CALENDAR-SHORT             VALUE '5'.
           88  BDA-BAD-REQUEST                VALUE '9'.
       05  BDA-MESSAGE                PIC X(40).
