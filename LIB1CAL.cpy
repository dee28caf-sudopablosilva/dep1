      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1CAL - one day of the business calendar LIB1CALF, the
      * operator-maintained sequential file every nightly step's run
      * date is checked against (through LIB1BDT) and the date-roll
      * step LIB1ROLL advances by.  One line per calendar day,
      * ascending by CAL-DATE with no gaps, loaded at least a month
      * ahead - a roll or a "last month" request the calendar does not
      * reach is refused rather than guessed at.
      *
      * CAL-DAY-TYPE-SW - 'B' a business day (the stream runs), 'H' a
      * holiday, 'W' a weekend day; only 'B' days are ever a business
      * run date.  CAL-MONTH-END-SW is 'Y' on the last business day of
      * the month.  CAL-DESCRIPTION names the holiday, for the
      * operator reading the file.
      *-----------------------------------------------------------------
       05  CAL-DATE                   PIC X(08).
       05  CAL-DAY-TYPE-SW            PIC X(01).
           88  CAL-BUSINESS-DAY               VALUE 'B'.
           88  CAL-HOLIDAY                    VALUE 'H'.
           88  CAL-WEEKEND                    VALUE 'W'.
       05  CAL-MONTH-END-SW           PIC X(01).
           88  CAL-MONTH-END                  VALUE 'Y'.
       05  CAL-DESCRIPTION            PIC X(30).
