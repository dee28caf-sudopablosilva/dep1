      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1BDC - the one-record business-date control file LIB1BDCF:
      * the business run date every nightly step takes (through
      * LIB1BDT) in place of a hand-keyed LIB1PRM date.
      *
      * BDC-BUSINESS-DATE is the date the next (or current) night's
      * stream runs for.  BDC-PRIOR-DATE is the last date whose stream
      * completed: LIB1ROLL, the last step of the stream, moves the
      * business date there and advances the business date to the
      * next business day on the calendar LIB1CALF (LIB1CAL.cpy),
      * stamping BDC-ROLLED-DATE/BDC-ROLLED-TIME.  BDC-MONTH-END-SW
      * carries the calendar's month-end flag for the business date.
      *
      * Operations create the record once, by hand, with the first
      * business date in BDC-BUSINESS-DATE and the day before it in
      * BDC-PRIOR-DATE; from then on only LIB1ROLL writes it.
      *-----------------------------------------------------------------
       05  BDC-BUSINESS-DATE          PIC X(08).
       05  BDC-PRIOR-DATE             PIC X(08).
       05  BDC-MONTH-END-SW           PIC X(01).
           88  BDC-MONTH-END                  VALUE 'Y'.
       05  BDC-ROLLED-DATE            PIC X(08).
       05  BDC-ROLLED-TIME            PIC X(08).
       05  FILLER                     PIC X(07).
