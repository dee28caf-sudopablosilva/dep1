      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1XLT - one line of the operator-maintained key-translation
      * table LIB1XLTF (VSAM KSDS keyed on XLT-PRIME-KEY, the retired
      * or renumbered key pair).  When the LIB2 team renumbers or
      * retires a key, operations add a line naming the successor pair
      * and the business date the change takes effect; the line is
      * loaded by REPRO like any other table - no recompile anywhere.
      *
      * LIB1EDIT and LIB1QUNL swap an incoming key pair found here for
      * its successor once XLT-EFFECTIVE-DATE is on or before the run
      * date, keep the pair as sent in LIB1B-OLD-KEY/LIB1B-OLD-KEY2
      * (LIB1BKY.cpy), and log the swap to LIB1XLOG (LIB1XLG.cpy) for
      * the LIB1XRPT feeder report.  Transactions LB1 and LB2 apply the
      * same table to a keyed inquiry or request against today's date
      * and tell the operator.
      *
      * One hop only: a successor is never looked up again, so when a
      * successor is itself renumbered later, its predecessors' lines
      * are re-pointed at the newest pair rather than chained.  A line
      * with a blank XLT-NEW-KEY names no successor and is not applied.
      * XLT-REASON is free text for the reports and the operator.
      *
      * When a batch of lines is loaded, the one-time step LIB1RKEY
      * carries each retired pair's LIB1MSTF history (first-seen date,
      * prior value) onto its successor before the next LIB1MLD.
      *-----------------------------------------------------------------
       05  XLT-PRIME-KEY.
           10  XLT-OLD-KEY            PIC X(10).
           10  XLT-OLD-KEY2           PIC X(10).
       05  XLT-NEW-KEY                PIC X(10).
       05  XLT-NEW-KEY2               PIC X(10).
       05  XLT-EFFECTIVE-DATE         PIC X(08).
       05  XLT-REASON                 PIC X(40).
