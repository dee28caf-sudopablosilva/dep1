      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1CYC - one line of the intraday cycle log LIB1CYCL, appended
      * by LIB1QINT each time an intraday cycle unloads the pending
      * urgent LB2 requests.  Cycles are numbered from 001 within each
      * business date (CYC-RUN-DATE, from LIB1BDT); the number is what
      * LIB1QINT stamps on every request it takes (REQ-CYCLE-NO).
      *
      * The later steps of the same cycle - LIB1BAT and LIB1QRPT - are
      * given LIB1CYCL as an OPTIONAL DD and take the last cycle logged
      * for the business date as their own; a step with no LIB1CYCL DD
      * is running in the nightly stream.  The nightly stream never
      * allocates it.
      *
      * CYC-START-DATE/CYC-START-TIME are the wall clock when the
      * cycle's unload began (REQ-RUN-TIME on the requests).  The
      * counts are the unload's: urgent requests taken (answered or
      * rejected), distinct keys written to the cycle's key file,
      * blank-key rejects, and urgent requests left pending because
      * the cycle was full - they go to the next cycle or the night.
      *-----------------------------------------------------------------
       05  CYC-RUN-DATE               PIC X(08).
       05  CYC-CYCLE-NO               PIC 9(03).
       05  CYC-START-DATE             PIC X(08).
       05  CYC-START-TIME             PIC X(08).
       05  CYC-REQUESTS               PIC 9(09).
       05  CYC-KEYS-OUT               PIC 9(09).
       05  CYC-REJECTS                PIC 9(09).
       05  CYC-HELD                   PIC 9(09).
