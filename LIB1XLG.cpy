      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1XLG - one key-translation log line on LIB1XLOG, written by
      * LIB1EDIT and LIB1QUNL for every incoming key pair they swap for
      * its successor off the LIB1XLTF table (LIB1XLT.cpy), and read by
      * the LIB1XRPT report of feeders still sending retired keys.
      *
      * XLG-FEEDER is who sent the retired pair: the key's LIB1B-ORIGIN
      * on a LIB1EDIT pass (LIB1RKY for the LIB1DRPT re-verification
      * feed), LIB1KEYS for a standing transmitted key with no origin,
      * or the LB2 REQ-REQUESTER id on a LIB1QUNL pass.  XLG-PROGRAM is
      * the step that made the swap.
      *
      * Every writer appends (OPEN EXTEND), since LIB1EDIT runs twice
      * on a night with a LIB1DRPT feed; XLG-RUN-DATE is what LIB1XRPT
      * selects the night's lines on.
      *-----------------------------------------------------------------
       05  XLG-RUN-DATE               PIC X(08).
       05  XLG-PROGRAM                PIC X(08).
       05  XLG-FEEDER                 PIC X(08).
       05  XLG-OLD-KEY                PIC X(10).
       05  XLG-OLD-KEY2               PIC X(10).
       05  XLG-NEW-KEY                PIC X(10).
       05  XLG-NEW-KEY2               PIC X(10).
       05  XLG-EFFECTIVE-DATE         PIC X(08).
       05  XLG-REASON                 PIC X(40).
