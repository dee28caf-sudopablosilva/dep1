      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1JRN - one online-lookup journal line.  LIB1 writes no
      * audit line for a caller running under CICS, so transactions
      * LB1 (ENTER inquiry, PF5 list drill-down, PF6 master view) and
      * LB2 (action I answer) journal every CALL 'lib1' they make
      * themselves, to the extrapartition transient data queue LJRN
      * whose dataset is LIB1JRNL.
      *
      * JRN-AUDIT-LINE is the LIB1AUD.cpy line LIB1 would have written
      * for the call - date, time, key pair, error, data, old key
      * pair - with AUD-RUN-DATE, AUD-CALLER, AUD-SOURCE-SW, and
      * AUD-TERMID left blank: the nightly LIB1JMRG step fills those
      * from JRN-USERID/JRN-TERMID and the business run date as it
      * merges the line into LIB1AUD, marked online.
      *-----------------------------------------------------------------
       05  JRN-USERID                 PIC X(08).
       05  JRN-TERMID                 PIC X(04).
       05  JRN-TRANSID                PIC X(04).
       05  JRN-AUDIT-LINE             PIC X(131).
