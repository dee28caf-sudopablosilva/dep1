      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1SEC - one security-violation line: an LB1 or LB2 attempt
      * the entitlement table LIB1ENTF (LIB1ENT.cpy) did not grant.
      * Written by LIB1ENTC to the extrapartition transient data queue
      * LSEC, whose dataset LIB1SECV the daily violations report
      * LIB1SECR reads; the dataset is allocated DISP=MOD, so lines
      * accumulate until the report takes them all and empties it.
      * SEC-DATE/SEC-TIME are the CICS clock at the attempt, not the
      * business date.
      *
      * SEC-REASON-SW says why: 'N' - no line of the user's (or their
      * groups') grants this action on this key; 'T' - the
      * entitlement table could not be read, and the check refuses
      * rather than let the attempt through.
      *-----------------------------------------------------------------
       05  SEC-DATE                   PIC X(08).
       05  SEC-TIME                   PIC X(06).
       05  SEC-USERID                 PIC X(08).
       05  SEC-TRANSID                PIC X(04).
       05  SEC-TERMID                 PIC X(04).
       05  SEC-ACTION-SW              PIC X(01).
           88  SEC-INQUIRE                    VALUE 'I'.
           88  SEC-BROWSE                     VALUE 'B'.
           88  SEC-QUEUE                      VALUE 'Q'.
       05  SEC-KEY                    PIC X(10).
       05  SEC-KEY2                   PIC X(10).
       05  SEC-REASON-SW              PIC X(01).
           88  SEC-NOT-ENTITLED               VALUE 'N'.
           88  SEC-TABLE-ERROR                VALUE 'T'.
