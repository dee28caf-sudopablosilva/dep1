      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1ENA - COMMAREA of the entitlement check LIB1ENTC (PROGRAM
      * lib1ent), LINKed by transactions LB1 and LB2 before every
      * lookup, browse, or queued request.
      *
      * The caller sets ENA-ACTION-SW and ENA-KEY/ENA-KEY2 (for a
      * browse, ENA-KEY is the prefix).  LIB1ENTC fills ENA-USERID with
      * the signed-on CICS user and sets ENA-RESULT-SW; a refusal has
      * already been written to the security-violation queue by the
      * time control comes back, so the caller only tells the operator.
      *-----------------------------------------------------------------
       05  ENA-ACTION-SW              PIC X(01).
           88  ENA-INQUIRE                    VALUE 'I'.
           88  ENA-BROWSE                     VALUE 'B'.
           88  ENA-QUEUE                      VALUE 'Q'.
       05  ENA-KEY                    PIC X(10).
       05  ENA-KEY2                   PIC X(10).
       05  ENA-USERID                 PIC X(08).
       05  ENA-RESULT-SW              PIC X(01).
           88  ENA-ALLOWED                    VALUE 'Y'.
           88  ENA-REFUSED                    VALUE 'N'.
