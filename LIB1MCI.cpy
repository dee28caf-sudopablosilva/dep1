      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1MCI - input (RECEIVE MAP) fields for mapset LIB1MS, map
      * LIB1CWM, the exception-case worklist screen of transaction LB3.
      * Hand-maintained here in lieu of a BMS assembly step, like
      * LIB1MAPI.  Copy under a caller-supplied 01, the same way every
      * other copybook in this system is used.
      *
      * CWSEL is the list line number the operator picks, CWOWN the
      * owner to assign to that line's case and CWNOT the resolution
      * note to record on it; the ten CWLST lines carry the formatted
      * open cases.
      *-----------------------------------------------------------------
       05  FILLER                      PIC X(12).
       05  CWSELL                      PIC S9(4) COMP.
       05  CWSELF                      PIC X.
       05  CWSELA                      PIC X.
       05  CWSELI                      PIC X(02).
       05  CWOWNL                      PIC S9(4) COMP.
       05  CWOWNF                      PIC X.
       05  CWOWNA                      PIC X.
       05  CWOWNI                      PIC X(08).
       05  CWNOTL                      PIC S9(4) COMP.
       05  CWNOTF                      PIC X.
       05  CWNOTA                      PIC X.
       05  CWNOTI                      PIC X(50).
       05  LIB1-CWL-LINE-I             OCCURS 10 TIMES.
           10  CWLSTL                  PIC S9(4) COMP.
           10  CWLSTF                  PIC X.
           10  CWLSTA                  PIC X.
           10  CWLSTI                  PIC X(66).
       05  CWMSGL                      PIC S9(4) COMP.
       05  CWMSGF                      PIC X.
       05  CWMSGA                      PIC X.
       05  CWMSGI                      PIC X(40).
