      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1MCO - output (SEND MAP) fields for mapset LIB1MS, map
      * LIB1CWM, field-for-field with LIB1MCI so the caller can lay
      * this copybook over the same storage (01 ... REDEFINES ...) to
      * serve both RECEIVE MAP and SEND MAP, as LIB1MAPO does for the
      * inquiry map.
      *-----------------------------------------------------------------
       05  FILLER                      PIC X(12).
       05  FILLER                      PIC X(04).
       05  CWSELO                      PIC X(02).
       05  FILLER                      PIC X(04).
       05  CWOWNO                      PIC X(08).
       05  FILLER                      PIC X(04).
       05  CWNOTO                      PIC X(50).
       05  LIB1-CWL-LINE-O             OCCURS 10 TIMES.
           10  FILLER                  PIC X(04).
           10  CWLSTO                  PIC X(66).
       05  FILLER                      PIC X(04).
       05  CWMSGO                      PIC X(40).
