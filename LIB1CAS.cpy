      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1CAS - one record of the exception case file LIB1CASF (VSAM
      * KSDS keyed on CAS-PRIME-KEY), the standing worklist of keys
      * LIB2 will not resolve.  LIB1CASU maintains it after each
      * night's LIB1BAT run from the final exceptions and the LIB1OUT
      * extract; LIB1CASR prints the aged-exception report from it;
      * transaction LB3 (LIB1CASC) pages through the open cases and
      * records the owner and resolution note.
      *
      * A key that fails for the first time opens a case with that
      * run date as both its first- and last-failed date and one
      * night on the count; every later night it fails again moves
      * the last-failed date, bumps CAS-FAIL-NIGHTS (consecutive
      * failing nights since the case opened), and keeps the latest
      * LIB1-O-ERR in CAS-LAST-ERR.  The first night LIB1OUT shows
      * the key resolving closes the case with that run date.  A
      * closed case that fails again reopens as a fresh case; the
      * owner and note are kept so whoever worked it last sees it
      * come back.
      *
      * CAS-OWNER and the CAS-NOTE fields belong to the online
      * worklist only - the batch steps never change them.
      *-----------------------------------------------------------------
       05  CAS-PRIME-KEY.
           10  CAS-KEY                PIC X(10).
           10  CAS-KEY2               PIC X(10).
       05  CAS-STATUS-SW              PIC X(01).
           88  CAS-OPEN                       VALUE 'O'.
           88  CAS-CLOSED                     VALUE 'C'.
       05  CAS-FIRST-FAIL-DATE        PIC X(08).
       05  CAS-LAST-FAIL-DATE         PIC X(08).
       05  CAS-FAIL-NIGHTS            PIC 9(05).
       05  CAS-LAST-ERR               PIC 9(03).
       05  CAS-CLOSED-DATE            PIC X(08).
       05  CAS-OWNER                  PIC X(08).
       05  CAS-NOTE                   PIC X(50).
       05  CAS-NOTE-DATE              PIC X(08).
