      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1DQR - one line of the operator-maintained data-quality
      * rule table over LIB1-O-DATA, dataset LIB1DQRT.  Maintained as
      * data the same way LIB1FLDT and LIB1ERRT are: a new rule is a
      * new line - no recompile anywhere.
      *
      * DQR-FIELD-NAME names a field already laid out on LIB1FLDT
      * (LIB1FLT.cpy); with no LIB1FLDT the whole 50 bytes is the one
      * field DATA, as in LIB1RECON.  A line naming a field the
      * layout does not carry is dropped with a warning.  LIB1DQCK
      * applies the rules to every clean (000) LIB1OUT record after
      * LIB1BAT and quarantines a record that breaks any of them.
      *
      * DQR-RULE-SW says what the field must hold:
      *   'R' - required: not all SPACES
      *   'N' - numeric: digits in every position
      *   'G' - range: not below DQR-LOW-VALUE, not above
      *         DQR-HIGH-VALUE
      *   'L' - list: equal to DQR-LOW-VALUE on one of the field's
      *         'L' lines - one allowed value per line, as many lines
      *         as the field has allowed values
      *
      * Values are keyed at the field's full width, left-justified,
      * exactly as LIB2 fills the positions (a 5-digit numeric field
      * ranged 1 to 250 is keyed 00001 and 00250); only the first
      * FLT-LENGTH bytes take part in the compare.  A field may carry
      * several rules and every one is applied; a field that may
      * legitimately come back blank should carry no 'N', 'G', or
      * 'L' rule.
      *-----------------------------------------------------------------
       05  DQR-FIELD-NAME             PIC X(10).
       05  DQR-RULE-SW                PIC X(01).
           88  DQR-REQUIRED                   VALUE 'R'.
           88  DQR-NUMERIC                    VALUE 'N'.
           88  DQR-RANGE                      VALUE 'G'.
           88  DQR-LIST                       VALUE 'L'.
           88  DQR-RULE-VALID                 VALUES 'R' 'N' 'G' 'L'.
       05  DQR-LOW-VALUE              PIC X(50).
       05  DQR-HIGH-VALUE             PIC X(50).
