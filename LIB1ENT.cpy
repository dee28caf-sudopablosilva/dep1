      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1ENT - one line of the operator-maintained entitlement table
      * LIB1ENTF (VSAM KSDS keyed on ENT-PRIME-KEY), saying which keys
      * a signed-on CICS user - directly or through a group - may look
      * up on the LB1 and LB2 transactions.  Maintained as data and
      * loaded by REPRO like the other tables: no recompile anywhere.
      * Read by the entitlement check LIB1ENTC, which both
      * transactions LINK to.
      *
      * ENT-SUBJECT is a CICS user id or a group name; ENT-SEQ just
      * numbers a subject's lines.  ENT-TYPE-SW says what the line is:
      *   'G' - membership: the user in ENT-SUBJECT also has every
      *         line of the group named in ENT-GROUP (one level only;
      *         a group's own 'G' lines are not followed)
      *   'P' - prefix: keys whose LIB1-I-KEY starts with ENT-LOW-KEY
      *         up to its first space; a blank ENT-LOW-KEY is every key
      *   'R' - range: keys from ENT-LOW-KEY through ENT-HIGH-KEY
      *
      * The three switches on a 'P' or 'R' line grant, with 'Y':
      *   ENT-INQUIRE-SW - LB1 ENTER, PF6 master view and list
      *                    drill-down, LB2 action I
      *   ENT-BROWSE-SW  - LB1 PF5 prefix browse; granted only when
      *                    every key the browse prefix could match is
      *                    inside the line - a range line does not
      *                    grant a prefix that runs up to its high key
      *   ENT-QUEUE-SW   - LB2 action A
      *
      * Nothing is allowed that no line grants: a user with no lines
      * of their own or through a group is refused everything.
      *-----------------------------------------------------------------
       05  ENT-PRIME-KEY.
           10  ENT-SUBJECT            PIC X(08).
           10  ENT-SEQ                PIC 9(03).
       05  ENT-TYPE-SW                PIC X(01).
           88  ENT-MEMBERSHIP                 VALUE 'G'.
           88  ENT-PREFIX                     VALUE 'P'.
           88  ENT-RANGE                      VALUE 'R'.
       05  ENT-GROUP                  PIC X(08).
       05  ENT-LOW-KEY                PIC X(10).
       05  ENT-HIGH-KEY               PIC X(10).
       05  ENT-INQUIRE-SW             PIC X(01).
           88  ENT-MAY-INQUIRE                VALUE 'Y'.
       05  ENT-BROWSE-SW              PIC X(01).
           88  ENT-MAY-BROWSE                 VALUE 'Y'.
       05  ENT-QUEUE-SW               PIC X(01).
           88  ENT-MAY-QUEUE                  VALUE 'Y'.
