      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1EVT - one job-stream status event on the shared event file
      * LIB1EVTF, appended by the event routine LIB1EVW (CALL
      * 'lib1evw') for every batch step, picked up from there by the
      * enterprise monitoring tool and read back by the morning
      * operations status report LIB1OPSR.
      *
      * A step writes two events: 'BEG' as it starts (end fields
      * blank, return code zero) and 'END' as it finishes, carrying
      * the start stamp again with its own.  A step that abends
      * leaves a 'BEG' with no 'END' after it.
      *
      * Fields keep their fixed widths with '|' between them, the
      * LIB1DWF interface shape; the line is built in WORKING-STORAGE
      * and written FROM it.  EVT-RUN-DATE is the business date from
      * the LIB1BDCF control record (SPACES when there is none).
      * EVT-SEVERITY follows the return code:
      *   I - 0      W - 1 to 4      E - 5 to 8      S - over 8
      *-----------------------------------------------------------------
       05  EVT-RUN-DATE               PIC X(08).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-PROGRAM                PIC X(08).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-TYPE                   PIC X(03).
           88  EVT-STEP-START                 VALUE 'BEG'.
           88  EVT-STEP-END                   VALUE 'END'.
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-START-DATE             PIC X(08).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-START-TIME             PIC X(06).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-END-DATE               PIC X(08).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-END-TIME               PIC X(06).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-RETURN-CODE            PIC 9(04).
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-SEVERITY               PIC X(01).
           88  EVT-SEV-INFO                   VALUE 'I'.
           88  EVT-SEV-WARNING                VALUE 'W'.
           88  EVT-SEV-ERROR                  VALUE 'E'.
           88  EVT-SEV-SEVERE                 VALUE 'S'.
       05  FILLER                     PIC X(01)   VALUE '|'.
       05  EVT-REASON                 PIC X(60).
       05  FILLER                     PIC X(07)   VALUE SPACES.
