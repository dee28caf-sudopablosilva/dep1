      *-----------------------------------------------------------------
      * Copyright Amazon.com, Inc. or its affiliates. All Rights Reserved.
      * SPDX-License-Identifier: Apache-2.0
      *-----------------------------------------------------------------
      * LIB1EVA - CALL area of the job-stream event routine LIB1EVW
      * (CALL 'lib1evw'), which appends LIB1EVT.cpy status events to
      * the shared event file LIB1EVTF.  A step keeps one area for the
      * whole run and CALLs twice:
      *
      *   'S' - as the step starts: the caller sets EVA-PROGRAM; the
      *         routine fills EVA-RUN-DATE (the LIB1BDCF business
      *         date, as LIB1BDT reads it) and EVA-START-DATE /
      *         EVA-START-TIME, and writes the 'BEG' event
      *   'E' - on the way out: the caller sets EVA-RETURN-CODE from
      *         RETURN-CODE, and EVA-REASON when it knows why the
      *         step ended as it did; the routine writes the 'END'
      *         event (a blank reason gets a standard one for the
      *         severity) and hands EVA-RETURN-CODE back as
      *         RETURN-CODE, so the step's own code still reaches
      *         the scheduler after the CALL.
      *
      * An event file that cannot be written is reported on the job
      * log and never fails the step.
      *-----------------------------------------------------------------
       05  EVA-FUNCTION-SW            PIC X(01).
           88  EVA-STEP-START                 VALUE 'S'.
           88  EVA-STEP-END                   VALUE 'E'.
       05  EVA-PROGRAM                PIC X(08).
       05  EVA-RUN-DATE               PIC X(08).
       05  EVA-START-DATE             PIC X(08).
       05  EVA-START-TIME             PIC X(06).
       05  EVA-RETURN-CODE            PIC 9(04).
       05  EVA-REASON                 PIC X(60).
