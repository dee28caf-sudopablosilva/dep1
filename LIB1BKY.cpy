      * LIB1B-ORIGIN says who a detail key is really for: the LB2
      * REQ-REQUESTER id when LIB1QUNL merged it off the request
      * queue, LIB1RKY when it is the LIB1DRPT re-verification feed,
      * LIB1COVR when it is a LIB2 key the LIB1COVR coverage report
      * found nobody looking up, LIB1SWP when it is a stale master key
      * the weekly refresh sweep sent back to LIB2, SPACES for a
      * standing transmitted key.  LIB1BAT passes it to
      * LIB1 as the caller identity on the audit line.  It rides at
      * the end of the record so the transmitting shop only pads its
      * detail and control records out with blanks.
      *
      * LIB1B-OLD-KEY/LIB1B-OLD-KEY2 are the key pair as the feeder
      * sent it when LIB1EDIT or LIB1QUNL swapped it for its successor
      * off the key-translation table LIB1XLTF (LIB1XLT.cpy); SPACES
      * for a key that was not translated.  LIB1BAT passes them to
      * LIB1 so the audit line and the extract carry both pairs.  They
      * follow LIB1B-ORIGIN for the same reason: the transmitting shop
      * sends them blank.
      *-----------------------------------------------------------------
       05  LIB1B-KEY                  PIC X(10).
           88  LIB1B-HEADER-REC               VALUE 'HDR'.
           10  LIB1B-TRL-KEY-COUNT    PIC 9(09).
           10  FILLER                 PIC X(01).
       05  LIB1B-ORIGIN               PIC X(08).
       05  LIB1B-OLD-KEY              PIC X(10).
       05  LIB1B-OLD-KEY2             PIC X(10).
