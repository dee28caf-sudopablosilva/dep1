      * request transaction and unloaded ahead of the nightly LIB1BAT
      * run by LIB1QUNL.
      *
      * REQ-REQUESTER is the CICS user id signed on to LB2 when the
      * request was queued - never a keyed value.
      *
      * A request stays REQ-PENDING until LIB1QUNL picks it up; the
      * unload marks it REQ-PROCESSED and stamps REQ-RUN-DATE with the
      * business run date it was fed into, which is what the LB2
      * inquiry shows the requester the next morning.
      *
      * A key pair the operator keyed that LB2 found on the key-
      * translation table LIB1XLTF (LIB1XLT.cpy) is queued under its
      * successor, with the pair as keyed kept in REQ-OLD-KEY/
      * REQ-OLD-KEY2 (SPACES when nothing was translated) so LIB1QUNL
      * can carry it onto the merged key and log the requester as
      * still asking for a retired key.  The two fields grew the
      * record from 53 to 73 bytes: at cutover the queue is unloaded
      * by REPRO, widened by the LIB1CNVT conversion (type REQ), and
      * reloaded into the redefined cluster.
      *
      * REQ-URGENT-SW - 'Y' when the operator keyed the request urgent
      * on LB2.  A pending urgent request is picked up by the next
      * intraday cycle (LIB1QINT) instead of waiting for the night;
      * the cycle marks it REQ-PROCESSED-INTRADAY and stamps the
      * business date in REQ-RUN-DATE, its own cycle number in
      * REQ-CYCLE-NO and the cycle's start time in REQ-RUN-TIME.  The
      * nightly unload marks REQ-PROCESSED-NIGHTLY and leaves the
      * cycle fields alone; REQ-PROCESSED covers both, so the night
      * never unloads a request a cycle already answered.  The three
      * fields grew the record from 73 to 85 bytes: at cutover the
      * queue is unloaded, widened by the LIB1CNVT conversion (type
      * RQ2), and reloaded, as for the earlier growth.
      *-----------------------------------------------------------------
       05  REQ-PRIME-KEY.
           10  REQ-KEY                PIC X(10).
       05  REQ-ENTERED-TIME           PIC X(08).
       05  REQ-STATUS-SW              PIC X(01).
           88  REQ-PENDING                    VALUE 'P'.
           88  REQ-PROCESSED                  VALUES 'C' 'I'.
           88  REQ-PROCESSED-NIGHTLY          VALUE 'C'.
           88  REQ-PROCESSED-INTRADAY         VALUE 'I'.
       05  REQ-RUN-DATE               PIC X(08).
       05  REQ-OLD-KEY                PIC X(10).
       05  REQ-OLD-KEY2               PIC X(10).
       05  REQ-URGENT-SW              PIC X(01).
           88  REQ-URGENT                     VALUE 'Y'.
       05  REQ-CYCLE-NO               PIC 9(03).
       05  REQ-RUN-TIME               PIC X(08).
