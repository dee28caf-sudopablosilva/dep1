      *
      * RQACT is the action: A queues the keyed request, I calls the
      * request (and, once processed, its current lookup result) back
      * up for the requester.  RQUSR shows the requester id, which is
      * the signed-on CICS user; whatever is keyed over it is ignored.
      * RQURG is the urgent flag on action A: Y sends the request to
      * the next intraday cycle, N or blank leaves it for the night.
      *-----------------------------------------------------------------
       05  FILLER                      PIC X(12).
       05  RQACTL                      PIC S9(4) COMP.
       05  RQKY2F                      PIC X.
       05  RQKY2A                      PIC X.
       05  RQKY2I                      PIC X(10).
       05  RQURGL                      PIC S9(4) COMP.
       05  RQURGF                      PIC X.
       05  RQURGA                      PIC X.
       05  RQURGI                      PIC X(01).
       05  RQUSRL                      PIC S9(4) COMP.
       05  RQUSRF                      PIC X.
       05  RQUSRA                      PIC X.
