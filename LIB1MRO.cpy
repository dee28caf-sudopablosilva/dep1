       05  FILLER                      PIC X(04).
       05  RQKY2O                      PIC X(10).
       05  FILLER                      PIC X(04).
       05  RQURGO                      PIC X(01).
       05  FILLER                      PIC X(04).
       05  RQUSRO                      PIC X(08).
       05  FILLER                      PIC X(04).
       05  RQDATO                      PIC X(50).
