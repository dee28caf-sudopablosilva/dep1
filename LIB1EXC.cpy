      * LIB1EXC - exception-report line for an unresolved LIB1BAT key.
      * Shared by the sort work record and the LIB1RPT record so the
      * SORT ... GIVING can copy sorted records straight through.
      *
      * EXC-OLD-KEY/EXC-OLD-KEY2 carry the pair the feeder sent when
      * the key was translated to its successor (LIB1B-OLD-KEY), so
      * the end-of-run retry writes it back onto the LIB1OUT record.
      *-----------------------------------------------------------------
       05  EXC-KEY                    PIC X(10).
       05  EXC-KEY2                   PIC X(10).
       05  EXC-ERR                    PIC 9(03).
       05  EXC-ERR-TEXT               PIC X(40).
       05  EXC-OLD-KEY                PIC X(10).
       05  EXC-OLD-KEY2               PIC X(10).
