      * LIB1BAT    keys read     extract out   misses     audit appends
      * LIB1MRGE   merged        merged        misses     (zero)
      * LIB1REC    new extract   drift lines   (zero)     (zero)
      * LIB1DQCK   extract read  passed out    quarantine (zero)
      * LIB1DWEX   passed read   detail out    (zero)     (zero)
      * LIB1JMRG   journal read  posted        rejected   posted
      *
      * A partitioned-parallel night carries one LIB1BAT line per leg;
      * LIB1BAL sums them.  RCT-AUD-LINES is the number of LIB1AUD
      * lines the step's CALLs of LIB1 appended, so the balancer can
      * tie the audit trail back without counting anybody else's
      * lines - LIB1BAT's against the batch-marked LIB1AUD lines,
      * LIB1JMRG's against the online-marked ones it posted from the
      * LB1/LB2 lookup journal.
      *-----------------------------------------------------------------
       05  RCT-RUN-DATE               PIC X(08).
       05  RCT-PROGRAM                PIC X(08).
