      *                    (AUD-CALLER, AUD-CACHE-SW) - the
      *                    chargeback basis the LIB1ACCT monthly
      *                    accounting reports on.
      *   2026-10-15  LGD  Stamp the key pair as first sent
      *                    (LIB1-I-OLD-KEY/LIB1-I-OLD-KEY2) onto the
      *                    audit line as AUD-OLD-KEY/AUD-OLD-KEY2 when
      *                    the caller translated it to a successor
      *                    off LIB1XLTF.
      *   2026-10-15  LGD  Mark every audit line this program writes
      *                    as a batch line (AUD-SOURCE-SW); online
      *                    lookups now reach LIB1AUD through the
      *                    LIB1JMRG journal merge instead.
      *   2026-10-15  LGD  Mark the audit line as an intraday line
      *                    when LIB1BAT is running an intraday cycle
      *                    (LIB1-CALLER-INTRADAY).
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      lib1.
           MOVE LIB1-I-RUN-DATE TO AUD-RUN-DATE
           MOVE LIB1-I-CALLER  TO AUD-CALLER
           MOVE WS-CACHE-HIT-SW TO AUD-CACHE-SW
           MOVE LIB1-I-OLD-KEY  TO AUD-OLD-KEY
           MOVE LIB1-I-OLD-KEY2 TO AUD-OLD-KEY2
           IF LIB1-CALLER-INTRADAY
               SET AUD-INTRADAY TO TRUE
           ELSE
               SET AUD-BATCH    TO TRUE
           END-IF
           MOVE SPACES          TO AUD-TERMID

           WRITE LIB1-AUDIT-REC.
       4000-EXIT.
