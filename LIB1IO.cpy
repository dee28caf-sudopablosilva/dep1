      * LIB1-I-RUN-DATE - the business run date of the batch stream
      * driving this call, stamped onto the audit line (AUD-RUN-DATE)
      * so the end-of-night balancing can count exactly the lines one
      * night appended.  LIB1BAT fills it from LIB1BDT; a caller with
      * no business date leaves it SPACES (it comes in blank with the
      * rest of the arg on the MOVE SPACES every caller already does).
      *
      * callers leave this SPACES (the field comes in blank along with
      * the rest of arg on every MOVE SPACES TO ws-lib1-arg already done
      * before each CALL), so LIB1BAT/LIB1RECON's audit trail is
      * unaffected.  LIB1BAT running an intraday cycle sets it to
      * 'I' instead: the audit line is written as for any batch call,
      * but marked as an intraday line (AUD-SOURCE-SW) so the
      * end-of-night balancing keeps it apart from the night's own.
      *
      * LIB1-I-OLD-KEY/LIB1-I-OLD-KEY2 - the key pair as first sent,
      * when the caller swapped it for its successor off the key-
      * translation table LIB1XLTF (LIB1XLT.cpy) before the call;
      * SPACES otherwise.  LIB1 looks up LIB1-I-KEY/LIB1-I-KEY2 as
      * always and stamps the old pair onto the audit line
      * (AUD-OLD-KEY/AUD-OLD-KEY2).  They ride the LIB1OUT record too,
      * which grew from 90 to 110 bytes with them: the carried-forward
      * LIB1OLD extract is padded out once at cutover by the LIB1CNVT
      * conversion (type OU2), as for the earlier growth.
      *-----------------------------------------------------------------
       05  LIB1-I-KEY                 PIC X(10).
       05  LIB1-I-KEY2                PIC X(10).
       05  LIB1-I-ONLINE-SW           PIC X(01).
           88  LIB1-CALLER-ONLINE             VALUE 'Y'.
           88  LIB1-CALLER-INTRADAY           VALUE 'I'.
       05  LIB1-O-DATA                PIC X(50).
       05  LIB1-O-ERR                 PIC 9(03).
           88  LIB1-ERR-NONE                  VALUE 000.
           88  LIB1-ERR-BAD-KEY               VALUE 999.
       05  LIB1-I-RUN-DATE            PIC X(08).
       05  LIB1-I-CALLER              PIC X(08).
       05  LIB1-I-OLD-KEY             PIC X(10).
       05  LIB1-I-OLD-KEY2            PIC X(10).
