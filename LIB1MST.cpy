      * restore of old extract datasets.  A key seen for the first
      * time carries SPACES in MST-PRIOR-DATA and its first-seen date
      * in both date fields.
      *
      * MST-CONFIRMED-DATE is the last run date LIB2 gave the key an
      * answer at all, changed or not - LIB1MLD stamps it on every
      * resolved key it loads - so the age of the answer is told
      * apart from the age of the value.  The weekly stale-key sweep
      * LIB1SWP re-looks-up the keys it has been longest since.
      *-----------------------------------------------------------------
       05  MST-PRIME-KEY.
           10  MST-KEY                PIC X(10).
       05  MST-CHANGED-DATE           PIC X(08).
       05  MST-PRIOR-DATA             PIC X(50).
       05  MST-FIRST-DATE             PIC X(08).
       05  MST-CONFIRMED-DATE         PIC X(08).
