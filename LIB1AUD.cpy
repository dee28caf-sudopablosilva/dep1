      * accounting reports on.  AUD-CACHE-SW is 'Y' when LIB1
      * answered from its in-run cache, so LIB1ACCT can also report
      * the LIB2 calls each caller avoided.
      *
      * AUD-OLD-KEY/AUD-OLD-KEY2 are the retired or renumbered pair
      * the feeder actually sent when the key was translated to
      * AUD-KEY/AUD-KEY2 off LIB1XLTF (from LIB1-I-OLD-KEY), SPACES
      * otherwise.  They took the line from 106 to 126 bytes: the live
      * LIB1AUD and every LIB1ARCH generation are widened once at
      * cutover by LIB1CNVT type AU2.
      *
      * AUD-SOURCE-SW tells the online lookups apart from the batch
      * ones: LIB1 itself writes only batch lines ('B'); the LB1/LB2
      * lookups are journaled on the LJRN queue (LIB1JRN.cpy) and
      * posted here nightly by LIB1JMRG as 'O' lines, with the
      * signed-on user in AUD-CALLER, the terminal in AUD-TERMID, and
      * the night's business date in AUD-RUN-DATE.  The two fields
      * took the line from 126 to 131 bytes: LIB1CNVT type AU3 widens
      * the live LIB1AUD and every LIB1ARCH generation once at
      * cutover, and the SPACE it leaves in AUD-SOURCE-SW reads as
      * batch, which every line written until then was.  A lookup
      * driven by an intraday cycle of LIB1BAT (LIB1QINT feeding the
      * urgent LB2 requests) is written by LIB1 as an 'I' line, with
      * the business date of the day it ran in AUD-RUN-DATE.
      *-----------------------------------------------------------------
       05  AUD-DATE                   PIC X(08).
       05  AUD-TIME                   PIC X(08).
       05  AUD-CALLER                 PIC X(08).
       05  AUD-CACHE-SW               PIC X(01).
           88  AUD-FROM-CACHE                 VALUE 'Y'.
       05  AUD-OLD-KEY                PIC X(10).
       05  AUD-OLD-KEY2               PIC X(10).
       05  AUD-SOURCE-SW              PIC X(01).
           88  AUD-ONLINE                     VALUE 'O'.
           88  AUD-BATCH                      VALUE 'B' SPACE.
           88  AUD-INTRADAY                   VALUE 'I'.
       05  AUD-TERMID                 PIC X(04).
