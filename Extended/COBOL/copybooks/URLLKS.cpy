      *> URLLKS.cpy
      *> Record layout for the URL-LKSTAT link-health status
      *> file: one record per short code whose destination is
      *> currently failing the nightly link check, in short-code
      *> order, carrying the run of consecutive failed nights,
      *> the business dates the run started and was last
      *> extended, and the last HTTP status and reason the
      *> checker gave. A passing check ends the run and drops
      *> the record, so a code with no record is healthy.
      *> URL-LINK-HEALTH reads the current generation and writes
      *> the next one to URL-LKSNEW.
       01 WS-LKST-RECORD.
           05 WS-LKST-SHORT        PIC X(6).
           05 WS-LKST-FAIL-NIGHTS  PIC 9(3).
           05 WS-LKST-FIRST-FAIL   PIC 9(8).
           05 WS-LKST-LAST-FAIL    PIC 9(8).
           05 WS-LKST-LAST-HTTP    PIC X(3).
           05 WS-LKST-LAST-REASON  PIC X(40).
           05 FILLER               PIC X(12).
